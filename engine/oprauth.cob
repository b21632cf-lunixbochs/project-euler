       IDENTIFICATION DIVISION.
       PROGRAM-ID. oprauth.
      * Shared operator authority check for the maintenance
      * utilities. The caller passes the operator id from its
      * transaction and a function code:
      *   "CTL" - maintain control totals
      *   "EXC" - acknowledge/resolve exceptions
      *   "SCH" - change the schedule
      *   "CKP" - reset checkpoints
      *   "PRD" - close and reopen accounting periods
      *   "CAT" - maintain the job-log message catalog
      * and gets back spaces when the operator may perform it, or
      * the reason the transaction must be refused, ready to go on
      * the caller's error listing. EULROPER is loaded on the first
      * call of a run and kept in core for the rest of it. A missing
      * operator file refuses everything rather than letting
      * everything through.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Operator-File ASSIGN TO "EULROPER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Oper-Status.
       DATA DIVISION.
       FILE SECTION.
       COPY "OPER-REC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-Oper-Status PIC XX.
       01 WS-Oper-EOF-Switch PIC X VALUE "N".
         88 WS-Oper-EOF VALUE "Y".
       01 WS-Loaded-Switch PIC X VALUE "N".
         88 WS-Loaded VALUE "Y".
       01 WS-File-Switch PIC X VALUE "N".
         88 WS-Oper-File-Present VALUE "Y".
       01 Operator-Table.
         02 WS-Oper-Count PIC 9(3) VALUE 0.
         02 Operator-Entry OCCURS 200.
           03 OPT-Id PIC X(8).
           03 OPT-Active PIC X.
           03 OPT-Auth-Ctl PIC X.
           03 OPT-Auth-Exc PIC X.
           03 OPT-Auth-Sch PIC X.
           03 OPT-Auth-Ckp PIC X.
           03 OPT-Auth-Prd PIC X.
           03 OPT-Auth-Cat PIC X.
       01 WS-Found-Switch PIC X.
         88 WS-Found VALUE "Y".
       01 WS-Match-Idx PIC 9(3).
       01 WS-Idx PIC 9(3).
       01 WS-Granted PIC X.
       LINKAGE SECTION.
       01 LS-Operator PIC X(8).
       01 LS-Function PIC X(3).
       01 LS-Reason PIC X(24).
       PROCEDURE DIVISION USING LS-Operator LS-Function LS-Reason.
       IF NOT WS-Loaded
           PERFORM Load-Operator-Table
       END-IF
       MOVE SPACES TO LS-Reason
       IF NOT WS-Oper-File-Present
           MOVE "NO OPERATOR FILE" TO LS-Reason
       END-IF
       IF LS-Reason EQUAL SPACES
           PERFORM Find-Operator
           IF NOT WS-Found
               MOVE "OPERATOR NOT ON FILE" TO LS-Reason
           ELSE
               IF OPT-Active (WS-Match-Idx) NOT EQUAL "Y"
                   MOVE "OPERATOR INACTIVE" TO LS-Reason
               END-IF
           END-IF
       END-IF
       IF LS-Reason EQUAL SPACES
           EVALUATE LS-Function
               WHEN "CTL"
                   MOVE OPT-Auth-Ctl (WS-Match-Idx) TO WS-Granted
                   IF WS-Granted NOT EQUAL "Y"
                       MOVE "NO CTL-TOTAL AUTHORITY" TO LS-Reason
                   END-IF
               WHEN "EXC"
                   MOVE OPT-Auth-Exc (WS-Match-Idx) TO WS-Granted
                   IF WS-Granted NOT EQUAL "Y"
                       MOVE "NO EXCEPTION AUTHORITY" TO LS-Reason
                   END-IF
               WHEN "SCH"
                   MOVE OPT-Auth-Sch (WS-Match-Idx) TO WS-Granted
                   IF WS-Granted NOT EQUAL "Y"
                       MOVE "NO SCHEDULE AUTHORITY" TO LS-Reason
                   END-IF
               WHEN "CKP"
                   MOVE OPT-Auth-Ckp (WS-Match-Idx) TO WS-Granted
                   IF WS-Granted NOT EQUAL "Y"
                       MOVE "NO CHECKPOINT AUTHORITY" TO LS-Reason
                   END-IF
               WHEN "PRD"
                   MOVE OPT-Auth-Prd (WS-Match-Idx) TO WS-Granted
                   IF WS-Granted NOT EQUAL "Y"
                       MOVE "NO PERIOD AUTHORITY" TO LS-Reason
                   END-IF
               WHEN "CAT"
                   MOVE OPT-Auth-Cat (WS-Match-Idx) TO WS-Granted
                   IF WS-Granted NOT EQUAL "Y"
                       MOVE "NO CATALOG AUTHORITY" TO LS-Reason
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN FUNCTION CODE" TO LS-Reason
           END-EVALUATE
       END-IF
       GOBACK.

       Load-Operator-Table.
       SET WS-Loaded TO TRUE
       OPEN INPUT Operator-File
       IF WS-Oper-Status EQUAL "35"
           DISPLAY "OPRAUTH: WARNING - no operator file EULROPER, "
               "all maintenance transactions refused"
       ELSE
           SET WS-Oper-File-Present TO TRUE
           PERFORM UNTIL WS-Oper-EOF
               READ Operator-File
                   AT END
                       SET WS-Oper-EOF TO TRUE
                   NOT AT END
                       PERFORM Load-Operator-Entry
               END-READ
           END-PERFORM
           CLOSE Operator-File
       END-IF.

      * Operators beyond the table are reported and left out, so
      * they are refused as not on file - never granted by default.
       Load-Operator-Entry.
       IF WS-Oper-Count LESS 200
           ADD 1 TO WS-Oper-Count
           MOVE OPR-Id TO OPT-Id (WS-Oper-Count)
           MOVE OPR-Active TO OPT-Active (WS-Oper-Count)
           MOVE OPR-Auth-Ctl TO OPT-Auth-Ctl (WS-Oper-Count)
           MOVE OPR-Auth-Exc TO OPT-Auth-Exc (WS-Oper-Count)
           MOVE OPR-Auth-Sch TO OPT-Auth-Sch (WS-Oper-Count)
           MOVE OPR-Auth-Ckp TO OPT-Auth-Ckp (WS-Oper-Count)
           MOVE OPR-Auth-Prd TO OPT-Auth-Prd (WS-Oper-Count)
           MOVE OPR-Auth-Cat TO OPT-Auth-Cat (WS-Oper-Count)
       ELSE
           DISPLAY "OPRAUTH: WARNING - operator table full, "
               "operator " OPR-Id " not loaded"
       END-IF.

       Find-Operator.
       MOVE "N" TO WS-Found-Switch
       MOVE ZERO TO WS-Match-Idx
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Oper-Count OR WS-Found
           IF OPT-Id (WS-Idx) EQUAL LS-Operator
               SET WS-Found TO TRUE
               MOVE WS-Idx TO WS-Match-Idx
           END-IF
       END-PERFORM.
