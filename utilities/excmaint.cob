      * file with before and after status. The whole file is
      * rewritten at the end with resolved items kept in place, so
      * "who closed this and why" is still answerable months later.
      * The operator must be active on EULROPER with exception
      * authority (checked through oprauth) for either action. A
      * resolve is also refused when the resolving operator is the
      * one who set the control total behind the item - the operator
      * on the latest add or change for that variant+bound on the
      * EULRXAUD control-total audit trail - so nobody can both set a
      * total and sign off the disagreement with it. Audit records
      * written before operators were recorded there carry no
      * operator and do not block a resolve. Every refusal of either
      * kind is also recorded on EULRSECV for the security violations
      * report.
      * An exception dated in a month that perclose has closed on
      * EULRPERD is part of that month's certified results, so any
      * transaction against it is rejected as PERIOD CLOSED until the
      * month is reopened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Audit-File ASSIGN TO "EULREAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Audit-Status.
           SELECT Ctl-Audit-File ASSIGN TO "EULRXAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Ctl-Audit-Status.
           SELECT Period-File ASSIGN TO "EULRPERD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Period-Status.
       DATA DIVISION.
       FILE SECTION.
       COPY "EXCP-REC.cpy".
         02 AUD-Reason PIC X(8).
         02 AUD-Before-Status PIC X.
         02 AUD-After-Status PIC X.
       FD Ctl-Audit-File.
       01 Ctl-Audit-Record.
         02 CXA-Timestamp PIC X(14).
         02 CXA-Action PIC X.
         02 CXA-Variant PIC X(8).
         02 CXA-Bound PIC X(9).
         02 CXA-Before-Total PIC X(13).
         02 CXA-After-Total PIC X(13).
         02 CXA-Operator PIC X(8).
       COPY "PERD-REC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-Except-Status PIC XX.
       01 WS-Txn-Status PIC XX.
       01 WS-Audit-Status PIC XX.
       01 WS-Ctl-Audit-Status PIC XX.
       01 WS-Period-Status PIC XX.
       01 WS-Period-EOF-Switch PIC X VALUE "N".
         88 WS-Period-EOF VALUE "Y".
       01 WS-Ctl-Audit-EOF-Switch PIC X VALUE "N".
         88 WS-Ctl-Audit-EOF VALUE "Y".
       01 WS-Except-EOF-Switch PIC X VALUE "N".
         88 WS-Except-EOF VALUE "Y".
       01 WS-Txn-EOF-Switch PIC X VALUE "N".
             04 EXT-Run-Id PIC X(23).
             04 EXT-Variant PIC X(8).
             04 EXT-Bound PIC 9(9).
             04 EXT-Body.
               05 FILLER PIC X(27).
               05 EXT-Date PIC X(8).
             04 EXT-Status PIC X.
             04 EXT-Res-Oper PIC X(8).
             04 EXT-Res-Reason PIC X(8).
             04 EXT-Res-Date PIC X(8).
      * Who set the current control total for each variant+bound, from
      * the control-total audit trail; the latest add or change wins
      * and a delete clears it.
       01 Creator-Table.
         02 WS-Creator-Count PIC 9(3) VALUE 0.
         02 Creator-Entry OCCURS 500.
           03 CRT-Variant PIC X(8).
           03 CRT-Bound PIC X(9).
           03 CRT-Operator PIC X(8).
       01 WS-Creator-Idx PIC 9(3).
       01 Closed-Period-Table.
         02 WS-Closed-Count PIC 9(3) VALUE 0.
         02 CPT-Period OCCURS 200 PIC X(6).
       01 Txn-Counts.
         02 WS-Txns-Read PIC 9(5) VALUE 0.
         02 WS-Txns-Accepted PIC 9(5) VALUE 0.
       01 WS-Match-Idx PIC 9(3).
       01 WS-Idx PIC 9(3).
       01 WS-Reject-Reason PIC X(24).
       01 Security-Fields.
         02 WS-Sec-Program PIC X(8) VALUE "EXCMAINT".
         02 WS-Sec-Function PIC X(3) VALUE "EXC".
         02 WS-Sec-Detail PIC X(45).
       01 WS-Error-Line PIC X(100).
       01 WS-Timestamp PIC X(14).
       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Timestamp
       DISPLAY "EXCMAINT: starting exception resolution maintenance"
       PERFORM Load-Exception-Table
       PERFORM Load-Creator-Table
       PERFORM Load-Closed-Periods
       OPEN INPUT Txn-File
       IF WS-Txn-Status EQUAL "35"
           DISPLAY "EXCMAINT: ERROR - no transaction file EULRETXN, "
           STOP RUN
       END-IF.

      * A missing audit trail just means no creator is known for any
      * control total; it does not stop the run.
       Load-Creator-Table.
       OPEN INPUT Ctl-Audit-File
       IF WS-Ctl-Audit-Status EQUAL "35"
           SET WS-Ctl-Audit-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-Ctl-Audit-EOF
               READ Ctl-Audit-File
                   AT END
                       SET WS-Ctl-Audit-EOF TO TRUE
                   NOT AT END
                       PERFORM Load-Creator-Entry
               END-READ
           END-PERFORM
           CLOSE Ctl-Audit-File
       END-IF.

       Load-Creator-Entry.
       MOVE ZERO TO WS-Creator-Idx
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Creator-Count OR WS-Creator-Idx > ZERO
           IF CRT-Variant (WS-Idx) EQUAL CXA-Variant
               AND CRT-Bound (WS-Idx) EQUAL CXA-Bound
               MOVE WS-Idx TO WS-Creator-Idx
           END-IF
       END-PERFORM
       IF WS-Creator-Idx EQUAL ZERO
           IF WS-Creator-Count LESS 500
               ADD 1 TO WS-Creator-Count
               MOVE WS-Creator-Count TO WS-Creator-Idx
               MOVE CXA-Variant TO CRT-Variant (WS-Creator-Idx)
               MOVE CXA-Bound TO CRT-Bound (WS-Creator-Idx)
           ELSE
               DISPLAY "EXCMAINT: ERROR - creator table full loading "
                   "EULRXAUD, run aborted"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       IF CXA-Action EQUAL "D"
           MOVE SPACES TO CRT-Operator (WS-Creator-Idx)
       ELSE
           MOVE CXA-Operator TO CRT-Operator (WS-Creator-Idx)
       END-IF.

       Apply-Txn.
       ADD 1 TO WS-Txns-Read
       MOVE SPACES TO WS-Reject-Reason
           MOVE "INVALID ACTION CODE" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           PERFORM Check-Authority
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           AND TXN-Run-Id EQUAL SPACES
           IF NOT WS-Found
               MOVE "ITEM NOT ON FILE" TO WS-Reject-Reason
           ELSE
               PERFORM Check-Period-Lock
           END-IF
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           IF EXT-Status (WS-Match-Idx) EQUAL "R"
               MOVE "ALREADY RESOLVED" TO WS-Reject-Reason
           ELSE
               IF TXN-Action EQUAL "R"
                   PERFORM Check-Creator
               END-IF
               IF WS-Reject-Reason EQUAL SPACES
                   PERFORM Apply-Status-Change
               END-IF
           END-IF
           END-IF
       END-PERFORM.

       Check-Period-Lock.
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Closed-Count
           OR WS-Reject-Reason NOT EQUAL SPACES
           IF CPT-Period (WS-Idx) EQUAL EXT-Date (WS-Match-Idx)(1:6)
               STRING "PERIOD " CPT-Period (WS-Idx) " CLOSED"
                   DELIMITED BY SIZE INTO WS-Reject-Reason
           END-IF
       END-PERFORM.

      * A missing period file means no month has ever been closed.
       Load-Closed-Periods.
       OPEN INPUT Period-File
       IF WS-Period-Status EQUAL "35"
           SET WS-Period-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-Period-EOF
               READ Period-File
                   AT END
                       SET WS-Period-EOF TO TRUE
                   NOT AT END
                       IF PRD-Status EQUAL "C"
                           AND WS-Closed-Count LESS 200
                           ADD 1 TO WS-Closed-Count
                           MOVE PRD-Period
                               TO CPT-Period (WS-Closed-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Period-File
       END-IF.

       Check-Creator.
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Creator-Count
           IF CRT-Variant (WS-Idx) EQUAL TXN-Variant
               AND CRT-Bound (WS-Idx) EQUAL TXN-Bound-X
               AND CRT-Operator (WS-Idx) EQUAL TXN-Operator
               MOVE "SAME OPERATOR AS CREATOR" TO WS-Reject-Reason
           END-IF
       END-PERFORM
       IF WS-Reject-Reason NOT EQUAL SPACES
           PERFORM Write-Violation
       END-IF.

      * A transaction naming no operator is refused and recorded
      * on EULRSECV the same as one oprauth refuses.
       Check-Authority.
       IF TXN-Operator EQUAL SPACES
           MOVE "BLANK OPERATOR ID" TO WS-Reject-Reason
       ELSE
           CALL "oprauth" USING TXN-Operator WS-Sec-Function
               WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason NOT EQUAL SPACES
           PERFORM Write-Violation
       END-IF.

       Write-Violation.
       MOVE SPACES TO WS-Sec-Detail
       STRING TXN-Run-Id " " TXN-Variant " " TXN-Bound-X
           DELIMITED BY SIZE INTO WS-Sec-Detail
       CALL "seclog" USING WS-Sec-Program TXN-Operator TXN-Action
           WS-Reject-Reason WS-Sec-Detail.

       Apply-Status-Change.
       MOVE EXT-Status (WS-Match-Idx) TO AUD-Before-Status
       IF TXN-Action EQUAL "K"
