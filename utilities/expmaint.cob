      * the EULRXAUD audit file with a timestamp and the before/after
      * totals, so each control total can be traced to the
      * transaction that set it.
      * Each transaction carries the submitting operator id after the
      * action code. The operator must be active on EULROPER with
      * control-total authority (checked through oprauth); a refusal
      * goes to EULRXERR like any other reject and is also recorded
      * on EULRSECV for the security violations report. The operator
      * is written at the end of each audit record, so excmaint can
      * tell who set the control total behind an exception.
      * A control total stands behind the reconciliation of every run
      * at its variant+bound, so once a month is closed on EULRPERD
      * by perclose, any transaction for a variant+bound with a
      * ledger entry dated in that month - live on EULRLDG or
      * archived on EULRLDGA - is rejected as PERIOD CLOSED until the
      * month is reopened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Audit-File ASSIGN TO "EULRXAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Audit-Status.
           SELECT Period-File ASSIGN TO "EULRPERD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Period-Status.
           SELECT Ledger-File ASSIGN TO "EULRLDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Ledger-Status.
           SELECT Ledger-Arch-File ASSIGN TO "EULRLDGA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Ledger-Status.
       DATA DIVISION.
       FILE SECTION.
       COPY "EXPECT-REC.cpy".
       FD Txn-File.
       01 Txn-Record.
         02 TXN-Action PIC X.
         02 TXN-Operator PIC X(8).
         02 TXN-Variant PIC X(8).
         02 TXN-Bound PIC 9(9).
         02 TXN-Bound-X REDEFINES TXN-Bound PIC X(9).
         02 AUD-Bound PIC X(9).
         02 AUD-Before-Total PIC X(13).
         02 AUD-After-Total PIC X(13).
         02 AUD-Operator PIC X(8).
       COPY "PERD-REC.cpy".
       COPY "LEDGER-REC.cpy".
       COPY "LDGA-REC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-Expect-Status PIC XX.
       01 WS-Txn-Status PIC XX.
       01 WS-Audit-Status PIC XX.
       01 WS-Period-Status PIC XX.
       01 WS-Ledger-Status PIC XX.
       01 WS-Lock-EOF-Switch PIC X.
         88 WS-Lock-EOF VALUE "Y".
       01 WS-Expect-EOF-Switch PIC X VALUE "N".
         88 WS-Expect-EOF VALUE "Y".
       01 WS-Txn-EOF-Switch PIC X VALUE "N".
           03 CTL-Bound PIC 9(9).
           03 CTL-Total PIC 9(13).
           03 CTL-Deleted PIC X.
      * Months closed on EULRPERD, and every variant+bound with a
      * ledger entry dated in one of them, with the first such month.
       01 Closed-Period-Table.
         02 WS-Closed-Count PIC 9(3) VALUE 0.
         02 CPT-Period OCCURS 200 PIC X(6).
       01 Locked-Key-Table.
         02 WS-Locked-Count PIC 9(3) VALUE 0.
         02 Locked-Entry OCCURS 500.
           03 LKT-Variant PIC X(8).
           03 LKT-Bound PIC 9(9).
           03 LKT-Period PIC X(6).
       01 Lock-Fields.
         02 WS-Lock-Variant PIC X(8).
         02 WS-Lock-Bound PIC 9(9).
         02 WS-Lock-Date PIC X(8).
         02 WS-Lock-Idx PIC 9(3).
       01 Txn-Counts.
         02 WS-Txns-Read PIC 9(5) VALUE 0.
         02 WS-Txns-Accepted PIC 9(5) VALUE 0.
       01 WS-Match-Idx PIC 9(3).
       01 WS-Idx PIC 9(3).
       01 WS-Reject-Reason PIC X(24).
       01 Security-Fields.
         02 WS-Sec-Program PIC X(8) VALUE "EXPMAINT".
         02 WS-Sec-Function PIC X(3) VALUE "CTL".
         02 WS-Sec-Detail PIC X(45).
       01 WS-Error-Line PIC X(80).
       01 WS-Timestamp PIC X(14).
       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Timestamp
       DISPLAY "EXPMAINT: starting control-total maintenance"
       PERFORM Load-Control-Table
       PERFORM Load-Closed-Periods
       IF WS-Closed-Count GREATER ZERO
           PERFORM Load-Locked-Keys
       END-IF
       OPEN INPUT Txn-File
       IF WS-Txn-Status EQUAL "35"
           DISPLAY "EXPMAINT: ERROR - no transaction file EULRXTXN, "
           AND TXN-Action NOT EQUAL "D"
           MOVE "INVALID ACTION CODE" TO WS-Reject-Reason
       ELSE
           PERFORM Check-Authority
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           IF TXN-Variant EQUAL SPACES
               MOVE "BLANK VARIANT" TO WS-Reject-Reason
           ELSE
               END-IF
           END-IF
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           PERFORM Check-Period-Lock
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           PERFORM Find-Control-Entry
           EVALUATE TXN-Action
           PERFORM Write-Reject
       END-IF.

      * Authority is checked before anything else about the
      * transaction is trusted; a refusal is also a security event.
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
           MOVE SPACES TO WS-Sec-Detail
           STRING "VARIANT " TXN-Variant " BOUND " TXN-Bound-X
               DELIMITED BY SIZE INTO WS-Sec-Detail
           CALL "seclog" USING WS-Sec-Program TXN-Operator
               TXN-Action WS-Reject-Reason WS-Sec-Detail
       END-IF.

       Check-Period-Lock.
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Locked-Count
           OR WS-Reject-Reason NOT EQUAL SPACES
           IF LKT-Variant (WS-Idx) EQUAL TXN-Variant
               AND LKT-Bound (WS-Idx) EQUAL TXN-Bound
               STRING "PERIOD " LKT-Period (WS-Idx) " CLOSED"
                   DELIMITED BY SIZE INTO WS-Reject-Reason
           END-IF
       END-PERFORM.

      * A missing period file means no month has ever been closed.
       Load-Closed-Periods.
       MOVE "N" TO WS-Lock-EOF-Switch
       OPEN INPUT Period-File
       IF WS-Period-Status EQUAL "35"
           SET WS-Lock-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-Lock-EOF
               READ Period-File
                   AT END
                       SET WS-Lock-EOF TO TRUE
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

       Load-Locked-Keys.
       MOVE "N" TO WS-Lock-EOF-Switch
       OPEN INPUT Ledger-Arch-File
       IF WS-Ledger-Status EQUAL "35"
           SET WS-Lock-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-Lock-EOF
               READ Ledger-Arch-File
                   AT END
                       SET WS-Lock-EOF TO TRUE
                   NOT AT END
                       MOVE LDA-Variant TO WS-Lock-Variant
                       MOVE LDA-Bound TO WS-Lock-Bound
                       MOVE LDA-Date TO WS-Lock-Date
                       PERFORM Add-Locked-Key
               END-READ
           END-PERFORM
           CLOSE Ledger-Arch-File
       END-IF
       MOVE "N" TO WS-Lock-EOF-Switch
       OPEN INPUT Ledger-File
       IF WS-Ledger-Status EQUAL "35"
           SET WS-Lock-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-Lock-EOF
               READ Ledger-File
                   AT END
                       SET WS-Lock-EOF TO TRUE
                   NOT AT END
                       MOVE LDG-Variant TO WS-Lock-Variant
                       MOVE LDG-Bound TO WS-Lock-Bound
                       MOVE LDG-Date TO WS-Lock-Date
                       PERFORM Add-Locked-Key
               END-READ
           END-PERFORM
           CLOSE Ledger-File
       END-IF.

       Add-Locked-Key.
       MOVE ZERO TO WS-Lock-Idx
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Closed-Count OR WS-Lock-Idx > ZERO
           IF CPT-Period (WS-Idx) EQUAL WS-Lock-Date(1:6)
               MOVE WS-Idx TO WS-Lock-Idx
           END-IF
       END-PERFORM
       IF WS-Lock-Idx GREATER ZERO
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Idx FROM 1 BY 1
               UNTIL WS-Idx > WS-Locked-Count OR WS-Found
               IF LKT-Variant (WS-Idx) EQUAL WS-Lock-Variant
                   AND LKT-Bound (WS-Idx) EQUAL WS-Lock-Bound
                   SET WS-Found TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-Found
               IF WS-Locked-Count LESS 500
                   ADD 1 TO WS-Locked-Count
                   MOVE WS-Lock-Variant TO LKT-Variant (WS-Locked-Count)
                   MOVE WS-Lock-Bound TO LKT-Bound (WS-Locked-Count)
                   MOVE CPT-Period (WS-Lock-Idx)
                       TO LKT-Period (WS-Locked-Count)
               ELSE
                   DISPLAY "EXPMAINT: ERROR - locked key table full "
                       "loading EULRLDG, run aborted"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
       END-IF.

       Find-Control-Entry.
       MOVE "N" TO WS-Found-Switch
       MOVE ZERO TO WS-Match-Idx
       MOVE TXN-Action TO AUD-Action
       MOVE TXN-Variant TO AUD-Variant
       MOVE TXN-Bound-X TO AUD-Bound
       MOVE TXN-Operator TO AUD-Operator
       WRITE Audit-Record.

       Write-Reject.
