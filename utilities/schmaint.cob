      * operator id, and a full schedule leg image) against the
      * schedule, keyed by variant+bound. Every transaction is fully
      * validated - the same rules the dispatcher applies at run time
      * plus the frequency, effective-date and priority checks -
      * before the live file is touched; rejects go to the EULRSERR
      * error listing and every accepted change is written to the
      * EULRSAUD audit file with a timestamp, the operator id, and the
      * before/after leg images, so each schedule leg can be traced
      * to the person and transaction that set it. The surviving
      * table is rewritten over EULRSCHD in one pass at the end, so
      * a rejected batch leaves the live schedule exactly as it was.
      * Before anything else about a transaction is trusted, the
      * operator must be active on EULROPER with schedule authority
      * (checked through oprauth); a refusal is rejected like any
      * other and also recorded on EULRSECV for the security
      * violations report.
      * The priority code that orders window admission in the
      * dispatcher travels at the end of the leg image; the audit
      * record carries the before/after priority after the leg
      * images, so audit history written before the code existed
      * still lines up.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           03 TXN-Weekday-X REDEFINES TXN-Weekday PIC X.
           03 TXN-Eff-From PIC X(8).
           03 TXN-Eff-To PIC X(8).
           03 TXN-Priority PIC X.
       FD Error-File.
       01 Error-Record PIC X(160).
       FD Audit-File.
         02 AUD-Bound PIC X(9).
         02 AUD-Before-Leg PIC X(109).
         02 AUD-After-Leg PIC X(109).
         02 AUD-Before-Priority PIC X.
         02 AUD-After-Priority PIC X.
       WORKING-STORAGE SECTION.
       01 WS-Sched-Status PIC XX.
       01 WS-Txn-Status PIC XX.
       01 Schedule-Table.
         02 WS-Entry-Count PIC 9(3) VALUE 0.
         02 Schedule-Entry OCCURS 200.
           03 SCT-Leg PIC X(110).
           03 SCT-Leg-Fields REDEFINES SCT-Leg.
             04 SCT-Variant PIC X(8).
             04 SCT-Mode PIC X.
             04 SCT-Bound PIC 9(9).
             04 SCT-Filler PIC X(91).
             04 SCT-Priority PIC X.
           03 SCT-Deleted PIC X.
       01 Txn-Counts.
         02 WS-Txns-Read PIC 9(5) VALUE 0.
       01 WS-Match-Idx PIC 9(3).
       01 WS-Idx PIC 9(3).
       01 WS-Reject-Reason PIC X(24).
       01 Security-Fields.
         02 WS-Sec-Program PIC X(8) VALUE "SCHMAINT".
         02 WS-Sec-Function PIC X(3) VALUE "SCH".
         02 WS-Sec-Detail PIC X(45).
       01 WS-Error-Line PIC X(160).
       01 WS-Div-Idx PIC 9(2).
       01 WS-Timestamp PIC X(14).
           MOVE "INVALID ACTION CODE" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           PERFORM Check-Authority
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           AND TXN-Variant EQUAL SPACES
           PERFORM Validate-Leg-Image
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
           MOVE SPACES TO WS-Sec-Detail
           STRING "VARIANT " TXN-Variant " BOUND " TXN-Bound-X
               DELIMITED BY SIZE INTO WS-Sec-Detail
           CALL "seclog" USING WS-Sec-Program TXN-Operator
               TXN-Action WS-Reject-Reason WS-Sec-Detail
       END-IF.

       Validate-Leg-Image.
       IF TXN-Bound EQUAL ZERO
           MOVE "ZERO BOUND" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           AND TXN-Mode NOT EQUAL "M" AND TXN-Mode NOT EQUAL "F"
           AND TXN-Mode NOT EQUAL "P" AND TXN-Mode NOT EQUAL "N"
           MOVE "INVALID MODE" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           AND TXN-Eff-To NOT EQUAL SPACES
           AND TXN-Eff-From GREATER TXN-Eff-To
           MOVE "EFFECTIVE RANGE INVERTED" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           AND TXN-Priority NOT EQUAL SPACE
           AND (TXN-Priority LESS "1" OR TXN-Priority GREATER "9")
           MOVE "INVALID PRIORITY" TO WS-Reject-Reason
       END-IF.

      * Every one of the first TXN-Divisor-Count entries must be a
               MOVE TXN-Leg TO SCT-Leg (WS-Entry-Count)
               MOVE "N" TO SCT-Deleted (WS-Entry-Count)
               MOVE SPACES TO AUD-Before-Leg
               MOVE SPACE TO AUD-Before-Priority
               MOVE TXN-Leg TO AUD-After-Leg
               MOVE TXN-Priority TO AUD-After-Priority
               PERFORM Write-Audit
           ELSE
               MOVE "SCHEDULE TABLE FULL" TO WS-Reject-Reason
           MOVE "KEY NOT ON FILE" TO WS-Reject-Reason
       ELSE
           MOVE SCT-Leg (WS-Match-Idx) TO AUD-Before-Leg
           MOVE SCT-Priority (WS-Match-Idx) TO AUD-Before-Priority
           MOVE TXN-Leg TO SCT-Leg (WS-Match-Idx)
           MOVE TXN-Leg TO AUD-After-Leg
           MOVE TXN-Priority TO AUD-After-Priority
           PERFORM Write-Audit
       END-IF.

           MOVE "KEY NOT ON FILE" TO WS-Reject-Reason
       ELSE
           MOVE SCT-Leg (WS-Match-Idx) TO AUD-Before-Leg
           MOVE SCT-Priority (WS-Match-Idx) TO AUD-Before-Priority
           MOVE "D" TO SCT-Deleted (WS-Match-Idx)
           MOVE SPACES TO AUD-After-Leg
           MOVE SPACE TO AUD-After-Priority
           PERFORM Write-Audit
       END-IF.

