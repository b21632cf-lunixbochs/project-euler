       IDENTIFICATION DIVISION.
       PROGRAM-ID. catmaint.
      * Maintenance for the EULRMCAT job-log message catalog, in the
      * same pattern as schmaint: applies transaction records from
      * EULRCTXN (action A=add, C=change, D=delete, the submitting
      * operator id, and a full catalog entry image) against the
      * catalog, keyed by message code. An add or change must carry
      * the owning program, an expected severity of I, W or E, a
      * description and the operator action text - the action text
      * is what night shift reads off the job-log analysis report,
      * so an entry without one is refused. Rejects go to the
      * EULRCERR error listing and every accepted change is written
      * to the EULRCAUD audit file with a timestamp, the operator id,
      * and the before/after entry images. The surviving table is
      * rewritten over EULRMCAT in one pass at the end, so a
      * rejected batch leaves the live catalog exactly as it was.
      * The operator must be active on EULROPER with catalog
      * authority (checked through oprauth); a refusal is rejected
      * like any other and also recorded on EULRSECV for the
      * security violations report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Catalog-File ASSIGN TO "EULRMCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Catalog-Status.
           SELECT Txn-File ASSIGN TO "EULRCTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Txn-Status.
           SELECT Error-File ASSIGN TO "EULRCERR"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Audit-File ASSIGN TO "EULRCAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Audit-Status.
       DATA DIVISION.
       FILE SECTION.
       COPY "MCAT-REC.cpy".
       FD Txn-File.
       01 Txn-Record.
         02 TXN-Action PIC X.
         02 TXN-Operator PIC X(8).
         02 TXN-Entry.
           03 TXN-Msg-Code PIC X(8).
           03 TXN-Program PIC X(8).
           03 TXN-Severity PIC X.
           03 TXN-Description PIC X(50).
           03 TXN-Oper-Action PIC X(60).
       FD Error-File.
       01 Error-Record PIC X(180).
       FD Audit-File.
       01 Audit-Record.
         02 AUD-Timestamp PIC X(14).
         02 AUD-Operator PIC X(8).
         02 AUD-Action PIC X.
         02 AUD-Msg-Code PIC X(8).
         02 AUD-Before-Entry PIC X(127).
         02 AUD-After-Entry PIC X(127).
       WORKING-STORAGE SECTION.
       01 WS-Catalog-Status PIC XX.
       01 WS-Txn-Status PIC XX.
       01 WS-Audit-Status PIC XX.
       01 WS-Catalog-EOF-Switch PIC X VALUE "N".
         88 WS-Catalog-EOF VALUE "Y".
       01 WS-Txn-EOF-Switch PIC X VALUE "N".
         88 WS-Txn-EOF VALUE "Y".
       01 Catalog-Table.
         02 WS-Entry-Count PIC 9(3) VALUE 0.
         02 Catalog-Entry OCCURS 200.
           03 CTT-Entry PIC X(127).
           03 CTT-Entry-Fields REDEFINES CTT-Entry.
             04 CTT-Msg-Code PIC X(8).
             04 CTT-Filler PIC X(119).
           03 CTT-Deleted PIC X.
       01 Txn-Counts.
         02 WS-Txns-Read PIC 9(5) VALUE 0.
         02 WS-Txns-Accepted PIC 9(5) VALUE 0.
         02 WS-Txns-Rejected PIC 9(5) VALUE 0.
       01 WS-Found-Switch PIC X.
         88 WS-Found VALUE "Y".
       01 WS-Match-Idx PIC 9(3).
       01 WS-Idx PIC 9(3).
       01 WS-Reject-Reason PIC X(24).
       01 Security-Fields.
         02 WS-Sec-Program PIC X(8) VALUE "CATMAINT".
         02 WS-Sec-Function PIC X(3) VALUE "CAT".
         02 WS-Sec-Detail PIC X(45).
       01 WS-Error-Line PIC X(180).
       01 WS-Timestamp PIC X(14).
       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Timestamp
       DISPLAY "CATMAINT: starting message catalog maintenance"
       PERFORM Load-Catalog-Table
       OPEN INPUT Txn-File
       IF WS-Txn-Status EQUAL "35"
           DISPLAY "CATMAINT: ERROR - no transaction file EULRCTXN, "
               "nothing to apply"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT Error-File
       OPEN EXTEND Audit-File
       IF WS-Audit-Status EQUAL "35"
           OPEN OUTPUT Audit-File
           CLOSE Audit-File
           OPEN EXTEND Audit-File
       END-IF
       PERFORM UNTIL WS-Txn-EOF
           READ Txn-File
               AT END
                   SET WS-Txn-EOF TO TRUE
               NOT AT END
                   PERFORM Apply-Txn
           END-READ
       END-PERFORM
       CLOSE Txn-File
       CLOSE Error-File
       CLOSE Audit-File
       PERFORM Rewrite-Catalog-File
       DISPLAY "CATMAINT: " WS-Txns-Read " transactions read, "
           WS-Txns-Accepted " accepted, "
           WS-Txns-Rejected " rejected"
       IF WS-Txns-Rejected GREATER ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      * A missing catalog is a legal starting point: the first
      * maintenance run builds it from add transactions.
       Load-Catalog-Table.
       OPEN INPUT Catalog-File
       IF WS-Catalog-Status EQUAL "35"
           DISPLAY "CATMAINT: no message catalog EULRMCAT on file, "
               "starting from an empty table"
           SET WS-Catalog-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-Catalog-EOF
               READ Catalog-File
                   AT END
                       SET WS-Catalog-EOF TO TRUE
                   NOT AT END
                       PERFORM Load-Catalog-Entry
               END-READ
           END-PERFORM
           CLOSE Catalog-File
       END-IF.

       Load-Catalog-Entry.
       IF WS-Entry-Count LESS 200
           ADD 1 TO WS-Entry-Count
           MOVE Catalog-Record TO CTT-Entry (WS-Entry-Count)
           MOVE "N" TO CTT-Deleted (WS-Entry-Count)
       ELSE
           DISPLAY "CATMAINT: ERROR - catalog table full loading "
               "EULRMCAT, run aborted"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       Apply-Txn.
       ADD 1 TO WS-Txns-Read
       MOVE SPACES TO WS-Reject-Reason
       PERFORM Validate-Txn
       IF WS-Reject-Reason EQUAL SPACES
           PERFORM Find-Catalog-Entry
           EVALUATE TXN-Action
               WHEN "A"
                   PERFORM Apply-Add
               WHEN "C"
                   PERFORM Apply-Change
               WHEN "D"
                   PERFORM Apply-Delete
           END-EVALUATE
       END-IF
       IF WS-Reject-Reason NOT EQUAL SPACES
           PERFORM Write-Reject
       END-IF.

      * A delete needs only a valid key - the rest of the entry
      * image is ignored.
       Validate-Txn.
       IF TXN-Action NOT EQUAL "A" AND TXN-Action NOT EQUAL "C"
           AND TXN-Action NOT EQUAL "D"
           MOVE "INVALID ACTION CODE" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           PERFORM Check-Authority
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           AND TXN-Msg-Code EQUAL SPACES
           MOVE "BLANK MESSAGE CODE" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason NOT EQUAL SPACES
           OR TXN-Action EQUAL "D"
           CONTINUE
       ELSE
           PERFORM Validate-Entry-Image
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
           STRING "MESSAGE CODE " TXN-Msg-Code
               DELIMITED BY SIZE INTO WS-Sec-Detail
           CALL "seclog" USING WS-Sec-Program TXN-Operator
               TXN-Action WS-Reject-Reason WS-Sec-Detail
       END-IF.

       Validate-Entry-Image.
       IF TXN-Program EQUAL SPACES
           MOVE "BLANK OWNING PROGRAM" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           AND TXN-Severity NOT EQUAL "I"
           AND TXN-Severity NOT EQUAL "W"
           AND TXN-Severity NOT EQUAL "E"
           MOVE "INVALID SEVERITY" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           AND TXN-Description EQUAL SPACES
           MOVE "BLANK DESCRIPTION" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           AND TXN-Oper-Action EQUAL SPACES
           MOVE "BLANK OPERATOR ACTION" TO WS-Reject-Reason
       END-IF.

       Find-Catalog-Entry.
       MOVE "N" TO WS-Found-Switch
       MOVE ZERO TO WS-Match-Idx
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Entry-Count OR WS-Found
           IF CTT-Deleted (WS-Idx) EQUAL "N"
               AND CTT-Msg-Code (WS-Idx) EQUAL TXN-Msg-Code
               SET WS-Found TO TRUE
               MOVE WS-Idx TO WS-Match-Idx
           END-IF
       END-PERFORM.

       Apply-Add.
       IF WS-Found
           MOVE "DUPLICATE KEY" TO WS-Reject-Reason
       ELSE
           IF WS-Entry-Count LESS 200
               ADD 1 TO WS-Entry-Count
               MOVE TXN-Entry TO CTT-Entry (WS-Entry-Count)
               MOVE "N" TO CTT-Deleted (WS-Entry-Count)
               MOVE SPACES TO AUD-Before-Entry
               MOVE TXN-Entry TO AUD-After-Entry
               PERFORM Write-Audit
           ELSE
               MOVE "CATALOG TABLE FULL" TO WS-Reject-Reason
           END-IF
       END-IF.

       Apply-Change.
       IF NOT WS-Found
           MOVE "KEY NOT ON FILE" TO WS-Reject-Reason
       ELSE
           MOVE CTT-Entry (WS-Match-Idx) TO AUD-Before-Entry
           MOVE TXN-Entry TO CTT-Entry (WS-Match-Idx)
           MOVE TXN-Entry TO AUD-After-Entry
           PERFORM Write-Audit
       END-IF.

       Apply-Delete.
       IF NOT WS-Found
           MOVE "KEY NOT ON FILE" TO WS-Reject-Reason
       ELSE
           MOVE CTT-Entry (WS-Match-Idx) TO AUD-Before-Entry
           MOVE "D" TO CTT-Deleted (WS-Match-Idx)
           MOVE SPACES TO AUD-After-Entry
           PERFORM Write-Audit
       END-IF.

       Write-Audit.
       ADD 1 TO WS-Txns-Accepted
       MOVE WS-Timestamp TO AUD-Timestamp
       MOVE TXN-Operator TO AUD-Operator
       MOVE TXN-Action TO AUD-Action
       MOVE TXN-Msg-Code TO AUD-Msg-Code
       WRITE Audit-Record.

       Write-Reject.
       ADD 1 TO WS-Txns-Rejected
       MOVE SPACES TO WS-Error-Line
       STRING "REJECTED: '" Txn-Record
           "' - " WS-Reject-Reason
           DELIMITED BY SIZE INTO WS-Error-Line
       WRITE Error-Record FROM WS-Error-Line
       DISPLAY "CATMAINT: WARNING - transaction rejected, "
           WS-Reject-Reason.

      * The surviving table is written back over EULRMCAT in one
      * pass; deleted entries are simply not rewritten.
       Rewrite-Catalog-File.
       OPEN OUTPUT Catalog-File
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Entry-Count
           IF CTT-Deleted (WS-Idx) EQUAL "N"
               MOVE CTT-Entry (WS-Idx) TO Catalog-Record
               WRITE Catalog-Record
           END-IF
       END-PERFORM
       CLOSE Catalog-File.
