       IDENTIFICATION DIVISION.
       PROGRAM-ID. perclose.
      * Month-end period close. Takes one transaction card from
      * SYSIN:
      *   positions  1-8  action, CLOSE or REOPEN
      *   positions 10-15 period YYYYMM
      *   positions 17-24 operator id
      *   positions 26-65 reason, required for REOPEN
      * The operator must be active on EULROPER with period authority
      * (checked through oprauth); a refusal is recorded on EULRSECV
      * for the security violations report.
      * CLOSE is refused while the month cannot be certified:
      *   - the ledger is out of balance with its EULRLDGC control
      *     record (the same count and hash ledgaud checks), or
      *   - any EULREXCP exception dated in the month is still open
      *     or acknowledged; each one is listed.
      * Otherwise the month is marked closed on EULRPERD with the
      * ledger count and hash total for the month, and the EULCLSRPT
      * certification report is produced: the whole-ledger control
      * figures, the month's ledger count and hash total, its runs
      * split into reconciled and excepted by exception outcome, the
      * exceptions resolved during the month, and the drift warnings
      * logged during it. The month's ledger entries and job-log
      * records are taken from the EULRLDGA and EULRJLGA archives as
      * well as the live files, so a month part-purged by ldgpurge
      * still certifies in full.
      * While a month is closed, expmaint and excmaint refuse changes
      * that would alter its results. REOPEN, with a reason, is the
      * only way back in: the period record keeps the reason, the
      * reopening operator and a count of reopens, and the reopen is
      * logged as a warning so it shows on the operations status.
      * A later CLOSE certifies the month afresh.
      * Return code: 8 when the transaction is refused, 16 when a
      * table fills, 0 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Period-File ASSIGN TO "EULRPERD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Period-Status.
           SELECT Ledger-File ASSIGN TO "EULRLDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Ledger-Status.
           SELECT Ledger-Arch-File ASSIGN TO "EULRLDGA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Arch-Status.
           SELECT Ledger-Control-File ASSIGN TO "EULRLDGC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Control-Status.
           SELECT Except-File ASSIGN TO "EULREXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Except-Status.
           SELECT Log-File ASSIGN TO "EULRJLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Log-Status.
           SELECT Log-Arch-File ASSIGN TO "EULRJLGA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Arch-Status.
           SELECT Report-File ASSIGN TO "EULCLSRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY "PERD-REC.cpy".
       COPY "LEDGER-REC.cpy".
       COPY "LDGA-REC.cpy".
       COPY "LEDGCTL-REC.cpy".
       COPY "EXCP-REC.cpy".
       FD Log-File.
       01 Log-Record.
         02 JLOG-Run-Id PIC X(23).
         02 JLOG-Timestamp PIC X(14).
         02 JLOG-Severity PIC X.
         02 JLOG-Msg-Code PIC X(8).
         02 JLOG-Msg-Text PIC X(60).
       FD Log-Arch-File.
       01 Log-Arch-Record.
         02 JLA-Purge-Date PIC X(8).
         02 JLA-Run-Id PIC X(23).
         02 JLA-Timestamp PIC X(14).
         02 JLA-Severity PIC X.
         02 JLA-Msg-Code PIC X(8).
         02 JLA-Msg-Text PIC X(60).
       FD Report-File.
       01 Report-Record PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-Period-Status PIC XX.
       01 WS-Ledger-Status PIC XX.
       01 WS-Arch-Status PIC XX.
       01 WS-Control-Status PIC XX.
       01 WS-Except-Status PIC XX.
       01 WS-Log-Status PIC XX.
       01 WS-EOF-Switch PIC X.
         88 WS-EOF VALUE "Y".
       01 Close-Card.
         02 WS-Card-Action PIC X(8).
         02 FILLER PIC X.
         02 WS-Card-Period PIC X(6).
         02 WS-Card-Period-Parts REDEFINES WS-Card-Period.
           03 WS-Card-Year PIC 9(4).
           03 WS-Card-Month PIC 9(2).
         02 FILLER PIC X.
         02 WS-Card-Operator PIC X(8).
         02 FILLER PIC X.
         02 WS-Card-Reason PIC X(40).
       01 WS-Refusal PIC X(40).
       01 WS-Deny-Reason PIC X(24).
       01 Security-Fields.
         02 WS-Sec-Program PIC X(8) VALUE "PERCLOSE".
         02 WS-Sec-Function PIC X(3) VALUE "PRD".
         02 WS-Sec-Action PIC X.
         02 WS-Sec-Detail PIC X(45).
      * EULRPERD is small - one record per month ever closed - and is
      * held whole so the one record changed can be written back in
      * place.
       01 Period-Table.
         02 WS-Period-Count PIC 9(3) VALUE 0.
         02 Period-Entry OCCURS 200.
           03 PTB-Image PIC X(116).
           03 PTB-Fields REDEFINES PTB-Image.
             04 PTB-Period PIC X(6).
             04 PTB-Status PIC X.
             04 FILLER PIC X(109).
       01 WS-Period-Idx PIC 9(3).
       01 WS-Period-Found-Switch PIC X.
         88 WS-Period-Found VALUE "Y".
      * The month's exceptions, so each of the month's ledger entries
      * can be classed as reconciled (no exception against it) or
      * excepted under the outcome of the exception raised.
       01 Exception-Table.
         02 WS-Exc-Count PIC 9(3) VALUE 0.
         02 Exception-Entry OCCURS 500.
           03 EXT-Run-Id PIC X(23).
           03 EXT-Variant PIC X(8).
           03 EXT-Bound PIC 9(9).
           03 EXT-Outcome PIC X.
           03 EXT-Matched PIC X.
       01 WS-Idx PIC 9(3).
       01 WS-Found-Switch PIC X.
         88 WS-Found VALUE "Y".
       01 Ledger-Key.
         02 WS-Key-Run-Id PIC X(23).
         02 WS-Key-Variant PIC X(8).
         02 WS-Key-Bound PIC 9(9).
         02 WS-Key-Total PIC 9(13).
       01 Balance-Fields.
         02 WS-Ledger-Count PIC 9(9) VALUE 0.
         02 WS-Ledger-Hash PIC 9(18) VALUE 0.
         02 WS-Total-Num PIC 9(13).
       01 Period-Counts.
         02 WS-Prd-Live PIC 9(7) VALUE 0.
         02 WS-Prd-Archived PIC 9(7) VALUE 0.
         02 WS-Prd-Count PIC 9(7) VALUE 0.
         02 WS-Prd-Hash PIC 9(15) VALUE 0.
         02 WS-Prd-Reconciled PIC 9(7) VALUE 0.
         02 WS-Prd-Excepted PIC 9(7) VALUE 0.
         02 WS-Prd-Exc-Mismatch PIC 9(7) VALUE 0.
         02 WS-Prd-Exc-No-Ctl PIC 9(7) VALUE 0.
         02 WS-Prd-Exc-No-File PIC 9(7) VALUE 0.
         02 WS-Exc-Unmatched PIC 9(7) VALUE 0.
         02 WS-Exc-Open PIC 9(7) VALUE 0.
         02 WS-Exc-Resolved PIC 9(7) VALUE 0.
         02 WS-Drift-Count PIC 9(7) VALUE 0.
       01 Drift-Fields.
         02 WS-Drift-Run-Id PIC X(23).
         02 WS-Drift-Stamp PIC X(14).
         02 WS-Drift-Text PIC X(60).
       01 WS-Current-Period PIC X(6).
       01 WS-Close-RC PIC 9(2) VALUE 0.
       01 WS-Report-Line PIC X(100).
       01 Job-Log-Fields.
         02 WS-Log-Severity PIC X.
         02 WS-Log-Code PIC X(8).
         02 WS-Log-Text PIC X(60).
       COPY "JOBID.cpy".
       PROCEDURE DIVISION.
       MOVE "PERCLOSE" TO JOBID-Variant
       MOVE FUNCTION CURRENT-DATE(1:14) TO JOBID-Timestamp
       MOVE SPACES TO JOBID-Run-Id
       STRING JOBID-Variant DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           JOBID-Timestamp DELIMITED BY SIZE
           INTO JOBID-Run-Id
       MOVE JOBID-Timestamp(1:6) TO WS-Current-Period
       DISPLAY "PERCLOSE: starting period control " JOBID-Run-Id
       ACCEPT Close-Card FROM SYSIN
       OPEN OUTPUT Report-File
       MOVE SPACES TO WS-Report-Line
       STRING "PERIOD CLOSE CERTIFICATION  RUN-ID: " JOBID-Run-Id
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO WS-Report-Line
       STRING "ACTION: " WS-Card-Action
           "  PERIOD: " WS-Card-Period
           "  OPERATOR: " WS-Card-Operator
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       PERFORM Validate-Card
       IF WS-Refusal EQUAL SPACES
           PERFORM Check-Authority
       END-IF
       IF WS-Refusal EQUAL SPACES
           AND WS-Card-Action EQUAL "REOPEN"
           AND WS-Card-Reason EQUAL SPACES
           MOVE "BLANK REOPEN REASON" TO WS-Refusal
       END-IF
       IF WS-Refusal EQUAL SPACES
           PERFORM Load-Period-Table
           PERFORM Find-Period
           IF WS-Card-Action EQUAL "CLOSE"
               PERFORM Close-Period
           ELSE
               PERFORM Reopen-Period
           END-IF
       END-IF
       IF WS-Refusal NOT EQUAL SPACES
           PERFORM Refuse-Transaction
       END-IF
       CLOSE Report-File
       DISPLAY "PERCLOSE: run " JOBID-Run-Id
           " complete, report written to EULCLSRPT"
      * Posted last: a CALLed subprogram ending normally hands its own
      * zero RETURN-CODE back to the caller.
       IF WS-Close-RC NOT EQUAL ZERO
           MOVE WS-Close-RC TO RETURN-CODE
       END-IF
       STOP RUN.

       Validate-Card.
       MOVE SPACES TO WS-Refusal
       IF WS-Card-Action NOT EQUAL "CLOSE"
           AND WS-Card-Action NOT EQUAL "REOPEN"
           MOVE "INVALID ACTION, EXPECTED CLOSE OR REOPEN"
               TO WS-Refusal
       END-IF
       IF WS-Refusal EQUAL SPACES
           IF WS-Card-Period IS NOT NUMERIC
               MOVE "INVALID PERIOD, EXPECTED YYYYMM" TO WS-Refusal
           ELSE
               IF WS-Card-Month LESS 1 OR WS-Card-Month GREATER 12
                   MOVE "INVALID PERIOD, EXPECTED YYYYMM"
                       TO WS-Refusal
               END-IF
           END-IF
       END-IF.

      * A card naming no operator is refused and recorded on
      * EULRSECV the same as one oprauth refuses.
       Check-Authority.
       IF WS-Card-Operator EQUAL SPACES
           MOVE "BLANK OPERATOR ID" TO WS-Deny-Reason
       ELSE
           CALL "oprauth" USING WS-Card-Operator WS-Sec-Function
               WS-Deny-Reason
       END-IF
       IF WS-Deny-Reason NOT EQUAL SPACES
           MOVE WS-Deny-Reason TO WS-Refusal
           MOVE WS-Card-Action(1:1) TO WS-Sec-Action
           MOVE SPACES TO WS-Sec-Detail
           STRING "EULRPERD " DELIMITED BY SIZE
               WS-Card-Action DELIMITED BY SPACE
               " " WS-Card-Period DELIMITED BY SIZE
               INTO WS-Sec-Detail
           CALL "seclog" USING WS-Sec-Program WS-Card-Operator
               WS-Sec-Action WS-Deny-Reason WS-Sec-Detail
       END-IF.

       Refuse-Transaction.
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE SPACES TO WS-Report-Line
       STRING "PERIOD " WS-Card-Period " " DELIMITED BY SIZE
           WS-Card-Action DELIMITED BY SPACE
           " REFUSED - " WS-Refusal DELIMITED BY SIZE
           INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       DISPLAY "PERCLOSE: ERROR - period " WS-Card-Period
           " transaction refused, " WS-Refusal
       MOVE "E" TO WS-Log-Severity
       MOVE "PRDREFSD" TO WS-Log-Code
       MOVE SPACES TO WS-Log-Text
       STRING "PERIOD " WS-Card-Period " " DELIMITED BY SIZE
           WS-Card-Action DELIMITED BY SPACE
           " REFUSED, " WS-Refusal DELIMITED BY SIZE
           INTO WS-Log-Text
       PERFORM Write-Job-Log
       MOVE 8 TO WS-Close-RC.

      * ---------------------------------------------------------
      * EULRPERD
      * ---------------------------------------------------------
       Load-Period-Table.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Period-File
       IF WS-Period-Status EQUAL "35"
           SET WS-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-EOF
               READ Period-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM Load-Period-Entry
               END-READ
           END-PERFORM
           CLOSE Period-File
       END-IF.

       Load-Period-Entry.
       IF WS-Period-Count LESS 200
           ADD 1 TO WS-Period-Count
           MOVE Period-Record TO PTB-Image (WS-Period-Count)
       ELSE
           DISPLAY "PERCLOSE: ERROR - period table full loading "
               "EULRPERD, run aborted"
           MOVE "PERIOD TABLE FULL LOADING EULRPERD - RUN ABORTED"
               TO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           CLOSE Report-File
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       Find-Period.
       MOVE "N" TO WS-Period-Found-Switch
       MOVE ZERO TO WS-Period-Idx
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Period-Count OR WS-Period-Found
           IF PTB-Period (WS-Idx) EQUAL WS-Card-Period
               SET WS-Period-Found TO TRUE
               MOVE WS-Idx TO WS-Period-Idx
           END-IF
       END-PERFORM
       IF WS-Period-Found
           MOVE PTB-Image (WS-Period-Idx) TO Period-Record
       END-IF.

      * The whole table is written back over EULRPERD in one pass,
      * with the changed record in its place or added at the end.
       Rewrite-Period-File.
       IF WS-Period-Idx EQUAL ZERO
           ADD 1 TO WS-Period-Count
           MOVE WS-Period-Count TO WS-Period-Idx
       END-IF
       MOVE Period-Record TO PTB-Image (WS-Period-Idx)
       OPEN OUTPUT Period-File
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Period-Count
           MOVE PTB-Image (WS-Idx) TO Period-Record
           WRITE Period-Record
       END-PERFORM
       CLOSE Period-File.

      * ---------------------------------------------------------
      * CLOSE
      * ---------------------------------------------------------
       Close-Period.
       IF WS-Period-Found AND PTB-Status (WS-Period-Idx) EQUAL "C"
           MOVE "PERIOD ALREADY CLOSED" TO WS-Refusal
       END-IF
       IF WS-Refusal EQUAL SPACES
           AND WS-Card-Period GREATER WS-Current-Period
           MOVE "PERIOD HAS NOT STARTED" TO WS-Refusal
       END-IF
       IF WS-Refusal EQUAL SPACES
           AND NOT WS-Period-Found AND WS-Period-Count NOT LESS 200
           MOVE "PERIOD TABLE FULL" TO WS-Refusal
       END-IF
       IF WS-Refusal EQUAL SPACES
           PERFORM Check-Ledger-Balance
           PERFORM Check-Open-Exceptions
       END-IF
       IF WS-Refusal EQUAL SPACES
           PERFORM Certify-Ledger
           PERFORM Certify-Runs
           PERFORM List-Resolved
           PERFORM List-Drift
           PERFORM Mark-Closed
       END-IF.

      * The ledger is certified only from a known-good starting point,
      * the same count and hash ledgaud proves against EULRLDGC.
       Check-Ledger-Balance.
       MOVE "LEDGER CONTROL" TO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Ledger-File
       IF WS-Ledger-Status EQUAL "35"
           MOVE "NO LEDGER FILE EULRLDG" TO WS-Refusal
       ELSE
           PERFORM UNTIL WS-EOF
               READ Ledger-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Ledger-Count
                       IF LDG-Total IS NUMERIC
                           MOVE LDG-Total TO WS-Total-Num
                           ADD WS-Total-Num TO WS-Ledger-Hash
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Ledger-File
           MOVE SPACES TO WS-Report-Line
           STRING "  LEDGER RECORDS: " WS-Ledger-Count
               "  HASH TOTAL: " WS-Ledger-Hash
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           OPEN INPUT Ledger-Control-File
           IF WS-Control-Status EQUAL "35"
               MOVE "NO LEDGER CONTROL RECORD EULRLDGC"
                   TO WS-Refusal
           ELSE
               READ Ledger-Control-File
               CLOSE Ledger-Control-File
               IF WS-Control-Status NOT EQUAL "00"
                   MOVE "NO LEDGER CONTROL RECORD EULRLDGC"
                       TO WS-Refusal
               ELSE
                   MOVE SPACES TO WS-Report-Line
                   STRING "  CONTROL RECORD: " LDGC-Count
                       "  HASH TOTAL: " LDGC-Hash
                       DELIMITED BY SIZE INTO WS-Report-Line
                   WRITE Report-Record FROM WS-Report-Line
                   IF LDGC-Count NOT EQUAL WS-Ledger-Count
                       OR LDGC-Hash NOT EQUAL WS-Ledger-Hash
                       MOVE "LEDGER OUT OF BALANCE WITH EULRLDGC"
                           TO WS-Refusal
                   END-IF
               END-IF
           END-IF
       END-IF
       IF WS-Refusal EQUAL SPACES
           MOVE "  CONTROL TOTALS IN BALANCE" TO WS-Report-Line
       ELSE
           MOVE SPACES TO WS-Report-Line
           STRING "  " WS-Refusal
               DELIMITED BY SIZE INTO WS-Report-Line
       END-IF
       WRITE Report-Record FROM WS-Report-Line.

      * Every exception dated in the month is kept for the run
      * classification; any not yet resolved is listed and blocks the
      * close. A blank status is an open item from before the
      * resolution workflow.
       Check-Open-Exceptions.
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE "EXCEPTIONS DATED IN PERIOD" TO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Except-File
       IF WS-Except-Status EQUAL "35"
           SET WS-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-EOF
               READ Except-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF EXC-Date(1:6) EQUAL WS-Card-Period
                           PERFORM Keep-Exception
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Except-File
       END-IF
       MOVE SPACES TO WS-Report-Line
       STRING "  EXCEPTIONS: " WS-Exc-Count
           "  STILL OPEN OR ACKNOWLEDGED: " WS-Exc-Open
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       IF WS-Exc-Open GREATER ZERO AND WS-Refusal EQUAL SPACES
           MOVE "EXCEPTIONS STILL OPEN OR ACKNOWLEDGED"
               TO WS-Refusal
       END-IF.

       Keep-Exception.
       IF WS-Exc-Count NOT LESS 500
           DISPLAY "PERCLOSE: ERROR - exception table full loading "
               "EULREXCP, run aborted"
           MOVE "EXCEPTION TABLE FULL LOADING EULREXCP - RUN ABORTED"
               TO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           CLOSE Except-File
           CLOSE Report-File
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-Exc-Count
       MOVE EXC-Run-Id TO EXT-Run-Id (WS-Exc-Count)
       MOVE EXC-Variant TO EXT-Variant (WS-Exc-Count)
       MOVE EXC-Bound TO EXT-Bound (WS-Exc-Count)
       MOVE EXC-Outcome TO EXT-Outcome (WS-Exc-Count)
       MOVE "N" TO EXT-Matched (WS-Exc-Count)
       IF EXC-Status NOT EQUAL "R"
           ADD 1 TO WS-Exc-Open
           MOVE SPACES TO WS-Report-Line
           STRING "  OPEN ITEM: " EXC-Run-Id
               " " EXC-Variant " " EXC-Bound
               " OUTCOME " EXC-Outcome
               " STATUS " EXC-Status
               " " EXC-Res-Oper
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       END-IF.

      * The month's ledger entries are those dated in it, archived
      * first and then live, the order they were written in.
       Certify-Ledger.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Ledger-Arch-File
       IF WS-Arch-Status EQUAL "35"
           SET WS-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-EOF
               READ Ledger-Arch-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF LDA-Date(1:6) EQUAL WS-Card-Period
                           ADD 1 TO WS-Prd-Archived
                           MOVE LDA-Run-Id TO WS-Key-Run-Id
                           MOVE LDA-Variant TO WS-Key-Variant
                           MOVE LDA-Bound TO WS-Key-Bound
                           MOVE LDA-Total TO WS-Key-Total
                           PERFORM Certify-Entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Ledger-Arch-File
       END-IF
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Ledger-File
       PERFORM UNTIL WS-EOF
           READ Ledger-File
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF LDG-Date(1:6) EQUAL WS-Card-Period
                       ADD 1 TO WS-Prd-Live
                       MOVE LDG-Run-Id TO WS-Key-Run-Id
                       MOVE LDG-Variant TO WS-Key-Variant
                       MOVE LDG-Bound TO WS-Key-Bound
                       MOVE LDG-Total TO WS-Key-Total
                       PERFORM Certify-Entry
                   END-IF
           END-READ
       END-PERFORM
       CLOSE Ledger-File
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE "LEDGER ENTRIES DATED IN PERIOD" TO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO WS-Report-Line
       STRING "  ENTRIES: " WS-Prd-Count
           "  LIVE: " WS-Prd-Live
           "  ARCHIVED: " WS-Prd-Archived
           "  HASH TOTAL: " WS-Prd-Hash
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.

       Certify-Entry.
       ADD 1 TO WS-Prd-Count
       IF WS-Key-Total IS NUMERIC
           ADD WS-Key-Total TO WS-Prd-Hash
       END-IF
       MOVE "N" TO WS-Found-Switch
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Exc-Count OR WS-Found
           IF EXT-Run-Id (WS-Idx) EQUAL WS-Key-Run-Id
               AND EXT-Variant (WS-Idx) EQUAL WS-Key-Variant
               AND EXT-Bound (WS-Idx) EQUAL WS-Key-Bound
               AND EXT-Matched (WS-Idx) EQUAL "N"
               SET WS-Found TO TRUE
               MOVE "Y" TO EXT-Matched (WS-Idx)
               ADD 1 TO WS-Prd-Excepted
               EVALUATE EXT-Outcome (WS-Idx)
                   WHEN "X"
                       ADD 1 TO WS-Prd-Exc-Mismatch
                   WHEN "N"
                       ADD 1 TO WS-Prd-Exc-No-Ctl
                   WHEN OTHER
                       ADD 1 TO WS-Prd-Exc-No-File
               END-EVALUATE
           END-IF
       END-PERFORM
       IF NOT WS-Found
           ADD 1 TO WS-Prd-Reconciled
       END-IF.

      * An exception matching none of the month's ledger entries is
      * counted so the two halves of the split visibly add up.
       Certify-Runs.
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Exc-Count
           IF EXT-Matched (WS-Idx) EQUAL "N"
               ADD 1 TO WS-Exc-Unmatched
           END-IF
       END-PERFORM
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE "RUN RECONCILIATION" TO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO WS-Report-Line
       STRING "  RECONCILED: " WS-Prd-Reconciled
           "  EXCEPTED: " WS-Prd-Excepted
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO WS-Report-Line
       STRING "  EXCEPTED - MISMATCH: " WS-Prd-Exc-Mismatch
           "  NO CONTROL TOTAL: " WS-Prd-Exc-No-Ctl
           "  NO CONTROL FILE: " WS-Prd-Exc-No-File
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       IF WS-Exc-Unmatched GREATER ZERO
           MOVE SPACES TO WS-Report-Line
           STRING "  EXCEPTIONS WITH NO LEDGER ENTRY IN PERIOD: "
               WS-Exc-Unmatched
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       END-IF.

      * Resolved in the month means resolved during it, whenever the
      * exception itself was raised.
       List-Resolved.
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE "EXCEPTIONS RESOLVED IN PERIOD" TO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Except-File
       IF WS-Except-Status EQUAL "35"
           SET WS-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-EOF
           READ Except-File
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF EXC-Status EQUAL "R"
                       AND EXC-Res-Date(1:6) EQUAL WS-Card-Period
                       ADD 1 TO WS-Exc-Resolved
                       MOVE SPACES TO WS-Report-Line
                       STRING "  " EXC-Run-Id
                           " " EXC-Variant " " EXC-Bound
                           " OUTCOME " EXC-Outcome
                           " BY " EXC-Res-Oper
                           " " EXC-Res-Reason
                           " ON " EXC-Res-Date
                           DELIMITED BY SIZE INTO WS-Report-Line
                       WRITE Report-Record FROM WS-Report-Line
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Except-Status NOT EQUAL "35"
           CLOSE Except-File
       END-IF
       MOVE SPACES TO WS-Report-Line
       STRING "  RESOLVED: " WS-Exc-Resolved
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.

       List-Drift.
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE "DRIFT WARNINGS IN PERIOD" TO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Log-Arch-File
       IF WS-Arch-Status EQUAL "35"
           SET WS-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-EOF
               READ Log-Arch-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF JLA-Msg-Code EQUAL "DRIFT"
                           AND JLA-Timestamp(1:6) EQUAL WS-Card-Period
                           MOVE JLA-Run-Id TO WS-Drift-Run-Id
                           MOVE JLA-Timestamp TO WS-Drift-Stamp
                           MOVE JLA-Msg-Text TO WS-Drift-Text
                           PERFORM Write-Drift-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Log-Arch-File
       END-IF
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Log-File
       IF WS-Log-Status EQUAL "35"
           SET WS-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-EOF
               READ Log-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF JLOG-Msg-Code EQUAL "DRIFT"
                           AND JLOG-Timestamp(1:6) EQUAL WS-Card-Period
                           MOVE JLOG-Run-Id TO WS-Drift-Run-Id
                           MOVE JLOG-Timestamp TO WS-Drift-Stamp
                           MOVE JLOG-Msg-Text TO WS-Drift-Text
                           PERFORM Write-Drift-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Log-File
       END-IF
       MOVE SPACES TO WS-Report-Line
       STRING "  DRIFT WARNINGS: " WS-Drift-Count
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.

       Write-Drift-Line.
       ADD 1 TO WS-Drift-Count
       MOVE SPACES TO WS-Report-Line
       STRING "  " WS-Drift-Stamp(1:8)
           " " WS-Drift-Run-Id
           " " WS-Drift-Text(1:45)
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.

       Mark-Closed.
       IF NOT WS-Period-Found
           MOVE SPACES TO Period-Record
           MOVE WS-Card-Period TO PRD-Period
           MOVE ZERO TO PRD-Reopen-Count
       END-IF
       MOVE "C" TO PRD-Status
       MOVE JOBID-Timestamp TO PRD-Close-Stamp
       MOVE WS-Card-Operator TO PRD-Close-Oper
       MOVE WS-Prd-Count TO PRD-Ledger-Count
       MOVE WS-Prd-Hash TO PRD-Ledger-Hash
       PERFORM Rewrite-Period-File
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE SPACES TO WS-Report-Line
       STRING "PERIOD " WS-Card-Period " CLOSED AND CERTIFIED BY "
           WS-Card-Operator " AT " JOBID-Timestamp
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       DISPLAY "PERCLOSE: period " WS-Card-Period " closed, "
           WS-Prd-Count " ledger entries certified"
       MOVE "I" TO WS-Log-Severity
       MOVE "PRDCLOSE" TO WS-Log-Code
       MOVE SPACES TO WS-Log-Text
       STRING "PERIOD " WS-Card-Period " CLOSED, "
           WS-Prd-Count " LEDGER ENTRIES CERTIFIED"
           DELIMITED BY SIZE INTO WS-Log-Text
       PERFORM Write-Job-Log.

      * ---------------------------------------------------------
      * REOPEN
      * ---------------------------------------------------------
       Reopen-Period.
       IF NOT WS-Period-Found
           MOVE "PERIOD NOT CLOSED" TO WS-Refusal
       ELSE
           IF PTB-Status (WS-Period-Idx) NOT EQUAL "C"
               MOVE "PERIOD NOT CLOSED" TO WS-Refusal
           END-IF
       END-IF
       IF WS-Refusal EQUAL SPACES
           MOVE SPACES TO WS-Report-Line
           STRING "CERTIFIED AT CLOSE: " PRD-Ledger-Count
               " ENTRIES  HASH TOTAL: " PRD-Ledger-Hash
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "CLOSED BY " PRD-Close-Oper
               " AT " PRD-Close-Stamp
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           MOVE "O" TO PRD-Status
           MOVE JOBID-Timestamp TO PRD-Reopen-Stamp
           MOVE WS-Card-Operator TO PRD-Reopen-Oper
           MOVE WS-Card-Reason TO PRD-Reopen-Reason
           IF PRD-Reopen-Count IS NOT NUMERIC
               MOVE ZERO TO PRD-Reopen-Count
           END-IF
           ADD 1 TO PRD-Reopen-Count
           PERFORM Rewrite-Period-File
           MOVE SPACES TO Report-Record
           WRITE Report-Record
           MOVE SPACES TO WS-Report-Line
           STRING "PERIOD " WS-Card-Period " REOPENED BY "
               WS-Card-Operator " AT " JOBID-Timestamp
               " - REOPEN " PRD-Reopen-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "REASON: " WS-Card-Reason
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           DISPLAY "PERCLOSE: period " WS-Card-Period
               " reopened, " WS-Card-Reason
           MOVE "W" TO WS-Log-Severity
           MOVE "PRDREOPN" TO WS-Log-Code
           MOVE SPACES TO WS-Log-Text
           STRING "PERIOD " WS-Card-Period " REOPENED: "
               WS-Card-Reason
               DELIMITED BY SIZE INTO WS-Log-Text
           PERFORM Write-Job-Log
       END-IF.

       Write-Job-Log.
       CALL "joblog" USING JOBID-Run-Id WS-Log-Severity
           WS-Log-Code WS-Log-Text.
