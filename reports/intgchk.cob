       IDENTIFICATION DIVISION.
       PROGRAM-ID. intgchk.
      * Suite-wide referential integrity sweep. ledgaud proves the
      * ledger agrees with its own control record; this proves the
      * other files agree with the ledger. Every break is listed on
      * the EULINTRPT integrity report under its category:
      *   MSTNOLDG - an EULRMST record names a run-id with no ledger
      *              entry for its variant+bound
      *   MSTNOTLT - an EULRMST record names a ledger entry that is
      *              not the latest one for its variant+bound
      *   STANOLDG - an EULRSTAT record has no ledger entry for its
      *              run-id+variant+bound (an engine overflow stops a
      *              run after its statistics and before its ledger
      *              entry, so such a run shows up here)
      *   DTLNOLDG - an EULRDTL run has no ledger entry for its run-id
      *   DTLTOTAL - the last DTL-Running-Total of a detailed run does
      *              not equal the LDG-Total of its ledger entry
      *   EXCNOLDG - an EULREXCP item has no ledger entry for its
      *              run-id+variant+bound
      *   EXCACTL  - an EXC-Actual does not equal the ledger total for
      *              its run
      * The ledger is taken as the EULRLDGA archive written by ldgpurge
      * followed by the live EULRLDG, so a statistics, detail or
      * exception record whose ledger entry has been archived still
      * resolves; those are counted, not reported as breaks. The
      * dispatcher appends several legs under one run-id and writes
      * the detail of each detailed leg in turn, so EULRDTL is taken
      * a run at a time - a new run starts wherever the run-id
      * changes or DTL-Seq starts again - and each run's final
      * running total must match a ledger entry under that run-id.
      * Return code: 8 when any break is found, 4 when the sweep was
      * incomplete (a table filled or the master was not on file)
      * but found no break, 0 when clean.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ledger-File ASSIGN TO "EULRLDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Ledger-Status.
           SELECT Ledger-Arch-File ASSIGN TO "EULRLDGA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Arch-Status.
           SELECT Master-File ASSIGN TO "EULRMST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY MST-Key
               FILE STATUS WS-Master-Status.
           SELECT Stat-File ASSIGN TO "EULRSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Stat-Status.
           SELECT Detail-File ASSIGN TO "EULRDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Dtl-Status.
           SELECT Except-File ASSIGN TO "EULREXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Except-Status.
           SELECT Report-File ASSIGN TO "EULINTRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY "LEDGER-REC.cpy".
       COPY "LDGA-REC.cpy".
       COPY "MSTR-REC.cpy".
       COPY "STAT-REC.cpy".
       COPY "DTL-REC.cpy".
       COPY "EXCP-REC.cpy".
       FD Report-File.
       01 Report-Record PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-Ledger-Status PIC XX.
       01 WS-Arch-Status PIC XX.
       01 WS-Master-Status PIC XX.
       01 WS-Stat-Status PIC XX.
       01 WS-Dtl-Status PIC XX.
       01 WS-Except-Status PIC XX.
       01 WS-EOF-Switch PIC X.
         88 WS-EOF VALUE "Y".
      * Archived entries are loaded ahead of the live ledger, but
      * table order is not run order: the purge keeps the current
      * master holder live however old it is while archiving newer
      * entries. LTB-Order - the entry date, then the run-id
      * timestamp - decides which entry for a variant+bound is the
      * latest.
       01 Ledger-Table.
         02 WS-Ledger-Count PIC 9(5) VALUE 0.
         02 Ledger-Entry OCCURS 5000.
           03 LTB-Run-Id PIC X(23).
           03 LTB-Variant PIC X(8).
           03 LTB-Bound PIC 9(9).
           03 LTB-Total PIC 9(13).
           03 LTB-Order.
             04 LTB-Order-Date PIC X(8).
             04 LTB-Order-Stamp PIC X(14).
           03 LTB-Source PIC X.
             88 LTB-Archived VALUE "A".
       01 WS-Ledger-Full-Switch PIC X VALUE "N".
         88 WS-Ledger-Full VALUE "Y".
       01 WS-Idx PIC 9(5).
       01 WS-Match-Idx PIC 9(5).
       01 WS-Latest-Idx PIC 9(5).
       01 Search-Key.
         02 WS-Key-Run-Id PIC X(23).
         02 WS-Key-Variant PIC X(8).
         02 WS-Key-Bound PIC 9(9).
         02 WS-Key-Total PIC 9(13).
         02 WS-Key-Date PIC X(8).
       01 Order-Fields.
         02 WS-Order-Prefix PIC X(8).
         02 WS-Order-Stamp PIC X(14).
       01 WS-Total-Match-Switch PIC X.
         88 WS-Total-Matched VALUE "Y".
       01 Detail-Run-Fields.
         02 WS-Run-Open-Switch PIC X VALUE "N".
           88 WS-Run-Open VALUE "Y".
         02 WS-Run-Run-Id PIC X(23).
         02 WS-Run-Last-Seq PIC 9(9).
         02 WS-Run-Last-Total PIC 9(13).
         02 WS-Run-Terms PIC 9(9).
      * One counter per break category, in report order.
       01 Category-Values.
         02 FILLER PIC X(8) VALUE "MSTNOLDG".
         02 FILLER PIC X(8) VALUE "MSTNOTLT".
         02 FILLER PIC X(8) VALUE "STANOLDG".
         02 FILLER PIC X(8) VALUE "DTLNOLDG".
         02 FILLER PIC X(8) VALUE "DTLTOTAL".
         02 FILLER PIC X(8) VALUE "EXCNOLDG".
         02 FILLER PIC X(8) VALUE "EXCACTL".
       01 Category-Table REDEFINES Category-Values.
         02 CAT-Code OCCURS 7 PIC X(8).
       01 Category-Counts.
         02 CAT-Count OCCURS 7 PIC 9(7).
       01 WS-Cat-Idx PIC 9.
       01 Sweep-Counts.
         02 WS-Master-Read PIC 9(7) VALUE 0.
         02 WS-Stat-Read PIC 9(7) VALUE 0.
         02 WS-Dtl-Runs PIC 9(7) VALUE 0.
         02 WS-Except-Read PIC 9(7) VALUE 0.
         02 WS-From-Archive PIC 9(7) VALUE 0.
         02 WS-Total-Breaks PIC 9(7) VALUE 0.
       01 WS-Incomplete-Switch PIC X VALUE "N".
         88 WS-Incomplete VALUE "Y".
       01 WS-Break-Text PIC X(90).
       01 WS-Sweep-RC PIC 9(2) VALUE 0.
       01 WS-Report-Line PIC X(100).
       01 Job-Log-Fields.
         02 WS-Log-Severity PIC X.
         02 WS-Log-Code PIC X(8).
         02 WS-Log-Text PIC X(60).
       COPY "JOBID.cpy".
       PROCEDURE DIVISION.
       MOVE "INTGCHK" TO JOBID-Variant
       MOVE FUNCTION CURRENT-DATE(1:14) TO JOBID-Timestamp
       MOVE SPACES TO JOBID-Run-Id
       STRING JOBID-Variant DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           JOBID-Timestamp DELIMITED BY SIZE
           INTO JOBID-Run-Id
       DISPLAY "INTGCHK: starting integrity sweep " JOBID-Run-Id
       PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 7
           MOVE ZERO TO CAT-Count (WS-Cat-Idx)
       END-PERFORM
       OPEN OUTPUT Report-File
       MOVE SPACES TO WS-Report-Line
       STRING "SUITE INTEGRITY SWEEP  RUN-ID: " JOBID-Run-Id
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       OPEN INPUT Ledger-File
       IF WS-Ledger-Status EQUAL "35"
           DISPLAY "INTGCHK: ERROR - no ledger file EULRLDG, "
               "nothing to check against"
           MOVE "NO LEDGER FILE EULRLDG - NOTHING TO CHECK AGAINST"
               TO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           CLOSE Report-File
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       CLOSE Ledger-File
       PERFORM Load-Ledger-Archive
       PERFORM Load-Ledger
       PERFORM Check-Master
       PERFORM Check-Stat
       PERFORM Check-Detail
       PERFORM Check-Exceptions
       PERFORM Write-Summary
       CLOSE Report-File
       DISPLAY "INTGCHK: sweep complete, " WS-Total-Breaks
           " breaks, report written to EULINTRPT"
       EVALUATE TRUE
           WHEN WS-Total-Breaks GREATER ZERO
               MOVE 8 TO WS-Sweep-RC
               MOVE "E" TO WS-Log-Severity
               MOVE "INTBRKS" TO WS-Log-Code
               MOVE SPACES TO WS-Log-Text
               STRING "INTEGRITY SWEEP FOUND " WS-Total-Breaks
                   " BREAKS, SEE EULINTRPT"
                   DELIMITED BY SIZE INTO WS-Log-Text
           WHEN WS-Incomplete
               MOVE 4 TO WS-Sweep-RC
               MOVE "W" TO WS-Log-Severity
               MOVE "INTINCMP" TO WS-Log-Code
               MOVE "INTEGRITY SWEEP INCOMPLETE, NO BREAKS FOUND"
                   TO WS-Log-Text
           WHEN OTHER
               MOVE "I" TO WS-Log-Severity
               MOVE "INTCLEAN" TO WS-Log-Code
               MOVE "INTEGRITY SWEEP CLEAN" TO WS-Log-Text
       END-EVALUATE
       PERFORM Write-Job-Log
      * Posted last: a CALLed subprogram ending normally hands its own
      * zero RETURN-CODE back to the caller.
       IF WS-Sweep-RC NOT EQUAL ZERO
           MOVE WS-Sweep-RC TO RETURN-CODE
       END-IF
       STOP RUN.

       Write-Job-Log.
       CALL "joblog" USING JOBID-Run-Id WS-Log-Severity
           WS-Log-Code WS-Log-Text.

       Load-Ledger-Archive.
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
                       MOVE LDA-Run-Id TO WS-Key-Run-Id
                       MOVE LDA-Variant TO WS-Key-Variant
                       MOVE LDA-Bound TO WS-Key-Bound
                       MOVE LDA-Total TO WS-Key-Total
                       MOVE LDA-Date TO WS-Key-Date
                       PERFORM Add-Ledger-Entry
                       IF NOT WS-Ledger-Full
                           MOVE "A" TO LTB-Source (WS-Ledger-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Ledger-Arch-File
       END-IF.

       Load-Ledger.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Ledger-File
       PERFORM UNTIL WS-EOF
           READ Ledger-File
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE LDG-Run-Id TO WS-Key-Run-Id
                   MOVE LDG-Variant TO WS-Key-Variant
                   MOVE LDG-Bound TO WS-Key-Bound
                   MOVE LDG-Total TO WS-Key-Total
                   MOVE LDG-Date TO WS-Key-Date
                   PERFORM Add-Ledger-Entry
           END-READ
       END-PERFORM
       CLOSE Ledger-File.

      * A full table cannot prove a reference missing, so the sweep
      * is marked incomplete rather than reporting false breaks
      * against entries it never loaded.
       Add-Ledger-Entry.
       IF WS-Ledger-Count LESS 5000
           ADD 1 TO WS-Ledger-Count
           MOVE WS-Key-Run-Id TO LTB-Run-Id (WS-Ledger-Count)
           MOVE WS-Key-Variant TO LTB-Variant (WS-Ledger-Count)
           MOVE WS-Key-Bound TO LTB-Bound (WS-Ledger-Count)
           MOVE WS-Key-Total TO LTB-Total (WS-Ledger-Count)
           MOVE "L" TO LTB-Source (WS-Ledger-Count)
           MOVE SPACES TO WS-Order-Prefix WS-Order-Stamp
           UNSTRING WS-Key-Run-Id DELIMITED BY "-"
               INTO WS-Order-Prefix WS-Order-Stamp
           END-UNSTRING
           MOVE WS-Key-Date TO LTB-Order-Date (WS-Ledger-Count)
           MOVE WS-Order-Stamp TO LTB-Order-Stamp (WS-Ledger-Count)
       ELSE
           IF NOT WS-Ledger-Full
               SET WS-Ledger-Full TO TRUE
               SET WS-Incomplete TO TRUE
               DISPLAY "INTGCHK: WARNING - ledger table full, "
                   "sweep incomplete"
               MOVE "LEDGER TABLE FULL - SWEEP INCOMPLETE, NO BREAKS "
                   TO WS-Report-Line
               WRITE Report-Record FROM WS-Report-Line
               MOVE "REPORTED FOR ENTRIES BEYOND THE TABLE"
                   TO WS-Report-Line
               WRITE Report-Record FROM WS-Report-Line
           END-IF
       END-IF.

      * Exact run-id+variant+bound lookup; WS-Match-Idx is zero when
      * the run has no ledger entry for the key.
       Find-Ledger-Entry.
       MOVE ZERO TO WS-Match-Idx
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Ledger-Count OR WS-Match-Idx > ZERO
           IF LTB-Run-Id (WS-Idx) EQUAL WS-Key-Run-Id
               AND LTB-Variant (WS-Idx) EQUAL WS-Key-Variant
               AND LTB-Bound (WS-Idx) EQUAL WS-Key-Bound
               MOVE WS-Idx TO WS-Match-Idx
           END-IF
       END-PERFORM.

       Report-Break.
       ADD 1 TO CAT-Count (WS-Cat-Idx)
       ADD 1 TO WS-Total-Breaks
       MOVE SPACES TO WS-Report-Line
       STRING CAT-Code (WS-Cat-Idx) " " WS-Break-Text
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.

      * ---------------------------------------------------------
      * EULRMST: every holder on the ledger and the latest for its
      * variant+bound
      * ---------------------------------------------------------
       Check-Master.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Master-File
       IF WS-Master-Status NOT EQUAL "00"
           SET WS-Incomplete TO TRUE
           MOVE "MASTER EULRMST NOT AVAILABLE - MASTER CHECKS SKIPPED"
               TO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       ELSE
           PERFORM UNTIL WS-EOF
               READ Master-File NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM Check-Master-Record
               END-READ
           END-PERFORM
           CLOSE Master-File
       END-IF.

       Check-Master-Record.
       ADD 1 TO WS-Master-Read
       MOVE MST-Run-Id TO WS-Key-Run-Id
       MOVE MST-Variant TO WS-Key-Variant
       MOVE MST-Bound TO WS-Key-Bound
       PERFORM Find-Ledger-Entry
       IF WS-Match-Idx EQUAL ZERO
           IF NOT WS-Ledger-Full
               MOVE 1 TO WS-Cat-Idx
               MOVE SPACES TO WS-Break-Text
               STRING MST-Variant " " MST-Bound
                   " HOLDER " MST-Run-Id " NOT ON LEDGER"
                   DELIMITED BY SIZE INTO WS-Break-Text
               PERFORM Report-Break
           END-IF
       ELSE
           MOVE ZERO TO WS-Latest-Idx
           PERFORM VARYING WS-Idx FROM 1 BY 1
               UNTIL WS-Idx > WS-Ledger-Count
               IF LTB-Variant (WS-Idx) EQUAL MST-Variant
                   AND LTB-Bound (WS-Idx) EQUAL MST-Bound
                   IF WS-Latest-Idx EQUAL ZERO
                       MOVE WS-Idx TO WS-Latest-Idx
                   ELSE
                       IF LTB-Order (WS-Idx)
                           NOT LESS LTB-Order (WS-Latest-Idx)
                           MOVE WS-Idx TO WS-Latest-Idx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF LTB-Run-Id (WS-Latest-Idx) NOT EQUAL MST-Run-Id
               MOVE 2 TO WS-Cat-Idx
               MOVE SPACES TO WS-Break-Text
               STRING MST-Variant " " MST-Bound
                   " HOLDER " MST-Run-Id
                   " LATEST " LTB-Run-Id (WS-Latest-Idx)
                   DELIMITED BY SIZE INTO WS-Break-Text
               PERFORM Report-Break
           END-IF
       END-IF.

      * ---------------------------------------------------------
      * EULRSTAT: every run on the ledger
      * ---------------------------------------------------------
       Check-Stat.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Stat-File
       IF WS-Stat-Status EQUAL "35"
           SET WS-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-EOF
               READ Stat-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM Check-Stat-Record
               END-READ
           END-PERFORM
           CLOSE Stat-File
       END-IF.

       Check-Stat-Record.
       ADD 1 TO WS-Stat-Read
       MOVE STA-Run-Id TO WS-Key-Run-Id
       MOVE STA-Variant TO WS-Key-Variant
       MOVE STA-Bound TO WS-Key-Bound
       PERFORM Find-Ledger-Entry
       IF WS-Match-Idx EQUAL ZERO
           IF NOT WS-Ledger-Full
               MOVE 3 TO WS-Cat-Idx
               MOVE SPACES TO WS-Break-Text
               STRING STA-Run-Id " " STA-Variant " " STA-Bound
                   " STATISTICS WITH NO LEDGER ENTRY"
                   DELIMITED BY SIZE INTO WS-Break-Text
               PERFORM Report-Break
           END-IF
       ELSE
           IF LTB-Archived (WS-Match-Idx)
               ADD 1 TO WS-From-Archive
           END-IF
       END-IF.

      * ---------------------------------------------------------
      * EULRDTL: every detailed run on the ledger, and its final
      * running total equal to the ledger total
      * ---------------------------------------------------------
       Check-Detail.
       MOVE "N" TO WS-EOF-Switch
       MOVE "N" TO WS-Run-Open-Switch
       OPEN INPUT Detail-File
       IF WS-Dtl-Status EQUAL "35"
           SET WS-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-EOF
               READ Detail-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM Check-Detail-Record
               END-READ
           END-PERFORM
           CLOSE Detail-File
           IF WS-Run-Open
               PERFORM Check-Detail-Run
           END-IF
       END-IF.

       Check-Detail-Record.
       IF WS-Run-Open
           IF DTL-Run-Id NOT EQUAL WS-Run-Run-Id
               OR DTL-Seq NOT GREATER WS-Run-Last-Seq
               PERFORM Check-Detail-Run
           END-IF
       END-IF
       IF NOT WS-Run-Open
           SET WS-Run-Open TO TRUE
           MOVE DTL-Run-Id TO WS-Run-Run-Id
           MOVE ZERO TO WS-Run-Terms
       END-IF
       ADD 1 TO WS-Run-Terms
       MOVE DTL-Seq TO WS-Run-Last-Seq
       MOVE DTL-Running-Total TO WS-Run-Last-Total.

      * The detail carries no variant or bound, so the run's entries
      * are those under its run-id; the run balances when any of
      * them carries its final running total.
       Check-Detail-Run.
       MOVE "N" TO WS-Run-Open-Switch
       ADD 1 TO WS-Dtl-Runs
       MOVE ZERO TO WS-Match-Idx
       MOVE "N" TO WS-Total-Match-Switch
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Ledger-Count OR WS-Total-Matched
           IF LTB-Run-Id (WS-Idx) EQUAL WS-Run-Run-Id
               MOVE WS-Idx TO WS-Match-Idx
               IF LTB-Total (WS-Idx) EQUAL WS-Run-Last-Total
                   MOVE WS-Idx TO WS-Latest-Idx
                   SET WS-Total-Matched TO TRUE
               END-IF
           END-IF
       END-PERFORM
       EVALUATE TRUE
           WHEN WS-Match-Idx EQUAL ZERO
               IF NOT WS-Ledger-Full
                   MOVE 4 TO WS-Cat-Idx
                   MOVE SPACES TO WS-Break-Text
                   STRING WS-Run-Run-Id " DETAIL OF " WS-Run-Terms
                       " TERMS WITH NO LEDGER ENTRY"
                       DELIMITED BY SIZE INTO WS-Break-Text
                   PERFORM Report-Break
               END-IF
           WHEN NOT WS-Total-Matched
               IF NOT WS-Ledger-Full
                   MOVE 5 TO WS-Cat-Idx
                   MOVE SPACES TO WS-Break-Text
                   STRING WS-Run-Run-Id " FINAL RUNNING TOTAL "
                       WS-Run-Last-Total " NOT ON LEDGER"
                       DELIMITED BY SIZE INTO WS-Break-Text
                   PERFORM Report-Break
               END-IF
           WHEN OTHER
               IF LTB-Archived (WS-Latest-Idx)
                   ADD 1 TO WS-From-Archive
               END-IF
       END-EVALUATE.

      * ---------------------------------------------------------
      * EULREXCP: every item on the ledger, and its actual total
      * equal to the ledger total
      * ---------------------------------------------------------
       Check-Exceptions.
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
                       PERFORM Check-Exception-Record
               END-READ
           END-PERFORM
           CLOSE Except-File
       END-IF.

       Check-Exception-Record.
       ADD 1 TO WS-Except-Read
       MOVE EXC-Run-Id TO WS-Key-Run-Id
       MOVE EXC-Variant TO WS-Key-Variant
       MOVE EXC-Bound TO WS-Key-Bound
       PERFORM Find-Ledger-Entry
       IF WS-Match-Idx EQUAL ZERO
           IF NOT WS-Ledger-Full
               MOVE 6 TO WS-Cat-Idx
               MOVE SPACES TO WS-Break-Text
               STRING EXC-Run-Id " " EXC-Variant " " EXC-Bound
                   " EXCEPTION WITH NO LEDGER ENTRY"
                   DELIMITED BY SIZE INTO WS-Break-Text
               PERFORM Report-Break
           END-IF
       ELSE
           IF LTB-Archived (WS-Match-Idx)
               ADD 1 TO WS-From-Archive
           END-IF
           IF EXC-Actual NOT EQUAL LTB-Total (WS-Match-Idx)
               MOVE 7 TO WS-Cat-Idx
               MOVE SPACES TO WS-Break-Text
               STRING EXC-Run-Id " " EXC-Variant " " EXC-Bound
                   " ACTUAL " EXC-Actual
                   " LEDGER " LTB-Total (WS-Match-Idx)
                   DELIMITED BY SIZE INTO WS-Break-Text
               PERFORM Report-Break
           END-IF
       END-IF.

       Write-Summary.
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE SPACES TO WS-Report-Line
       STRING "LEDGER ENTRIES: " WS-Ledger-Count
           "  MASTER RECORDS: " WS-Master-Read
           "  STATISTICS: " WS-Stat-Read
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO WS-Report-Line
       STRING "DETAIL RUNS: " WS-Dtl-Runs
           "  EXCEPTIONS: " WS-Except-Read
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO WS-Report-Line
       STRING "REFERENCES RESOLVED FROM THE LEDGER ARCHIVE: "
           WS-From-Archive
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 7
           MOVE SPACES TO WS-Report-Line
           STRING CAT-Code (WS-Cat-Idx) " BREAKS: "
               CAT-Count (WS-Cat-Idx)
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       END-PERFORM
       MOVE SPACES TO WS-Report-Line
       STRING "TOTAL    BREAKS: " WS-Total-Breaks
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       EVALUATE TRUE
           WHEN WS-Total-Breaks GREATER ZERO
               MOVE "INTEGRITY BREAKS FOUND - SEE DETAIL ABOVE"
                   TO WS-Report-Line
           WHEN WS-Incomplete
               MOVE "NO BREAKS FOUND - SWEEP INCOMPLETE"
                   TO WS-Report-Line
           WHEN OTHER
               MOVE "ALL FILES AGREE WITH THE LEDGER"
                   TO WS-Report-Line
       END-EVALUATE
       WRITE Report-Record FROM WS-Report-Line.
