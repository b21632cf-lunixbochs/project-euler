       IDENTIFICATION DIVISION.
       PROGRAM-ID. ldgpurge.
      * Housekeeping archive and purge for the append-only history
      * files. The EULRRETN retention file carries one record per
      * file - RET-File-Id "EULRLDG", "EULRJLOG", "EULRSTAT" or
      * "EULRDTL" and the number of days to keep - and every record
      * of that file dated before today less the retention days is
      * moved to the file's archive, the rest written back as the
      * slimmed live file. A file with no retention record is not
      * touched. Records are dated by LDG-Date, the job-log
      * timestamp, STA-Date, and for EULRDTL (which carries no date
      * of its own) the timestamp half of the run-id; a record whose
      * date cannot be read is always kept.
      * Each archive (EULRLDGA, EULRJLGA, EULRSTAA, EULRDTLA) is one
      * cumulative file, opened for extend so every run - a second
      * purge the same day included - adds to it rather than
      * overwriting it, and every archived record is prefixed with
      * the purge date, which dates each night's archiving within
      * the file. The archives must stay under their fixed names and
      * must not be split into dated generations: perclose, expmaint
      * and intgchk read EULRLDGA (and perclose EULRJLGA) whole and
      * expect every record ever purged to be there. The kept
      * records are staged in EULRLDGK, EULRJLGK, EULRSTAK and
      * EULRDTLK and copied back over the live file only after the
      * whole file has been split.
      * The ledger gets three extra safeguards:
      *   - the purge is refused outright unless EULRLDGC is in
      *     balance with the ledger beforehand, and the EULRMST
      *     master can be read, so an existing break is never baked
      *     into the slimmed file;
      *   - an entry that is still the current holder of its
      *     variant+bound on EULRMST, or is named by an EULREXCP item
      *     not yet resolved, is retained whatever its age;
      *   - the count and hash of the archived entries are taken off
      *     EULRLDGC, so ledgaud balances against the slimmed ledger.
      * The EULPRGRPT purge report gives, per file, the records read,
      * kept and archived with a hash total for the kept and the
      * archived records (LDG-Total, the job-log date, STA-Elapsed-
      * Secs, DTL-Term). The job log is purged last and this
      * program's own job-log records are written after it, so none
      * of them can land in a file while it is being rewritten.
      * Return code: 8 when the ledger purge was refused, 4 when a
      * retention record was unusable, 0 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Retention-File ASSIGN TO "EULRRETN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Retn-Status.
           SELECT Ledger-File ASSIGN TO "EULRLDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Ledger-Status.
           SELECT Ledger-Kept-File ASSIGN TO "EULRLDGK"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Ledger-Arch-File ASSIGN TO "EULRLDGA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Arch-Status.
           SELECT Ledger-Control-File ASSIGN TO "EULRLDGC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Control-Status.
           SELECT Master-File ASSIGN TO "EULRMST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY MST-Key
               FILE STATUS WS-Master-Status.
           SELECT Except-File ASSIGN TO "EULREXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Except-Status.
           SELECT Log-File ASSIGN TO "EULRJLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Log-Status.
           SELECT Log-Kept-File ASSIGN TO "EULRJLGK"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Log-Arch-File ASSIGN TO "EULRJLGA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Arch-Status.
           SELECT Stat-File ASSIGN TO "EULRSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Stat-Status.
           SELECT Stat-Kept-File ASSIGN TO "EULRSTAK"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Stat-Arch-File ASSIGN TO "EULRSTAA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Arch-Status.
           SELECT Detail-File ASSIGN TO "EULRDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Dtl-Status.
           SELECT Detail-Kept-File ASSIGN TO "EULRDTLK"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Detail-Arch-File ASSIGN TO "EULRDTLA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Arch-Status.
           SELECT Report-File ASSIGN TO "EULPRGRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD Retention-File.
       01 Retention-Record.
         02 RET-File-Id PIC X(8).
         02 FILLER PIC X.
         02 RET-Days PIC 9(5).
         02 RET-Days-X REDEFINES RET-Days PIC X(5).
       COPY "LEDGER-REC.cpy".
       FD Ledger-Kept-File.
       01 Ledger-Kept-Record PIC X(141).
       COPY "LDGA-REC.cpy".
       COPY "LEDGCTL-REC.cpy".
       COPY "MSTR-REC.cpy".
       COPY "EXCP-REC.cpy".
       FD Log-File.
       01 Log-Record.
         02 JLOG-Run-Id PIC X(23).
         02 JLOG-Timestamp PIC X(14).
         02 JLOG-Severity PIC X.
         02 JLOG-Msg-Code PIC X(8).
         02 JLOG-Msg-Text PIC X(60).
       FD Log-Kept-File.
       01 Log-Kept-Record PIC X(106).
       FD Log-Arch-File.
       01 Log-Arch-Record.
         02 JLA-Purge-Date PIC X(8).
         02 JLA-Image PIC X(106).
       COPY "STAT-REC.cpy".
       FD Stat-Kept-File.
       01 Stat-Kept-Record PIC X(104).
       FD Stat-Arch-File.
       01 Stat-Arch-Record.
         02 STA-A-Purge-Date PIC X(8).
         02 STA-A-Image PIC X(104).
       COPY "DTL-REC.cpy".
       FD Detail-Kept-File.
       01 Detail-Kept-Record PIC X(59).
       FD Detail-Arch-File.
       01 Detail-Arch-Record.
         02 DTA-Purge-Date PIC X(8).
         02 DTA-Image PIC X(59).
       FD Report-File.
       01 Report-Record PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-Retn-Status PIC XX.
       01 WS-Ledger-Status PIC XX.
       01 WS-Arch-Status PIC XX.
       01 WS-Control-Status PIC XX.
       01 WS-Master-Status PIC XX.
       01 WS-Except-Status PIC XX.
       01 WS-Log-Status PIC XX.
       01 WS-Stat-Status PIC XX.
       01 WS-Dtl-Status PIC XX.
       01 WS-EOF-Switch PIC X.
         88 WS-EOF VALUE "Y".
      * One slot per purgeable file, in the order the files are
      * processed; the file ids double as the retention-record keys.
       01 File-Id-Values.
         02 FILLER PIC X(8) VALUE "EULRLDG".
         02 FILLER PIC X(8) VALUE "EULRSTAT".
         02 FILLER PIC X(8) VALUE "EULRDTL".
         02 FILLER PIC X(8) VALUE "EULRJLOG".
       01 File-Id-Table REDEFINES File-Id-Values.
         02 FID-Name OCCURS 4 PIC X(8).
       01 Purge-Table.
         02 Purge-Entry OCCURS 4.
           03 PRG-Retention-Set PIC X.
           03 PRG-Days PIC 9(5).
           03 PRG-Cutoff-Date PIC X(8).
           03 PRG-Read PIC 9(9).
           03 PRG-Kept PIC 9(9).
           03 PRG-Kept-Hash PIC 9(18).
           03 PRG-Archived PIC 9(9).
           03 PRG-Arch-Hash PIC 9(18).
           03 PRG-Retained PIC 9(9).
           03 PRG-Outcome PIC X(40).
       01 WS-File-Idx PIC 9.
       01 WS-Idx PIC 9(3).
      * Unresolved exception keys; an entry named here must stay on
      * the ledger until its item is resolved through excmaint.
       01 Open-Exception-Table.
         02 WS-Open-Count PIC 9(3) VALUE 0.
         02 Open-Exception-Entry OCCURS 500.
           03 OEX-Run-Id PIC X(23).
           03 OEX-Variant PIC X(8).
           03 OEX-Bound PIC 9(9).
       01 WS-Open-Full-Switch PIC X VALUE "N".
         88 WS-Open-Table-Full VALUE "Y".
       01 Decision-Fields.
         02 WS-Record-Date PIC X(8).
         02 WS-Hash-Value PIC 9(13).
         02 WS-Expired-Switch PIC X.
           88 WS-Expired VALUE "Y".
         02 WS-Protected-Switch PIC X.
           88 WS-Protected VALUE "Y".
         02 WS-Go-Switch PIC X.
           88 WS-Go VALUE "Y".
         02 WS-Found-Switch PIC X.
           88 WS-Found VALUE "Y".
         02 WS-Run-Variant PIC X(8).
         02 WS-Run-Stamp PIC X(14).
       01 Balance-Fields.
         02 WS-Pre-Count PIC 9(9).
         02 WS-Pre-Hash PIC 9(18).
         02 WS-Total-Num PIC 9(13).
       01 Date-Fields.
         02 WS-Run-Date PIC X(8).
         02 WS-Date-Num PIC 9(8).
         02 WS-Date-Int PIC 9(9).
         02 WS-Cutoff-Num PIC 9(8).
       01 WS-Purge-RC PIC 9(2) VALUE 0.
       01 WS-Report-Line PIC X(100).
       01 Job-Log-Fields.
         02 WS-Log-Severity PIC X.
         02 WS-Log-Code PIC X(8).
         02 WS-Log-Text PIC X(60).
       COPY "JOBID.cpy".
       PROCEDURE DIVISION.
       MOVE "LDGPURGE" TO JOBID-Variant
       MOVE FUNCTION CURRENT-DATE(1:14) TO JOBID-Timestamp
       MOVE SPACES TO JOBID-Run-Id
       STRING JOBID-Variant DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           JOBID-Timestamp DELIMITED BY SIZE
           INTO JOBID-Run-Id
       MOVE JOBID-Timestamp(1:8) TO WS-Run-Date
       DISPLAY "LDGPURGE: starting archive and purge " JOBID-Run-Id
       OPEN OUTPUT Report-File
       MOVE SPACES TO WS-Report-Line
       STRING "HISTORY ARCHIVE AND PURGE  RUN-ID: " JOBID-Run-Id
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 4
           MOVE "N" TO PRG-Retention-Set (WS-File-Idx)
           MOVE ZERO TO PRG-Days (WS-File-Idx)
           MOVE ZERO TO PRG-Read (WS-File-Idx)
           MOVE ZERO TO PRG-Kept (WS-File-Idx)
           MOVE ZERO TO PRG-Kept-Hash (WS-File-Idx)
           MOVE ZERO TO PRG-Archived (WS-File-Idx)
           MOVE ZERO TO PRG-Arch-Hash (WS-File-Idx)
           MOVE ZERO TO PRG-Retained (WS-File-Idx)
           MOVE "NO RETENTION RECORD - NOT PURGED"
               TO PRG-Outcome (WS-File-Idx)
       END-PERFORM
       PERFORM Load-Retention
       PERFORM Purge-Ledger
       PERFORM Purge-Stat
       PERFORM Purge-Detail
       PERFORM Purge-Job-Log
       PERFORM Write-Summary
       CLOSE Report-File
       DISPLAY "LDGPURGE: purge complete, ledger "
           PRG-Archived (1) " archived " PRG-Kept (1) " kept, "
           "report written to EULPRGRPT"
       IF WS-Purge-RC EQUAL 8
           MOVE "E" TO WS-Log-Severity
           MOVE "PRGREFSD" TO WS-Log-Code
           MOVE "LEDGER PURGE REFUSED, SEE EULPRGRPT"
               TO WS-Log-Text
           PERFORM Write-Job-Log
       END-IF
       MOVE "I" TO WS-Log-Severity
       MOVE "PRGDONE" TO WS-Log-Code
       MOVE "ARCHIVE AND PURGE COMPLETE, REPORT WRITTEN TO EULPRGRPT"
           TO WS-Log-Text
       PERFORM Write-Job-Log
      * Posted last: a CALLed subprogram ending normally hands its own
      * zero RETURN-CODE back to the caller, so the purge code is
      * staged in WS-Purge-RC and set after the final log call.
       IF WS-Purge-RC NOT EQUAL ZERO
           MOVE WS-Purge-RC TO RETURN-CODE
       END-IF
       STOP RUN.

       Write-Job-Log.
       CALL "joblog" USING JOBID-Run-Id WS-Log-Severity
           WS-Log-Code WS-Log-Text.

      * A retention record for an unknown file, or with a days
      * figure that is not a positive number, is reported and
      * ignored; the file it meant to cover is then left untouched
      * rather than purged on a guess.
       Load-Retention.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Retention-File
       IF WS-Retn-Status EQUAL "35"
           MOVE "NO RETENTION FILE EULRRETN - NOTHING PURGED"
               TO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           DISPLAY "LDGPURGE: WARNING - no retention file EULRRETN, "
               "nothing purged"
           MOVE 4 TO WS-Purge-RC
       ELSE
           PERFORM UNTIL WS-EOF
               READ Retention-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM Load-Retention-Entry
               END-READ
           END-PERFORM
           CLOSE Retention-File
       END-IF.

       Load-Retention-Entry.
       MOVE "N" TO WS-Found-Switch
       PERFORM VARYING WS-File-Idx FROM 1 BY 1
           UNTIL WS-File-Idx > 4 OR WS-Found
           IF FID-Name (WS-File-Idx) EQUAL RET-File-Id
               SET WS-Found TO TRUE
           END-IF
       END-PERFORM
       IF WS-Found
           SUBTRACT 1 FROM WS-File-Idx
       END-IF
       MOVE SPACES TO WS-Report-Line
       EVALUATE TRUE
           WHEN NOT WS-Found
               STRING "RETENTION RECORD IGNORED - UNKNOWN FILE '"
                   RET-File-Id "'"
                   DELIMITED BY SIZE INTO WS-Report-Line
           WHEN RET-Days-X IS NOT NUMERIC
               STRING "RETENTION RECORD IGNORED - BAD DAYS FOR "
                   RET-File-Id " '" RET-Days-X "'"
                   DELIMITED BY SIZE INTO WS-Report-Line
           WHEN RET-Days EQUAL ZERO
               STRING "RETENTION RECORD IGNORED - ZERO DAYS FOR "
                   RET-File-Id
                   DELIMITED BY SIZE INTO WS-Report-Line
           WHEN OTHER
               MOVE "Y" TO PRG-Retention-Set (WS-File-Idx)
               MOVE RET-Days TO PRG-Days (WS-File-Idx)
               MOVE WS-Run-Date TO WS-Date-Num
               COMPUTE WS-Date-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Date-Num)
                   - RET-Days
               COMPUTE WS-Cutoff-Num =
                   FUNCTION DATE-OF-INTEGER(WS-Date-Int)
               MOVE WS-Cutoff-Num TO PRG-Cutoff-Date (WS-File-Idx)
               STRING "RETENTION " RET-File-Id " KEEP "
                   RET-Days " DAYS - ARCHIVING RECORDS DATED BEFORE "
                   PRG-Cutoff-Date (WS-File-Idx)
                   DELIMITED BY SIZE INTO WS-Report-Line
       END-EVALUATE
       WRITE Report-Record FROM WS-Report-Line
       IF NOT WS-Found
           MOVE 4 TO WS-Purge-RC
       ELSE
           IF PRG-Retention-Set (WS-File-Idx) NOT EQUAL "Y"
               MOVE 4 TO WS-Purge-RC
           END-IF
       END-IF.

      * Shared decision: a record is expired when it carries a
      * readable date older than the cutoff for its file.
       Check-Expired.
       MOVE "N" TO WS-Expired-Switch
       IF WS-Record-Date IS NUMERIC
           AND WS-Record-Date LESS PRG-Cutoff-Date (WS-File-Idx)
           SET WS-Expired TO TRUE
       END-IF.

      * ---------------------------------------------------------
      * EULRLDG
      * ---------------------------------------------------------
       Purge-Ledger.
       MOVE 1 TO WS-File-Idx
       MOVE "N" TO WS-Go-Switch
       IF PRG-Retention-Set (WS-File-Idx) EQUAL "Y"
           PERFORM Check-Ledger-Ready
       END-IF
       IF WS-Go
           PERFORM Load-Open-Exceptions
           PERFORM Split-Ledger
           PERFORM Copy-Back-Ledger
           PERFORM Adjust-Ledger-Control
           MOVE "PURGED" TO PRG-Outcome (WS-File-Idx)
       END-IF.

      * The ledger is split only from a known-good starting point:
      * the file must be on file, the control record must agree with
      * it (the same count and hash ledgaud checks), and the master
      * must be readable so the current holders can be protected.
       Check-Ledger-Ready.
       MOVE ZERO TO WS-Pre-Count
       MOVE ZERO TO WS-Pre-Hash
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Ledger-File
       IF WS-Ledger-Status EQUAL "35"
           MOVE "NO LEDGER FILE - NOT PURGED"
               TO PRG-Outcome (WS-File-Idx)
       ELSE
           PERFORM UNTIL WS-EOF
               READ Ledger-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Pre-Count
                       IF LDG-Total IS NUMERIC
                           MOVE LDG-Total TO WS-Total-Num
                           ADD WS-Total-Num TO WS-Pre-Hash
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Ledger-File
           PERFORM Read-Ledger-Control
           IF WS-Control-Status NOT EQUAL "00"
               OR LDGC-Count NOT EQUAL WS-Pre-Count
               OR LDGC-Hash NOT EQUAL WS-Pre-Hash
               MOVE "REFUSED - EULRLDGC OUT OF BALANCE"
                   TO PRG-Outcome (WS-File-Idx)
               MOVE 8 TO WS-Purge-RC
           ELSE
               OPEN INPUT Master-File
               IF WS-Master-Status NOT EQUAL "00"
                   MOVE "REFUSED - MASTER EULRMST NOT AVAILABLE"
                       TO PRG-Outcome (WS-File-Idx)
                   MOVE 8 TO WS-Purge-RC
               ELSE
                   CLOSE Master-File
                   SET WS-Go TO TRUE
               END-IF
           END-IF
       END-IF.

       Read-Ledger-Control.
       OPEN INPUT Ledger-Control-File
       IF WS-Control-Status EQUAL "35"
           CONTINUE
       ELSE
           READ Ledger-Control-File
           CLOSE Ledger-Control-File
       END-IF.

      * Resolved items only record history and never hold an entry
      * back; open, acknowledged and pre-workflow (space) items do.
      * An overflowing table cannot prove an entry is unreferenced,
      * so it switches the ledger to keep-everything-referenced mode
      * by protecting every expired entry.
       Load-Open-Exceptions.
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
                       IF EXC-Status NOT EQUAL "R"
                           PERFORM Load-Open-Exception-Entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Except-File
       END-IF.

       Load-Open-Exception-Entry.
       IF WS-Open-Count LESS 500
           ADD 1 TO WS-Open-Count
           MOVE EXC-Run-Id TO OEX-Run-Id (WS-Open-Count)
           MOVE EXC-Variant TO OEX-Variant (WS-Open-Count)
           MOVE EXC-Bound TO OEX-Bound (WS-Open-Count)
       ELSE
           IF NOT WS-Open-Table-Full
               SET WS-Open-Table-Full TO TRUE
               MOVE "OPEN EXCEPTION TABLE FULL - NO LEDGER ARCHIVING"
                   TO WS-Report-Line
               WRITE Report-Record FROM WS-Report-Line
           END-IF
       END-IF.

       Split-Ledger.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Ledger-File
       OPEN INPUT Master-File
       OPEN OUTPUT Ledger-Kept-File
       OPEN EXTEND Ledger-Arch-File
       IF WS-Arch-Status EQUAL "35"
           OPEN OUTPUT Ledger-Arch-File
           CLOSE Ledger-Arch-File
           OPEN EXTEND Ledger-Arch-File
       END-IF
       PERFORM UNTIL WS-EOF
           READ Ledger-File
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM Split-Ledger-Record
           END-READ
       END-PERFORM
       CLOSE Ledger-File
       CLOSE Master-File
       CLOSE Ledger-Kept-File
       CLOSE Ledger-Arch-File.

       Split-Ledger-Record.
       ADD 1 TO PRG-Read (WS-File-Idx)
       MOVE LDG-Date TO WS-Record-Date
       IF LDG-Total IS NUMERIC
           MOVE LDG-Total TO WS-Hash-Value
       ELSE
           MOVE ZERO TO WS-Hash-Value
       END-IF
       PERFORM Check-Expired
       IF WS-Expired
           PERFORM Check-Ledger-Protected
           IF WS-Protected
               ADD 1 TO PRG-Retained (WS-File-Idx)
               MOVE "N" TO WS-Expired-Switch
           END-IF
       END-IF
       IF WS-Expired
           MOVE WS-Run-Date TO LDA-Purge-Date
           MOVE Ledger-Record TO LDA-Image
           WRITE Ledger-Arch-Record
           ADD 1 TO PRG-Archived (WS-File-Idx)
           ADD WS-Hash-Value TO PRG-Arch-Hash (WS-File-Idx)
       ELSE
           WRITE Ledger-Kept-Record FROM Ledger-Record
           ADD 1 TO PRG-Kept (WS-File-Idx)
           ADD WS-Hash-Value TO PRG-Kept-Hash (WS-File-Idx)
       END-IF.

       Check-Ledger-Protected.
       MOVE "N" TO WS-Protected-Switch
       IF WS-Open-Table-Full
           SET WS-Protected TO TRUE
       END-IF
       MOVE LDG-Variant TO MST-Variant
       MOVE LDG-Bound TO MST-Bound
       READ Master-File
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF MST-Run-Id EQUAL LDG-Run-Id
                   SET WS-Protected TO TRUE
               END-IF
       END-READ
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Open-Count OR WS-Protected
           IF OEX-Run-Id (WS-Idx) EQUAL LDG-Run-Id
               AND OEX-Variant (WS-Idx) EQUAL LDG-Variant
               AND OEX-Bound (WS-Idx) EQUAL LDG-Bound
               SET WS-Protected TO TRUE
           END-IF
       END-PERFORM.

       Copy-Back-Ledger.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Ledger-Kept-File
       OPEN OUTPUT Ledger-File
       PERFORM UNTIL WS-EOF
           READ Ledger-Kept-File
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE Ledger-Record FROM Ledger-Kept-Record
           END-READ
       END-PERFORM
       CLOSE Ledger-Kept-File
       CLOSE Ledger-File.

      * The control record was proved in balance before the split,
      * so taking off exactly what went to the archive leaves it in
      * balance with the slimmed ledger. Rewritten whole, the same
      * way ledgctl keeps it.
       Adjust-Ledger-Control.
       SUBTRACT PRG-Archived (WS-File-Idx) FROM LDGC-Count
       SUBTRACT PRG-Arch-Hash (WS-File-Idx) FROM LDGC-Hash
       OPEN OUTPUT Ledger-Control-File
       WRITE Ledger-Control-Record
       CLOSE Ledger-Control-File
       MOVE SPACES TO WS-Report-Line
       STRING "EULRLDGC ADJUSTED TO COUNT " LDGC-Count
           "  HASH " LDGC-Hash
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.

      * ---------------------------------------------------------
      * EULRSTAT
      * ---------------------------------------------------------
       Purge-Stat.
       MOVE 2 TO WS-File-Idx
       IF PRG-Retention-Set (WS-File-Idx) EQUAL "Y"
           OPEN INPUT Stat-File
           IF WS-Stat-Status EQUAL "35"
               MOVE "NO STATISTICS FILE - NOT PURGED"
                   TO PRG-Outcome (WS-File-Idx)
           ELSE
               CLOSE Stat-File
               PERFORM Split-Stat
               PERFORM Copy-Back-Stat
               MOVE "PURGED" TO PRG-Outcome (WS-File-Idx)
           END-IF
       END-IF.

       Split-Stat.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Stat-File
       OPEN OUTPUT Stat-Kept-File
       OPEN EXTEND Stat-Arch-File
       IF WS-Arch-Status EQUAL "35"
           OPEN OUTPUT Stat-Arch-File
           CLOSE Stat-Arch-File
           OPEN EXTEND Stat-Arch-File
       END-IF
       PERFORM UNTIL WS-EOF
           READ Stat-File
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM Split-Stat-Record
           END-READ
       END-PERFORM
       CLOSE Stat-File
       CLOSE Stat-Kept-File
       CLOSE Stat-Arch-File.

       Split-Stat-Record.
       ADD 1 TO PRG-Read (WS-File-Idx)
       MOVE STA-Date TO WS-Record-Date
       IF STA-Elapsed-Secs IS NUMERIC
           MOVE STA-Elapsed-Secs TO WS-Hash-Value
       ELSE
           MOVE ZERO TO WS-Hash-Value
       END-IF
       PERFORM Check-Expired
       IF WS-Expired
           MOVE WS-Run-Date TO STA-A-Purge-Date
           MOVE Stat-Record TO STA-A-Image
           WRITE Stat-Arch-Record
           ADD 1 TO PRG-Archived (WS-File-Idx)
           ADD WS-Hash-Value TO PRG-Arch-Hash (WS-File-Idx)
       ELSE
           WRITE Stat-Kept-Record FROM Stat-Record
           ADD 1 TO PRG-Kept (WS-File-Idx)
           ADD WS-Hash-Value TO PRG-Kept-Hash (WS-File-Idx)
       END-IF.

       Copy-Back-Stat.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Stat-Kept-File
       OPEN OUTPUT Stat-File
       PERFORM UNTIL WS-EOF
           READ Stat-Kept-File
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE Stat-Record FROM Stat-Kept-Record
           END-READ
       END-PERFORM
       CLOSE Stat-Kept-File
       CLOSE Stat-File.

      * ---------------------------------------------------------
      * EULRDTL
      * ---------------------------------------------------------
       Purge-Detail.
       MOVE 3 TO WS-File-Idx
       IF PRG-Retention-Set (WS-File-Idx) EQUAL "Y"
           OPEN INPUT Detail-File
           IF WS-Dtl-Status EQUAL "35"
               MOVE "NO DETAIL FILE - NOT PURGED"
                   TO PRG-Outcome (WS-File-Idx)
           ELSE
               CLOSE Detail-File
               PERFORM Split-Detail
               PERFORM Copy-Back-Detail
               MOVE "PURGED" TO PRG-Outcome (WS-File-Idx)
           END-IF
       END-IF.

       Split-Detail.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Detail-File
       OPEN OUTPUT Detail-Kept-File
       OPEN EXTEND Detail-Arch-File
       IF WS-Arch-Status EQUAL "35"
           OPEN OUTPUT Detail-Arch-File
           CLOSE Detail-Arch-File
           OPEN EXTEND Detail-Arch-File
       END-IF
       PERFORM UNTIL WS-EOF
           READ Detail-File
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM Split-Detail-Record
           END-READ
       END-PERFORM
       CLOSE Detail-File
       CLOSE Detail-Kept-File
       CLOSE Detail-Arch-File.

      * A run-id is the variant, a hyphen and the run's start
      * timestamp, so the date is the first eight digits after the
      * hyphen.
       Split-Detail-Record.
       ADD 1 TO PRG-Read (WS-File-Idx)
       MOVE SPACES TO WS-Run-Variant
       MOVE SPACES TO WS-Run-Stamp
       UNSTRING DTL-Run-Id DELIMITED BY "-"
           INTO WS-Run-Variant WS-Run-Stamp
       END-UNSTRING
       MOVE WS-Run-Stamp(1:8) TO WS-Record-Date
       IF DTL-Term IS NUMERIC
           MOVE DTL-Term TO WS-Hash-Value
       ELSE
           MOVE ZERO TO WS-Hash-Value
       END-IF
       PERFORM Check-Expired
       IF WS-Expired
           MOVE WS-Run-Date TO DTA-Purge-Date
           MOVE Detail-Record TO DTA-Image
           WRITE Detail-Arch-Record
           ADD 1 TO PRG-Archived (WS-File-Idx)
           ADD WS-Hash-Value TO PRG-Arch-Hash (WS-File-Idx)
       ELSE
           WRITE Detail-Kept-Record FROM Detail-Record
           ADD 1 TO PRG-Kept (WS-File-Idx)
           ADD WS-Hash-Value TO PRG-Kept-Hash (WS-File-Idx)
       END-IF.

       Copy-Back-Detail.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Detail-Kept-File
       OPEN OUTPUT Detail-File
       PERFORM UNTIL WS-EOF
           READ Detail-Kept-File
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE Detail-Record FROM Detail-Kept-Record
           END-READ
       END-PERFORM
       CLOSE Detail-Kept-File
       CLOSE Detail-File.

      * ---------------------------------------------------------
      * EULRJLOG
      * ---------------------------------------------------------
       Purge-Job-Log.
       MOVE 4 TO WS-File-Idx
       IF PRG-Retention-Set (WS-File-Idx) EQUAL "Y"
           OPEN INPUT Log-File
           IF WS-Log-Status EQUAL "35"
               MOVE "NO JOB-LOG FILE - NOT PURGED"
                   TO PRG-Outcome (WS-File-Idx)
           ELSE
               CLOSE Log-File
               PERFORM Split-Job-Log
               PERFORM Copy-Back-Job-Log
               MOVE "PURGED" TO PRG-Outcome (WS-File-Idx)
           END-IF
       END-IF.

       Split-Job-Log.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Log-File
       OPEN OUTPUT Log-Kept-File
       OPEN EXTEND Log-Arch-File
       IF WS-Arch-Status EQUAL "35"
           OPEN OUTPUT Log-Arch-File
           CLOSE Log-Arch-File
           OPEN EXTEND Log-Arch-File
       END-IF
       PERFORM UNTIL WS-EOF
           READ Log-File
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM Split-Job-Log-Record
           END-READ
       END-PERFORM
       CLOSE Log-File
       CLOSE Log-Kept-File
       CLOSE Log-Arch-File.

       Split-Job-Log-Record.
       ADD 1 TO PRG-Read (WS-File-Idx)
       MOVE JLOG-Timestamp(1:8) TO WS-Record-Date
       IF WS-Record-Date IS NUMERIC
           MOVE WS-Record-Date TO WS-Hash-Value
       ELSE
           MOVE ZERO TO WS-Hash-Value
       END-IF
       PERFORM Check-Expired
       IF WS-Expired
           MOVE WS-Run-Date TO JLA-Purge-Date
           MOVE Log-Record TO JLA-Image
           WRITE Log-Arch-Record
           ADD 1 TO PRG-Archived (WS-File-Idx)
           ADD WS-Hash-Value TO PRG-Arch-Hash (WS-File-Idx)
       ELSE
           WRITE Log-Kept-Record FROM Log-Record
           ADD 1 TO PRG-Kept (WS-File-Idx)
           ADD WS-Hash-Value TO PRG-Kept-Hash (WS-File-Idx)
       END-IF.

       Copy-Back-Job-Log.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Log-Kept-File
       OPEN OUTPUT Log-File
       PERFORM UNTIL WS-EOF
           READ Log-Kept-File
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE Log-Record FROM Log-Kept-Record
           END-READ
       END-PERFORM
       CLOSE Log-Kept-File
       CLOSE Log-File.

       Write-Summary.
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE SPACES TO WS-Report-Line
       STRING "FILE     READ      KEPT      KEPT-HASH          "
           "ARCHIVED  ARCHIVED-HASH      RETAINED"
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 4
           MOVE SPACES TO WS-Report-Line
           STRING FID-Name (WS-File-Idx)
               " " PRG-Read (WS-File-Idx)
               " " PRG-Kept (WS-File-Idx)
               " " PRG-Kept-Hash (WS-File-Idx)
               " " PRG-Archived (WS-File-Idx)
               " " PRG-Arch-Hash (WS-File-Idx)
               " " PRG-Retained (WS-File-Idx)
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "          " PRG-Outcome (WS-File-Idx)
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       END-PERFORM
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE SPACES TO WS-Report-Line
       STRING "RETAINED = EXPIRED LEDGER ENTRIES KEPT AS CURRENT "
           "MASTER HOLDER OR OPEN EXCEPTION"
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.
