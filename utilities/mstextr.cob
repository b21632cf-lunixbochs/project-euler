       IDENTIFICATION DIVISION.
       PROGRAM-ID. mstextr.
      * Nightly downstream results interface extract. Reads the
      * EULRMST latest-results master in key order and writes the
      * EULRIFC interface file (layout in IFC-REC.cpy): a header with
      * the business date and transmission sequence number, one
      * detail per variant+bound, and a trailer with the detail count
      * and the hash total of MST-Total. Each detail carries the mode
      * and divisor set from the master holder's own ledger entry on
      * EULRLDG and its reconciliation standing from the EULREXCP
      * items raised against that run.
      * A result is held back from the extract, and listed on the
      * EULHLDRPT hold report instead, when an exception against its
      * run is still open or acknowledged, or when its ledger entry
      * cannot be found to supply the mode and divisor set.
      * The EULRXMIT transmission control file keeps one record per
      * extract: business date, sequence number, transmit type,
      * counts and hash total. The first extract for a business date
      * takes the next sequence number as a new generation ("N"); a
      * rerun for a date already on the control file reuses that
      * date's sequence number and is flagged as a retransmission
      * ("R") in the header, the control record and the hold report,
      * with a warning when its totals differ from the original.
      * The business date comes from a SYSIN card (YYYYMMDD) and
      * defaults to today when the card is blank.
      * Return code: 8 when there is no master or the date card is
      * bad, 4 when rows were held or the run is a retransmission,
      * 0 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Master-File ASSIGN TO "EULRMST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY MST-Key
               FILE STATUS WS-Master-Status.
           SELECT Ledger-File ASSIGN TO "EULRLDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Ledger-Status.
           SELECT Except-File ASSIGN TO "EULREXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Except-Status.
           SELECT Interface-File ASSIGN TO "EULRIFC"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Xmit-File ASSIGN TO "EULRXMIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Xmit-Status.
           SELECT Report-File ASSIGN TO "EULHLDRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY "MSTR-REC.cpy".
       COPY "LEDGER-REC.cpy".
       COPY "EXCP-REC.cpy".
       COPY "IFC-REC.cpy".
       FD Xmit-File.
       01 Xmit-Record.
         02 XMT-Business-Date PIC X(8).
         02 XMT-Sequence PIC 9(7).
         02 XMT-Transmit-Type PIC X.
         02 XMT-Record-Count PIC 9(9).
         02 XMT-Hash-Total PIC 9(18).
         02 XMT-Held-Count PIC 9(7).
         02 XMT-Timestamp PIC X(14).
       FD Report-File.
       01 Report-Record PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-Master-Status PIC XX.
       01 WS-Ledger-Status PIC XX.
       01 WS-Except-Status PIC XX.
       01 WS-Xmit-Status PIC XX.
       01 WS-EOF-Switch PIC X.
         88 WS-EOF VALUE "Y".
       01 WS-Parm-Card PIC X(8).
       01 WS-Business-Date PIC X(8).
       01 Master-Table.
         02 WS-Master-Count PIC 9(3) VALUE 0.
         02 Master-Entry OCCURS 500.
           03 MTB-Variant PIC X(8).
           03 MTB-Bound PIC 9(9).
           03 MTB-Run-Id PIC X(23).
           03 MTB-Total PIC 9(13).
           03 MTB-Date PIC X(8).
           03 MTB-Ledger-Found PIC X.
           03 MTB-Mode PIC X.
           03 MTB-Divisors PIC X(79).
           03 MTB-Standing PIC X.
           03 MTB-Outcome PIC X.
       01 WS-Idx PIC 9(3).
       01 WS-Match-Idx PIC 9(3).
       01 Search-Key.
         02 WS-Key-Variant PIC X(8).
         02 WS-Key-Bound PIC 9(9).
         02 WS-Key-Run-Id PIC X(23).
       01 Transmission-Fields.
         02 WS-Sequence PIC 9(7) VALUE 0.
         02 WS-Last-Sequence PIC 9(7) VALUE 0.
         02 WS-Transmit-Type PIC X VALUE "N".
           88 WS-Retransmission VALUE "R".
         02 WS-Orig-Count PIC 9(9) VALUE 0.
         02 WS-Orig-Hash PIC 9(18) VALUE 0.
       01 Extract-Counts.
         02 WS-Released PIC 9(9) VALUE 0.
         02 WS-Held PIC 9(7) VALUE 0.
         02 WS-Hash-Total PIC 9(18) VALUE 0.
       01 WS-Hold-Reason PIC X(24).
       01 WS-Timestamp PIC X(14).
       01 WS-Extract-RC PIC 9(2) VALUE 0.
       01 WS-Report-Line PIC X(100).
       01 Job-Log-Fields.
         02 WS-Log-Severity PIC X.
         02 WS-Log-Code PIC X(8).
         02 WS-Log-Text PIC X(60).
       COPY "JOBID.cpy".
       PROCEDURE DIVISION.
       MOVE "MSTEXTR" TO JOBID-Variant
       MOVE FUNCTION CURRENT-DATE(1:14) TO JOBID-Timestamp
       MOVE SPACES TO JOBID-Run-Id
       STRING JOBID-Variant DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           JOBID-Timestamp DELIMITED BY SIZE
           INTO JOBID-Run-Id
       MOVE JOBID-Timestamp TO WS-Timestamp
       DISPLAY "MSTEXTR: starting results interface extract "
           JOBID-Run-Id
       ACCEPT WS-Parm-Card FROM SYSIN
       IF WS-Parm-Card EQUAL SPACES
           MOVE WS-Timestamp(1:8) TO WS-Business-Date
       ELSE
           IF WS-Parm-Card IS NOT NUMERIC
               DISPLAY "MSTEXTR: ERROR - invalid business date card '"
                   WS-Parm-Card "', expected YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-Parm-Card TO WS-Business-Date
       END-IF
       PERFORM Load-Master-Table
       PERFORM Match-Ledger
       PERFORM Match-Exceptions
       PERFORM Set-Sequence
       OPEN OUTPUT Report-File
       PERFORM Write-Heading
       OPEN OUTPUT Interface-File
       PERFORM Write-Header-Record
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Master-Count
           PERFORM Release-Or-Hold
       END-PERFORM
       PERFORM Write-Trailer-Record
       CLOSE Interface-File
       PERFORM Write-Xmit-Record
       PERFORM Write-Footing
       CLOSE Report-File
       DISPLAY "MSTEXTR: sequence " WS-Sequence " type "
           WS-Transmit-Type ", " WS-Released " released, " WS-Held
           " held, interface written to EULRIFC"
       IF WS-Held GREATER ZERO
           MOVE 4 TO WS-Extract-RC
           MOVE "W" TO WS-Log-Severity
           MOVE "XTRHOLD" TO WS-Log-Code
           MOVE SPACES TO WS-Log-Text
           STRING WS-Held " RESULTS HELD FROM EXTRACT, SEE EULHLDRPT"
               DELIMITED BY SIZE INTO WS-Log-Text
           PERFORM Write-Job-Log
       END-IF
       IF WS-Retransmission
           MOVE 4 TO WS-Extract-RC
           MOVE "W" TO WS-Log-Severity
           MOVE "XTRRETX" TO WS-Log-Code
           MOVE SPACES TO WS-Log-Text
           STRING "RETRANSMISSION OF " WS-Business-Date
               " SEQUENCE " WS-Sequence
               DELIMITED BY SIZE INTO WS-Log-Text
           PERFORM Write-Job-Log
       END-IF
       MOVE "I" TO WS-Log-Severity
       MOVE "XTRDONE" TO WS-Log-Code
       MOVE SPACES TO WS-Log-Text
       STRING "EXTRACT SEQUENCE " WS-Sequence " WRITTEN, "
           WS-Released " RESULTS RELEASED"
           DELIMITED BY SIZE INTO WS-Log-Text
       PERFORM Write-Job-Log
      * Posted last: a CALLed subprogram ending normally hands its own
      * zero RETURN-CODE back to the caller.
       IF WS-Extract-RC NOT EQUAL ZERO
           MOVE WS-Extract-RC TO RETURN-CODE
       END-IF
       STOP RUN.

       Write-Job-Log.
       CALL "joblog" USING JOBID-Run-Id WS-Log-Severity
           WS-Log-Code WS-Log-Text.

      * Nothing can be published without the master, so a missing
      * one ends the run before any interface or control record is
      * written.
       Load-Master-Table.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Master-File
       IF WS-Master-Status NOT EQUAL "00"
           DISPLAY "MSTEXTR: ERROR - master EULRMST not available, "
               "status " WS-Master-Status ", nothing extracted"
           MOVE "E" TO WS-Log-Severity
           MOVE "XTRNOMST" TO WS-Log-Code
           MOVE "MASTER EULRMST NOT AVAILABLE, NOTHING EXTRACTED"
               TO WS-Log-Text
           PERFORM Write-Job-Log
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WS-EOF
           READ Master-File NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM Load-Master-Entry
           END-READ
       END-PERFORM
       CLOSE Master-File.

       Load-Master-Entry.
       IF WS-Master-Count LESS 500
           ADD 1 TO WS-Master-Count
           MOVE MST-Variant TO MTB-Variant (WS-Master-Count)
           MOVE MST-Bound TO MTB-Bound (WS-Master-Count)
           MOVE MST-Run-Id TO MTB-Run-Id (WS-Master-Count)
           MOVE MST-Total TO MTB-Total (WS-Master-Count)
           MOVE MST-Date TO MTB-Date (WS-Master-Count)
           MOVE "N" TO MTB-Ledger-Found (WS-Master-Count)
           MOVE SPACE TO MTB-Mode (WS-Master-Count)
           MOVE SPACES TO MTB-Divisors (WS-Master-Count)
           MOVE "M" TO MTB-Standing (WS-Master-Count)
           MOVE SPACE TO MTB-Outcome (WS-Master-Count)
       ELSE
           DISPLAY "MSTEXTR: ERROR - master table full loading "
               "EULRMST, run aborted"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       Find-Master-Entry.
       MOVE ZERO TO WS-Match-Idx
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Master-Count OR WS-Match-Idx > ZERO
           IF MTB-Variant (WS-Idx) EQUAL WS-Key-Variant
               AND MTB-Bound (WS-Idx) EQUAL WS-Key-Bound
               AND MTB-Run-Id (WS-Idx) EQUAL WS-Key-Run-Id
               MOVE WS-Idx TO WS-Match-Idx
           END-IF
       END-PERFORM.

      * The mode and divisor set are taken from the very ledger entry
      * the master names, not from the schedule, so they describe
      * the run that produced the published total.
       Match-Ledger.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Ledger-File
       IF WS-Ledger-Status EQUAL "35"
           SET WS-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-EOF
               READ Ledger-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE LDG-Variant TO WS-Key-Variant
                       MOVE LDG-Bound TO WS-Key-Bound
                       MOVE LDG-Run-Id TO WS-Key-Run-Id
                       PERFORM Find-Master-Entry
                       IF WS-Match-Idx GREATER ZERO
                           MOVE "Y" TO MTB-Ledger-Found (WS-Match-Idx)
                           MOVE LDG-Mode TO MTB-Mode (WS-Match-Idx)
                           MOVE LDG-Divisors
                               TO MTB-Divisors (WS-Match-Idx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Ledger-File
       END-IF.

      * Only items raised against the current holder's run count.
      * An open or acknowledged item holds the row whatever else is
      * on file; a resolved one is published with its outcome.
       Match-Exceptions.
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
                       MOVE EXC-Variant TO WS-Key-Variant
                       MOVE EXC-Bound TO WS-Key-Bound
                       MOVE EXC-Run-Id TO WS-Key-Run-Id
                       PERFORM Find-Master-Entry
                       IF WS-Match-Idx GREATER ZERO
                           PERFORM Apply-Exception-Standing
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Except-File
       END-IF.

       Apply-Exception-Standing.
       IF EXC-Status EQUAL "R"
           IF MTB-Standing (WS-Match-Idx) NOT EQUAL "O"
               MOVE "R" TO MTB-Standing (WS-Match-Idx)
               MOVE EXC-Outcome TO MTB-Outcome (WS-Match-Idx)
           END-IF
       ELSE
           MOVE "O" TO MTB-Standing (WS-Match-Idx)
           MOVE EXC-Outcome TO MTB-Outcome (WS-Match-Idx)
       END-IF.

      * A business date already on the control file is a rerun: it
      * keeps the sequence number the date was first sent under, so
      * the receiving side can recognize it and not load it as a
      * new generation.
       Set-Sequence.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Xmit-File
       IF WS-Xmit-Status EQUAL "35"
           SET WS-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-EOF
               READ Xmit-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM Check-Xmit-Record
               END-READ
           END-PERFORM
           CLOSE Xmit-File
       END-IF
       IF NOT WS-Retransmission
           COMPUTE WS-Sequence = WS-Last-Sequence + 1
       END-IF.

       Check-Xmit-Record.
       IF XMT-Sequence GREATER WS-Last-Sequence
           MOVE XMT-Sequence TO WS-Last-Sequence
       END-IF
       IF XMT-Business-Date EQUAL WS-Business-Date
           AND XMT-Transmit-Type EQUAL "N"
           SET WS-Retransmission TO TRUE
           MOVE XMT-Sequence TO WS-Sequence
           MOVE XMT-Record-Count TO WS-Orig-Count
           MOVE XMT-Hash-Total TO WS-Orig-Hash
       END-IF.

       Write-Header-Record.
       MOVE SPACES TO Interface-Header
       MOVE "H" TO IFH-Rec-Type
       MOVE WS-Business-Date TO IFH-Business-Date
       MOVE WS-Sequence TO IFH-Sequence
       MOVE WS-Transmit-Type TO IFH-Transmit-Type
       MOVE WS-Timestamp TO IFH-Created
       WRITE Interface-Header.

       Release-Or-Hold.
       MOVE SPACES TO WS-Hold-Reason
       IF MTB-Standing (WS-Idx) EQUAL "O"
           MOVE "OPEN EXCEPTION" TO WS-Hold-Reason
       ELSE
           IF MTB-Ledger-Found (WS-Idx) NOT EQUAL "Y"
               MOVE "NO LEDGER ENTRY" TO WS-Hold-Reason
           END-IF
       END-IF
       IF WS-Hold-Reason EQUAL SPACES
           PERFORM Write-Detail-Record
       ELSE
           PERFORM Write-Hold-Line
       END-IF.

       Write-Detail-Record.
       MOVE SPACES TO Interface-Detail
       MOVE "D" TO IFD-Rec-Type
       MOVE MTB-Variant (WS-Idx) TO IFD-Variant
       MOVE MTB-Bound (WS-Idx) TO IFD-Bound
       MOVE MTB-Mode (WS-Idx) TO IFD-Mode
       MOVE MTB-Run-Id (WS-Idx) TO IFD-Run-Id
       MOVE MTB-Total (WS-Idx) TO IFD-Total
       MOVE MTB-Date (WS-Idx) TO IFD-Result-Date
       MOVE MTB-Divisors (WS-Idx) TO IFD-Divisors
       MOVE MTB-Standing (WS-Idx) TO IFD-Recon-Standing
       MOVE MTB-Outcome (WS-Idx) TO IFD-Recon-Outcome
       WRITE Interface-Detail
       ADD 1 TO WS-Released
       ADD MTB-Total (WS-Idx) TO WS-Hash-Total.

       Write-Hold-Line.
       ADD 1 TO WS-Held
       MOVE SPACES TO WS-Report-Line
       STRING MTB-Variant (WS-Idx)
           " " MTB-Bound (WS-Idx)
           " " MTB-Run-Id (WS-Idx)
           " " MTB-Total (WS-Idx)
           " " WS-Hold-Reason
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.

       Write-Trailer-Record.
       MOVE SPACES TO Interface-Trailer
       MOVE "T" TO IFT-Rec-Type
       MOVE WS-Released TO IFT-Record-Count
       MOVE WS-Hash-Total TO IFT-Hash-Total
       WRITE Interface-Trailer.

       Write-Xmit-Record.
       OPEN EXTEND Xmit-File
       IF WS-Xmit-Status EQUAL "35"
           OPEN OUTPUT Xmit-File
           CLOSE Xmit-File
           OPEN EXTEND Xmit-File
       END-IF
       MOVE WS-Business-Date TO XMT-Business-Date
       MOVE WS-Sequence TO XMT-Sequence
       MOVE WS-Transmit-Type TO XMT-Transmit-Type
       MOVE WS-Released TO XMT-Record-Count
       MOVE WS-Hash-Total TO XMT-Hash-Total
       MOVE WS-Held TO XMT-Held-Count
       MOVE WS-Timestamp TO XMT-Timestamp
       WRITE Xmit-Record
       CLOSE Xmit-File.

       Write-Heading.
       MOVE SPACES TO WS-Report-Line
       STRING "RESULTS INTERFACE EXTRACT HOLD REPORT  BUSINESS DATE: "
           WS-Business-Date
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE SPACES TO WS-Report-Line
       STRING "VARIANT  BOUND     RUN-ID                  "
           "TOTAL         REASON"
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.

       Write-Footing.
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       IF WS-Held EQUAL ZERO
           MOVE "NO RESULTS HELD" TO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       END-IF
       MOVE SPACES TO WS-Report-Line
       STRING "SEQUENCE: " WS-Sequence
           "  TYPE: " WS-Transmit-Type
           "  RELEASED: " WS-Released
           "  HELD: " WS-Held
           "  HASH: " WS-Hash-Total
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       IF WS-Retransmission
           MOVE SPACES TO WS-Report-Line
           STRING "RETRANSMISSION OF BUSINESS DATE " WS-Business-Date
               " - NOT A NEW GENERATION"
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           IF WS-Released NOT EQUAL WS-Orig-Count
               OR WS-Hash-Total NOT EQUAL WS-Orig-Hash
               MOVE SPACES TO WS-Report-Line
               STRING "WARNING - CONTENT DIFFERS FROM ORIGINAL: COUNT "
                   WS-Orig-Count " HASH " WS-Orig-Hash
                   DELIMITED BY SIZE INTO WS-Report-Line
               WRITE Report-Record FROM WS-Report-Line
           END-IF
       END-IF.
