       IDENTIFICATION DIVISION.
       PROGRAM-ID. swprpt.
      * Growth table report over the EULRSWP sweep results. For one
      * sweep run - the run-id on the SYSIN card (positions 1-23),
      * or the latest run on file when the card is blank - prints a
      * table per sweep request showing, for each bound, the total,
      * the increment from the previous step and the ratio of the
      * total to the previous step's. Each step is also looked up
      * on the EULREXP control totals by variant and bound:
      *   MATCHES CONTROL    - a control total exists and agrees
      *   DISAGREES          - a control total exists and differs;
      *                        the control total is printed beside
      *                        it for the analyst
      * so a sweep doubles as a bulk check of the control file.
      * Steps with no control total are left unflagged.
      * Return code: 4 when any step disagrees with its control
      * total, 8 when the run is not on file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Sweep-File ASSIGN TO "EULRSWP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Sweep-Status.
           SELECT Expect-File ASSIGN TO "EULREXP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Expect-Status.
           SELECT Report-File ASSIGN TO "EULSWPRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY "SWP-REC.cpy".
       COPY "EXPECT-REC.cpy".
       FD Report-File.
       01 Report-Record PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-Sweep-Status PIC XX.
       01 WS-Expect-Status PIC XX.
       01 WS-Sweep-EOF-Switch PIC X.
         88 WS-Sweep-EOF VALUE "Y".
       01 WS-Expect-EOF-Switch PIC X VALUE "N".
         88 WS-Expect-EOF VALUE "Y".
       01 WS-Control-Switch PIC X VALUE "N".
         88 WS-Controls-Present VALUE "Y".
       01 WS-Parm-Card PIC X(23).
       01 WS-Report-Run-Id PIC X(23).
       01 WS-Run-Date PIC X(8).
       01 Control-Table.
         02 WS-Control-Count PIC 9(3) VALUE 0.
         02 Control-Entry OCCURS 500.
           03 CTL-Variant PIC X(8).
           03 CTL-Bound PIC 9(9).
           03 CTL-Total PIC 9(13).
       01 Step-Fields.
         02 WS-Req-Seq PIC 9(3) VALUE 0.
         02 WS-Prior-Switch PIC X.
           88 WS-Prior-Present VALUE "Y".
         02 WS-Prior-Total PIC 9(13).
         02 WS-Increment PIC S9(13).
         02 WS-Ratio PIC 9(9)V9(4).
         02 WS-Increment-Edit PIC -(13)9.
         02 WS-Ratio-Edit PIC Z(8)9.9999.
         02 WS-Increment-Text PIC X(14).
         02 WS-Ratio-Text PIC X(14).
         02 WS-Flag-Text PIC X(30).
       01 Report-Counts.
         02 WS-Requests-Listed PIC 9(3) VALUE 0.
         02 WS-Steps-Listed PIC 9(7) VALUE 0.
         02 WS-Matched-Count PIC 9(7) VALUE 0.
         02 WS-Disagree-Count PIC 9(7) VALUE 0.
         02 WS-Uncontrolled-Count PIC 9(7) VALUE 0.
         02 WS-Overflow-Count PIC 9(7) VALUE 0.
       01 WS-Found-Switch PIC X.
         88 WS-Found VALUE "Y".
       01 WS-Idx PIC 9(3).
       01 WS-Match-Idx PIC 9(3).
       01 WS-Report-Line PIC X(100).
       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
       DISPLAY "SWPRPT: starting sweep growth table report"
       ACCEPT WS-Parm-Card FROM SYSIN
       OPEN INPUT Sweep-File
       IF WS-Sweep-Status EQUAL "35"
           DISPLAY "SWPRPT: ERROR - no sweep results file EULRSWP, "
               "nothing to report"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       CLOSE Sweep-File
       IF WS-Parm-Card EQUAL SPACES
           PERFORM Find-Latest-Run
       ELSE
           MOVE WS-Parm-Card TO WS-Report-Run-Id
       END-IF
       PERFORM Load-Control-Table
       OPEN OUTPUT Report-File
       PERFORM Write-Heading
       MOVE "N" TO WS-Sweep-EOF-Switch
       OPEN INPUT Sweep-File
       PERFORM UNTIL WS-Sweep-EOF
           READ Sweep-File
               AT END
                   SET WS-Sweep-EOF TO TRUE
               NOT AT END
                   IF SWP-Run-Id EQUAL WS-Report-Run-Id
                       PERFORM Write-Step
                   END-IF
           END-READ
       END-PERFORM
       CLOSE Sweep-File
       PERFORM Write-Footing
       CLOSE Report-File
       IF WS-Steps-Listed EQUAL ZERO
           DISPLAY "SWPRPT: ERROR - sweep run " WS-Report-Run-Id
               " not on file"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "SWPRPT: " WS-Steps-Listed " steps listed for "
           WS-Report-Run-Id ", report written to EULSWPRPT"
       IF WS-Disagree-Count GREATER ZERO
           DISPLAY "SWPRPT: WARNING - " WS-Disagree-Count
               " steps disagree with control totals on EULREXP"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      * Sweep runs are appended in run order, so the latest run is
      * the run-id on the last record.
       Find-Latest-Run.
       MOVE SPACES TO WS-Report-Run-Id
       MOVE "N" TO WS-Sweep-EOF-Switch
       OPEN INPUT Sweep-File
       PERFORM UNTIL WS-Sweep-EOF
           READ Sweep-File
               AT END
                   SET WS-Sweep-EOF TO TRUE
               NOT AT END
                   MOVE SWP-Run-Id TO WS-Report-Run-Id
           END-READ
       END-PERFORM
       CLOSE Sweep-File.

       Load-Control-Table.
       OPEN INPUT Expect-File
       IF WS-Expect-Status EQUAL "35"
           DISPLAY "SWPRPT: WARNING - no control total file EULREXP, "
               "no step will be checked"
       ELSE
           SET WS-Controls-Present TO TRUE
           PERFORM UNTIL WS-Expect-EOF
               READ Expect-File
                   AT END
                       SET WS-Expect-EOF TO TRUE
                   NOT AT END
                       PERFORM Load-Control-Entry
               END-READ
           END-PERFORM
           CLOSE Expect-File
       END-IF.

       Load-Control-Entry.
       IF WS-Control-Count LESS 500
           ADD 1 TO WS-Control-Count
           MOVE EXP-Variant TO CTL-Variant (WS-Control-Count)
           MOVE EXP-Bound TO CTL-Bound (WS-Control-Count)
           MOVE EXP-Total TO CTL-Total (WS-Control-Count)
       ELSE
           DISPLAY "SWPRPT: ERROR - control table full loading "
               "EULREXP, run aborted"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       Write-Heading.
       MOVE SPACES TO WS-Report-Line
       STRING "SWEEP GROWTH TABLE  RUN-ID: " WS-Report-Run-Id
           "  PREPARED: " WS-Run-Date
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       IF NOT WS-Controls-Present
           MOVE "*** NO CONTROL TOTAL FILE - STEPS NOT CHECKED ***"
               TO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       END-IF.

      * A new request number starts a new table; the increment and
      * ratio run from the previous step of the same request only.
       Write-Step.
       IF SWP-Req-Seq NOT EQUAL WS-Req-Seq
           PERFORM Write-Request-Heading
       END-IF
       ADD 1 TO WS-Steps-Listed
       MOVE SPACES TO WS-Increment-Text
       MOVE SPACES TO WS-Ratio-Text
       MOVE SPACES TO WS-Flag-Text
       IF SWP-Overflow EQUAL "Y"
           ADD 1 TO WS-Overflow-Count
           MOVE "OVERFLOW - SWEEP STOPPED" TO WS-Flag-Text
           MOVE SPACES TO WS-Report-Line
           STRING SWP-Bound " *************"
               "  " WS-Flag-Text
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       ELSE
           IF WS-Prior-Present
               PERFORM Compute-Growth
           END-IF
           PERFORM Check-Control-Total
           MOVE SPACES TO WS-Report-Line
           STRING SWP-Bound " " SWP-Total
               " " WS-Increment-Text
               " " WS-Ratio-Text
               "  " WS-Flag-Text
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           IF WS-Found AND CTL-Total (WS-Match-Idx)
               NOT EQUAL SWP-Total
               MOVE SPACES TO WS-Report-Line
               STRING "          CONTROL TOTAL ON EULREXP: "
                   CTL-Total (WS-Match-Idx)
                   DELIMITED BY SIZE INTO WS-Report-Line
               WRITE Report-Record FROM WS-Report-Line
           END-IF
           SET WS-Prior-Present TO TRUE
           MOVE SWP-Total TO WS-Prior-Total
       END-IF.

       Write-Request-Heading.
       MOVE SWP-Req-Seq TO WS-Req-Seq
       ADD 1 TO WS-Requests-Listed
       MOVE "N" TO WS-Prior-Switch
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE SPACES TO WS-Report-Line
       STRING "REQUEST " SWP-Req-Seq
           "  VARIANT: " SWP-Variant
           "  MODE: " SWP-Mode
           "  DIVISORS: " SWP-Divisors(1:40)
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO WS-Report-Line
       STRING "    BOUND         TOTAL      INCREMENT"
           "          RATIO  CONTROL"
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.

      * A ratio to a zero prior total has no meaning and is shown
      * as N/A; a ratio too large for the column is shown as
      * asterisks rather than truncated.
       Compute-Growth.
       COMPUTE WS-Increment = SWP-Total - WS-Prior-Total
       MOVE WS-Increment TO WS-Increment-Edit
       MOVE WS-Increment-Edit TO WS-Increment-Text
       IF WS-Prior-Total EQUAL ZERO
           MOVE "           N/A" TO WS-Ratio-Text
       ELSE
           COMPUTE WS-Ratio ROUNDED = SWP-Total / WS-Prior-Total
               ON SIZE ERROR
                   MOVE " *************" TO WS-Ratio-Text
               NOT ON SIZE ERROR
                   MOVE WS-Ratio TO WS-Ratio-Edit
                   MOVE WS-Ratio-Edit TO WS-Ratio-Text
           END-COMPUTE
       END-IF.

       Check-Control-Total.
       MOVE "N" TO WS-Found-Switch
       MOVE ZERO TO WS-Match-Idx
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Control-Count OR WS-Found
           IF CTL-Variant (WS-Idx) EQUAL SWP-Variant
               AND CTL-Bound (WS-Idx) EQUAL SWP-Bound
               SET WS-Found TO TRUE
               MOVE WS-Idx TO WS-Match-Idx
           END-IF
       END-PERFORM
       IF NOT WS-Found
           ADD 1 TO WS-Uncontrolled-Count
       ELSE
           IF CTL-Total (WS-Match-Idx) EQUAL SWP-Total
               ADD 1 TO WS-Matched-Count
               MOVE "MATCHES CONTROL" TO WS-Flag-Text
           ELSE
               ADD 1 TO WS-Disagree-Count
               MOVE "*** DISAGREES WITH CONTROL ***" TO WS-Flag-Text
           END-IF
       END-IF.

       Write-Footing.
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       IF WS-Steps-Listed EQUAL ZERO
           MOVE "SWEEP RUN NOT ON FILE" TO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       ELSE
           MOVE SPACES TO WS-Report-Line
           STRING "REQUESTS: " WS-Requests-Listed
               "  STEPS: " WS-Steps-Listed
               "  OVERFLOWED: " WS-Overflow-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "MATCH CONTROL: " WS-Matched-Count
               "  DISAGREE: " WS-Disagree-Count
               "  NO CONTROL: " WS-Uncontrolled-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       END-IF.
