      * already completed under the current business date and bound
      * is bypassed rather than recomputed, so a resubmitted job
      * reruns only the legs that had not finished.
      * The run card (SYSIN) carries the batch window end as HHMM in
      * columns 1-4; blank runs every due leg as before. With a
      * window set, the due legs are queued first and then admitted
      * in SCH-Priority order, each only when its estimated runtime -
      * the average elapsed seconds of the last five EULRSTAT runs
      * of the same variant+bound - fits in what is left of the
      * window. A leg that will not fit is DEFERRED on the report,
      * warned on the job log, and written to the EULRCARY
      * carry-forward file (see CARY-REC.cpy), which the next run
      * admits ahead of the regular schedule. A leg with no run
      * history has no estimate and is admitted while the window is
      * open. A run that aborts leaves EULRCARY as it found it, so
      * the resubmission sees the same carried legs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE RANDOM
               RECORD KEY MST-Key
               FILE STATUS WS-Master-Status.
           SELECT Stat-File ASSIGN TO "EULRSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Stat-Status.
           SELECT Carry-File ASSIGN TO "EULRCARY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Carry-Status.
       DATA DIVISION.
       FILE SECTION.
       COPY "SCHED-REC.cpy".
       01 Report-Record PIC X(90).
       COPY "LEDGER-REC.cpy".
       COPY "MSTR-REC.cpy".
       COPY "STAT-REC.cpy".
       COPY "CARY-REC.cpy".
       WORKING-STORAGE SECTION.
       01 Leg-Fields.
         02 WS-Leg-Variant PIC X(8).
         02 WS-Legs-Completed PIC 9(4) VALUE 0.
         02 WS-Legs-Bypassed PIC 9(4) VALUE 0.
         02 WS-Legs-Not-Due PIC 9(4) VALUE 0.
         02 WS-Legs-Deferred PIC 9(4) VALUE 0.
         02 WS-Legs-Carried-In PIC 9(4) VALUE 0.
         02 WS-Legs-Carried-Out PIC 9(4) VALUE 0.
       01 Run-Card.
         02 WS-Card-Window-End PIC X(4).
         02 WS-Card-Window-Parts REDEFINES WS-Card-Window-End.
           03 WS-Card-Window-HH PIC 9(2).
           03 WS-Card-Window-MM PIC 9(2).
         02 FILLER PIC X(76).
      * Window times are absolute seconds - INTEGER-OF-DATE times
      * 86400 plus the time of day - so a window that runs past
      * midnight compares the same as one that does not.
       01 Window-Fields.
         02 WS-Window-Switch PIC X VALUE "N".
           88 WS-Window-Set VALUE "Y".
         02 WS-Window-End-Abs PIC 9(12).
         02 WS-Now-TS PIC X(14).
         02 WS-Now-Parts REDEFINES WS-Now-TS.
           03 WS-Now-Date PIC 9(8).
           03 WS-Now-HH PIC 9(2).
           03 WS-Now-MM PIC 9(2).
           03 WS-Now-SS PIC 9(2).
         02 WS-Now-Abs PIC 9(12).
         02 WS-Secs-Left PIC 9(7).
         02 WS-Leg-Estimate PIC 9(7).
         02 WS-Leg-Admit-Switch PIC X.
           88 WS-Leg-Admitted VALUE "Y".
      * Last five elapsed times per variant+bound from EULRSTAT,
      * oldest first.
       01 History-Table.
         02 WS-History-Count PIC 9(3) VALUE 0.
         02 History-Entry OCCURS 500.
           03 HST-Variant PIC X(8).
           03 HST-Bound PIC 9(9).
           03 HST-Runs PIC 9.
           03 HST-Elapsed OCCURS 5 PIC 9(7).
       01 WS-History-Full-Switch PIC X VALUE "N".
         88 WS-History-Full VALUE "Y".
       01 History-Work.
         02 WS-Hst-Idx PIC 9(3).
         02 WS-Hst-Match PIC 9(3).
         02 WS-Run-Idx PIC 9.
         02 WS-Elapsed-Sum PIC 9(9).
      * Every due leg, carried or scheduled, queued for admission.
       01 Leg-Table.
         02 WS-Lgt-Count PIC 9(3) VALUE 0.
         02 Leg-Entry OCCURS 500.
           03 LGT-Leg PIC X(110).
           03 LGT-Leg-Fields REDEFINES LGT-Leg.
             04 LGT-Variant PIC X(8).
             04 LGT-Mode PIC X.
             04 LGT-Bound PIC 9(9).
             04 FILLER PIC X(92).
           03 LGT-Source PIC X.
           03 LGT-Priority PIC 9.
           03 LGT-Leg-No PIC 9(4).
           03 LGT-Deferred-Switch PIC X.
             88 LGT-Deferred VALUE "Y".
           03 LGT-Estimate PIC 9(7).
       01 Admit-Fields.
         02 WS-Lgt-Idx PIC 9(3).
         02 WS-Dup-Idx PIC 9(3).
         02 WS-Queue-Source PIC X.
         02 WS-Admit-Source PIC X.
         02 WS-Admit-Priority PIC 9(2).
         02 WS-Leg-No PIC 9(4).
         02 WS-Carry-Dup-Switch PIC X.
           88 WS-Carry-Dup VALUE "Y".
       01 Calendar-Fields.
         02 WS-Date-Num PIC 9(8).
         02 WS-Date-Int PIC 9(9).
           88 WS-Prior-Found VALUE "Y".
       01 WS-Sched-Status PIC XX.
       01 WS-Master-Status PIC XX.
       01 WS-Stat-Status PIC XX.
       01 WS-Carry-Status PIC XX.
       01 WS-Stat-EOF-Switch PIC X VALUE "N".
         88 WS-Stat-EOF VALUE "Y".
       01 WS-Carry-EOF-Switch PIC X VALUE "N".
         88 WS-Carry-EOF VALUE "Y".
       01 WS-Sched-EOF-Switch PIC X VALUE "N".
         88 WS-Sched-EOF VALUE "Y".
       01 WS-Leg-Valid-Switch PIC X.
       PERFORM Write-Job-Log
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
       PERFORM Set-Calendar
       MOVE SPACES TO Run-Card
       ACCEPT Run-Card FROM SYSIN
       OPEN OUTPUT Report-File
       MOVE SPACES TO WS-Report-Line
       STRING "EULER SCHEDULED RUN REPORT"
           "  DATE: " WS-Run-Date
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       PERFORM Set-Window
       MOVE "LEG NO   VARIANT  M BOUND     TOTAL         STATUS"
           TO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM Load-Run-History
       PERFORM Load-Carry-Forward
       PERFORM UNTIL WS-Sched-EOF
           READ Schedule-File
               AT END
                   SET WS-Sched-EOF TO TRUE
               NOT AT END
                   MOVE "S" TO WS-Queue-Source
                   PERFORM Queue-Leg
           END-READ
       END-PERFORM
       CLOSE Schedule-File
       PERFORM Admit-Legs
       PERFORM Write-Carry-Forward
       PERFORM Write-Summary
       CLOSE Report-File
       DISPLAY "EULERDSP: run " JOBID-Run-Id
           SET WS-Month-End TO TRUE
       END-IF.

      * The card's window end is taken as the next occurrence of
      * that time of day: a window end earlier than the start time
      * belongs to tomorrow, so an overnight batch can be given its
      * morning cut-off. A bad card aborts the run before any leg
      * starts, rather than running without the window it asked for.
       Set-Window.
       IF WS-Card-Window-End EQUAL SPACES
           MOVE "BATCH WINDOW: NONE SET - ALL DUE LEGS ADMITTED"
               TO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       ELSE
           IF WS-Card-Window-End IS NOT NUMERIC
               OR WS-Card-Window-HH GREATER 23
               OR WS-Card-Window-MM GREATER 59
               DISPLAY "EULERDSP: run " JOBID-Run-Id
                   " ERROR - invalid run card '" WS-Card-Window-End
                   "', expected window end HHMM, run aborted"
               MOVE "E" TO WS-Log-Severity
               MOVE "BADCARD" TO WS-Log-Code
               MOVE SPACES TO WS-Log-Text
               STRING "INVALID RUN CARD '" WS-Card-Window-End
                   "', RUN ABORTED"
                   DELIMITED BY SIZE INTO WS-Log-Text
               PERFORM Write-Job-Log
               MOVE SPACES TO WS-Report-Line
               STRING "INVALID RUN CARD '" WS-Card-Window-End
                   "' - RUN ABORTED"
                   DELIMITED BY SIZE INTO WS-Report-Line
               WRITE Report-Record FROM WS-Report-Line
               CLOSE Report-File
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Get-Now
           COMPUTE WS-Window-End-Abs =
               FUNCTION INTEGER-OF-DATE(WS-Now-Date) * 86400
               + WS-Card-Window-HH * 3600 + WS-Card-Window-MM * 60
           IF WS-Window-End-Abs NOT GREATER WS-Now-Abs
               ADD 86400 TO WS-Window-End-Abs
           END-IF
           SET WS-Window-Set TO TRUE
           MOVE SPACES TO WS-Report-Line
           STRING "BATCH WINDOW ENDS: " WS-Card-Window-End
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       END-IF.

       Get-Now.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Now-TS
       COMPUTE WS-Now-Abs =
           FUNCTION INTEGER-OF-DATE(WS-Now-Date) * 86400
           + WS-Now-HH * 3600 + WS-Now-MM * 60 + WS-Now-SS.

      * Run history is read once, before any leg starts, so the legs
      * this run completes do not feed their own estimates. A full
      * table leaves later variant+bounds without history, which
      * only means they are admitted without an estimate.
       Load-Run-History.
       OPEN INPUT Stat-File
       IF WS-Stat-Status EQUAL "35"
           SET WS-Stat-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-Stat-EOF
               READ Stat-File
                   AT END
                       SET WS-Stat-EOF TO TRUE
                   NOT AT END
                       PERFORM Add-Run-History
               END-READ
           END-PERFORM
           CLOSE Stat-File
       END-IF.

       Add-Run-History.
       MOVE ZERO TO WS-Hst-Match
       PERFORM VARYING WS-Hst-Idx FROM 1 BY 1
           UNTIL WS-Hst-Idx > WS-History-Count OR WS-Hst-Match > ZERO
           IF HST-Variant (WS-Hst-Idx) EQUAL STA-Variant
               AND HST-Bound (WS-Hst-Idx) EQUAL STA-Bound
               MOVE WS-Hst-Idx TO WS-Hst-Match
           END-IF
       END-PERFORM
       IF WS-Hst-Match EQUAL ZERO
           IF WS-History-Count LESS 500
               ADD 1 TO WS-History-Count
               MOVE WS-History-Count TO WS-Hst-Match
               MOVE STA-Variant TO HST-Variant (WS-Hst-Match)
               MOVE STA-Bound TO HST-Bound (WS-Hst-Match)
               MOVE ZERO TO HST-Runs (WS-Hst-Match)
           ELSE
               IF NOT WS-History-Full
                   SET WS-History-Full TO TRUE
                   DISPLAY "EULERDSP: run " JOBID-Run-Id
                       " WARNING - run history table full, later "
                       "legs have no runtime estimate"
               END-IF
           END-IF
       END-IF
       IF WS-Hst-Match GREATER ZERO
           IF HST-Runs (WS-Hst-Match) LESS 5
               ADD 1 TO HST-Runs (WS-Hst-Match)
           ELSE
               PERFORM VARYING WS-Run-Idx FROM 1 BY 1
                   UNTIL WS-Run-Idx > 4
                   MOVE HST-Elapsed (WS-Hst-Match, WS-Run-Idx + 1)
                       TO HST-Elapsed (WS-Hst-Match, WS-Run-Idx)
               END-PERFORM
           END-IF
           MOVE STA-Elapsed-Secs TO
               HST-Elapsed (WS-Hst-Match, HST-Runs (WS-Hst-Match))
       END-IF.

      * Legs deferred by the previous run were due when they were
      * deferred, so they are queued without the calendar check.
       Load-Carry-Forward.
       OPEN INPUT Carry-File
       IF WS-Carry-Status EQUAL "35"
           SET WS-Carry-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-Carry-EOF
               READ Carry-File
                   AT END
                       SET WS-Carry-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Legs-Carried-In
                       MOVE CRY-Leg TO Schedule-Record
                       MOVE "C" TO WS-Queue-Source
                       PERFORM Queue-Leg
               END-READ
           END-PERFORM
           CLOSE Carry-File
       END-IF.

      * One schedule record = one engine leg. A malformed record is
      * reported and skipped rather than aborting the whole schedule;
      * a leg that is due is queued for admission.
       Queue-Leg.
       ADD 1 TO WS-Legs-Requested
       MOVE WS-Legs-Requested TO WS-Leg-No
       MOVE ZERO TO WS-Leg-Total
       PERFORM Validate-Leg
       IF NOT WS-Leg-Valid
           PERFORM Write-Job-Log
           PERFORM Write-Leg-Line
       ELSE
           IF WS-Queue-Source EQUAL "C"
               MOVE "Y" TO WS-Leg-Due-Switch
           ELSE
               PERFORM Check-Leg-Due
           END-IF
           IF NOT WS-Leg-Due
               PERFORM Skip-Not-Due
           ELSE
               PERFORM Add-Leg-Entry
           END-IF
       END-IF.

       Add-Leg-Entry.
       IF WS-Lgt-Count NOT LESS 500
           DISPLAY "EULERDSP: run " JOBID-Run-Id
               " ERROR - leg table full, run aborted"
           MOVE "E" TO WS-Log-Severity
           MOVE "LEGTBLFL" TO WS-Log-Code
           MOVE "LEG TABLE FULL QUEUEING DUE LEGS, RUN ABORTED"
               TO WS-Log-Text
           PERFORM Write-Job-Log
           MOVE "LEG TABLE FULL - RUN ABORTED" TO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           CLOSE Schedule-File
           CLOSE Report-File
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-Lgt-Count
       MOVE Schedule-Record TO LGT-Leg (WS-Lgt-Count)
       MOVE WS-Queue-Source TO LGT-Source (WS-Lgt-Count)
       MOVE WS-Leg-No TO LGT-Leg-No (WS-Lgt-Count)
       MOVE "N" TO LGT-Deferred-Switch (WS-Lgt-Count)
       MOVE ZERO TO LGT-Estimate (WS-Lgt-Count)
       IF SCH-Priority EQUAL SPACE
           MOVE 5 TO LGT-Priority (WS-Lgt-Count)
       ELSE
           MOVE SCH-Priority TO LGT-Priority (WS-Lgt-Count)
       END-IF.

      * Carried legs go first, then the regular schedule; within
      * each, priority 1 before 9 and queue order within a priority.
       Admit-Legs.
       MOVE "C" TO WS-Admit-Source
       PERFORM Admit-By-Priority
       MOVE "S" TO WS-Admit-Source
       PERFORM Admit-By-Priority.

       Admit-By-Priority.
       PERFORM VARYING WS-Admit-Priority FROM 1 BY 1
           UNTIL WS-Admit-Priority > 9
           PERFORM VARYING WS-Lgt-Idx FROM 1 BY 1
               UNTIL WS-Lgt-Idx > WS-Lgt-Count
               IF LGT-Source (WS-Lgt-Idx) EQUAL WS-Admit-Source
                   AND LGT-Priority (WS-Lgt-Idx)
                       EQUAL WS-Admit-Priority
                   PERFORM Admit-Leg
               END-IF
           END-PERFORM
       END-PERFORM.

      * An overflow in Execute-Leg aborts the run the same way the
      * fixed legs did.
       Admit-Leg.
       MOVE LGT-Leg (WS-Lgt-Idx) TO Schedule-Record
       MOVE LGT-Leg-No (WS-Lgt-Idx) TO WS-Leg-No
       MOVE ZERO TO WS-Leg-Total
       MOVE SCH-Variant TO WS-Leg-Variant
       MOVE SCH-Mode TO WS-Leg-Mode
       MOVE SCH-Bound TO WS-Leg-Bound
       MOVE SCH-Divisor-Count TO WS-Leg-Divisor-Count
       MOVE SCH-Divisor-Table TO WS-Leg-Divisor-Table
       MOVE SCH-Detail TO WS-Leg-Detail
       PERFORM Build-Divisor-Text
       PERFORM Check-Prior-Leg
       IF WS-Prior-Found
           PERFORM Bypass-Leg
       ELSE
           PERFORM Check-Window
           IF WS-Leg-Admitted
               PERFORM Execute-Leg
           ELSE
               PERFORM Defer-Leg
           END-IF
       END-IF.

      * The clock is read per leg, so an earlier leg that ran long
      * shortens what the later ones are offered.
       Check-Window.
       SET WS-Leg-Admitted TO TRUE
       MOVE ZERO TO WS-Leg-Estimate
       IF WS-Window-Set
           PERFORM Estimate-Leg
           PERFORM Get-Now
           IF WS-Now-Abs NOT LESS WS-Window-End-Abs
               MOVE ZERO TO WS-Secs-Left
               MOVE "N" TO WS-Leg-Admit-Switch
           ELSE
               COMPUTE WS-Secs-Left = WS-Window-End-Abs - WS-Now-Abs
               IF WS-Leg-Estimate GREATER WS-Secs-Left
                   MOVE "N" TO WS-Leg-Admit-Switch
               END-IF
           END-IF
       END-IF.

      * The average of the recent elapsed times, rounded up to the
      * whole second; zero when the variant+bound has no history.
       Estimate-Leg.
       PERFORM VARYING WS-Hst-Idx FROM 1 BY 1
           UNTIL WS-Hst-Idx > WS-History-Count
           IF HST-Variant (WS-Hst-Idx) EQUAL WS-Leg-Variant
               AND HST-Bound (WS-Hst-Idx) EQUAL WS-Leg-Bound
               AND HST-Runs (WS-Hst-Idx) GREATER ZERO
               MOVE ZERO TO WS-Elapsed-Sum
               PERFORM VARYING WS-Run-Idx FROM 1 BY 1
                   UNTIL WS-Run-Idx > HST-Runs (WS-Hst-Idx)
                   ADD HST-Elapsed (WS-Hst-Idx, WS-Run-Idx)
                       TO WS-Elapsed-Sum
               END-PERFORM
               COMPUTE WS-Leg-Estimate =
                   (WS-Elapsed-Sum + HST-Runs (WS-Hst-Idx) - 1)
                   / HST-Runs (WS-Hst-Idx)
           END-IF
       END-PERFORM.

       Defer-Leg.
       ADD 1 TO WS-Legs-Deferred
       SET LGT-Deferred (WS-Lgt-Idx) TO TRUE
       MOVE WS-Leg-Estimate TO LGT-Estimate (WS-Lgt-Idx)
       MOVE SPACES TO WS-Leg-Status-Text
       STRING "DEFERRED - EST " WS-Leg-Estimate " SECS, "
           WS-Secs-Left " LEFT"
           DELIMITED BY SIZE INTO WS-Leg-Status-Text
       DISPLAY "EULERDSP: run " JOBID-Run-Id " WARNING - leg "
           WS-Leg-Variant " deferred, estimate " WS-Leg-Estimate
           " secs exceeds window"
       MOVE "W" TO WS-Log-Severity
       MOVE "DEFERLEG" TO WS-Log-Code
       MOVE SPACES TO WS-Log-Text
       STRING WS-Leg-Variant " LEG DEFERRED, EST " WS-Leg-Estimate
           " SECS, " WS-Secs-Left " LEFT"
           DELIMITED BY SIZE INTO WS-Log-Text
       PERFORM Write-Job-Log
       MOVE 4 TO WS-Run-RC
       PERFORM Write-Leg-Line.

      * Rewritten at the end of every completed run with this run's
      * deferrals only, so carried legs that ran drop off. A leg
      * carried in and deferred again alongside its own regular
      * schedule leg is written once.
       Write-Carry-Forward.
       OPEN OUTPUT Carry-File
       PERFORM VARYING WS-Lgt-Idx FROM 1 BY 1
           UNTIL WS-Lgt-Idx > WS-Lgt-Count
           IF LGT-Deferred (WS-Lgt-Idx)
               PERFORM Write-Carry-Record
           END-IF
       END-PERFORM
       CLOSE Carry-File.

       Write-Carry-Record.
       MOVE "N" TO WS-Carry-Dup-Switch
       PERFORM VARYING WS-Dup-Idx FROM 1 BY 1
           UNTIL WS-Dup-Idx NOT LESS WS-Lgt-Idx OR WS-Carry-Dup
           IF LGT-Deferred (WS-Dup-Idx)
               AND LGT-Variant (WS-Dup-Idx)
                   EQUAL LGT-Variant (WS-Lgt-Idx)
               AND LGT-Bound (WS-Dup-Idx) EQUAL LGT-Bound (WS-Lgt-Idx)
               SET WS-Carry-Dup TO TRUE
           END-IF
       END-PERFORM
       IF NOT WS-Carry-Dup
           MOVE WS-Run-Date TO CRY-Deferred-Date
           MOVE JOBID-Run-Id TO CRY-Deferred-Run-Id
           MOVE LGT-Estimate (WS-Lgt-Idx) TO CRY-Estimate-Secs
           MOVE LGT-Leg (WS-Lgt-Idx) TO CRY-Leg
           WRITE Carry-Record
           ADD 1 TO WS-Legs-Carried-Out
       END-IF.

      * A leg outside its effective range, or whose frequency does
      * not land on the business date, is simply not due - that is
      * the calendar working, not an error, so it gets a report line
           MOVE "N" TO WS-Leg-Valid-Switch
       END-IF
       IF SCH-Mode NOT EQUAL "M" AND SCH-Mode NOT EQUAL "F"
           AND SCH-Mode NOT EQUAL "P" AND SCH-Mode NOT EQUAL "N"
           MOVE "N" TO WS-Leg-Valid-Switch
       END-IF
       IF SCH-Bound-X IS NOT NUMERIC
       IF SCH-Eff-To NOT EQUAL SPACES
           AND SCH-Eff-To IS NOT NUMERIC
           MOVE "N" TO WS-Leg-Valid-Switch
       END-IF
       IF SCH-Priority NOT EQUAL SPACE
           AND (SCH-Priority LESS "1" OR SCH-Priority GREATER "9")
           MOVE "N" TO WS-Leg-Valid-Switch
       END-IF.

      * Only the first SCH-Divisor-Count entries count; every one of
      * The set travels with the total: the leg report and the
      * ledger both carry it as display text so two legs at the same
      * bound with different divisor sets stop looking identical.
      * An empty list (modes "F", "P" and "N") leaves the text
      * spaces.
       Build-Divisor-Text.
       MOVE SPACES TO WS-Divisor-Text
       MOVE 1 TO WS-Text-Ptr
           MOVE "OVERFLOW - RUN ABORTED" TO WS-Leg-Status-Text
           PERFORM Write-Leg-Line
           PERFORM Write-Summary
           CLOSE Report-File
           DISPLAY "EULERDSP: run " JOBID-Run-Id
               " ERROR - " WS-Leg-Variant

       Write-Leg-Line.
       MOVE SPACES TO WS-Report-Line
       STRING "LEG " WS-Leg-No
           " " SCH-Variant
           " " SCH-Mode
           " " SCH-Bound-X
           "  COMPLETED: " WS-Legs-Completed
           "  BYPASSED: " WS-Legs-Bypassed
           "  NOT DUE: " WS-Legs-Not-Due
           "  DEFERRED: " WS-Legs-Deferred
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO WS-Report-Line
       STRING "CARRIED IN: " WS-Legs-Carried-In
           "  CARRIED FORWARD: " WS-Legs-Carried-Out
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.
