       IDENTIFICATION DIVISION.
       PROGRAM-ID. sweep.
      * Bound-range sweep batch. Shows how a variant's total grows
      * with the bound without a schedule leg per bound: each
      * request record on EULRSWRQ names
      *   SRQ-Variant        the variant the results are filed under
      *   SRQ-Mode           engine mode M, F, P or N
      *   SRQ-From/To-Bound  the first and last bound of the range
      *   SRQ-Step           the bound increment between steps
      *   SRQ-Divisor-Count  mode "M" divisor set, in the same
      *   SRQ-Divisor          layout as a schedule leg
      * and seqengine is called once per bound - from-bound, then
      * every step up to and including the to-bound where the step
      * lands on it. Each bound's total goes to the EULRSWP sweep
      * results file, never to EULRLDG: nothing reaches the ledger,
      * EULRMST, the ledger control totals or the run statistics,
      * and modes "F" and "N" run with checkpointing suppressed, so
      * a sweep cannot disturb anything the production chain owns.
      * The growth table report (swprpt) reads the results back.
      * A request is validated whole before its first bound runs -
      * the dispatcher's leg rules plus a sane range - and one that
      * fails is reported and skipped. A request may run at most
      * WS-Max-Steps bounds, so a mis-keyed step cannot tie up the
      * batch window. A bound whose total overflows ends that
      * request's sweep; every larger bound would overflow too.
      * Return code: 4 when a request was rejected or stopped by an
      * overflow, 8 when there is no request file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Request-File ASSIGN TO "EULRSWRQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Request-Status.
           SELECT Sweep-File ASSIGN TO "EULRSWP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Sweep-Status.
       DATA DIVISION.
       FILE SECTION.
       FD Request-File.
       01 Request-Record.
         02 SRQ-Variant PIC X(8).
         02 SRQ-Mode PIC X.
         02 SRQ-From-Bound PIC 9(9).
         02 SRQ-From-Bound-X REDEFINES SRQ-From-Bound PIC X(9).
         02 SRQ-To-Bound PIC 9(9).
         02 SRQ-To-Bound-X REDEFINES SRQ-To-Bound PIC X(9).
         02 SRQ-Step PIC 9(9).
         02 SRQ-Step-X REDEFINES SRQ-Step PIC X(9).
         02 SRQ-Divisor-Count PIC 9(2).
         02 SRQ-Divisor-Count-X REDEFINES SRQ-Divisor-Count PIC X(2).
         02 SRQ-Divisor-Table.
           03 SRQ-Divisor OCCURS 10 PIC 9(7).
         02 SRQ-Divisor-Table-X REDEFINES SRQ-Divisor-Table.
           03 SRQ-Divisor-X OCCURS 10 PIC X(7).
       COPY "SWP-REC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-Request-Status PIC XX.
       01 WS-Sweep-Status PIC XX.
       01 WS-Request-EOF-Switch PIC X VALUE "N".
         88 WS-Request-EOF VALUE "Y".
       01 WS-Overflow-Switch PIC X.
         88 WS-Sweep-Overflowed VALUE "Y".
       01 Sweep-Counts.
         02 WS-Requests-Read PIC 9(3) VALUE 0.
         02 WS-Requests-Run PIC 9(3) VALUE 0.
         02 WS-Requests-Rejected PIC 9(3) VALUE 0.
         02 WS-Requests-Overflowed PIC 9(3) VALUE 0.
         02 WS-Steps-Run PIC 9(7) VALUE 0.
       01 Range-Fields.
         02 WS-Max-Steps PIC 9(5) VALUE 1000.
         02 WS-Step-Count PIC 9(9).
         02 WS-Sweep-Bound PIC 9(10).
       01 Engine-Fields.
         02 WS-Mode PIC X.
         02 WS-Bound PIC 9(9).
         02 WS-Divisors.
           03 WS-Divisor-Count PIC 9(2).
           03 WS-Divisor OCCURS 10 PIC 9(7).
         02 WS-Engine-Total PIC 9(13).
         02 WS-Engine-Overflow PIC X.
         02 WS-Detail-Flag PIC X VALUE "N".
         02 WS-Engine-Terms PIC 9(13).
         02 WS-Engine-Ckpts PIC 9(7).
         02 WS-Ckpt-Flag PIC X VALUE "N".
       01 Divisor-Text-Fields.
         02 WS-Div-Idx PIC 9(2).
         02 WS-Div-Edit PIC Z(6)9.
         02 WS-Divisor-Text PIC X(79).
         02 WS-Text-Ptr PIC 9(3).
       01 WS-Reject-Reason PIC X(24).
       01 WS-Run-Date PIC X(8).
       01 Job-Log-Fields.
         02 WS-Log-Severity PIC X.
         02 WS-Log-Code PIC X(8).
         02 WS-Log-Text PIC X(60).
       01 WS-Sweep-RC PIC 9(2) VALUE 0.
       COPY "JOBID.cpy".
       PROCEDURE DIVISION.
       MOVE "SWEEP" TO JOBID-Variant
       MOVE FUNCTION CURRENT-DATE(1:14) TO JOBID-Timestamp
       MOVE SPACES TO JOBID-Run-Id
       STRING JOBID-Variant DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           JOBID-Timestamp DELIMITED BY SIZE
           INTO JOBID-Run-Id
       MOVE JOBID-Timestamp(1:8) TO WS-Run-Date
       DISPLAY "SWEEP: starting bound-range sweep " JOBID-Run-Id
       OPEN INPUT Request-File
       IF WS-Request-Status EQUAL "35"
           DISPLAY "SWEEP: ERROR - no sweep request file EULRSWRQ, "
               "nothing to run"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN EXTEND Sweep-File
       IF WS-Sweep-Status EQUAL "35"
           OPEN OUTPUT Sweep-File
           CLOSE Sweep-File
           OPEN EXTEND Sweep-File
       END-IF
       PERFORM UNTIL WS-Request-EOF
           READ Request-File
               AT END
                   SET WS-Request-EOF TO TRUE
               NOT AT END
                   PERFORM Process-Request
           END-READ
       END-PERFORM
       CLOSE Request-File
       CLOSE Sweep-File
       DISPLAY "SWEEP: run " JOBID-Run-Id " complete, "
           WS-Requests-Run " requests swept, "
           WS-Steps-Run " bounds computed, "
           WS-Requests-Rejected " rejected"
       MOVE "I" TO WS-Log-Severity
       MOVE "SWPDONE" TO WS-Log-Code
       MOVE SPACES TO WS-Log-Text
       STRING "SWEEP COMPLETE, " WS-Requests-Run " REQUESTS "
           WS-Steps-Run " BOUNDS " WS-Requests-Rejected
           " REJECTED"
           DELIMITED BY SIZE INTO WS-Log-Text
       PERFORM Write-Job-Log
       IF WS-Requests-Rejected GREATER ZERO
           OR WS-Requests-Overflowed GREATER ZERO
           MOVE 4 TO WS-Sweep-RC
       END-IF
      * Posted last: a CALLed subprogram ending normally hands its
      * own zero RETURN-CODE back to the caller.
       MOVE WS-Sweep-RC TO RETURN-CODE
       STOP RUN.

       Write-Job-Log.
       CALL "joblog" USING JOBID-Run-Id WS-Log-Severity
           WS-Log-Code WS-Log-Text.

       Process-Request.
       ADD 1 TO WS-Requests-Read
       MOVE SPACES TO WS-Reject-Reason
       PERFORM Validate-Request
       IF WS-Reject-Reason NOT EQUAL SPACES
           ADD 1 TO WS-Requests-Rejected
           DISPLAY "SWEEP: WARNING - request " WS-Requests-Read
               " " SRQ-Variant " rejected, " WS-Reject-Reason
           MOVE "W" TO WS-Log-Severity
           MOVE "SWPREJ" TO WS-Log-Code
           MOVE SPACES TO WS-Log-Text
           STRING "REQUEST " WS-Requests-Read " " SRQ-Variant
               " REJECTED - " WS-Reject-Reason
               DELIMITED BY SIZE INTO WS-Log-Text
           PERFORM Write-Job-Log
       ELSE
           ADD 1 TO WS-Requests-Run
           PERFORM Run-Sweep
       END-IF.

      * The whole request is checked before its first bound runs:
      * the dispatcher's leg rules for the mode and divisor set,
      * then the range itself.
       Validate-Request.
       IF SRQ-Variant EQUAL SPACES
           MOVE "BLANK VARIANT" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           AND SRQ-Mode NOT EQUAL "M" AND SRQ-Mode NOT EQUAL "F"
           AND SRQ-Mode NOT EQUAL "P" AND SRQ-Mode NOT EQUAL "N"
           MOVE "INVALID MODE" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           AND (SRQ-From-Bound-X IS NOT NUMERIC
           OR SRQ-To-Bound-X IS NOT NUMERIC
           OR SRQ-Step-X IS NOT NUMERIC)
           MOVE "NON-NUMERIC RANGE" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           AND (SRQ-From-Bound EQUAL ZERO OR SRQ-Step EQUAL ZERO)
           MOVE "ZERO BOUND OR STEP" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           AND SRQ-To-Bound LESS SRQ-From-Bound
           MOVE "RANGE INVERTED" TO WS-Reject-Reason
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           COMPUTE WS-Step-Count =
               (SRQ-To-Bound - SRQ-From-Bound) / SRQ-Step + 1
           IF WS-Step-Count GREATER WS-Max-Steps
               MOVE "TOO MANY STEPS" TO WS-Reject-Reason
           END-IF
       END-IF
       IF WS-Reject-Reason EQUAL SPACES
           AND SRQ-Mode EQUAL "M"
           IF SRQ-Divisor-Count-X IS NOT NUMERIC
               OR SRQ-Divisor-Count LESS 1
               OR SRQ-Divisor-Count GREATER 10
               MOVE "BAD DIVISOR COUNT" TO WS-Reject-Reason
           ELSE
               PERFORM VARYING WS-Div-Idx FROM 1 BY 1
                   UNTIL WS-Div-Idx > SRQ-Divisor-Count
                   OR WS-Reject-Reason NOT EQUAL SPACES
                   IF SRQ-Divisor-X (WS-Div-Idx) IS NOT NUMERIC
                       MOVE "NON-NUMERIC DIVISOR" TO WS-Reject-Reason
                   ELSE
                       IF SRQ-Divisor (WS-Div-Idx) EQUAL ZERO
                           MOVE "ZERO DIVISOR" TO WS-Reject-Reason
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
       END-IF.

       Run-Sweep.
       MOVE SRQ-Mode TO WS-Mode
       MOVE ZERO TO WS-Divisor-Count
       IF SRQ-Mode EQUAL "M"
           MOVE SRQ-Divisor-Count TO WS-Divisor-Count
           PERFORM VARYING WS-Div-Idx FROM 1 BY 1
               UNTIL WS-Div-Idx > 10
               IF WS-Div-Idx GREATER SRQ-Divisor-Count
                   MOVE ZERO TO WS-Divisor (WS-Div-Idx)
               ELSE
                   MOVE SRQ-Divisor (WS-Div-Idx)
                       TO WS-Divisor (WS-Div-Idx)
               END-IF
           END-PERFORM
       END-IF
       PERFORM Build-Divisor-Text
       MOVE "N" TO WS-Overflow-Switch
       MOVE ZERO TO WS-Step-Count
       PERFORM VARYING WS-Sweep-Bound FROM SRQ-From-Bound
           BY SRQ-Step
           UNTIL WS-Sweep-Bound > SRQ-To-Bound
           OR WS-Sweep-Overflowed
           PERFORM Run-Sweep-Step
       END-PERFORM
       DISPLAY "SWEEP: request " WS-Requests-Read " " SRQ-Variant
           " mode " SRQ-Mode " " WS-Step-Count " bounds computed"
       IF WS-Sweep-Overflowed
           ADD 1 TO WS-Requests-Overflowed
           DISPLAY "SWEEP: WARNING - request " WS-Requests-Read
               " " SRQ-Variant " overflowed at bound " WS-Bound
               ", sweep stopped"
           MOVE "W" TO WS-Log-Severity
           MOVE "SWPOVFL" TO WS-Log-Code
           MOVE SPACES TO WS-Log-Text
           STRING "REQUEST " WS-Requests-Read " " SRQ-Variant
               " OVERFLOWED AT BOUND " WS-Bound
               DELIMITED BY SIZE INTO WS-Log-Text
           PERFORM Write-Job-Log
       END-IF.

       Run-Sweep-Step.
       MOVE WS-Sweep-Bound TO WS-Bound
       CALL "seqengine" USING WS-Mode WS-Bound WS-Divisors
           WS-Engine-Total JOBID-Run-Id WS-Engine-Overflow
           WS-Detail-Flag WS-Engine-Terms WS-Engine-Ckpts
           WS-Ckpt-Flag
       ADD 1 TO WS-Step-Count
       ADD 1 TO WS-Steps-Run
       MOVE JOBID-Run-Id TO SWP-Run-Id
       MOVE WS-Requests-Read TO SWP-Req-Seq
       MOVE SRQ-Variant TO SWP-Variant
       MOVE SRQ-Mode TO SWP-Mode
       MOVE WS-Bound TO SWP-Bound
       MOVE WS-Run-Date TO SWP-Date
       MOVE WS-Divisor-Text TO SWP-Divisors
       IF WS-Engine-Overflow EQUAL "Y"
           SET WS-Sweep-Overflowed TO TRUE
           MOVE "Y" TO SWP-Overflow
           MOVE ZERO TO SWP-Total
           MOVE ZERO TO SWP-Terms
       ELSE
           MOVE "N" TO SWP-Overflow
           MOVE WS-Engine-Total TO SWP-Total
           MOVE WS-Engine-Terms TO SWP-Terms
       END-IF
       WRITE Sweep-Record.

      * Same display text the ledger carries ("3/5", "3/5/7", ...);
      * spaces for modes "F", "P" and "N".
       Build-Divisor-Text.
       MOVE SPACES TO WS-Divisor-Text
       MOVE 1 TO WS-Text-Ptr
       PERFORM VARYING WS-Div-Idx FROM 1 BY 1
           UNTIL WS-Div-Idx > WS-Divisor-Count
           IF WS-Div-Idx GREATER 1
               STRING "/" DELIMITED BY SIZE
                   INTO WS-Divisor-Text
                   WITH POINTER WS-Text-Ptr
           END-IF
           MOVE WS-Divisor (WS-Div-Idx) TO WS-Div-Edit
           STRING FUNCTION TRIM(WS-Div-Edit) DELIMITED BY SIZE
               INTO WS-Divisor-Text
               WITH POINTER WS-Text-Ptr
       END-PERFORM.
