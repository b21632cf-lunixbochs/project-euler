       IDENTIFICATION DIVISION.
       PROGRAM-ID. ckputil.
      * Operator utility for the engine's restart files - EULR2CKP,
      * the mode "F" Fibonacci checkpoint, and EULR7CKP, the mode "N"
      * nth-prime restart state - driven by an action card from SYSIN:
      *   DISPLAY - show the saved position (bound, term number, term
      *             pair and total for mode "F"; ordinal, primes
      *             found, last prime and last candidate for mode "N")
      *             and the active flag in a readable report
      *   CLEAR   - mark the checkpoint inactive so the next run
      *             starts over, with a confirmation message
      *   VERIFY  - sanity-check the saved state and flag corruption:
      *             for mode "F" that the term pair really is a pair of
      *             consecutive Fibonacci terms; for mode "N" that the
      *             last prime is prime, that no prime lies between it
      *             and the last candidate, and that no more primes
      *             were counted than the ordinal asks for
      * Every action is written to the job log, so checkpoint
      * handling is controlled and traceable instead of an ad-hoc
      * dataset delete.
      * The action card carries the action in columns 1-8, the
      * operator id in columns 10-17, and the checkpoint's mode in
      * column 19 ("F" or space for EULR2CKP, "N" for EULR7CKP; any
      * other mode is refused with no checkpoint action taken, return
      * code 8). DISPLAY and VERIFY only read the checkpoint; CLEAR
      * resets it, so the operator must be active on EULROPER with
      * checkpoint-reset authority (checked through oprauth). A
      * refused CLEAR leaves the checkpoint untouched, is listed on
      * the report with its reason, logged as CKPDENY, and recorded
      * on EULRSECV for the security violations report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Checkpoint-File ASSIGN TO "EULR2CKP"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-Ckpt-Status.
           SELECT Prime-Ckpt-File ASSIGN TO "EULR7CKP"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-Ckpt-Status.
           SELECT Report-File ASSIGN TO "EULCKPRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY "CKPT-REC.cpy".
       COPY "PCKP-REC.cpy".
       FD Report-File.
       01 Report-Record PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-Ckpt-Status PIC XX.
       01 WS-Ckpt-On-File-Switch PIC X VALUE "N".
         88 WS-Ckpt-On-File VALUE "Y".
       01 Action-Card.
         02 WS-Action-Card PIC X(8).
         02 FILLER PIC X.
         02 WS-Card-Operator PIC X(8).
         02 FILLER PIC X.
         02 WS-Card-Mode PIC X.
           88 WS-Card-Mode-Fibonacci VALUE "F" " ".
           88 WS-Card-Mode-Nth-Prime VALUE "N".
       01 WS-Ckpt-Name PIC X(8) VALUE "EULR2CKP".
       01 WS-Deny-Reason PIC X(24).
       01 Security-Fields.
         02 WS-Sec-Program PIC X(8) VALUE "CKPUTIL".
         02 WS-Sec-Function PIC X(3) VALUE "CKP".
         02 WS-Sec-Action PIC X VALUE "C".
         02 WS-Sec-Detail PIC X(45).
       01 Fib-Walk-Fields.
         02 WS-Fib-A PIC 9(13).
         02 WS-Fib-B PIC 9(13).
         02 WS-Pair-Status PIC X.
           88 WS-Pair-Valid VALUE "V".
           88 WS-Pair-Corrupt VALUE "C".
      * A candidate more than WS-Max-Gap past the last prime found is
      * taken as corruption without testing the gap, since no two
      * consecutive primes the engine can reach lie that far apart.
       01 Prime-Check-Fields.
         02 WS-Test-Value PIC 9(13).
         02 WS-Trial-Factor PIC 9(13).
         02 WS-Trial-Quot PIC 9(13).
         02 WS-Trial-Rem PIC 9(13).
         02 WS-Gap-Value PIC 9(13).
         02 WS-Max-Gap PIC 9(13) VALUE 1500.
         02 WS-Test-Prime-Switch PIC X.
           88 WS-Test-Prime VALUE "Y".
         02 WS-Prime-Fault PIC X(40).
       01 Job-Log-Fields.
         02 WS-Log-Severity PIC X.
         02 WS-Log-Code PIC X(8).
           JOBID-Timestamp DELIMITED BY SIZE
           INTO JOBID-Run-Id
       DISPLAY "CKPUTIL: starting run " JOBID-Run-Id
       ACCEPT Action-Card FROM SYSIN
       OPEN OUTPUT Report-File
       MOVE SPACES TO WS-Report-Line
       STRING "CHECKPOINT UTILITY REPORT  RUN-ID: " JOBID-Run-Id
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       IF NOT WS-Card-Mode-Fibonacci AND NOT WS-Card-Mode-Nth-Prime
           DISPLAY "CKPUTIL: ERROR - invalid checkpoint mode '"
               WS-Card-Mode "', expected F or N"
           MOVE SPACES TO WS-Report-Line
           STRING "INVALID CHECKPOINT MODE '" WS-Card-Mode "'"
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           MOVE "E" TO WS-Log-Severity
           MOVE "BADACT" TO WS-Log-Code
           MOVE "INVALID CHECKPOINT MODE, NO CHECKPOINT ACTION TAKEN"
               TO WS-Log-Text
           PERFORM Write-Job-Log
           CLOSE Report-File
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-Card-Mode-Nth-Prime
           MOVE "EULR7CKP" TO WS-Ckpt-Name
       END-IF
       MOVE SPACES TO WS-Report-Line
       STRING "CHECKPOINT FILE: " WS-Ckpt-Name
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       IF WS-Card-Mode-Nth-Prime
           PERFORM Read-Prime-Checkpoint
       ELSE
           PERFORM Read-Checkpoint
       END-IF
       EVALUATE FUNCTION TRIM(WS-Action-Card)
           WHEN "DISPLAY"
               IF WS-Card-Mode-Nth-Prime
                   PERFORM Display-Prime-Checkpoint
               ELSE
                   PERFORM Display-Checkpoint
               END-IF
           WHEN "CLEAR"
               PERFORM Check-Clear-Authority
               IF WS-Deny-Reason NOT EQUAL SPACES
                   PERFORM Deny-Clear
               ELSE
                   IF WS-Card-Mode-Nth-Prime
                       PERFORM Clear-Prime-Checkpoint
                   ELSE
                       PERFORM Clear-Checkpoint
                   END-IF
               END-IF
           WHEN "VERIFY"
               IF WS-Card-Mode-Nth-Prime
                   PERFORM Verify-Prime-Checkpoint
               ELSE
                   PERFORM Verify-Checkpoint
               END-IF
           WHEN OTHER
               DISPLAY "CKPUTIL: ERROR - invalid action card '"
                   WS-Action-Card "', expected DISPLAY, CLEAR "
           PERFORM Write-Job-Log
       END-IF.

       Check-Clear-Authority.
       MOVE SPACES TO WS-Deny-Reason
       IF WS-Card-Operator EQUAL SPACES
           MOVE "BLANK OPERATOR ID" TO WS-Deny-Reason
       ELSE
           CALL "oprauth" USING WS-Card-Operator WS-Sec-Function
               WS-Deny-Reason
       END-IF.

       Deny-Clear.
       MOVE SPACES TO WS-Report-Line
       STRING "CLEAR REFUSED FOR OPERATOR '" WS-Card-Operator
           "' - " WS-Deny-Reason
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       DISPLAY "CKPUTIL: ERROR - clear refused for operator '"
           WS-Card-Operator "', " WS-Deny-Reason
       MOVE SPACES TO WS-Sec-Detail
       STRING WS-Ckpt-Name " CLEAR" DELIMITED BY SIZE
           INTO WS-Sec-Detail
       CALL "seclog" USING WS-Sec-Program WS-Card-Operator
           WS-Sec-Action WS-Deny-Reason WS-Sec-Detail
       MOVE "E" TO WS-Log-Severity
       MOVE "CKPDENY" TO WS-Log-Code
       MOVE SPACES TO WS-Log-Text
       STRING "CHECKPOINT CLEAR REFUSED, " WS-Deny-Reason
           DELIMITED BY SIZE INTO WS-Log-Text
       PERFORM Write-Job-Log
       MOVE 8 TO RETURN-CODE.

       Clear-Checkpoint.
       IF NOT WS-Ckpt-On-File
           PERFORM Report-No-Checkpoint
           END-IF
       END-IF.

       Read-Prime-Checkpoint.
       OPEN INPUT Prime-Ckpt-File
       IF WS-Ckpt-Status EQUAL "35"
           MOVE "N" TO WS-Ckpt-On-File-Switch
       ELSE
           READ Prime-Ckpt-File
           IF WS-Ckpt-Status EQUAL "00"
               MOVE "Y" TO WS-Ckpt-On-File-Switch
           ELSE
               MOVE "N" TO WS-Ckpt-On-File-Switch
           END-IF
           CLOSE Prime-Ckpt-File
       END-IF.

       Display-Prime-Checkpoint.
       IF NOT WS-Ckpt-On-File
           PERFORM Report-No-Checkpoint
       ELSE
           MOVE SPACES TO WS-Report-Line
           STRING "ORDINAL: " PCK-Bound
               "  PRIMES FOUND: " PCK-Count
               "  ACTIVE: " PCK-Active
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "LAST PRIME: " PCK-Last-Prime
               "  LAST CANDIDATE: " PCK-Candidate
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           IF PCK-Active EQUAL "Y"
               MOVE "NEXT MODE-N RUN AT THIS ORDINAL WILL RESUME HERE"
                   TO WS-Report-Line
           ELSE
               MOVE "CHECKPOINT INACTIVE, NEXT RUN STARTS CLEAN"
                   TO WS-Report-Line
           END-IF
           WRITE Report-Record FROM WS-Report-Line
           MOVE "I" TO WS-Log-Severity
           MOVE "CKPDISP" TO WS-Log-Code
           MOVE "PRIME CHECKPOINT DISPLAYED" TO WS-Log-Text
           PERFORM Write-Job-Log
       END-IF.

       Clear-Prime-Checkpoint.
       IF NOT WS-Ckpt-On-File
           PERFORM Report-No-Checkpoint
       ELSE
           MOVE "N" TO PCK-Active
           OPEN OUTPUT Prime-Ckpt-File
           WRITE Prime-Ckpt-Record
           CLOSE Prime-Ckpt-File
           MOVE SPACES TO WS-Report-Line
           STRING "PRIME CHECKPOINT FOR ORDINAL " PCK-Bound
               " MARKED INACTIVE, NEXT RUN STARTS OVER"
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           DISPLAY "CKPUTIL: prime checkpoint for ordinal " PCK-Bound
               " marked inactive, next run starts over"
           MOVE "I" TO WS-Log-Severity
           MOVE "CKPCLEAR" TO WS-Log-Code
           MOVE "PRIME CHECKPOINT MARKED INACTIVE" TO WS-Log-Text
           PERFORM Write-Job-Log
       END-IF.

      * The checks stop at the first fault found. The count itself is
      * not recounted from two upward - that would repeat the whole
      * run being restarted - but the state has to hang together: a
      * prime as the last one found, nothing skipped between it and
      * the last candidate, and no overshoot of the ordinal. A state
      * with no primes found yet has nothing to check but the count.
       Verify-Prime-Checkpoint.
       IF NOT WS-Ckpt-On-File
           PERFORM Report-No-Checkpoint
       ELSE
           MOVE SPACES TO WS-Prime-Fault
           IF PCK-Count GREATER PCK-Bound
               MOVE "MORE PRIMES COUNTED THAN ORDINAL"
                   TO WS-Prime-Fault
           END-IF
           IF WS-Prime-Fault EQUAL SPACES AND PCK-Count GREATER ZERO
               MOVE PCK-Last-Prime TO WS-Test-Value
               PERFORM Test-Prime-Value
               IF NOT WS-Test-Prime
                   MOVE "LAST PRIME FOUND IS NOT PRIME"
                       TO WS-Prime-Fault
               END-IF
           END-IF
           IF WS-Prime-Fault EQUAL SPACES AND PCK-Count GREATER ZERO
               IF PCK-Candidate LESS PCK-Last-Prime
                   MOVE "LAST CANDIDATE BEFORE LAST PRIME"
                       TO WS-Prime-Fault
               ELSE
                   SUBTRACT PCK-Last-Prime FROM PCK-Candidate
                       GIVING WS-Gap-Value
                   IF WS-Gap-Value GREATER WS-Max-Gap
                       MOVE "LAST CANDIDATE TOO FAR PAST LAST PRIME"
                           TO WS-Prime-Fault
                   END-IF
               END-IF
           END-IF
           IF WS-Prime-Fault EQUAL SPACES AND PCK-Count GREATER ZERO
               MOVE PCK-Last-Prime TO WS-Test-Value
               ADD 1 TO WS-Test-Value
               PERFORM UNTIL WS-Test-Value GREATER PCK-Candidate
                   OR WS-Prime-Fault NOT EQUAL SPACES
                   PERFORM Test-Prime-Value
                   IF WS-Test-Prime
                       MOVE "PRIME SKIPPED BEFORE LAST CANDIDATE"
                           TO WS-Prime-Fault
                   END-IF
                   ADD 1 TO WS-Test-Value
               END-PERFORM
           END-IF
           IF WS-Prime-Fault EQUAL SPACES
               MOVE SPACES TO WS-Report-Line
               STRING "CHECKPOINT VALID: " PCK-Count
                   " PRIMES FOUND, LAST PRIME " PCK-Last-Prime
                   DELIMITED BY SIZE INTO WS-Report-Line
               WRITE Report-Record FROM WS-Report-Line
               DISPLAY "CKPUTIL: prime checkpoint verified, state "
                   "valid"
               MOVE "I" TO WS-Log-Severity
               MOVE "CKPTOK" TO WS-Log-Code
               MOVE "PRIME CHECKPOINT VERIFIED, STATE VALID"
                   TO WS-Log-Text
               PERFORM Write-Job-Log
           ELSE
               MOVE SPACES TO WS-Report-Line
               STRING "CHECKPOINT CORRUPT: " WS-Prime-Fault
                   DELIMITED BY SIZE INTO WS-Report-Line
               WRITE Report-Record FROM WS-Report-Line
               DISPLAY "CKPUTIL: WARNING - prime checkpoint corrupt, "
                   WS-Prime-Fault
               MOVE "E" TO WS-Log-Severity
               MOVE "CKPTBAD" TO WS-Log-Code
               MOVE SPACES TO WS-Log-Text
               STRING "PRIME CHECKPOINT CORRUPT, " WS-Prime-Fault
                   DELIMITED BY SIZE INTO WS-Log-Text
               PERFORM Write-Job-Log
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF.

      * Trial division of WS-Test-Value by two and then the odd
      * factors, stopping once the factor passes the quotient.
       Test-Prime-Value.
       EVALUATE TRUE
           WHEN WS-Test-Value LESS 2
               MOVE "N" TO WS-Test-Prime-Switch
           WHEN WS-Test-Value LESS 4
               MOVE "Y" TO WS-Test-Prime-Switch
           WHEN OTHER
               DIVIDE WS-Test-Value BY 2 GIVING WS-Trial-Quot
                   REMAINDER WS-Trial-Rem
               IF WS-Trial-Rem EQUAL ZERO
                   MOVE "N" TO WS-Test-Prime-Switch
               ELSE
                   MOVE "Y" TO WS-Test-Prime-Switch
                   MOVE 3 TO WS-Trial-Factor
                   DIVIDE WS-Test-Value BY WS-Trial-Factor
                       GIVING WS-Trial-Quot REMAINDER WS-Trial-Rem
                   PERFORM UNTIL WS-Trial-Factor GREATER WS-Trial-Quot
                       OR NOT WS-Test-Prime
                       IF WS-Trial-Rem EQUAL ZERO
                           MOVE "N" TO WS-Test-Prime-Switch
                       ELSE
                           ADD 2 TO WS-Trial-Factor
                           DIVIDE WS-Test-Value BY WS-Trial-Factor
                               GIVING WS-Trial-Quot
                               REMAINDER WS-Trial-Rem
                       END-IF
                   END-PERFORM
               END-IF
       END-EVALUATE.

       Write-Job-Log.
       CALL "joblog" USING JOBID-Run-Id WS-Log-Severity
           WS-Log-Code WS-Log-Text.
