      *   "M" - sum of the numbers below LS-Bound divisible by any
      *         divisor in the LS-Divisors list, up to ten divisors
      *         of up to seven digits (Project Euler #1 and its
      *         multi-divisor generalizations). Computed in closed
      *         form by inclusion-exclusion over the divisor subsets,
      *         so the run time does not grow with the bound; the
      *         unit walk is kept for detail runs, which need every
      *         contributing term on EULRDTL anyway.
      *   "F" - sum of even terms of the Fibonacci sequence not
      *         exceeding LS-Bound, with checkpoint/restart (#2).
      *   "P" - largest prime factor of LS-Bound (#3).
      *   "N" - the prime whose ordinal is LS-Bound - the bound is
      *         the position in the sequence of primes, not a
      *         ceiling (#7) - with its own checkpoint/restart on
      *         EULR7CKP, holding the primes found so far and the
      *         last candidate tested.
      * When the caller sets LS-Detail to "Y", one EULRDTL record is
      * appended per contributing term so the total can be audited
      * term by term through the worksheet report. LS-Terms and
           SELECT Checkpoint-File ASSIGN TO "EULR2CKP"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-Ckpt-Status.
           SELECT Prime-Ckpt-File ASSIGN TO "EULR7CKP"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-Pckp-Status.
           SELECT Detail-File ASSIGN TO "EULRDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Dtl-Status.
       DATA DIVISION.
       FILE SECTION.
       COPY "CKPT-REC.cpy".
       COPY "PCKP-REC.cpy".
       COPY "DTL-REC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-Ckpt-Status PIC XX.
       01 WS-Pckp-Status PIC XX.
       01 WS-Dtl-Status PIC XX.
       01 WS-Dtl-Seq PIC 9(9).
       01 WS-Dtl-Term PIC 9(13).
       01 WS-Divisible-Switch PIC X.
         88 WS-Divisible VALUE "Y".
      * Mode "N" work fields. A restart point is written every
      * WS-Pckp-Interval primes rather than every term as mode "F"
      * does: a large ordinal finds millions of primes, and the loss
      * on an interruption is at most one interval of trial division.
       01 Nth-Prime-Fields.
         02 WS-Prime-Switch PIC X.
           88 WS-Is-Prime VALUE "Y".
         02 WS-Pckp-Interval PIC 9(5) VALUE 1000.
         02 WS-Pckp-Since PIC 9(5).
      * Mode "M" closed-form work fields. Each value of the subset
      * mask, read as a bit pattern over the divisor list, selects
      * one non-empty subset; the union sum and count are signed
      * because inclusion-exclusion subtracts the even-sized subsets.
       01 Closed-Form-Fields.
         02 WS-Subset-Mask PIC 9(4).
         02 WS-Subset-Limit PIC 9(4).
         02 WS-Mask-Work PIC 9(4).
         02 WS-Mask-Quot PIC 9(4).
         02 WS-Mask-Bit PIC 9.
         02 WS-Subset-Size PIC 9(2).
         02 WS-Size-Quot PIC 9(2).
         02 WS-Size-Odd PIC 9.
         02 WS-Subset-Lcm PIC 9(18).
         02 WS-Lcm-Beyond-Switch PIC X.
           88 WS-Lcm-Beyond VALUE "Y".
         02 WS-Gcd-A PIC 9(18).
         02 WS-Gcd-B PIC 9(18).
         02 WS-Gcd-Q PIC 9(18).
         02 WS-Gcd-R PIC 9(18).
         02 WS-Multiple-Count PIC 9(18).
         02 WS-Subset-Sum PIC 9(18).
         02 WS-Union-Sum PIC S9(18).
         02 WS-Union-Count PIC S9(18).
       01 Job-Log-Fields.
         02 WS-Log-Severity PIC X.
         02 WS-Log-Code PIC X(8).
         88 LS-Mode-Multiples VALUE "M".
         88 LS-Mode-Fibonacci VALUE "F".
         88 LS-Mode-Prime VALUE "P".
         88 LS-Mode-Nth-Prime VALUE "N".
       01 LS-Bound PIC 9(9).
       01 LS-Divisors.
         02 LS-Divisor-Count PIC 9(2).
         88 LS-Detail-Wanted VALUE "Y".
       01 LS-Terms PIC 9(13).
       01 LS-Ckpts PIC 9(7).
      * "N" runs modes "F" and "N" without reading or writing their
      * checkpoint files, so a verification rerun (the
      * recertification batch) can never disturb live restart state;
      * every production caller passes "Y" and keeps the checkpoint
      * behavior unchanged.
       01 LS-Ckpt-Use PIC X.
         88 LS-Ckpt-Enabled VALUE "Y".
       PROCEDURE DIVISION USING LS-Mode LS-Bound LS-Divisors
               PERFORM Run-Fibonacci
           WHEN LS-Mode-Prime
               PERFORM Run-Prime-Factor
           WHEN LS-Mode-Nth-Prime
               PERFORM Run-Nth-Prime
       END-EVALUATE
       IF LS-Detail-Wanted
           CLOSE Detail-File
           WRITE Detail-Record
       END-IF.

      * A detail run has to visit every contributing term to write
      * it to EULRDTL, so it keeps the unit walk; every other run
      * takes the closed form, whose cost depends only on the size
      * of the divisor list.
       Run-Multiples.
       IF LS-Detail-Wanted
           PERFORM Walk-Multiples
       ELSE
           PERFORM Sum-Multiples
       END-IF.

      * The multiples of d not exceeding the bound are d, 2d, .. kd
      * with k = bound / d, summing to d * k * (k + 1) / 2. The
      * union over the divisor list adds that figure for every
      * odd-sized subset and subtracts it for every even-sized one,
      * each subset taken at the least common multiple of its
      * members; the same signed sum of the k values gives the
      * contributing-term count the walk would have reported.
       Sum-Multiples.
       MOVE 0 TO LS-Total
       MOVE 0 TO WS-Union-Sum
       MOVE 0 TO WS-Union-Count
       COMPUTE WS-Subset-Limit = 2 ** LS-Divisor-Count - 1
       PERFORM VARYING WS-Subset-Mask FROM 1 BY 1
           UNTIL WS-Subset-Mask > WS-Subset-Limit OR LS-Overflow-Yes
           PERFORM Sum-Subset
       END-PERFORM
       IF NOT LS-Overflow-Yes
           IF WS-Union-Sum GREATER 9999999999999
               SET LS-Overflow-Yes TO TRUE
           ELSE
               MOVE WS-Union-Sum TO LS-Total
               MOVE WS-Union-Count TO LS-Terms
           END-IF
       END-IF.

      * No subset's figure can exceed the figure of any one of its
      * members, and no single divisor's figure can exceed the union
      * total, so a subset figure too wide for LS-Total means the
      * total itself would not fit: that is the overflow the walk
      * would have hit. A subset whose least common multiple passes
      * the bound has no multiples in range and contributes nothing.
       Sum-Subset.
       MOVE WS-Subset-Mask TO WS-Mask-Work
       MOVE 0 TO WS-Subset-Size
       MOVE 1 TO WS-Subset-Lcm
       MOVE "N" TO WS-Lcm-Beyond-Switch
       PERFORM VARYING CNT-D FROM 1 BY 1
           UNTIL CNT-D > LS-Divisor-Count OR WS-Lcm-Beyond
           DIVIDE WS-Mask-Work BY 2 GIVING WS-Mask-Quot
               REMAINDER WS-Mask-Bit
           MOVE WS-Mask-Quot TO WS-Mask-Work
           IF WS-Mask-Bit EQUAL 1
               ADD 1 TO WS-Subset-Size
               PERFORM Fold-Subset-Lcm
           END-IF
       END-PERFORM
       IF NOT WS-Lcm-Beyond
           DIVIDE LS-Bound BY WS-Subset-Lcm
               GIVING WS-Multiple-Count
           COMPUTE WS-Subset-Sum = WS-Multiple-Count
               * (WS-Multiple-Count + 1) / 2 * WS-Subset-Lcm
               ON SIZE ERROR
                   SET LS-Overflow-Yes TO TRUE
           END-COMPUTE
           IF WS-Subset-Sum GREATER 9999999999999
               SET LS-Overflow-Yes TO TRUE
           END-IF
           DIVIDE WS-Subset-Size BY 2 GIVING WS-Size-Quot
               REMAINDER WS-Size-Odd
           IF WS-Size-Odd EQUAL 1
               ADD WS-Subset-Sum TO WS-Union-Sum
               ADD WS-Multiple-Count TO WS-Union-Count
           ELSE
               SUBTRACT WS-Subset-Sum FROM WS-Union-Sum
               SUBTRACT WS-Multiple-Count FROM WS-Union-Count
           END-IF
       END-IF.

      * lcm(a, b) = a / gcd(a, b) * b, with the gcd by Euclid. The
      * running multiple never exceeds the bound before a fold and a
      * divisor is at most seven digits, so the product fits. A zero
      * divisor has no multiples; the dispatcher and schmaint refuse
      * one, but the subset is dropped here rather than divided by.
       Fold-Subset-Lcm.
       IF LS-Divisor (CNT-D) EQUAL ZERO
           SET WS-Lcm-Beyond TO TRUE
       ELSE
           MOVE WS-Subset-Lcm TO WS-Gcd-A
           MOVE LS-Divisor (CNT-D) TO WS-Gcd-B
           PERFORM UNTIL WS-Gcd-B EQUAL ZERO
               DIVIDE WS-Gcd-A BY WS-Gcd-B GIVING WS-Gcd-Q
                   REMAINDER WS-Gcd-R
               MOVE WS-Gcd-B TO WS-Gcd-A
               MOVE WS-Gcd-R TO WS-Gcd-B
           END-PERFORM
           DIVIDE WS-Subset-Lcm BY WS-Gcd-A GIVING WS-Subset-Lcm
           MULTIPLY LS-Divisor (CNT-D) BY WS-Subset-Lcm
           IF WS-Subset-Lcm GREATER LS-Bound
               SET WS-Lcm-Beyond TO TRUE
           END-IF
       END-IF.

      * Starts at 1: zero divides by everything but contributes
      * nothing to the sum, and the worksheet and terms count must
      * cover only terms that actually contributed.
       Walk-Multiples.
       MOVE 0 TO LS-Total
       PERFORM VARYING CNT-I FROM 1 BY 1
           UNTIL CNT-I > LS-Bound OR LS-Overflow-Yes
           PERFORM Post-Term
       END-IF.

      * Counts primes upward - 2, then the odd candidates - until
      * the count reaches the ordinal; each prime found is a
      * contributing term and the running total is the latest prime,
      * so the last one is the answer. The candidate test is trial
      * division by odd factors, compared against the quotient in the
      * same way as Run-Prime-Factor. The answer for a nine-digit
      * ordinal is eleven digits, so LS-Total cannot overflow.
       Run-Nth-Prime.
       IF LS-Ckpt-Enabled
           PERFORM Open-Prime-Checkpoint
       ELSE
           MOVE "N" TO PCK-Active
       END-IF
       IF PCK-Active EQUAL "Y" AND PCK-Bound NOT EQUAL LS-Bound
           DISPLAY "SEQENGINE: run " LS-Run-Id
               " WARNING - prime checkpoint found for a different "
               "ordinal (" PCK-Bound "), ignoring and starting over "
               "at ordinal " LS-Bound
           MOVE "W" TO WS-Log-Severity
           MOVE "CKPTBND" TO WS-Log-Code
           MOVE "CHECKPOINT FOR DIFFERENT BOUND IGNORED, STARTING OVER"
               TO WS-Log-Text
           PERFORM Write-Job-Log
           MOVE "N" TO PCK-Active
       END-IF
       IF PCK-Active EQUAL "Y"
           MOVE PCK-Count TO CNT-A
           MOVE PCK-Candidate TO CNT-I
           MOVE PCK-Last-Prime TO LS-Total
           DISPLAY "SEQENGINE: run " LS-Run-Id
               " resuming from prime checkpoint at prime " CNT-A
               ", candidate " CNT-I
           MOVE "I" TO WS-Log-Severity
           MOVE "CKPTRESM" TO WS-Log-Code
           MOVE SPACES TO WS-Log-Text
           STRING "RESUMED FROM PRIME CHECKPOINT AT PRIME " CNT-A
               DELIMITED BY SIZE INTO WS-Log-Text
           PERFORM Write-Job-Log
       ELSE
           MOVE 0 TO CNT-A
           MOVE 1 TO CNT-I
           MOVE 0 TO LS-Total
       END-IF
       MOVE 0 TO WS-Pckp-Since
       PERFORM UNTIL CNT-A NOT LESS LS-Bound
           IF CNT-I LESS 2
               MOVE 2 TO CNT-I
               SET WS-Is-Prime TO TRUE
           ELSE
               IF CNT-I EQUAL 2
                   MOVE 3 TO CNT-I
               ELSE
                   ADD 2 TO CNT-I
               END-IF
               PERFORM Test-Prime-Candidate
           END-IF
           IF WS-Is-Prime
               ADD 1 TO CNT-A
               MOVE CNT-I TO LS-Total
               MOVE CNT-I TO WS-Dtl-Term
               PERFORM Post-Term
               ADD 1 TO WS-Pckp-Since
               IF LS-Ckpt-Enabled
                   AND WS-Pckp-Since NOT LESS WS-Pckp-Interval
                   AND CNT-A LESS LS-Bound
                   ADD 1 TO LS-Ckpts
                   MOVE "Y" TO PCK-Active
                   PERFORM Write-Prime-Checkpoint
                   MOVE 0 TO WS-Pckp-Since
               END-IF
           END-IF
       END-PERFORM
       IF LS-Ckpt-Enabled
           MOVE "N" TO PCK-Active
           PERFORM Write-Prime-Checkpoint
       END-IF.

      * Odd candidates only reach here, so the trial factors start at
      * three and step by two; the candidate is prime when the trial
      * factor passes the quotient without dividing it.
       Test-Prime-Candidate.
       SET WS-Is-Prime TO TRUE
       MOVE 3 TO CNT-B
       DIVIDE CNT-I BY CNT-B GIVING CNT-C REMAINDER CNT-R
       PERFORM UNTIL CNT-B GREATER CNT-C OR NOT WS-Is-Prime
           IF CNT-R EQUAL 0
               MOVE "N" TO WS-Prime-Switch
           ELSE
               ADD 2 TO CNT-B
               DIVIDE CNT-I BY CNT-B GIVING CNT-C REMAINDER CNT-R
           END-IF
       END-PERFORM.

       Open-Prime-Checkpoint.
       OPEN INPUT Prime-Ckpt-File
       IF WS-Pckp-Status EQUAL "35"
           MOVE "N" TO PCK-Active
       ELSE
           READ Prime-Ckpt-File
           IF WS-Pckp-Status NOT EQUAL "00"
               MOVE "N" TO PCK-Active
           END-IF
           CLOSE Prime-Ckpt-File
       END-IF.

      * Rewritten whole each time, for the same reason as the mode
      * "F" checkpoint below. Only the interval writes are counted as
      * checkpoints; the closing write just marks the state inactive.
       Write-Prime-Checkpoint.
       MOVE LS-Bound TO PCK-Bound
       MOVE CNT-A TO PCK-Count
       MOVE CNT-I TO PCK-Candidate
       MOVE LS-Total TO PCK-Last-Prime
       OPEN OUTPUT Prime-Ckpt-File
       WRITE Prime-Ckpt-Record
       CLOSE Prime-Ckpt-File.

       Run-Fibonacci.
       IF LS-Ckpt-Enabled
           PERFORM Open-Checkpoint
