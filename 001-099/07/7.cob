       IDENTIFICATION DIVISION.
       PROGRAM-ID. euler007.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Report-File ASSIGN TO "EULR7RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Ledger-File ASSIGN TO "EULRLDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Ledger-Status.
       DATA DIVISION.
       FILE SECTION.
       FD Report-File.
       01 Report-Record PIC X(80).
       COPY "LEDGER-REC.cpy".
       WORKING-STORAGE SECTION.
       01 Program-Fields.
         02 Total PIC 9(13).
         02 WS-Mode PIC X VALUE "N".
         02 WS-Engine-Overflow PIC X.
         02 WS-Detail-Flag PIC X VALUE "N".
         02 WS-Engine-Terms PIC 9(13).
         02 WS-Engine-Ckpts PIC 9(7).
         02 WS-Ckpt-Flag PIC X VALUE "Y".
      * Mode "N" takes no divisors; the empty list keeps the engine
      * linkage uniform across the drivers. The bound is the ordinal
      * of the prime sought, and the total is that prime.
       01 WS-Divisors.
         02 WS-Divisor-Count PIC 9(2) VALUE 0.
         02 WS-Divisor OCCURS 10 PIC 9(7).
       01 Stat-Fields.
         02 WS-Start-TS PIC X(14).
         02 WS-End-TS PIC X(14).
       01 Run-Parms.
         02 WS-Bound PIC 9(9) VALUE 10001.
         02 WS-Parm-Card PIC X(11).
         02 WS-Parm-Value PIC 9(9).
       01 WS-Run-Date PIC X(8).
       01 WS-Report-Line PIC X(80).
       01 WS-Ledger-Status PIC XX.
       01 WS-Recon-Status PIC X.
       01 Drift-Fields.
         02 WS-Prior-Run-Id PIC X(23).
         02 WS-Prior-Total PIC 9(13).
         02 WS-Drift-Status PIC X.
       01 Job-Log-Fields.
         02 WS-Log-Severity PIC X.
         02 WS-Log-Code PIC X(8).
         02 WS-Log-Text PIC X(60).
       COPY "JOBID.cpy".
       PROCEDURE DIVISION.
       MOVE "EULER007" TO JOBID-Variant
       MOVE FUNCTION CURRENT-DATE(1:14) TO JOBID-Timestamp
       STRING JOBID-Variant DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           JOBID-Timestamp DELIMITED BY SIZE
           INTO JOBID-Run-Id
       DISPLAY "EULER007: starting run " JOBID-Run-Id
       MOVE "I" TO WS-Log-Severity
       MOVE "STARTRUN" TO WS-Log-Code
       MOVE "RUN STARTED" TO WS-Log-Text
       PERFORM Write-Job-Log
      * Parameter card: positions 1-9 bound (the ordinal), position
      * 11 "Y" to emit contributing-term detail to EULRDTL for the
      * audit worksheet - one record per prime found, so keep it for
      * small ordinals.
       ACCEPT WS-Parm-Card FROM SYSIN
       IF WS-Parm-Card(11:1) EQUAL "Y"
           MOVE "Y" TO WS-Detail-Flag
       END-IF
       IF WS-Parm-Card(1:9) NOT EQUAL SPACES
           IF FUNCTION TRIM(WS-Parm-Card(1:9)) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-Parm-Card(1:9))
                   TO WS-Parm-Value
           ELSE
               MOVE ZERO TO WS-Parm-Value
           END-IF
           IF WS-Parm-Value > ZERO
               MOVE WS-Parm-Value TO WS-Bound
           ELSE
               DISPLAY "EULER007: WARNING - invalid parameter card '"
                   WS-Parm-Card "', using default bound " WS-Bound
               MOVE "W" TO WS-Log-Severity
               MOVE "BADPARM" TO WS-Log-Code
               MOVE "INVALID PARAMETER CARD, DEFAULT BOUND USED"
                   TO WS-Log-Text
               PERFORM Write-Job-Log
           END-IF
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Start-TS
       CALL "seqengine" USING WS-Mode WS-Bound WS-Divisors
           Total JOBID-Run-Id WS-Engine-Overflow
           WS-Detail-Flag WS-Engine-Terms WS-Engine-Ckpts
           WS-Ckpt-Flag
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-End-TS
       CALL "runstat" USING JOBID-Run-Id JOBID-Variant WS-Mode
           WS-Bound WS-Start-TS WS-End-TS WS-Engine-Terms
           WS-Engine-Ckpts
       IF WS-Engine-Overflow EQUAL "Y"
           DISPLAY "EULER007: run " JOBID-Run-Id
               " ERROR - Total overflowed, run aborted"
           MOVE "E" TO WS-Log-Severity
           MOVE "OVERFLOW" TO WS-Log-Code
           MOVE "TOTAL OVERFLOWED, RUN ABORTED" TO WS-Log-Text
           PERFORM Write-Job-Log
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       CALL "driftchk" USING JOBID-Variant WS-Bound Total
           WS-Prior-Run-Id WS-Prior-Total WS-Drift-Status
       IF WS-Drift-Status EQUAL "D"
           MOVE "W" TO WS-Log-Severity
           MOVE "DRIFT" TO WS-Log-Code
           MOVE "TOTAL DIFFERS FROM PRIOR RUN AT SAME BOUND"
               TO WS-Log-Text
           PERFORM Write-Job-Log
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
       OPEN OUTPUT Report-File
       MOVE SPACES TO WS-Report-Line
       STRING "EULER RUN REPORT  PROGRAM: EULER007"
           "  RUN-ID: " JOBID-Run-Id
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO WS-Report-Line
       STRING "DATE: " WS-Run-Date
           "  BOUND: " WS-Bound
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO WS-Report-Line
       STRING "TOTAL: " Total
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       IF WS-Drift-Status EQUAL "D"
           MOVE SPACES TO WS-Report-Line
           STRING "DRIFT: PRIOR RUN " WS-Prior-Run-Id
               " TOTAL " WS-Prior-Total
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "DRIFT: THIS RUN  " JOBID-Run-Id
               " TOTAL " Total
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       END-IF
       CLOSE Report-File
       OPEN EXTEND Ledger-File
       IF WS-Ledger-Status EQUAL "35"
           OPEN OUTPUT Ledger-File
           CLOSE Ledger-File
           OPEN EXTEND Ledger-File
       END-IF
       MOVE JOBID-Run-Id TO LDG-Run-Id
       MOVE JOBID-Variant TO LDG-Variant
       MOVE WS-Bound TO LDG-Bound
       MOVE Total TO LDG-Total
       MOVE WS-Run-Date TO LDG-Date
       MOVE WS-Mode TO LDG-Mode
       MOVE SPACES TO LDG-Divisors
       WRITE Ledger-Record
       CALL "ledgctl" USING LDG-Total
       CALL "ledgmst" USING LDG-Variant LDG-Bound LDG-Run-Id
           LDG-Total LDG-Date
       CLOSE Ledger-File
       CALL "reconcil" USING JOBID-Variant WS-Bound Total
           JOBID-Run-Id WS-Recon-Status
       IF WS-Recon-Status EQUAL "X"
           MOVE "W" TO WS-Log-Severity
           MOVE "RECONMIS" TO WS-Log-Code
           MOVE "RECONCILIATION MISMATCH, SEE EULREXCP"
               TO WS-Log-Text
           PERFORM Write-Job-Log
       END-IF
       DISPLAY "EULER007: run " JOBID-Run-Id
           " complete, report written to EULR7RPT"
       MOVE "I" TO WS-Log-Severity
       MOVE "RUNDONE" TO WS-Log-Code
       MOVE "RUN COMPLETE, REPORT WRITTEN TO EULR7RPT"
           TO WS-Log-Text
       PERFORM Write-Job-Log
      * Posted last: a CALLed subprogram ending normally hands its own
      * zero RETURN-CODE back to the caller, so the warning code must
      * be set after the final log call, not before it.
       IF WS-Recon-Status EQUAL "X"
           OR WS-Drift-Status EQUAL "D"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

       Write-Job-Log.
       CALL "joblog" USING JOBID-Run-Id WS-Log-Severity
           WS-Log-Code WS-Log-Text.
