       PROGRAM-ID. opsstat.
      * End-of-window operations status. Run as the last step of the
      * nightly batch, this consolidates the four places an operator
      * otherwise has to look - the EULRLDG ledger, the EULR2CKP and
      * EULR7CKP checkpoints (modes "F" and "N"), the EULREXCP
      * exception file and the EULRJLOG job log - into one EULOPSRPT
      * health page for the business date: runs landed on the
      * ledger, legs bypassed, drift warnings, any active checkpoint
      * or prime restart state left behind, exceptions raised and still
      * open under the resolution workflow, and every
      * E and W job-log record for today's run-ids. The return code
      * lets the scheduler page someone without a human reading four
           SELECT Checkpoint-File ASSIGN TO "EULR2CKP"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-Ckpt-Status.
           SELECT Prime-Ckpt-File ASSIGN TO "EULR7CKP"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-Ckpt-Status.
           SELECT Except-File ASSIGN TO "EULREXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Except-Status.
       FILE SECTION.
       COPY "LEDGER-REC.cpy".
       COPY "CKPT-REC.cpy".
       COPY "PCKP-REC.cpy".
       COPY "EXCP-REC.cpy".
       FD Log-File.
       01 Log-Record.
         02 WS-Log-Warnings-Today PIC 9(5) VALUE 0.
       01 WS-Ckpt-Active-Switch PIC X VALUE "N".
         88 WS-Ckpt-Active VALUE "Y".
       01 WS-Pckp-Active-Switch PIC X VALUE "N".
         88 WS-Pckp-Active VALUE "Y".
       01 WS-Detail-Heading-Switch PIC X VALUE "N".
         88 WS-Detail-Heading-Done VALUE "Y".
       01 WS-Status-RC PIC 9(2) VALUE 0.
       WRITE Report-Record FROM WS-Report-Line
       PERFORM Scan-Ledger
       PERFORM Scan-Checkpoint
       PERFORM Scan-Prime-Checkpoint
       PERFORM Scan-Exceptions
       PERFORM Scan-Job-Log
       PERFORM Write-Verdict
       END-IF
       WRITE Report-Record FROM WS-Report-Line.

       Scan-Prime-Checkpoint.
       OPEN INPUT Prime-Ckpt-File
       IF WS-Ckpt-Status EQUAL "35"
           CONTINUE
       ELSE
           READ Prime-Ckpt-File
           IF WS-Ckpt-Status EQUAL "00"
               AND PCK-Active EQUAL "Y"
               SET WS-Pckp-Active TO TRUE
           END-IF
           CLOSE Prime-Ckpt-File
       END-IF
       MOVE SPACES TO WS-Report-Line
       IF WS-Pckp-Active
           STRING "PRIME CHECKPOINT: ACTIVE AT ORDINAL " PCK-Bound
               " FOUND " PCK-Count " - RUN INTERRUPTED"
               DELIMITED BY SIZE INTO WS-Report-Line
           MOVE 4 TO WS-Status-RC
       ELSE
           MOVE "PRIME CHECKPOINT: NONE ACTIVE" TO WS-Report-Line
       END-IF
       WRITE Report-Record FROM WS-Report-Line.

       Scan-Exceptions.
       MOVE "N" TO WS-EOF-Switch
       OPEN INPUT Except-File
