       IDENTIFICATION DIVISION.
       PROGRAM-ID. secvrpt.
      * Daily security violations report for the supervisor. Lists
      * every maintenance transaction refused for want of authority
      * on the report date - by expmaint, excmaint, schmaint,
      * ckputil, perclose or catmaint, as recorded on EULRSECV by
      * seclog - with the time, utility, operator, action, refusal
      * reason and the key the operator tried to touch, then a count
      * per utility. The report date comes from a SYSIN card
      * (YYYYMMDD) and defaults to today when the card is blank.
      * Return code: 4 when any violation is listed, so the schedule
      * can route the report for review; 8 for a bad date card.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Secviol-File ASSIGN TO "EULRSECV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Secv-Status.
           SELECT Report-File ASSIGN TO "EULSECRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY "SECV-REC.cpy".
       FD Report-File.
       01 Report-Record PIC X(110).
       WORKING-STORAGE SECTION.
       01 WS-Secv-Status PIC XX.
       01 WS-Secv-EOF-Switch PIC X VALUE "N".
         88 WS-Secv-EOF VALUE "Y".
       01 WS-Parm-Card PIC X(8).
       01 WS-Report-Date PIC X(8).
       01 WS-Run-Date PIC X(8).
       01 Program-Values.
         02 FILLER PIC X(8) VALUE "EXPMAINT".
         02 FILLER PIC X(8) VALUE "EXCMAINT".
         02 FILLER PIC X(8) VALUE "SCHMAINT".
         02 FILLER PIC X(8) VALUE "CKPUTIL".
         02 FILLER PIC X(8) VALUE "PERCLOSE".
         02 FILLER PIC X(8) VALUE "CATMAINT".
       01 Program-Table REDEFINES Program-Values.
         02 PGM-Name OCCURS 6 PIC X(8).
       01 Violation-Counts.
         02 WS-Pgm-Count OCCURS 6 PIC 9(5).
         02 WS-Other-Count PIC 9(5) VALUE 0.
         02 WS-Total-Count PIC 9(5) VALUE 0.
       01 WS-Idx PIC 9.
       01 WS-Found-Switch PIC X.
         88 WS-Found VALUE "Y".
       01 WS-Report-Line PIC X(110).
       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
       DISPLAY "SECVRPT: starting security violations report"
       ACCEPT WS-Parm-Card FROM SYSIN
       IF WS-Parm-Card EQUAL SPACES
           MOVE WS-Run-Date TO WS-Report-Date
       ELSE
           IF WS-Parm-Card IS NOT NUMERIC
               DISPLAY "SECVRPT: ERROR - invalid date card '"
                   WS-Parm-Card "', expected YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-Parm-Card TO WS-Report-Date
       END-IF
       PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 6
           MOVE ZERO TO WS-Pgm-Count (WS-Idx)
       END-PERFORM
       OPEN OUTPUT Report-File
       PERFORM Write-Heading
       OPEN INPUT Secviol-File
       IF WS-Secv-Status EQUAL "35"
           SET WS-Secv-EOF TO TRUE
       ELSE
           PERFORM UNTIL WS-Secv-EOF
               READ Secviol-File
                   AT END
                       SET WS-Secv-EOF TO TRUE
                   NOT AT END
                       IF SEC-Timestamp(1:8) EQUAL WS-Report-Date
                           PERFORM Write-Violation-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Secviol-File
       END-IF
       PERFORM Write-Footing
       CLOSE Report-File
       DISPLAY "SECVRPT: " WS-Total-Count " violations listed for "
           WS-Report-Date ", report written to EULSECRPT"
       IF WS-Total-Count GREATER ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

       Write-Heading.
       MOVE SPACES TO WS-Report-Line
       STRING "EULER SECURITY VIOLATIONS REPORT  FOR: " WS-Report-Date
           "  PREPARED: " WS-Run-Date
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE "TIME    UTILITY  OPERATOR ACT REASON                   KEY"
           TO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.

       Write-Violation-Line.
       ADD 1 TO WS-Total-Count
       MOVE "N" TO WS-Found-Switch
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > 6 OR WS-Found
           IF PGM-Name (WS-Idx) EQUAL SEC-Program
               ADD 1 TO WS-Pgm-Count (WS-Idx)
               SET WS-Found TO TRUE
           END-IF
       END-PERFORM
       IF NOT WS-Found
           ADD 1 TO WS-Other-Count
       END-IF
       MOVE SPACES TO WS-Report-Line
       STRING SEC-Timestamp(9:6)
           "  " SEC-Program
           " " SEC-Operator
           " " SEC-Action
           "   " SEC-Reason
           " " SEC-Detail
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.

       Write-Footing.
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       IF WS-Total-Count EQUAL ZERO
           MOVE "NO SECURITY VIOLATIONS RECORDED FOR THIS DATE"
               TO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       ELSE
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 6
               MOVE SPACES TO WS-Report-Line
               STRING PGM-Name (WS-Idx) " VIOLATIONS: "
                   WS-Pgm-Count (WS-Idx)
                   DELIMITED BY SIZE INTO WS-Report-Line
               WRITE Report-Record FROM WS-Report-Line
           END-PERFORM
           IF WS-Other-Count GREATER ZERO
               MOVE SPACES TO WS-Report-Line
               STRING "OTHER    VIOLATIONS: " WS-Other-Count
                   DELIMITED BY SIZE INTO WS-Report-Line
               WRITE Report-Record FROM WS-Report-Line
           END-IF
           MOVE SPACES TO WS-Report-Line
           STRING "TOTAL    VIOLATIONS: " WS-Total-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       END-IF.
