       IDENTIFICATION DIVISION.
       PROGRAM-ID. jlogrpt.
      * Daily job-log analysis report for the operator on shift.
      * Groups the report date's EULRJLOG entries by message code,
      * in code order, with the number of records logged at each
      * severity, and prints beside each code the owning program,
      * expected severity, description and operator action from the
      * EULRMCAT message catalog, so the shift can work through the
      * day's messages from the report alone. Two things are
      * flagged for the analyst:
      *   - a code that is not in the catalog at all, and
      *   - any record logged at a severity other than the one the
      *     catalog expects for its code; each such record is listed
      *     in full in a section after the code summary.
      * The report date comes from a SYSIN card (YYYYMMDD) and
      * defaults to today when the card is blank. A missing catalog
      * is reported and every code logged is then flagged as
      * uncatalogued.
      * Return code: 4 when anything is flagged, so the schedule can
      * route the report to the analyst; 8 for a bad date card.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Catalog-File ASSIGN TO "EULRMCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Catalog-Status.
           SELECT Log-File ASSIGN TO "EULRJLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Log-Status.
           SELECT Report-File ASSIGN TO "EULJLGRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY "MCAT-REC.cpy".
       FD Log-File.
       01 Log-Record.
         02 JLOG-Run-Id PIC X(23).
         02 JLOG-Timestamp PIC X(14).
         02 JLOG-Severity PIC X.
         02 JLOG-Msg-Code PIC X(8).
         02 JLOG-Msg-Text PIC X(60).
       FD Report-File.
       01 Report-Record PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-Catalog-Status PIC XX.
       01 WS-Log-Status PIC XX.
       01 WS-Catalog-EOF-Switch PIC X VALUE "N".
         88 WS-Catalog-EOF VALUE "Y".
       01 WS-Log-EOF-Switch PIC X.
         88 WS-Log-EOF VALUE "Y".
       01 WS-Catalog-Switch PIC X VALUE "N".
         88 WS-Catalog-Present VALUE "Y".
       01 WS-Pass-Switch PIC X.
         88 WS-Tally-Pass VALUE "T".
         88 WS-Listing-Pass VALUE "L".
       01 WS-Parm-Card PIC X(8).
       01 WS-Report-Date PIC X(8).
       01 WS-Run-Date PIC X(8).
       01 Catalog-Table.
         02 WS-Cat-Count PIC 9(3) VALUE 0.
         02 Catalog-Entry OCCURS 200.
           03 CTT-Msg-Code PIC X(8).
           03 CTT-Program PIC X(8).
           03 CTT-Severity PIC X.
           03 CTT-Description PIC X(50).
           03 CTT-Action PIC X(60).
      * One entry per code logged on the report date, kept in code
      * order as codes are found. CDT-Cat-Idx points at the
      * code's catalog entry, zero when it has none.
       01 Code-Table.
         02 WS-Code-Count PIC 9(3) VALUE 0.
         02 Code-Entry OCCURS 200.
           03 CDT-Msg-Code PIC X(8).
           03 CDT-Cat-Idx PIC 9(3).
           03 CDT-Records PIC 9(7).
           03 CDT-Info PIC 9(7).
           03 CDT-Warn PIC 9(7).
           03 CDT-Error PIC 9(7).
           03 CDT-Other PIC 9(7).
           03 CDT-Mismatch PIC 9(7).
       01 Report-Totals.
         02 WS-Records-Dated PIC 9(7) VALUE 0.
         02 WS-Uncat-Codes PIC 9(3) VALUE 0.
         02 WS-Uncat-Records PIC 9(7) VALUE 0.
         02 WS-Mismatch-Records PIC 9(7) VALUE 0.
       01 WS-Found-Switch PIC X.
         88 WS-Found VALUE "Y".
       01 WS-Idx PIC 9(3).
       01 WS-Code-Idx PIC 9(3).
       01 WS-Cat-Idx PIC 9(3).
       01 WS-Insert-Idx PIC 9(3).
       01 WS-Report-Line PIC X(132).
       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
       DISPLAY "JLOGRPT: starting job-log analysis report"
       ACCEPT WS-Parm-Card FROM SYSIN
       IF WS-Parm-Card EQUAL SPACES
           MOVE WS-Run-Date TO WS-Report-Date
       ELSE
           IF WS-Parm-Card IS NOT NUMERIC
               DISPLAY "JLOGRPT: ERROR - invalid date card '"
                   WS-Parm-Card "', expected YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-Parm-Card TO WS-Report-Date
       END-IF
       PERFORM Load-Catalog-Table
       SET WS-Tally-Pass TO TRUE
       PERFORM Scan-Job-Log
       OPEN OUTPUT Report-File
       PERFORM Write-Heading
       PERFORM VARYING WS-Code-Idx FROM 1 BY 1
           UNTIL WS-Code-Idx > WS-Code-Count
           PERFORM Write-Code-Lines
       END-PERFORM
       IF WS-Mismatch-Records GREATER ZERO
           PERFORM Write-Mismatch-Heading
           SET WS-Listing-Pass TO TRUE
           PERFORM Scan-Job-Log
       END-IF
       PERFORM Write-Footing
       CLOSE Report-File
       DISPLAY "JLOGRPT: " WS-Records-Dated " job-log records, "
           WS-Code-Count " codes for " WS-Report-Date
           ", report written to EULJLGRPT"
       IF WS-Uncat-Codes GREATER ZERO
           OR WS-Mismatch-Records GREATER ZERO
           DISPLAY "JLOGRPT: WARNING - " WS-Uncat-Codes
               " codes not in catalog, " WS-Mismatch-Records
               " records at unexpected severity"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

       Load-Catalog-Table.
       OPEN INPUT Catalog-File
       IF WS-Catalog-Status EQUAL "35"
           DISPLAY "JLOGRPT: WARNING - no message catalog EULRMCAT, "
               "every code will be flagged as uncatalogued"
       ELSE
           SET WS-Catalog-Present TO TRUE
           PERFORM UNTIL WS-Catalog-EOF
               READ Catalog-File
                   AT END
                       SET WS-Catalog-EOF TO TRUE
                   NOT AT END
                       PERFORM Load-Catalog-Entry
               END-READ
           END-PERFORM
           CLOSE Catalog-File
       END-IF.

       Load-Catalog-Entry.
       IF WS-Cat-Count LESS 200
           ADD 1 TO WS-Cat-Count
           MOVE MCT-Msg-Code TO CTT-Msg-Code (WS-Cat-Count)
           MOVE MCT-Program TO CTT-Program (WS-Cat-Count)
           MOVE MCT-Severity TO CTT-Severity (WS-Cat-Count)
           MOVE MCT-Description TO CTT-Description (WS-Cat-Count)
           MOVE MCT-Action TO CTT-Action (WS-Cat-Count)
       ELSE
           DISPLAY "JLOGRPT: ERROR - catalog table full loading "
               "EULRMCAT, run aborted"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

      * The job log is read twice: the tally pass builds the code
      * table, and the listing pass - run only when there is
      * something to list - writes each record logged at a severity
      * other than its catalog entry's.
       Scan-Job-Log.
       MOVE "N" TO WS-Log-EOF-Switch
       OPEN INPUT Log-File
       IF WS-Log-Status EQUAL "35"
           IF WS-Tally-Pass
               DISPLAY "JLOGRPT: WARNING - no job log EULRJLOG, "
                   "nothing to analyse"
           END-IF
       ELSE
           PERFORM UNTIL WS-Log-EOF
               READ Log-File
                   AT END
                       SET WS-Log-EOF TO TRUE
                   NOT AT END
                       IF JLOG-Timestamp(1:8) EQUAL WS-Report-Date
                           PERFORM Process-Log-Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Log-File
       END-IF.

       Process-Log-Record.
       PERFORM Find-Code-Entry
       IF WS-Tally-Pass
           PERFORM Tally-Log-Record
       ELSE
           IF CDT-Cat-Idx (WS-Code-Idx) NOT EQUAL ZERO
               MOVE CDT-Cat-Idx (WS-Code-Idx) TO WS-Cat-Idx
               IF JLOG-Severity NOT EQUAL CTT-Severity (WS-Cat-Idx)
                   PERFORM Write-Mismatch-Line
               END-IF
           END-IF
       END-IF.

       Tally-Log-Record.
       ADD 1 TO WS-Records-Dated
       IF NOT WS-Found
           PERFORM Add-Code-Entry
       END-IF
       ADD 1 TO CDT-Records (WS-Code-Idx)
       EVALUATE JLOG-Severity
           WHEN "I"
               ADD 1 TO CDT-Info (WS-Code-Idx)
           WHEN "W"
               ADD 1 TO CDT-Warn (WS-Code-Idx)
           WHEN "E"
               ADD 1 TO CDT-Error (WS-Code-Idx)
           WHEN OTHER
               ADD 1 TO CDT-Other (WS-Code-Idx)
       END-EVALUATE
       IF CDT-Cat-Idx (WS-Code-Idx) EQUAL ZERO
           ADD 1 TO WS-Uncat-Records
       ELSE
           MOVE CDT-Cat-Idx (WS-Code-Idx) TO WS-Cat-Idx
           IF JLOG-Severity NOT EQUAL CTT-Severity (WS-Cat-Idx)
               ADD 1 TO CDT-Mismatch (WS-Code-Idx)
               ADD 1 TO WS-Mismatch-Records
           END-IF
       END-IF.

      * The table is kept in code order, so a search can stop at
      * the first code past the one wanted; WS-Insert-Idx is left
      * where a new code belongs.
       Find-Code-Entry.
       MOVE "N" TO WS-Found-Switch
       MOVE ZERO TO WS-Code-Idx
       COMPUTE WS-Insert-Idx = WS-Code-Count + 1
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Code-Count OR WS-Found
           OR WS-Insert-Idx NOT GREATER WS-Code-Count
           IF CDT-Msg-Code (WS-Idx) EQUAL JLOG-Msg-Code
               SET WS-Found TO TRUE
               MOVE WS-Idx TO WS-Code-Idx
           ELSE
               IF CDT-Msg-Code (WS-Idx) GREATER JLOG-Msg-Code
                   MOVE WS-Idx TO WS-Insert-Idx
               END-IF
           END-IF
       END-PERFORM.

       Add-Code-Entry.
       IF WS-Code-Count NOT LESS 200
           DISPLAY "JLOGRPT: ERROR - code table full at "
               JLOG-Msg-Code ", run aborted"
           CLOSE Log-File
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM VARYING WS-Idx FROM WS-Code-Count BY -1
           UNTIL WS-Idx < WS-Insert-Idx
           MOVE Code-Entry (WS-Idx) TO Code-Entry (WS-Idx + 1)
       END-PERFORM
       ADD 1 TO WS-Code-Count
       MOVE WS-Insert-Idx TO WS-Code-Idx
       MOVE JLOG-Msg-Code TO CDT-Msg-Code (WS-Code-Idx)
       MOVE ZERO TO CDT-Records (WS-Code-Idx) CDT-Info (WS-Code-Idx)
           CDT-Warn (WS-Code-Idx) CDT-Error (WS-Code-Idx)
           CDT-Other (WS-Code-Idx) CDT-Mismatch (WS-Code-Idx)
       PERFORM Find-Catalog-Entry
       IF WS-Found
           MOVE WS-Cat-Idx TO CDT-Cat-Idx (WS-Code-Idx)
       ELSE
           MOVE ZERO TO CDT-Cat-Idx (WS-Code-Idx)
           ADD 1 TO WS-Uncat-Codes
       END-IF.

       Find-Catalog-Entry.
       MOVE "N" TO WS-Found-Switch
       MOVE ZERO TO WS-Cat-Idx
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-Cat-Count OR WS-Found
           IF CTT-Msg-Code (WS-Idx) EQUAL JLOG-Msg-Code
               SET WS-Found TO TRUE
               MOVE WS-Idx TO WS-Cat-Idx
           END-IF
       END-PERFORM.

       Write-Heading.
       MOVE SPACES TO WS-Report-Line
       STRING "EULER JOB-LOG ANALYSIS REPORT  FOR: " WS-Report-Date
           "  PREPARED: " WS-Run-Date
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       IF NOT WS-Catalog-Present
           MOVE "*** NO MESSAGE CATALOG ON FILE - ALL CODES FLAGGED ***"
               TO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       END-IF
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE SPACES TO WS-Report-Line
       STRING "CODE     RECORDS    INFO    WARN   ERROR   OTHER"
           "  SEV OWNER    OPERATOR ACTION"
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.

      * One line per code with the catalog's operator action beside
      * the counts, then the description or the flag, indented
      * beneath it.
       Write-Code-Lines.
       MOVE CDT-Cat-Idx (WS-Code-Idx) TO WS-Cat-Idx
       MOVE SPACES TO WS-Report-Line
       IF WS-Cat-Idx EQUAL ZERO
           STRING CDT-Msg-Code (WS-Code-Idx)
               " " CDT-Records (WS-Code-Idx)
               " " CDT-Info (WS-Code-Idx)
               " " CDT-Warn (WS-Code-Idx)
               " " CDT-Error (WS-Code-Idx)
               " " CDT-Other (WS-Code-Idx)
               "  ?   ?        REFER TO ANALYST ON CALL"
               DELIMITED BY SIZE INTO WS-Report-Line
       ELSE
           STRING CDT-Msg-Code (WS-Code-Idx)
               " " CDT-Records (WS-Code-Idx)
               " " CDT-Info (WS-Code-Idx)
               " " CDT-Warn (WS-Code-Idx)
               " " CDT-Error (WS-Code-Idx)
               " " CDT-Other (WS-Code-Idx)
               "  " CTT-Severity (WS-Cat-Idx)
               "   " CTT-Program (WS-Cat-Idx)
               " " CTT-Action (WS-Cat-Idx)
               DELIMITED BY SIZE INTO WS-Report-Line
       END-IF
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO WS-Report-Line
       IF WS-Cat-Idx EQUAL ZERO
           MOVE "          *** CODE NOT IN MESSAGE CATALOG ***"
               TO WS-Report-Line
       ELSE
           STRING "          " CTT-Description (WS-Cat-Idx)
               DELIMITED BY SIZE INTO WS-Report-Line
       END-IF
       WRITE Report-Record FROM WS-Report-Line
       IF CDT-Mismatch (WS-Code-Idx) GREATER ZERO
           MOVE SPACES TO WS-Report-Line
           STRING "          *** " CDT-Mismatch (WS-Code-Idx)
               " RECORDS NOT LOGGED AT CATALOG SEVERITY "
               CTT-Severity (WS-Cat-Idx) " ***"
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       END-IF.

       Write-Mismatch-Heading.
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       MOVE "RECORDS LOGGED AT A SEVERITY OTHER THAN THE CATALOG'S"
           TO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO WS-Report-Line
       STRING "TIME   RUN-ID                  CODE      LOG CAT TEXT"
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.

       Write-Mismatch-Line.
       MOVE SPACES TO WS-Report-Line
       STRING JLOG-Timestamp(9:6)
           " " JLOG-Run-Id
           " " JLOG-Msg-Code
           "  " JLOG-Severity
           "   " CTT-Severity (WS-Cat-Idx)
           "   " JLOG-Msg-Text
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line.

       Write-Footing.
       MOVE SPACES TO Report-Record
       WRITE Report-Record
       IF WS-Records-Dated EQUAL ZERO
           MOVE "NO JOB-LOG RECORDS FOR THIS DATE" TO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       ELSE
           MOVE SPACES TO WS-Report-Line
           STRING "JOB-LOG RECORDS:       " WS-Records-Dated
               "  CODES: " WS-Code-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "UNCATALOGUED RECORDS:  " WS-Uncat-Records
               "  CODES: " WS-Uncat-Codes
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "SEVERITY EXCEPTIONS:   " WS-Mismatch-Records
               DELIMITED BY SIZE INTO WS-Report-Line
           WRITE Report-Record FROM WS-Report-Line
       END-IF.
