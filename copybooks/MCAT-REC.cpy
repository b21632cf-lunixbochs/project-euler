      * MCAT-REC.cpy - job-log message catalog record layout.
      * One record per message code written to EULRJLOG, held on
      * EULRMCAT: the program that owns the code, the severity the
      * code is expected to be logged at (I=info, W=warning,
      * E=error), what the message means, and what the operator on
      * shift is expected to do about it. Maintained through
      * catmaint; read by the daily job-log analysis report, which
      * prints the operator action beside each code logged and flags
      * codes missing from the catalog and records logged at a
      * severity other than the catalog's.
       FD Catalog-File.
       01 Catalog-Record.
         02 MCT-Msg-Code PIC X(8).
         02 MCT-Program PIC X(8).
         02 MCT-Severity PIC X.
         02 MCT-Description PIC X(50).
         02 MCT-Action PIC X(60).
