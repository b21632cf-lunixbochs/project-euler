      * SECV-REC.cpy - security violation record layout.
      * One record per maintenance transaction refused for want of
      * authority, appended to EULRSECV by the seclog subprogram from
      * whichever utility refused it, and listed for the supervisor
      * by the daily security violations report. SEC-Detail carries
      * the key the operator tried to touch (variant and bound,
      * run-id, or checkpoint action) as the utility formatted it.
       FD Secviol-File.
       01 Secviol-Record.
         02 SEC-Timestamp PIC X(14).
         02 SEC-Program PIC X(8).
         02 SEC-Operator PIC X(8).
         02 SEC-Action PIC X.
         02 SEC-Reason PIC X(24).
         02 SEC-Detail PIC X(45).
