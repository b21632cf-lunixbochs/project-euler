      * OPER-REC.cpy - operator authority master record layout.
      * One record per operator allowed to submit maintenance
      * transactions, held on EULROPER and read by the oprauth
      * subprogram on behalf of the maintenance utilities. An
      * operator must be on file and active, and must hold "Y" in the
      * authority byte for the function the utility performs:
      *   OPR-Auth-Ctl - maintain control totals (expmaint)
      *   OPR-Auth-Exc - acknowledge/resolve exceptions (excmaint)
      *   OPR-Auth-Sch - change the schedule (schmaint)
      *   OPR-Auth-Ckp - reset checkpoints (ckputil CLEAR)
      *   OPR-Auth-Prd - close and reopen accounting periods
      *                  (perclose)
      *   OPR-Auth-Cat - maintain the job-log message catalog
      *                  (catmaint)
      * Anything other than "Y" in an authority byte is no authority,
      * so a new function added later is denied until granted.
       FD Operator-File.
       01 Operator-Record.
         02 OPR-Id PIC X(8).
         02 OPR-Name PIC X(30).
         02 OPR-Active PIC X.
         02 OPR-Auth-Ctl PIC X.
         02 OPR-Auth-Exc PIC X.
         02 OPR-Auth-Sch PIC X.
         02 OPR-Auth-Ckp PIC X.
         02 OPR-Auth-Prd PIC X.
         02 OPR-Auth-Cat PIC X.
