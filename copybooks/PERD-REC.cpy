      * PERD-REC.cpy - accounting period control record layout.
      * EULRPERD holds one record per month that has ever been
      * closed, keyed by PRD-Period (YYYYMM). A month with no record
      * is open. Written only by perclose:
      *   PRD-Status "C" - closed; the ledger count and hash total
      *                    certified at the close are kept with the
      *                    closing operator and timestamp
      *              "O" - reopened; the latest reopen's operator,
      *                    timestamp and reason are kept, and
      *                    PRD-Reopen-Count says how many there have
      *                    been
      * While a month is closed, expmaint refuses control-total
      * changes for any variant+bound with a ledger entry dated in
      * it, and excmaint refuses status changes to its exceptions.
       FD Period-File.
       01 Period-Record.
         02 PRD-Period PIC X(6).
         02 PRD-Status PIC X.
         02 PRD-Close-Stamp PIC X(14).
         02 PRD-Close-Oper PIC X(8).
         02 PRD-Ledger-Count PIC 9(7).
         02 PRD-Ledger-Hash PIC 9(15).
         02 PRD-Reopen-Stamp PIC X(14).
         02 PRD-Reopen-Oper PIC X(8).
         02 PRD-Reopen-Count PIC 9(3).
         02 PRD-Reopen-Reason PIC X(40).
