      * same bound but different divisor sets no longer look
      * identical on the ledger; both are spaces on records written
      * before the fields existed, and LDG-Divisors is spaces for
      * modes "F", "P" and "N", which have no divisors.
       FD Ledger-File.
       01 Ledger-Record.
         02 LDG-Run-Id    PIC X(23).
