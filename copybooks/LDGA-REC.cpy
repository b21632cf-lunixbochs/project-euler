      * LDGA-REC.cpy - ledger archive record layout.
      * One record per ledger entry ldgpurge has moved off EULRLDG,
      * appended to the cumulative EULRLDGA archive: the purge date
      * the entry was archived on, followed by the entry exactly as
      * it stood on the ledger (LEDGER-REC.cpy), so the LDA- fields
      * must move in step with the LDG- fields. LDA-Image gives the
      * whole ledger image for the purge to move in one piece.
       FD Ledger-Arch-File.
       01 Ledger-Arch-Record.
         02 LDA-Purge-Date PIC X(8).
         02 LDA-Entry.
           03 LDA-Run-Id PIC X(23).
           03 LDA-Variant PIC X(8).
           03 LDA-Bound PIC 9(9).
           03 LDA-Total PIC 9(13).
           03 LDA-Date PIC X(8).
           03 LDA-Mode PIC X.
           03 LDA-Divisors PIC X(79).
         02 LDA-Image REDEFINES LDA-Entry PIC X(141).
