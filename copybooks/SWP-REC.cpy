      * SWP-REC.cpy - bound-range sweep results record layout.
      * One record per bound computed by the sweep batch, appended to
      * EULRSWP - kept apart from the EULRLDG production ledger so a
      * sweep of a hundred bounds never reaches the ledger, the
      * master file or the ledger control totals. SWP-Req-Seq numbers
      * the sweep requests within one run, so the growth table report
      * can show each request as its own table. SWP-Divisors carries
      * the mode "M" divisor set as display text, as on the ledger.
      * SWP-Overflow "Y" marks the bound whose total overflowed; the
      * request's sweep stops there and SWP-Total is zero.
       FD Sweep-File.
       01 Sweep-Record.
         02 SWP-Run-Id PIC X(23).
         02 SWP-Req-Seq PIC 9(3).
         02 SWP-Variant PIC X(8).
         02 SWP-Mode PIC X.
         02 SWP-Bound PIC 9(9).
         02 SWP-Total PIC 9(13).
         02 SWP-Overflow PIC X.
         02 SWP-Terms PIC 9(13).
         02 SWP-Date PIC X(8).
         02 SWP-Divisors PIC X(79).
