      * IFC-REC.cpy - downstream results interface record layouts.
      * The EULRIFC interface file written nightly by mstextr from the
      * EULRMST latest-results master, in fixed 144-byte records:
      *   "H" header  - business date, transmission sequence number,
      *                 and IFH-Transmit-Type "N" for a new generation
      *                 or "R" for a retransmission of a date already
      *                 sent (same sequence number as the original)
      *   "D" detail  - one per variant+bound released: the current
      *                 result with its mode and divisor set from the
      *                 ledger, and its reconciliation standing:
      *                   IFD-Recon-Standing "M" - no exception raised
      *                                      "R" - exception resolved
      *                   IFD-Recon-Outcome  the resolved exception's
      *                                      outcome (X/N/F), else
      *                                      space
      *   "T" trailer - detail record count and the hash total of the
      *                 detail totals (MST-Total)
      * Results with an open or acknowledged exception are never
      * released here; mstextr lists them on its hold report.
       FD Interface-File.
       01 Interface-Header.
         02 IFH-Rec-Type PIC X.
         02 IFH-Business-Date PIC X(8).
         02 IFH-Sequence PIC 9(7).
         02 IFH-Transmit-Type PIC X.
         02 IFH-Created PIC X(14).
         02 FILLER PIC X(113).
       01 Interface-Detail.
         02 IFD-Rec-Type PIC X.
         02 IFD-Variant PIC X(8).
         02 IFD-Bound PIC 9(9).
         02 IFD-Mode PIC X.
         02 IFD-Run-Id PIC X(23).
         02 IFD-Total PIC 9(13).
         02 IFD-Result-Date PIC X(8).
         02 IFD-Divisors PIC X(79).
         02 IFD-Recon-Standing PIC X.
         02 IFD-Recon-Outcome PIC X.
       01 Interface-Trailer.
         02 IFT-Rec-Type PIC X.
         02 IFT-Record-Count PIC 9(9).
         02 IFT-Hash-Total PIC 9(18).
         02 FILLER PIC X(116).
