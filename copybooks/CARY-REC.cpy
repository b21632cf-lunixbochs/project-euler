      * CARY-REC.cpy - dispatcher carry-forward record layout.
      * EULRCARY holds the schedule legs the dispatcher deferred
      * because their estimated runtime would not fit before the
      * batch window closed: the business date and run that deferred
      * the leg, the runtime estimate it was refused on, and the full
      * schedule leg image (see SCHED-REC.cpy). The next run reads
      * the file ahead of EULRSCHD, admits the carried legs before
      * the regular schedule without re-applying the calendar, and
      * rewrites it with whatever that run defers in turn.
       FD Carry-File.
       01 Carry-Record.
         02 CRY-Deferred-Date PIC X(8).
         02 CRY-Deferred-Run-Id PIC X(23).
         02 CRY-Estimate-Secs PIC 9(7).
         02 CRY-Leg PIC X(110).
