      *            "M"          - due on the last day of the month
      *   SCH-Eff-From/To - YYYYMMDD effective range; spaces leave
      *            the corresponding end open.
      *   SCH-Priority "1" (admitted first) .. "9" (admitted last);
      *            space ranks as "5". When the batch window cannot
      *            hold every leg due, the dispatcher admits legs in
      *            priority order, schedule order within a priority.
      * Maintained through schmaint, which validates every change
      * before the live file is touched; read by the dispatcher,
      * which runs only the legs due on the business date.
         02 SCH-Weekday-X REDEFINES SCH-Weekday PIC X.
         02 SCH-Eff-From PIC X(8).
         02 SCH-Eff-To PIC X(8).
         02 SCH-Priority PIC X.
