      * through seqengine with the recorded bound, mode and divisor
      * set, reporting CONFIRMED or MISMATCH per entry to EULRECRPT.
      * Nothing is appended to the ledger, the EULRLDGC control
      * totals are not touched, and mode "F" and "N" reruns are made
      * with checkpointing suppressed, so a verification pass cannot
      * disturb anything the production chain owns.
      * A record written before the ledger carried its mode gets the
      * mode restored from the variant for the three fixed drivers,
           MOVE "N" TO WS-Sched-Leg-OK-Switch
       END-IF
       IF SCH-Mode NOT EQUAL "M" AND SCH-Mode NOT EQUAL "F"
           AND SCH-Mode NOT EQUAL "P" AND SCH-Mode NOT EQUAL "N"
           MOVE "N" TO WS-Sched-Leg-OK-Switch
       END-IF
       IF WS-Sched-Leg-OK AND SCH-Mode EQUAL "M"
       MOVE ZERO TO WS-Divisor-Count
       EVALUATE TRUE
           WHEN LDG-Mode EQUAL "F" OR LDG-Mode EQUAL "P"
               OR LDG-Mode EQUAL "N"
               MOVE LDG-Mode TO WS-Mode
               SET WS-Resolved TO TRUE
           WHEN LDG-Mode EQUAL "M"
