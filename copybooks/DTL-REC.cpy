      * One record per term the engine fed into a run's total, written
      * to EULRDTL only when the caller asks for detail: each multiple
      * added in mode "M", each even Fibonacci term added in mode "F",
      * each prime factor stripped in mode "P", each prime found in
      * mode "N". Keyed by run-id with a sequence number in emission
      * order; DTL-Running-Total carries the accumulated total after
      * the term was applied (in mode "N", the latest prime found) so
      * a disputed final total can be walked term by term on the
      * audit worksheet.
       FD Detail-File.
       01 Detail-Record.
         02 DTL-Run-Id PIC X(23).
