      * One row per event on CBLRUNLG.DAT: every batch program
      * writes an 'S' row as it starts and an 'E' row as it ends,
      * carrying the date and time, the run's main record count
      * (zero on the start row) and the completion code. A
      * predecessor gate (CBLJRT28) that operations override by
      * SYSIN card also writes an 'O' row in the gated program's
      * name, its count being the predecessors that would have
      * stopped the job. The
      * morning operations summary (CBLJRT20) reads the log to
      * flag jobs that did not run, ran out of the expected
      * sequence, or ended badly; its job then clears the log, so
