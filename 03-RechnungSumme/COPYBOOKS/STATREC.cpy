      *Run-statistics history record, appended to by every run so
      *the counts stop vanishing with the job log: type 'B' rows
      *carry the billing run's volumes and amounts, type 'S' rows a
      *driver step's return code and elapsed time, type 'H' rows a
      *billed-history reader's elapsed time over the history with
      *the records it read and the lines it kept, under a step name
      *saying which access path it took (alternate key or full
      *pass) so the two compare run for run. RUNTREND reads the
      *history back and flags runs whose volumes or reject rates
      *deviate from the trailing average - the day a feeding
      *system silently drops half its lines, the run balances but
      *the trend does not - and trends every step's elapsed time.
       01  RUN-STAT-RECORD.
           05 ST-RECORD-TYPE     PIC X.
               88 ST-BILLING-ROW     VALUE 'B'.
               88 ST-STEP-ROW        VALUE 'S'.
               88 ST-HISTORY-ROW     VALUE 'H'.
           05 ST-RUN-DATE        PIC 9(8).
           05 ST-STEP-NAME       PIC X(20).
           05 ST-ELAPSED-SECS    PIC 9(7).
