       FD  INFHIST.
           COPY "INFHIST.cpy".
       FD  INFARCH.
      *The archive keeps the history record's original layout - the
      *alternate-key fields after it are derived from the billed
      *line and are dropped on the way out.
       01  ARCHIVE-RECORD        PIC X(146).
       FD  CHKPTFILE.
           COPY "CHKPT.cpy".
       FD  CARRYFWD.
                        WHEN 'SUSPENSE'
                            MOVE RR-RETAIN-DAYS TO
                                WS-SUSP-RETAIN-DAYS
      *Read by RECHANO - the period a closed customer's personal
      *data is kept before it is anonymised.
                        WHEN 'CUSTANON'
                            CONTINUE
                        WHEN OTHER
                            DISPLAY '*** UNKNOWN RETENTION RULE: '
                                RR-FILE-ID ' ***'
