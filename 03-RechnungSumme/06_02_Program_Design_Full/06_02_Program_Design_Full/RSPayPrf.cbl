      *the trailing window, and whether the trend is improving or
      *slipping - so credit-limit reviews and collection
      *priorities work from what the customer actually does, not
      *anecdote. Each customer's figures are also written to the
      *payment-profile file (PAYPRF.cpy) for the programs that act
      *on them. Run periodically (monthly with the statements, or
      *on demand ahead of a credit review).
       PROGRAM-ID. RECHPPF.
       ENVIRONMENT DIVISION.
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT PRFRPT  ASSIGN PRFRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT PAYPRF  ASSIGN PAYPRFNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY PF-CUST-ID.
       FILE SECTION.
       FD  PAYHIST.
           COPY "PAYHIST.cpy".
       FD  PRFRPT.
       01  PRF-REPORT-LINE       PIC X(100).
       FD  PAYPRF.
           COPY "PAYPRF.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT  PAYHIST
            OPEN OUTPUT PRFRPT
            OPEN OUTPUT PAYPRF
            PERFORM WRITE-REPORT-HEADER.
       BOD-PARA.
            PERFORM READ-HISTORY-RECORD
                WS-TREND-LABEL DELIMITED BY SIZE
                INTO PRF-REPORT-LINE
            END-STRING
            WRITE PRF-REPORT-LINE
            MOVE WS-PRF-CUST-ID(WS-PRF-SUBSCR) TO PF-CUST-ID
            MOVE WS-PRF-COUNT(WS-PRF-SUBSCR) TO PF-PAY-COUNT
            MOVE WS-AVG-DAYS TO PF-AVG-DAYS
            MOVE WS-RCT-AVG-DAYS TO PF-RECENT-AVG-DAYS
            MOVE WS-TREND-LABEL TO PF-TREND
            MOVE WS-RUN-DATE TO PF-PROFILE-DATE
            WRITE PAY-PROFILE-RECORD
                INVALID KEY
                    DISPLAY '*** DUPLICATE PROFILE FOR: '
                        PF-CUST-ID ' ***'
            END-WRITE.
       END-PARA.
            PERFORM WRITE-ONE-PROFILE-LINE
                VARYING WS-PRF-SUBSCR FROM 1 BY 1
                UNTIL WS-PRF-SUBSCR > WS-PRF-COUNT-USED
            CLOSE PAYHIST PRFRPT PAYPRF
            DISPLAY 'PAYMENT PROFILE - LEDGER RECORDS READ: '
                WS-RECORDS-READ
            DISPLAY 'PAYMENT PROFILE - CUSTOMERS PROFILED:  '
