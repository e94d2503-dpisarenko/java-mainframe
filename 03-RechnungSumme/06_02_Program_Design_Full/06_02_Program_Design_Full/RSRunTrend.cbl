       01  WS-SP-MATCH-SUBSCR    PIC 99 VALUE 0.
       01  WS-SP-FOUND-SW        PIC X VALUE 'N'.
           88 WS-SP-FOUND            VALUE 'Y'.
      *Step rows whose step found the table already full - not
      *trended, and said so on the log and the report.
       01  WS-SP-FULL-SW         PIC X VALUE 'N'.
           88 WS-SP-TABLE-FULL       VALUE 'Y'.
       01  WS-SP-UNTRACKED       PIC 9(7) VALUE 0.
      *Working figures for the deviation tests.
       01  WS-AVG                PIC 9(9)V99 VALUE 0.
       01  WS-LATEST             PIC 9(9)V99 VALUE 0.
                    MOVE 0 TO WS-SP-OBS-COUNT(WS-SP-MATCH-SUBSCR)
                    MOVE 0 TO
                        WS-SP-ELAPSED-SUM(WS-SP-MATCH-SUBSCR)
                ELSE
                    ADD 1 TO WS-SP-UNTRACKED
                    IF NOT WS-SP-TABLE-FULL then
                        SET WS-SP-TABLE-FULL TO TRUE
                        DISPLAY '*** STEP TABLE FULL AT 20 STEPS - '
                            'NOT TRENDED FROM: ' ST-STEP-NAME ' ***'
                    END-IF
                END-IF
            END-IF
            IF WS-SP-MATCH-SUBSCR > 0 then
                    TO TREND-REPORT-LINE
                WRITE TREND-REPORT-LINE
            END-IF
            IF WS-SP-TABLE-FULL then
                MOVE SPACES TO TREND-REPORT-LINE
                STRING 'STEP TABLE FULL AT 20 STEPS - '
                    DELIMITED BY SIZE
                    WS-SP-UNTRACKED DELIMITED BY SIZE
                    ' STEP ROWS NOT TRENDED' DELIMITED BY SIZE
                    INTO TREND-REPORT-LINE
                END-STRING
                WRITE TREND-REPORT-LINE
            END-IF
            CLOSE RUNSTATS TRENDRPT
            DISPLAY 'RUN TREND - HISTORY ROWS READ: ' WS-ROWS-READ
            DISPLAY 'RUN TREND - ANOMALIES FLAGGED: '
                WS-ANOMALY-COUNT
            DISPLAY 'RUN TREND - STEP ROWS SKIPPED: '
                WS-SP-UNTRACKED
            IF WS-ANOMALY-COUNT > 0 then
                DISPLAY '*** RUN DEVIATES FROM TREND - OUTPUTS '
                    'HELD FOR REVIEW ***'
                MOVE 8 TO RETURN-CODE
            END-IF
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
