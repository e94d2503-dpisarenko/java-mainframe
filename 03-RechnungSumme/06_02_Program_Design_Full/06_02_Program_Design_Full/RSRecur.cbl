      *history file. Run on the calendar-flagged billing day with
      *the processing date in the PARM; both default sensibly for a
      *stand-alone run.
      *
      *A charge billed in advance for more than one month of service
      *also goes on the deferred-revenue schedule (see DEFSCHED.cpy)
      *under its invoice number, so the billing run books it to
      *deferred revenue and RECHDRV releases it as it is earned.
       PROGRAM-ID. RECHRCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT RCRRPT  ASSIGN RCRRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT DEFSCHED ASSIGN DEFSCHNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY DS-INVOICE-NO
                          FILE STATUS WS-DEFSCH-STATUS.
       FILE SECTION.
       FD  RECURMST.
           COPY "RECURMST.cpy".
       01  RCR-BATCH-LINE        PIC X(59).
       FD  RCRRPT.
       01  RCR-REPORT-LINE       PIC X(80).
       FD  DEFSCHED.
           COPY "DEFSCHED.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-RPT-AMT-ED         PIC -(9)9.99.
       01  WS-DUE-SW             PIC X VALUE 'N'.
           88 WS-ROW-DUE             VALUE 'Y'.
       01  WS-DEFSCH-STATUS      PIC X(2) VALUE '00'.
       01  WS-SERVICE-MONTHS     PIC 9(2) VALUE 0.
       01  WS-LINES-DEFERRED     PIC 9(7) VALUE 0.
       01  WS-DEFER-SW           PIC X VALUE 'N'.
           88 WS-LINE-DEFERRED       VALUE 'Y'.
      *Generated detail lines are collected here and the batch
      *written whole at end of run - the header carries the detail
      *count and a sequential file cannot back up to fill it in.
            OPEN INPUT  RECURMST
            OPEN OUTPUT RCRBATCH
            OPEN OUTPUT RCRRPT
      *The deferred-revenue schedule is created by the first run.
            OPEN I-O DEFSCHED
            IF WS-DEFSCH-STATUS = '35' then
                OPEN OUTPUT DEFSCHED
                CLOSE DEFSCHED
                OPEN I-O DEFSCHED
            END-IF
            PERFORM WRITE-REPORT-HEADER.
       BOD-PARA.
            PERFORM READ-RECURRING-ROW
                MOVE INPUT-RECORD TO WS-RCR-LINE(WS-LINES-WRITTEN)
                COMPUTE WS-ROW-AMOUNT = RC-QUANT * RC-UNIT-PRICE
                ADD WS-ROW-AMOUNT TO WS-TOTAL-GENERATED
                PERFORM SCHEDULE-DEFERRAL
                PERFORM WRITE-REPORT-CHARGE-LINE
            ELSE
                DISPLAY '*** RECURRING-CHARGE LINE TABLE FULL - '
                    ' ***'
                MOVE 16 TO RETURN-CODE
            END-IF.
       SCHEDULE-DEFERRAL.
      *A charge billed in advance for more than one month of service
      *is earned over its service period, not on billing day - put
      *it on the deferred-revenue schedule pending billing. The
      *amount is stamped by the billing run, which alone knows the
      *net the line actually billed at.
            MOVE 'N' TO WS-DEFER-SW
            MOVE RC-SERVICE-MONTHS TO WS-SERVICE-MONTHS
            IF RC-SERVICE-MONTHS NOT NUMERIC
                OR RC-SERVICE-MONTHS = 0 then
                EVALUATE TRUE
                    WHEN RC-FREQ-QUARTERLY
                        MOVE 3 TO WS-SERVICE-MONTHS
                    WHEN RC-FREQ-ANNUAL
                        MOVE 12 TO WS-SERVICE-MONTHS
                    WHEN OTHER
                        MOVE 1 TO WS-SERVICE-MONTHS
                END-EVALUATE
            END-IF
            IF RC-BILLED-IN-ADVANCE
                AND WS-SERVICE-MONTHS > 1 then
                MOVE SPACES TO DEFERRAL-SCHEDULE-RECORD
                MOVE IN-INVOICE-NO TO DS-INVOICE-NO
                MOVE RC-CONTRACT-ID TO DS-CONTRACT-ID
                MOVE RC-CUST-ID TO DS-CUST-ID
                MOVE RC-ITEM-NO TO DS-ITEM-NO
                MOVE RC-COMPANY-CODE TO DS-COMPANY-CODE
                MOVE WS-RUN-DATE TO DS-SERVICE-FROM
                MOVE WS-SERVICE-MONTHS TO DS-SERVICE-MONTHS
                SET DS-PENDING TO TRUE
                MOVE 0 TO DS-BILLED-DATE
                MOVE 0 TO DS-BILLED-AMT
                MOVE 0 TO DS-CREDITED-AMT
                MOVE 0 TO DS-RELEASED-AMT
                MOVE 0 TO DS-MONTHS-RELEASED
                MOVE 0 TO DS-LAST-REL-PERIOD
                MOVE 0 TO DS-RF-BILLED-AMT
                MOVE 0 TO DS-RF-CREDITED-AMT
                WRITE DEFERRAL-SCHEDULE-RECORD
                    INVALID KEY
                        DISPLAY '*** INVOICE ' IN-INVOICE-NO
                            ' ALREADY ON THE DEFERRAL SCHEDULE -'
                            ' CHECK THE FIRST INVOICE NO ***'
                        MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                        SET WS-LINE-DEFERRED TO TRUE
                        ADD 1 TO WS-LINES-DEFERRED
                END-WRITE
            END-IF.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO RCR-REPORT-LINE
            STRING 'RECURRING CHARGE GENERATION - RUN DATE '
            MOVE SPACES TO RCR-REPORT-LINE
            STRING 'CUSTOMER ITEM     FREQ QUANT       AMOUNT'
                DELIMITED BY SIZE
                '  CONTRACT     DEFERRAL' DELIMITED BY SIZE
                INTO RCR-REPORT-LINE
            END-STRING
            WRITE RCR-REPORT-LINE.
                RC-QUANT DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-RPT-AMT-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                RC-CONTRACT-ID DELIMITED BY SIZE
                INTO RCR-REPORT-LINE
            END-STRING
            IF WS-LINE-DEFERRED then
                MOVE SPACES TO RCR-REPORT-LINE(56:25)
                STRING ' DEFERRED ' DELIMITED BY SIZE
                    WS-SERVICE-MONTHS DELIMITED BY SIZE
                    ' MONTHS' DELIMITED BY SIZE
                    INTO RCR-REPORT-LINE(56:25)
                END-STRING
            END-IF
            WRITE RCR-REPORT-LINE.
       WRITE-ONE-BATCH-LINE.
            MOVE WS-RCR-LINE(WS-RCR-SUBSCR) TO RCR-BATCH-LINE
            MOVE WS-LINES-WRITTEN TO BT-DETAIL-COUNT
            MOVE BATCH-TRAILER-RECORD TO RCR-BATCH-LINE
            WRITE RCR-BATCH-LINE
            CLOSE RECURMST RCRBATCH RCRRPT DEFSCHED
            DISPLAY 'RECURRING CHARGES - ROWS READ:     '
                WS-ROWS-READ
            DISPLAY 'RECURRING CHARGES - ROWS DUE:      '
                WS-LINES-WRITTEN
            DISPLAY 'RECURRING CHARGES - TOTAL AMOUNT:  '
                WS-TOTAL-GENERATED
            DISPLAY 'RECURRING CHARGES - LINES DEFERRED: '
                WS-LINES-DEFERRED
            DISPLAY 'RECURRING CHARGES - NEXT INVOICE NO: '
                WS-NEXT-INVOICE-NO
            STOP RUN.
