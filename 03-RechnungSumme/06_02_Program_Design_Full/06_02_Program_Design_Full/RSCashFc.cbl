      *Weekly cash-receipts forecast for Treasury. Projects when
      *each open AR item's money is expected to arrive and totals
      *it week by week, per company and currency:
      *  - an item on an installment plan comes in as its open
      *    installments fall due (INSTPLAN);
      *  - a direct-debit customer's item comes in on the date the
      *    collection run debits it - on its due date, or on the
      *    run date once due, or already with the bank when sent;
      *  - everyone else pays on the due date shifted by how late
      *    (or early) the customer pays on average - the average
      *    days-to-pay off the RECHPPF payment profile less the
      *    customer's terms. No profile means the due date.
      *An item expected before today is expected this week; one
      *expected past the horizon goes into LATER. Disputed and
      *agency-placed items are not expected on any date and are
      *shown separately. Each run's forecast is kept on the
      *forecast file, and the report closes with last run's
      *forecast for its first week set against the cash RECHCASH
      *actually applied in that week. Run every Monday.
       PROGRAM-ID. RECHCFC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AROPEN  ASSIGN AROPENNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY AR-INVOICE-NO.
           SELECT INSTPLAN ASSIGN ARINSTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IP-KEY
                          FILE STATUS WS-INSTPLAN-STATUS.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CM-CUST-ID.
           SELECT PAYPRF  ASSIGN PAYPRFNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY PF-CUST-ID
                          FILE STATUS WS-PAYPRF-STATUS.
           SELECT PAYHIST ASSIGN PAYHISTNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-PAYHIST-STATUS.
           SELECT CASHFC  ASSIGN CASHFCNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY FC-KEY
                          FILE STATUS WS-CASHFC-STATUS.
           SELECT FCRPT   ASSIGN FCRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  AROPEN.
           COPY "ARITEM.cpy".
       FD  INSTPLAN.
           COPY "INSTPLAN.cpy".
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  PAYPRF.
           COPY "PAYPRF.cpy".
       FD  PAYHIST.
           COPY "PAYHIST.cpy".
       FD  CASHFC.
           COPY "CASHFC.cpy".
       FD  FCRPT.
       01  FC-REPORT-LINE        PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-AR-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-AR-EOF              VALUE 'Y'.
       01  WS-IP-END-SW          PIC X VALUE 'N'.
           88 WS-IP-END              VALUE 'Y'.
       01  WS-FC-END-SW          PIC X VALUE 'N'.
           88 WS-FC-END              VALUE 'Y'.
       01  WS-PH-END-SW          PIC X VALUE 'N'.
           88 WS-PH-END              VALUE 'Y'.
       01  WS-INSTPLAN-STATUS    PIC X(2) VALUE '00'.
       01  WS-PAYPRF-STATUS      PIC X(2) VALUE '00'.
       01  WS-PAYPRF-OPEN-SW     PIC X VALUE 'N'.
           88 WS-PAYPRF-AVAILABLE    VALUE 'Y'.
       01  WS-PAYHIST-STATUS     PIC X(2) VALUE '00'.
       01  WS-CASHFC-STATUS      PIC X(2) VALUE '00'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-DAY-NO         PIC 9(7).
       01  WS-HORIZON-WEEKS      PIC 99 VALUE 8.
       01  WS-ITEMS-READ         PIC 9(7) VALUE 0.
       01  WS-ITEMS-FORECAST     PIC 9(7) VALUE 0.
       01  WS-ITEMS-HELD-OUT     PIC 9(7) VALUE 0.
       01  WS-OPEN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-EXPECT-AMT         PIC S9(7)V99 VALUE 0.
       01  WS-EXPECT-DATE        PIC 9(8) VALUE 0.
       01  WS-SHIFT-DAYS         PIC S9(5) VALUE 0.
       01  WS-DAY-OFFSET         PIC S9(7) VALUE 0.
       01  WS-WEEK-NO            PIC 99 VALUE 0.
       01  WS-WEEK-SUBSCR        PIC 99.
       01  WS-WEEK-START         PIC 9(8).
       01  WS-WEEK-END           PIC 9(8).
       01  WS-CUST-SW            PIC X VALUE 'N'.
           88 WS-CUST-ON-FILE        VALUE 'Y'.
      *Forecast per company and currency, kept in key order: weeks
      *1 to 13 of the horizon, with week 14 holding everything
      *expected past it, plus the disputed and agency-placed
      *balances nobody can put a date on.
       01  WS-FC-TABLE.
           05 WS-FC-ENTRY OCCURS 50 TIMES.
               10 WS-FC-ENTRY-KEY.
                   15 WS-FC-COMPANY    PIC X(2).
                   15 WS-FC-CURRENCY   PIC X(3).
               10 WS-FC-WEEK-AMT OCCURS 14 TIMES PIC S9(11)V99.
               10 WS-FC-DISPUTED       PIC S9(11)V99.
               10 WS-FC-AGENCY         PIC S9(11)V99.
       01  WS-FC-COUNT           PIC 99 VALUE 0.
       01  WS-FC-SUBSCR          PIC 99.
       01  WS-FC-MATCH           PIC 99 VALUE 0.
       01  WS-FC-INSERT          PIC 99 VALUE 0.
       01  WS-FC-SHIFT           PIC 99.
       01  WS-FC-FOUND-SW        PIC X VALUE 'N'.
           88 WS-FC-FOUND            VALUE 'Y'.
       01  WS-LOOKUP-KEY.
           05 WS-LOOKUP-COMPANY  PIC X(2).
           05 WS-LOOKUP-CURRENCY PIC X(3).
       01  WS-FC-TOTAL           PIC S9(11)V99 VALUE 0.
      *Last run's first-week forecast against the cash applied in
      *that week.
       01  WS-PREV-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-PREV-WEEK-START    PIC 9(8) VALUE 0.
       01  WS-PREV-WEEK-END      PIC 9(8) VALUE 0.
       01  WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 50 TIMES.
               10 WS-CMP-COMPANY       PIC X(2).
               10 WS-CMP-CURRENCY      PIC X(3).
               10 WS-CMP-FORECAST      PIC S9(11)V99.
               10 WS-CMP-ACTUAL        PIC S9(11)V99.
       01  WS-CMP-COUNT          PIC 99 VALUE 0.
       01  WS-CMP-SUBSCR         PIC 99.
       01  WS-CMP-MATCH          PIC 99 VALUE 0.
       01  WS-CMP-FOUND-SW       PIC X VALUE 'N'.
           88 WS-CMP-FOUND           VALUE 'Y'.
       01  WS-CMP-FC-TOTAL       PIC S9(11)V99 VALUE 0.
       01  WS-CMP-ACT-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-VARIANCE           PIC S9(11)V99 VALUE 0.
       01  WS-AMT-ED             PIC -(10)9.99.
       01  WS-AMT-ED-2           PIC -(10)9.99.
       01  WS-AMT-ED-3           PIC -(10)9.99.
       01  WS-WEEK-ED            PIC Z9.
       LINKAGE SECTION.
      *Optional start-up PARM: the forecast horizon in weeks (2
      *digits, at most 13).
       01  CF-PARM-AREA.
           05 CF-PARM-LEN        PIC S9(4) COMP.
           05 CF-PARM-WEEKS      PIC 99.
       PROCEDURE DIVISION USING CF-PARM-AREA.
       CASHFC-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-RUN-DAY-NO =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            IF CF-PARM-LEN > 0 then
                MOVE CF-PARM-WEEKS TO WS-HORIZON-WEEKS
            END-IF
            IF WS-HORIZON-WEEKS < 1 OR WS-HORIZON-WEEKS > 13 then
                MOVE 13 TO WS-HORIZON-WEEKS
            END-IF
            OPEN INPUT AROPEN
            OPEN INPUT INSTPLAN
            IF WS-INSTPLAN-STATUS NOT = '00' then
                DISPLAY '*** INSTPLAN OPEN FAILED, STATUS '
                    WS-INSTPLAN-STATUS ' ***'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT CUSTMAST
      *No profile yet (RECHPPF never run) - everyone is expected
      *on the due date.
            OPEN INPUT PAYPRF
            IF WS-PAYPRF-STATUS = '00' then
                SET WS-PAYPRF-AVAILABLE TO TRUE
            END-IF
      *The forecast file is created by the first run.
            OPEN I-O CASHFC
            IF WS-CASHFC-STATUS = '35' then
                OPEN OUTPUT CASHFC
                CLOSE CASHFC
                OPEN I-O CASHFC
            END-IF
            OPEN OUTPUT FCRPT
            MOVE 0 TO AR-INVOICE-NO
            START AROPEN KEY NOT LESS THAN AR-INVOICE-NO
                INVALID KEY
                    SET WS-AR-EOF TO TRUE
            END-START.
       BOD-PARA.
            PERFORM FORECAST-ONE-ITEM
                UNTIL WS-AR-EOF
            PERFORM WRITE-FORECAST-REPORT
            PERFORM FIND-PREVIOUS-RUN
            PERFORM SAVE-ONE-FORECAST-ENTRY
                VARYING WS-FC-SUBSCR FROM 1 BY 1
                UNTIL WS-FC-SUBSCR > WS-FC-COUNT
            IF WS-PREV-RUN-DATE > 0 then
                PERFORM LOAD-PREVIOUS-FORECAST
                PERFORM APPLY-ACTUAL-RECEIPTS
                PERFORM WRITE-COMPARISON-REPORT
            END-IF.
       FORECAST-ONE-ITEM.
            READ AROPEN NEXT RECORD
                AT END
                    SET WS-AR-EOF TO TRUE
            END-READ
            IF NOT WS-AR-EOF then
                ADD 1 TO WS-ITEMS-READ
                IF NOT AR-ITEM-SETTLED then
                    PERFORM PROJECT-OPEN-ITEM
                        THRU PROJECT-OPEN-ITEM-EXIT
                END-IF
            END-IF.
       PROJECT-OPEN-ITEM.
      *Credits on account are refunded or netted, not received.
            COMPUTE WS-OPEN-BALANCE = AR-TOTAL-VAT - AR-PAID-AMT
            IF WS-OPEN-BALANCE <= 0 then
                GO TO PROJECT-OPEN-ITEM-EXIT
            END-IF
            MOVE AR-COMPANY-CODE TO WS-LOOKUP-COMPANY
            MOVE AR-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
            PERFORM FIND-OR-ADD-FC-ENTRY
            IF WS-FC-MATCH = 0 then
                GO TO PROJECT-OPEN-ITEM-EXIT
            END-IF
            IF AR-ITEM-DISPUTED then
                ADD WS-OPEN-BALANCE TO WS-FC-DISPUTED(WS-FC-MATCH)
                ADD 1 TO WS-ITEMS-HELD-OUT
                GO TO PROJECT-OPEN-ITEM-EXIT
            END-IF
            IF AR-ITEM-PLACED then
                ADD WS-OPEN-BALANCE TO WS-FC-AGENCY(WS-FC-MATCH)
                ADD 1 TO WS-ITEMS-HELD-OUT
                GO TO PROJECT-OPEN-ITEM-EXIT
            END-IF
            ADD 1 TO WS-ITEMS-FORECAST
            IF AR-ITEM-ON-PLAN then
                PERFORM PROJECT-INSTALLMENTS
                GO TO PROJECT-OPEN-ITEM-EXIT
            END-IF
            MOVE 'N' TO WS-CUST-SW
            MOVE AR-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-CUST-ON-FILE TO TRUE
            END-READ
            MOVE WS-OPEN-BALANCE TO WS-EXPECT-AMT
            IF WS-CUST-ON-FILE
                AND CM-PAY-DIRECT-DEBIT
                AND CM-MANDATE-ID NOT = SPACES then
                PERFORM PROJECT-DIRECT-DEBIT
            ELSE
                PERFORM PROJECT-FROM-PROFILE
            END-IF
            PERFORM ADD-TO-FORECAST-WEEK.
       PROJECT-OPEN-ITEM-EXIT.
            EXIT.
       PROJECT-INSTALLMENTS.
            MOVE 'N' TO WS-IP-END-SW
            MOVE AR-INVOICE-NO TO IP-INVOICE-NO
            MOVE 0 TO IP-INST-NO
            START INSTPLAN KEY NOT LESS THAN IP-KEY
                INVALID KEY
                    SET WS-IP-END TO TRUE
            END-START
            PERFORM PROJECT-ONE-INSTALLMENT
                UNTIL WS-IP-END.
       PROJECT-ONE-INSTALLMENT.
            READ INSTPLAN NEXT RECORD
                AT END
                    SET WS-IP-END TO TRUE
            END-READ
            IF NOT WS-IP-END then
                IF IP-INVOICE-NO NOT = AR-INVOICE-NO then
                    SET WS-IP-END TO TRUE
                ELSE
                    IF IP-INST-OPEN
                        AND IP-AMOUNT - IP-PAID-AMT > 0 then
                        COMPUTE WS-EXPECT-AMT =
                            IP-AMOUNT - IP-PAID-AMT
                        MOVE IP-DUE-DATE TO WS-EXPECT-DATE
                        PERFORM ADD-TO-FORECAST-WEEK
                    END-IF
                END-IF
            END-IF.
       PROJECT-DIRECT-DEBIT.
      *Already handed to the bank - the money is on its way. Not
      *sent yet - collected on the due date, or at the next
      *collection run once due. A disputed item never reaches here.
            IF AR-COLLECT-SENT-DATE NOT = 0 then
                MOVE AR-COLLECT-SENT-DATE TO WS-EXPECT-DATE
            ELSE
                IF AR-DUE-DATE > WS-RUN-DATE then
                    MOVE AR-DUE-DATE TO WS-EXPECT-DATE
                ELSE
                    MOVE WS-RUN-DATE TO WS-EXPECT-DATE
                END-IF
            END-IF.
       PROJECT-FROM-PROFILE.
      *Days-to-pay on the profile run from the invoice date, so the
      *customer's habitual lateness is the average less the terms
      *the due date was set from.
            MOVE AR-DUE-DATE TO WS-EXPECT-DATE
            IF WS-PAYPRF-AVAILABLE AND WS-CUST-ON-FILE then
                MOVE AR-CUST-ID TO PF-CUST-ID
                READ PAYPRF
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        COMPUTE WS-SHIFT-DAYS ROUNDED =
                            PF-AVG-DAYS - CM-TERMS-NET-DAYS
                        COMPUTE WS-EXPECT-DATE =
                            FUNCTION DATE-OF-INTEGER(
                            FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
                            + WS-SHIFT-DAYS)
                END-READ
            END-IF.
       ADD-TO-FORECAST-WEEK.
            IF WS-EXPECT-DATE < WS-RUN-DATE then
                MOVE 1 TO WS-WEEK-NO
            ELSE
                COMPUTE WS-DAY-OFFSET =
                    FUNCTION INTEGER-OF-DATE(WS-EXPECT-DATE) -
                    WS-RUN-DAY-NO
                COMPUTE WS-WEEK-NO = WS-DAY-OFFSET / 7 + 1
                    ON SIZE ERROR
                        MOVE 14 TO WS-WEEK-NO
                END-COMPUTE
                IF WS-WEEK-NO > WS-HORIZON-WEEKS then
                    MOVE 14 TO WS-WEEK-NO
                END-IF
            END-IF
            ADD WS-EXPECT-AMT TO
                WS-FC-WEEK-AMT(WS-FC-MATCH, WS-WEEK-NO).
       FIND-OR-ADD-FC-ENTRY.
      *Entries are kept in company/currency order so the report
      *comes out sorted - a new one is slotted in ahead of the
      *first entry with a higher key.
            MOVE 'N' TO WS-FC-FOUND-SW
            MOVE 0 TO WS-FC-MATCH
            MOVE 0 TO WS-FC-INSERT
            PERFORM MATCH-ONE-FC-ENTRY
                VARYING WS-FC-SUBSCR FROM 1 BY 1
                UNTIL WS-FC-SUBSCR > WS-FC-COUNT
                OR WS-FC-FOUND
                OR WS-FC-INSERT > 0
            IF NOT WS-FC-FOUND then
                IF WS-FC-COUNT < 50 then
                    IF WS-FC-INSERT = 0 then
                        COMPUTE WS-FC-INSERT = WS-FC-COUNT + 1
                    ELSE
                        PERFORM SHIFT-ONE-FC-ENTRY
                            VARYING WS-FC-SHIFT FROM WS-FC-COUNT
                            BY -1
                            UNTIL WS-FC-SHIFT < WS-FC-INSERT
                    END-IF
                    ADD 1 TO WS-FC-COUNT
                    MOVE WS-FC-INSERT TO WS-FC-MATCH
                    INITIALIZE WS-FC-ENTRY(WS-FC-MATCH)
                    MOVE WS-LOOKUP-KEY TO WS-FC-ENTRY-KEY(WS-FC-MATCH)
                ELSE
                    DISPLAY '*** FORECAST TABLE FULL FOR: '
                        WS-LOOKUP-KEY ' ***'
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.
       MATCH-ONE-FC-ENTRY.
            IF WS-FC-ENTRY-KEY(WS-FC-SUBSCR) = WS-LOOKUP-KEY then
                SET WS-FC-FOUND TO TRUE
                MOVE WS-FC-SUBSCR TO WS-FC-MATCH
            ELSE
                IF WS-FC-ENTRY-KEY(WS-FC-SUBSCR) > WS-LOOKUP-KEY then
                    MOVE WS-FC-SUBSCR TO WS-FC-INSERT
                END-IF
            END-IF.
       SHIFT-ONE-FC-ENTRY.
            MOVE WS-FC-ENTRY(WS-FC-SHIFT) TO
                WS-FC-ENTRY(WS-FC-SHIFT + 1).
       WRITE-FORECAST-REPORT.
            MOVE SPACES TO FC-REPORT-LINE
            STRING 'WEEKLY CASH-RECEIPTS FORECAST - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                ' - HORIZON ' DELIMITED BY SIZE
                WS-HORIZON-WEEKS DELIMITED BY SIZE
                ' WEEKS' DELIMITED BY SIZE
                INTO FC-REPORT-LINE
            END-STRING
            WRITE FC-REPORT-LINE
            PERFORM WRITE-ONE-FC-BLOCK
                VARYING WS-FC-SUBSCR FROM 1 BY 1
                UNTIL WS-FC-SUBSCR > WS-FC-COUNT.
       WRITE-ONE-FC-BLOCK.
            MOVE SPACES TO FC-REPORT-LINE
            WRITE FC-REPORT-LINE
            MOVE SPACES TO FC-REPORT-LINE
            STRING 'COMPANY ' DELIMITED BY SIZE
                WS-FC-COMPANY(WS-FC-SUBSCR) DELIMITED BY SIZE
                '  CURRENCY ' DELIMITED BY SIZE
                WS-FC-CURRENCY(WS-FC-SUBSCR) DELIMITED BY SIZE
                '  (HOME-CURRENCY AMOUNTS)' DELIMITED BY SIZE
                INTO FC-REPORT-LINE
            END-STRING
            WRITE FC-REPORT-LINE
            MOVE 0 TO WS-FC-TOTAL
            PERFORM WRITE-ONE-FC-WEEK
                VARYING WS-WEEK-SUBSCR FROM 1 BY 1
                UNTIL WS-WEEK-SUBSCR > WS-HORIZON-WEEKS
            MOVE WS-FC-WEEK-AMT(WS-FC-SUBSCR, 14) TO WS-AMT-ED
            ADD WS-FC-WEEK-AMT(WS-FC-SUBSCR, 14) TO WS-FC-TOTAL
            MOVE SPACES TO FC-REPORT-LINE
            STRING '  LATER                       ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                INTO FC-REPORT-LINE
            END-STRING
            WRITE FC-REPORT-LINE
            MOVE WS-FC-TOTAL TO WS-AMT-ED
            MOVE SPACES TO FC-REPORT-LINE
            STRING '  TOTAL EXPECTED              ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                INTO FC-REPORT-LINE
            END-STRING
            WRITE FC-REPORT-LINE
            MOVE WS-FC-DISPUTED(WS-FC-SUBSCR) TO WS-AMT-ED
            MOVE SPACES TO FC-REPORT-LINE
            STRING '  NOT FORECAST - DISPUTED     ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                INTO FC-REPORT-LINE
            END-STRING
            WRITE FC-REPORT-LINE
            MOVE WS-FC-AGENCY(WS-FC-SUBSCR) TO WS-AMT-ED
            MOVE SPACES TO FC-REPORT-LINE
            STRING '  NOT FORECAST - AT AGENCY    ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                INTO FC-REPORT-LINE
            END-STRING
            WRITE FC-REPORT-LINE.
       WRITE-ONE-FC-WEEK.
            PERFORM SET-WEEK-DATES
            MOVE WS-FC-WEEK-AMT(WS-FC-SUBSCR, WS-WEEK-SUBSCR) TO
                WS-AMT-ED
            ADD WS-FC-WEEK-AMT(WS-FC-SUBSCR, WS-WEEK-SUBSCR) TO
                WS-FC-TOTAL
            MOVE WS-WEEK-SUBSCR TO WS-WEEK-ED
            MOVE SPACES TO FC-REPORT-LINE
            STRING '  WEEK ' DELIMITED BY SIZE
                WS-WEEK-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-WEEK-START DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WS-WEEK-END DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                INTO FC-REPORT-LINE
            END-STRING
            WRITE FC-REPORT-LINE.
       SET-WEEK-DATES.
            COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
                WS-RUN-DAY-NO + (WS-WEEK-SUBSCR - 1) * 7)
            COMPUTE WS-WEEK-END = FUNCTION DATE-OF-INTEGER(
                WS-RUN-DAY-NO + (WS-WEEK-SUBSCR - 1) * 7 + 6).
       FIND-PREVIOUS-RUN.
      *The latest forecast on file from before today - a rerun on
      *the same day replaces today's rows instead.
            MOVE 'N' TO WS-FC-END-SW
            MOVE LOW-VALUES TO FC-KEY
            START CASHFC KEY NOT LESS THAN FC-KEY
                INVALID KEY
                    SET WS-FC-END TO TRUE
            END-START
            PERFORM SCAN-ONE-FORECAST-ROW
                UNTIL WS-FC-END.
       SCAN-ONE-FORECAST-ROW.
            READ CASHFC NEXT RECORD
                AT END
                    SET WS-FC-END TO TRUE
            END-READ
            IF NOT WS-FC-END then
                IF FC-RUN-DATE NOT < WS-RUN-DATE then
                    SET WS-FC-END TO TRUE
                ELSE
                    MOVE FC-RUN-DATE TO WS-PREV-RUN-DATE
                END-IF
            END-IF.
       SAVE-ONE-FORECAST-ENTRY.
            PERFORM SAVE-ONE-FORECAST-WEEK
                VARYING WS-WEEK-SUBSCR FROM 1 BY 1
                UNTIL WS-WEEK-SUBSCR > WS-HORIZON-WEEKS.
       SAVE-ONE-FORECAST-WEEK.
            PERFORM SET-WEEK-DATES
            MOVE WS-RUN-DATE TO FC-RUN-DATE
            MOVE WS-FC-COMPANY(WS-FC-SUBSCR) TO FC-COMPANY-CODE
            MOVE WS-FC-CURRENCY(WS-FC-SUBSCR) TO FC-CURRENCY-CODE
            MOVE WS-WEEK-SUBSCR TO FC-WEEK-NO
            MOVE WS-WEEK-START TO FC-WEEK-START
            MOVE WS-WEEK-END TO FC-WEEK-END
            MOVE WS-FC-WEEK-AMT(WS-FC-SUBSCR, WS-WEEK-SUBSCR) TO
                FC-AMOUNT
            WRITE CASH-FORECAST-RECORD
                INVALID KEY
                    REWRITE CASH-FORECAST-RECORD
            END-WRITE.
       LOAD-PREVIOUS-FORECAST.
            MOVE 'N' TO WS-FC-END-SW
            MOVE LOW-VALUES TO FC-KEY
            MOVE WS-PREV-RUN-DATE TO FC-RUN-DATE
            START CASHFC KEY NOT LESS THAN FC-KEY
                INVALID KEY
                    SET WS-FC-END TO TRUE
            END-START
            PERFORM LOAD-ONE-PREVIOUS-ROW
                UNTIL WS-FC-END.
       LOAD-ONE-PREVIOUS-ROW.
            READ CASHFC NEXT RECORD
                AT END
                    SET WS-FC-END TO TRUE
            END-READ
            IF NOT WS-FC-END then
                IF FC-RUN-DATE NOT = WS-PREV-RUN-DATE then
                    SET WS-FC-END TO TRUE
                ELSE
                    IF FC-WEEK-NO = 1 then
                        MOVE FC-WEEK-START TO WS-PREV-WEEK-START
                        MOVE FC-WEEK-END TO WS-PREV-WEEK-END
                        MOVE FC-COMPANY-CODE TO WS-LOOKUP-COMPANY
                        MOVE FC-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
                        PERFORM FIND-OR-ADD-CMP-ENTRY
                        IF WS-CMP-MATCH > 0 then
                            ADD FC-AMOUNT TO
                                WS-CMP-FORECAST(WS-CMP-MATCH)
                        END-IF
                    END-IF
                END-IF
            END-IF.
       APPLY-ACTUAL-RECEIPTS.
      *Cash applied in last run's first week, attributed to the
      *company and currency of the item it paid - an item since
      *purged from the open-item file shows under ?? / ???.
            OPEN INPUT PAYHIST
            IF WS-PAYHIST-STATUS NOT = '00' then
                SET WS-PH-END TO TRUE
            END-IF
            PERFORM APPLY-ONE-RECEIPT
                UNTIL WS-PH-END
            IF WS-PAYHIST-STATUS = '00' OR '10' then
                CLOSE PAYHIST
            END-IF.
       APPLY-ONE-RECEIPT.
            READ PAYHIST
                AT END
                    SET WS-PH-END TO TRUE
            END-READ
            IF NOT WS-PH-END
                AND PH-PAYMENT-DATE NOT < WS-PREV-WEEK-START
                AND PH-PAYMENT-DATE NOT > WS-PREV-WEEK-END then
                MOVE PH-INVOICE-NO TO AR-INVOICE-NO
                READ AROPEN
                    INVALID KEY
                        MOVE '??' TO WS-LOOKUP-COMPANY
                        MOVE '???' TO WS-LOOKUP-CURRENCY
                    NOT INVALID KEY
                        MOVE AR-COMPANY-CODE TO WS-LOOKUP-COMPANY
                        MOVE AR-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
                END-READ
                PERFORM FIND-OR-ADD-CMP-ENTRY
                IF WS-CMP-MATCH > 0 then
                    ADD PH-AMOUNT TO WS-CMP-ACTUAL(WS-CMP-MATCH)
                END-IF
            END-IF.
       FIND-OR-ADD-CMP-ENTRY.
            MOVE 'N' TO WS-CMP-FOUND-SW
            MOVE 0 TO WS-CMP-MATCH
            PERFORM MATCH-ONE-CMP-ENTRY
                VARYING WS-CMP-SUBSCR FROM 1 BY 1
                UNTIL WS-CMP-SUBSCR > WS-CMP-COUNT
                OR WS-CMP-FOUND
            IF NOT WS-CMP-FOUND then
                IF WS-CMP-COUNT < 50 then
                    ADD 1 TO WS-CMP-COUNT
                    MOVE WS-CMP-COUNT TO WS-CMP-MATCH
                    MOVE WS-LOOKUP-COMPANY TO
                        WS-CMP-COMPANY(WS-CMP-MATCH)
                    MOVE WS-LOOKUP-CURRENCY TO
                        WS-CMP-CURRENCY(WS-CMP-MATCH)
                    MOVE 0 TO WS-CMP-FORECAST(WS-CMP-MATCH)
                    MOVE 0 TO WS-CMP-ACTUAL(WS-CMP-MATCH)
                ELSE
                    DISPLAY '*** COMPARISON TABLE FULL FOR: '
                        WS-LOOKUP-KEY ' ***'
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.
       MATCH-ONE-CMP-ENTRY.
            IF WS-CMP-COMPANY(WS-CMP-SUBSCR) = WS-LOOKUP-COMPANY
                AND WS-CMP-CURRENCY(WS-CMP-SUBSCR) =
                    WS-LOOKUP-CURRENCY then
                SET WS-CMP-FOUND TO TRUE
                MOVE WS-CMP-SUBSCR TO WS-CMP-MATCH
            END-IF.
       WRITE-COMPARISON-REPORT.
            MOVE SPACES TO FC-REPORT-LINE
            WRITE FC-REPORT-LINE
            MOVE SPACES TO FC-REPORT-LINE
            STRING 'LAST FORECAST (RUN ' DELIMITED BY SIZE
                WS-PREV-RUN-DATE DELIMITED BY SIZE
                ') AGAINST CASH APPLIED ' DELIMITED BY SIZE
                WS-PREV-WEEK-START DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WS-PREV-WEEK-END DELIMITED BY SIZE
                INTO FC-REPORT-LINE
            END-STRING
            WRITE FC-REPORT-LINE
            MOVE SPACES TO FC-REPORT-LINE
            STRING 'CO CUR        FORECAST          ACTUAL'
                DELIMITED BY SIZE
                '        VARIANCE' DELIMITED BY SIZE
                INTO FC-REPORT-LINE
            END-STRING
            WRITE FC-REPORT-LINE
            PERFORM WRITE-ONE-CMP-LINE
                VARYING WS-CMP-SUBSCR FROM 1 BY 1
                UNTIL WS-CMP-SUBSCR > WS-CMP-COUNT
            COMPUTE WS-VARIANCE = WS-CMP-ACT-TOTAL - WS-CMP-FC-TOTAL
            MOVE WS-CMP-FC-TOTAL TO WS-AMT-ED
            MOVE WS-CMP-ACT-TOTAL TO WS-AMT-ED-2
            MOVE WS-VARIANCE TO WS-AMT-ED-3
            MOVE SPACES TO FC-REPORT-LINE
            STRING 'TOTAL ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-AMT-ED-2 DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-AMT-ED-3 DELIMITED BY SIZE
                INTO FC-REPORT-LINE
            END-STRING
            WRITE FC-REPORT-LINE.
       WRITE-ONE-CMP-LINE.
            ADD WS-CMP-FORECAST(WS-CMP-SUBSCR) TO WS-CMP-FC-TOTAL
            ADD WS-CMP-ACTUAL(WS-CMP-SUBSCR) TO WS-CMP-ACT-TOTAL
            COMPUTE WS-VARIANCE = WS-CMP-ACTUAL(WS-CMP-SUBSCR) -
                WS-CMP-FORECAST(WS-CMP-SUBSCR)
            MOVE WS-CMP-FORECAST(WS-CMP-SUBSCR) TO WS-AMT-ED
            MOVE WS-CMP-ACTUAL(WS-CMP-SUBSCR) TO WS-AMT-ED-2
            MOVE WS-VARIANCE TO WS-AMT-ED-3
            MOVE SPACES TO FC-REPORT-LINE
            STRING WS-CMP-COMPANY(WS-CMP-SUBSCR) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-CMP-CURRENCY(WS-CMP-SUBSCR) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-AMT-ED-2 DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-AMT-ED-3 DELIMITED BY SIZE
                INTO FC-REPORT-LINE
            END-STRING
            WRITE FC-REPORT-LINE.
       END-PARA.
            IF WS-PREV-RUN-DATE = 0 then
                MOVE SPACES TO FC-REPORT-LINE
                WRITE FC-REPORT-LINE
                MOVE 'NO EARLIER FORECAST ON FILE - NO COMPARISON'
                    TO FC-REPORT-LINE
                WRITE FC-REPORT-LINE
            END-IF
            IF WS-PAYPRF-AVAILABLE then
                CLOSE PAYPRF
            END-IF
            CLOSE AROPEN INSTPLAN CUSTMAST CASHFC FCRPT
            DISPLAY 'CASH FORECAST - OPEN ITEMS READ:   ' WS-ITEMS-READ
            DISPLAY 'CASH FORECAST - ITEMS FORECAST:    '
                WS-ITEMS-FORECAST
            DISPLAY 'CASH FORECAST - DISPUTED/AGENCY:   '
                WS-ITEMS-HELD-OUT
            DISPLAY 'CASH FORECAST - LAST FORECAST RUN: '
                WS-PREV-RUN-DATE
            STOP RUN.
