      *writes one listing row per customer - VAT registration
      *number, country, net total - ready for the quarterly return,
      *in place of a clerk picking the exports out of a quarter's
      *daily reports by hand. A customer whose registration number
      *the tax authority's validation service rejected is flagged on
      *its row, and a line the billing run taxed because the number
      *was not verified is left off - it was not a reverse-charge
      *supply.
       PROGRAM-ID. RECHECS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-HOME-COUNTRY         PIC X(2) VALUE 'US'.
       01  WS-LINES-READ           PIC 9(7) VALUE 0.
       01  WS-LINES-SELECTED       PIC 9(7) VALUE 0.
       01  WS-LINES-TAXED          PIC 9(7) VALUE 0.
       01  WS-EC-FAILED-COUNT      PIC 9(3) VALUE 0.
       01  WS-CUST-NOT-FOUND       PIC 9 VALUE 0.
           88 CUST-NOT-FOUND           VALUE 1.
           88 CUST-FOUND               VALUE 0.
      *CSV fields in the order WRITE-CSV-DETAIL-LINE builds them -
      *only the fields up to the customer id are parsed; the
      *punctuated amounts land in edited receive fields first, the
      *same UNSTRING pattern RECHVAT uses. The second amount is the
      *line total including VAT, not the VAT itself.
       01  WS-CSV-NAME             PIC X(30).
       01  WS-CSV-QUANT            PIC X(5).
       01  WS-CSV-NO-VAT-ED        PIC -(6)9.99.
       01  WS-CSV-GROSS-ED         PIC -(6)9.99.
       01  WS-CSV-DATE             PIC X(8).
       01  WS-CSV-DUE-DATE         PIC X(8).
       01  WS-CSV-ITEM-NO          PIC X(8).
       01  WS-CSV-RUN-DATE         PIC X(8).
       01  WS-CSV-CUST-ID          PIC X(6).
       01  WS-CSV-NO-VAT           PIC S9(7)V99.
       01  WS-CSV-GROSS            PIC S9(7)V99.
      *Per-customer accumulators for the quarter - one entry per
      *qualifying customer seen, carrying the registration details
      *off the customer master.
               10 WS-EC-COUNTRY       PIC X(2).
               10 WS-EC-NET-TOTAL     PIC S9(11)V99.
               10 WS-EC-LINE-COUNT    PIC 9(7).
               10 WS-EC-VERIFY-STATUS PIC X.
                   88 WS-EC-VERIFY-FAILED VALUE 'F'.
               10 WS-EC-VERIFY-DATE   PIC 9(8).
       01  WS-EC-COUNT             PIC 9(3) VALUE 0.
       01  WS-EC-SUBSCR            PIC 9(3).
       01  WS-EC-MATCH-SUBSCR      PIC 9(3) VALUE 0.
       SELECT-CSV-LINE.
            UNSTRING CSV-QUARTER-RECORD DELIMITED BY ','
                INTO WS-CSV-NAME WS-CSV-QUANT WS-CSV-NO-VAT-ED
                    WS-CSV-GROSS-ED WS-CSV-DATE WS-CSV-DUE-DATE
                    WS-CSV-ITEM-NO WS-CSV-ITEM-DESC
                    WS-CSV-CONTRACT-FLAG WS-CSV-COMPANY
                    WS-CSV-DOC-NO WS-CSV-VAT-CODE WS-CSV-RUN-DATE
                OR CM-VAT-COUNTRY = WS-HOME-COUNTRY then
                GO TO SELECT-CSV-LINE-EXIT
            END-IF
      *A zero-rated line bills no VAT, so its gross equals its net;
      *a gross above the net is a line the billing run taxed.
            MOVE WS-CSV-GROSS-ED TO WS-CSV-GROSS
            MOVE WS-CSV-NO-VAT-ED TO WS-CSV-NO-VAT
            IF WS-CSV-GROSS NOT = WS-CSV-NO-VAT then
                ADD 1 TO WS-LINES-TAXED
                GO TO SELECT-CSV-LINE-EXIT
            END-IF
            ADD 1 TO WS-LINES-SELECTED
            PERFORM ACCUMULATE-CUSTOMER.
       SELECT-CSV-LINE-EXIT.
                        WS-EC-COUNTRY(WS-EC-MATCH-SUBSCR)
                    MOVE 0 TO WS-EC-NET-TOTAL(WS-EC-MATCH-SUBSCR)
                    MOVE 0 TO WS-EC-LINE-COUNT(WS-EC-MATCH-SUBSCR)
                    MOVE CM-VAT-VERIFY-STATUS TO
                        WS-EC-VERIFY-STATUS(WS-EC-MATCH-SUBSCR)
                    MOVE CM-VAT-VERIFY-DATE TO
                        WS-EC-VERIFY-DATE(WS-EC-MATCH-SUBSCR)
                ELSE
                    DISPLAY '*** EC CUSTOMER TABLE FULL FOR: '
                        WS-CSV-CUST-ID ' ***'
            MOVE SPACES TO EC-LISTING-LINE
            STRING 'CTY VAT REGISTRATION  LINES       NET TOTAL'
                DELIMITED BY SIZE
                ' VERIFICATION' DELIMITED BY SIZE
                INTO EC-LISTING-LINE
            END-STRING
            WRITE EC-LISTING-LINE.
                WS-RPT-NET-ED DELIMITED BY SIZE
                INTO EC-LISTING-LINE
            END-STRING
            IF WS-EC-VERIFY-FAILED(WS-EC-SUBSCR) then
                ADD 1 TO WS-EC-FAILED-COUNT
                MOVE 'VERIFY FAILED' TO EC-LISTING-LINE(45:13)
                MOVE WS-EC-VERIFY-DATE(WS-EC-SUBSCR) TO
                    EC-LISTING-LINE(59:8)
            END-IF
            WRITE EC-LISTING-LINE.
       END-PARA.
            PERFORM WRITE-LISTING-HEADER
                WS-LINES-READ
            DISPLAY 'EC SALES LISTING - LINES SELECTED:  '
                WS-LINES-SELECTED
            DISPLAY 'EC SALES LISTING - LINES TAXED:     '
                WS-LINES-TAXED
            DISPLAY 'EC SALES LISTING - CUSTOMERS LISTED:'
                WS-EC-COUNT
            DISPLAY 'EC SALES LISTING - VERIFY FAILED:   '
                WS-EC-FAILED-COUNT
            IF WS-EC-FAILED-COUNT > 0
                AND RETURN-CODE < 4 then
                MOVE 4 TO RETURN-CODE
            END-IF
      *GOBACK rather than STOP RUN - the month-end close driver
      *CALLs this as a step of the close, and GOBACK from a program
      *with no caller behaves exactly like STOP RUN.
            GOBACK.
