      *Customer price-list publication. Sales used to answer "what
      *are my prices" by hand off the item master, the customer's
      *contract rows and the quantity-break tiers; this run prints
      *each selected customer's effective price list as of a date -
      *one customer, a parent account and its branches, or every
      *open account. A customer's list carries every item it has
      *bought in the twelve months to the as-of date or holds a
      *contract row for, each with the list price, the price the
      *customer pays (the contract price in force, else list), the
      *contract's effective and end dates, a contract price loaded
      *ahead of its effective date, the quantity-break tiers that
      *undercut that price, and the rebate tier and promotion the
      *item last billed with; the customer's annual volume rebate
      *tiers close the list. Promotions are agreed order by order,
      *so the list can only say what the last order was granted.
      *The list goes out the way the customer's invoices do:
      *electronic-delivery customers (a good e-mail address on
      *file) get it as a delivery document for the e-invoice
      *transmission job, everyone else a printed list. The list's
      *wording and item descriptions come off the document text
      *table in the customer's language (see DOCTEXT.cpy).
      *Every published line is kept on the published price-list
      *file (PRICEPUB), and the next list ends with what changed
      *since - new and withdrawn items, price and tier changes, and
      *contract prices about to change or end - so the customer
      *hears of a change before it bills.
       PROGRAM-ID. RECHPLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CM-CUST-ID.
           SELECT ITEMMAST ASSIGN ITEMNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY IM-ITEM-NO.
           SELECT CONTPRC ASSIGN CONTPRCNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CP-KEY.
           SELECT QTYBRK  ASSIGN QTYBRKNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY QB-KEY.
           SELECT REBTAB  ASSIGN REBTABNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY RT-REBATE-CODE.
           SELECT INFHIST ASSIGN INFHISTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY HIST-KEY.
           SELECT VOLTIER ASSIGN VOLTIERNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-VOLTIER-STATUS.
           SELECT PRICEPUB ASSIGN PRCPUBNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY PB-KEY
                          FILE STATUS WS-PRICEPUB-STATUS.
           SELECT DOCTEXT ASSIGN DOCTEXTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY DT-KEY
                          FILE STATUS WS-DOCTEXT-STATUS.
           SELECT PLSFILE ASSIGN PLSNAME
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT PLSEDOC ASSIGN PLSEDNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT PLSRPT  ASSIGN PLSRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT PLSSRT  ASSIGN PLSSRTNM
                          ORGANIZATION SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN SORTWK1.
       FILE SECTION.
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  ITEMMAST.
           COPY "ITEMMAST.cpy".
       FD  CONTPRC.
           COPY "CONTPRC.cpy".
       FD  QTYBRK.
           COPY "QTYBRK.cpy".
       FD  REBTAB.
           COPY "REBTAB.cpy".
       FD  INFHIST.
           COPY "INFHIST.cpy".
       FD  VOLTIER.
      *RECHANN's volume tier file - one row per customer per
      *threshold, thresholds ascending.
       01  VOLUME-TIER-RECORD.
           05 VL-CUST-ID         PIC X(6).
           05 VL-THRESHOLD       PIC 9(9)V99.
           05 VL-REBATE-PCT      PIC 9V999.
       FD  PRICEPUB.
           COPY "PRICEPUB.cpy".
       FD  DOCTEXT.
           COPY "DOCTEXT.cpy".
       FD  PLSFILE.
       01  PLS-PRINT-LINE        PIC X(80).
       FD  PLSEDOC.
       01  PLS-EDOC-LINE         PIC X(110).
       FD  PLSRPT.
       01  PLS-REPORT-LINE       PIC X(80).
       SD  SORT-WORK-FILE.
      *One row per item a customer bought (H) or holds a contract
      *row for (C); contract rows carry no date and sort ahead of
      *the history, so the last row of an item is its latest sale.
       01  SORT-WORK-RECORD.
           05 SW-CUST-ID         PIC X(6).
           05 SW-ITEM-NO         PIC X(8).
           05 SW-LINE-DATE       PIC 9(8).
           05 SW-SOURCE          PIC X.
           05 SW-REBATE-CODE     PIC 9.
           05 SW-PROMO-PCT       PIC 9V999.
       FD  PLSSRT.
       01  PLS-SORTED-RECORD     PIC X(28).
       WORKING-STORAGE SECTION.
           COPY "INREC.cpy".
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-HIST-END-OF-FILE   PIC X VALUE 'N'.
           88 WS-HIST-EOF            VALUE 'Y'.
       01  WS-CP-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-CP-EOF              VALUE 'Y'.
       01  WS-CM-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-CM-EOF              VALUE 'Y'.
       01  WS-QB-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-QB-EOF              VALUE 'Y'.
       01  WS-PB-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-PB-EOF              VALUE 'Y'.
       01  WS-SRT-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-SRT-EOF             VALUE 'Y'.
       01  WS-VOLTIER-STATUS     PIC X(2) VALUE '00'.
       01  WS-PRICEPUB-STATUS    PIC X(2) VALUE '00'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-TIME           PIC 9(8).
      *Run date and time - stamped on every line this run publishes.
       01  WS-RUN-STAMP-GROUP.
           05 WS-STAMP-DATE      PIC 9(8).
           05 WS-STAMP-TIME      PIC 9(8).
       01  WS-RUN-STAMP REDEFINES WS-RUN-STAMP-GROUP PIC 9(16).
       01  WS-AS-OF-DATE         PIC 9(8).
       01  WS-HIST-FROM-DATE     PIC 9(8).
      *How far back a purchase puts an item on the customer's list.
       01  WS-HIST-LOOKBACK-DAYS PIC 9(3) VALUE 365.
       01  WS-SCOPE              PIC X VALUE 'A'.
           88 WS-SCOPE-CUSTOMER      VALUE 'C'.
           88 WS-SCOPE-PARENT        VALUE 'P'.
           88 WS-SCOPE-ALL           VALUE 'A'.
       01  WS-SCOPE-CUST-ID      PIC X(6) VALUE SPACES.
      *Accounts selected for a customer or parent run - a parent's
      *own account plus every branch that rolls up to it.
       01  WS-SEL-COUNT          PIC 9(3) VALUE 0.
       01  WS-SEL-TABLE.
           05 WS-SEL-CUST-ID OCCURS 500 TIMES PIC X(6).
       01  WS-SEL-SUBSCR         PIC 9(3).
       01  WS-SEL-FOUND-SW       PIC X.
           88 WS-SEL-FOUND           VALUE 'Y'.
       01  WS-CHECK-CUST-ID      PIC X(6).
      *Annual volume rebate tiers, loaded once from VOLTIER.
       01  WS-TIER-COUNT         PIC 9(3) VALUE 0.
       01  WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 200 TIMES.
               10 WS-TIER-CUST-ID    PIC X(6).
               10 WS-TIER-THRESHOLD  PIC 9(9)V99.
               10 WS-TIER-PCT        PIC 9V999.
       01  WS-TIER-SUBSCR        PIC 9(3).
       01  WS-TIERS-SHOWN        PIC 9(3).
      *Current list's customer and delivery channel.
       01  WS-PL-CUST-ID         PIC X(6) VALUE SPACES.
       01  WS-PL-SKIP-SW         PIC X VALUE 'N'.
           88 WS-PL-SKIP             VALUE 'Y'.
       01  WS-PL-ELEC-SW         PIC X VALUE 'N'.
           88 WS-PL-ELECTRONIC       VALUE 'Y'.
       01  WS-PL-PRIOR-SW        PIC X VALUE 'N'.
           88 WS-PL-PRIOR-LIST       VALUE 'Y'.
       01  WS-PL-PRIOR-DATE      PIC 9(8) VALUE 0.
       01  WS-PL-PROMO-SW        PIC X VALUE 'N'.
           88 WS-PL-PROMO-SHOWN      VALUE 'Y'.
       01  WS-PL-ITEM-COUNT      PIC 9(5) VALUE 0.
       01  WS-PL-LINE            PIC X(80).
      *Change list of the current customer, held until the items
      *are done so it can follow them.
       01  WS-CHG-COUNT          PIC 9(3) VALUE 0.
       01  WS-CHG-OVERFLOW       PIC 9(5) VALUE 0.
       01  WS-CHG-TABLE.
           05 WS-CHG-LINE OCCURS 200 TIMES PIC X(80).
       01  WS-CHG-SUBSCR         PIC 9(3).
       01  WS-CHG-TEXT           PIC X(66).
       01  WS-CHG-PTR            PIC 9(3) VALUE 1.
      *Document text lookup (see GET-DOC-TEXT) in the list's
      *language, and the build position in the list line.
       01  WS-PL-LANG-CODE       PIC X(2) VALUE 'DE'.
       01  WS-DOCTEXT-STATUS     PIC X(2) VALUE '00'.
       01  WS-DOCTEXT-OPEN-SW    PIC X VALUE 'N'.
           88 WS-DOCTEXT-AVAILABLE   VALUE 'Y'.
       01  WS-TX-ID              PIC X(10).
       01  WS-TX-LANG            PIC X(2).
       01  WS-TX-TEXT            PIC X(80).
       01  WS-TX-VERBATIM-SW     PIC X VALUE 'N'.
           88 WS-TX-VERBATIM         VALUE 'Y'.
       01  WS-LINE-PTR           PIC 9(3) VALUE 1.
       01  WS-PL-ITEM-DESC       PIC X(30).
      *Current item - its key and the latest sale of it.
       01  WS-IT-CUST-ID         PIC X(6) VALUE SPACES.
       01  WS-IT-ITEM-NO         PIC X(8) VALUE SPACES.
       01  WS-IT-HIST-SW         PIC X VALUE 'N'.
           88 WS-IT-BOUGHT           VALUE 'Y'.
       01  WS-IT-LAST-DATE       PIC 9(8) VALUE 0.
       01  WS-IT-REBATE-CODE     PIC 9 VALUE 0.
       01  WS-IT-PROMO-PCT       PIC 9V999 VALUE 0.
      *The item's line as published now, compared with PRICEPUB.
       01  WS-NP-LIST-PRICE      PIC 9(5)V99.
       01  WS-NP-CONTRACT-PRICE  PIC 9(3)V99.
       01  WS-NP-CONTRACT-EFF    PIC 9(8).
       01  WS-NP-CONTRACT-EXPIRY PIC 9(8).
       01  WS-NP-NEXT-PRICE      PIC 9(3)V99.
       01  WS-NP-NEXT-EFF        PIC 9(8).
       01  WS-NP-BREAK-TIERS.
           05 WS-NP-BREAK-COUNT  PIC 9.
           05 WS-NP-BREAK-TIER OCCURS 5 TIMES.
               10 WS-NP-BREAK-MIN-QTY PIC 9(5).
               10 WS-NP-BREAK-PRICE   PIC 9(3)V99.
       01  WS-NP-REBATE-PCT      PIC 9V999.
       01  WS-NP-YOUR-PRICE      PIC 9(5)V99.
       01  WS-OLD-YOUR-PRICE     PIC 9(5)V99.
       01  WS-BREAK-SUBSCR       PIC 9.
       01  WS-PB-FOUND-SW        PIC X.
           88 WS-PB-FOUND            VALUE 'Y'.
       01  WS-CUST-NOT-FOUND     PIC 9 VALUE 0.
           88 CUST-NOT-FOUND         VALUE 1.
           88 CUST-FOUND             VALUE 0.
       01  WS-ITEM-FOUND-SW      PIC X.
           88 WS-ITEM-FOUND          VALUE 'Y'.
       01  WS-REBATE-FOUND-SW    PIC X.
           88 WS-REBATE-FOUND        VALUE 'Y'.
      *Run counts.
       01  WS-HIST-READ-COUNT    PIC 9(9) VALUE 0.
       01  WS-LIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-LIST-PRINT-COUNT   PIC 9(7) VALUE 0.
       01  WS-LIST-EDOC-COUNT    PIC 9(7) VALUE 0.
       01  WS-ITEMS-LISTED       PIC 9(7) VALUE 0.
       01  WS-CHANGES-LISTED     PIC 9(7) VALUE 0.
       01  WS-CUST-SKIPPED       PIC 9(7) VALUE 0.
       01  WS-ITEMS-NOT-LISTED   PIC 9(7) VALUE 0.
      *Edited fields.
       01  WS-PRICE-ED           PIC Z(4)9.99.
       01  WS-PRICE-ED-2         PIC Z(4)9.99.
       01  WS-QTY-ED             PIC Z(4)9.
       01  WS-PCT-WORK           PIC 9(3)V9.
       01  WS-PCT-ED             PIC ZZ9.9.
       01  WS-PCT-ED-2           PIC ZZ9.9.
       01  WS-THRESHOLD-ED       PIC Z(8)9.99.
       01  WS-COUNT-ED           PIC Z(4)9.
      *Working copy of the sorted record, since PLSSRT's FD record
      *is a plain byte string.
       01  WS-PLS-RECORD.
           05 WD-CUST-ID         PIC X(6).
           05 WD-ITEM-NO         PIC X(8).
           05 WD-LINE-DATE       PIC 9(8).
           05 WD-SOURCE          PIC X.
               88 WD-FROM-HISTORY    VALUE 'H'.
               88 WD-FROM-CONTRACT   VALUE 'C'.
           05 WD-REBATE-CODE     PIC 9.
           05 WD-PROMO-PCT       PIC 9V999.
       LINKAGE SECTION.
      *Optional PARM: the scope - C one customer, P a parent account
      *and its branches, A every open account (the default) - the
      *customer id for C and P, then the as-of date YYYYMMDD
      *(default the run date).
       01  PL-PARM-AREA.
           05 PL-PARM-LEN        PIC S9(4) COMP.
           05 PL-PARM-SCOPE      PIC X.
           05 PL-PARM-CUST-ID    PIC X(6).
           05 PL-PARM-AS-OF-DATE PIC X(8).
       PROCEDURE DIVISION USING PL-PARM-AREA.
       PRICELST-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            MOVE WS-RUN-DATE TO WS-STAMP-DATE
            MOVE WS-RUN-TIME TO WS-STAMP-TIME
            MOVE WS-RUN-DATE TO WS-AS-OF-DATE
            IF PL-PARM-LEN > 0 then
                MOVE PL-PARM-SCOPE TO WS-SCOPE
            END-IF
            IF NOT WS-SCOPE-CUSTOMER
                AND NOT WS-SCOPE-PARENT then
                SET WS-SCOPE-ALL TO TRUE
            END-IF
            IF PL-PARM-LEN > 6 then
                MOVE PL-PARM-CUST-ID TO WS-SCOPE-CUST-ID
            END-IF
            IF PL-PARM-LEN > 14 then
                IF PL-PARM-AS-OF-DATE IS NUMERIC then
                    MOVE PL-PARM-AS-OF-DATE TO WS-AS-OF-DATE
                END-IF
            END-IF
            IF NOT WS-SCOPE-ALL
                AND WS-SCOPE-CUST-ID = SPACES then
                DISPLAY '*** PRICE LIST - CUSTOMER ID MISSING FOR '
                    'SCOPE ' WS-SCOPE ' - NOTHING LISTED ***'
                MOVE 8 TO RETURN-CODE
            END-IF
            COMPUTE WS-HIST-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                - WS-HIST-LOOKBACK-DAYS)
            OPEN INPUT  CUSTMAST
            OPEN INPUT  ITEMMAST
            OPEN INPUT  CONTPRC
            OPEN INPUT  QTYBRK
            OPEN INPUT  REBTAB
            OPEN INPUT  DOCTEXT
            IF WS-DOCTEXT-STATUS = '00' then
                SET WS-DOCTEXT-AVAILABLE TO TRUE
            END-IF
      *The volume tier file is RECHANN's - a shop without annual
      *rebates may have none, and the lists just go without them.
            OPEN INPUT  VOLTIER
            IF WS-VOLTIER-STATUS = '00' then
                PERFORM LOAD-ONE-TIER
                    UNTIL WS-EOF
                CLOSE VOLTIER
            END-IF
      *The published price-list file is created on the first run.
            OPEN I-O PRICEPUB
            IF WS-PRICEPUB-STATUS = '35' then
                OPEN OUTPUT PRICEPUB
                CLOSE PRICEPUB
                OPEN I-O PRICEPUB
            END-IF
            OPEN OUTPUT PLSFILE
            OPEN OUTPUT PLSEDOC
            OPEN OUTPUT PLSRPT
            PERFORM WRITE-REPORT-HEADER
            IF NOT WS-SCOPE-ALL then
                PERFORM LOAD-SELECTED-ACCOUNTS
            END-IF
            PERFORM SORT-PRICE-LIST-ITEMS
            OPEN INPUT PLSSRT
            PERFORM READ-SORTED-ITEM.
       LOAD-ONE-TIER.
            READ VOLTIER
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF WS-TIER-COUNT < 200 then
                        ADD 1 TO WS-TIER-COUNT
                        MOVE VL-CUST-ID TO
                            WS-TIER-CUST-ID(WS-TIER-COUNT)
                        MOVE VL-THRESHOLD TO
                            WS-TIER-THRESHOLD(WS-TIER-COUNT)
                        MOVE VL-REBATE-PCT TO
                            WS-TIER-PCT(WS-TIER-COUNT)
                    ELSE
                        DISPLAY '*** TIER TABLE FULL - ROW '
                            'NOT LISTED FOR: ' VL-CUST-ID ' ***'
                        IF RETURN-CODE < 4 then
                            MOVE 4 TO RETURN-CODE
                        END-IF
                    END-IF
            END-READ.
       LOAD-SELECTED-ACCOUNTS.
      *One customer is just itself; a parent brings every account
      *that names it as parent along with its own.
            IF WS-SCOPE-CUSTOMER then
                MOVE 1 TO WS-SEL-COUNT
                MOVE WS-SCOPE-CUST-ID TO WS-SEL-CUST-ID(1)
            ELSE
                MOVE 1 TO WS-SEL-COUNT
                MOVE WS-SCOPE-CUST-ID TO WS-SEL-CUST-ID(1)
                MOVE LOW-VALUES TO CM-CUST-ID
                START CUSTMAST KEY NOT LESS THAN CM-CUST-ID
                    INVALID KEY
                        SET WS-CM-EOF TO TRUE
                END-START
                PERFORM SELECT-ONE-BRANCH
                    UNTIL WS-CM-EOF
            END-IF.
       SELECT-ONE-BRANCH.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-CM-EOF TO TRUE
            END-READ
            IF NOT WS-CM-EOF then
                IF CM-PARENT-CUST-ID = WS-SCOPE-CUST-ID
                    AND CM-CUST-ID NOT = WS-SCOPE-CUST-ID then
                    IF WS-SEL-COUNT < 500 then
                        ADD 1 TO WS-SEL-COUNT
                        MOVE CM-CUST-ID TO WS-SEL-CUST-ID(WS-SEL-COUNT)
                    ELSE
                        DISPLAY '*** BRANCH TABLE FULL - NO PRICE '
                            'LIST FOR: ' CM-CUST-ID ' ***'
                        IF RETURN-CODE < 4 then
                            MOVE 4 TO RETURN-CODE
                        END-IF
                    END-IF
                END-IF
            END-IF.
       CHECK-SELECTED-ACCOUNT.
            MOVE 'N' TO WS-SEL-FOUND-SW
            IF WS-SCOPE-ALL then
                SET WS-SEL-FOUND TO TRUE
            ELSE
                PERFORM CHECK-ONE-SELECTED
                    VARYING WS-SEL-SUBSCR FROM 1 BY 1
                    UNTIL WS-SEL-SUBSCR > WS-SEL-COUNT
                        OR WS-SEL-FOUND
            END-IF.
       CHECK-ONE-SELECTED.
            IF WS-SEL-CUST-ID(WS-SEL-SUBSCR) = WS-CHECK-CUST-ID then
                SET WS-SEL-FOUND TO TRUE
            END-IF.
       SORT-PRICE-LIST-ITEMS.
      *Gather each selected customer's items - bought in the look-
      *back window, or under contract - into customer and item
      *order so the lists come out one customer at a time.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-CUST-ID
                ON ASCENDING KEY SW-ITEM-NO
                ON ASCENDING KEY SW-LINE-DATE
                INPUT PROCEDURE SORT-RELEASE-LIST-ITEMS
                GIVING PLSSRT.
       SORT-RELEASE-LIST-ITEMS.
            IF NOT WS-SCOPE-ALL
                AND WS-SCOPE-CUST-ID = SPACES then
                GO TO SORT-RELEASE-LIST-ITEMS-EXIT
            END-IF
            OPEN INPUT INFHIST
            MOVE 0 TO HIST-INVOICE-NO
            MOVE 0 TO HIST-LINE-NO
            START INFHIST KEY NOT LESS THAN HIST-KEY
                INVALID KEY
                    SET WS-HIST-EOF TO TRUE
            END-START
            PERFORM RELEASE-ONE-HISTORY-LINE
                UNTIL WS-HIST-EOF
            CLOSE INFHIST
            MOVE LOW-VALUES TO CP-KEY
            START CONTPRC KEY NOT LESS THAN CP-KEY
                INVALID KEY
                    SET WS-CP-EOF TO TRUE
            END-START
            PERFORM RELEASE-ONE-CONTRACT-ROW
                UNTIL WS-CP-EOF.
       SORT-RELEASE-LIST-ITEMS-EXIT.
            EXIT.
       RELEASE-ONE-HISTORY-LINE.
            READ INFHIST NEXT RECORD
                AT END
                    SET WS-HIST-EOF TO TRUE
            END-READ
            IF NOT WS-HIST-EOF then
                ADD 1 TO WS-HIST-READ-COUNT
                MOVE HIST-INVOICE-NO TO IN-INVOICE-NO
                MOVE HIST-DETAIL-DATA TO INPUT-RECORD(8:52)
      *Only what the customer bought - credits, reversals and the
      *generated finance-charge, rebate, recurring and on-account
      *lines are not purchases; EDI and route orders are.
                IF SALE-LINE
                    AND NOT GENERATED-INVOICE-NO
                    AND in-invoice-date >= WS-HIST-FROM-DATE
                    AND in-invoice-date <= WS-AS-OF-DATE then
                    MOVE in-cust-id TO WS-CHECK-CUST-ID
                    PERFORM CHECK-SELECTED-ACCOUNT
                    IF WS-SEL-FOUND then
                        MOVE in-cust-id TO SW-CUST-ID
                        MOVE in-item-no TO SW-ITEM-NO
                        MOVE in-invoice-date TO SW-LINE-DATE
                        MOVE 'H' TO SW-SOURCE
                        MOVE in-rebate TO SW-REBATE-CODE
                        MOVE in-promo-pct TO SW-PROMO-PCT
                        RELEASE SORT-WORK-RECORD
                    END-IF
                END-IF
            END-IF.
       RELEASE-ONE-CONTRACT-ROW.
            READ CONTPRC NEXT RECORD
                AT END
                    SET WS-CP-EOF TO TRUE
            END-READ
            IF NOT WS-CP-EOF then
      *A row that ended before the as-of date entitles to nothing;
      *one still to come does - it is announced on the list.
                IF CP-EXPIRY-DATE = 0
                    OR CP-EXPIRY-DATE >= WS-AS-OF-DATE then
                    MOVE CP-CUST-ID TO WS-CHECK-CUST-ID
                    PERFORM CHECK-SELECTED-ACCOUNT
                    IF WS-SEL-FOUND then
                        MOVE CP-CUST-ID TO SW-CUST-ID
                        MOVE CP-ITEM-NO TO SW-ITEM-NO
                        MOVE 0 TO SW-LINE-DATE
                        MOVE 'C' TO SW-SOURCE
                        MOVE 0 TO SW-REBATE-CODE
                        MOVE 0 TO SW-PROMO-PCT
                        RELEASE SORT-WORK-RECORD
                    END-IF
                END-IF
            END-IF.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO PLS-REPORT-LINE
            STRING 'CUSTOMER PRICE LISTS AS OF ' DELIMITED BY SIZE
                WS-AS-OF-DATE DELIMITED BY SIZE
                ' - SCOPE ' DELIMITED BY SIZE
                WS-SCOPE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-SCOPE-CUST-ID DELIMITED BY SIZE
                INTO PLS-REPORT-LINE
            END-STRING
            WRITE PLS-REPORT-LINE.
       BOD-PARA.
            PERFORM PROCESS-SORTED-ITEM
                UNTIL WS-SRT-EOF.
       READ-SORTED-ITEM.
            READ PLSSRT
                AT END
                    SET WS-SRT-EOF TO TRUE
                NOT AT END
                    MOVE PLS-SORTED-RECORD TO WS-PLS-RECORD
            END-READ.
       PROCESS-SORTED-ITEM.
            IF WD-CUST-ID NOT = WS-IT-CUST-ID
                OR WD-ITEM-NO NOT = WS-IT-ITEM-NO then
                IF WS-IT-ITEM-NO NOT = SPACES then
                    PERFORM PRICE-ONE-ITEM
                        THRU PRICE-ONE-ITEM-EXIT
                END-IF
                IF WD-CUST-ID NOT = WS-PL-CUST-ID then
                    IF WS-PL-CUST-ID NOT = SPACES then
                        PERFORM CLOSE-PRICE-LIST
                            THRU CLOSE-PRICE-LIST-EXIT
                    END-IF
                    PERFORM OPEN-PRICE-LIST
                END-IF
                MOVE WD-CUST-ID TO WS-IT-CUST-ID
                MOVE WD-ITEM-NO TO WS-IT-ITEM-NO
                MOVE 'N' TO WS-IT-HIST-SW
                MOVE 0 TO WS-IT-LAST-DATE
                MOVE 0 TO WS-IT-REBATE-CODE
                MOVE 0 TO WS-IT-PROMO-PCT
            END-IF
            IF WD-FROM-HISTORY then
                SET WS-IT-BOUGHT TO TRUE
                MOVE WD-LINE-DATE TO WS-IT-LAST-DATE
                MOVE WD-REBATE-CODE TO WS-IT-REBATE-CODE
                MOVE WD-PROMO-PCT TO WS-IT-PROMO-PCT
            END-IF
            PERFORM READ-SORTED-ITEM.
       OPEN-PRICE-LIST.
      *Start a new list: addressee block and delivery channel off
      *CUSTMAST, then whether the customer was sent a list before.
            MOVE WD-CUST-ID TO WS-PL-CUST-ID
            MOVE 'N' TO WS-PL-SKIP-SW
            MOVE 'N' TO WS-PL-ELEC-SW
            MOVE 'N' TO WS-PL-PRIOR-SW
            MOVE 'N' TO WS-PL-PROMO-SW
            MOVE 'DE' TO WS-PL-LANG-CODE
            MOVE 0 TO WS-PL-PRIOR-DATE
            MOVE 0 TO WS-PL-ITEM-COUNT
            MOVE 0 TO WS-CHG-COUNT
            MOVE 0 TO WS-CHG-OVERFLOW
            SET CUST-FOUND TO TRUE
            MOVE WD-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    SET CUST-NOT-FOUND TO TRUE
            END-READ
      *A closed or anonymised account buys nothing more - no list.
            IF CUST-NOT-FOUND
                OR NOT CM-ACCOUNT-OPEN then
                SET WS-PL-SKIP TO TRUE
                ADD 1 TO WS-CUST-SKIPPED
                MOVE SPACES TO PLS-REPORT-LINE
                STRING 'CUSTOMER ' DELIMITED BY SIZE
                    WD-CUST-ID DELIMITED BY SIZE
                    ' NOT LISTED - NOT ON FILE, CLOSED OR ANONYMISED'
                    DELIMITED BY SIZE
                    INTO PLS-REPORT-LINE
                END-STRING
                WRITE PLS-REPORT-LINE
            ELSE
                IF NOT CM-LANG-GERMAN then
                    MOVE CM-LANG-CODE TO WS-PL-LANG-CODE
                END-IF
                MOVE WS-PL-LANG-CODE TO WS-TX-LANG
                IF CM-DELIVERY-ELECTRONIC
                    AND NOT CM-EMAIL-FAILING
                    AND CM-EMAIL-ADDR NOT = SPACES then
                    SET WS-PL-ELECTRONIC TO TRUE
                END-IF
                MOVE WD-CUST-ID TO PB-CUST-ID
                MOVE LOW-VALUES TO PB-ITEM-NO
                START PRICEPUB KEY NOT LESS THAN PB-KEY
                    INVALID KEY
                        MOVE '23' TO WS-PRICEPUB-STATUS
                END-START
                IF WS-PRICEPUB-STATUS = '00' then
                    READ PRICEPUB NEXT RECORD
                        AT END
                            MOVE '10' TO WS-PRICEPUB-STATUS
                    END-READ
                    IF WS-PRICEPUB-STATUS = '00'
                        AND PB-CUST-ID = WD-CUST-ID then
                        SET WS-PL-PRIOR-LIST TO TRUE
                        MOVE PB-PUBLISHED-DATE TO WS-PL-PRIOR-DATE
                    END-IF
                END-IF
                PERFORM WRITE-LIST-HEADER
            END-IF.
       WRITE-LIST-HEADER.
            MOVE 'PLBANNER' TO WS-TX-ID
            MOVE '============ CUSTOMER PRICE LIST ============'
                TO WS-TX-TEXT
            PERFORM WRITE-LIST-TEXT-LINE
            MOVE CM-CUST-NAME TO WS-PL-LINE
            PERFORM WRITE-LIST-LINE
            MOVE CM-BILL-ADDR-LINE1 TO WS-PL-LINE
            PERFORM WRITE-LIST-LINE
            IF CM-BILL-ADDR-LINE2 NOT = SPACES then
                MOVE CM-BILL-ADDR-LINE2 TO WS-PL-LINE
                PERFORM WRITE-LIST-LINE
            END-IF
            MOVE SPACES TO WS-PL-LINE
            STRING CM-BILL-CITY DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CM-BILL-STATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CM-BILL-ZIP DELIMITED BY SIZE
                INTO WS-PL-LINE
            END-STRING
            PERFORM WRITE-LIST-LINE
            IF WS-PL-ELECTRONIC then
                MOVE SPACES TO WS-PL-LINE
                MOVE 1 TO WS-LINE-PTR
                MOVE 'DELIVERTO' TO WS-TX-ID
                MOVE 'DELIVER TO:' TO WS-TX-TEXT
                PERFORM APPEND-LIST-TEXT
                STRING ' ' DELIMITED BY SIZE
                    CM-EMAIL-ADDR DELIMITED BY SIZE
                    INTO WS-PL-LINE
                    WITH POINTER WS-LINE-PTR
                END-STRING
                PERFORM WRITE-LIST-LINE
            END-IF
            MOVE SPACES TO WS-PL-LINE
            PERFORM WRITE-LIST-LINE
            MOVE SPACES TO WS-PL-LINE
            MOVE 1 TO WS-LINE-PTR
            MOVE 'PLCUSTNO' TO WS-TX-ID
            MOVE 'CUSTOMER NO' TO WS-TX-TEXT
            PERFORM APPEND-LIST-TEXT
            STRING ' ' DELIMITED BY SIZE
                CM-CUST-ID DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                INTO WS-PL-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING
            MOVE 'PLASOF' TO WS-TX-ID
            MOVE 'YOUR PRICES AS OF' TO WS-TX-TEXT
            PERFORM APPEND-LIST-TEXT
            STRING ' ' DELIMITED BY SIZE
                WS-AS-OF-DATE DELIMITED BY SIZE
                INTO WS-PL-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING
            PERFORM WRITE-LIST-LINE
            MOVE 'PLEXVAT' TO WS-TX-ID
            MOVE 'ALL PRICES PER UNIT, EXCLUDING VAT.' TO WS-TX-TEXT
            PERFORM WRITE-LIST-TEXT-LINE
            MOVE SPACES TO WS-PL-LINE
            PERFORM WRITE-LIST-LINE
            MOVE 'PLCOLHDR' TO WS-TX-ID
            MOVE 'ITEM     DESCRIPTION                    UOM      LIS
      -         'T  YOUR PRICE' TO WS-TX-TEXT
            PERFORM WRITE-LIST-TEXT-LINE.
       PRICE-ONE-ITEM.
            IF WS-PL-SKIP then
                GO TO PRICE-ONE-ITEM-EXIT
            END-IF
            MOVE 'Y' TO WS-ITEM-FOUND-SW
            MOVE WS-IT-ITEM-NO TO IM-ITEM-NO
            READ ITEMMAST
                INVALID KEY
                    MOVE 'N' TO WS-ITEM-FOUND-SW
            END-READ
      *An item gone from the master or discontinued cannot be
      *ordered - left off, it shows as withdrawn on the change list.
            IF NOT WS-ITEM-FOUND
                OR IM-DISCONTINUED then
                ADD 1 TO WS-ITEMS-NOT-LISTED
                GO TO PRICE-ONE-ITEM-EXIT
            END-IF
            MOVE IM-LIST-PRICE TO WS-NP-LIST-PRICE
            PERFORM LOOKUP-CONTRACT-IN-FORCE
                THRU LOOKUP-CONTRACT-IN-FORCE-EXIT
            PERFORM LOOKUP-NEXT-CONTRACT
                THRU LOOKUP-NEXT-CONTRACT-EXIT
            IF WS-NP-CONTRACT-EFF NOT = 0 then
                MOVE WS-NP-CONTRACT-PRICE TO WS-NP-YOUR-PRICE
            ELSE
                MOVE WS-NP-LIST-PRICE TO WS-NP-YOUR-PRICE
            END-IF
            PERFORM LOAD-BREAK-TIERS
            MOVE 0 TO WS-NP-REBATE-PCT
            IF WS-IT-BOUGHT then
                MOVE 'Y' TO WS-REBATE-FOUND-SW
                MOVE WS-IT-REBATE-CODE TO RT-REBATE-CODE
                READ REBTAB
                    INVALID KEY
                        MOVE 'N' TO WS-REBATE-FOUND-SW
                END-READ
                IF WS-REBATE-FOUND then
                    MOVE RT-REBATE-PCT TO WS-NP-REBATE-PCT
                END-IF
            END-IF
            PERFORM WRITE-ITEM-LINES
            PERFORM COMPARE-WITH-PUBLISHED
            ADD 1 TO WS-PL-ITEM-COUNT
            ADD 1 TO WS-ITEMS-LISTED.
       PRICE-ONE-ITEM-EXIT.
            EXIT.
       LOOKUP-CONTRACT-IN-FORCE.
      *The same before-or-equal positioning RECHSUM's LOOKUP-
      *CONTRACT-PRICE uses, on the as-of date instead of an invoice
      *date.
            MOVE 0 TO WS-NP-CONTRACT-PRICE
            MOVE 0 TO WS-NP-CONTRACT-EFF
            MOVE 0 TO WS-NP-CONTRACT-EXPIRY
            MOVE WS-IT-CUST-ID TO CP-CUST-ID
            MOVE WS-IT-ITEM-NO TO CP-ITEM-NO
            MOVE WS-AS-OF-DATE TO CP-EFF-DATE
            START CONTPRC KEY LESS THAN OR EQUAL CP-KEY
                INVALID KEY
                    GO TO LOOKUP-CONTRACT-IN-FORCE-EXIT
            END-START
            READ CONTPRC NEXT RECORD
                AT END
                    GO TO LOOKUP-CONTRACT-IN-FORCE-EXIT
            END-READ
            IF CP-EXPIRY-DATE NOT = 0
                AND CP-EXPIRY-DATE < WS-AS-OF-DATE then
                GO TO LOOKUP-CONTRACT-IN-FORCE-EXIT
            END-IF
            IF CP-CUST-ID = WS-IT-CUST-ID
                AND CP-ITEM-NO = WS-IT-ITEM-NO then
                MOVE CP-CONTRACT-PRICE TO WS-NP-CONTRACT-PRICE
                MOVE CP-EFF-DATE TO WS-NP-CONTRACT-EFF
                MOVE CP-EXPIRY-DATE TO WS-NP-CONTRACT-EXPIRY
            END-IF.
       LOOKUP-CONTRACT-IN-FORCE-EXIT.
            EXIT.
       LOOKUP-NEXT-CONTRACT.
      *The first row effective after the as-of date - a renegotiated
      *price loaded ahead of time.
            MOVE 0 TO WS-NP-NEXT-PRICE
            MOVE 0 TO WS-NP-NEXT-EFF
            MOVE WS-IT-CUST-ID TO CP-CUST-ID
            MOVE WS-IT-ITEM-NO TO CP-ITEM-NO
            MOVE WS-AS-OF-DATE TO CP-EFF-DATE
            START CONTPRC KEY GREATER THAN CP-KEY
                INVALID KEY
                    GO TO LOOKUP-NEXT-CONTRACT-EXIT
            END-START
            READ CONTPRC NEXT RECORD
                AT END
                    GO TO LOOKUP-NEXT-CONTRACT-EXIT
            END-READ
            IF CP-CUST-ID = WS-IT-CUST-ID
                AND CP-ITEM-NO = WS-IT-ITEM-NO then
                MOVE CP-CONTRACT-PRICE TO WS-NP-NEXT-PRICE
                MOVE CP-EFF-DATE TO WS-NP-NEXT-EFF
            END-IF.
       LOOKUP-NEXT-CONTRACT-EXIT.
            EXIT.
       LOAD-BREAK-TIERS.
      *A tier only matters to the customer when it undercuts the
      *price it pays - the billing run never bills a break price
      *above the price in hand.
            MOVE ZEROS TO WS-NP-BREAK-TIERS
            MOVE 'N' TO WS-QB-END-OF-FILE
            MOVE WS-IT-ITEM-NO TO QB-ITEM-NO
            MOVE 0 TO QB-MIN-QTY
            START QTYBRK KEY NOT LESS THAN QB-KEY
                INVALID KEY
                    SET WS-QB-EOF TO TRUE
            END-START
            PERFORM LOAD-ONE-BREAK-TIER
                UNTIL WS-QB-EOF.
       LOAD-ONE-BREAK-TIER.
            READ QTYBRK NEXT RECORD
                AT END
                    SET WS-QB-EOF TO TRUE
            END-READ
            IF NOT WS-QB-EOF then
                IF QB-ITEM-NO NOT = WS-IT-ITEM-NO then
                    SET WS-QB-EOF TO TRUE
                ELSE
                    IF QB-BREAK-PRICE < WS-NP-YOUR-PRICE
                        AND WS-NP-BREAK-COUNT < 5 then
                        ADD 1 TO WS-NP-BREAK-COUNT
                        MOVE QB-MIN-QTY TO
                            WS-NP-BREAK-MIN-QTY(WS-NP-BREAK-COUNT)
                        MOVE QB-BREAK-PRICE TO
                            WS-NP-BREAK-PRICE(WS-NP-BREAK-COUNT)
                    END-IF
                END-IF
            END-IF.
       WRITE-ITEM-LINES.
      *The item's description in the list's language.
            MOVE SPACES TO WS-TX-ID
            STRING 'IT' DELIMITED BY SIZE
                WS-IT-ITEM-NO DELIMITED BY SIZE
                INTO WS-TX-ID
            END-STRING
            MOVE IM-DESCRIPTION TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE WS-TX-TEXT TO WS-PL-ITEM-DESC
            MOVE WS-NP-LIST-PRICE TO WS-PRICE-ED
            MOVE WS-NP-YOUR-PRICE TO WS-PRICE-ED-2
            MOVE SPACES TO WS-PL-LINE
            STRING WS-IT-ITEM-NO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-PL-ITEM-DESC DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                IM-UNIT-OF-MEAS DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-PRICE-ED DELIMITED BY SIZE
                '    ' DELIMITED BY SIZE
                WS-PRICE-ED-2 DELIMITED BY SIZE
                INTO WS-PL-LINE
            END-STRING
            PERFORM WRITE-LIST-LINE
            IF WS-NP-CONTRACT-EFF NOT = 0 then
                MOVE SPACES TO WS-PL-LINE
                MOVE 10 TO WS-LINE-PTR
                MOVE 'PLCONTRACT' TO WS-TX-ID
                MOVE 'CONTRACT PRICE SINCE' TO WS-TX-TEXT
                PERFORM APPEND-LIST-TEXT
                STRING ' ' DELIMITED BY SIZE
                    WS-NP-CONTRACT-EFF DELIMITED BY SIZE
                    INTO WS-PL-LINE
                    WITH POINTER WS-LINE-PTR
                END-STRING
                IF WS-NP-CONTRACT-EXPIRY NOT = 0 then
                    STRING ' ' DELIMITED BY SIZE
                        INTO WS-PL-LINE
                        WITH POINTER WS-LINE-PTR
                    END-STRING
                    MOVE 'PLUNTIL' TO WS-TX-ID
                    MOVE 'UNTIL' TO WS-TX-TEXT
                    PERFORM APPEND-LIST-TEXT
                    STRING ' ' DELIMITED BY SIZE
                        WS-NP-CONTRACT-EXPIRY DELIMITED BY SIZE
                        INTO WS-PL-LINE
                        WITH POINTER WS-LINE-PTR
                    END-STRING
                END-IF
                PERFORM WRITE-LIST-LINE
            END-IF
            IF WS-NP-NEXT-EFF NOT = 0 then
                MOVE WS-NP-NEXT-PRICE TO WS-PRICE-ED
                MOVE SPACES TO WS-PL-LINE
                MOVE 10 TO WS-LINE-PTR
                MOVE 'PLNEWPRICE' TO WS-TX-ID
                MOVE 'NEW CONTRACT PRICE' TO WS-TX-TEXT
                PERFORM APPEND-LIST-TEXT
                STRING ' ' DELIMITED BY SIZE
                    WS-PRICE-ED DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    INTO WS-PL-LINE
                    WITH POINTER WS-LINE-PTR
                END-STRING
                MOVE 'PLFROM' TO WS-TX-ID
                MOVE 'FROM' TO WS-TX-TEXT
                PERFORM APPEND-LIST-TEXT
                STRING ' ' DELIMITED BY SIZE
                    WS-NP-NEXT-EFF DELIMITED BY SIZE
                    INTO WS-PL-LINE
                    WITH POINTER WS-LINE-PTR
                END-STRING
                PERFORM WRITE-LIST-LINE
            END-IF
            PERFORM WRITE-BREAK-TIER-LINE
                VARYING WS-BREAK-SUBSCR FROM 1 BY 1
                UNTIL WS-BREAK-SUBSCR > WS-NP-BREAK-COUNT
            IF WS-NP-REBATE-PCT > 0
                OR WS-IT-PROMO-PCT > 0 then
                COMPUTE WS-PCT-WORK = WS-NP-REBATE-PCT * 100
                MOVE WS-PCT-WORK TO WS-PCT-ED
                COMPUTE WS-PCT-WORK = WS-IT-PROMO-PCT * 100
                MOVE WS-PCT-WORK TO WS-PCT-ED-2
                MOVE SPACES TO WS-PL-LINE
                MOVE 10 TO WS-LINE-PTR
                MOVE 'PLREBATE' TO WS-TX-ID
                MOVE 'REBATE' TO WS-TX-TEXT
                PERFORM APPEND-LIST-TEXT
                STRING ' ' DELIMITED BY SIZE
                    WS-PCT-ED DELIMITED BY SIZE
                    '%' DELIMITED BY SIZE
                    INTO WS-PL-LINE
                    WITH POINTER WS-LINE-PTR
                END-STRING
                IF WS-IT-PROMO-PCT > 0 then
                    SET WS-PL-PROMO-SHOWN TO TRUE
                    STRING '  ' DELIMITED BY SIZE
                        INTO WS-PL-LINE
                        WITH POINTER WS-LINE-PTR
                    END-STRING
                    MOVE 'PLPROMO' TO WS-TX-ID
                    MOVE 'PROMOTION' TO WS-TX-TEXT
                    PERFORM APPEND-LIST-TEXT
                    STRING ' ' DELIMITED BY SIZE
                        WS-PCT-ED-2 DELIMITED BY SIZE
                        '% ' DELIMITED BY SIZE
                        INTO WS-PL-LINE
                        WITH POINTER WS-LINE-PTR
                    END-STRING
                    MOVE 'PLLASTORD' TO WS-TX-ID
                    MOVE 'ON LAST ORDER OF' TO WS-TX-TEXT
                    PERFORM APPEND-LIST-TEXT
                    STRING ' ' DELIMITED BY SIZE
                        WS-IT-LAST-DATE DELIMITED BY SIZE
                        INTO WS-PL-LINE
                        WITH POINTER WS-LINE-PTR
                    END-STRING
                END-IF
                PERFORM WRITE-LIST-LINE
            END-IF.
       WRITE-BREAK-TIER-LINE.
            MOVE WS-NP-BREAK-MIN-QTY(WS-BREAK-SUBSCR) TO WS-QTY-ED
            MOVE WS-NP-BREAK-PRICE(WS-BREAK-SUBSCR) TO WS-PRICE-ED
            MOVE SPACES TO WS-PL-LINE
            MOVE 10 TO WS-LINE-PTR
            MOVE 'PLFROM' TO WS-TX-ID
            MOVE 'FROM' TO WS-TX-TEXT
            PERFORM APPEND-LIST-TEXT
            STRING ' ' DELIMITED BY SIZE
                WS-QTY-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                INTO WS-PL-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING
            MOVE 'PLUNITS' TO WS-TX-ID
            MOVE 'UNITS' TO WS-TX-TEXT
            PERFORM APPEND-LIST-TEXT
            STRING ' ' DELIMITED BY SIZE
                WS-PRICE-ED DELIMITED BY SIZE
                INTO WS-PL-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING
            PERFORM WRITE-LIST-LINE.
       COMPARE-WITH-PUBLISHED.
      *Against the line as last published - a customer's first list
      *has nothing to compare with, so it carries no change list.
            MOVE 'Y' TO WS-PB-FOUND-SW
            MOVE WS-IT-CUST-ID TO PB-CUST-ID
            MOVE WS-IT-ITEM-NO TO PB-ITEM-NO
            READ PRICEPUB
                INVALID KEY
                    MOVE 'N' TO WS-PB-FOUND-SW
            END-READ
            IF WS-PL-PRIOR-LIST then
                IF NOT WS-PB-FOUND then
                    MOVE WS-NP-YOUR-PRICE TO WS-PRICE-ED
                    MOVE SPACES TO WS-CHG-TEXT
                    MOVE 1 TO WS-CHG-PTR
                    MOVE 'PLNEWITEM' TO WS-TX-ID
                    MOVE 'NEW ON YOUR PRICE LIST AT' TO WS-TX-TEXT
                    PERFORM APPEND-CHANGE-TEXT
                    STRING ' ' DELIMITED BY SIZE
                        WS-PRICE-ED DELIMITED BY SIZE
                        INTO WS-CHG-TEXT
                        WITH POINTER WS-CHG-PTR
                    END-STRING
                    PERFORM ADD-CHANGE-LINE
                ELSE
                    PERFORM LIST-ITEM-CHANGES
                END-IF
            END-IF
            MOVE WS-IT-CUST-ID TO PB-CUST-ID
            MOVE WS-IT-ITEM-NO TO PB-ITEM-NO
            MOVE WS-RUN-DATE TO PB-PUBLISHED-DATE
            MOVE WS-RUN-STAMP TO PB-RUN-STAMP
            MOVE WS-NP-LIST-PRICE TO PB-LIST-PRICE
            MOVE WS-NP-CONTRACT-PRICE TO PB-CONTRACT-PRICE
            MOVE WS-NP-CONTRACT-EFF TO PB-CONTRACT-EFF-DATE
            MOVE WS-NP-CONTRACT-EXPIRY TO PB-CONTRACT-EXPIRY
            MOVE WS-NP-NEXT-PRICE TO PB-NEXT-PRICE
            MOVE WS-NP-NEXT-EFF TO PB-NEXT-EFF-DATE
            MOVE WS-NP-BREAK-TIERS TO PB-BREAK-TIERS
            MOVE WS-NP-REBATE-PCT TO PB-REBATE-PCT
            IF WS-PB-FOUND then
                REWRITE PRICE-PUBLISHED-RECORD
            ELSE
                WRITE PRICE-PUBLISHED-RECORD
            END-IF.
       LIST-ITEM-CHANGES.
            IF PB-CONTRACT-EFF-DATE NOT = 0 then
                MOVE PB-CONTRACT-PRICE TO WS-OLD-YOUR-PRICE
            ELSE
                MOVE PB-LIST-PRICE TO WS-OLD-YOUR-PRICE
            END-IF
            IF WS-OLD-YOUR-PRICE NOT = WS-NP-YOUR-PRICE then
                MOVE WS-OLD-YOUR-PRICE TO WS-PRICE-ED
                MOVE WS-NP-YOUR-PRICE TO WS-PRICE-ED-2
                MOVE SPACES TO WS-CHG-TEXT
                MOVE 1 TO WS-CHG-PTR
                MOVE 'PLYOURCHG' TO WS-TX-ID
                MOVE 'YOUR PRICE CHANGED FROM' TO WS-TX-TEXT
                PERFORM APPEND-CHANGE-TEXT
                PERFORM APPEND-CHANGE-PRICES
                PERFORM ADD-CHANGE-LINE
            END-IF
            IF PB-LIST-PRICE NOT = WS-NP-LIST-PRICE then
                MOVE PB-LIST-PRICE TO WS-PRICE-ED
                MOVE WS-NP-LIST-PRICE TO WS-PRICE-ED-2
                MOVE SPACES TO WS-CHG-TEXT
                MOVE 1 TO WS-CHG-PTR
                MOVE 'PLLISTCHG' TO WS-TX-ID
                MOVE 'LIST PRICE CHANGED FROM' TO WS-TX-TEXT
                PERFORM APPEND-CHANGE-TEXT
                PERFORM APPEND-CHANGE-PRICES
                PERFORM ADD-CHANGE-LINE
            END-IF
      *Announced ahead - a new contract price not yet in force, or
      *the contract price in force coming to an end.
            IF WS-NP-NEXT-EFF NOT = 0
                AND (WS-NP-NEXT-EFF NOT = PB-NEXT-EFF-DATE
                    OR WS-NP-NEXT-PRICE NOT = PB-NEXT-PRICE) then
                MOVE WS-NP-NEXT-PRICE TO WS-PRICE-ED
                MOVE SPACES TO WS-CHG-TEXT
                MOVE 1 TO WS-CHG-PTR
                MOVE 'PLWILLCHG' TO WS-TX-ID
                MOVE 'YOUR PRICE WILL CHANGE TO' TO WS-TX-TEXT
                PERFORM APPEND-CHANGE-TEXT
                STRING ' ' DELIMITED BY SIZE
                    WS-PRICE-ED DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    INTO WS-CHG-TEXT
                    WITH POINTER WS-CHG-PTR
                END-STRING
                MOVE 'PLON' TO WS-TX-ID
                MOVE 'ON' TO WS-TX-TEXT
                PERFORM APPEND-CHANGE-TEXT
                STRING ' ' DELIMITED BY SIZE
                    WS-NP-NEXT-EFF DELIMITED BY SIZE
                    INTO WS-CHG-TEXT
                    WITH POINTER WS-CHG-PTR
                END-STRING
                PERFORM ADD-CHANGE-LINE
            END-IF
            IF WS-NP-CONTRACT-EXPIRY NOT = 0
                AND WS-NP-CONTRACT-EXPIRY NOT = PB-CONTRACT-EXPIRY
                then
                MOVE SPACES TO WS-CHG-TEXT
                MOVE 1 TO WS-CHG-PTR
                MOVE 'PLCONTEND' TO WS-TX-ID
                MOVE 'CONTRACT PRICE ENDS ON' TO WS-TX-TEXT
                PERFORM APPEND-CHANGE-TEXT
                STRING ' ' DELIMITED BY SIZE
                    WS-NP-CONTRACT-EXPIRY DELIMITED BY SIZE
                    INTO WS-CHG-TEXT
                    WITH POINTER WS-CHG-PTR
                END-STRING
                PERFORM ADD-CHANGE-LINE
            END-IF
            IF WS-NP-BREAK-TIERS NOT = PB-BREAK-TIERS then
                MOVE 'PLBRKCHG' TO WS-TX-ID
                MOVE 'QUANTITY BREAKS CHANGED - SEE THE LIST'
                    TO WS-TX-TEXT
                PERFORM GET-DOC-TEXT
                    THRU GET-DOC-TEXT-EXIT
                MOVE WS-TX-TEXT TO WS-CHG-TEXT
                PERFORM ADD-CHANGE-LINE
            END-IF
            IF WS-IT-BOUGHT
                AND WS-NP-REBATE-PCT NOT = PB-REBATE-PCT then
                COMPUTE WS-PCT-WORK = PB-REBATE-PCT * 100
                MOVE WS-PCT-WORK TO WS-PCT-ED
                COMPUTE WS-PCT-WORK = WS-NP-REBATE-PCT * 100
                MOVE WS-PCT-WORK TO WS-PCT-ED-2
                MOVE SPACES TO WS-CHG-TEXT
                MOVE 1 TO WS-CHG-PTR
                MOVE 'PLREBCHG' TO WS-TX-ID
                MOVE 'REBATE CHANGED FROM' TO WS-TX-TEXT
                PERFORM APPEND-CHANGE-TEXT
                STRING ' ' DELIMITED BY SIZE
                    WS-PCT-ED DELIMITED BY SIZE
                    '% ' DELIMITED BY SIZE
                    INTO WS-CHG-TEXT
                    WITH POINTER WS-CHG-PTR
                END-STRING
                MOVE 'PLTO' TO WS-TX-ID
                MOVE 'TO' TO WS-TX-TEXT
                PERFORM APPEND-CHANGE-TEXT
                STRING ' ' DELIMITED BY SIZE
                    WS-PCT-ED-2 DELIMITED BY SIZE
                    '%' DELIMITED BY SIZE
                    INTO WS-CHG-TEXT
                    WITH POINTER WS-CHG-PTR
                END-STRING
                PERFORM ADD-CHANGE-LINE
            END-IF.
       APPEND-CHANGE-PRICES.
      *The old and new price of a price change - WS-PRICE-ED to
      *WS-PRICE-ED-2.
            STRING ' ' DELIMITED BY SIZE
                WS-PRICE-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                INTO WS-CHG-TEXT
                WITH POINTER WS-CHG-PTR
            END-STRING
            MOVE 'PLTO' TO WS-TX-ID
            MOVE 'TO' TO WS-TX-TEXT
            PERFORM APPEND-CHANGE-TEXT
            STRING ' ' DELIMITED BY SIZE
                WS-PRICE-ED-2 DELIMITED BY SIZE
                INTO WS-CHG-TEXT
                WITH POINTER WS-CHG-PTR
            END-STRING.
       ADD-CHANGE-LINE.
            ADD 1 TO WS-CHANGES-LISTED
            IF WS-CHG-COUNT < 200 then
                ADD 1 TO WS-CHG-COUNT
                MOVE SPACES TO WS-CHG-LINE(WS-CHG-COUNT)
                MOVE 1 TO WS-LINE-PTR
                MOVE 'PLITEM' TO WS-TX-ID
                MOVE 'ITEM' TO WS-TX-TEXT
                PERFORM GET-DOC-TEXT
                    THRU GET-DOC-TEXT-EXIT
                STRING WS-TX-TEXT DELIMITED BY '  '
                    ' ' DELIMITED BY SIZE
                    WS-IT-ITEM-NO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-CHG-TEXT DELIMITED BY SIZE
                    INTO WS-CHG-LINE(WS-CHG-COUNT)
                    WITH POINTER WS-LINE-PTR
                END-STRING
            ELSE
                ADD 1 TO WS-CHG-OVERFLOW
            END-IF.
       CLOSE-PRICE-LIST.
            IF WS-PL-SKIP then
                GO TO CLOSE-PRICE-LIST-EXIT
            END-IF
            IF WS-PL-ITEM-COUNT = 0 then
                MOVE 'PLNOITEMS' TO WS-TX-ID
                MOVE 'NO ITEMS ON YOUR PRICE LIST.' TO WS-TX-TEXT
                PERFORM WRITE-LIST-TEXT-LINE
            END-IF
            IF WS-PL-PROMO-SHOWN then
                MOVE 'PLPROMONT1' TO WS-TX-ID
                MOVE 'PROMOTIONS ARE AGREED ORDER BY ORDER - THE ONE SHO
      -             'WN IS WHAT YOUR LAST ORDER OF' TO WS-TX-TEXT
                PERFORM WRITE-LIST-TEXT-LINE
                MOVE 'PLPROMONT2' TO WS-TX-ID
                MOVE 'THE ITEM WAS GRANTED.' TO WS-TX-TEXT
                PERFORM WRITE-LIST-TEXT-LINE
            END-IF
            MOVE 0 TO WS-TIERS-SHOWN
            PERFORM WRITE-VOLUME-TIER-LINE
                VARYING WS-TIER-SUBSCR FROM 1 BY 1
                UNTIL WS-TIER-SUBSCR > WS-TIER-COUNT
      *Whatever this run did not publish again has dropped off the
      *customer's list.
            MOVE 'N' TO WS-PB-END-OF-FILE
            MOVE SPACES TO WS-IT-ITEM-NO
            MOVE WS-PL-CUST-ID TO PB-CUST-ID
            MOVE LOW-VALUES TO PB-ITEM-NO
            START PRICEPUB KEY NOT LESS THAN PB-KEY
                INVALID KEY
                    SET WS-PB-EOF TO TRUE
            END-START
            PERFORM CHECK-ONE-PUBLISHED-LINE
                UNTIL WS-PB-EOF
            MOVE SPACES TO WS-PL-LINE
            PERFORM WRITE-LIST-LINE
            EVALUATE TRUE
                WHEN NOT WS-PL-PRIOR-LIST
                    MOVE 'PLFIRST' TO WS-TX-ID
                    MOVE 'THIS IS YOUR FIRST PRICE LIST FROM US.'
                        TO WS-TX-TEXT
                    PERFORM WRITE-LIST-TEXT-LINE
                WHEN WS-CHG-COUNT = 0
                    MOVE SPACES TO WS-PL-LINE
                    MOVE 1 TO WS-LINE-PTR
                    MOVE 'PLNOCHG' TO WS-TX-ID
                    MOVE 'NO CHANGES SINCE YOUR PRICE LIST OF'
                        TO WS-TX-TEXT
                    PERFORM APPEND-LIST-TEXT
                    STRING ' ' DELIMITED BY SIZE
                        WS-PL-PRIOR-DATE DELIMITED BY SIZE
                        '.' DELIMITED BY SIZE
                        INTO WS-PL-LINE
                        WITH POINTER WS-LINE-PTR
                    END-STRING
                    PERFORM WRITE-LIST-LINE
                WHEN OTHER
                    MOVE SPACES TO WS-PL-LINE
                    MOVE 1 TO WS-LINE-PTR
                    MOVE 'PLCHGSINCE' TO WS-TX-ID
                    MOVE 'CHANGES SINCE YOUR PRICE LIST OF'
                        TO WS-TX-TEXT
                    PERFORM APPEND-LIST-TEXT
                    STRING ' ' DELIMITED BY SIZE
                        WS-PL-PRIOR-DATE DELIMITED BY SIZE
                        ':' DELIMITED BY SIZE
                        INTO WS-PL-LINE
                        WITH POINTER WS-LINE-PTR
                    END-STRING
                    PERFORM WRITE-LIST-LINE
                    PERFORM WRITE-CHANGE-LINE
                        VARYING WS-CHG-SUBSCR FROM 1 BY 1
                        UNTIL WS-CHG-SUBSCR > WS-CHG-COUNT
                    IF WS-CHG-OVERFLOW > 0 then
                        MOVE WS-CHG-OVERFLOW TO WS-COUNT-ED
                        MOVE SPACES TO WS-PL-LINE
                        MOVE 1 TO WS-LINE-PTR
                        MOVE 'PLAND' TO WS-TX-ID
                        MOVE 'AND' TO WS-TX-TEXT
                        PERFORM APPEND-LIST-TEXT
                        STRING ' ' DELIMITED BY SIZE
                            WS-COUNT-ED DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            INTO WS-PL-LINE
                            WITH POINTER WS-LINE-PTR
                        END-STRING
                        MOVE 'PLFURTHER' TO WS-TX-ID
                        MOVE 'FURTHER CHANGES - PLEASE ASK YOUR SALES CO
      -                     'NTACT.' TO WS-TX-TEXT
                        PERFORM APPEND-LIST-TEXT
                        PERFORM WRITE-LIST-LINE
                    END-IF
            END-EVALUATE
            MOVE SPACES TO WS-PL-LINE
            PERFORM WRITE-LIST-LINE
            ADD 1 TO WS-LIST-COUNT
            IF WS-PL-ELECTRONIC then
                ADD 1 TO WS-LIST-EDOC-COUNT
            ELSE
                ADD 1 TO WS-LIST-PRINT-COUNT
            END-IF
            MOVE SPACES TO PLS-REPORT-LINE
            STRING 'CUSTOMER ' DELIMITED BY SIZE
                WS-PL-CUST-ID DELIMITED BY SIZE
                ' ITEMS ' DELIMITED BY SIZE
                WS-PL-ITEM-COUNT DELIMITED BY SIZE
                ' CHANGES ' DELIMITED BY SIZE
                WS-CHG-COUNT DELIMITED BY SIZE
                INTO PLS-REPORT-LINE
            END-STRING
            IF WS-PL-ELECTRONIC then
                MOVE 'ELECTRONIC' TO PLS-REPORT-LINE(36:10)
            ELSE
                MOVE 'PRINTED' TO PLS-REPORT-LINE(36:10)
            END-IF
            WRITE PLS-REPORT-LINE.
       CLOSE-PRICE-LIST-EXIT.
            EXIT.
       WRITE-VOLUME-TIER-LINE.
            IF WS-TIER-CUST-ID(WS-TIER-SUBSCR) = WS-PL-CUST-ID then
                IF WS-TIERS-SHOWN = 0 then
                    MOVE SPACES TO WS-PL-LINE
                    PERFORM WRITE-LIST-LINE
                    MOVE 'PLVOLREB' TO WS-TX-ID
                    MOVE 'ANNUAL VOLUME REBATE ON YOUR PURCHASES:'
                        TO WS-TX-TEXT
                    PERFORM WRITE-LIST-TEXT-LINE
                END-IF
                ADD 1 TO WS-TIERS-SHOWN
                MOVE WS-TIER-THRESHOLD(WS-TIER-SUBSCR)
                    TO WS-THRESHOLD-ED
                COMPUTE WS-PCT-WORK =
                    WS-TIER-PCT(WS-TIER-SUBSCR) * 100
                MOVE WS-PCT-WORK TO WS-PCT-ED
                MOVE SPACES TO WS-PL-LINE
                MOVE 10 TO WS-LINE-PTR
                MOVE 'PLFROM' TO WS-TX-ID
                MOVE 'FROM' TO WS-TX-TEXT
                PERFORM APPEND-LIST-TEXT
                STRING ' ' DELIMITED BY SIZE
                    WS-THRESHOLD-ED DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-PCT-ED DELIMITED BY SIZE
                    '%' DELIMITED BY SIZE
                    INTO WS-PL-LINE
                    WITH POINTER WS-LINE-PTR
                END-STRING
                PERFORM WRITE-LIST-LINE
            END-IF.
       CHECK-ONE-PUBLISHED-LINE.
            READ PRICEPUB NEXT RECORD
                AT END
                    SET WS-PB-EOF TO TRUE
            END-READ
            IF NOT WS-PB-EOF then
                IF PB-CUST-ID NOT = WS-PL-CUST-ID then
                    SET WS-PB-EOF TO TRUE
                ELSE
                    IF PB-RUN-STAMP NOT = WS-RUN-STAMP then
                        MOVE PB-ITEM-NO TO WS-IT-ITEM-NO
                        MOVE 'PLWITHDRAW' TO WS-TX-ID
                        MOVE 'NO LONGER ON YOUR PRICE LIST'
                            TO WS-TX-TEXT
                        PERFORM GET-DOC-TEXT
                            THRU GET-DOC-TEXT-EXIT
                        MOVE WS-TX-TEXT TO WS-CHG-TEXT
                        PERFORM ADD-CHANGE-LINE
                        DELETE PRICEPUB RECORD
                    END-IF
                END-IF
            END-IF.
       WRITE-CHANGE-LINE.
            MOVE WS-CHG-LINE(WS-CHG-SUBSCR) TO WS-PL-LINE
            PERFORM WRITE-LIST-LINE.
       WRITE-LIST-LINE.
            IF WS-PL-ELECTRONIC then
                MOVE SPACES TO PLS-EDOC-LINE
                MOVE WS-PL-LINE TO PLS-EDOC-LINE
                WRITE PLS-EDOC-LINE
            ELSE
                MOVE WS-PL-LINE TO PLS-PRINT-LINE
                WRITE PLS-PRINT-LINE
            END-IF.
       WRITE-LIST-TEXT-LINE.
      *A whole line of fixed list wording - text WS-TX-ID, the
      *wording in WS-TX-TEXT when the table has none.
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE WS-TX-TEXT TO WS-PL-LINE
            PERFORM WRITE-LIST-LINE.
       APPEND-LIST-TEXT.
      *Text WS-TX-ID, defaulting to the wording in WS-TX-TEXT, onto
      *the list line at WS-LINE-PTR.
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            STRING WS-TX-TEXT DELIMITED BY '  '
                INTO WS-PL-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING.
       APPEND-CHANGE-TEXT.
      *The same onto the change-list text at WS-CHG-PTR.
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            STRING WS-TX-TEXT DELIMITED BY '  '
                INTO WS-CHG-TEXT
                WITH POINTER WS-CHG-PTR
            END-STRING.
       GET-DOC-TEXT.
      *Text WS-TX-ID in language WS-TX-LANG off the document text
      *table: the customer's language, else the German row, else
      *the wording the caller left in WS-TX-TEXT. A German row
      *flagged verbatim is mandated wording and is used as it
      *stands whatever the language.
            IF NOT WS-DOCTEXT-AVAILABLE then
                GO TO GET-DOC-TEXT-EXIT
            END-IF
            MOVE 'N' TO WS-TX-VERBATIM-SW
            MOVE WS-TX-ID TO DT-TEXT-ID
            MOVE 'DE' TO DT-LANG-CODE
            READ DOCTEXT
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE DT-TEXT TO WS-TX-TEXT
                    MOVE DT-VERBATIM-FLAG TO WS-TX-VERBATIM-SW
            END-READ
            IF WS-TX-VERBATIM
                OR WS-TX-LANG = 'DE'
                OR WS-TX-LANG = SPACES then
                GO TO GET-DOC-TEXT-EXIT
            END-IF
            MOVE WS-TX-ID TO DT-TEXT-ID
            MOVE WS-TX-LANG TO DT-LANG-CODE
            READ DOCTEXT
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE DT-TEXT TO WS-TX-TEXT
            END-READ.
       GET-DOC-TEXT-EXIT.
            EXIT.
       END-PARA.
            IF WS-IT-ITEM-NO NOT = SPACES then
                PERFORM PRICE-ONE-ITEM
                    THRU PRICE-ONE-ITEM-EXIT
            END-IF
            IF WS-PL-CUST-ID NOT = SPACES then
                PERFORM CLOSE-PRICE-LIST
                    THRU CLOSE-PRICE-LIST-EXIT
            END-IF
            MOVE SPACES TO PLS-REPORT-LINE
            STRING 'PRICE LISTS: ' DELIMITED BY SIZE
                WS-LIST-COUNT DELIMITED BY SIZE
                ' PRINTED: ' DELIMITED BY SIZE
                WS-LIST-PRINT-COUNT DELIMITED BY SIZE
                ' ELECTRONIC: ' DELIMITED BY SIZE
                WS-LIST-EDOC-COUNT DELIMITED BY SIZE
                INTO PLS-REPORT-LINE
            END-STRING
            WRITE PLS-REPORT-LINE
            MOVE SPACES TO PLS-REPORT-LINE
            STRING 'ITEMS LISTED: ' DELIMITED BY SIZE
                WS-ITEMS-LISTED DELIMITED BY SIZE
                ' NOT LISTED: ' DELIMITED BY SIZE
                WS-ITEMS-NOT-LISTED DELIMITED BY SIZE
                ' CHANGES: ' DELIMITED BY SIZE
                WS-CHANGES-LISTED DELIMITED BY SIZE
                INTO PLS-REPORT-LINE
            END-STRING
            WRITE PLS-REPORT-LINE
            MOVE SPACES TO PLS-REPORT-LINE
            STRING 'CUSTOMERS SKIPPED: ' DELIMITED BY SIZE
                WS-CUST-SKIPPED DELIMITED BY SIZE
                INTO PLS-REPORT-LINE
            END-STRING
            WRITE PLS-REPORT-LINE
            CLOSE CUSTMAST ITEMMAST CONTPRC QTYBRK REBTAB PRICEPUB
            CLOSE PLSFILE PLSEDOC PLSRPT PLSSRT
            IF WS-DOCTEXT-AVAILABLE then
                CLOSE DOCTEXT
            END-IF
            DISPLAY 'PRICE LISTS - HISTORY LINES READ:  '
                WS-HIST-READ-COUNT
            DISPLAY 'PRICE LISTS - LISTS SENT:          '
                WS-LIST-COUNT
            DISPLAY 'PRICE LISTS - ITEMS LISTED:        '
                WS-ITEMS-LISTED
            DISPLAY 'PRICE LISTS - CHANGES NOTIFIED:    '
                WS-CHANGES-LISTED
            DISPLAY 'PRICE LISTS - CUSTOMERS SKIPPED:   '
                WS-CUST-SKIPPED
            STOP RUN.
