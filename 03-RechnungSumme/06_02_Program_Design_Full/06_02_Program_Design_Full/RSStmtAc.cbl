      *Monthly open-item statement of account. RECHMON only sums the
      *month's billed CSV lines by printed name and the dunning
      *letters list only the overdue items, so a customer asking
      *what they still owe had nothing to be sent. This run walks
      *the AR open-item file and the payment-history ledger RECHCASH
      *appends (see ARITEM.cpy, PAYHIST.cpy), sorts both into
      *customer order the way RECHDUN sorts its overdue items, and
      *produces one statement per CM-CUST-ID showing:
      *  - the period's account activity in date order - invoices
      *    and credit memos billed and payments received,
      *  - every still-open item with its due date, days past due
      *    and its dispute / installment-plan / agency status,
      *  - the balance box: opening balance, invoices, credits,
      *    payments, closing balance at period end, the activity
      *    since period end and the open-item total today,
      *  - an aging box over the open items, and
      *  - the customer's CM-OPEN-AR-BAL beside the open-item total
      *    as the proof figure - a difference is flagged on the
      *    statement and counted, and sets RC=4 so the AR
      *    reconciliation (RECHRCN) gets looked at before the
      *    statements go out.
      *The opening balance is not stored anywhere; it is rolled
      *back from today's open-item total through the activity
      *dated from the period start onward. Written-off and purged
      *items carry no settlement date and are outside the roll.
      *Electronic-delivery customers (a good e-mail address on
      *file) get their statement as a delivery document in the
      *e-invoice shape EINVFMT produces, for the same transmission
      *job; everyone else gets a printed copy. The statement's
      *wording comes off the document text table in the customer's
      *language (see DOCTEXT.cpy).
       PROGRAM-ID. RECHSOA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AROPEN  ASSIGN AROPENNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY AR-INVOICE-NO.
           SELECT PAYHIST ASSIGN PAYHISTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CM-CUST-ID.
           SELECT STMTFILE ASSIGN STMTNAME
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT STMTEDOC ASSIGN STMTEDNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT DOCTEXT ASSIGN DOCTEXTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY DT-KEY
                          FILE STATUS WS-DOCTEXT-STATUS.
           SELECT SOASRT  ASSIGN SOASRTNM
                          ORGANIZATION SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN SORTWK1.
       FILE SECTION.
       FD  AROPEN.
           COPY "ARITEM.cpy".
       FD  PAYHIST.
           COPY "PAYHIST.cpy".
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  DOCTEXT.
           COPY "DOCTEXT.cpy".
       FD  STMTFILE.
       01  STMT-PRINT-LINE       PIC X(80).
       FD  STMTEDOC.
       01  STMT-EDOC-LINE        PIC X(110).
      *One sort record per statement entry. Section '1' is the
      *period's activity, '2' activity dated after the period end
      *(only bridged, not listed), '3' a currently open item.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-CUST-ID         PIC X(6).
           05 SW-SECTION         PIC X.
           05 SW-ENTRY-DATE      PIC 9(8).
           05 SW-INVOICE-NO      PIC 9(7).
           05 SW-ENTRY-TYPE      PIC X.
           05 SW-AMOUNT          PIC S9(7)V99.
           05 SW-DUE-DATE        PIC 9(8).
           05 SW-CURRENCY-CODE   PIC X(3).
           05 SW-DISPUTE-FLAG    PIC X.
           05 SW-PLAN-FLAG       PIC X.
           05 SW-AGENCY-FLAG     PIC X.
       FD  SOASRT.
       01  SOA-SORTED-RECORD     PIC X(46).
       WORKING-STORAGE SECTION.
       01  WS-AR-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-AR-EOF              VALUE 'Y'.
       01  WS-PH-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-PH-EOF              VALUE 'Y'.
       01  WS-SRT-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-SRT-EOF             VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
      *Statement period - PARM 'YYYYMM', defaulting to the month
      *before the run date since statements go out after month end.
       01  WS-STMT-PERIOD        PIC 9(6) VALUE 0.
       01  WS-PERIOD-START       PIC 9(8) VALUE 0.
       01  WS-PERIOD-END         PIC 9(8) VALUE 0.
       01  WS-NEXT-PERIOD-START  PIC 9(8) VALUE 0.
       01  WS-PERIOD-YEAR        PIC 9(4) VALUE 0.
       01  WS-PERIOD-MONTH       PIC 9(2) VALUE 0.
       01  WS-OPEN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-DAYS-OVERDUE       PIC S9(5) VALUE 0.
       01  WS-ITEMS-RELEASED     PIC 9(7) VALUE 0.
       01  WS-PAYMENTS-RELEASED  PIC 9(7) VALUE 0.
       01  WS-STMT-COUNT         PIC 9(7) VALUE 0.
       01  WS-STMT-PRINT-COUNT   PIC 9(7) VALUE 0.
       01  WS-STMT-EDOC-COUNT    PIC 9(7) VALUE 0.
       01  WS-PROOF-DIFF-COUNT   PIC 9(7) VALUE 0.
       01  WS-CUST-NOT-FOUND     PIC 9 VALUE 0.
           88 CUST-NOT-FOUND         VALUE 1.
           88 CUST-FOUND             VALUE 0.
      *Delivery channel of the statement being written - a failing
      *e-mail address falls back to print, as for invoices.
       01  WS-STMT-ELEC-SW       PIC X VALUE 'N'.
           88 WS-STMT-ELECTRONIC     VALUE 'Y'.
      *Current statement's customer group and its section state.
       01  WS-STMT-CUST-ID       PIC X(6) VALUE SPACES.
       01  WS-STMT-SECTION       PIC X VALUE SPACE.
       01  WS-STMT-INVOICED      PIC S9(9)V99 VALUE 0.
       01  WS-STMT-CREDITED      PIC S9(9)V99 VALUE 0.
       01  WS-STMT-PAID          PIC S9(9)V99 VALUE 0.
       01  WS-STMT-AFTER-BILLED  PIC S9(9)V99 VALUE 0.
       01  WS-STMT-AFTER-PAID    PIC S9(9)V99 VALUE 0.
       01  WS-STMT-OPEN-TOTAL    PIC S9(9)V99 VALUE 0.
       01  WS-STMT-CLOSING       PIC S9(9)V99 VALUE 0.
       01  WS-STMT-OPENING       PIC S9(9)V99 VALUE 0.
       01  WS-STMT-PROOF-DIFF    PIC S9(9)V99 VALUE 0.
       01  WS-STMT-OPEN-COUNT    PIC 9(5) VALUE 0.
       01  WS-STMT-ACT-COUNT     PIC 9(5) VALUE 0.
      *Aging box over the open items, aged at the run date:
      *not yet due, 1-30, 31-60, 61-90 and over 90 days past due.
       01  WS-AGING-TABLE.
           05 WS-AGE-AMT OCCURS 5 TIMES PIC S9(9)V99.
       01  WS-AGE-SUBSCR         PIC 9.
       01  WS-STATUS-TEXT        PIC X(12).
       01  WS-ENTRY-TEXT         PIC X(12).
       01  WS-STMT-LINE          PIC X(80).
       01  WS-AMT-ED             PIC -(7)9.99.
       01  WS-TOT-ED             PIC -(9)9.99.
       01  WS-TOT-ED-2           PIC -(9)9.99.
       01  WS-AGE-ED-1           PIC -(7)9.99.
       01  WS-AGE-ED-2           PIC -(7)9.99.
       01  WS-AGE-ED-3           PIC -(7)9.99.
       01  WS-AGE-ED-4           PIC -(7)9.99.
       01  WS-AGE-ED-5           PIC -(7)9.99.
       01  WS-DAYS-ED            PIC -(4)9.
      *Document text lookup (see GET-DOC-TEXT) in the statement's
      *language, and the build position in the statement line.
       01  WS-STMT-LANG-CODE     PIC X(2) VALUE 'DE'.
       01  WS-DOCTEXT-STATUS     PIC X(2) VALUE '00'.
       01  WS-DOCTEXT-OPEN-SW    PIC X VALUE 'N'.
           88 WS-DOCTEXT-AVAILABLE   VALUE 'Y'.
       01  WS-TX-ID              PIC X(10).
       01  WS-TX-LANG            PIC X(2).
       01  WS-TX-TEXT            PIC X(80).
       01  WS-TX-VERBATIM-SW     PIC X VALUE 'N'.
           88 WS-TX-VERBATIM         VALUE 'Y'.
       01  WS-LINE-PTR           PIC 9(3) VALUE 1.
      *Working copy of the sorted record, since SOASRT's FD record
      *is a plain byte string.
       01  WS-SOA-RECORD.
           05 WD-CUST-ID         PIC X(6).
           05 WD-SECTION         PIC X.
           05 WD-ENTRY-DATE      PIC 9(8).
           05 WD-INVOICE-NO      PIC 9(7).
           05 WD-ENTRY-TYPE      PIC X.
               88 WD-ENTRY-INVOICE   VALUE 'I'.
               88 WD-ENTRY-CREDIT    VALUE 'C'.
               88 WD-ENTRY-PAYMENT   VALUE 'P'.
           05 WD-AMOUNT          PIC S9(7)V99.
           05 WD-DUE-DATE        PIC 9(8).
           05 WD-CURRENCY-CODE   PIC X(3).
           05 WD-DISPUTE-FLAG    PIC X.
           05 WD-PLAN-FLAG       PIC X.
           05 WD-AGENCY-FLAG     PIC X.
       LINKAGE SECTION.
      *Optional start-up PARM: the statement period as YYYYMM.
       01  SA-PARM-AREA.
           05 SA-PARM-LEN        PIC S9(4) COMP.
           05 SA-PARM-PERIOD     PIC 9(6).
       PROCEDURE DIVISION USING SA-PARM-AREA.
       STMTAC-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            IF SA-PARM-LEN > 0 then
                MOVE SA-PARM-PERIOD TO WS-STMT-PERIOD
            ELSE
                MOVE WS-RUN-DATE(1:4) TO WS-PERIOD-YEAR
                MOVE WS-RUN-DATE(5:2) TO WS-PERIOD-MONTH
                IF WS-PERIOD-MONTH = 1 then
                    SUBTRACT 1 FROM WS-PERIOD-YEAR
                    MOVE 12 TO WS-PERIOD-MONTH
                ELSE
                    SUBTRACT 1 FROM WS-PERIOD-MONTH
                END-IF
                COMPUTE WS-STMT-PERIOD =
                    WS-PERIOD-YEAR * 100 + WS-PERIOD-MONTH
            END-IF
            PERFORM SET-PERIOD-DATES
            OPEN INPUT  AROPEN
            OPEN INPUT  PAYHIST
            OPEN INPUT  CUSTMAST
            OPEN INPUT  DOCTEXT
            IF WS-DOCTEXT-STATUS = '00' then
                SET WS-DOCTEXT-AVAILABLE TO TRUE
            END-IF
            OPEN OUTPUT STMTFILE
            OPEN OUTPUT STMTEDOC
            PERFORM SORT-STATEMENT-ENTRIES
            CLOSE AROPEN PAYHIST
            OPEN INPUT SOASRT
            PERFORM READ-SORTED-ENTRY.
       SET-PERIOD-DATES.
      *First and last day of the statement month - the last day is
      *the day before the first of the following month.
            COMPUTE WS-PERIOD-START = WS-STMT-PERIOD * 100 + 1
            MOVE WS-STMT-PERIOD(1:4) TO WS-PERIOD-YEAR
            MOVE WS-STMT-PERIOD(5:2) TO WS-PERIOD-MONTH
            IF WS-PERIOD-MONTH = 12 then
                ADD 1 TO WS-PERIOD-YEAR
                MOVE 1 TO WS-PERIOD-MONTH
            ELSE
                ADD 1 TO WS-PERIOD-MONTH
            END-IF
            COMPUTE WS-NEXT-PERIOD-START =
                WS-PERIOD-YEAR * 10000 + WS-PERIOD-MONTH * 100 + 1
            COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-START) - 1).
       SORT-STATEMENT-ENTRIES.
      *Both sources into customer order, section by section, each
      *section in date order - the open-item file is keyed by
      *invoice number and the ledger is in application order.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-CUST-ID
                ON ASCENDING KEY SW-SECTION
                ON ASCENDING KEY SW-ENTRY-DATE
                ON ASCENDING KEY SW-INVOICE-NO
                INPUT PROCEDURE SORT-RELEASE-ENTRIES
                GIVING SOASRT.
       SORT-RELEASE-ENTRIES.
            MOVE 0 TO AR-INVOICE-NO
            START AROPEN KEY NOT LESS THAN AR-INVOICE-NO
                INVALID KEY
                    SET WS-AR-EOF TO TRUE
            END-START
            PERFORM RELEASE-ONE-OPEN-ITEM
                UNTIL WS-AR-EOF
            PERFORM RELEASE-ONE-PAYMENT
                UNTIL WS-PH-EOF.
       RELEASE-ONE-OPEN-ITEM.
            READ AROPEN NEXT RECORD
                AT END
                    SET WS-AR-EOF TO TRUE
            END-READ
            IF NOT WS-AR-EOF then
                PERFORM RELEASE-ITEM-ACTIVITY
                IF NOT AR-ITEM-SETTLED then
                    PERFORM RELEASE-ITEM-OPEN-BALANCE
                END-IF
            END-IF.
       RELEASE-ITEM-ACTIVITY.
      *A document billed from the period start onward is activity -
      *listed when it falls in the period, bridged when after it.
      *A negative document is a credit memo.
            IF AR-INVOICE-DATE NOT < WS-PERIOD-START then
                MOVE SPACES TO SORT-WORK-RECORD
                MOVE AR-CUST-ID TO SW-CUST-ID
                IF AR-INVOICE-DATE > WS-PERIOD-END then
                    MOVE '2' TO SW-SECTION
                ELSE
                    MOVE '1' TO SW-SECTION
                END-IF
                MOVE AR-INVOICE-DATE TO SW-ENTRY-DATE
                MOVE AR-INVOICE-NO TO SW-INVOICE-NO
                IF AR-TOTAL-VAT < 0 then
                    MOVE 'C' TO SW-ENTRY-TYPE
                ELSE
                    MOVE 'I' TO SW-ENTRY-TYPE
                END-IF
                MOVE AR-TOTAL-VAT TO SW-AMOUNT
                MOVE AR-DUE-DATE TO SW-DUE-DATE
                MOVE AR-CURRENCY-CODE TO SW-CURRENCY-CODE
                RELEASE SORT-WORK-RECORD
                ADD 1 TO WS-ITEMS-RELEASED
            END-IF.
       RELEASE-ITEM-OPEN-BALANCE.
            COMPUTE WS-OPEN-BALANCE = AR-TOTAL-VAT - AR-PAID-AMT
            IF WS-OPEN-BALANCE NOT = 0 then
                MOVE SPACES TO SORT-WORK-RECORD
                MOVE AR-CUST-ID TO SW-CUST-ID
                MOVE '3' TO SW-SECTION
                MOVE AR-DUE-DATE TO SW-ENTRY-DATE
                MOVE AR-INVOICE-NO TO SW-INVOICE-NO
                IF AR-TOTAL-VAT < 0 then
                    MOVE 'C' TO SW-ENTRY-TYPE
                ELSE
                    MOVE 'I' TO SW-ENTRY-TYPE
                END-IF
                MOVE WS-OPEN-BALANCE TO SW-AMOUNT
                MOVE AR-DUE-DATE TO SW-DUE-DATE
                MOVE AR-CURRENCY-CODE TO SW-CURRENCY-CODE
                MOVE AR-DISPUTE-FLAG TO SW-DISPUTE-FLAG
                MOVE AR-INSTALLMENT-FLAG TO SW-PLAN-FLAG
                MOVE AR-AGENCY-FLAG TO SW-AGENCY-FLAG
                RELEASE SORT-WORK-RECORD
                ADD 1 TO WS-ITEMS-RELEASED
            END-IF.
       RELEASE-ONE-PAYMENT.
            READ PAYHIST
                AT END
                    SET WS-PH-EOF TO TRUE
            END-READ
            IF NOT WS-PH-EOF then
                IF PH-PAYMENT-DATE NOT < WS-PERIOD-START then
                    MOVE SPACES TO SORT-WORK-RECORD
                    MOVE PH-CUST-ID TO SW-CUST-ID
                    IF PH-PAYMENT-DATE > WS-PERIOD-END then
                        MOVE '2' TO SW-SECTION
                    ELSE
                        MOVE '1' TO SW-SECTION
                    END-IF
                    MOVE PH-PAYMENT-DATE TO SW-ENTRY-DATE
                    MOVE PH-INVOICE-NO TO SW-INVOICE-NO
                    MOVE 'P' TO SW-ENTRY-TYPE
                    MOVE PH-AMOUNT TO SW-AMOUNT
                    MOVE 0 TO SW-DUE-DATE
                    RELEASE SORT-WORK-RECORD
                    ADD 1 TO WS-PAYMENTS-RELEASED
                END-IF
            END-IF.
       BOD-PARA.
            PERFORM PROCESS-SORTED-ENTRY
                UNTIL WS-SRT-EOF.
       READ-SORTED-ENTRY.
            READ SOASRT
                AT END
                    SET WS-SRT-EOF TO TRUE
                NOT AT END
                    MOVE SOA-SORTED-RECORD TO WS-SOA-RECORD
            END-READ.
       PROCESS-SORTED-ENTRY.
            IF WD-CUST-ID NOT = WS-STMT-CUST-ID then
                IF WS-STMT-CUST-ID NOT = SPACES then
                    PERFORM CLOSE-STATEMENT
                END-IF
                PERFORM OPEN-STATEMENT
            END-IF
            EVALUATE WD-SECTION
                WHEN '1'
                    PERFORM WRITE-ACTIVITY-LINE
                WHEN '2'
                    PERFORM BRIDGE-AFTER-PERIOD-ENTRY
                WHEN OTHER
                    PERFORM WRITE-OPEN-ITEM-LINE
            END-EVALUATE
            PERFORM READ-SORTED-ENTRY.
       OPEN-STATEMENT.
      *Start a new statement: pull the customer off CUSTMAST for the
      *addressee block and the delivery channel. A customer id
      *missing from the master still gets a printed statement under
      *the bare id, so the open items are not silently dropped.
            MOVE WD-CUST-ID TO WS-STMT-CUST-ID
            MOVE SPACE TO WS-STMT-SECTION
            MOVE 0 TO WS-STMT-INVOICED WS-STMT-CREDITED
                WS-STMT-PAID WS-STMT-AFTER-BILLED WS-STMT-AFTER-PAID
                WS-STMT-OPEN-TOTAL WS-STMT-OPEN-COUNT
                WS-STMT-ACT-COUNT
            PERFORM CLEAR-ONE-AGING-BUCKET
                VARYING WS-AGE-SUBSCR FROM 1 BY 1
                UNTIL WS-AGE-SUBSCR > 5
            SET CUST-FOUND TO TRUE
            MOVE WD-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    SET CUST-NOT-FOUND TO TRUE
            END-READ
            MOVE 'N' TO WS-STMT-ELEC-SW
            MOVE 'DE' TO WS-STMT-LANG-CODE
            IF CUST-FOUND then
                IF NOT CM-LANG-GERMAN then
                    MOVE CM-LANG-CODE TO WS-STMT-LANG-CODE
                END-IF
                IF CM-DELIVERY-ELECTRONIC
                    AND NOT CM-EMAIL-FAILING
                    AND CM-EMAIL-ADDR NOT = SPACES then
                    SET WS-STMT-ELECTRONIC TO TRUE
                END-IF
            END-IF
            MOVE WS-STMT-LANG-CODE TO WS-TX-LANG
            MOVE 'SOABANNER' TO WS-TX-ID
            MOVE '============= STATEMENT OF ACCOUNT ============='
                TO WS-TX-TEXT
            PERFORM WRITE-STMT-TEXT-LINE
            IF CUST-FOUND then
                MOVE CM-CUST-NAME TO WS-STMT-LINE
                PERFORM WRITE-STATEMENT-LINE
                MOVE CM-BILL-ADDR-LINE1 TO WS-STMT-LINE
                PERFORM WRITE-STATEMENT-LINE
                IF CM-BILL-ADDR-LINE2 NOT = SPACES then
                    MOVE CM-BILL-ADDR-LINE2 TO WS-STMT-LINE
                    PERFORM WRITE-STATEMENT-LINE
                END-IF
                MOVE SPACES TO WS-STMT-LINE
                STRING CM-BILL-CITY DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CM-BILL-STATE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CM-BILL-ZIP DELIMITED BY SIZE
                    INTO WS-STMT-LINE
                END-STRING
                PERFORM WRITE-STATEMENT-LINE
                IF WS-STMT-ELECTRONIC then
                    MOVE SPACES TO WS-STMT-LINE
                    MOVE 1 TO WS-LINE-PTR
                    MOVE 'DELIVERTO' TO WS-TX-ID
                    MOVE 'DELIVER TO:' TO WS-TX-TEXT
                    PERFORM APPEND-STMT-TEXT
                    STRING ' ' DELIMITED BY SIZE
                        CM-EMAIL-ADDR DELIMITED BY SIZE
                        INTO WS-STMT-LINE
                        WITH POINTER WS-LINE-PTR
                    END-STRING
                    PERFORM WRITE-STATEMENT-LINE
                END-IF
            ELSE
                MOVE SPACES TO WS-STMT-LINE
                STRING 'CUSTOMER ' DELIMITED BY SIZE
                    WD-CUST-ID DELIMITED BY SIZE
                    ' (NOT ON CUSTOMER MASTER)' DELIMITED BY SIZE
                    INTO WS-STMT-LINE
                END-STRING
                PERFORM WRITE-STATEMENT-LINE
            END-IF
            MOVE SPACES TO WS-STMT-LINE
            PERFORM WRITE-STATEMENT-LINE
            MOVE SPACES TO WS-STMT-LINE
            MOVE 1 TO WS-LINE-PTR
            MOVE 'SOAACCOUNT' TO WS-TX-ID
            MOVE 'ACCOUNT' TO WS-TX-TEXT
            PERFORM APPEND-STMT-TEXT
            STRING ' ' DELIMITED BY SIZE
                WD-CUST-ID DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                INTO WS-STMT-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING
            MOVE 'SOAPERIOD' TO WS-TX-ID
            MOVE 'PERIOD' TO WS-TX-TEXT
            PERFORM APPEND-STMT-TEXT
            STRING ' ' DELIMITED BY SIZE
                WS-PERIOD-START DELIMITED BY SIZE
                ' - ' DELIMITED BY SIZE
                WS-PERIOD-END DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                INTO WS-STMT-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING
            MOVE 'SOADATE' TO WS-TX-ID
            MOVE 'DATE' TO WS-TX-TEXT
            PERFORM APPEND-STMT-TEXT
            STRING ' ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO WS-STMT-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING
            PERFORM WRITE-STATEMENT-LINE.
       CLEAR-ONE-AGING-BUCKET.
            MOVE 0 TO WS-AGE-AMT(WS-AGE-SUBSCR).
       WRITE-ACTIVITY-LINE.
            IF WS-STMT-SECTION NOT = '1' then
                MOVE '1' TO WS-STMT-SECTION
                MOVE SPACES TO WS-STMT-LINE
                PERFORM WRITE-STATEMENT-LINE
                MOVE 'SOAACTHDR' TO WS-TX-ID
                MOVE 'ACCOUNT ACTIVITY IN THE PERIOD' TO WS-TX-TEXT
                PERFORM WRITE-STMT-TEXT-LINE
                MOVE 'SOAACTCOLS' TO WS-TX-ID
                MOVE 'DATE      DOCUMENT  ENTRY              AMOUNT'
                    TO WS-TX-TEXT
                PERFORM WRITE-STMT-TEXT-LINE
            END-IF
            EVALUATE TRUE
                WHEN WD-ENTRY-PAYMENT
                    MOVE 'SOAPAYMENT' TO WS-TX-ID
                    MOVE 'PAYMENT' TO WS-TX-TEXT
                    ADD WD-AMOUNT TO WS-STMT-PAID
                    COMPUTE WS-AMT-ED = 0 - WD-AMOUNT
                WHEN WD-ENTRY-CREDIT
                    MOVE 'SOACREDIT' TO WS-TX-ID
                    MOVE 'CREDIT MEMO' TO WS-TX-TEXT
                    SUBTRACT WD-AMOUNT FROM WS-STMT-CREDITED
                    MOVE WD-AMOUNT TO WS-AMT-ED
                WHEN OTHER
                    MOVE 'SOAINVOICE' TO WS-TX-ID
                    MOVE 'INVOICE' TO WS-TX-TEXT
                    ADD WD-AMOUNT TO WS-STMT-INVOICED
                    MOVE WD-AMOUNT TO WS-AMT-ED
            END-EVALUATE
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE WS-TX-TEXT TO WS-ENTRY-TEXT
            ADD 1 TO WS-STMT-ACT-COUNT
            MOVE SPACES TO WS-STMT-LINE
            STRING WD-ENTRY-DATE DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WD-INVOICE-NO DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                WS-ENTRY-TEXT DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                INTO WS-STMT-LINE
            END-STRING
            PERFORM WRITE-STATEMENT-LINE.
       BRIDGE-AFTER-PERIOD-ENTRY.
      *Activity after the period end moves today's open-item total
      *away from the closing balance - carried in the bridge only.
            IF WD-ENTRY-PAYMENT then
                ADD WD-AMOUNT TO WS-STMT-AFTER-PAID
            ELSE
                ADD WD-AMOUNT TO WS-STMT-AFTER-BILLED
            END-IF.
       WRITE-OPEN-ITEM-LINE.
            IF WS-STMT-SECTION NOT = '3' then
                MOVE '3' TO WS-STMT-SECTION
                MOVE SPACES TO WS-STMT-LINE
                PERFORM WRITE-STATEMENT-LINE
                MOVE 'SOAOPENHDR' TO WS-TX-ID
                MOVE 'OPEN ITEMS' TO WS-TX-TEXT
                PERFORM WRITE-STMT-TEXT-LINE
                MOVE 'SOAOPENCOL' TO WS-TX-ID
                MOVE 'DOCUMENT  DUE DATE    OPEN AMOUNT CUR  DAYS  ST
      -             'ATUS' TO WS-TX-TEXT
                PERFORM WRITE-STMT-TEXT-LINE
            END-IF
            COMPUTE WS-DAYS-OVERDUE =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                FUNCTION INTEGER-OF-DATE(WD-DUE-DATE)
            EVALUATE TRUE
                WHEN WS-DAYS-OVERDUE < 1
                    MOVE 1 TO WS-AGE-SUBSCR
                WHEN WS-DAYS-OVERDUE < 31
                    MOVE 2 TO WS-AGE-SUBSCR
                WHEN WS-DAYS-OVERDUE < 61
                    MOVE 3 TO WS-AGE-SUBSCR
                WHEN WS-DAYS-OVERDUE < 91
                    MOVE 4 TO WS-AGE-SUBSCR
                WHEN OTHER
                    MOVE 5 TO WS-AGE-SUBSCR
            END-EVALUATE
            ADD WD-AMOUNT TO WS-AGE-AMT(WS-AGE-SUBSCR)
            ADD WD-AMOUNT TO WS-STMT-OPEN-TOTAL
            ADD 1 TO WS-STMT-OPEN-COUNT
      *Dispute outranks the plan, the plan outranks agency
      *placement - the customer needs to know the item is on hold
      *first.
            EVALUATE TRUE
                WHEN WD-DISPUTE-FLAG = 'Y'
                    MOVE 'SOADISPUTE' TO WS-TX-ID
                    MOVE 'IN DISPUTE' TO WS-TX-TEXT
                WHEN WD-PLAN-FLAG = 'Y'
                    MOVE 'SOAPLAN' TO WS-TX-ID
                    MOVE 'PAYMENT PLAN' TO WS-TX-TEXT
                WHEN WD-AGENCY-FLAG = 'Y'
                    MOVE 'SOAAGENCY' TO WS-TX-ID
                    MOVE 'AT AGENCY' TO WS-TX-TEXT
                WHEN WD-ENTRY-CREDIT
                    MOVE 'SOACREDST' TO WS-TX-ID
                    MOVE 'CREDIT' TO WS-TX-TEXT
                WHEN WS-DAYS-OVERDUE > 0
                    MOVE 'SOAOVERDUE' TO WS-TX-ID
                    MOVE 'OVERDUE' TO WS-TX-TEXT
                WHEN OTHER
                    MOVE 'SOAOPEN' TO WS-TX-ID
                    MOVE 'OPEN' TO WS-TX-TEXT
            END-EVALUATE
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE WS-TX-TEXT TO WS-STATUS-TEXT
            IF WS-DAYS-OVERDUE < 0 then
                MOVE 0 TO WS-DAYS-OVERDUE
            END-IF
            MOVE WD-AMOUNT TO WS-AMT-ED
            MOVE WS-DAYS-OVERDUE TO WS-DAYS-ED
            MOVE SPACES TO WS-STMT-LINE
            STRING WD-INVOICE-NO DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                WD-DUE-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WD-CURRENCY-CODE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-DAYS-ED DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-STATUS-TEXT DELIMITED BY SIZE
                INTO WS-STMT-LINE
            END-STRING
            PERFORM WRITE-STATEMENT-LINE.
       CLOSE-STATEMENT.
      *Roll the open-item total back to the period-end closing
      *balance through the activity since, and the closing balance
      *back to the opening one through the period's activity.
            COMPUTE WS-STMT-CLOSING = WS-STMT-OPEN-TOTAL
                - WS-STMT-AFTER-BILLED + WS-STMT-AFTER-PAID
            COMPUTE WS-STMT-OPENING = WS-STMT-CLOSING
                - WS-STMT-INVOICED + WS-STMT-CREDITED
                + WS-STMT-PAID
            MOVE SPACES TO WS-STMT-LINE
            PERFORM WRITE-STATEMENT-LINE
            MOVE 'SOABALHDR' TO WS-TX-ID
            MOVE 'BALANCE SUMMARY' TO WS-TX-TEXT
            PERFORM WRITE-STMT-TEXT-LINE
            MOVE WS-STMT-OPENING TO WS-TOT-ED
            MOVE SPACES TO WS-STMT-LINE
            MOVE 'SOAOPENBAL' TO WS-TX-ID
            MOVE 'OPENING BALANCE' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            STRING WS-TX-TEXT(1:27) DELIMITED BY SIZE
                WS-TOT-ED DELIMITED BY SIZE
                INTO WS-STMT-LINE
            END-STRING
            PERFORM WRITE-STATEMENT-LINE
            MOVE WS-STMT-INVOICED TO WS-TOT-ED
            MOVE SPACES TO WS-STMT-LINE
            MOVE 'SOAPLUSINV' TO WS-TX-ID
            MOVE '  PLUS INVOICES' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            STRING WS-TX-TEXT(1:27) DELIMITED BY SIZE
                WS-TOT-ED DELIMITED BY SIZE
                INTO WS-STMT-LINE
            END-STRING
            PERFORM WRITE-STATEMENT-LINE
            MOVE WS-STMT-CREDITED TO WS-TOT-ED
            MOVE SPACES TO WS-STMT-LINE
            MOVE 'SOALESSCR' TO WS-TX-ID
            MOVE '  LESS CREDIT MEMOS' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            STRING WS-TX-TEXT(1:27) DELIMITED BY SIZE
                WS-TOT-ED DELIMITED BY SIZE
                INTO WS-STMT-LINE
            END-STRING
            PERFORM WRITE-STATEMENT-LINE
            MOVE WS-STMT-PAID TO WS-TOT-ED
            MOVE SPACES TO WS-STMT-LINE
            MOVE 'SOALESSPAY' TO WS-TX-ID
            MOVE '  LESS PAYMENTS RECEIVED' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            STRING WS-TX-TEXT(1:27) DELIMITED BY SIZE
                WS-TOT-ED DELIMITED BY SIZE
                INTO WS-STMT-LINE
            END-STRING
            PERFORM WRITE-STATEMENT-LINE
            MOVE WS-STMT-CLOSING TO WS-TOT-ED
            MOVE SPACES TO WS-STMT-LINE
            MOVE 'SOACLOSBAL' TO WS-TX-ID
            MOVE 'CLOSING BALANCE' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            STRING WS-TX-TEXT(1:16) DELIMITED BY SIZE
                WS-PERIOD-END DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                WS-TOT-ED DELIMITED BY SIZE
                INTO WS-STMT-LINE
            END-STRING
            PERFORM WRITE-STATEMENT-LINE
            IF WS-STMT-AFTER-BILLED NOT = 0
                OR WS-STMT-AFTER-PAID NOT = 0 then
                COMPUTE WS-TOT-ED =
                    WS-STMT-AFTER-BILLED - WS-STMT-AFTER-PAID
                MOVE SPACES TO WS-STMT-LINE
                MOVE 'SOASINCE' TO WS-TX-ID
                MOVE '  ACTIVITY SINCE PERIOD END' TO WS-TX-TEXT
                PERFORM GET-DOC-TEXT
                    THRU GET-DOC-TEXT-EXIT
                STRING WS-TX-TEXT(1:27) DELIMITED BY SIZE
                    WS-TOT-ED DELIMITED BY SIZE
                    INTO WS-STMT-LINE
                END-STRING
                PERFORM WRITE-STATEMENT-LINE
            END-IF
            MOVE WS-STMT-OPEN-TOTAL TO WS-TOT-ED
            MOVE SPACES TO WS-STMT-LINE
            MOVE 'SOAOPENTOT' TO WS-TX-ID
            MOVE 'OPEN ITEMS TOTAL TODAY' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            STRING WS-TX-TEXT(1:27) DELIMITED BY SIZE
                WS-TOT-ED DELIMITED BY SIZE
                INTO WS-STMT-LINE
            END-STRING
            PERFORM WRITE-STATEMENT-LINE
            PERFORM WRITE-AGING-BOX
            PERFORM WRITE-PROOF-LINE
            MOVE SPACES TO WS-STMT-LINE
            PERFORM WRITE-STATEMENT-LINE
            ADD 1 TO WS-STMT-COUNT
            IF WS-STMT-ELECTRONIC then
                ADD 1 TO WS-STMT-EDOC-COUNT
            ELSE
                ADD 1 TO WS-STMT-PRINT-COUNT
            END-IF.
       WRITE-AGING-BOX.
            MOVE WS-AGE-AMT(1) TO WS-AGE-ED-1
            MOVE WS-AGE-AMT(2) TO WS-AGE-ED-2
            MOVE WS-AGE-AMT(3) TO WS-AGE-ED-3
            MOVE WS-AGE-AMT(4) TO WS-AGE-ED-4
            MOVE WS-AGE-AMT(5) TO WS-AGE-ED-5
            MOVE SPACES TO WS-STMT-LINE
            PERFORM WRITE-STATEMENT-LINE
            MOVE 'SOAAGEHDR' TO WS-TX-ID
            MOVE '     NOT DUE     1-30 DAYS    31-60 DAYS    61-90 DA
      -         'YS   OVER 90' TO WS-TX-TEXT
            PERFORM WRITE-STMT-TEXT-LINE
            MOVE SPACES TO WS-STMT-LINE
            STRING WS-AGE-ED-1 DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AGE-ED-2 DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AGE-ED-3 DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AGE-ED-4 DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AGE-ED-5 DELIMITED BY SIZE
                INTO WS-STMT-LINE
            END-STRING
            PERFORM WRITE-STATEMENT-LINE.
       WRITE-PROOF-LINE.
      *The account balance on the customer master must equal the
      *open items listed - a difference means ARPOST/RECHCASH and
      *the open-item file have drifted, and the statement says so
      *rather than quoting two different figures to the customer.
            MOVE SPACES TO WS-STMT-LINE
            PERFORM WRITE-STATEMENT-LINE
            IF CUST-FOUND then
                COMPUTE WS-STMT-PROOF-DIFF =
                    CM-OPEN-AR-BAL - WS-STMT-OPEN-TOTAL
                MOVE CM-OPEN-AR-BAL TO WS-TOT-ED
                MOVE SPACES TO WS-STMT-LINE
                MOVE 'SOABALFILE' TO WS-TX-ID
                MOVE 'ACCOUNT BALANCE ON FILE' TO WS-TX-TEXT
                PERFORM GET-DOC-TEXT
                    THRU GET-DOC-TEXT-EXIT
                STRING WS-TX-TEXT(1:27) DELIMITED BY SIZE
                    WS-TOT-ED DELIMITED BY SIZE
                    INTO WS-STMT-LINE
                END-STRING
                PERFORM WRITE-STATEMENT-LINE
                IF WS-STMT-PROOF-DIFF NOT = 0 then
                    ADD 1 TO WS-PROOF-DIFF-COUNT
                    MOVE WS-STMT-PROOF-DIFF TO WS-TOT-ED-2
                    MOVE SPACES TO WS-STMT-LINE
                    MOVE 1 TO WS-LINE-PTR
                    MOVE 'SOADIFFERS' TO WS-TX-ID
                    MOVE '*** DIFFERS FROM OPEN ITEMS BY' TO WS-TX-TEXT
                    PERFORM APPEND-STMT-TEXT
                    STRING ' ' DELIMITED BY SIZE
                        WS-TOT-ED-2 DELIMITED BY SIZE
                        ' ***' DELIMITED BY SIZE
                        INTO WS-STMT-LINE
                        WITH POINTER WS-LINE-PTR
                    END-STRING
                    PERFORM WRITE-STATEMENT-LINE
                END-IF
            END-IF.
       WRITE-STATEMENT-LINE.
            IF WS-STMT-ELECTRONIC then
                MOVE SPACES TO STMT-EDOC-LINE
                MOVE WS-STMT-LINE TO STMT-EDOC-LINE
                WRITE STMT-EDOC-LINE
            ELSE
                MOVE WS-STMT-LINE TO STMT-PRINT-LINE
                WRITE STMT-PRINT-LINE
            END-IF.
       WRITE-STMT-TEXT-LINE.
      *A whole line of fixed statement wording - text WS-TX-ID, the
      *wording in WS-TX-TEXT when the table has none.
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE WS-TX-TEXT TO WS-STMT-LINE
            PERFORM WRITE-STATEMENT-LINE.
       APPEND-STMT-TEXT.
      *Text WS-TX-ID, defaulting to the wording in WS-TX-TEXT, onto
      *the statement line at WS-LINE-PTR.
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            STRING WS-TX-TEXT DELIMITED BY '  '
                INTO WS-STMT-LINE
                WITH POINTER WS-LINE-PTR
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
            IF WS-STMT-CUST-ID NOT = SPACES then
                PERFORM CLOSE-STATEMENT
            END-IF
            CLOSE CUSTMAST STMTFILE STMTEDOC SOASRT
            IF WS-DOCTEXT-AVAILABLE then
                CLOSE DOCTEXT
            END-IF
            DISPLAY 'STATEMENTS - PERIOD:              '
                WS-PERIOD-START ' - ' WS-PERIOD-END
            DISPLAY 'STATEMENTS - AR ENTRIES SELECTED: '
                WS-ITEMS-RELEASED
            DISPLAY 'STATEMENTS - PAYMENTS SELECTED:   '
                WS-PAYMENTS-RELEASED
            DISPLAY 'STATEMENTS - PRODUCED:            '
                WS-STMT-COUNT
            DISPLAY 'STATEMENTS - PRINTED:             '
                WS-STMT-PRINT-COUNT
            DISPLAY 'STATEMENTS - ELECTRONIC:          '
                WS-STMT-EDOC-COUNT
            DISPLAY 'STATEMENTS - BALANCE DIFFERENCES: '
                WS-PROOF-DIFF-COUNT
            IF WS-PROOF-DIFF-COUNT > 0 then
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.
