      *On-demand tax-audit data export. For the company and date
      *range in the PARM it writes one machine-readable file in the
      *standard audit-file order (see TAXEXP.cpy): the VAT rate
      *rows in force during the range and the rebate table, every
      *customer the company billed or was paid by in the range,
      *every document it billed in the range - header off the
      *document register with the gapless official number, lines
      *off the billed history with VAT code, net, VAT, gross,
      *rebate and withholding amounts - the payments applied in
      *the range, and the ledger postings of the range off the
      *cumulative GL posting history every GL-producing job
      *appends its extract to. The document and payment sections
      *come out of one sort, in document-number and payment-date
      *order.
      *
      *Ledger postings carry no company code. A posting that
      *summarizes billed documents belongs to the company of its
      *first document; otherwise one made to one of the company's
      *own accounts on the company master belongs to it, one made
      *to another company's account does not, and one made to a
      *ledger account every company shares (the cash, refund and
      *write-off postings) is included and marked as shared.
      *
      *Control totals close the file: lines, net and VAT per VAT
      *code for the company, the same for all companies billed in
      *the range, and the figures RECHVAT filed for the same
      *months (its return extracts, concatenated on VATRETNM).
      *RECHVAT's returns cover every company, so the all-company
      *totals are what must tie; the control report shows the
      *comparison per code. RECHVAT reads the daily runs by run
      *date and this export selects by invoice date, so a line
      *billed in a later run than its invoice date shows as a
      *timing difference at the edges of the range. A company on
      *cash-basis VAT is filed by RECHVAT from the VAT cash
      *application released for it (the VAT release history), not
      *from its invoices, so its lines are kept out of the control
      *totals and its releases dated in the range go in instead -
      *its documents and lines are still exported as billed. The
      *gapless numbering itself is certified by RECHAUD.
       PROGRAM-ID. RECHTAX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFHIST ASSIGN INFHISTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY HIST-KEY.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CM-CUST-ID.
           SELECT COMPMAST ASSIGN COMPNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CO-COMPANY-CODE.
           SELECT DOCREG  ASSIGN DOCREGNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY DR-DOC-NO
                          FILE STATUS WS-DOCREG-STATUS.
           SELECT VATTAB  ASSIGN VATTABNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY VT-KEY.
           SELECT REBTAB  ASSIGN REBTABNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY RT-REBATE-CODE.
           SELECT PAYHIST ASSIGN PAYHISTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT GLHIST  ASSIGN GLHISTNM
                          ORGANIZATION SEQUENTIAL
                          FILE STATUS WS-GLHIST-STATUS.
           SELECT VATRET  ASSIGN VATRETNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-VATRET-STATUS.
           SELECT VATREL  ASSIGN VATRELNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-VATREL-STATUS.
           SELECT TAXSRT  ASSIGN TAXSRTNM
                          ORGANIZATION SEQUENTIAL.
           SELECT TAXEXP  ASSIGN TAXEXPNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT TAXRPT  ASSIGN TAXRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN SORTWK1.
       FILE SECTION.
       FD  INFHIST.
           COPY "INFHIST.cpy".
       01  HISTORY-LINE-DETAIL.
           05 HL-INVOICE-NO    PIC 9(7).
           05 HL-LINE-NO       PIC 9(3).
           05 HL-CUST-ID       PIC X(6).
           05 HL-CURRENCY-CODE PIC X(3).
           05 HL-LINE-TYPE     PIC X.
               88 HL-CREDIT-MEMO   VALUE 'C'.
               88 HL-FINANCE-CHG   VALUE 'F'.
           05 HL-INVOICE-DATE  PIC 9(8).
           05 HL-SHIPTO-NO     PIC 9(2).
           05                  PIC X.
           05 HL-QUANT         PIC 9(5).
           05                  PIC X.
           05 HL-UNIT-PRICE    PIC 9(3)V99.
           05                  PIC X.
           05 HL-REBATE        PIC 9.
           05                  PIC X.
           05 HL-VAT           PIC 9.
           05                  PIC X.
           05 HL-PROMO-PCT    PIC 9V999.
           05 HL-ITEM-NO       PIC X(8).
           05 HL-COMPANY-CODE  PIC X(2).
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  COMPMAST.
           COPY "COMPMAST.cpy".
       FD  DOCREG.
           COPY "DOCREG.cpy".
       FD  VATTAB.
           COPY "VATTAB.cpy".
       FD  REBTAB.
           COPY "REBTAB.cpy".
       FD  PAYHIST.
           COPY "PAYHIST.cpy".
       FD  GLHIST.
           COPY "GLPOST.cpy".
       FD  VATRET.
       01  VAT-RETURN-LINE          PIC X(80).
       FD  VATREL.
           COPY "VATREL.cpy".
       SD  SORT-WORK-FILE.
      *Section 1 customers, 2 document lines, 3 payments - so the
      *customers come out first, each only once after the sort.
       01  SORT-WORK-RECORD.
           05 SW-SECTION         PIC 9.
           05 SW-KEY             PIC X(20).
           05 SW-DATA            PIC X(146).
       FD  TAXSRT.
       01  TAX-SORTED-RECORD     PIC X(167).
       FD  TAXEXP.
           COPY "TAXEXP.cpy".
       FD  TAXRPT.
       01  TAX-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-HIST-EOF-SW        PIC X VALUE 'N'.
           88 WS-HIST-EOF            VALUE 'Y'.
       01  WS-PAY-EOF-SW         PIC X VALUE 'N'.
           88 WS-PAY-EOF             VALUE 'Y'.
       01  WS-SRT-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-SRT-EOF             VALUE 'Y'.
       01  WS-GL-EOF-SW          PIC X VALUE 'N'.
           88 WS-GL-EOF              VALUE 'Y'.
       01  WS-VR-EOF-SW          PIC X VALUE 'N'.
           88 WS-VR-EOF              VALUE 'Y'.
       01  WS-TAB-EOF-SW         PIC X VALUE 'N'.
           88 WS-TAB-EOF             VALUE 'Y'.
       01  WS-CO-EOF-SW          PIC X VALUE 'N'.
           88 WS-CO-EOF              VALUE 'Y'.
       01  WS-DOCREG-STATUS      PIC X(2) VALUE '00'.
       01  WS-GLHIST-STATUS      PIC X(2) VALUE '00'.
       01  WS-VATRET-STATUS      PIC X(2) VALUE '00'.
       01  WS-VATREL-STATUS      PIC X(2) VALUE '00'.
       01  WS-VATREL-EOF-SW      PIC X VALUE 'N'.
           88 WS-VATREL-EOF          VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-EXP-COMPANY        PIC X(2).
       01  WS-FROM-DATE          PIC 9(8).
       01  WS-TO-DATE            PIC 9(8).
      *Record counts per export section.
       01  WS-EXPORT-COUNTS.
           05 WS-TX-COUNT        PIC 9(9) VALUE 0.
           05 WS-RB-COUNT        PIC 9(9) VALUE 0.
           05 WS-CU-COUNT        PIC 9(9) VALUE 0.
           05 WS-IH-COUNT        PIC 9(9) VALUE 0.
           05 WS-IL-COUNT        PIC 9(9) VALUE 0.
           05 WS-PY-COUNT        PIC 9(9) VALUE 0.
           05 WS-GL-COUNT        PIC 9(9) VALUE 0.
           05 WS-CT-COUNT-RECS   PIC 9(9) VALUE 0.
       01  WS-LINES-READ         PIC 9(9) VALUE 0.
       01  WS-PAYMENTS-READ      PIC 9(9) VALUE 0.
       01  WS-PAY-UNRESOLVED     PIC 9(9) VALUE 0.
       01  WS-GL-READ            PIC 9(9) VALUE 0.
       01  WS-DOCS-NOT-ON-REG    PIC 9(9) VALUE 0.
       01  WS-CASH-LINES-SKIPPED PIC 9(9) VALUE 0.
       01  WS-RELEASES-READ      PIC 9(9) VALUE 0.
       01  WS-RELEASES-TOTALLED  PIC 9(9) VALUE 0.
      *VAT rate rows are held back one so each can be judged by
      *the row that supersedes it.
       01  WS-PREV-VAT-SW        PIC X VALUE 'N'.
           88 WS-PREV-VAT-HELD       VALUE 'Y'.
       01  WS-PREV-VAT-ROW.
           05 WS-PREV-VAT-CODE   PIC 9.
           05 WS-PREV-EFF-DATE   PIC 9(8).
           05 WS-PREV-VAT-MULT   PIC 9V999.
           05 WS-PREV-VAT-DESC   PIC X(20).
      *Every company's ledger accounts off the company master.
       01  WS-CO-ACCT-TABLE.
           05 WS-CA-ENTRY OCCURS 20 TIMES.
               10 WS-CA-COMPANY      PIC X(2).
               10 WS-CA-ACCOUNT      PIC X(10) OCCURS 8 TIMES.
               10 WS-CA-VAT-BASIS    PIC X.
       01  WS-CA-COUNT           PIC 99 VALUE 0.
      *VAT basis of the company last looked up in the table.
       01  WS-VB-CO-CODE         PIC X(2) VALUE HIGH-VALUES.
       01  WS-VB-CASH-SW         PIC X VALUE 'N'.
           88 WS-VB-CASH-BASIS       VALUE 'Y'.
       01  WS-CA-SUBSCR          PIC 99.
       01  WS-CA-ACCT-SUBSCR     PIC 99.
       01  WS-ACCT-OWNER         PIC X(2).
       01  WS-ATTRIBUTION        PIC X.
      *Working copy of the sorted record with its section views.
       01  WS-SRT-RECORD.
           05 WR-SECTION         PIC 9.
           05 WR-KEY             PIC X(20).
           05 WR-DATA            PIC X(146).
       01  WS-SRT-KEY-DOC.
           05 WK-DOC-NO          PIC 9(9).
           05 WK-INVOICE-NO      PIC 9(7).
           05 WK-LINE-NO         PIC 9(3).
           05                    PIC X.
       01  WS-SRT-KEY-PAY.
           05 WK-PAYMENT-DATE    PIC 9(8).
           05 WK-PAY-INVOICE-NO  PIC 9(7).
           05                    PIC X(5).
       01  WS-SRT-PAY-DATA.
           05 WP-PAYMENT         PIC X(35).
           05 WP-DOC-NO          PIC 9(9).
           05                    PIC X(102).
       01  WS-LAST-CUST-ID       PIC X(6) VALUE LOW-VALUES.
       01  WS-CUR-DOC-NO         PIC 9(9) VALUE 0.
       01  WS-FIRST-DOC-SW       PIC X VALUE 'Y'.
           88 WS-FIRST-DOC           VALUE 'Y'.
       01  WS-PAY-DOC-NO         PIC 9(9).
       01  WS-PAY-COMPANY        PIC X(2).
       01  WS-LINE-VAT-AMT       PIC S9(7)V99.
       01  WS-VAT-SUBSCR         PIC 99.
      *Control totals per VAT code (subscript = code + 1): the
      *company's lines, all companies' lines, and RECHVAT's boxes.
       01  WS-VAT-CONTROL-TABLE.
           05 WS-VC-ENTRY OCCURS 10 TIMES.
               10 WS-VC-CO-COUNT     PIC 9(9).
               10 WS-VC-CO-NET       PIC S9(11)V99.
               10 WS-VC-CO-VAT       PIC S9(11)V99.
               10 WS-VC-ALL-COUNT    PIC 9(9).
               10 WS-VC-ALL-NET      PIC S9(11)V99.
               10 WS-VC-ALL-VAT      PIC S9(11)V99.
               10 WS-VC-RET-COUNT    PIC 9(9).
               10 WS-VC-RET-NET      PIC S9(11)V99.
               10 WS-VC-RET-VAT      PIC S9(11)V99.
       01  WS-CO-LINE-NET        PIC S9(11)V99 VALUE 0.
       01  WS-CO-LINE-VAT        PIC S9(11)V99 VALUE 0.
       01  WS-PAY-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-GL-DEBIT-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-GL-CREDIT-TOTAL    PIC S9(11)V99 VALUE 0.
       01  WS-RET-FILES-SW       PIC X VALUE 'N'.
           88 WS-RET-FILES-READ      VALUE 'Y'.
       01  WS-RET-DIFFS          PIC 9(3) VALUE 0.
       01  WS-DIFF-NET           PIC S9(11)V99.
       01  WS-DIFF-VAT           PIC S9(11)V99.
      *A RECHVAT return extract box line, as WRITE-ONE-BOX-LINE
      *lays it out.
       01  WS-VR-LINE.
           05 WS-VR-BOX-NO       PIC X(2).
           05                    PIC X(3).
           05 WS-VR-CODE-SUBSCR  PIC X(2).
           05                    PIC X(2).
           05 WS-VR-COUNT        PIC X(7).
           05                    PIC X.
           05 WS-VR-NET-ED       PIC -(9)9.99.
           05                    PIC X.
           05 WS-VR-VAT-ED       PIC -(9)9.99.
           05                    PIC X(36).
       01  WS-VR-NET             PIC S9(11)V99.
       01  WS-VR-VAT             PIC S9(11)V99.
       01  WS-VR-COUNT-N         PIC 9(7).
      *Control record being written.
       01  WS-CT-ID              PIC X(12).
       01  WS-CT-COUNT           PIC 9(9).
       01  WS-CT-AMOUNT-1        PIC S9(11)V99.
       01  WS-CT-AMOUNT-2        PIC S9(11)V99.
       01  WS-VAT-CODE           PIC 9.
       01  WS-AMT-ED             PIC -(10)9.99.
       01  WS-CNT-ED             PIC Z(8)9.
       LINKAGE SECTION.
      *PARM: company code, then the first and last date of the
      *range (YYYYMMDD each).
       01  TE-PARM-AREA.
           05 TE-PARM-LEN        PIC S9(4) COMP.
           05 TE-PARM-COMPANY    PIC X(2).
           05 TE-PARM-FROM-DATE  PIC 9(8).
           05 TE-PARM-TO-DATE    PIC 9(8).
       PROCEDURE DIVISION USING TE-PARM-AREA.
       TAXEXP-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            IF TE-PARM-LEN < 18 then
                DISPLAY '*** TAX-AUDIT EXPORT NEEDS COMPANY, FROM '
                    'AND TO DATE IN THE PARM ***'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF TE-PARM-FROM-DATE IS NOT NUMERIC
                OR TE-PARM-TO-DATE IS NOT NUMERIC
                OR TE-PARM-FROM-DATE > TE-PARM-TO-DATE then
                DISPLAY '*** INVALID DATE RANGE IN THE PARM ***'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE TE-PARM-COMPANY TO WS-EXP-COMPANY
            MOVE TE-PARM-FROM-DATE TO WS-FROM-DATE
            MOVE TE-PARM-TO-DATE TO WS-TO-DATE
            INITIALIZE WS-VAT-CONTROL-TABLE
            OPEN INPUT INFHIST
            OPEN INPUT CUSTMAST
            OPEN INPUT COMPMAST
            OPEN INPUT DOCREG
            OPEN INPUT VATTAB
            OPEN INPUT REBTAB
            OPEN INPUT PAYHIST
            OPEN OUTPUT TAXEXP
            OPEN OUTPUT TAXRPT
            PERFORM LOAD-COMPANY-ACCOUNTS
            MOVE WS-EXP-COMPANY TO CO-COMPANY-CODE
            READ COMPMAST
                INVALID KEY
                    DISPLAY '*** COMPANY NOT ON THE COMPANY MASTER: '
                        WS-EXP-COMPANY ' ***'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ
            PERFORM WRITE-EXPORT-HEADER
            PERFORM WRITE-VAT-RATE-ROWS
            PERFORM WRITE-REBATE-ROWS
            PERFORM SORT-EXPORT-DATA
            OPEN INPUT TAXSRT
            PERFORM READ-SORTED-REC.
       LOAD-COMPANY-ACCOUNTS.
            MOVE LOW-VALUES TO CO-COMPANY-CODE
            START COMPMAST KEY NOT LESS THAN CO-COMPANY-CODE
                INVALID KEY
                    SET WS-CO-EOF TO TRUE
            END-START
            PERFORM LOAD-ONE-COMPANY
                UNTIL WS-CO-EOF.
       LOAD-ONE-COMPANY.
            READ COMPMAST NEXT RECORD
                AT END
                    SET WS-CO-EOF TO TRUE
            END-READ
            IF NOT WS-CO-EOF then
                IF WS-CA-COUNT < 20 then
                    ADD 1 TO WS-CA-COUNT
                    MOVE CO-COMPANY-CODE TO WS-CA-COMPANY(WS-CA-COUNT)
                    MOVE CO-GL-AR-ACCT TO
                        WS-CA-ACCOUNT(WS-CA-COUNT 1)
                    MOVE CO-GL-REV-ACCT TO
                        WS-CA-ACCOUNT(WS-CA-COUNT 2)
                    MOVE CO-GL-VAT-ACCT TO
                        WS-CA-ACCOUNT(WS-CA-COUNT 3)
                    MOVE CO-GL-REBC-ACCT TO
                        WS-CA-ACCOUNT(WS-CA-COUNT 4)
                    MOVE CO-GL-WHT-ACCT TO
                        WS-CA-ACCOUNT(WS-CA-COUNT 5)
                    MOVE CO-GL-FRT-ACCT TO
                        WS-CA-ACCOUNT(WS-CA-COUNT 6)
                    MOVE CO-GL-COGS-ACCT TO
                        WS-CA-ACCOUNT(WS-CA-COUNT 7)
                    MOVE CO-GL-INV-ACCT TO
                        WS-CA-ACCOUNT(WS-CA-COUNT 8)
                    MOVE CO-VAT-BASIS TO WS-CA-VAT-BASIS(WS-CA-COUNT)
                ELSE
                    DISPLAY '*** COMPANY ACCOUNT TABLE FULL AT: '
                        CO-COMPANY-CODE ' ***'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
       WRITE-EXPORT-HEADER.
            MOVE SPACES TO TAX-EXPORT-RECORD
            MOVE CO-COMPANY-CODE TO TE-HD-COMPANY-CODE
            MOVE CO-COMPANY-NAME TO TE-HD-COMPANY-NAME
            MOVE CO-COUNTRY-CODE TO TE-HD-COUNTRY-CODE
            MOVE WS-FROM-DATE TO TE-HD-FROM-DATE
            MOVE WS-TO-DATE TO TE-HD-TO-DATE
            MOVE WS-RUN-DATE TO TE-HD-CREATED-DATE
            MOVE 'RECHNUNGSUMME' TO TE-HD-SYSTEM-ID
            MOVE 'HD' TO TE-REC-TYPE
            WRITE TAX-EXPORT-RECORD
            MOVE SPACES TO TAX-REPORT-LINE
            STRING 'TAX-AUDIT EXPORT CONTROL REPORT - COMPANY '
                DELIMITED BY SIZE
                CO-COMPANY-CODE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CO-COMPANY-NAME DELIMITED BY SIZE
                ' - ' DELIMITED BY SIZE
                WS-FROM-DATE DELIMITED BY SIZE
                ' TO ' DELIMITED BY SIZE
                WS-TO-DATE DELIMITED BY SIZE
                ' - RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO TAX-REPORT-LINE
            END-STRING
            WRITE TAX-REPORT-LINE
            MOVE SPACES TO TAX-REPORT-LINE
            WRITE TAX-REPORT-LINE.
       WRITE-VAT-RATE-ROWS.
      *A rate row is in force during the range when it took effect
      *on or before the last day and the row superseding it (if
      *any) took effect after the first day.
            MOVE 'N' TO WS-TAB-EOF-SW
            MOVE LOW-VALUES TO VT-KEY
            START VATTAB KEY NOT LESS THAN VT-KEY
                INVALID KEY
                    SET WS-TAB-EOF TO TRUE
            END-START
            PERFORM READ-ONE-VAT-RATE
                UNTIL WS-TAB-EOF
            IF WS-PREV-VAT-HELD
                AND WS-PREV-EFF-DATE NOT > WS-TO-DATE then
                PERFORM WRITE-VAT-RATE-ROW
            END-IF.
       READ-ONE-VAT-RATE.
            READ VATTAB NEXT RECORD
                AT END
                    SET WS-TAB-EOF TO TRUE
            END-READ
            IF NOT WS-TAB-EOF then
                IF WS-PREV-VAT-HELD then
                    IF VT-VAT-CODE = WS-PREV-VAT-CODE then
                        IF WS-PREV-EFF-DATE NOT > WS-TO-DATE
                            AND VT-EFF-DATE > WS-FROM-DATE then
                            PERFORM WRITE-VAT-RATE-ROW
                        END-IF
                    ELSE
                        IF WS-PREV-EFF-DATE NOT > WS-TO-DATE then
                            PERFORM WRITE-VAT-RATE-ROW
                        END-IF
                    END-IF
                END-IF
                MOVE VT-VAT-CODE TO WS-PREV-VAT-CODE
                MOVE VT-EFF-DATE TO WS-PREV-EFF-DATE
                MOVE VT-VAT-MULT TO WS-PREV-VAT-MULT
                MOVE VT-DESCRIPTION TO WS-PREV-VAT-DESC
                SET WS-PREV-VAT-HELD TO TRUE
            END-IF.
       WRITE-VAT-RATE-ROW.
            MOVE SPACES TO TAX-EXPORT-RECORD
            MOVE WS-PREV-VAT-CODE TO TE-TX-VAT-CODE
            MOVE WS-PREV-EFF-DATE TO TE-TX-EFF-DATE
            MOVE WS-PREV-VAT-MULT TO TE-TX-VAT-MULT
            MOVE WS-PREV-VAT-DESC TO TE-TX-DESCRIPTION
            MOVE 'TX' TO TE-REC-TYPE
            WRITE TAX-EXPORT-RECORD
            ADD 1 TO WS-TX-COUNT.
       WRITE-REBATE-ROWS.
            MOVE 'N' TO WS-TAB-EOF-SW
            MOVE 0 TO RT-REBATE-CODE
            START REBTAB KEY NOT LESS THAN RT-REBATE-CODE
                INVALID KEY
                    SET WS-TAB-EOF TO TRUE
            END-START
            PERFORM WRITE-ONE-REBATE-ROW
                UNTIL WS-TAB-EOF.
       WRITE-ONE-REBATE-ROW.
            READ REBTAB NEXT RECORD
                AT END
                    SET WS-TAB-EOF TO TRUE
            END-READ
            IF NOT WS-TAB-EOF then
                MOVE SPACES TO TAX-EXPORT-RECORD
                MOVE RT-REBATE-CODE TO TE-RB-REBATE-CODE
                MOVE RT-REBATE-PCT TO TE-RB-REBATE-PCT
                MOVE 'RB' TO TE-REC-TYPE
                WRITE TAX-EXPORT-RECORD
                ADD 1 TO WS-RB-COUNT
            END-IF.
       SORT-EXPORT-DATA.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-SECTION
                ON ASCENDING KEY SW-KEY
                INPUT PROCEDURE RELEASE-EXPORT-DATA
                GIVING TAXSRT.
       RELEASE-EXPORT-DATA.
            MOVE 0 TO HIST-INVOICE-NO
            MOVE 0 TO HIST-LINE-NO
            START INFHIST KEY NOT LESS THAN HIST-KEY
                INVALID KEY
                    SET WS-HIST-EOF TO TRUE
            END-START
            PERFORM RELEASE-ONE-HIST-LINE
                UNTIL WS-HIST-EOF
            PERFORM RELEASE-ONE-PAYMENT
                UNTIL WS-PAY-EOF.
       RELEASE-ONE-HIST-LINE.
            READ INFHIST NEXT RECORD
                AT END
                    SET WS-HIST-EOF TO TRUE
            END-READ
            IF NOT WS-HIST-EOF then
                ADD 1 TO WS-LINES-READ
                IF HL-INVOICE-DATE NOT < WS-FROM-DATE
                    AND HL-INVOICE-DATE NOT > WS-TO-DATE then
                    PERFORM RELEASE-BILLED-LINE
                END-IF
            END-IF.
       RELEASE-BILLED-LINE.
      *Every company's lines count toward the all-company totals
      *RECHVAT's returns are tied against; only the requested
      *company's are exported. A cash-basis company's lines are
      *not what RECHVAT files - its releases are, further down.
            COMPUTE WS-LINE-VAT-AMT = HIST-GROSS-AMT - HIST-NET-AMT
            COMPUTE WS-VAT-SUBSCR = HL-VAT + 1
            IF HL-COMPANY-CODE NOT = WS-VB-CO-CODE then
                PERFORM LOOKUP-VAT-BASIS
            END-IF
            IF WS-VB-CASH-BASIS then
                ADD 1 TO WS-CASH-LINES-SKIPPED
            ELSE
                ADD 1 TO WS-VC-ALL-COUNT(WS-VAT-SUBSCR)
                ADD HIST-NET-AMT TO WS-VC-ALL-NET(WS-VAT-SUBSCR)
                ADD WS-LINE-VAT-AMT TO WS-VC-ALL-VAT(WS-VAT-SUBSCR)
            END-IF
            IF HL-COMPANY-CODE = WS-EXP-COMPANY then
                MOVE SPACES TO WS-SRT-KEY-DOC
                MOVE HIST-DOC-NO TO WK-DOC-NO
                MOVE HIST-INVOICE-NO TO WK-INVOICE-NO
                MOVE HIST-LINE-NO TO WK-LINE-NO
                MOVE 2 TO SW-SECTION
                MOVE WS-SRT-KEY-DOC TO SW-KEY
                MOVE HISTORY-RECORD TO SW-DATA
                RELEASE SORT-WORK-RECORD
                MOVE HL-CUST-ID TO CM-CUST-ID
                PERFORM RELEASE-CUSTOMER
            END-IF.
       LOOKUP-VAT-BASIS.
      *A company not on the company master bills on the invoice
      *basis.
            MOVE HL-COMPANY-CODE TO WS-VB-CO-CODE
            MOVE 'N' TO WS-VB-CASH-SW
            PERFORM MATCH-ONE-VAT-BASIS
                VARYING WS-CA-SUBSCR FROM 1 BY 1
                UNTIL WS-CA-SUBSCR > WS-CA-COUNT.
       MATCH-ONE-VAT-BASIS.
            IF WS-CA-COMPANY(WS-CA-SUBSCR) = WS-VB-CO-CODE
                AND WS-CA-VAT-BASIS(WS-CA-SUBSCR) = 'C' then
                SET WS-VB-CASH-BASIS TO TRUE
            END-IF.
       RELEASE-CUSTOMER.
            MOVE 1 TO SW-SECTION
            MOVE SPACES TO SW-KEY
            MOVE CM-CUST-ID TO SW-KEY
            MOVE SPACES TO SW-DATA
            RELEASE SORT-WORK-RECORD.
       RELEASE-ONE-PAYMENT.
            READ PAYHIST
                AT END
                    SET WS-PAY-EOF TO TRUE
            END-READ
            IF NOT WS-PAY-EOF then
                ADD 1 TO WS-PAYMENTS-READ
                IF PH-PAYMENT-DATE NOT < WS-FROM-DATE
                    AND PH-PAYMENT-DATE NOT > WS-TO-DATE then
                    PERFORM RELEASE-PAYMENT
                END-IF
            END-IF.
       RELEASE-PAYMENT.
      *The payment ledger carries no company - the item it paid
      *does, through its first line on the billed history.
            MOVE SPACES TO WS-PAY-COMPANY
            MOVE 0 TO WS-PAY-DOC-NO
            MOVE PH-INVOICE-NO TO HIST-INVOICE-NO
            MOVE 0 TO HIST-LINE-NO
            START INFHIST KEY NOT LESS THAN HIST-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ INFHIST NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF HIST-INVOICE-NO = PH-INVOICE-NO then
                                MOVE HL-COMPANY-CODE TO WS-PAY-COMPANY
                                MOVE HIST-DOC-NO TO WS-PAY-DOC-NO
                            END-IF
                    END-READ
            END-START
            IF WS-PAY-COMPANY = SPACES then
                ADD 1 TO WS-PAY-UNRESOLVED
            END-IF
            IF WS-PAY-COMPANY = WS-EXP-COMPANY then
                MOVE SPACES TO WS-SRT-KEY-PAY
                MOVE PH-PAYMENT-DATE TO WK-PAYMENT-DATE
                MOVE PH-INVOICE-NO TO WK-PAY-INVOICE-NO
                MOVE SPACES TO WS-SRT-PAY-DATA
                MOVE PAYMENT-HISTORY-RECORD TO WP-PAYMENT
                MOVE WS-PAY-DOC-NO TO WP-DOC-NO
                MOVE 3 TO SW-SECTION
                MOVE WS-SRT-KEY-PAY TO SW-KEY
                MOVE WS-SRT-PAY-DATA TO SW-DATA
                RELEASE SORT-WORK-RECORD
                MOVE PH-CUST-ID TO CM-CUST-ID
                PERFORM RELEASE-CUSTOMER
            END-IF.
       BOD-PARA.
            PERFORM PROCESS-SORTED-REC
                UNTIL WS-SRT-EOF
            PERFORM WRITE-LEDGER-POSTINGS
            PERFORM LOAD-CASH-BASIS-RELEASES
                THRU LOAD-CASH-BASIS-RELEASES-EXIT
            PERFORM LOAD-VAT-RETURNS
            PERFORM WRITE-CONTROL-TOTALS.
       READ-SORTED-REC.
            READ TAXSRT INTO WS-SRT-RECORD
                AT END
                    SET WS-SRT-EOF TO TRUE
            END-READ.
       PROCESS-SORTED-REC.
            EVALUATE WR-SECTION
                WHEN 1
                    PERFORM WRITE-CUSTOMER
                WHEN 2
                    PERFORM WRITE-DOCUMENT-LINE
                WHEN 3
                    PERFORM WRITE-PAYMENT
            END-EVALUATE
            PERFORM READ-SORTED-REC.
       WRITE-CUSTOMER.
            IF WR-KEY(1:6) NOT = WS-LAST-CUST-ID then
                MOVE WR-KEY(1:6) TO WS-LAST-CUST-ID
                MOVE SPACES TO TAX-EXPORT-RECORD
                MOVE WR-KEY(1:6) TO CM-CUST-ID
                READ CUSTMAST
                    INVALID KEY
                        MOVE WR-KEY(1:6) TO TE-CU-CUST-ID
                        MOVE '*** NOT ON CUSTOMER MASTER' TO
                            TE-CU-CUST-NAME
                    NOT INVALID KEY
                        MOVE CM-CUST-ID TO TE-CU-CUST-ID
                        MOVE CM-CUST-NAME TO TE-CU-CUST-NAME
                        MOVE CM-BILL-ADDR-LINE1 TO TE-CU-ADDR-LINE1
                        MOVE CM-BILL-ADDR-LINE2 TO TE-CU-ADDR-LINE2
                        MOVE CM-BILL-CITY TO TE-CU-CITY
                        MOVE CM-BILL-STATE TO TE-CU-STATE
                        MOVE CM-BILL-ZIP TO TE-CU-ZIP
                        MOVE CM-VAT-REG-NO TO TE-CU-VAT-REG-NO
                        MOVE CM-VAT-COUNTRY TO TE-CU-VAT-COUNTRY
                        MOVE CM-PARENT-CUST-ID TO
                            TE-CU-PARENT-CUST-ID
                        MOVE CM-TERMS-NET-DAYS TO
                            TE-CU-TERMS-NET-DAYS
                        MOVE CM-PAY-METHOD TO TE-CU-PAY-METHOD
                END-READ
                MOVE 'CU' TO TE-REC-TYPE
                WRITE TAX-EXPORT-RECORD
                ADD 1 TO WS-CU-COUNT
            END-IF.
       WRITE-DOCUMENT-LINE.
            MOVE WR-DATA TO HISTORY-RECORD
            IF WS-FIRST-DOC OR HIST-DOC-NO NOT = WS-CUR-DOC-NO then
                MOVE 'N' TO WS-FIRST-DOC-SW
                MOVE HIST-DOC-NO TO WS-CUR-DOC-NO
                PERFORM WRITE-DOCUMENT-HEADER
            END-IF
            COMPUTE WS-LINE-VAT-AMT = HIST-GROSS-AMT - HIST-NET-AMT
            MOVE SPACES TO TAX-EXPORT-RECORD
            MOVE HIST-DOC-NO TO TE-IL-DOC-NO
            MOVE HIST-INVOICE-NO TO TE-IL-INVOICE-NO
            MOVE HIST-LINE-NO TO TE-IL-LINE-NO
            MOVE HL-LINE-TYPE TO TE-IL-LINE-TYPE
            MOVE HL-ITEM-NO TO TE-IL-ITEM-NO
            MOVE HL-QUANT TO TE-IL-QUANTITY
            MOVE HL-UNIT-PRICE TO TE-IL-UNIT-PRICE
            MOVE HL-REBATE TO TE-IL-REBATE-CODE
            MOVE HL-VAT TO TE-IL-VAT-CODE
            MOVE HIST-NET-AMT TO TE-IL-NET-AMT
            MOVE WS-LINE-VAT-AMT TO TE-IL-VAT-AMT
            MOVE HIST-GROSS-AMT TO TE-IL-GROSS-AMT
            MOVE HIST-REBATE-AMT TO TE-IL-REBATE-AMT
            MOVE HIST-WHT-AMT TO TE-IL-WHT-AMT
            MOVE HIST-REP-CODE TO TE-IL-REP-CODE
            MOVE 'IL' TO TE-REC-TYPE
            WRITE TAX-EXPORT-RECORD
            ADD 1 TO WS-IL-COUNT
            COMPUTE WS-VAT-SUBSCR = HL-VAT + 1
            IF NOT CO-VAT-CASH-BASIS then
                ADD 1 TO WS-VC-CO-COUNT(WS-VAT-SUBSCR)
                ADD HIST-NET-AMT TO WS-VC-CO-NET(WS-VAT-SUBSCR)
                ADD WS-LINE-VAT-AMT TO WS-VC-CO-VAT(WS-VAT-SUBSCR)
            END-IF
            ADD HIST-NET-AMT TO WS-CO-LINE-NET
            ADD WS-LINE-VAT-AMT TO WS-CO-LINE-VAT.
       WRITE-DOCUMENT-HEADER.
            MOVE SPACES TO TAX-EXPORT-RECORD
            MOVE HIST-DOC-NO TO DR-DOC-NO
            READ DOCREG
                INVALID KEY
                    MOVE HIST-DOC-NO TO TE-IH-DOC-NO
                    MOVE HIST-INVOICE-NO TO TE-IH-INVOICE-NO
                    MOVE HL-CUST-ID TO TE-IH-CUST-ID
                    MOVE HL-INVOICE-DATE TO TE-IH-INVOICE-DATE
                    MOVE HL-CURRENCY-CODE TO TE-IH-CURRENCY-CODE
                    MOVE '?' TO TE-IH-STATUS
                    ADD 1 TO WS-DOCS-NOT-ON-REG
                NOT INVALID KEY
                    MOVE DR-DOC-NO TO TE-IH-DOC-NO
                    MOVE DR-INVOICE-NO TO TE-IH-INVOICE-NO
                    MOVE DR-CUST-ID TO TE-IH-CUST-ID
                    MOVE DR-INVOICE-DATE TO TE-IH-INVOICE-DATE
                    MOVE DR-DUE-DATE TO TE-IH-DUE-DATE
                    MOVE DR-CURRENCY-CODE TO TE-IH-CURRENCY-CODE
                    MOVE DR-BOOKED-RATE TO TE-IH-BOOKED-RATE
                    MOVE DR-LINE-COUNT TO TE-IH-LINE-COUNT
                    MOVE DR-TOTAL-NO-VAT TO TE-IH-TOTAL-NO-VAT
                    MOVE DR-TOTAL-VAT TO TE-IH-TOTAL-VAT
                    MOVE DR-FRT-NET-AMT TO TE-IH-FRT-NET-AMT
                    MOVE DR-FRT-VAT-AMT TO TE-IH-FRT-VAT-AMT
                    MOVE DR-RC-FLAG TO TE-IH-RC-FLAG
                    MOVE DR-STATUS TO TE-IH-STATUS
                    MOVE DR-LINKED-DOC-NO TO TE-IH-LINKED-DOC-NO
                    MOVE DR-STATUS-DATE TO TE-IH-STATUS-DATE
            END-READ
            MOVE 'IH' TO TE-REC-TYPE
            WRITE TAX-EXPORT-RECORD
            ADD 1 TO WS-IH-COUNT.
       WRITE-PAYMENT.
            MOVE WR-DATA TO WS-SRT-PAY-DATA
            MOVE WP-PAYMENT TO PAYMENT-HISTORY-RECORD
            MOVE SPACES TO TAX-EXPORT-RECORD
            MOVE PH-PAYMENT-DATE TO TE-PY-PAYMENT-DATE
            MOVE PH-CUST-ID TO TE-PY-CUST-ID
            MOVE PH-INVOICE-NO TO TE-PY-INVOICE-NO
            MOVE WP-DOC-NO TO TE-PY-DOC-NO
            MOVE PH-AMOUNT TO TE-PY-AMOUNT
            MOVE PH-DAYS-TO-PAY TO TE-PY-DAYS-TO-PAY
            MOVE 'PY' TO TE-REC-TYPE
            WRITE TAX-EXPORT-RECORD
            ADD 1 TO WS-PY-COUNT
            ADD PH-AMOUNT TO WS-PAY-TOTAL.
       WRITE-LEDGER-POSTINGS.
      *No posting history yet means nothing has been archived to
      *it - the section is simply empty.
            OPEN INPUT GLHIST
            IF WS-GLHIST-STATUS NOT = '00' then
                SET WS-GL-EOF TO TRUE
                DISPLAY '*** GL POSTING HISTORY NOT AVAILABLE ***'
                IF RETURN-CODE < 4 then
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            PERFORM WRITE-ONE-POSTING
                UNTIL WS-GL-EOF
            IF WS-GLHIST-STATUS = '00' OR WS-GLHIST-STATUS = '10'
                then
                CLOSE GLHIST
            END-IF.
       WRITE-ONE-POSTING.
            READ GLHIST
                AT END
                    SET WS-GL-EOF TO TRUE
            END-READ
            IF NOT WS-GL-EOF then
                ADD 1 TO WS-GL-READ
                IF GL-RUN-DATE NOT < WS-FROM-DATE
                    AND GL-RUN-DATE NOT > WS-TO-DATE then
                    PERFORM ATTRIBUTE-POSTING
                    IF WS-ATTRIBUTION NOT = SPACE then
                        PERFORM WRITE-POSTING
                    END-IF
                END-IF
            END-IF.
       ATTRIBUTE-POSTING.
            MOVE SPACE TO WS-ATTRIBUTION
            IF GL-DOC-FIRST NOT = 0 then
                MOVE GL-DOC-FIRST TO DR-DOC-NO
                READ DOCREG
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF DR-COMPANY-CODE = WS-EXP-COMPANY then
                            MOVE 'D' TO WS-ATTRIBUTION
                        END-IF
                END-READ
            ELSE
                MOVE SPACES TO WS-ACCT-OWNER
                PERFORM FIND-ACCOUNT-OWNER
                    VARYING WS-CA-SUBSCR FROM 1 BY 1
                    UNTIL WS-CA-SUBSCR > WS-CA-COUNT
                    OR WS-ACCT-OWNER = WS-EXP-COMPANY
                EVALUATE TRUE
                    WHEN WS-ACCT-OWNER = WS-EXP-COMPANY
                        MOVE 'A' TO WS-ATTRIBUTION
                    WHEN WS-ACCT-OWNER = SPACES
                        MOVE 'S' TO WS-ATTRIBUTION
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
       FIND-ACCOUNT-OWNER.
            PERFORM MATCH-ONE-ACCOUNT
                VARYING WS-CA-ACCT-SUBSCR FROM 1 BY 1
                UNTIL WS-CA-ACCT-SUBSCR > 8.
       MATCH-ONE-ACCOUNT.
      *An account the requested company uses wins over another
      *company using the same number.
            IF WS-CA-ACCOUNT(WS-CA-SUBSCR WS-CA-ACCT-SUBSCR) =
                GL-ACCOUNT-NO
                AND WS-ACCT-OWNER NOT = WS-EXP-COMPANY then
                MOVE WS-CA-COMPANY(WS-CA-SUBSCR) TO WS-ACCT-OWNER
            END-IF.
       WRITE-POSTING.
            MOVE SPACES TO TAX-EXPORT-RECORD
            MOVE GL-RUN-DATE TO TE-GL-RUN-DATE
            MOVE GL-ACCOUNT-NO TO TE-GL-ACCOUNT-NO
            MOVE GL-DEBIT-CREDIT TO TE-GL-DEBIT-CREDIT
            MOVE GL-AMOUNT TO TE-GL-AMOUNT
            MOVE GL-DESCRIPTION TO TE-GL-DESCRIPTION
            MOVE GL-DOC-FIRST TO TE-GL-DOC-FIRST
            MOVE GL-DOC-LAST TO TE-GL-DOC-LAST
            MOVE WS-ATTRIBUTION TO TE-GL-ATTRIBUTION
            MOVE 'GL' TO TE-REC-TYPE
            WRITE TAX-EXPORT-RECORD
            ADD 1 TO WS-GL-COUNT
            IF GL-DEBIT then
                ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
            ELSE
                ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
            END-IF.
       LOAD-CASH-BASIS-RELEASES.
      *The VAT cash application released for the cash-basis
      *companies in the range, by VAT code, as RECHVAT files it -
      *the bad-debt relief adjustments go in a box of their own on
      *the return and are left out here. No history yet just means
      *no cash-basis company has been paid.
            OPEN INPUT VATREL
            IF WS-VATREL-STATUS NOT = '00' then
                GO TO LOAD-CASH-BASIS-RELEASES-EXIT
            END-IF
            PERFORM READ-ONE-RELEASE
                UNTIL WS-VATREL-EOF
            CLOSE VATREL.
       LOAD-CASH-BASIS-RELEASES-EXIT.
            EXIT.
       READ-ONE-RELEASE.
            READ VATREL
                AT END
                    SET WS-VATREL-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RELEASES-READ
                    IF VR-RELEASE-DATE NOT < WS-FROM-DATE
                        AND VR-RELEASE-DATE NOT > WS-TO-DATE
                        AND NOT VR-BAD-DEBT-ADJ then
                        PERFORM TOTAL-ONE-RELEASE
                    END-IF
            END-READ.
       TOTAL-ONE-RELEASE.
            ADD 1 TO WS-RELEASES-TOTALLED
            COMPUTE WS-VAT-SUBSCR = VR-VAT-CODE + 1
            ADD 1 TO WS-VC-ALL-COUNT(WS-VAT-SUBSCR)
            ADD VR-NET-AMT TO WS-VC-ALL-NET(WS-VAT-SUBSCR)
            ADD VR-VAT-AMT TO WS-VC-ALL-VAT(WS-VAT-SUBSCR)
            IF VR-COMPANY-CODE = WS-EXP-COMPANY then
                ADD 1 TO WS-VC-CO-COUNT(WS-VAT-SUBSCR)
                ADD VR-NET-AMT TO WS-VC-CO-NET(WS-VAT-SUBSCR)
                ADD VR-VAT-AMT TO WS-VC-CO-VAT(WS-VAT-SUBSCR)
            END-IF.
       LOAD-VAT-RETURNS.
      *RECHVAT's return extracts for the months of the range -
      *only the box lines are read, headings are skipped.
            OPEN INPUT VATRET
            IF WS-VATRET-STATUS NOT = '00' then
                SET WS-VR-EOF TO TRUE
            ELSE
                SET WS-RET-FILES-READ TO TRUE
            END-IF
            PERFORM READ-ONE-RETURN-LINE
                UNTIL WS-VR-EOF
            IF WS-VATRET-STATUS = '00' OR WS-VATRET-STATUS = '10'
                then
                CLOSE VATRET
            END-IF.
       READ-ONE-RETURN-LINE.
            READ VATRET INTO WS-VR-LINE
                AT END
                    SET WS-VR-EOF TO TRUE
            END-READ
            IF NOT WS-VR-EOF then
                IF WS-VR-BOX-NO IS NUMERIC
                    AND WS-VR-CODE-SUBSCR IS NUMERIC
                    AND WS-VR-COUNT IS NUMERIC then
                    MOVE WS-VR-CODE-SUBSCR TO WS-VAT-SUBSCR
                    IF WS-VAT-SUBSCR > 0 AND WS-VAT-SUBSCR < 11
                        then
                        MOVE WS-VR-NET-ED TO WS-VR-NET
                        MOVE WS-VR-VAT-ED TO WS-VR-VAT
                        MOVE WS-VR-COUNT TO WS-VR-COUNT-N
                        ADD WS-VR-COUNT-N TO
                            WS-VC-RET-COUNT(WS-VAT-SUBSCR)
                        ADD WS-VR-NET TO WS-VC-RET-NET(WS-VAT-SUBSCR)
                        ADD WS-VR-VAT TO WS-VC-RET-VAT(WS-VAT-SUBSCR)
                    END-IF
                END-IF
            END-IF.
       WRITE-CONTROL-TOTALS.
            MOVE 'DOC-LINES' TO WS-CT-ID
            MOVE WS-IL-COUNT TO WS-CT-COUNT
            MOVE WS-CO-LINE-NET TO WS-CT-AMOUNT-1
            MOVE WS-CO-LINE-VAT TO WS-CT-AMOUNT-2
            PERFORM WRITE-CONTROL-REC
            MOVE 'DOCUMENTS' TO WS-CT-ID
            MOVE WS-IH-COUNT TO WS-CT-COUNT
            MOVE 0 TO WS-CT-AMOUNT-1
            MOVE 0 TO WS-CT-AMOUNT-2
            PERFORM WRITE-CONTROL-REC
            MOVE 'PAYMENTS' TO WS-CT-ID
            MOVE WS-PY-COUNT TO WS-CT-COUNT
            MOVE WS-PAY-TOTAL TO WS-CT-AMOUNT-1
            MOVE 0 TO WS-CT-AMOUNT-2
            PERFORM WRITE-CONTROL-REC
            MOVE 'GL-POSTINGS' TO WS-CT-ID
            MOVE WS-GL-COUNT TO WS-CT-COUNT
            MOVE WS-GL-DEBIT-TOTAL TO WS-CT-AMOUNT-1
            MOVE WS-GL-CREDIT-TOTAL TO WS-CT-AMOUNT-2
            PERFORM WRITE-CONTROL-REC
            PERFORM WRITE-VAT-REPORT-HEADER
            PERFORM WRITE-ONE-VAT-CONTROL
                VARYING WS-VAT-SUBSCR FROM 1 BY 1
                UNTIL WS-VAT-SUBSCR > 10.
       WRITE-CONTROL-REC.
            MOVE SPACES TO TAX-EXPORT-RECORD
            MOVE WS-CT-ID TO TE-CT-CONTROL-ID
            MOVE WS-CT-COUNT TO TE-CT-COUNT
            MOVE WS-CT-AMOUNT-1 TO TE-CT-AMOUNT-1
            MOVE WS-CT-AMOUNT-2 TO TE-CT-AMOUNT-2
            MOVE 'CT' TO TE-REC-TYPE
            WRITE TAX-EXPORT-RECORD
            ADD 1 TO WS-CT-COUNT-RECS.
       WRITE-VAT-REPORT-HEADER.
            MOVE 'TIE TO THE VAT RETURNS (RECHVAT) BY VAT CODE'
                TO TAX-REPORT-LINE
            WRITE TAX-REPORT-LINE
            MOVE SPACES TO TAX-REPORT-LINE
            STRING 'CODE   COMPANY NET    COMPANY VAT'
                DELIMITED BY SIZE
                '  ALL COMPANIES NET        ALL VAT'
                DELIMITED BY SIZE
                '     RETURNS NET    RETURNS VAT'
                DELIMITED BY SIZE
                INTO TAX-REPORT-LINE
            END-STRING
            WRITE TAX-REPORT-LINE
            IF NOT WS-RET-FILES-READ then
                MOVE SPACES TO TAX-REPORT-LINE
                MOVE '*** NO RECHVAT RETURN EXTRACTS SUPPLIED ***'
                    TO TAX-REPORT-LINE
                WRITE TAX-REPORT-LINE
                IF RETURN-CODE < 4 then
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
       WRITE-ONE-VAT-CONTROL.
            COMPUTE WS-VAT-CODE = WS-VAT-SUBSCR - 1
            COMPUTE WS-DIFF-NET = WS-VC-ALL-NET(WS-VAT-SUBSCR)
                - WS-VC-RET-NET(WS-VAT-SUBSCR)
            COMPUTE WS-DIFF-VAT = WS-VC-ALL-VAT(WS-VAT-SUBSCR)
                - WS-VC-RET-VAT(WS-VAT-SUBSCR)
            IF WS-VC-ALL-COUNT(WS-VAT-SUBSCR) > 0
                OR WS-VC-RET-COUNT(WS-VAT-SUBSCR) > 0 then
                MOVE SPACES TO WS-CT-ID
                STRING 'VAT-' WS-VAT-CODE DELIMITED BY SIZE
                    INTO WS-CT-ID
                END-STRING
                MOVE WS-VC-CO-COUNT(WS-VAT-SUBSCR) TO WS-CT-COUNT
                MOVE WS-VC-CO-NET(WS-VAT-SUBSCR) TO WS-CT-AMOUNT-1
                MOVE WS-VC-CO-VAT(WS-VAT-SUBSCR) TO WS-CT-AMOUNT-2
                PERFORM WRITE-CONTROL-REC
                MOVE SPACES TO WS-CT-ID
                STRING 'VATALL-' WS-VAT-CODE DELIMITED BY SIZE
                    INTO WS-CT-ID
                END-STRING
                MOVE WS-VC-ALL-COUNT(WS-VAT-SUBSCR) TO WS-CT-COUNT
                MOVE WS-VC-ALL-NET(WS-VAT-SUBSCR) TO WS-CT-AMOUNT-1
                MOVE WS-VC-ALL-VAT(WS-VAT-SUBSCR) TO WS-CT-AMOUNT-2
                PERFORM WRITE-CONTROL-REC
                MOVE SPACES TO WS-CT-ID
                STRING 'VATRET-' WS-VAT-CODE DELIMITED BY SIZE
                    INTO WS-CT-ID
                END-STRING
                MOVE WS-VC-RET-COUNT(WS-VAT-SUBSCR) TO WS-CT-COUNT
                MOVE WS-VC-RET-NET(WS-VAT-SUBSCR) TO WS-CT-AMOUNT-1
                MOVE WS-VC-RET-VAT(WS-VAT-SUBSCR) TO WS-CT-AMOUNT-2
                PERFORM WRITE-CONTROL-REC
                MOVE SPACES TO TAX-REPORT-LINE
                MOVE WS-VAT-CODE TO TAX-REPORT-LINE(3:1)
                MOVE WS-VC-CO-NET(WS-VAT-SUBSCR) TO WS-AMT-ED
                MOVE WS-AMT-ED TO TAX-REPORT-LINE(6:14)
                MOVE WS-VC-CO-VAT(WS-VAT-SUBSCR) TO WS-AMT-ED
                MOVE WS-AMT-ED TO TAX-REPORT-LINE(21:14)
                MOVE WS-VC-ALL-NET(WS-VAT-SUBSCR) TO WS-AMT-ED
                MOVE WS-AMT-ED TO TAX-REPORT-LINE(38:14)
                MOVE WS-VC-ALL-VAT(WS-VAT-SUBSCR) TO WS-AMT-ED
                MOVE WS-AMT-ED TO TAX-REPORT-LINE(53:14)
                MOVE WS-VC-RET-NET(WS-VAT-SUBSCR) TO WS-AMT-ED
                MOVE WS-AMT-ED TO TAX-REPORT-LINE(70:14)
                MOVE WS-VC-RET-VAT(WS-VAT-SUBSCR) TO WS-AMT-ED
                MOVE WS-AMT-ED TO TAX-REPORT-LINE(85:14)
                IF WS-DIFF-NET NOT = 0 OR WS-DIFF-VAT NOT = 0 then
                    MOVE '*DIFFERENCE' TO TAX-REPORT-LINE(101:11)
                    ADD 1 TO WS-RET-DIFFS
                END-IF
                WRITE TAX-REPORT-LINE
            END-IF.
       END-PARA.
            MOVE SPACES TO TAX-EXPORT-RECORD
            MOVE WS-TX-COUNT TO TE-TR-TX-COUNT
            MOVE WS-RB-COUNT TO TE-TR-RB-COUNT
            MOVE WS-CU-COUNT TO TE-TR-CU-COUNT
            MOVE WS-IH-COUNT TO TE-TR-IH-COUNT
            MOVE WS-IL-COUNT TO TE-TR-IL-COUNT
            MOVE WS-PY-COUNT TO TE-TR-PY-COUNT
            MOVE WS-GL-COUNT TO TE-TR-GL-COUNT
            MOVE WS-CT-COUNT-RECS TO TE-TR-CT-COUNT
            MOVE 'TR' TO TE-REC-TYPE
            WRITE TAX-EXPORT-RECORD
            MOVE SPACES TO TAX-REPORT-LINE
            WRITE TAX-REPORT-LINE
            IF WS-RET-DIFFS > 0 then
                MOVE SPACES TO TAX-REPORT-LINE
                STRING 'DIFFERENCES AGAINST THE RETURNS ARE LINES '
                    DELIMITED BY SIZE
                    'BILLED IN A RUN OUTSIDE THEIR INVOICE MONTH, '
                    DELIMITED BY SIZE
                    'OR A RETURN MONTH MISSING FROM VATRETNM.'
                    DELIMITED BY SIZE
                    INTO TAX-REPORT-LINE
                END-STRING
                WRITE TAX-REPORT-LINE
                IF RETURN-CODE < 4 then
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            MOVE SPACES TO TAX-REPORT-LINE
            MOVE WS-CU-COUNT TO WS-CNT-ED
            STRING 'CUSTOMERS ' DELIMITED BY SIZE
                WS-CNT-ED DELIMITED BY SIZE
                INTO TAX-REPORT-LINE
            END-STRING
            WRITE TAX-REPORT-LINE
            MOVE SPACES TO TAX-REPORT-LINE
            MOVE WS-IH-COUNT TO WS-CNT-ED
            STRING 'DOCUMENTS ' DELIMITED BY SIZE
                WS-CNT-ED DELIMITED BY SIZE
                INTO TAX-REPORT-LINE
            END-STRING
            WRITE TAX-REPORT-LINE
            MOVE SPACES TO TAX-REPORT-LINE
            MOVE WS-IL-COUNT TO WS-CNT-ED
            STRING 'LINES     ' DELIMITED BY SIZE
                WS-CNT-ED DELIMITED BY SIZE
                INTO TAX-REPORT-LINE
            END-STRING
            WRITE TAX-REPORT-LINE
            MOVE SPACES TO TAX-REPORT-LINE
            MOVE WS-PY-COUNT TO WS-CNT-ED
            STRING 'PAYMENTS  ' DELIMITED BY SIZE
                WS-CNT-ED DELIMITED BY SIZE
                INTO TAX-REPORT-LINE
            END-STRING
            WRITE TAX-REPORT-LINE
            MOVE SPACES TO TAX-REPORT-LINE
            MOVE WS-GL-COUNT TO WS-CNT-ED
            STRING 'POSTINGS  ' DELIMITED BY SIZE
                WS-CNT-ED DELIMITED BY SIZE
                INTO TAX-REPORT-LINE
            END-STRING
            WRITE TAX-REPORT-LINE
            IF WS-DOCS-NOT-ON-REG > 0 then
                MOVE SPACES TO TAX-REPORT-LINE
                MOVE WS-DOCS-NOT-ON-REG TO WS-CNT-ED
                STRING '*** DOCUMENTS NOT ON THE REGISTER '
                    DELIMITED BY SIZE
                    WS-CNT-ED DELIMITED BY SIZE
                    INTO TAX-REPORT-LINE
                END-STRING
                WRITE TAX-REPORT-LINE
                IF RETURN-CODE < 4 then
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            CLOSE INFHIST
            CLOSE CUSTMAST
            CLOSE COMPMAST
            CLOSE DOCREG
            CLOSE VATTAB
            CLOSE REBTAB
            CLOSE PAYHIST
            CLOSE TAXSRT
            CLOSE TAXEXP
            CLOSE TAXRPT
            DISPLAY 'TAX-AUDIT EXPORT COMPANY: ' WS-EXP-COMPANY
                ' ' WS-FROM-DATE ' - ' WS-TO-DATE
            DISPLAY 'HISTORY LINES READ:       ' WS-LINES-READ
            DISPLAY 'PAYMENTS READ:            ' WS-PAYMENTS-READ
            DISPLAY 'PAYMENTS NOT ON HISTORY:  ' WS-PAY-UNRESOLVED
            DISPLAY 'GL POSTINGS READ:         ' WS-GL-READ
            DISPLAY 'CASH-BASIS LINES LEFT OUT:' WS-CASH-LINES-SKIPPED
            DISPLAY 'VAT RELEASES TOTALLED:    ' WS-RELEASES-TOTALLED
            DISPLAY 'DOCUMENTS EXPORTED:       ' WS-IH-COUNT
            DISPLAY 'LINES EXPORTED:           ' WS-IL-COUNT
            DISPLAY 'PAYMENTS EXPORTED:        ' WS-PY-COUNT
            DISPLAY 'POSTINGS EXPORTED:        ' WS-GL-COUNT
            STOP RUN.
