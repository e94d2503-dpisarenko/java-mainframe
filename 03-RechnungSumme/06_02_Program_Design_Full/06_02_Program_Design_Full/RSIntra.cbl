      *Monthly Intrastat extract. Reads the billed history for the
      *PARM's month and picks out the goods that crossed into
      *another EU member state - lines on items with a shipping
      *weight (service items ship nothing), going to a ship-to in,
      *or billed without a ship-to to a customer VAT-registered in,
      *a member state other than the billing company's own.
      *Finance charges are never goods. Each line is classed by
      *flow and nature of transaction:
      *  sale                          dispatch, nature 11
      *  credit memo (an RMA return)   arrival,  nature 21
      *  reversal of either            a negative correction in
      *                                the flow of what it reverses
      *- a cancellation is found on the document register, so a
      *returns credit is never mistaken for a reversed sale. The
      *lines are sorted and aggregated by company, flow, commodity
      *code, partner country, nature and country of origin into
      *the declaration extract (INTRAST.cpy), with net value, net
      *mass (the item master's pound weights converted to whole
      *kilograms, at least 1 kg on any row that moved something)
      *and supplementary quantity.
      *
      *The control report lists goods lines whose item has no
      *commodity code or origin, the aggregated rows, and ties the
      *month back to the EC sales listing (RECHECS): per company
      *and country, the listing basis (lines to customers VAT-
      *registered outside the company's country) less listed lines
      *that moved no goods within the EU (services, domestic or
      *non-EU deliveries), plus declared lines the listing does
      *not carry (deliveries into a member state for customers not
      *registered there), plus the shift of lines delivered to a
      *different member state from the customer's registration,
      *gives the Intrastat net (dispatches less arrivals). The
      *months of a quarter add up to the quarter's listing.
       PROGRAM-ID. RECHINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFHIST ASSIGN INFHISTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY HIST-KEY
                          ALTERNATE RECORD KEY HIST-CUST-KEY
                              WITH DUPLICATES
                          ALTERNATE RECORD KEY HIST-PERIOD-KEY
                              WITH DUPLICATES.
           SELECT ITEMMAST ASSIGN ITEMNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY IM-ITEM-NO.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CM-CUST-ID.
           SELECT SHIPTO  ASSIGN SHIPTONM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY SH-KEY.
           SELECT COMPMAST ASSIGN COMPNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CO-COMPANY-CODE.
           SELECT DOCREG  ASSIGN DOCREGNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY DR-DOC-NO
                          FILE STATUS WS-DOCREG-STATUS.
           SELECT INTSRT  ASSIGN INTSRTNM
                          ORGANIZATION SEQUENTIAL.
           SELECT INTEXT  ASSIGN INTEXTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT INTRPT  ASSIGN INTRPTNM
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
       FD  ITEMMAST.
           COPY "ITEMMAST.cpy".
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  SHIPTO.
           COPY "SHIPTO.cpy".
       FD  COMPMAST.
           COPY "COMPMAST.cpy".
       FD  DOCREG.
           COPY "DOCREG.cpy".
       SD  SORT-WORK-FILE.
      *One record per declared history line, sorted so each
      *declaration row's lines come out together.
       01  SORT-WORK-RECORD.
           05 SW-KEY.
               10 SW-COMPANY-CODE    PIC X(2).
               10 SW-FLOW            PIC X.
               10 SW-COMMODITY-CODE  PIC X(8).
               10 SW-PARTNER-COUNTRY PIC X(2).
               10 SW-NATURE          PIC X(2).
               10 SW-ORIGIN-COUNTRY  PIC X(2).
               10 SW-CORRECTION      PIC X.
           05 SW-NET-VALUE       PIC S9(11)V99.
           05 SW-MASS-LB         PIC S9(11)V99.
           05 SW-SUPP-QTY        PIC S9(9).
       FD  INTSRT.
       01  INT-SORTED-RECORD     PIC X(53).
       FD  INTEXT.
           COPY "INTRAST.cpy".
       FD  INTRPT.
       01  INT-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-HIST-EOF-SW        PIC X VALUE 'N'.
           88 WS-HIST-EOF            VALUE 'Y'.
       01  WS-SRT-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-SRT-EOF             VALUE 'Y'.
       01  WS-DOCREG-STATUS      PIC X(2) VALUE '00'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RPT-PERIOD         PIC 9(6) VALUE 0.
       01  WS-RPT-PERIOD-X REDEFINES WS-RPT-PERIOD.
           05 WS-RPT-YEAR        PIC 9(4).
           05 WS-RPT-MONTH       PIC 9(2).
       01  WS-LINES-READ         PIC 9(7) VALUE 0.
       01  WS-LINES-IN-MONTH     PIC 9(7) VALUE 0.
       01  WS-LINES-DECLARED     PIC 9(7) VALUE 0.
       01  WS-LINES-DISPATCH     PIC 9(7) VALUE 0.
       01  WS-LINES-ARRIVAL      PIC 9(7) VALUE 0.
       01  WS-LINES-CORRECTION   PIC 9(7) VALUE 0.
       01  WS-LINES-UNCLASSED    PIC 9(7) VALUE 0.
       01  WS-ROWS-WRITTEN       PIC 9(7) VALUE 0.
      *Member states, by the ISO code the ship-to and customer
      *files carry - Greece also under EL, the prefix its VAT
      *numbers are registered with.
       01  WS-EU-COUNTRY-LIST.
           05                    PIC X(28)
               VALUE 'ATBEBGHRCYCZDKEEFIFRDEGRELHU'.
           05                    PIC X(28)
               VALUE 'IEITLVLTLUMTNLPLPTROSKSIESSE'.
       01  WS-EU-COUNTRY-TABLE REDEFINES WS-EU-COUNTRY-LIST.
           05 WS-EU-COUNTRY      PIC X(2) OCCURS 28 TIMES.
       01  WS-EU-SUBSCR          PIC 99.
       01  WS-EU-CHECK-COUNTRY   PIC X(2).
       01  WS-EU-MEMBER-SW       PIC X VALUE 'N'.
           88 WS-EU-MEMBER           VALUE 'Y'.
      *The line being classed.
       01  WS-CUR-CO-CODE        PIC X(2) VALUE LOW-VALUES.
       01  WS-HOME-COUNTRY       PIC X(2) VALUE SPACES.
       01  WS-HOME-IN-EU-SW      PIC X VALUE 'N'.
           88 WS-HOME-IN-EU          VALUE 'Y'.
       01  WS-VAT-REG-NO         PIC X(14).
       01  WS-VAT-COUNTRY        PIC X(2).
       01  WS-PARTNER-COUNTRY    PIC X(2).
       01  WS-GOODS-SW           PIC X VALUE 'N'.
           88 WS-GOODS-LINE          VALUE 'Y'.
       01  WS-IN-EC-SW           PIC X VALUE 'N'.
           88 WS-IN-EC               VALUE 'Y'.
       01  WS-IN-INTRA-SW        PIC X VALUE 'N'.
           88 WS-IN-INTRA            VALUE 'Y'.
       01  WS-CUR-DOC-NO         PIC 9(9) VALUE 0.
       01  WS-REVERSAL-SW        PIC X VALUE 'N'.
           88 WS-REVERSAL-DOC        VALUE 'Y'.
      *Working copy of the sorted record, since INTSRT's FD record
      *is a plain byte string.
       01  WS-INT-RECORD.
           05 WI-KEY.
               10 WI-COMPANY-CODE    PIC X(2).
               10 WI-FLOW            PIC X.
               10 WI-COMMODITY-CODE  PIC X(8).
               10 WI-PARTNER-COUNTRY PIC X(2).
               10 WI-NATURE          PIC X(2).
               10 WI-ORIGIN-COUNTRY  PIC X(2).
               10 WI-CORRECTION      PIC X.
           05 WI-NET-VALUE       PIC S9(11)V99.
           05 WI-MASS-LB         PIC S9(11)V99.
           05 WI-SUPP-QTY        PIC S9(9).
      *Control-break key and the row being aggregated.
       01  WS-FIRST-REC-SW       PIC X VALUE 'Y'.
           88 WS-FIRST-REC           VALUE 'Y'.
       01  WS-CUR-KEY            PIC X(18).
       01  WS-CUR-KEY-X REDEFINES WS-CUR-KEY.
           05 WS-CK-COMPANY-CODE     PIC X(2).
           05 WS-CK-FLOW             PIC X.
           05 WS-CK-COMMODITY-CODE   PIC X(8).
           05 WS-CK-PARTNER-COUNTRY  PIC X(2).
           05 WS-CK-NATURE           PIC X(2).
           05 WS-CK-ORIGIN-COUNTRY   PIC X(2).
           05 WS-CK-CORRECTION       PIC X.
       01  WS-ROW-VALUE          PIC S9(11)V99 VALUE 0.
       01  WS-ROW-MASS-LB        PIC S9(11)V99 VALUE 0.
       01  WS-ROW-SUPP-QTY       PIC S9(9) VALUE 0.
       01  WS-ROW-MASS-KG        PIC S9(9) VALUE 0.
      *Extract net per company - dispatches less arrivals - to tie
      *to the reconciliation.
       01  WS-CO-EXTRACT-NET     PIC S9(11)V99 VALUE 0.
       01  WS-CO-RECON-NET       PIC S9(11)V99 VALUE 0.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 20 TIMES.
               10 WS-CO-ENTRY-CODE   PIC X(2).
               10 WS-CO-EXT-NET      PIC S9(11)V99.
       01  WS-CO-COUNT           PIC 99 VALUE 0.
       01  WS-CO-SUBSCR          PIC 99.
       01  WS-CO-MATCH           PIC 99 VALUE 0.
      *Reconciliation to the EC sales listing, per company and
      *country, kept in key order the way RECHCFC keeps its
      *forecast table.
       01  WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 200 TIMES.
               10 WS-RC-ENTRY-KEY.
                   15 WS-RC-COMPANY    PIC X(2).
                   15 WS-RC-COUNTRY    PIC X(2).
               10 WS-RC-EC-BASIS       PIC S9(11)V99.
               10 WS-RC-EC-ONLY        PIC S9(11)V99.
               10 WS-RC-INTRA-ONLY     PIC S9(11)V99.
               10 WS-RC-SHIFT          PIC S9(11)V99.
               10 WS-RC-INTRA-NET      PIC S9(11)V99.
       01  WS-RC-COUNT           PIC 9(3) VALUE 0.
       01  WS-RC-SUBSCR          PIC 9(3).
       01  WS-RC-MATCH           PIC 9(3) VALUE 0.
       01  WS-RC-INSERT          PIC 9(3) VALUE 0.
       01  WS-RC-SHIFT-SUB       PIC 9(3).
       01  WS-RC-FOUND-SW        PIC X VALUE 'N'.
           88 WS-RC-FOUND            VALUE 'Y'.
       01  WS-LOOKUP-KEY.
           05 WS-LOOKUP-COMPANY  PIC X(2).
           05 WS-LOOKUP-COUNTRY  PIC X(2).
       01  WS-RC-TOTALS.
           05 WS-RT-EC-BASIS     PIC S9(11)V99.
           05 WS-RT-EC-ONLY      PIC S9(11)V99.
           05 WS-RT-INTRA-ONLY   PIC S9(11)V99.
           05 WS-RT-SHIFT        PIC S9(11)V99.
           05 WS-RT-INTRA-NET    PIC S9(11)V99.
       01  WS-RC-CUR-COMPANY     PIC X(2).
       01  WS-AMT-ED             PIC -(10)9.99.
       01  WS-KG-ED              PIC -(8)9.
       01  WS-QTY-ED             PIC -(8)9.
       01  WS-CNT-ED             PIC Z(6)9.
       LINKAGE SECTION.
      *PARM: the declaration month (YYYYMM).
       01  IS-PARM-AREA.
           05 IS-PARM-LEN        PIC S9(4) COMP.
           05 IS-PARM-PERIOD     PIC 9(6).
       PROCEDURE DIVISION USING IS-PARM-AREA.
       INTRA-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            IF IS-PARM-LEN < 6 then
                DISPLAY '*** INTRASTAT EXTRACT NEEDS THE PERIOD '
                    'IN THE PARM ***'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE IS-PARM-PERIOD TO WS-RPT-PERIOD
            IF WS-RPT-MONTH < 1 OR WS-RPT-MONTH > 12 then
                DISPLAY '*** INVALID PERIOD IN THE PARM: '
                    WS-RPT-PERIOD ' ***'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT INFHIST
            OPEN INPUT ITEMMAST
            OPEN INPUT CUSTMAST
            OPEN INPUT SHIPTO
            OPEN INPUT COMPMAST
            OPEN INPUT DOCREG
            OPEN OUTPUT INTEXT
            OPEN OUTPUT INTRPT
            PERFORM WRITE-REPORT-HEADER
            PERFORM SORT-DECLARED-LINES
            OPEN INPUT INTSRT
            PERFORM WRITE-EXTRACT-HEADER
            PERFORM READ-SORTED-REC.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO INT-REPORT-LINE
            STRING 'INTRASTAT DECLARATION CONTROL REPORT - PERIOD '
                DELIMITED BY SIZE
                WS-RPT-PERIOD DELIMITED BY SIZE
                ' - RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO INT-REPORT-LINE
            END-STRING
            WRITE INT-REPORT-LINE
            MOVE SPACES TO INT-REPORT-LINE
            WRITE INT-REPORT-LINE
            MOVE 'GOODS LINES WITHOUT A COMMODITY CODE OR ORIGIN'
                TO INT-REPORT-LINE
            WRITE INT-REPORT-LINE
            MOVE SPACES TO INT-REPORT-LINE
            STRING 'INVOICE LINE CUST   ITEM     CO PTNR'
                DELIMITED BY SIZE
                INTO INT-REPORT-LINE
            END-STRING
            WRITE INT-REPORT-LINE.
       SORT-DECLARED-LINES.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-COMPANY-CODE
                ON ASCENDING KEY SW-FLOW
                ON ASCENDING KEY SW-COMMODITY-CODE
                ON ASCENDING KEY SW-PARTNER-COUNTRY
                ON ASCENDING KEY SW-NATURE
                ON ASCENDING KEY SW-ORIGIN-COUNTRY
                ON ASCENDING KEY SW-CORRECTION
                INPUT PROCEDURE RELEASE-DECLARED-LINES
                GIVING INTSRT.
       RELEASE-DECLARED-LINES.
      *The month's lines off the period alternate index, the way
      *RECHCOM walks a commission period, instead of a pass over
      *the whole history.
            MOVE WS-RPT-PERIOD TO HIST-PERIOD
            MOVE LOW-VALUES TO HIST-CUST-ID
            MOVE 0 TO HIST-INVOICE-DATE
            START INFHIST KEY NOT LESS THAN HIST-PERIOD-KEY
                INVALID KEY
                    SET WS-HIST-EOF TO TRUE
            END-START
            PERFORM RELEASE-ONE-HIST-LINE
                UNTIL WS-HIST-EOF.
       RELEASE-ONE-HIST-LINE.
            READ INFHIST NEXT RECORD
                AT END
                    SET WS-HIST-EOF TO TRUE
            END-READ
      *The walk ends at the next period's first line.
            IF NOT WS-HIST-EOF
                AND HIST-PERIOD NOT = WS-RPT-PERIOD then
                SET WS-HIST-EOF TO TRUE
            END-IF
            IF NOT WS-HIST-EOF then
                ADD 1 TO WS-LINES-READ
      *Finance charges stay in - the EC listing carries them - but
      *never count as goods.
                IF HL-INVOICE-DATE(1:6) = WS-RPT-PERIOD then
                    ADD 1 TO WS-LINES-IN-MONTH
                    PERFORM CLASSIFY-HIST-LINE
                END-IF
            END-IF.
       CLASSIFY-HIST-LINE.
            PERFORM GET-HOME-COUNTRY
      *The EC listing's basis: a customer VAT-registered in a
      *country other than the billing company's.
            MOVE HL-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    MOVE SPACES TO WS-VAT-REG-NO
                    MOVE SPACES TO WS-VAT-COUNTRY
                NOT INVALID KEY
                    MOVE CM-VAT-REG-NO TO WS-VAT-REG-NO
                    MOVE CM-VAT-COUNTRY TO WS-VAT-COUNTRY
            END-READ
            IF WS-VAT-COUNTRY = 'EL' then
                MOVE 'GR' TO WS-VAT-COUNTRY
            END-IF
            MOVE 'N' TO WS-IN-EC-SW
            IF WS-VAT-REG-NO NOT = SPACES
                AND WS-VAT-COUNTRY NOT = SPACES
                AND WS-VAT-COUNTRY NOT = WS-HOME-COUNTRY then
                SET WS-IN-EC TO TRUE
            END-IF
      *Where the goods went: the ship-to's country when the line
      *quotes one, else the country the customer is registered
      *in - blank means they stayed at home.
            MOVE WS-VAT-COUNTRY TO WS-PARTNER-COUNTRY
            IF HL-SHIPTO-NO > 0 then
                MOVE HL-CUST-ID TO SH-CUST-ID
                MOVE HL-SHIPTO-NO TO SH-SHIPTO-NO
                READ SHIPTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SH-COUNTRY TO WS-PARTNER-COUNTRY
                END-READ
            END-IF
            IF WS-PARTNER-COUNTRY = 'EL' then
                MOVE 'GR' TO WS-PARTNER-COUNTRY
            END-IF
            MOVE 'N' TO WS-GOODS-SW
            MOVE HL-ITEM-NO TO IM-ITEM-NO
            READ ITEMMAST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF IM-SHIP-WEIGHT > 0
                        AND NOT HL-FINANCE-CHG then
                        SET WS-GOODS-LINE TO TRUE
                    END-IF
            END-READ
            MOVE 'N' TO WS-IN-INTRA-SW
            IF WS-GOODS-LINE AND WS-HOME-IN-EU
                AND WS-PARTNER-COUNTRY NOT = SPACES
                AND WS-PARTNER-COUNTRY NOT = WS-HOME-COUNTRY then
                MOVE WS-PARTNER-COUNTRY TO WS-EU-CHECK-COUNTRY
                PERFORM CHECK-EU-MEMBER
                IF WS-EU-MEMBER then
                    SET WS-IN-INTRA TO TRUE
                END-IF
            END-IF
            IF WS-IN-INTRA then
                PERFORM RELEASE-DECLARED-LINE
            END-IF
            IF WS-IN-EC OR WS-IN-INTRA then
                PERFORM POST-RECONCILIATION
            END-IF.
       GET-HOME-COUNTRY.
            IF HL-COMPANY-CODE NOT = WS-CUR-CO-CODE then
                MOVE HL-COMPANY-CODE TO WS-CUR-CO-CODE
                MOVE HL-COMPANY-CODE TO CO-COMPANY-CODE
                READ COMPMAST
                    INVALID KEY
                        MOVE SPACES TO WS-HOME-COUNTRY
                    NOT INVALID KEY
                        MOVE CO-COUNTRY-CODE TO WS-HOME-COUNTRY
                END-READ
                MOVE 'N' TO WS-HOME-IN-EU-SW
                IF WS-HOME-COUNTRY NOT = SPACES then
                    MOVE WS-HOME-COUNTRY TO WS-EU-CHECK-COUNTRY
                    PERFORM CHECK-EU-MEMBER
                    IF WS-EU-MEMBER then
                        SET WS-HOME-IN-EU TO TRUE
                    END-IF
                END-IF
            END-IF.
       CHECK-EU-MEMBER.
            MOVE 'N' TO WS-EU-MEMBER-SW
            PERFORM MATCH-ONE-EU-COUNTRY
                VARYING WS-EU-SUBSCR FROM 1 BY 1
                UNTIL WS-EU-SUBSCR > 28
                OR WS-EU-MEMBER.
       MATCH-ONE-EU-COUNTRY.
            IF WS-EU-COUNTRY(WS-EU-SUBSCR) = WS-EU-CHECK-COUNTRY then
                SET WS-EU-MEMBER TO TRUE
            END-IF.
       RELEASE-DECLARED-LINE.
      *A cancellation reverses what its original declared, so it
      *goes out in the original's flow as a negative correction -
      *a reversed sale is not goods coming back.
            PERFORM CHECK-REVERSAL-DOC
            IF HL-CREDIT-MEMO then
                IF WS-REVERSAL-DOC then
                    MOVE 'D' TO SW-FLOW
                    MOVE '11' TO SW-NATURE
                ELSE
                    MOVE 'A' TO SW-FLOW
                    MOVE '21' TO SW-NATURE
                END-IF
            ELSE
                IF WS-REVERSAL-DOC then
                    MOVE 'A' TO SW-FLOW
                    MOVE '21' TO SW-NATURE
                ELSE
                    MOVE 'D' TO SW-FLOW
                    MOVE '11' TO SW-NATURE
                END-IF
            END-IF
            MOVE HL-COMPANY-CODE TO SW-COMPANY-CODE
            MOVE IM-COMMODITY-CODE TO SW-COMMODITY-CODE
            MOVE WS-PARTNER-COUNTRY TO SW-PARTNER-COUNTRY
            MOVE IM-ORIGIN-COUNTRY TO SW-ORIGIN-COUNTRY
      *The history amount is signed like the line, so a dispatch
      *takes it as it stands and an arrival the other way round;
      *mass and quantity run negative only on corrections.
            IF SW-FLOW = 'D' then
                MOVE HIST-NET-AMT TO SW-NET-VALUE
                ADD 1 TO WS-LINES-DISPATCH
            ELSE
                COMPUTE SW-NET-VALUE = 0 - HIST-NET-AMT
                ADD 1 TO WS-LINES-ARRIVAL
            END-IF
            COMPUTE SW-MASS-LB = HL-QUANT * IM-SHIP-WEIGHT
            MOVE HL-QUANT TO SW-SUPP-QTY
            IF WS-REVERSAL-DOC then
                MOVE 'Y' TO SW-CORRECTION
                COMPUTE SW-MASS-LB = 0 - SW-MASS-LB
                COMPUTE SW-SUPP-QTY = 0 - SW-SUPP-QTY
                ADD 1 TO WS-LINES-CORRECTION
            ELSE
                MOVE 'N' TO SW-CORRECTION
            END-IF
            IF IM-COMMODITY-CODE = SPACES
                OR IM-ORIGIN-COUNTRY = SPACES then
                PERFORM WRITE-UNCLASSED-LINE
            END-IF
            ADD 1 TO WS-LINES-DECLARED
            RELEASE SORT-WORK-RECORD.
       CHECK-REVERSAL-DOC.
            IF HIST-DOC-NO NOT = WS-CUR-DOC-NO then
                MOVE HIST-DOC-NO TO WS-CUR-DOC-NO
                MOVE 'N' TO WS-REVERSAL-SW
                MOVE HIST-DOC-NO TO DR-DOC-NO
                READ DOCREG
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF DR-REVERSAL then
                            SET WS-REVERSAL-DOC TO TRUE
                        END-IF
                END-READ
            END-IF.
       WRITE-UNCLASSED-LINE.
      *Still declared - under a blank code - so the value and mass
      *are not lost; the item master needs fixing before filing.
            ADD 1 TO WS-LINES-UNCLASSED
            MOVE SPACES TO INT-REPORT-LINE
            MOVE HIST-INVOICE-NO TO INT-REPORT-LINE(1:7)
            MOVE HIST-LINE-NO TO INT-REPORT-LINE(9:3)
            MOVE HL-CUST-ID TO INT-REPORT-LINE(14:6)
            MOVE HL-ITEM-NO TO INT-REPORT-LINE(21:8)
            MOVE HL-COMPANY-CODE TO INT-REPORT-LINE(30:2)
            MOVE WS-PARTNER-COUNTRY TO INT-REPORT-LINE(33:2)
            IF IM-COMMODITY-CODE = SPACES then
                MOVE 'NO COMMODITY CODE' TO INT-REPORT-LINE(37:17)
            END-IF
            IF IM-ORIGIN-COUNTRY = SPACES then
                MOVE 'NO ORIGIN' TO INT-REPORT-LINE(56:9)
            END-IF
            WRITE INT-REPORT-LINE.
       POST-RECONCILIATION.
      *Listed lines post under the customer's registration country,
      *declared lines under the partner country; a line that is
      *both but went to another member state is shifted across.
            IF WS-IN-EC then
                MOVE HL-COMPANY-CODE TO WS-LOOKUP-COMPANY
                MOVE WS-VAT-COUNTRY TO WS-LOOKUP-COUNTRY
                PERFORM FIND-OR-ADD-RC-ENTRY
                IF WS-RC-MATCH > 0 then
                    ADD HIST-NET-AMT TO WS-RC-EC-BASIS(WS-RC-MATCH)
                    IF NOT WS-IN-INTRA then
                        ADD HIST-NET-AMT TO
                            WS-RC-EC-ONLY(WS-RC-MATCH)
                    ELSE
                        IF WS-PARTNER-COUNTRY NOT = WS-VAT-COUNTRY
                            then
                            SUBTRACT HIST-NET-AMT FROM
                                WS-RC-SHIFT(WS-RC-MATCH)
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF WS-IN-INTRA then
                MOVE HL-COMPANY-CODE TO WS-LOOKUP-COMPANY
                MOVE WS-PARTNER-COUNTRY TO WS-LOOKUP-COUNTRY
                PERFORM FIND-OR-ADD-RC-ENTRY
                IF WS-RC-MATCH > 0 then
                    ADD HIST-NET-AMT TO WS-RC-INTRA-NET(WS-RC-MATCH)
                    IF NOT WS-IN-EC then
                        ADD HIST-NET-AMT TO
                            WS-RC-INTRA-ONLY(WS-RC-MATCH)
                    ELSE
                        IF WS-PARTNER-COUNTRY NOT = WS-VAT-COUNTRY
                            then
                            ADD HIST-NET-AMT TO
                                WS-RC-SHIFT(WS-RC-MATCH)
                        END-IF
                    END-IF
                END-IF
            END-IF.
       FIND-OR-ADD-RC-ENTRY.
            MOVE 'N' TO WS-RC-FOUND-SW
            MOVE 0 TO WS-RC-MATCH
            MOVE 0 TO WS-RC-INSERT
            PERFORM MATCH-ONE-RC-ENTRY
                VARYING WS-RC-SUBSCR FROM 1 BY 1
                UNTIL WS-RC-SUBSCR > WS-RC-COUNT
                OR WS-RC-FOUND
                OR WS-RC-INSERT > 0
            IF NOT WS-RC-FOUND then
                IF WS-RC-COUNT < 200 then
                    IF WS-RC-INSERT = 0 then
                        COMPUTE WS-RC-INSERT = WS-RC-COUNT + 1
                    ELSE
                        PERFORM SHIFT-ONE-RC-ENTRY
                            VARYING WS-RC-SHIFT-SUB FROM WS-RC-COUNT
                            BY -1
                            UNTIL WS-RC-SHIFT-SUB < WS-RC-INSERT
                    END-IF
                    ADD 1 TO WS-RC-COUNT
                    MOVE WS-RC-INSERT TO WS-RC-MATCH
                    INITIALIZE WS-RC-ENTRY(WS-RC-MATCH)
                    MOVE WS-LOOKUP-KEY TO WS-RC-ENTRY-KEY(WS-RC-MATCH)
                ELSE
                    DISPLAY '*** RECONCILIATION TABLE FULL FOR: '
                        WS-LOOKUP-KEY ' ***'
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.
       MATCH-ONE-RC-ENTRY.
            IF WS-RC-ENTRY-KEY(WS-RC-SUBSCR) = WS-LOOKUP-KEY then
                SET WS-RC-FOUND TO TRUE
                MOVE WS-RC-SUBSCR TO WS-RC-MATCH
            ELSE
                IF WS-RC-ENTRY-KEY(WS-RC-SUBSCR) > WS-LOOKUP-KEY then
                    MOVE WS-RC-SUBSCR TO WS-RC-INSERT
                END-IF
            END-IF.
       SHIFT-ONE-RC-ENTRY.
            MOVE WS-RC-ENTRY(WS-RC-SHIFT-SUB) TO
                WS-RC-ENTRY(WS-RC-SHIFT-SUB + 1).
       WRITE-EXTRACT-HEADER.
            MOVE SPACES TO INT-REPORT-LINE
            WRITE INT-REPORT-LINE
            MOVE 'DECLARATION ROWS' TO INT-REPORT-LINE
            WRITE INT-REPORT-LINE
            MOVE SPACES TO INT-REPORT-LINE
            STRING 'CO F COMMOD   PT NT OR C     NET VALUE'
                DELIMITED BY SIZE
                '    MASS KG   SUPP QTY' DELIMITED BY SIZE
                INTO INT-REPORT-LINE
            END-STRING
            WRITE INT-REPORT-LINE.
       BOD-PARA.
            PERFORM PROCESS-SORTED-REC
                UNTIL WS-SRT-EOF
            IF NOT WS-FIRST-REC then
                PERFORM ROW-BREAK
            END-IF
            PERFORM WRITE-RECONCILIATION.
       READ-SORTED-REC.
            READ INTSRT INTO WS-INT-RECORD
                AT END
                    SET WS-SRT-EOF TO TRUE
            END-READ.
       PROCESS-SORTED-REC.
            IF NOT WS-FIRST-REC then
                IF WI-KEY NOT = WS-CUR-KEY then
                    PERFORM ROW-BREAK
                END-IF
            END-IF
            MOVE 'N' TO WS-FIRST-REC-SW
            MOVE WI-KEY TO WS-CUR-KEY
            ADD WI-NET-VALUE TO WS-ROW-VALUE
            ADD WI-MASS-LB TO WS-ROW-MASS-LB
            ADD WI-SUPP-QTY TO WS-ROW-SUPP-QTY
            PERFORM READ-SORTED-REC.
       ROW-BREAK.
      *Pounds to kilograms on the row total, so rounding happens
      *once per declared row; anything that moved weighs at least
      *a kilogram.
            COMPUTE WS-ROW-MASS-KG ROUNDED =
                WS-ROW-MASS-LB * 0.45359237
            IF WS-ROW-MASS-KG = 0 then
                IF WS-ROW-MASS-LB > 0 then
                    MOVE 1 TO WS-ROW-MASS-KG
                END-IF
                IF WS-ROW-MASS-LB < 0 then
                    MOVE -1 TO WS-ROW-MASS-KG
                END-IF
            END-IF
            MOVE SPACES TO INTRASTAT-RECORD
            MOVE WS-CK-COMPANY-CODE TO IS-COMPANY-CODE
            MOVE WS-RPT-PERIOD TO IS-PERIOD
            MOVE WS-CK-FLOW TO IS-FLOW
            MOVE WS-CK-COMMODITY-CODE TO IS-COMMODITY-CODE
            MOVE WS-CK-PARTNER-COUNTRY TO IS-PARTNER-COUNTRY
            MOVE WS-CK-NATURE TO IS-NATURE
            MOVE WS-CK-ORIGIN-COUNTRY TO IS-ORIGIN-COUNTRY
            MOVE WS-CK-CORRECTION TO IS-CORRECTION
            MOVE WS-ROW-VALUE TO IS-NET-VALUE
            MOVE WS-ROW-MASS-KG TO IS-NET-MASS
            MOVE WS-ROW-SUPP-QTY TO IS-SUPP-QTY
            WRITE INTRASTAT-RECORD
            ADD 1 TO WS-ROWS-WRITTEN
            MOVE SPACES TO INT-REPORT-LINE
            MOVE WS-CK-COMPANY-CODE TO INT-REPORT-LINE(1:2)
            MOVE WS-CK-FLOW TO INT-REPORT-LINE(4:1)
            MOVE WS-CK-COMMODITY-CODE TO INT-REPORT-LINE(6:8)
            MOVE WS-CK-PARTNER-COUNTRY TO INT-REPORT-LINE(15:2)
            MOVE WS-CK-NATURE TO INT-REPORT-LINE(18:2)
            MOVE WS-CK-ORIGIN-COUNTRY TO INT-REPORT-LINE(21:2)
            MOVE WS-CK-CORRECTION TO INT-REPORT-LINE(24:1)
            MOVE WS-ROW-VALUE TO WS-AMT-ED
            MOVE WS-AMT-ED TO INT-REPORT-LINE(26:14)
            MOVE WS-ROW-MASS-KG TO WS-KG-ED
            MOVE WS-KG-ED TO INT-REPORT-LINE(41:9)
            MOVE WS-ROW-SUPP-QTY TO WS-QTY-ED
            MOVE WS-QTY-ED TO INT-REPORT-LINE(51:9)
            IF WS-CK-COMMODITY-CODE = SPACES then
                MOVE '*NO COMMODITY CODE' TO INT-REPORT-LINE(62:18)
            END-IF
            WRITE INT-REPORT-LINE
            PERFORM POST-EXTRACT-NET
            MOVE 0 TO WS-ROW-VALUE
            MOVE 0 TO WS-ROW-MASS-LB
            MOVE 0 TO WS-ROW-SUPP-QTY.
       POST-EXTRACT-NET.
            MOVE 0 TO WS-CO-MATCH
            PERFORM MATCH-ONE-CO-ENTRY
                VARYING WS-CO-SUBSCR FROM 1 BY 1
                UNTIL WS-CO-SUBSCR > WS-CO-COUNT
                OR WS-CO-MATCH > 0
            IF WS-CO-MATCH = 0 AND WS-CO-COUNT < 20 then
                ADD 1 TO WS-CO-COUNT
                MOVE WS-CO-COUNT TO WS-CO-MATCH
                MOVE WS-CK-COMPANY-CODE TO
                    WS-CO-ENTRY-CODE(WS-CO-MATCH)
                MOVE 0 TO WS-CO-EXT-NET(WS-CO-MATCH)
            END-IF
            IF WS-CO-MATCH > 0 then
                IF WS-CK-FLOW = 'D' then
                    ADD WS-ROW-VALUE TO WS-CO-EXT-NET(WS-CO-MATCH)
                ELSE
                    SUBTRACT WS-ROW-VALUE FROM
                        WS-CO-EXT-NET(WS-CO-MATCH)
                END-IF
            END-IF.
       MATCH-ONE-CO-ENTRY.
            IF WS-CO-ENTRY-CODE(WS-CO-SUBSCR) = WS-CK-COMPANY-CODE
                then
                MOVE WS-CO-SUBSCR TO WS-CO-MATCH
            END-IF.
       WRITE-RECONCILIATION.
            MOVE SPACES TO INT-REPORT-LINE
            WRITE INT-REPORT-LINE
            MOVE 'RECONCILIATION TO THE EC SALES LISTING'
                TO INT-REPORT-LINE
            WRITE INT-REPORT-LINE
            MOVE SPACES TO INT-REPORT-LINE
            STRING 'CO CTRY     EC BASIS   LESS NO GOODS'
                DELIMITED BY SIZE
                '  PLUS NOT LISTED  COUNTRY SHIFT  INTRASTAT NET'
                DELIMITED BY SIZE
                INTO INT-REPORT-LINE
            END-STRING
            WRITE INT-REPORT-LINE
            INITIALIZE WS-RC-TOTALS
            MOVE SPACES TO WS-RC-CUR-COMPANY
            PERFORM WRITE-ONE-RC-ENTRY
                VARYING WS-RC-SUBSCR FROM 1 BY 1
                UNTIL WS-RC-SUBSCR > WS-RC-COUNT
            IF WS-RC-COUNT > 0 then
                PERFORM WRITE-RC-COMPANY-TOTAL
            END-IF
            MOVE SPACES TO INT-REPORT-LINE
            WRITE INT-REPORT-LINE
            MOVE SPACES TO INT-REPORT-LINE
            STRING 'EC BASIS IS THE RECHECS SELECTION FOR THE MONTH'
                DELIMITED BY SIZE
                ' - THE MONTHS OF A QUARTER ADD UP TO ITS LISTING.'
                DELIMITED BY SIZE
                INTO INT-REPORT-LINE
            END-STRING
            WRITE INT-REPORT-LINE.
       WRITE-ONE-RC-ENTRY.
            IF WS-RC-COMPANY(WS-RC-SUBSCR) NOT = WS-RC-CUR-COMPANY
                AND WS-RC-CUR-COMPANY NOT = SPACES then
                PERFORM WRITE-RC-COMPANY-TOTAL
            END-IF
            MOVE WS-RC-COMPANY(WS-RC-SUBSCR) TO WS-RC-CUR-COMPANY
            MOVE SPACES TO INT-REPORT-LINE
            MOVE WS-RC-COMPANY(WS-RC-SUBSCR) TO INT-REPORT-LINE(1:2)
            MOVE WS-RC-COUNTRY(WS-RC-SUBSCR) TO INT-REPORT-LINE(4:2)
            MOVE WS-RC-EC-BASIS(WS-RC-SUBSCR) TO WS-AMT-ED
            MOVE WS-AMT-ED TO INT-REPORT-LINE(8:14)
            MOVE WS-RC-EC-ONLY(WS-RC-SUBSCR) TO WS-AMT-ED
            MOVE WS-AMT-ED TO INT-REPORT-LINE(23:14)
            MOVE WS-RC-INTRA-ONLY(WS-RC-SUBSCR) TO WS-AMT-ED
            MOVE WS-AMT-ED TO INT-REPORT-LINE(38:14)
            MOVE WS-RC-SHIFT(WS-RC-SUBSCR) TO WS-AMT-ED
            MOVE WS-AMT-ED TO INT-REPORT-LINE(53:14)
            MOVE WS-RC-INTRA-NET(WS-RC-SUBSCR) TO WS-AMT-ED
            MOVE WS-AMT-ED TO INT-REPORT-LINE(68:14)
            WRITE INT-REPORT-LINE
            ADD WS-RC-EC-BASIS(WS-RC-SUBSCR) TO WS-RT-EC-BASIS
            ADD WS-RC-EC-ONLY(WS-RC-SUBSCR) TO WS-RT-EC-ONLY
            ADD WS-RC-INTRA-ONLY(WS-RC-SUBSCR) TO WS-RT-INTRA-ONLY
            ADD WS-RC-SHIFT(WS-RC-SUBSCR) TO WS-RT-SHIFT
            ADD WS-RC-INTRA-NET(WS-RC-SUBSCR) TO WS-RT-INTRA-NET.
       WRITE-RC-COMPANY-TOTAL.
      *The company's declared rows must net to the same figure the
      *reconciliation arrives at, line by line.
            MOVE SPACES TO INT-REPORT-LINE
            STRING 'CO ' DELIMITED BY SIZE
                WS-RC-CUR-COMPANY DELIMITED BY SIZE
                ' TOTAL' DELIMITED BY SIZE
                INTO INT-REPORT-LINE
            END-STRING
            MOVE WS-RT-EC-BASIS TO WS-AMT-ED
            MOVE WS-AMT-ED TO INT-REPORT-LINE(8:14)
            MOVE WS-RT-EC-ONLY TO WS-AMT-ED
            MOVE WS-AMT-ED TO INT-REPORT-LINE(23:14)
            MOVE WS-RT-INTRA-ONLY TO WS-AMT-ED
            MOVE WS-AMT-ED TO INT-REPORT-LINE(38:14)
            MOVE WS-RT-SHIFT TO WS-AMT-ED
            MOVE WS-AMT-ED TO INT-REPORT-LINE(53:14)
            MOVE WS-RT-INTRA-NET TO WS-AMT-ED
            MOVE WS-AMT-ED TO INT-REPORT-LINE(68:14)
            MOVE WS-RT-INTRA-NET TO WS-CO-RECON-NET
            MOVE 0 TO WS-CO-EXTRACT-NET
            MOVE WS-RC-CUR-COMPANY TO WS-CK-COMPANY-CODE
            MOVE 0 TO WS-CO-MATCH
            PERFORM MATCH-ONE-CO-ENTRY
                VARYING WS-CO-SUBSCR FROM 1 BY 1
                UNTIL WS-CO-SUBSCR > WS-CO-COUNT
                OR WS-CO-MATCH > 0
            IF WS-CO-MATCH > 0 then
                MOVE WS-CO-EXT-NET(WS-CO-MATCH) TO WS-CO-EXTRACT-NET
            END-IF
            IF WS-CO-EXTRACT-NET NOT = WS-CO-RECON-NET then
                MOVE '*EXTRACT OUT OF BALANCE' TO
                    INT-REPORT-LINE(84:23)
                MOVE 8 TO RETURN-CODE
            END-IF
            WRITE INT-REPORT-LINE
            MOVE SPACES TO INT-REPORT-LINE
            WRITE INT-REPORT-LINE
            INITIALIZE WS-RC-TOTALS.
       END-PARA.
            MOVE SPACES TO INT-REPORT-LINE
            MOVE WS-LINES-DECLARED TO WS-CNT-ED
            STRING 'LINES DECLARED ' DELIMITED BY SIZE
                WS-CNT-ED DELIMITED BY SIZE
                INTO INT-REPORT-LINE
            END-STRING
            MOVE WS-LINES-CORRECTION TO WS-CNT-ED
            STRING 'CORRECTIONS ' DELIMITED BY SIZE
                WS-CNT-ED DELIMITED BY SIZE
                INTO INT-REPORT-LINE(26:30)
            END-STRING
            MOVE WS-LINES-UNCLASSED TO WS-CNT-ED
            STRING 'UNCLASSED ' DELIMITED BY SIZE
                WS-CNT-ED DELIMITED BY SIZE
                INTO INT-REPORT-LINE(48:30)
            END-STRING
            WRITE INT-REPORT-LINE
            CLOSE INFHIST
            CLOSE ITEMMAST
            CLOSE CUSTMAST
            CLOSE SHIPTO
            CLOSE COMPMAST
            CLOSE DOCREG
            CLOSE INTSRT
            CLOSE INTEXT
            CLOSE INTRPT
            DISPLAY 'INTRASTAT PERIOD:       ' WS-RPT-PERIOD
            DISPLAY 'HISTORY LINES READ:     ' WS-LINES-READ
            DISPLAY 'LINES IN THE MONTH:     ' WS-LINES-IN-MONTH
            DISPLAY 'DISPATCH LINES:         ' WS-LINES-DISPATCH
            DISPLAY 'ARRIVAL LINES:          ' WS-LINES-ARRIVAL
            DISPLAY 'CORRECTION LINES:       ' WS-LINES-CORRECTION
            DISPLAY 'LINES WITHOUT CODE:     ' WS-LINES-UNCLASSED
            DISPLAY 'DECLARATION ROWS:       ' WS-ROWS-WRITTEN
            IF WS-LINES-UNCLASSED > 0 AND RETURN-CODE < 4 then
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.
