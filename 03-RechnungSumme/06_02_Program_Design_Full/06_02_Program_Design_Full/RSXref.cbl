      *Cross-reference integrity sweep across the master and
      *reference files. Each program only checks the masters it
      *reads itself, so a broken link - a branch pointing at a
      *deleted parent account, a rep code with no commission plan,
      *a recurring charge for an item since removed - sits unnoticed
      *until a billing line rejects or a collection fails. This run
      *reads every row of CUSTMAST, COMMPLAN, SHIPTO, EDIPART,
      *RECURMST, CONTPRC and MANDREG and checks each link it
      *carries against the file it points at, listing every
      *orphaned or inconsistent row on the integrity report with
      *its severity:
      *  ERROR   - billing or collection will go wrong on it: the
      *            line rejects, the charge cannot be collected, or
      *            the account is priced against the wrong group;
      *  WARNING - an orphan or loose end that does no damage today
      *            but wants cleaning up by maintenance.
      *RC 8 when any error was found, RC 4 for warnings only, so the
      *nightly chain holds the billing run on errors (RECHSUM runs
      *after this step) and only flags warnings.
      *Recurring charges and contract prices already past their end
      *or expiry date are skipped - they no longer bill.
       PROGRAM-ID. RECHXRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CM-CUST-ID.
           SELECT COMMPLAN ASSIGN COMMPLNNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY PL-REP-CODE
                          FILE STATUS WS-COMMPLAN-STATUS.
           SELECT SHIPTO  ASSIGN SHIPTONM
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY SH-KEY
                          FILE STATUS WS-SHIPTO-STATUS.
           SELECT EDIPART ASSIGN EDIPARTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY EP-CUST-ID
                          FILE STATUS WS-EDIPART-STATUS.
           SELECT RECURMST ASSIGN RECURNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-RECURMST-STATUS.
           SELECT CONTPRC ASSIGN CONTPRCNM
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY CP-KEY
                          FILE STATUS WS-CONTPRC-STATUS.
      *Mandate register - see MANDREG.cpy.
           SELECT MANDREG ASSIGN MANDREGNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY MR-KEY
                          FILE STATUS WS-MANDREG-STATUS.
           SELECT ITEMMAST ASSIGN ITEMNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY IM-ITEM-NO.
           SELECT COMPMAST ASSIGN COMPNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CO-COMPANY-CODE.
           SELECT WHTTAB  ASSIGN WHTTABNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY WH-CATEGORY.
           SELECT CURRTAB ASSIGN CURRTABNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CY-CURR-CODE.
           SELECT REBTAB  ASSIGN REBTABNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY RT-REBATE-CODE.
           SELECT VATTAB  ASSIGN VATTABNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY VT-KEY.
           SELECT XRFRPT  ASSIGN XRFRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  COMMPLAN.
           COPY "COMMPLAN.cpy".
       FD  SHIPTO.
           COPY "SHIPTO.cpy".
       FD  EDIPART.
           COPY "EDIPART.cpy".
       FD  RECURMST.
           COPY "RECURMST.cpy".
       FD  CONTPRC.
           COPY "CONTPRC.cpy".
       FD  MANDREG.
           COPY "MANDREG.cpy".
       FD  ITEMMAST.
           COPY "ITEMMAST.cpy".
       FD  COMPMAST.
           COPY "COMPMAST.cpy".
       FD  WHTTAB.
           COPY "WHTTAB.cpy".
       FD  CURRTAB.
           COPY "CURRTAB.cpy".
       FD  REBTAB.
           COPY "REBTAB.cpy".
       FD  VATTAB.
           COPY "VATTAB.cpy".
       FD  XRFRPT.
       01  XRF-REPORT-LINE          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-COMMPLAN-STATUS       PIC X(2) VALUE '00'.
       01  WS-SHIPTO-STATUS         PIC X(2) VALUE '00'.
       01  WS-EDIPART-STATUS        PIC X(2) VALUE '00'.
       01  WS-RECURMST-STATUS       PIC X(2) VALUE '00'.
       01  WS-CONTPRC-STATUS        PIC X(2) VALUE '00'.
       01  WS-MANDREG-STATUS        PIC X(2) VALUE '00'.
      *The files below are not on every installation's DD list - a
      *missing one is reported and its checks skipped.
       01  WS-COMMPLAN-SW           PIC X VALUE 'N'.
           88 WS-COMMPLAN-AVAILABLE     VALUE 'Y'.
       01  WS-SHIPTO-SW             PIC X VALUE 'N'.
           88 WS-SHIPTO-AVAILABLE       VALUE 'Y'.
       01  WS-EDIPART-SW            PIC X VALUE 'N'.
           88 WS-EDIPART-AVAILABLE      VALUE 'Y'.
       01  WS-RECURMST-SW           PIC X VALUE 'N'.
           88 WS-RECURMST-AVAILABLE     VALUE 'Y'.
       01  WS-CONTPRC-SW            PIC X VALUE 'N'.
           88 WS-CONTPRC-AVAILABLE      VALUE 'Y'.
       01  WS-MANDREG-SW            PIC X VALUE 'N'.
           88 WS-MANDREG-AVAILABLE      VALUE 'Y'.
       01  WS-FOUND-SW              PIC X.
           88 WS-FOUND                  VALUE 'Y'.
           88 WS-NOT-FOUND              VALUE 'N'.
       01  WS-RUN-DATE              PIC 9(8).
      *The row being checked, kept while a lookup into the same file
      *moves the record area and the read position.
       01  WS-CHK-CUST-ID           PIC X(6).
       01  WS-CHK-PARENT-ID         PIC X(6).
       01  WS-CHK-REP-CODE          PIC X(4).
       01  WS-CHK-VAT-CODE          PIC 9.
      *One finding, as WRITE-FINDING puts it on the report.
       01  WS-FINDING.
           05 WS-FD-SEVERITY        PIC X.
               88 WS-FD-ERROR           VALUE 'E'.
               88 WS-FD-WARNING         VALUE 'W'.
           05 WS-FD-FILE            PIC X(8).
           05 WS-FD-KEY             PIC X(24).
           05 WS-FD-ISSUE           PIC X(36).
           05 WS-FD-DETAIL          PIC X(18).
       01  WS-FINDING-LINE.
           05 FL-SEVERITY           PIC X(7).
           05                       PIC X(2).
           05 FL-FILE               PIC X(8).
           05                       PIC X(2).
           05 FL-KEY                PIC X(24).
           05                       PIC X(2).
           05 FL-ISSUE              PIC X(36).
           05                       PIC X(1).
           05 FL-DETAIL             PIC X(18).
       01  WS-ERROR-COUNT           PIC 9(7) VALUE 0.
       01  WS-WARNING-COUNT         PIC 9(7) VALUE 0.
       01  WS-CUST-COUNT            PIC 9(7) VALUE 0.
       01  WS-PLAN-COUNT            PIC 9(7) VALUE 0.
       01  WS-SHIPTO-COUNT          PIC 9(7) VALUE 0.
       01  WS-EDIPART-COUNT         PIC 9(7) VALUE 0.
       01  WS-RECUR-COUNT           PIC 9(7) VALUE 0.
       01  WS-RECUR-ENDED-COUNT     PIC 9(7) VALUE 0.
       01  WS-CONTPRC-COUNT         PIC 9(7) VALUE 0.
       01  WS-CONTPRC-ENDED-COUNT   PIC 9(7) VALUE 0.
       01  WS-MANDATE-COUNT         PIC 9(7) VALUE 0.
       01  WS-CATEGORY-ED           PIC 9.
       01  WS-PCT-ED                PIC 9.999.
       PROCEDURE DIVISION.
       XREF-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT CUSTMAST ITEMMAST COMPMAST WHTTAB CURRTAB
                REBTAB VATTAB
            OPEN OUTPUT XRFRPT
            PERFORM WRITE-REPORT-HEADER
            OPEN INPUT COMMPLAN
            IF WS-COMMPLAN-STATUS = '00' then
                SET WS-COMMPLAN-AVAILABLE TO TRUE
            ELSE
                MOVE 'COMMPLAN' TO WS-FD-FILE
                PERFORM WRITE-FILE-MISSING
            END-IF
            OPEN INPUT SHIPTO
            IF WS-SHIPTO-STATUS = '00' then
                SET WS-SHIPTO-AVAILABLE TO TRUE
            ELSE
                MOVE 'SHIPTO' TO WS-FD-FILE
                PERFORM WRITE-FILE-MISSING
            END-IF
            OPEN INPUT EDIPART
            IF WS-EDIPART-STATUS = '00' then
                SET WS-EDIPART-AVAILABLE TO TRUE
            ELSE
                MOVE 'EDIPART' TO WS-FD-FILE
                PERFORM WRITE-FILE-MISSING
            END-IF
            OPEN INPUT RECURMST
            IF WS-RECURMST-STATUS = '00' then
                SET WS-RECURMST-AVAILABLE TO TRUE
            ELSE
                MOVE 'RECURMST' TO WS-FD-FILE
                PERFORM WRITE-FILE-MISSING
            END-IF
            OPEN INPUT CONTPRC
            IF WS-CONTPRC-STATUS = '00' then
                SET WS-CONTPRC-AVAILABLE TO TRUE
            ELSE
                MOVE 'CONTPRC' TO WS-FD-FILE
                PERFORM WRITE-FILE-MISSING
            END-IF
            OPEN INPUT MANDREG
            IF WS-MANDREG-STATUS = '00' then
                SET WS-MANDREG-AVAILABLE TO TRUE
            ELSE
                MOVE 'MANDREG' TO WS-FD-FILE
                PERFORM WRITE-FILE-MISSING
            END-IF.
       BOD-PARA.
            PERFORM SWEEP-CUSTOMERS
            IF WS-COMMPLAN-AVAILABLE then
                PERFORM SWEEP-COMMISSION-PLANS
            END-IF
            IF WS-SHIPTO-AVAILABLE then
                PERFORM SWEEP-SHIP-TOS
            END-IF
            IF WS-EDIPART-AVAILABLE then
                PERFORM SWEEP-EDI-PARTNERS
            END-IF
            IF WS-RECURMST-AVAILABLE then
                PERFORM SWEEP-RECURRING-CHARGES
            END-IF
            IF WS-CONTPRC-AVAILABLE then
                PERFORM SWEEP-CONTRACT-PRICES
            END-IF
            IF WS-MANDREG-AVAILABLE then
                PERFORM SWEEP-MANDATES
            END-IF.
      *----------------------------------------------------------
      *Customer master: parent account, rep code, withholding-tax
      *category, direct-debit mandate and the delivery details.
      *----------------------------------------------------------
       SWEEP-CUSTOMERS.
            MOVE 'N' TO WS-EOF-SW
            PERFORM READ-NEXT-CUSTOMER
            PERFORM CHECK-ONE-CUSTOMER
                UNTIL WS-EOF.
       READ-NEXT-CUSTOMER.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ.
       CHECK-ONE-CUSTOMER.
            ADD 1 TO WS-CUST-COUNT
            MOVE CM-CUST-ID TO WS-CHK-CUST-ID
            MOVE 'CUSTMAST' TO WS-FD-FILE
            MOVE CM-CUST-ID TO WS-FD-KEY
            PERFORM CHECK-REP-CODE THRU CHECK-REP-CODE-EXIT
            PERFORM CHECK-WHT-CATEGORY THRU CHECK-WHT-CATEGORY-EXIT
            PERFORM CHECK-DIRECT-DEBIT THRU CHECK-DIRECT-DEBIT-EXIT
            IF CM-DELIVERY-ELECTRONIC
                AND CM-EMAIL-ADDR = SPACES then
                SET WS-FD-WARNING TO TRUE
                MOVE 'ELECTRONIC DELIVERY WITHOUT E-MAIL' TO
                    WS-FD-ISSUE
                MOVE SPACES TO WS-FD-DETAIL
                PERFORM WRITE-FINDING
            END-IF
            IF CM-STRUCT-EINV
                AND CM-BUYER-ROUTING-ID = SPACES then
                SET WS-FD-WARNING TO TRUE
                MOVE 'STRUCTURED E-INVOICE NO ROUTING ID' TO
                    WS-FD-ISSUE
                MOVE SPACES TO WS-FD-DETAIL
                PERFORM WRITE-FINDING
            END-IF
      *Last, as it reads CUSTMAST itself and repositions after.
            PERFORM CHECK-PARENT-ACCOUNT
                THRU CHECK-PARENT-ACCOUNT-EXIT
            IF NOT WS-EOF then
                PERFORM READ-NEXT-CUSTOMER
            END-IF.
       CHECK-REP-CODE.
            IF CM-REP-CODE = SPACES
                OR NOT WS-COMMPLAN-AVAILABLE then
                GO TO CHECK-REP-CODE-EXIT
            END-IF
            MOVE CM-REP-CODE TO PL-REP-CODE
            READ COMMPLAN
                INVALID KEY
                    SET WS-FD-WARNING TO TRUE
                    MOVE 'REP CODE NOT ON COMMISSION PLAN' TO
                        WS-FD-ISSUE
                    MOVE CM-REP-CODE TO WS-FD-DETAIL
                    PERFORM WRITE-FINDING
            END-READ.
       CHECK-REP-CODE-EXIT.
            EXIT.
      *The billing run deducts withholding tax at the category's
      *rate - with no row it cannot price the customer's lines.
       CHECK-WHT-CATEGORY.
            IF NOT CM-WHT-REQUIRED then
                GO TO CHECK-WHT-CATEGORY-EXIT
            END-IF
            MOVE CM-WHT-CATEGORY TO WH-CATEGORY
            READ WHTTAB
                INVALID KEY
                    SET WS-FD-ERROR TO TRUE
                    MOVE 'WHT CATEGORY NOT ON WHT TABLE' TO
                        WS-FD-ISSUE
                    MOVE CM-WHT-CATEGORY TO WS-CATEGORY-ED
                    MOVE SPACES TO WS-FD-DETAIL
                    STRING 'CATEGORY ' DELIMITED BY SIZE
                        WS-CATEGORY-ED DELIMITED BY SIZE
                        INTO WS-FD-DETAIL
                    END-STRING
                    PERFORM WRITE-FINDING
            END-READ.
       CHECK-WHT-CATEGORY-EXIT.
            EXIT.
      *RECHDD only collects under a collectable mandate on the
      *register; one RECHMDT has not registered yet is picked up on
      *its next run.
       CHECK-DIRECT-DEBIT.
            IF NOT CM-PAY-DIRECT-DEBIT then
                GO TO CHECK-DIRECT-DEBIT-EXIT
            END-IF
            IF CM-MANDATE-ID = SPACES then
                SET WS-FD-ERROR TO TRUE
                MOVE 'DIRECT DEBIT WITHOUT MANDATE' TO WS-FD-ISSUE
                MOVE SPACES TO WS-FD-DETAIL
                PERFORM WRITE-FINDING
                GO TO CHECK-DIRECT-DEBIT-EXIT
            END-IF
            IF CM-BANK-CODE = SPACES
                OR CM-BANK-ACCT-NO = SPACES then
                SET WS-FD-ERROR TO TRUE
                MOVE 'DIRECT DEBIT WITHOUT BANK ACCOUNT' TO
                    WS-FD-ISSUE
                MOVE CM-MANDATE-ID TO WS-FD-DETAIL
                PERFORM WRITE-FINDING
            END-IF
            IF NOT WS-MANDREG-AVAILABLE then
                GO TO CHECK-DIRECT-DEBIT-EXIT
            END-IF
            MOVE CM-CUST-ID TO MR-CUST-ID
            MOVE CM-MANDATE-ID TO MR-MANDATE-ID
            READ MANDREG
                INVALID KEY
                    SET WS-FD-WARNING TO TRUE
                    MOVE 'MANDATE NOT YET ON REGISTER' TO
                        WS-FD-ISSUE
                    MOVE CM-MANDATE-ID TO WS-FD-DETAIL
                    PERFORM WRITE-FINDING
                NOT INVALID KEY
                    IF NOT MR-COLLECTABLE then
                        SET WS-FD-ERROR TO TRUE
                        MOVE 'MANDATE CLOSED OR LAPSED ON REGISTER'
                            TO WS-FD-ISSUE
                        MOVE CM-MANDATE-ID TO WS-FD-DETAIL
                        PERFORM WRITE-FINDING
                    END-IF
            END-READ.
       CHECK-DIRECT-DEBIT-EXIT.
            EXIT.
      *A branch's exposure is priced against its parent's limit - a
      *parent that is gone leaves the group unpriced. Parents are
      *one level deep; a parent that is itself a branch is flagged.
       CHECK-PARENT-ACCOUNT.
            IF CM-PARENT-CUST-ID = SPACES then
                GO TO CHECK-PARENT-ACCOUNT-EXIT
            END-IF
            IF CM-PARENT-CUST-ID = CM-CUST-ID then
                SET WS-FD-WARNING TO TRUE
                MOVE 'PARENT IS THE ACCOUNT ITSELF' TO WS-FD-ISSUE
                MOVE SPACES TO WS-FD-DETAIL
                PERFORM WRITE-FINDING
                GO TO CHECK-PARENT-ACCOUNT-EXIT
            END-IF
            MOVE CM-PARENT-CUST-ID TO WS-CHK-PARENT-ID
            MOVE CM-PARENT-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    SET WS-FD-ERROR TO TRUE
                    MOVE 'PARENT NOT ON CUSTOMER MASTER' TO
                        WS-FD-ISSUE
                    MOVE WS-CHK-PARENT-ID TO WS-FD-DETAIL
                    PERFORM WRITE-FINDING
                NOT INVALID KEY
                    IF CM-PARENT-CUST-ID NOT = SPACES then
                        SET WS-FD-WARNING TO TRUE
                        MOVE 'PARENT IS ITSELF A BRANCH' TO
                            WS-FD-ISSUE
                        MOVE WS-CHK-PARENT-ID TO WS-FD-DETAIL
                        PERFORM WRITE-FINDING
                    END-IF
            END-READ
            MOVE WS-CHK-CUST-ID TO CM-CUST-ID
            START CUSTMAST KEY GREATER THAN CM-CUST-ID
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START.
       CHECK-PARENT-ACCOUNT-EXIT.
            EXIT.
      *----------------------------------------------------------
      *Commission plans: the split partner must have a plan too.
      *----------------------------------------------------------
       SWEEP-COMMISSION-PLANS.
            MOVE 'N' TO WS-EOF-SW
            MOVE LOW-VALUES TO PL-REP-CODE
            START COMMPLAN KEY NOT LESS THAN PL-REP-CODE
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START
            IF NOT WS-EOF then
                PERFORM READ-NEXT-PLAN
            END-IF
            PERFORM CHECK-ONE-PLAN
                UNTIL WS-EOF.
       READ-NEXT-PLAN.
            READ COMMPLAN NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ.
       CHECK-ONE-PLAN.
            ADD 1 TO WS-PLAN-COUNT
            MOVE PL-REP-CODE TO WS-CHK-REP-CODE
            MOVE 'COMMPLAN' TO WS-FD-FILE
            MOVE PL-REP-CODE TO WS-FD-KEY
            IF PL-SPLIT-REP = SPACES then
                IF PL-SPLIT-PCT > 0 then
                    SET WS-FD-WARNING TO TRUE
                    MOVE 'SPLIT PERCENT WITHOUT PARTNER' TO
                        WS-FD-ISSUE
                    MOVE PL-SPLIT-PCT TO WS-PCT-ED
                    MOVE WS-PCT-ED TO WS-FD-DETAIL
                    PERFORM WRITE-FINDING
                END-IF
                PERFORM READ-NEXT-PLAN
            ELSE
                PERFORM CHECK-SPLIT-PARTNER
            END-IF.
       CHECK-SPLIT-PARTNER.
            MOVE PL-SPLIT-REP TO WS-FD-DETAIL
            MOVE PL-SPLIT-REP TO PL-REP-CODE
            READ COMMPLAN
                INVALID KEY
                    SET WS-FD-WARNING TO TRUE
                    MOVE 'SPLIT PARTNER NOT ON COMMISSION PLAN'
                        TO WS-FD-ISSUE
                    PERFORM WRITE-FINDING
            END-READ
            MOVE WS-CHK-REP-CODE TO PL-REP-CODE
            START COMMPLAN KEY GREATER THAN PL-REP-CODE
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START
            IF NOT WS-EOF then
                PERFORM READ-NEXT-PLAN
            END-IF.
      *----------------------------------------------------------
      *Ship-to addresses and EDI partners of customers no longer on
      *the customer master.
      *----------------------------------------------------------
       SWEEP-SHIP-TOS.
            MOVE 'N' TO WS-EOF-SW
            PERFORM CHECK-ONE-SHIP-TO
                UNTIL WS-EOF.
       CHECK-ONE-SHIP-TO.
            READ SHIPTO NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-SHIPTO-COUNT
                    MOVE SH-CUST-ID TO CM-CUST-ID
                    READ CUSTMAST
                        INVALID KEY
                            SET WS-FD-WARNING TO TRUE
                            MOVE 'SHIPTO' TO WS-FD-FILE
                            MOVE SPACES TO WS-FD-KEY
                            STRING SH-CUST-ID DELIMITED BY SIZE
                                ' ' DELIMITED BY SIZE
                                SH-SHIPTO-NO DELIMITED BY SIZE
                                INTO WS-FD-KEY
                            END-STRING
                            MOVE 'CUSTOMER NOT ON CUSTOMER MASTER'
                                TO WS-FD-ISSUE
                            MOVE SH-SHIPTO-NAME TO WS-FD-DETAIL
                            PERFORM WRITE-FINDING
                    END-READ
            END-READ.
       SWEEP-EDI-PARTNERS.
            MOVE 'N' TO WS-EOF-SW
            PERFORM CHECK-ONE-EDI-PARTNER
                UNTIL WS-EOF.
       CHECK-ONE-EDI-PARTNER.
            READ EDIPART NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-EDIPART-COUNT
                    MOVE EP-CUST-ID TO CM-CUST-ID
                    READ CUSTMAST
                        INVALID KEY
                            SET WS-FD-WARNING TO TRUE
                            MOVE 'EDIPART' TO WS-FD-FILE
                            MOVE EP-CUST-ID TO WS-FD-KEY
                            MOVE 'CUSTOMER NOT ON CUSTOMER MASTER'
                                TO WS-FD-ISSUE
                            MOVE EP-PARTNER-ID TO WS-FD-DETAIL
                            PERFORM WRITE-FINDING
                    END-READ
            END-READ.
      *----------------------------------------------------------
      *Recurring charges still billing: RECHRCR's generated lines
      *go through the billing run's checks, so every broken link
      *here is a line rejected on the day it falls due.
      *----------------------------------------------------------
       SWEEP-RECURRING-CHARGES.
            MOVE 'N' TO WS-EOF-SW
            PERFORM CHECK-ONE-RECURRING-CHARGE
                UNTIL WS-EOF.
       CHECK-ONE-RECURRING-CHARGE.
            READ RECURMST
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF RC-END-DATE NOT = 0
                        AND RC-END-DATE < WS-RUN-DATE then
                        ADD 1 TO WS-RECUR-ENDED-COUNT
                    ELSE
                        ADD 1 TO WS-RECUR-COUNT
                        PERFORM CHECK-RECURRING-LINKS
                    END-IF
            END-READ.
       CHECK-RECURRING-LINKS.
            SET WS-FD-ERROR TO TRUE
            MOVE 'RECURMST' TO WS-FD-FILE
            MOVE SPACES TO WS-FD-KEY
            STRING RC-CUST-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                RC-ITEM-NO DELIMITED BY SIZE
                INTO WS-FD-KEY
            END-STRING
            MOVE RC-CONTRACT-ID TO WS-FD-DETAIL
            MOVE RC-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    MOVE 'CUSTOMER NOT ON CUSTOMER MASTER' TO
                        WS-FD-ISSUE
                    PERFORM WRITE-FINDING
            END-READ
            MOVE RC-ITEM-NO TO IM-ITEM-NO
            READ ITEMMAST
                INVALID KEY
                    MOVE 'ITEM NOT ON ITEM MASTER' TO WS-FD-ISSUE
                    PERFORM WRITE-FINDING
                NOT INVALID KEY
                    IF IM-DISCONTINUED then
                        MOVE 'ITEM DISCONTINUED' TO WS-FD-ISSUE
                        PERFORM WRITE-FINDING
                    END-IF
            END-READ
            IF RC-COMPANY-CODE NOT = SPACES then
                MOVE RC-COMPANY-CODE TO CO-COMPANY-CODE
                READ COMPMAST
                    INVALID KEY
                        MOVE 'COMPANY NOT ON COMPANY MASTER' TO
                            WS-FD-ISSUE
                        PERFORM WRITE-FINDING
                END-READ
            END-IF
            MOVE RC-CURRENCY-CODE TO CY-CURR-CODE
            READ CURRTAB
                INVALID KEY
                    MOVE 'CURRENCY NOT ON CURRENCY TABLE' TO
                        WS-FD-ISSUE
                    PERFORM WRITE-FINDING
            END-READ
            MOVE RC-REBATE-CODE TO RT-REBATE-CODE
            READ REBTAB
                INVALID KEY
                    MOVE 'REBATE CODE NOT ON REBATE TABLE' TO
                        WS-FD-ISSUE
                    PERFORM WRITE-FINDING
            END-READ
            PERFORM CHECK-VAT-CODE.
      *Any effective-dated row for the code will do - which rate
      *applies is the billing run's business.
       CHECK-VAT-CODE.
            SET WS-NOT-FOUND TO TRUE
            MOVE RC-VAT-CODE TO WS-CHK-VAT-CODE
            MOVE RC-VAT-CODE TO VT-VAT-CODE
            MOVE 0 TO VT-EFF-DATE
            START VATTAB KEY NOT LESS THAN VT-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ VATTAB NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF VT-VAT-CODE = WS-CHK-VAT-CODE then
                                SET WS-FOUND TO TRUE
                            END-IF
                    END-READ
            END-START
            IF WS-NOT-FOUND then
                MOVE 'VAT CODE NOT ON VAT TABLE' TO WS-FD-ISSUE
                PERFORM WRITE-FINDING
            END-IF.
      *----------------------------------------------------------
      *Contract prices still in force or loaded ahead. An orphaned
      *row never prices a line, so these are warnings.
      *----------------------------------------------------------
       SWEEP-CONTRACT-PRICES.
            MOVE 'N' TO WS-EOF-SW
            PERFORM CHECK-ONE-CONTRACT-PRICE
                UNTIL WS-EOF.
       CHECK-ONE-CONTRACT-PRICE.
            READ CONTPRC NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF CP-EXPIRY-DATE NOT = 0
                        AND CP-EXPIRY-DATE < WS-RUN-DATE then
                        ADD 1 TO WS-CONTPRC-ENDED-COUNT
                    ELSE
                        ADD 1 TO WS-CONTPRC-COUNT
                        PERFORM CHECK-CONTRACT-LINKS
                    END-IF
            END-READ.
       CHECK-CONTRACT-LINKS.
            SET WS-FD-WARNING TO TRUE
            MOVE 'CONTPRC' TO WS-FD-FILE
            MOVE SPACES TO WS-FD-KEY
            STRING CP-CUST-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CP-ITEM-NO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CP-EFF-DATE DELIMITED BY SIZE
                INTO WS-FD-KEY
            END-STRING
            MOVE SPACES TO WS-FD-DETAIL
            MOVE CP-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    MOVE 'CUSTOMER NOT ON CUSTOMER MASTER' TO
                        WS-FD-ISSUE
                    PERFORM WRITE-FINDING
            END-READ
            MOVE CP-ITEM-NO TO IM-ITEM-NO
            READ ITEMMAST
                INVALID KEY
                    MOVE 'ITEM NOT ON ITEM MASTER' TO WS-FD-ISSUE
                    PERFORM WRITE-FINDING
                NOT INVALID KEY
                    IF IM-DISCONTINUED then
                        MOVE 'ITEM DISCONTINUED' TO WS-FD-ISSUE
                        MOVE IM-DISC-DATE TO WS-FD-DETAIL
                        PERFORM WRITE-FINDING
                    END-IF
            END-READ.
      *----------------------------------------------------------
      *Collectable mandates of customers no longer on the master.
      *----------------------------------------------------------
       SWEEP-MANDATES.
            MOVE 'N' TO WS-EOF-SW
            MOVE LOW-VALUES TO MR-KEY
            START MANDREG KEY NOT LESS THAN MR-KEY
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START
            PERFORM CHECK-ONE-MANDATE
                UNTIL WS-EOF.
       CHECK-ONE-MANDATE.
            READ MANDREG NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF MR-COLLECTABLE then
                        ADD 1 TO WS-MANDATE-COUNT
                        MOVE MR-CUST-ID TO CM-CUST-ID
                        READ CUSTMAST
                            INVALID KEY
                                SET WS-FD-WARNING TO TRUE
                                MOVE 'MANDREG' TO WS-FD-FILE
                                MOVE MR-CUST-ID TO WS-FD-KEY
                                MOVE
                                    'CUSTOMER NOT ON CUSTOMER MASTER'
                                    TO WS-FD-ISSUE
                                MOVE MR-MANDATE-ID TO WS-FD-DETAIL
                                PERFORM WRITE-FINDING
                        END-READ
                    END-IF
            END-READ.
      *----------------------------------------------------------
      *Report.
      *----------------------------------------------------------
       WRITE-REPORT-HEADER.
            MOVE SPACES TO XRF-REPORT-LINE
            STRING 'MASTER FILE CROSS-REFERENCE INTEGRITY - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO XRF-REPORT-LINE
            END-STRING
            WRITE XRF-REPORT-LINE
            MOVE SPACES TO XRF-REPORT-LINE
            WRITE XRF-REPORT-LINE
            MOVE SPACES TO WS-FINDING-LINE
            MOVE 'LEVEL' TO FL-SEVERITY
            MOVE 'FILE' TO FL-FILE
            MOVE 'KEY' TO FL-KEY
            MOVE 'PROBLEM' TO FL-ISSUE
            MOVE 'POINTS AT' TO FL-DETAIL
            MOVE WS-FINDING-LINE TO XRF-REPORT-LINE
            WRITE XRF-REPORT-LINE.
       WRITE-FINDING.
            MOVE SPACES TO WS-FINDING-LINE
            IF WS-FD-ERROR then
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'ERROR' TO FL-SEVERITY
            ELSE
                ADD 1 TO WS-WARNING-COUNT
                MOVE 'WARNING' TO FL-SEVERITY
            END-IF
            MOVE WS-FD-FILE TO FL-FILE
            MOVE WS-FD-KEY TO FL-KEY
            MOVE WS-FD-ISSUE TO FL-ISSUE
            MOVE WS-FD-DETAIL TO FL-DETAIL
            MOVE WS-FINDING-LINE TO XRF-REPORT-LINE
            WRITE XRF-REPORT-LINE.
      *A file that cannot be opened leaves its links unchecked -
      *a warning, so nobody reads a clean report as a clean file.
       WRITE-FILE-MISSING.
            SET WS-FD-WARNING TO TRUE
            MOVE SPACES TO WS-FD-KEY WS-FD-DETAIL
            MOVE 'FILE NOT AVAILABLE - NOT CHECKED' TO WS-FD-ISSUE
            PERFORM WRITE-FINDING.
       END-PARA.
            MOVE SPACES TO XRF-REPORT-LINE
            WRITE XRF-REPORT-LINE
            MOVE SPACES TO XRF-REPORT-LINE
            STRING 'ROWS CHECKED - CUSTOMERS: ' DELIMITED BY SIZE
                WS-CUST-COUNT DELIMITED BY SIZE
                '  COMMISSION PLANS: ' DELIMITED BY SIZE
                WS-PLAN-COUNT DELIMITED BY SIZE
                '  SHIP-TOS: ' DELIMITED BY SIZE
                WS-SHIPTO-COUNT DELIMITED BY SIZE
                INTO XRF-REPORT-LINE
            END-STRING
            WRITE XRF-REPORT-LINE
            MOVE SPACES TO XRF-REPORT-LINE
            STRING '  EDI PARTNERS: ' DELIMITED BY SIZE
                WS-EDIPART-COUNT DELIMITED BY SIZE
                '  RECURRING CHARGES: ' DELIMITED BY SIZE
                WS-RECUR-COUNT DELIMITED BY SIZE
                ' (ENDED, SKIPPED: ' DELIMITED BY SIZE
                WS-RECUR-ENDED-COUNT DELIMITED BY SIZE
                ')' DELIMITED BY SIZE
                INTO XRF-REPORT-LINE
            END-STRING
            WRITE XRF-REPORT-LINE
            MOVE SPACES TO XRF-REPORT-LINE
            STRING '  CONTRACT PRICES: ' DELIMITED BY SIZE
                WS-CONTPRC-COUNT DELIMITED BY SIZE
                ' (EXPIRED, SKIPPED: ' DELIMITED BY SIZE
                WS-CONTPRC-ENDED-COUNT DELIMITED BY SIZE
                ')  MANDATES: ' DELIMITED BY SIZE
                WS-MANDATE-COUNT DELIMITED BY SIZE
                INTO XRF-REPORT-LINE
            END-STRING
            WRITE XRF-REPORT-LINE
            MOVE SPACES TO XRF-REPORT-LINE
            STRING 'ERRORS: ' DELIMITED BY SIZE
                WS-ERROR-COUNT DELIMITED BY SIZE
                '  WARNINGS: ' DELIMITED BY SIZE
                WS-WARNING-COUNT DELIMITED BY SIZE
                INTO XRF-REPORT-LINE
            END-STRING
            WRITE XRF-REPORT-LINE
            IF WS-COMMPLAN-AVAILABLE then
                CLOSE COMMPLAN
            END-IF
            IF WS-SHIPTO-AVAILABLE then
                CLOSE SHIPTO
            END-IF
            IF WS-EDIPART-AVAILABLE then
                CLOSE EDIPART
            END-IF
            IF WS-RECURMST-AVAILABLE then
                CLOSE RECURMST
            END-IF
            IF WS-CONTPRC-AVAILABLE then
                CLOSE CONTPRC
            END-IF
            IF WS-MANDREG-AVAILABLE then
                CLOSE MANDREG
            END-IF
            CLOSE CUSTMAST ITEMMAST COMPMAST WHTTAB CURRTAB REBTAB
                VATTAB XRFRPT
            DISPLAY 'INTEGRITY CHECK - CUSTOMERS CHECKED: '
                WS-CUST-COUNT
            DISPLAY 'INTEGRITY CHECK - ERRORS:            '
                WS-ERROR-COUNT
            DISPLAY 'INTEGRITY CHECK - WARNINGS:          '
                WS-WARNING-COUNT
            IF WS-ERROR-COUNT > 0 then
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-WARNING-COUNT > 0 then
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
