      *from a known customer posts to their account as an
      *on-account credit item instead of sitting as paper - only
      *genuinely unidentifiable cash reaches the suspense report.
      *
      *A payment quoting an item already written off as bad debt is
      *a recovery: it comes back out of bad-debt expense, and the
      *output VAT relief the write-off reclaimed on the item is
      *reversed in proportion to the cash recovered - or, for a
      *company on cash-basis VAT, the recovered cash releases the
      *item's VAT to VAT payable like any other payment, out of
      *bad-debt expense since the write-off took it out of suspense.
       PROGRAM-ID. RECHCASH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                          ACCESS MODE DYNAMIC
                          RECORD KEY IP-KEY
                          FILE STATUS WS-ARINST-STATUS.
      *Collectors' promises to pay - cash applied to a promised item
      *counts toward the open promise and marks it kept once the
      *promised amount is in. See PROMISE.cpy.
           SELECT PROMISE ASSIGN PTPFILNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY PR-KEY
                          FILE STATUS WS-PROMISE-STATUS.
      *AR control balance mirroring the GL's AR control account -
      *this run's net open-item movement rolls in at end of run
      *for the nightly three-way reconciliation. See ARCTL.cpy.
                          ACCESS MODE DYNAMIC
                          RECORD KEY PQ-KEY
                          FILE STATUS WS-PAYHISTQ-STATUS.
      *AR journal records the online suspense transaction queued -
      *drained onto the AR journal at end of run the same way.
           SELECT ARJRNLQ ASSIGN ARJRNLQNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY JQ-KEY
                          FILE STATUS WS-ARJRNLQ-STATUS.
      *Cash-application log - what became of every payment read,
      *for the daily bank reconciliation. See CASHLOG.cpy.
           SELECT CASHLOG ASSIGN CASHLOGNM
                          ORGANIZATION LINE SEQUENTIAL.
      *Cash-book control balance mirroring the GL's bank account -
      *every payment read is money in the bank, whatever it was
      *applied to. See BANKCTL.cpy.
           SELECT BANKCTL ASSIGN BANKCTLNM
                          ORGANIZATION SEQUENTIAL
                          FILE STATUS WS-BANKCTL-STATUS.
      *Each customer's newest ledger records, kept for the online
      *account inquiry. See PAYLAST.cpy.
           SELECT PAYLAST ASSIGN PAYLASTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY PL-CUST-ID
                          FILE STATUS WS-PAYLAST-STATUS.
      *Cash-basis VAT register RECHSUM writes for the documents of
      *a company taxed on receipts - each application releases the
      *document's VAT out of suspense in proportion to the cash
      *received. See CASHVAT.cpy.
           SELECT CASHVAT ASSIGN CASHVATNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CV-INVOICE-NO
                          FILE STATUS WS-CASHVAT-STATUS.
      *VAT release history the monthly return reports the
      *cash-basis companies from. See VATREL.cpy.
           SELECT VATREL  ASSIGN VATRELNM
                          ORGANIZATION LINE SEQUENTIAL.
      *Bad-debt VAT relief register RECHWOF writes for the items it
      *reclaimed output VAT on - a recovery reverses the relief.
      *See BDRELIEF.cpy.
           SELECT BDRELIEF ASSIGN BDRELIEFNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY BR-INVOICE-NO
                          FILE STATUS WS-BDRELIEF-STATUS.
      *Company master for the suspense and VAT payable accounts the
      *releases post between.
           SELECT COMPMAST ASSIGN COMPNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CO-COMPANY-CODE
                          FILE STATUS WS-COMPMAST-STATUS.
      *AR open-item journal - the before and after image of every
      *change this run makes to an open item, for forward recovery
      *and the item-level audit trail. See ARJRNL.cpy.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
      *GL posting journal - the open item behind each line of the
      *GL extract. See GLJRNL.cpy.
           SELECT GLJFILE ASSIGN GLJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  PAYFILE.
       01  PAYMENT-RECORD.
           COPY "PAYHIST.cpy".
       FD  ARINST.
           COPY "INSTPLAN.cpy".
       FD  PROMISE.
           COPY "PROMISE.cpy".
       FD  ARCTL.
           COPY "ARCTL.cpy".
       FD  UNAPQ.
           COPY "UNAPQ.cpy".
       FD  PAYHISTQ.
           COPY "PAYHISTQ.cpy".
      *ARJRNL.cpy's layout, keyed by its stamp (AJ-STAMP).
       FD  ARJRNLQ.
       01  AR-JOURNAL-QUEUE-RECORD.
           05 JQ-KEY             PIC X(25).
           05                    PIC X(230).
       FD  CASHLOG.
           COPY "CASHLOG.cpy".
       FD  BANKCTL.
           COPY "BANKCTL.cpy".
       FD  PAYLAST.
           COPY "PAYLAST.cpy".
       FD  CASHVAT.
           COPY "CASHVAT.cpy".
       FD  VATREL.
           COPY "VATREL.cpy".
       FD  BDRELIEF.
           COPY "BDRELIEF.cpy".
       FD  COMPMAST.
           COPY "COMPMAST.cpy".
       FD  ARJRNL.
           COPY "ARJRNL.cpy".
       FD  GLJFILE.
           COPY "GLJRNL.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-PARENT-ID          PIC X(6) VALUE SPACES.
       01  WS-SUSP-AMT-ED        PIC -(7)9.99.
       01  WS-RUN-DATE           PIC 9(8).
      *The open item as last read or journaled - the before image of
      *the next change - and this run's journal sequence.
       01  WS-AR-BEFORE-IMAGE    PIC X(103).
       01  WS-AJ-SEQ             PIC 9(9) VALUE 0.
       01  WS-AJ-CTL-BEFORE      PIC X(23).
      *Which posting the GL lines being written belong to, on the
      *posting journal, and the journal records written.
       01  WS-GJ-LINE-KEY        PIC X(4).
       01  WS-GJ-REC-COUNT       PIC 9(7) VALUE 0.
      *Payment tolerance: an under/overpayment within this amount
      *applies in full, the difference posted to the
      *small-differences account instead of leaving a few cents
       01  WS-INST-APPLY-AMT     PIC S9(7)V99 VALUE 0.
       01  WS-INST-SLICE         PIC S9(7)V99 VALUE 0.
       01  WS-INST-REMAINING     PIC S9(7)V99 VALUE 0.
      *Promise-to-pay state - a missing promise file (status 35, no
      *promise ever logged at a site) leaves the items alone.
       01  WS-PROMISE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PROMISE-OPEN-SW    PIC X VALUE 'N'.
           88 WS-PROMISE-AVAILABLE   VALUE 'Y'.
       01  WS-PTP-EOF-SW         PIC X VALUE 'N'.
           88 WS-PTP-EOF             VALUE 'Y'.
       01  WS-PTP-FOUND-SW       PIC X VALUE 'N'.
           88 WS-PTP-FOUND           VALUE 'Y'.
       01  WS-PTP-APPLY-AMT      PIC S9(7)V99 VALUE 0.
       01  WS-PTP-KEPT-COUNT     PIC 9(7) VALUE 0.
       01  WS-ARCTL-STATUS       PIC X(2) VALUE '00'.
       01  WS-CTL-MOVEMENT       PIC S9(11)V99 VALUE 0.
       01  WS-UNAPQ-STATUS       PIC X(2) VALUE '00'.
       01  WS-PHQ-EOF-SW         PIC X VALUE 'N'.
           88 WS-PHQ-EOF             VALUE 'Y'.
       01  WS-PHQ-DRAINED        PIC 9(5) VALUE 0.
       01  WS-ARJRNLQ-STATUS     PIC X(2) VALUE '00'.
       01  WS-AJQ-EOF-SW         PIC X VALUE 'N'.
           88 WS-AJQ-EOF             VALUE 'Y'.
       01  WS-AJQ-DRAINED        PIC 9(5) VALUE 0.
       01  WS-BANKCTL-STATUS     PIC X(2) VALUE '00'.
       01  WS-BANK-MOVEMENT      PIC S9(11)V99 VALUE 0.
       01  WS-PAYLAST-STATUS     PIC X(2) VALUE '00'.
       01  WS-PAYLAST-ID         PIC X(6).
       01  WS-PAYLAST-PARENT     PIC X(6).
       01  WS-PL-SUBSCR          PIC 99.
      *Cash-basis VAT release state - no register yet (status 35)
      *just means no cash-basis company has billed anything.
       01  WS-CASHVAT-STATUS     PIC X(2) VALUE '00'.
       01  WS-CASHVAT-OPEN-SW    PIC X VALUE 'N'.
           88 WS-CASHVAT-AVAILABLE   VALUE 'Y'.
       01  WS-CV-EOF-SW          PIC X VALUE 'N'.
           88 WS-CV-EOF              VALUE 'Y'.
       01  WS-COMPMAST-STATUS    PIC X(2) VALUE '00'.
      *The AR account of the open item's company - its intercompany
      *AR account when the item is owed by a group company - and
      *the company last looked up.
       01  WS-AR-CO-CODE         PIC X(2) VALUE HIGH-VALUES.
       01  WS-AR-CO-AR-ACCT      PIC X(10) VALUE '1200-AR  '.
       01  WS-AR-CO-ICAR-ACCT    PIC X(10) VALUE '1260-ICAR'.
       01  WS-AR-GL-ACCT         PIC X(10) VALUE '1200-AR  '.
       01  WS-CV-RELEASE-DATE    PIC 9(8) VALUE 0.
       01  WS-CV-SOURCE          PIC X VALUE 'B'.
       01  WS-CV-RECOVERY-SW     PIC X VALUE 'N'.
           88 WS-CV-RECOVERY         VALUE 'Y'.
       01  WS-CV-RECEIVED        PIC S9(9)V99 VALUE 0.
       01  WS-CV-GROSS           PIC S9(9)V99 VALUE 0.
       01  WS-CV-FULL-SW         PIC X VALUE 'N'.
           88 WS-CV-RELEASE-IN-FULL  VALUE 'Y'.
       01  WS-CV-TARGET-NET      PIC S9(9)V99 VALUE 0.
       01  WS-CV-TARGET-VAT      PIC S9(9)V99 VALUE 0.
       01  WS-CV-DOC-VAT-MOVED   PIC S9(9)V99 VALUE 0.
       01  WS-CV-MOVED-SW        PIC X VALUE 'N'.
           88 WS-CV-MOVED            VALUE 'Y'.
       01  WS-CV-SUBSCR          PIC 99.
       01  WS-CV-CO-CODE         PIC X(2) VALUE HIGH-VALUES.
       01  WS-CV-LOOKUP-CO       PIC X(2).
       01  WS-CV-GL-VAT-ACCT     PIC X(10) VALUE '2100-VATP'.
       01  WS-CV-GL-VATSUS-ACCT  PIC X(10) VALUE '2150-VATS'.
       01  WS-CV-RELEASE-COUNT   PIC 9(7) VALUE 0.
       01  WS-CV-RELEASE-AMT     PIC S9(11)V99 VALUE 0.
      *Bad-debt recovery state - no relief register yet (status 35)
      *just means no write-off has reclaimed any VAT.
       01  WS-BDRELIEF-STATUS    PIC X(2) VALUE '00'.
       01  WS-BDRELIEF-OPEN-SW   PIC X VALUE 'N'.
           88 WS-BDRELIEF-AVAILABLE  VALUE 'Y'.
       01  WS-BR-RECOVERY-BASE   PIC S9(9)V99 VALUE 0.
       01  WS-BR-DOC-VAT-MOVED   PIC S9(9)V99 VALUE 0.
       01  WS-RECOVERY-COUNT     PIC 9(7) VALUE 0.
       01  WS-RECOVERY-AMT       PIC S9(9)V99 VALUE 0.
       01  WS-RELIEF-REV-AMT     PIC S9(11)V99 VALUE 0.
       LINKAGE SECTION.
      *Optional start-up PARM: the payment tolerance (digits, 2
      *implied decimals, e.g. '00150' = $1.50) and the first
            END-IF
            OPEN INPUT  PAYFILE
            OPEN I-O    AROPEN
            OPEN EXTEND ARJRNL
            OPEN OUTPUT SUSPRPT
            OPEN I-O    CUSTMAST
            OPEN OUTPUT GLFILE
            OPEN OUTPUT GLJFILE
            OPEN INPUT  CURRTAB
            OPEN EXTEND PAYHIST
            OPEN OUTPUT CASHLOG
      *Created on first installation, like the work queue below.
            OPEN I-O    PAYLAST
            IF WS-PAYLAST-STATUS = '35' then
                OPEN OUTPUT PAYLAST
                CLOSE PAYLAST
                OPEN I-O PAYLAST
            END-IF
            OPEN I-O    ARINST
            IF WS-ARINST-STATUS = '00' then
                SET WS-ARINST-AVAILABLE TO TRUE
            END-IF
            OPEN I-O    PROMISE
            IF WS-PROMISE-STATUS = '00' then
                SET WS-PROMISE-AVAILABLE TO TRUE
            END-IF
      *The work queue persists until the clerks clear it - only a
      *first installation (status 35) creates it.
            OPEN I-O    UNAPQ
                OPEN I-O UNAPQ
            END-IF
            PERFORM SEED-UNAPQ-SEQUENCE
      *The cash-basis VAT register only exists once a company
      *taxed on receipts has billed - until then there is nothing
      *to release.
            OPEN I-O    CASHVAT
            IF WS-CASHVAT-STATUS = '00' then
                SET WS-CASHVAT-AVAILABLE TO TRUE
            END-IF
      *Likewise the relief register, until a write-off reclaims
      *VAT on something.
            OPEN I-O    BDRELIEF
            IF WS-BDRELIEF-STATUS = '00' then
                SET WS-BDRELIEF-AVAILABLE TO TRUE
            END-IF
            IF WS-CASHVAT-AVAILABLE OR WS-BDRELIEF-AVAILABLE then
                OPEN EXTEND VATREL
            END-IF
            OPEN INPUT  COMPMAST
            PERFORM WRITE-SUSPENSE-HEADER
            PERFORM READ-PAYMENT-RECORD.
       BOD-PARA.
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-PAY-READ-COUNT
                    ADD PY-AMOUNT TO WS-BANK-MOVEMENT
                    PERFORM APPLY-PAYMENT
            END-READ.
       APPLY-PAYMENT.
            ELSE
                PERFORM MATCH-BY-CUSTOMER
            END-IF
            IF WS-MATCH-MADE then
                SET CL-APPLIED TO TRUE
                MOVE AR-INVOICE-NO TO CL-ITEM-NO
                PERFORM WRITE-CASH-LOG
            END-IF
      *An unmatched payment from a customer we know posts to their
      *account as an on-account credit item - the money stops
      *sitting as paper while the customer gets dunned. Only cash
            MOVE SPACES TO AR-DISPUTE-REASON
            MOVE 0 TO AR-DISPUTE-DATE
            MOVE 'N' TO AR-INSTALLMENT-FLAG
            MOVE 'N' TO AR-PROMISE-FLAG
            MOVE 0 TO AR-PROMISE-HOLD-DATE
            MOVE SPACES TO AR-INTERCO-COMPANY
            WRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY '*** ON-ACCOUNT ITEM NUMBER ALREADY '
                    ADD PY-AMOUNT TO WS-UNAPPLIED-AMT
                    PERFORM WRITE-SUSPENSE-LINE
                NOT INVALID KEY
                    PERFORM JOURNAL-ITEM-ADD
                    ADD 1 TO WS-ONACCT-COUNT
                    ADD PY-AMOUNT TO WS-ONACCT-AMT
                    SET CL-ON-ACCOUNT TO TRUE
                    MOVE AR-INVOICE-NO TO CL-ITEM-NO
                    PERFORM WRITE-CASH-LOG
                    PERFORM RELIEVE-CUSTOMER-BALANCE
            END-WRITE.
       MATCH-BY-INVOICE-NO.
                        WS-SUSP-REASON
                NOT INVALID KEY
                    SET WS-ITEM-ON-FILE TO TRUE
                    MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
            END-READ
            IF WS-ITEM-ON-FILE then
                EVALUATE TRUE
                    WHEN AR-ITEM-WRITTEN-OFF
                        PERFORM APPLY-BAD-DEBT-RECOVERY
                    WHEN AR-ITEM-SETTLED
                        MOVE 'INVOICE ALREADY FULLY PAID' TO
                            WS-SUSP-REASON
                    WHEN OTHER
                        PERFORM APPLY-QUOTED-PAYMENT
                END-EVALUATE
            END-IF.
       APPLY-BAD-DEBT-RECOVERY.
      *The item stays written off - its balance came off AR and off
      *the customer's account when it was written off - but the
      *cash is recorded against it, so the ledger keeps its story,
      *and it is booked back out of AR into bad-debt expense: the
      *cash book credits AR for every payment applied.
            ADD PY-AMOUNT TO AR-PAID-AMT
            REWRITE AR-OPEN-ITEM-RECORD
            PERFORM JOURNAL-ITEM-CHANGE
            SET WS-MATCH-MADE TO TRUE
            ADD 1 TO WS-APPLIED-COUNT
            ADD PY-AMOUNT TO WS-APPLIED-AMT
            ADD 1 TO WS-RECOVERY-COUNT
            ADD PY-AMOUNT TO WS-RECOVERY-AMT
            PERFORM WRITE-PAYMENT-HISTORY
            PERFORM WRITE-RECOVERY-POSTING
            PERFORM REVERSE-BAD-DEBT-RELIEF
                THRU REVERSE-BAD-DEBT-RELIEF-EXIT
            MOVE PY-PAYMENT-DATE TO WS-CV-RELEASE-DATE
            MOVE 'B' TO WS-CV-SOURCE
            SET WS-CV-RECOVERY TO TRUE
            PERFORM RELEASE-CASH-BASIS-VAT
                THRU RELEASE-CASH-BASIS-VAT-EXIT
            MOVE 'N' TO WS-CV-RECOVERY-SW.
       WRITE-RECOVERY-POSTING.
            MOVE WS-RUN-DATE TO GL-RUN-DATE
            MOVE 'RCVY' TO WS-GJ-LINE-KEY
            MOVE 0 TO GL-DOC-FIRST
            MOVE 0 TO GL-DOC-LAST
            MOVE PY-AMOUNT TO GL-AMOUNT
            MOVE SPACES TO GL-DESCRIPTION
            STRING 'BAD DEBT RECOVERED INV ' DELIMITED BY SIZE
                AR-INVOICE-NO DELIMITED BY SIZE
                INTO GL-DESCRIPTION
            END-STRING
            PERFORM LOAD-ITEM-AR-ACCOUNT
            MOVE WS-AR-GL-ACCT TO GL-ACCOUNT-NO
            SET GL-DEBIT TO TRUE
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL
            MOVE '6500-BDBT' TO GL-ACCOUNT-NO
            SET GL-CREDIT TO TRUE
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL.
       REVERSE-BAD-DEBT-RELIEF.
      *Bring the relief reversed up to the relief claimed times the
      *cash recovered over the balance written off, per VAT code -
      *all of it once the balance is recovered in full. Working
      *off the cumulative figures keeps rounding from drifting
      *across part recoveries.
            IF NOT WS-BDRELIEF-AVAILABLE then
                GO TO REVERSE-BAD-DEBT-RELIEF-EXIT
            END-IF
            MOVE AR-INVOICE-NO TO BR-INVOICE-NO
            READ BDRELIEF
                INVALID KEY
                    GO TO REVERSE-BAD-DEBT-RELIEF-EXIT
            END-READ
            IF BR-WRITTEN-OFF-AMT NOT > 0 then
                GO TO REVERSE-BAD-DEBT-RELIEF-EXIT
            END-IF
            ADD PY-AMOUNT TO BR-RECOVERED-AMT
            MOVE BR-RECOVERED-AMT TO WS-BR-RECOVERY-BASE
            IF WS-BR-RECOVERY-BASE > BR-WRITTEN-OFF-AMT then
                MOVE BR-WRITTEN-OFF-AMT TO WS-BR-RECOVERY-BASE
            END-IF
            MOVE 0 TO WS-BR-DOC-VAT-MOVED
            PERFORM REVERSE-ONE-RELIEF-CODE
                VARYING WS-CV-SUBSCR FROM 1 BY 1
                UNTIL WS-CV-SUBSCR > 10
            MOVE PY-PAYMENT-DATE TO BR-LAST-REVERSE-DATE
            REWRITE BAD-DEBT-RELIEF-RECORD
            IF WS-BR-DOC-VAT-MOVED NOT = 0 then
                ADD WS-BR-DOC-VAT-MOVED TO WS-RELIEF-REV-AMT
                PERFORM WRITE-RELIEF-REVERSAL-POSTING
            END-IF.
       REVERSE-BAD-DEBT-RELIEF-EXIT.
            EXIT.
       REVERSE-ONE-RELIEF-CODE.
            COMPUTE WS-CV-TARGET-NET ROUNDED =
                BR-NET-RELIEF(WS-CV-SUBSCR) * WS-BR-RECOVERY-BASE
                / BR-WRITTEN-OFF-AMT
            COMPUTE WS-CV-TARGET-VAT ROUNDED =
                BR-VAT-RELIEF(WS-CV-SUBSCR) * WS-BR-RECOVERY-BASE
                / BR-WRITTEN-OFF-AMT
            COMPUTE VR-NET-AMT =
                WS-CV-TARGET-NET - BR-NET-REVERSED(WS-CV-SUBSCR)
            COMPUTE VR-VAT-AMT =
                WS-CV-TARGET-VAT - BR-VAT-REVERSED(WS-CV-SUBSCR)
            IF VR-NET-AMT NOT = 0 OR VR-VAT-AMT NOT = 0 then
                ADD VR-NET-AMT TO BR-NET-REVERSED(WS-CV-SUBSCR)
                ADD VR-VAT-AMT TO BR-VAT-REVERSED(WS-CV-SUBSCR)
                ADD VR-VAT-AMT TO WS-BR-DOC-VAT-MOVED
                MOVE PY-PAYMENT-DATE TO VR-RELEASE-DATE
                MOVE BR-COMPANY-CODE TO VR-COMPANY-CODE
                MOVE BR-INVOICE-NO TO VR-INVOICE-NO
                MOVE BR-CUST-ID TO VR-CUST-ID
                COMPUTE VR-VAT-CODE = WS-CV-SUBSCR - 1
                SET VR-RELIEF-REVERSED TO TRUE
                WRITE VAT-RELEASE-RECORD
            END-IF.
       WRITE-RELIEF-REVERSAL-POSTING.
      *The reclaimed VAT is owed again - back into bad-debt expense
      *and onto the company's VAT payable account.
            IF BR-COMPANY-CODE NOT = WS-CV-CO-CODE then
                MOVE BR-COMPANY-CODE TO WS-CV-LOOKUP-CO
                PERFORM LOAD-CASH-VAT-ACCOUNTS
            END-IF
            MOVE WS-RUN-DATE TO GL-RUN-DATE
            MOVE 'BDRV' TO WS-GJ-LINE-KEY
            MOVE 0 TO GL-DOC-FIRST
            MOVE 0 TO GL-DOC-LAST
            MOVE WS-BR-DOC-VAT-MOVED TO GL-AMOUNT
            MOVE SPACES TO GL-DESCRIPTION
            STRING 'VAT RELIEF REVERSED ' DELIMITED BY SIZE
                BR-INVOICE-NO DELIMITED BY SIZE
                INTO GL-DESCRIPTION
            END-STRING
            MOVE '6500-BDBT' TO GL-ACCOUNT-NO
            SET GL-DEBIT TO TRUE
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL
            MOVE WS-CV-GL-VAT-ACCT TO GL-ACCOUNT-NO
            SET GL-CREDIT TO TRUE
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL.
       APPLY-QUOTED-PAYMENT.
      *An invoice-quoted payment short by no more than the
      *customer's early-payment discount, arriving inside the
            ADD WS-FX-GAIN-LOSS TO AR-TOTAL-VAT
            MOVE WS-SETTLE-RATE TO AR-BOOKED-RATE
            REWRITE AR-OPEN-ITEM-RECORD
            PERFORM JOURNAL-ITEM-CHANGE
            PERFORM WRITE-REALIZED-FX-POSTING
      *The customer owes the settled value now - roll the movement
      *into the balance the credit check prices, like RSReval.
            EXIT.
       WRITE-REALIZED-FX-POSTING.
            MOVE WS-RUN-DATE TO GL-RUN-DATE
            MOVE 'RLFX' TO WS-GJ-LINE-KEY
            MOVE 0 TO GL-DOC-FIRST
            MOVE 0 TO GL-DOC-LAST
            COMPUTE GL-AMOUNT = FUNCTION ABS(WS-FX-GAIN-LOSS)
                AR-INVOICE-NO DELIMITED BY SIZE
                INTO GL-DESCRIPTION
            END-STRING
            PERFORM LOAD-ITEM-AR-ACCOUNT
            MOVE WS-AR-GL-ACCT TO GL-ACCOUNT-NO
            IF WS-FX-GAIN-LOSS > 0 then
                SET GL-DEBIT TO TRUE
            ELSE
                SET GL-CREDIT TO TRUE
            END-IF
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL
            MOVE '7150-FXGL' TO GL-ACCOUNT-NO
            IF WS-FX-GAIN-LOSS > 0 then
                SET GL-CREDIT TO TRUE
            ELSE
                SET GL-DEBIT TO TRUE
            END-IF
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL.
       CHECK-EARLY-PAY-DISCOUNT.
      *The payment earns the discount when the customer HAS
      *discount terms, paid within CM-DISC-DAYS of the invoice
            MOVE AR-TOTAL-VAT TO AR-PAID-AMT
            SET AR-ITEM-PAID TO TRUE
            REWRITE AR-OPEN-ITEM-RECORD
            PERFORM JOURNAL-ITEM-CHANGE
            SET WS-MATCH-MADE TO TRUE
            ADD 1 TO WS-APPLIED-COUNT
            ADD PY-AMOUNT TO WS-APPLIED-AMT
                PERFORM APPLY-TO-INSTALLMENTS
                    THRU APPLY-TO-INSTALLMENTS-EXIT
            END-IF
            IF AR-ITEM-PROMISED then
                MOVE WS-OPEN-BALANCE TO WS-PTP-APPLY-AMT
                PERFORM APPLY-TO-PROMISE
                    THRU APPLY-TO-PROMISE-EXIT
            END-IF
            PERFORM WRITE-PAYMENT-HISTORY
            MOVE PY-PAYMENT-DATE TO WS-CV-RELEASE-DATE
            MOVE 'B' TO WS-CV-SOURCE
            PERFORM RELEASE-CASH-BASIS-VAT
                THRU RELEASE-CASH-BASIS-VAT-EXIT
            PERFORM WRITE-DISCOUNT-POSTING
            MOVE WS-OPEN-BALANCE TO WS-RELIEF-AMT
            PERFORM RELIEVE-BALANCE-BY-AMOUNT.
      *against AR so Finance sees discounts given as a figure of
      *their own, not buried in small differences.
            MOVE WS-RUN-DATE TO GL-RUN-DATE
            MOVE 'DISC' TO WS-GJ-LINE-KEY
            MOVE 0 TO GL-DOC-FIRST
            MOVE 0 TO GL-DOC-LAST
            MOVE WS-DIFFERENCE-AMT TO GL-AMOUNT
            MOVE '4950-DISC' TO GL-ACCOUNT-NO
            SET GL-DEBIT TO TRUE
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL
            PERFORM LOAD-ITEM-AR-ACCOUNT
            MOVE WS-AR-GL-ACCT TO GL-ACCOUNT-NO
            SET GL-CREDIT TO TRUE
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL.
       CLOSE-ITEM-WITH-DIFFERENCE.
            MOVE AR-TOTAL-VAT TO AR-PAID-AMT
            SET AR-ITEM-PAID TO TRUE
            REWRITE AR-OPEN-ITEM-RECORD
            PERFORM JOURNAL-ITEM-CHANGE
            SET WS-MATCH-MADE TO TRUE
            ADD 1 TO WS-APPLIED-COUNT
            ADD PY-AMOUNT TO WS-APPLIED-AMT
                PERFORM APPLY-TO-INSTALLMENTS
                    THRU APPLY-TO-INSTALLMENTS-EXIT
            END-IF
            IF AR-ITEM-PROMISED then
                MOVE WS-OPEN-BALANCE TO WS-PTP-APPLY-AMT
                PERFORM APPLY-TO-PROMISE
                    THRU APPLY-TO-PROMISE-EXIT
            END-IF
            PERFORM WRITE-PAYMENT-HISTORY
            MOVE PY-PAYMENT-DATE TO WS-CV-RELEASE-DATE
            MOVE 'B' TO WS-CV-SOURCE
            PERFORM RELEASE-CASH-BASIS-VAT
                THRU RELEASE-CASH-BASIS-VAT-EXIT
            PERFORM WRITE-DIFFERENCE-POSTING
      *The account balance relieves by the FULL open balance - the
      *item is closed, tolerance difference and all.
      *small-differences account against AR; an overpayment books
      *the excess the other way around.
            MOVE WS-RUN-DATE TO GL-RUN-DATE
            MOVE 'SMDF' TO WS-GJ-LINE-KEY
            MOVE 0 TO GL-DOC-FIRST
            MOVE 0 TO GL-DOC-LAST
            COMPUTE GL-AMOUNT =
                SET GL-CREDIT TO TRUE
            END-IF
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL
            PERFORM LOAD-ITEM-AR-ACCOUNT
            MOVE WS-AR-GL-ACCT TO GL-ACCOUNT-NO
            IF WS-DIFFERENCE-AMT > 0 then
                SET GL-CREDIT TO TRUE
            ELSE
                SET GL-DEBIT TO TRUE
            END-IF
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL.
       MATCH-BY-CUSTOMER.
      *No invoice quoted - walk the open-item file front to back
      *looking for this customer's oldest unpaid item whose open
                    SET WS-AR-EOF TO TRUE
            END-READ
            IF NOT WS-AR-EOF then
                MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                IF AR-CUST-ID = PY-CUST-ID
                    AND NOT AR-ITEM-SETTLED then
                    COMPUTE WS-OPEN-BALANCE =
                SET AR-ITEM-PARTIAL TO TRUE
            END-IF
            REWRITE AR-OPEN-ITEM-RECORD
            PERFORM JOURNAL-ITEM-CHANGE
            SET WS-MATCH-MADE TO TRUE
            ADD 1 TO WS-APPLIED-COUNT
            ADD PY-AMOUNT TO WS-APPLIED-AMT
                PERFORM APPLY-TO-INSTALLMENTS
                    THRU APPLY-TO-INSTALLMENTS-EXIT
            END-IF
            IF AR-ITEM-PROMISED then
                MOVE PY-AMOUNT TO WS-PTP-APPLY-AMT
                PERFORM APPLY-TO-PROMISE
                    THRU APPLY-TO-PROMISE-EXIT
            END-IF
            PERFORM WRITE-PAYMENT-HISTORY
            MOVE PY-PAYMENT-DATE TO WS-CV-RELEASE-DATE
            MOVE 'B' TO WS-CV-SOURCE
            PERFORM RELEASE-CASH-BASIS-VAT
                THRU RELEASE-CASH-BASIS-VAT-EXIT
            PERFORM RELIEVE-CUSTOMER-BALANCE.
       APPLY-TO-INSTALLMENTS.
      *Draw the item's installment schedule down in order with the
                    SUBTRACT WS-INST-SLICE FROM WS-INST-APPLY-AMT
                END-IF
            END-IF.
       APPLY-TO-PROMISE.
      *Count the applied cash toward the item's open promise to pay.
      *Once the promised amount is in - or the item is settled
      *outright - the promise is kept: stamped with the payment date
      *and the item's hold on dunning released. A part payment short
      *of the promise leaves it open for RECHPTF to judge on the
      *hold date.
            IF NOT WS-PROMISE-AVAILABLE then
                GO TO APPLY-TO-PROMISE-EXIT
            END-IF
            MOVE 'N' TO WS-PTP-EOF-SW
            MOVE 'N' TO WS-PTP-FOUND-SW
            MOVE AR-INVOICE-NO TO PR-INVOICE-NO
            MOVE 0 TO PR-SEQ-NO
            START PROMISE KEY NOT LESS THAN PR-KEY
                INVALID KEY
                    GO TO APPLY-TO-PROMISE-EXIT
            END-START
            PERFORM FIND-OPEN-PROMISE
                UNTIL WS-PTP-EOF OR WS-PTP-FOUND
            IF NOT WS-PTP-FOUND then
                GO TO APPLY-TO-PROMISE-EXIT
            END-IF
            ADD WS-PTP-APPLY-AMT TO PR-PAID-AMT
            IF PR-PAID-AMT >= PR-PROMISED-AMT
                OR AR-ITEM-SETTLED then
                SET PR-PROMISE-KEPT TO TRUE
                MOVE PY-PAYMENT-DATE TO PR-RESOLVED-DATE
                MOVE 'N' TO AR-PROMISE-FLAG
                MOVE 0 TO AR-PROMISE-HOLD-DATE
                REWRITE AR-OPEN-ITEM-RECORD
                PERFORM JOURNAL-ITEM-CHANGE
                ADD 1 TO WS-PTP-KEPT-COUNT
            END-IF
            REWRITE PROMISE-TO-PAY-RECORD.
       APPLY-TO-PROMISE-EXIT.
            EXIT.
       FIND-OPEN-PROMISE.
            READ PROMISE NEXT RECORD
                AT END
                    SET WS-PTP-EOF TO TRUE
            END-READ
            IF NOT WS-PTP-EOF then
                IF PR-INVOICE-NO NOT = AR-INVOICE-NO then
                    SET WS-PTP-EOF TO TRUE
                ELSE
                    IF PR-PROMISE-OPEN then
                        SET WS-PTP-FOUND TO TRUE
                    END-IF
                END-IF
            END-IF.
       WRITE-PAYMENT-HISTORY.
      *One ledger record per application - paying an item stops
      *erasing when and how it was paid.
            COMPUTE PH-DAYS-TO-PAY =
                FUNCTION INTEGER-OF-DATE(PY-PAYMENT-DATE) -
                FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
            WRITE PAYMENT-HISTORY-RECORD
            PERFORM ROLL-LAST-PAYMENTS.
       ROLL-LAST-PAYMENTS.
      *Push the ledger record just written onto the customer's
      *last-payments record for the online account inquiry, and
      *onto the parent's for a national-account branch.
            MOVE SPACES TO WS-PAYLAST-PARENT
            MOVE PH-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CM-PARENT-CUST-ID TO WS-PAYLAST-PARENT
            END-READ
            MOVE PH-CUST-ID TO WS-PAYLAST-ID
            PERFORM PUSH-LAST-PAYMENT
            IF WS-PAYLAST-PARENT NOT = SPACES then
                MOVE WS-PAYLAST-PARENT TO WS-PAYLAST-ID
                PERFORM PUSH-LAST-PAYMENT
            END-IF.
       PUSH-LAST-PAYMENT.
            MOVE WS-PAYLAST-ID TO PL-CUST-ID
            READ PAYLAST
                INVALID KEY
                    INITIALIZE PAYMENT-LAST-RECORD
                    MOVE WS-PAYLAST-ID TO PL-CUST-ID
            END-READ
            PERFORM SHIFT-ONE-LAST-PAYMENT
                VARYING WS-PL-SUBSCR FROM 10 BY -1
                UNTIL WS-PL-SUBSCR < 2
            MOVE PH-PAYMENT-DATE TO PL-PAY-DATE(1)
            MOVE PH-CUST-ID TO PL-PAY-CUST-ID(1)
            MOVE PH-INVOICE-NO TO PL-PAY-INVOICE-NO(1)
            MOVE PH-AMOUNT TO PL-PAY-AMOUNT(1)
            MOVE PH-DAYS-TO-PAY TO PL-PAY-DAYS(1)
            IF WS-PAYLAST-STATUS = '23' then
                MOVE 1 TO PL-PAY-COUNT
                WRITE PAYMENT-LAST-RECORD
            ELSE
                IF PL-PAY-COUNT < 10 then
                    ADD 1 TO PL-PAY-COUNT
                END-IF
                REWRITE PAYMENT-LAST-RECORD
            END-IF.
       SHIFT-ONE-LAST-PAYMENT.
            MOVE PL-PAY(WS-PL-SUBSCR - 1) TO PL-PAY(WS-PL-SUBSCR).
       RELIEVE-CUSTOMER-BALANCE.
      *Take the applied cash back off the customer master's open-AR
      *balance, the counterpart of ARPOST's posting roll, so the
      *queue, where the online suspense transaction lets a clerk
      *place the money without editing the next day's payment file
      *by hand.
            SET CL-SUSPENSE TO TRUE
            MOVE 0 TO CL-ITEM-NO
            PERFORM WRITE-CASH-LOG
            ADD 1 TO WS-UNAPQ-SEQ
            MOVE WS-RUN-DATE TO UQ-RUN-DATE
            MOVE WS-UNAPQ-SEQ TO UQ-SEQ-NO
                INTO SUSP-LINE
            END-STRING
            WRITE SUSP-LINE.
       WRITE-CASH-LOG.
      *Called with the disposition and item already set.
            MOVE PY-PAYMENT-DATE TO CL-PAYMENT-DATE
            MOVE PY-CUST-ID TO CL-CUST-ID
            MOVE PY-INVOICE-NO TO CL-INVOICE-NO
            MOVE PY-AMOUNT TO CL-AMOUNT
            WRITE CASH-LOG-RECORD.
       DRAIN-LEDGER-QUEUE.
      *Append the ledger records the online suspense transaction
      *queued since the last run, deleting each as it lands - the
                MOVE PQ-AMOUNT TO PH-AMOUNT
                MOVE PQ-DAYS-TO-PAY TO PH-DAYS-TO-PAY
                WRITE PAYMENT-HISTORY-RECORD
                PERFORM ROLL-LAST-PAYMENTS
                PERFORM RELEASE-ONLINE-APPLIED-VAT
                DELETE PAYHISTQ RECORD
                ADD 1 TO WS-PHQ-DRAINED
            END-IF.
       DRAIN-JOURNAL-QUEUE.
      *Append the AR journal records the online suspense
      *transaction queued since the last run, deleting each as it
      *lands. No queue file yet just means no online applies.
            OPEN I-O ARJRNLQ
            IF WS-ARJRNLQ-STATUS NOT = '00' then
                GO TO DRAIN-JOURNAL-QUEUE-EXIT
            END-IF
            MOVE LOW-VALUES TO JQ-KEY
            MOVE 'N' TO WS-AJQ-EOF-SW
            START ARJRNLQ KEY NOT LESS THAN JQ-KEY
                INVALID KEY
                    SET WS-AJQ-EOF TO TRUE
            END-START
            PERFORM DRAIN-ONE-QUEUED-JOURNAL
                UNTIL WS-AJQ-EOF
            CLOSE ARJRNLQ
            IF WS-AJQ-DRAINED > 0 then
                DISPLAY 'CASH APPLICATION - ONLINE JOURNAL '
                    'RECORDS APPENDED: ' WS-AJQ-DRAINED
            END-IF.
       DRAIN-JOURNAL-QUEUE-EXIT.
            EXIT.
       DRAIN-ONE-QUEUED-JOURNAL.
            READ ARJRNLQ NEXT RECORD
                AT END
                    SET WS-AJQ-EOF TO TRUE
            END-READ
            IF NOT WS-AJQ-EOF then
                MOVE AR-JOURNAL-QUEUE-RECORD TO AR-JOURNAL-RECORD
                WRITE AR-JOURNAL-RECORD
                DELETE ARJRNLQ RECORD
                ADD 1 TO WS-AJQ-DRAINED
            END-IF.
       RELEASE-ONLINE-APPLIED-VAT.
      *The online transaction applied this cash to the item during
      *the day - release the VAT as of the payment date it quoted,
      *the same as a batch application would have.
            IF WS-CASHVAT-AVAILABLE then
                MOVE PQ-INVOICE-NO TO AR-INVOICE-NO
                READ AROPEN
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PQ-PAYMENT-DATE TO WS-CV-RELEASE-DATE
                        MOVE 'O' TO WS-CV-SOURCE
                        PERFORM RELEASE-CASH-BASIS-VAT
                            THRU RELEASE-CASH-BASIS-VAT-EXIT
                END-READ
            END-IF.
       RELEASE-CASH-BASIS-VAT.
      *Called with the open item just applied to in the AROPEN
      *buffer. Only documents of a cash-basis company are on the
      *register; everything else falls straight through. A document
      *written off releases only on cash recovered against it.
            IF NOT WS-CASHVAT-AVAILABLE then
                GO TO RELEASE-CASH-BASIS-VAT-EXIT
            END-IF
            MOVE AR-INVOICE-NO TO CV-INVOICE-NO
            READ CASHVAT
                INVALID KEY
                    GO TO RELEASE-CASH-BASIS-VAT-EXIT
            END-READ
            IF CV-WRITTEN-OFF
                AND NOT WS-CV-RECOVERY then
                GO TO RELEASE-CASH-BASIS-VAT-EXIT
            END-IF
            PERFORM BRING-DOCUMENT-VAT-UP-TO-DATE
                THRU BRING-DOCUMENT-VAT-UP-TO-DATE-EXIT.
       RELEASE-CASH-BASIS-VAT-EXIT.
            EXIT.
       BRING-DOCUMENT-VAT-UP-TO-DATE.
      *Bring the VAT released on the register document (buffer) up
      *to its share of the cash received against the open item
      *(AROPEN buffer): billed VAT times received over the
      *document's gross, per VAT code - or all of it once the item
      *is paid. Working off the cumulative figures keeps rounding
      *from drifting across part payments, and a collection that
      *bounced and reopened the item releases negative, putting
      *the VAT back into suspense. The gross is taken as the open
      *item's total plus what the billing run drew out of credit,
      *so a foreign item re-valued at settlement still proportions
      *right.
            COMPUTE WS-CV-RECEIVED = CV-PREPAID-AMT + AR-PAID-AMT
            COMPUTE WS-CV-GROSS = CV-PREPAID-AMT + AR-TOTAL-VAT
            IF WS-CV-GROSS = 0 then
                GO TO BRING-DOCUMENT-VAT-UP-TO-DATE-EXIT
            END-IF
            MOVE 'N' TO WS-CV-FULL-SW
            IF AR-ITEM-PAID then
                SET WS-CV-RELEASE-IN-FULL TO TRUE
            END-IF
            MOVE 0 TO WS-CV-DOC-VAT-MOVED
            MOVE 'N' TO WS-CV-MOVED-SW
            PERFORM RELEASE-ONE-VAT-CODE
                VARYING WS-CV-SUBSCR FROM 1 BY 1
                UNTIL WS-CV-SUBSCR > 10
            IF NOT WS-CV-MOVED then
                GO TO BRING-DOCUMENT-VAT-UP-TO-DATE-EXIT
            END-IF
            MOVE WS-CV-RELEASE-DATE TO CV-LAST-RELEASE-DATE
            REWRITE CASH-VAT-REGISTER-RECORD
            ADD 1 TO WS-CV-RELEASE-COUNT
            ADD WS-CV-DOC-VAT-MOVED TO WS-CV-RELEASE-AMT
            IF WS-CV-DOC-VAT-MOVED NOT = 0 then
                PERFORM WRITE-CASH-VAT-POSTING
            END-IF.
       BRING-DOCUMENT-VAT-UP-TO-DATE-EXIT.
            EXIT.
       RELEASE-ONE-VAT-CODE.
            IF WS-CV-RELEASE-IN-FULL then
                MOVE CV-NET-AMT(WS-CV-SUBSCR) TO WS-CV-TARGET-NET
                MOVE CV-VAT-AMT(WS-CV-SUBSCR) TO WS-CV-TARGET-VAT
            ELSE
                COMPUTE WS-CV-TARGET-NET ROUNDED =
                    CV-NET-AMT(WS-CV-SUBSCR) * WS-CV-RECEIVED
                    / WS-CV-GROSS
                COMPUTE WS-CV-TARGET-VAT ROUNDED =
                    CV-VAT-AMT(WS-CV-SUBSCR) * WS-CV-RECEIVED
                    / WS-CV-GROSS
            END-IF
            COMPUTE VR-NET-AMT =
                WS-CV-TARGET-NET - CV-NET-RELEASED(WS-CV-SUBSCR)
            COMPUTE VR-VAT-AMT =
                WS-CV-TARGET-VAT - CV-VAT-RELEASED(WS-CV-SUBSCR)
            IF VR-NET-AMT NOT = 0 OR VR-VAT-AMT NOT = 0 then
                SET WS-CV-MOVED TO TRUE
                ADD VR-NET-AMT TO CV-NET-RELEASED(WS-CV-SUBSCR)
                ADD VR-VAT-AMT TO CV-VAT-RELEASED(WS-CV-SUBSCR)
                ADD VR-VAT-AMT TO WS-CV-DOC-VAT-MOVED
                MOVE WS-CV-RELEASE-DATE TO VR-RELEASE-DATE
                MOVE CV-COMPANY-CODE TO VR-COMPANY-CODE
                MOVE CV-INVOICE-NO TO VR-INVOICE-NO
                MOVE CV-CUST-ID TO VR-CUST-ID
                COMPUTE VR-VAT-CODE = WS-CV-SUBSCR - 1
                MOVE WS-CV-SOURCE TO VR-SOURCE
                WRITE VAT-RELEASE-RECORD
            END-IF.
       WRITE-CASH-VAT-POSTING.
      *Move the released VAT out of suspense into VAT payable, in
      *the company's own accounts - the other way around when the
      *release is negative. A written-off document's VAT left
      *suspense with the write-off, so what its recovery releases
      *comes out of bad-debt expense instead.
            IF CV-COMPANY-CODE NOT = WS-CV-CO-CODE then
                MOVE CV-COMPANY-CODE TO WS-CV-LOOKUP-CO
                PERFORM LOAD-CASH-VAT-ACCOUNTS
            END-IF
            MOVE WS-RUN-DATE TO GL-RUN-DATE
            MOVE 'CVAT' TO WS-GJ-LINE-KEY
            MOVE 0 TO GL-DOC-FIRST
            MOVE 0 TO GL-DOC-LAST
            COMPUTE GL-AMOUNT = FUNCTION ABS(WS-CV-DOC-VAT-MOVED)
            MOVE SPACES TO GL-DESCRIPTION
            STRING 'CASH VAT RELEASE INV ' DELIMITED BY SIZE
                CV-INVOICE-NO DELIMITED BY SIZE
                INTO GL-DESCRIPTION
            END-STRING
            MOVE WS-CV-GL-VATSUS-ACCT TO GL-ACCOUNT-NO
            IF CV-WRITTEN-OFF then
                MOVE '6500-BDBT' TO GL-ACCOUNT-NO
            END-IF
            IF WS-CV-DOC-VAT-MOVED > 0 then
                SET GL-DEBIT TO TRUE
            ELSE
                SET GL-CREDIT TO TRUE
            END-IF
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL
            MOVE WS-CV-GL-VAT-ACCT TO GL-ACCOUNT-NO
            IF WS-CV-DOC-VAT-MOVED > 0 then
                SET GL-CREDIT TO TRUE
            ELSE
                SET GL-DEBIT TO TRUE
            END-IF
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL.
       WRITE-POSTING-JOURNAL.
      *Every line this run posts is for one open item - the item in
      *the AROPEN buffer - so each gets a detail record for the
      *item and a subtotal of one document straight behind it.
            MOVE SPACES TO GL-JOURNAL-RECORD
            SET GJ-DETAIL TO TRUE
            MOVE GL-RUN-DATE TO GJ-RUN-DATE
            MOVE 'RECHCASH' TO GJ-SOURCE
            MOVE AR-COMPANY-CODE TO GJ-COMPANY-CODE
            MOVE WS-GJ-LINE-KEY TO GJ-LINE-KEY
            MOVE GL-ACCOUNT-NO TO GJ-ACCOUNT-NO
            MOVE GL-DEBIT-CREDIT TO GJ-DEBIT-CREDIT
            MOVE GL-AMOUNT TO GJ-AMOUNT
            MOVE 0 TO GJ-DOC-NO
            MOVE AR-INVOICE-NO TO GJ-INVOICE-NO
            MOVE AR-CUST-ID TO GJ-CUST-ID
            MOVE AR-TOTAL-VAT TO GJ-GROSS-AMT
            MOVE 0 TO GJ-NET-AMT GJ-VAT-AMT GJ-REBATE-AMT
                GJ-FREIGHT-AMT GJ-WHT-AMT GJ-COST-AMT
            WRITE GL-JOURNAL-RECORD
            MOVE SPACES TO GJ-SUBTOTAL-DATA
            SET GJ-SUBTOTAL TO TRUE
            MOVE 1 TO GJ-DOC-COUNT
            MOVE GL-AMOUNT TO GJ-GL-AMOUNT
            WRITE GL-JOURNAL-RECORD
            ADD 2 TO WS-GJ-REC-COUNT.
       LOAD-ITEM-AR-ACCOUNT.
      *Called with the open item in the AROPEN buffer. A company not
      *on the master posts to the standard AR accounts.
            IF AR-COMPANY-CODE NOT = WS-AR-CO-CODE then
                MOVE AR-COMPANY-CODE TO WS-AR-CO-CODE
                MOVE '1200-AR  ' TO WS-AR-CO-AR-ACCT
                MOVE '1260-ICAR' TO WS-AR-CO-ICAR-ACCT
                IF WS-COMPMAST-STATUS = '00'
                    OR WS-COMPMAST-STATUS = '23' then
                    MOVE AR-COMPANY-CODE TO CO-COMPANY-CODE
                    READ COMPMAST
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF CO-GL-AR-ACCT NOT = SPACES then
                                MOVE CO-GL-AR-ACCT TO WS-AR-CO-AR-ACCT
                            END-IF
                            IF CO-GL-ICAR-ACCT NOT = SPACES then
                                MOVE CO-GL-ICAR-ACCT TO
                                    WS-AR-CO-ICAR-ACCT
                            END-IF
                    END-READ
                END-IF
            END-IF
            IF AR-INTERCO-COMPANY NOT = SPACES then
                MOVE WS-AR-CO-ICAR-ACCT TO WS-AR-GL-ACCT
            ELSE
                MOVE WS-AR-CO-AR-ACCT TO WS-AR-GL-ACCT
            END-IF.
       LOAD-CASH-VAT-ACCOUNTS.
      *A company not on the master posts to the standard suspense
      *and VAT payable accounts.
            MOVE WS-CV-LOOKUP-CO TO WS-CV-CO-CODE
            MOVE '2100-VATP' TO WS-CV-GL-VAT-ACCT
            MOVE '2150-VATS' TO WS-CV-GL-VATSUS-ACCT
            IF WS-COMPMAST-STATUS = '00'
                OR WS-COMPMAST-STATUS = '23' then
                MOVE WS-CV-LOOKUP-CO TO CO-COMPANY-CODE
                READ COMPMAST
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CO-GL-VAT-ACCT TO WS-CV-GL-VAT-ACCT
                        IF CO-GL-VATSUS-ACCT NOT = SPACES then
                            MOVE CO-GL-VATSUS-ACCT TO
                                WS-CV-GL-VATSUS-ACCT
                        END-IF
                END-READ
            END-IF.
       SWEEP-CASH-BASIS-VAT.
      *Bring every register document into line with its open item
      *at the end of the run - cash that reached the item other
      *than through an application here (the billing run's draw on
      *unapplied credit, credit netting, a refund) releases its
      *VAT as of today, and a direct debit the bank returned puts
      *its VAT back into suspense. Written-off and cancelled items
      *keep theirs: a write-off never brought the cash in, and a
      *cancellation nets off in suspense against its reversal.
            MOVE WS-RUN-DATE TO WS-CV-RELEASE-DATE
            MOVE 'S' TO WS-CV-SOURCE
            MOVE 0 TO CV-INVOICE-NO
            MOVE 'N' TO WS-CV-EOF-SW
            START CASHVAT KEY NOT LESS THAN CV-INVOICE-NO
                INVALID KEY
                    SET WS-CV-EOF TO TRUE
            END-START
            PERFORM SWEEP-ONE-REGISTER-DOCUMENT
                UNTIL WS-CV-EOF.
       SWEEP-ONE-REGISTER-DOCUMENT.
            READ CASHVAT NEXT RECORD
                AT END
                    SET WS-CV-EOF TO TRUE
            END-READ
            IF NOT WS-CV-EOF then
                MOVE CV-INVOICE-NO TO AR-INVOICE-NO
                READ AROPEN
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF NOT AR-ITEM-WRITTEN-OFF
                            AND NOT AR-ITEM-CANCELLED then
                            PERFORM BRING-DOCUMENT-VAT-UP-TO-DATE
                               THRU BRING-DOCUMENT-VAT-UP-TO-DATE-EXIT
                        END-IF
                END-READ
            END-IF.
       ABSORB-WORKED-QUEUE.
      *Fold the payments the clerks applied online since the last
      *run into tonight's AR control movement - the online
                END-READ
                CLOSE ARCTL
            END-IF
            MOVE AR-CONTROL-RECORD TO WS-AJ-CTL-BEFORE
            ADD WS-CTL-MOVEMENT TO AC-CONTROL-BAL
            MOVE WS-RUN-DATE TO AC-LAST-UPDATE
            PERFORM JOURNAL-AR-CONTROL
            OPEN OUTPUT ARCTL
            WRITE AR-CONTROL-RECORD
            CLOSE ARCTL.
       ROLL-BANK-CONTROL.
      *Roll the cash received into the cash-book control balance -
      *a missing control record simply starts the balance from
      *this movement (first installation).
            MOVE 0 TO BK-CONTROL-BAL
            MOVE 0 TO BK-STMT-DATE
            MOVE 0 TO BK-STMT-BAL
            OPEN INPUT BANKCTL
            IF WS-BANKCTL-STATUS = '00' then
                READ BANKCTL
                    AT END
                        MOVE 0 TO BK-CONTROL-BAL
                        MOVE 0 TO BK-STMT-DATE
                        MOVE 0 TO BK-STMT-BAL
                END-READ
                CLOSE BANKCTL
            END-IF
            ADD WS-BANK-MOVEMENT TO BK-CONTROL-BAL
            MOVE WS-RUN-DATE TO BK-LAST-UPDATE
            OPEN OUTPUT BANKCTL
            WRITE BANK-CONTROL-RECORD
            CLOSE BANKCTL.
       JOURNAL-ITEM-CHANGE.
      *Before and after image of the open item just rewritten.
            SET AJ-ITEM-CHANGED TO TRUE
            PERFORM WRITE-ITEM-JOURNAL.
       JOURNAL-ITEM-ADD.
      *A new open item - there is no before image.
            SET AJ-ITEM-ADDED TO TRUE
            MOVE SPACES TO WS-AR-BEFORE-IMAGE
            PERFORM WRITE-ITEM-JOURNAL.
       WRITE-ITEM-JOURNAL.
            PERFORM STAMP-JOURNAL-RECORD
            MOVE AR-INVOICE-NO TO AJ-INVOICE-NO
            MOVE WS-AR-BEFORE-IMAGE TO AJ-BEFORE-IMAGE
            MOVE AR-OPEN-ITEM-RECORD TO AJ-AFTER-IMAGE
            WRITE AR-JOURNAL-RECORD
            MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE.
       JOURNAL-AR-CONTROL.
      *The control record as read (WS-AJ-CTL-BEFORE) and as it is
      *about to be written back.
            SET AJ-CONTROL-CHANGED TO TRUE
            PERFORM STAMP-JOURNAL-RECORD
            MOVE 0 TO AJ-INVOICE-NO
            MOVE WS-AJ-CTL-BEFORE TO AJ-BEFORE-IMAGE
            MOVE AR-CONTROL-RECORD TO AJ-AFTER-IMAGE
            WRITE AR-JOURNAL-RECORD.
       STAMP-JOURNAL-RECORD.
            ADD 1 TO WS-AJ-SEQ
            ACCEPT AJ-STAMP-DATE FROM DATE YYYYMMDD
            ACCEPT AJ-STAMP-TIME FROM TIME
            MOVE WS-AJ-SEQ TO AJ-SEQ-NO
            MOVE 'RECHCASH' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            PERFORM DRAIN-LEDGER-QUEUE
                THRU DRAIN-LEDGER-QUEUE-EXIT
            PERFORM DRAIN-JOURNAL-QUEUE
                THRU DRAIN-JOURNAL-QUEUE-EXIT
            PERFORM ABSORB-WORKED-QUEUE
            IF WS-CASHVAT-AVAILABLE then
                PERFORM SWEEP-CASH-BASIS-VAT
            END-IF
            IF WS-CTL-MOVEMENT NOT = 0 then
                PERFORM ROLL-AR-CONTROL
            END-IF
            IF WS-BANK-MOVEMENT NOT = 0 then
                PERFORM ROLL-BANK-CONTROL
            END-IF
            CLOSE PAYFILE AROPEN SUSPRPT CUSTMAST GLFILE CURRTAB
                PAYHIST CASHLOG ARJRNL GLJFILE
            IF WS-ARINST-AVAILABLE then
                CLOSE ARINST
            END-IF
            IF WS-PROMISE-AVAILABLE then
                CLOSE PROMISE
            END-IF
            CLOSE UNAPQ PAYLAST
            IF WS-CASHVAT-AVAILABLE then
                CLOSE CASHVAT
            END-IF
            IF WS-BDRELIEF-AVAILABLE then
                CLOSE BDRELIEF
            END-IF
            IF WS-CASHVAT-AVAILABLE OR WS-BDRELIEF-AVAILABLE then
                CLOSE VATREL
            END-IF
            IF WS-COMPMAST-STATUS NOT = '35' then
                CLOSE COMPMAST
            END-IF
            DISPLAY 'CASH APPLICATION - PAYMENTS READ:   '
                WS-PAY-READ-COUNT
            DISPLAY 'CASH APPLICATION - APPLIED:         '
                WS-TOL-WRITEOFF-COUNT
            DISPLAY 'CASH APPLICATION - WRITE-OFF AMOUNT: '
                WS-TOL-WRITEOFF-AMT
            DISPLAY 'CASH APPLICATION - CASH-BASIS VAT DOCS: '
                WS-CV-RELEASE-COUNT
            DISPLAY 'CASH APPLICATION - CASH-BASIS VAT RELEASED: '
                WS-CV-RELEASE-AMT
            DISPLAY 'CASH APPLICATION - BAD DEBTS RECOVERED: '
                WS-RECOVERY-COUNT
            DISPLAY 'CASH APPLICATION - RECOVERED AMOUNT: '
                WS-RECOVERY-AMT
            DISPLAY 'CASH APPLICATION - VAT RELIEF REVERSED: '
                WS-RELIEF-REV-AMT
            DISPLAY 'CASH APPLICATION - PROMISES KEPT:   '
                WS-PTP-KEPT-COUNT
            DISPLAY 'CASH APPLICATION - ON-ACCOUNT POSTED: '
                WS-ONACCT-COUNT
            DISPLAY 'CASH APPLICATION - ON-ACCOUNT AMOUNT: '
                WS-UNAPPLIED-COUNT
            DISPLAY 'CASH APPLICATION - UNAPPLIED AMOUNT:'
                WS-UNAPPLIED-AMT
            DISPLAY 'CASH APPLICATION - GL JOURNAL RECORDS: '
                WS-GJ-REC-COUNT
            IF WS-UNAPQ-DROPPED > 0 then
                DISPLAY '*** SUSPENSE ENTRIES NOT QUEUED: '
                    WS-UNAPQ-DROPPED
                    'RECONCILE ***'
                MOVE 16 TO RETURN-CODE
            END-IF
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
