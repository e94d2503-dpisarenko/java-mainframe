      *item's billing period. An approval quoting an item that is
      *not eligible (already settled, or not at the final dunning
      *level) is reported and skipped, never posted.
      *The output VAT already paid over on the written-off balance
      *is reclaimed: its share of the balance is worked out per VAT
      *code from the billed history, at the rate in force on the
      *original invoice date, posted as a VAT correction against
      *bad-debt expense, kept on the bad-debt relief register for
      *RECHCASH to reverse should the money turn up after all, and
      *logged on the VAT release history for the monthly return's
      *bad-debt adjustment box. A company on cash-basis VAT has
      *nothing to reclaim - VAT on an unpaid balance never left
      *its suspense account. Its item's VAT still unreleased on the
      *cash-basis VAT register is written off out of suspense
      *rather than to bad-debt expense, and the register document
      *is stamped written off, so only cash RECHCASH later
      *recovers on the item releases any of it to VAT payable.
       PROGRAM-ID. RECHWOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARCTL   ASSIGN ARCTLNM
                          ORGANIZATION SEQUENTIAL
                          FILE STATUS WS-ARCTL-STATUS.
      *Billed history and the effective-dated VAT table the VAT
      *share of a written-off item is worked out from, and the
      *company master for its VAT account and VAT basis.
           SELECT INFHIST ASSIGN INFHISTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY HIST-KEY.
           SELECT VATTAB  ASSIGN VATTABNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY VT-KEY.
           SELECT COMPMAST ASSIGN COMPNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CO-COMPANY-CODE
                          FILE STATUS WS-COMPMAST-STATUS.
      *Bad-debt VAT relief register and the VAT release history
      *the monthly return reads. See BDRELIEF.cpy and VATREL.cpy.
           SELECT BDRELIEF ASSIGN BDRELIEFNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY BR-INVOICE-NO
                          FILE STATUS WS-BDRELIEF-STATUS.
           SELECT VATREL  ASSIGN VATRELNM
                          ORGANIZATION LINE SEQUENTIAL.
      *Cash-basis VAT register - billed and released VAT of each
      *cash-basis company's document. See CASHVAT.cpy.
           SELECT CASHVAT ASSIGN CASHVATNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CV-INVOICE-NO
                          FILE STATUS WS-CASHVAT-STATUS.
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
       FD  WOFAPPR.
       01  WOF-APPROVAL-RECORD.
       01  WOF-REGISTER-LINE     PIC X(80).
       FD  ARCTL.
           COPY "ARCTL.cpy".
       FD  INFHIST.
           COPY "INFHIST.cpy".
       FD  VATTAB.
           COPY "VATTAB.cpy".
       FD  COMPMAST.
           COPY "COMPMAST.cpy".
       FD  BDRELIEF.
           COPY "BDRELIEF.cpy".
       FD  VATREL.
           COPY "VATREL.cpy".
       FD  CASHVAT.
           COPY "CASHVAT.cpy".
       FD  ARJRNL.
           COPY "ARJRNL.cpy".
       FD  GLJFILE.
           COPY "GLJRNL.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
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
       01  WS-OPEN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-ITEMS-WRITTEN-OFF  PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT      PIC 9(7) VALUE 0.
       01  WS-ITEM-PERIOD        PIC 9(6) VALUE 0.
       01  WS-ARCTL-STATUS       PIC X(2) VALUE '00'.
       01  WS-CTL-MOVEMENT       PIC S9(11)V99 VALUE 0.
      *Bad-debt VAT relief state - the written-off item's billed
      *net and VAT per VAT code (code plus 1) off its history
      *lines, its billed gross, and the company last looked up.
       01  WS-COMPMAST-STATUS    PIC X(2) VALUE '00'.
       01  WS-BDRELIEF-STATUS    PIC X(2) VALUE '00'.
       01  WS-HIST-EOF-SW        PIC X VALUE 'N'.
           88 WS-HIST-EOF            VALUE 'Y'.
       01  WS-RATE-FOUND-SW      PIC X VALUE 'N'.
           88 WS-RATE-FOUND          VALUE 'Y'.
       01  WS-BD-CO-CODE         PIC X(2) VALUE HIGH-VALUES.
       01  WS-BD-CASH-SW         PIC X VALUE 'N'.
           88 WS-BD-CASH-BASIS       VALUE 'Y'.
       01  WS-BD-GL-VAT-ACCT     PIC X(10) VALUE '2100-VATP'.
       01  WS-BD-GL-VATSUS-ACCT  PIC X(10) VALUE '2150-VATS'.
      *The AR account of the written-off item's company - its
      *intercompany AR account when the item is owed by a group
      *company - and the company last looked up.
       01  WS-AR-CO-CODE         PIC X(2) VALUE HIGH-VALUES.
       01  WS-AR-CO-AR-ACCT      PIC X(10) VALUE '1200-AR  '.
       01  WS-AR-CO-ICAR-ACCT    PIC X(10) VALUE '1260-ICAR'.
       01  WS-AR-GL-ACCT         PIC X(10) VALUE '1200-AR  '.
       01  WS-BD-TABLE.
           05 WS-BD-ENTRY OCCURS 10 TIMES.
               10 WS-BD-NET           PIC S9(9)V99.
               10 WS-BD-VAT           PIC S9(9)V99.
       01  WS-BD-SUBSCR          PIC 99.
       01  WS-BD-LINE-VAT        PIC S9(9)V99 VALUE 0.
       01  WS-BD-GROSS           PIC S9(9)V99 VALUE 0.
       01  WS-BD-SHARE-BASE      PIC S9(9)V99 VALUE 0.
       01  WS-RELIEF-VAT         PIC S9(9)V99 VALUE 0.
       01  WS-RELIEF-COUNT       PIC 9(7) VALUE 0.
       01  WS-RELIEF-TOTAL       PIC S9(11)V99 VALUE 0.
      *Cash-basis write-off state - the document's VAT still in
      *suspense, written off out of it.
       01  WS-CASHVAT-STATUS     PIC X(2) VALUE '00'.
       01  WS-CASHVAT-OPEN-SW    PIC X VALUE 'N'.
           88 WS-CASHVAT-AVAILABLE   VALUE 'Y'.
       01  WS-CV-SUBSCR          PIC 99.
       01  WS-SUSP-VAT           PIC S9(9)V99 VALUE 0.
       01  WS-BDBT-AMT           PIC S9(9)V99 VALUE 0.
       01  WS-SUSP-COUNT         PIC 9(7) VALUE 0.
       01  WS-SUSP-TOTAL         PIC S9(11)V99 VALUE 0.
           COPY "INREC.cpy".
       PROCEDURE DIVISION.
       WOFPOST-MAIN.
            PERFORM INIT-PARA
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT  WOFAPPR
            OPEN I-O    AROPEN
            OPEN EXTEND ARJRNL
            OPEN I-O    CUSTMAST
            OPEN OUTPUT GLFILE
            OPEN OUTPUT GLJFILE
            OPEN INPUT  INFHIST
            OPEN INPUT  VATTAB
            OPEN INPUT  COMPMAST
      *The relief register is created by the first write-off run
      *that reclaims any VAT; the release history appends.
            OPEN I-O    BDRELIEF
            IF WS-BDRELIEF-STATUS = '35' then
                OPEN OUTPUT BDRELIEF
                CLOSE BDRELIEF
                OPEN I-O BDRELIEF
            END-IF
            OPEN EXTEND VATREL
      *The cash-basis register is created by the billing run - none
      *yet means no cash-basis company has billed.
            OPEN I-O    CASHVAT
            IF WS-CASHVAT-STATUS = '00' then
                SET WS-CASHVAT-AVAILABLE TO TRUE
            END-IF
      *The register accumulates across runs, like the
      *run-statistics history - this run's write-offs append.
            OPEN EXTEND WOFREG
                    ADD 1 TO WS-SKIPPED-COUNT
                    PERFORM WRITE-SKIPPED-LINE
                NOT INVALID KEY
                    MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                    IF AR-ITEM-SETTLED
                        OR AR-DUNNING-LEVEL NOT = 3 then
                        ADD 1 TO WS-SKIPPED-COUNT
            COMPUTE WS-OPEN-BALANCE = AR-TOTAL-VAT - AR-PAID-AMT
            SET AR-ITEM-WRITTEN-OFF TO TRUE
            REWRITE AR-OPEN-ITEM-RECORD
            PERFORM JOURNAL-ITEM-CHANGE
            SUBTRACT WS-OPEN-BALANCE FROM WS-CTL-MOVEMENT
            ADD 1 TO WS-ITEMS-WRITTEN-OFF
            ADD WS-OPEN-BALANCE TO WS-TOTAL-WRITTEN-OFF
            PERFORM CLEAR-CASH-BASIS-SUSPENSE
                THRU CLEAR-CASH-BASIS-SUSPENSE-EXIT
            PERFORM WRITE-BAD-DEBT-POSTING
            PERFORM CLAIM-BAD-DEBT-VAT-RELIEF
                THRU CLAIM-BAD-DEBT-VAT-RELIEF-EXIT
            PERFORM ADJUST-CUSTOMER-BALANCE
            PERFORM ACCUMULATE-PERIOD
            PERFORM WRITE-REGISTER-LINE.
       CLEAR-CASH-BASIS-SUSPENSE.
      *The VAT on a cash-basis item's unpaid balance is what the
      *register still holds unreleased - it was never owed, so it
      *comes out of suspense, and only the rest of the balance is
      *bad-debt expense. The stamp keeps the sweep and any later
      *application but a recovery from releasing it.
            MOVE 0 TO WS-SUSP-VAT
            IF NOT WS-CASHVAT-AVAILABLE then
                GO TO CLEAR-CASH-BASIS-SUSPENSE-EXIT
            END-IF
            IF AR-COMPANY-CODE NOT = WS-BD-CO-CODE then
                PERFORM LOAD-BAD-DEBT-COMPANY
            END-IF
            IF NOT WS-BD-CASH-BASIS then
                GO TO CLEAR-CASH-BASIS-SUSPENSE-EXIT
            END-IF
            MOVE AR-INVOICE-NO TO CV-INVOICE-NO
            READ CASHVAT
                INVALID KEY
                    GO TO CLEAR-CASH-BASIS-SUSPENSE-EXIT
            END-READ
            IF CV-WRITTEN-OFF then
                GO TO CLEAR-CASH-BASIS-SUSPENSE-EXIT
            END-IF
            PERFORM ADD-ONE-UNRELEASED-VAT
                VARYING WS-CV-SUBSCR FROM 1 BY 1
                UNTIL WS-CV-SUBSCR > 10
            SET CV-WRITTEN-OFF TO TRUE
            MOVE WS-RUN-DATE TO CV-WRITEOFF-DATE
            REWRITE CASH-VAT-REGISTER-RECORD
            IF WS-SUSP-VAT NOT = 0 then
                ADD 1 TO WS-SUSP-COUNT
                ADD WS-SUSP-VAT TO WS-SUSP-TOTAL
            END-IF.
       CLEAR-CASH-BASIS-SUSPENSE-EXIT.
            EXIT.
       ADD-ONE-UNRELEASED-VAT.
            COMPUTE WS-SUSP-VAT = WS-SUSP-VAT
                + CV-VAT-AMT(WS-CV-SUBSCR)
                - CV-VAT-RELEASED(WS-CV-SUBSCR).
       WRITE-BAD-DEBT-POSTING.
            MOVE WS-RUN-DATE TO GL-RUN-DATE
            MOVE 'BDBT' TO WS-GJ-LINE-KEY
            MOVE 0 TO GL-DOC-FIRST
            MOVE 0 TO GL-DOC-LAST
            MOVE SPACES TO GL-DESCRIPTION
            STRING 'BAD DEBT WRITE-OFF INV ' DELIMITED BY SIZE
                AR-INVOICE-NO DELIMITED BY SIZE
                INTO GL-DESCRIPTION
            END-STRING
            COMPUTE WS-BDBT-AMT = WS-OPEN-BALANCE - WS-SUSP-VAT
            IF WS-BDBT-AMT NOT = 0 then
                MOVE WS-BDBT-AMT TO GL-AMOUNT
                MOVE '6500-BDBT' TO GL-ACCOUNT-NO
                SET GL-DEBIT TO TRUE
                WRITE GL-POSTING-RECORD
                PERFORM WRITE-POSTING-JOURNAL
            END-IF
            IF WS-SUSP-VAT NOT = 0 then
                MOVE WS-SUSP-VAT TO GL-AMOUNT
                MOVE WS-BD-GL-VATSUS-ACCT TO GL-ACCOUNT-NO
                SET GL-DEBIT TO TRUE
                WRITE GL-POSTING-RECORD
                PERFORM WRITE-POSTING-JOURNAL
            END-IF
            MOVE WS-OPEN-BALANCE TO GL-AMOUNT
            PERFORM LOAD-ITEM-AR-ACCOUNT
            MOVE WS-AR-GL-ACCT TO GL-ACCOUNT-NO
            SET GL-CREDIT TO TRUE
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL.
       CLAIM-BAD-DEBT-VAT-RELIEF.
      *The VAT share of the written-off balance is the billed VAT
      *times the balance over the billed gross, per VAT code - the
      *whole billed VAT when nothing was ever paid.
            MOVE 0 TO WS-RELIEF-VAT
            IF WS-OPEN-BALANCE NOT > 0 then
                GO TO CLAIM-BAD-DEBT-VAT-RELIEF-EXIT
            END-IF
            IF AR-COMPANY-CODE NOT = WS-BD-CO-CODE then
                PERFORM LOAD-BAD-DEBT-COMPANY
            END-IF
            IF WS-BD-CASH-BASIS then
                GO TO CLAIM-BAD-DEBT-VAT-RELIEF-EXIT
            END-IF
            INITIALIZE WS-BD-TABLE
            MOVE 0 TO WS-BD-GROSS
            MOVE 'N' TO WS-HIST-EOF-SW
            MOVE AR-INVOICE-NO TO HIST-INVOICE-NO
            MOVE 0 TO HIST-LINE-NO
            START INFHIST KEY NOT LESS THAN HIST-KEY
                INVALID KEY
                    SET WS-HIST-EOF TO TRUE
            END-START
            PERFORM ADD-ONE-BILLED-LINE
                UNTIL WS-HIST-EOF
            IF WS-BD-GROSS NOT > 0 then
                DISPLAY '*** NO BILLED HISTORY - NO VAT RELIEF FOR '
                    'INVOICE: ' AR-INVOICE-NO ' ***'
                GO TO CLAIM-BAD-DEBT-VAT-RELIEF-EXIT
            END-IF
            MOVE WS-OPEN-BALANCE TO WS-BD-SHARE-BASE
            IF WS-BD-SHARE-BASE > WS-BD-GROSS then
                MOVE WS-BD-GROSS TO WS-BD-SHARE-BASE
            END-IF
            INITIALIZE BAD-DEBT-RELIEF-RECORD
            MOVE AR-INVOICE-NO TO BR-INVOICE-NO
            MOVE AR-COMPANY-CODE TO BR-COMPANY-CODE
            MOVE AR-CUST-ID TO BR-CUST-ID
            MOVE AR-INVOICE-DATE TO BR-INVOICE-DATE
            MOVE WS-RUN-DATE TO BR-WRITEOFF-DATE
            MOVE WS-OPEN-BALANCE TO BR-WRITTEN-OFF-AMT
            PERFORM SHARE-ONE-VAT-CODE
                VARYING WS-BD-SUBSCR FROM 1 BY 1
                UNTIL WS-BD-SUBSCR > 10
            IF WS-RELIEF-VAT = 0 then
                GO TO CLAIM-BAD-DEBT-VAT-RELIEF-EXIT
            END-IF
      *An item already on the register had its relief claimed by
      *an earlier run - never claim it twice.
            WRITE BAD-DEBT-RELIEF-RECORD
                INVALID KEY
                    DISPLAY '*** VAT RELIEF ALREADY CLAIMED FOR '
                        'INVOICE: ' AR-INVOICE-NO ' ***'
                    MOVE 0 TO WS-RELIEF-VAT
                    GO TO CLAIM-BAD-DEBT-VAT-RELIEF-EXIT
            END-WRITE
            PERFORM LOG-ONE-RELIEF-CODE
                VARYING WS-BD-SUBSCR FROM 1 BY 1
                UNTIL WS-BD-SUBSCR > 10
            PERFORM WRITE-VAT-RELIEF-POSTING
            ADD 1 TO WS-RELIEF-COUNT
            ADD WS-RELIEF-VAT TO WS-RELIEF-TOTAL.
       CLAIM-BAD-DEBT-VAT-RELIEF-EXIT.
            EXIT.
       ADD-ONE-BILLED-LINE.
            READ INFHIST NEXT RECORD
                AT END
                    SET WS-HIST-EOF TO TRUE
            END-READ
            IF NOT WS-HIST-EOF then
                IF HIST-INVOICE-NO NOT = AR-INVOICE-NO then
                    SET WS-HIST-EOF TO TRUE
                ELSE
                    MOVE HIST-INVOICE-NO TO IN-INVOICE-NO
                    MOVE HIST-DETAIL-DATA TO INPUT-RECORD(8:52)
                    PERFORM PRICE-LINE-VAT-AS-BILLED
                END-IF
            END-IF.
       PRICE-LINE-VAT-AS-BILLED.
      *The line's VAT at the rate in force on its invoice date. A
      *line billed without VAT (zero-rated or reverse charge)
      *carries none to reclaim, whatever its code's rate; a rate
      *since dropped off the table falls back to the VAT the line
      *actually billed.
            MOVE 0 TO WS-BD-LINE-VAT
            IF HIST-GROSS-AMT NOT = HIST-NET-AMT then
                PERFORM LOOKUP-VAT-AS-OF-INVOICE-DATE
                IF WS-RATE-FOUND then
                    COMPUTE WS-BD-LINE-VAT ROUNDED =
                        HIST-NET-AMT * VT-VAT-MULT
                ELSE
                    COMPUTE WS-BD-LINE-VAT =
                        HIST-GROSS-AMT - HIST-NET-AMT
                END-IF
            END-IF
            COMPUTE WS-BD-SUBSCR = in-vat + 1
            ADD HIST-NET-AMT TO WS-BD-NET(WS-BD-SUBSCR)
            ADD WS-BD-LINE-VAT TO WS-BD-VAT(WS-BD-SUBSCR)
            ADD HIST-GROSS-AMT TO WS-BD-GROSS.
       LOOKUP-VAT-AS-OF-INVOICE-DATE.
      *The same before-or-equal positioning the billing run uses.
            MOVE 'Y' TO WS-RATE-FOUND-SW
            MOVE in-vat TO VT-VAT-CODE
            MOVE in-invoice-date TO VT-EFF-DATE
            START VATTAB KEY LESS THAN OR EQUAL VT-KEY
                INVALID KEY
                    MOVE 'N' TO WS-RATE-FOUND-SW
            END-START
            IF WS-RATE-FOUND then
                READ VATTAB NEXT RECORD
                    AT END
                        MOVE 'N' TO WS-RATE-FOUND-SW
                END-READ
            END-IF
            IF WS-RATE-FOUND AND VT-VAT-CODE NOT = in-vat then
                MOVE 'N' TO WS-RATE-FOUND-SW
            END-IF
            IF NOT WS-RATE-FOUND then
                DISPLAY '*** NO VAT RATE AS OF INVOICE DATE FOR '
                    'INVOICE: ' IN-INVOICE-NO
                    ' - BILLED VAT USED ***'
            END-IF.
       SHARE-ONE-VAT-CODE.
            COMPUTE BR-NET-RELIEF(WS-BD-SUBSCR) ROUNDED =
                WS-BD-NET(WS-BD-SUBSCR) * WS-BD-SHARE-BASE
                / WS-BD-GROSS
            COMPUTE BR-VAT-RELIEF(WS-BD-SUBSCR) ROUNDED =
                WS-BD-VAT(WS-BD-SUBSCR) * WS-BD-SHARE-BASE
                / WS-BD-GROSS
            ADD BR-VAT-RELIEF(WS-BD-SUBSCR) TO WS-RELIEF-VAT.
       LOG-ONE-RELIEF-CODE.
      *Output VAT given back - negative on the return.
            IF BR-NET-RELIEF(WS-BD-SUBSCR) NOT = 0
                OR BR-VAT-RELIEF(WS-BD-SUBSCR) NOT = 0 then
                MOVE WS-RUN-DATE TO VR-RELEASE-DATE
                MOVE BR-COMPANY-CODE TO VR-COMPANY-CODE
                MOVE BR-INVOICE-NO TO VR-INVOICE-NO
                MOVE BR-CUST-ID TO VR-CUST-ID
                COMPUTE VR-VAT-CODE = WS-BD-SUBSCR - 1
                COMPUTE VR-NET-AMT =
                    BR-NET-RELIEF(WS-BD-SUBSCR) * -1
                COMPUTE VR-VAT-AMT =
                    BR-VAT-RELIEF(WS-BD-SUBSCR) * -1
                SET VR-BAD-DEBT-RELIEF TO TRUE
                WRITE VAT-RELEASE-RECORD
            END-IF.
       WRITE-VAT-RELIEF-POSTING.
      *The reclaimed VAT comes back out of bad-debt expense and off
      *the VAT owed.
            MOVE WS-RUN-DATE TO GL-RUN-DATE
            MOVE 'BDVR' TO WS-GJ-LINE-KEY
            MOVE 0 TO GL-DOC-FIRST
            MOVE 0 TO GL-DOC-LAST
            MOVE WS-RELIEF-VAT TO GL-AMOUNT
            MOVE SPACES TO GL-DESCRIPTION
            STRING 'BAD DEBT VAT RELIEF ' DELIMITED BY SIZE
                AR-INVOICE-NO DELIMITED BY SIZE
                INTO GL-DESCRIPTION
            END-STRING
            MOVE WS-BD-GL-VAT-ACCT TO GL-ACCOUNT-NO
            SET GL-DEBIT TO TRUE
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL
            MOVE '6500-BDBT' TO GL-ACCOUNT-NO
            SET GL-CREDIT TO TRUE
            WRITE GL-POSTING-RECORD
            PERFORM WRITE-POSTING-JOURNAL.
       WRITE-POSTING-JOURNAL.
      *Every line this run posts is for the one open item being
      *written off, so each gets a detail record for the item and
      *a subtotal of one document straight behind it.
            MOVE SPACES TO GL-JOURNAL-RECORD
            SET GJ-DETAIL TO TRUE
            MOVE GL-RUN-DATE TO GJ-RUN-DATE
            MOVE 'RECHWOF' TO GJ-SOURCE
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
      *A company not on the master posts to the standard AR
      *accounts.
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
       LOAD-BAD-DEBT-COMPANY.
      *A company not on the master reports on the invoice basis
      *into the standard VAT payable account.
            MOVE AR-COMPANY-CODE TO WS-BD-CO-CODE
            MOVE 'N' TO WS-BD-CASH-SW
            MOVE '2100-VATP' TO WS-BD-GL-VAT-ACCT
            MOVE '2150-VATS' TO WS-BD-GL-VATSUS-ACCT
            IF WS-COMPMAST-STATUS = '00'
                OR WS-COMPMAST-STATUS = '23' then
                MOVE AR-COMPANY-CODE TO CO-COMPANY-CODE
                READ COMPMAST
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CO-GL-VAT-ACCT TO WS-BD-GL-VAT-ACCT
                        IF CO-GL-VATSUS-ACCT NOT = SPACES then
                            MOVE CO-GL-VATSUS-ACCT TO
                                WS-BD-GL-VATSUS-ACCT
                        END-IF
                        IF CO-VAT-CASH-BASIS then
                            SET WS-BD-CASH-BASIS TO TRUE
                        END-IF
                END-READ
            END-IF.
       ADJUST-CUSTOMER-BALANCE.
      *The written-off debt comes off the balance the credit check
      *prices - and off the parent's, for a national-account
                WA-APPROVER-ID DELIMITED BY SIZE
                INTO WOF-REGISTER-LINE
            END-STRING
            WRITE WOF-REGISTER-LINE
            IF WS-RELIEF-VAT NOT = 0 then
                MOVE WS-RELIEF-VAT TO WS-AMT-ED
                MOVE SPACES TO WOF-REGISTER-LINE
                STRING '    VAT RELIEF CLAIMED ' DELIMITED BY SIZE
                    WS-AMT-ED DELIMITED BY SIZE
                    INTO WOF-REGISTER-LINE
                END-STRING
                WRITE WOF-REGISTER-LINE
            END-IF
            IF WS-SUSP-VAT NOT = 0 then
                MOVE WS-SUSP-VAT TO WS-AMT-ED
                MOVE SPACES TO WOF-REGISTER-LINE
                STRING '    VAT OUT OF SUSPENSE ' DELIMITED BY SIZE
                    WS-AMT-ED DELIMITED BY SIZE
                    INTO WOF-REGISTER-LINE
                END-STRING
                WRITE WOF-REGISTER-LINE
            END-IF.
       WRITE-SKIPPED-LINE.
            MOVE SPACES TO WOF-REGISTER-LINE
            STRING 'NOT ELIGIBLE - APPROVAL SKIPPED FOR INVOICE '
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
       JOURNAL-ITEM-CHANGE.
      *Before and after image of the open item just rewritten.
            SET AJ-ITEM-CHANGED TO TRUE
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
            MOVE 'RECHWOF' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            PERFORM WRITE-ONE-PERIOD-TOTAL
                VARYING WS-PER-SUBSCR FROM 1 BY 1
                PERFORM ROLL-AR-CONTROL
            END-IF
            CLOSE WOFAPPR AROPEN CUSTMAST GLFILE WOFREG
            CLOSE INFHIST VATTAB COMPMAST BDRELIEF VATREL ARJRNL
                GLJFILE
            IF WS-CASHVAT-AVAILABLE then
                CLOSE CASHVAT
            END-IF
            DISPLAY 'WRITE-OFF POSTING - ITEMS WRITTEN OFF: '
                WS-ITEMS-WRITTEN-OFF
            DISPLAY 'WRITE-OFF POSTING - AMOUNT WRITTEN OFF: '
                WS-TOTAL-WRITTEN-OFF
            DISPLAY 'WRITE-OFF POSTING - VAT RELIEF CLAIMS: '
                WS-RELIEF-COUNT
            DISPLAY 'WRITE-OFF POSTING - VAT RELIEF CLAIMED: '
                WS-RELIEF-TOTAL
            DISPLAY 'WRITE-OFF POSTING - CASH-BASIS ITEMS: '
                WS-SUSP-COUNT
            DISPLAY 'WRITE-OFF POSTING - VAT OUT OF SUSPENSE: '
                WS-SUSP-TOTAL
            DISPLAY 'WRITE-OFF POSTING - APPROVALS SKIPPED: '
                WS-SKIPPED-COUNT
            DISPLAY 'WRITE-OFF POSTING - GL JOURNAL RECORDS: '
                WS-GJ-REC-COUNT
            STOP RUN.
