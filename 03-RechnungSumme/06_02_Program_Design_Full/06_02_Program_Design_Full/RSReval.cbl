           SELECT PERCTL  ASSIGN PERCTLNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-PERCTL-STATUS.
      *AR open-item journal - the before and after image of every
      *change this run makes to an open item, for forward recovery
      *and the item-level audit trail. See ARJRNL.cpy.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
      *GL posting journal - the revalued items behind each
      *currency's posting pair. See GLJRNL.cpy.
           SELECT GLJFILE ASSIGN GLJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  AROPEN.
           COPY "ARITEM.cpy".
           COPY "ARCTL.cpy".
       FD  PERCTL.
           COPY "PERCTL.cpy".
       FD  ARJRNL.
           COPY "ARJRNL.cpy".
       FD  GLJFILE.
           COPY "GLJRNL.cpy".
       WORKING-STORAGE SECTION.
       01  WS-AR-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-AR-EOF              VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
      *The open item as last read or journaled - the before image of
      *the next change - and this run's journal sequence.
       01  WS-AR-BEFORE-IMAGE    PIC X(103).
       01  WS-AJ-SEQ             PIC 9(9) VALUE 0.
       01  WS-AJ-CTL-BEFORE      PIC X(23).
       01  WS-OPEN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-FOREIGN-AMT        PIC S9(9)V9(4) VALUE 0.
       01  WS-REVALUED-BAL       PIC S9(7)V99 VALUE 0.
           05 WS-RV-ENTRY OCCURS 60 TIMES.
               10 WS-RV-CURR-CODE     PIC X(3).
               10 WS-RV-COMPANY       PIC X(2).
               10 WS-RV-IC-SW         PIC X.
               10 WS-RV-ITEM-COUNT    PIC 9(7).
               10 WS-RV-BOOKED-BAL    PIC S9(9)V99.
               10 WS-RV-REVALUED-BAL  PIC S9(9)V99.
               10 WS-RV-GAIN-LOSS     PIC S9(9)V99.
               10 WS-RV-JRN-AMT       PIC S9(9)V99.
       01  WS-RV-CURR-COUNT      PIC 99 VALUE 0.
       01  WS-RV-SUBSCR          PIC 99.
       01  WS-RV-MATCH-SUBSCR    PIC 99 VALUE 0.
       01  WS-RV-FOUND-SW        PIC X VALUE 'N'.
           88 WS-RV-FOUND            VALUE 'Y'.
       01  WS-RV-AR-ACCT         PIC X(10).
       01  WS-RV-AR-CO           PIC X(2) VALUE HIGH-VALUES.
       01  WS-RV-LOOKUP-CO       PIC X(2).
      *A receivable from a group company (AR-INTERCO-COMPANY set)
      *sits on the company's intercompany AR account, not trade AR.
       01  WS-RV-LOOKUP-IC       PIC X.
       01  WS-RV-CO-AR-ACCT      PIC X(10).
       01  WS-RV-CO-ICAR-ACCT    PIC X(10).
       01  WS-ITEM-IC-SW         PIC X VALUE 'N'.
       01  WS-GJ-REC-COUNT       PIC 9(7) VALUE 0.
       01  WS-RPT-BOOKED-ED      PIC -(9)9.99.
       01  WS-RPT-REVAL-ED       PIC -(9)9.99.
       01  WS-RPT-GNLS-ED        PIC -(9)9.99.
       01  WS-RPT-IC-LABEL       PIC X(3).
       01  WS-PARENT-ID          PIC X(6) VALUE SPACES.
       01  WS-ARCTL-STATUS       PIC X(2) VALUE '00'.
       01  WS-CTL-MOVEMENT       PIC S9(11)V99 VALUE 0.
                DISPLAY '*** PERIOD ' WS-POSTING-PERIOD
                    ' IS CLOSED - RUN REFUSED ***'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN I-O   AROPEN
            OPEN EXTEND ARJRNL
            OPEN INPUT CURRTAB
            OPEN INPUT COMPMAST
            OPEN I-O   CUSTMAST
            OPEN OUTPUT GLFILE
            OPEN OUTPUT GLJFILE
            OPEN OUTPUT RVRPT
            PERFORM WRITE-REPORT-HEADER
            MOVE 0 TO AR-INVOICE-NO
                    SET WS-AR-EOF TO TRUE
            END-READ
            IF NOT WS-AR-EOF then
                MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                IF NOT AR-ITEM-SETTLED
                    AND AR-BOOKED-RATE > 0 then
                    PERFORM CHECK-ITEM-FOR-REVALUATION
            ADD 1 TO WS-ITEMS-REVALUED
            ADD WS-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS
            PERFORM ACCUMULATE-CURRENCY-TOTALS
            IF WS-RV-MATCH-SUBSCR > 0 then
                PERFORM WRITE-ITEM-JOURNAL-DETAIL
            END-IF
      *Refresh the item's carrying amount and booked rate to the
      *closing figures, and roll the delta into the customer's
      *open-AR exposure.
            ADD WS-GAIN-LOSS TO WS-CTL-MOVEMENT
            MOVE WS-CLOSING-RATE TO AR-BOOKED-RATE
            REWRITE AR-OPEN-ITEM-RECORD
            PERFORM JOURNAL-ITEM-CHANGE
            PERFORM ADJUST-CUSTOMER-BALANCE.
       REVALUE-OPEN-BALANCE-EXIT.
            EXIT.
                END-READ
            END-IF.
       ACCUMULATE-CURRENCY-TOTALS.
            MOVE 'N' TO WS-ITEM-IC-SW
            IF AR-INTERCO-COMPANY NOT = SPACES then
                MOVE 'Y' TO WS-ITEM-IC-SW
            END-IF
            MOVE 'N' TO WS-RV-FOUND-SW
            MOVE 0 TO WS-RV-MATCH-SUBSCR
            PERFORM FIND-CURRENCY-ENTRY
                        WS-RV-CURR-CODE(WS-RV-MATCH-SUBSCR)
                    MOVE AR-COMPANY-CODE TO
                        WS-RV-COMPANY(WS-RV-MATCH-SUBSCR)
                    MOVE WS-ITEM-IC-SW TO
                        WS-RV-IC-SW(WS-RV-MATCH-SUBSCR)
                    MOVE 0 TO WS-RV-ITEM-COUNT(WS-RV-MATCH-SUBSCR)
                    MOVE 0 TO WS-RV-BOOKED-BAL(WS-RV-MATCH-SUBSCR)
                    MOVE 0 TO
                        WS-RV-REVALUED-BAL(WS-RV-MATCH-SUBSCR)
                    MOVE 0 TO WS-RV-GAIN-LOSS(WS-RV-MATCH-SUBSCR)
                    MOVE 0 TO WS-RV-JRN-AMT(WS-RV-MATCH-SUBSCR)
                ELSE
                    DISPLAY '*** CURRENCY SUMMARY TABLE FULL FOR: '
                        AR-CURRENCY-CODE ' ***'
       FIND-CURRENCY-ENTRY.
            IF WS-RV-CURR-CODE(WS-RV-SUBSCR) = AR-CURRENCY-CODE
                AND WS-RV-COMPANY(WS-RV-SUBSCR) =
                    AR-COMPANY-CODE
                AND WS-RV-IC-SW(WS-RV-SUBSCR) = WS-ITEM-IC-SW then
                SET WS-RV-FOUND TO TRUE
                MOVE WS-RV-SUBSCR TO WS-RV-MATCH-SUBSCR
            END-IF.
            MOVE WS-RV-REVALUED-BAL(WS-RV-SUBSCR) TO
                WS-RPT-REVAL-ED
            MOVE WS-RV-GAIN-LOSS(WS-RV-SUBSCR) TO WS-RPT-GNLS-ED
            MOVE SPACES TO WS-RPT-IC-LABEL
            IF WS-RV-IC-SW(WS-RV-SUBSCR) = 'Y' then
                MOVE ' IC' TO WS-RPT-IC-LABEL
            END-IF
            MOVE SPACES TO RV-REPORT-LINE
            STRING WS-RV-CURR-CODE(WS-RV-SUBSCR) DELIMITED BY SIZE
                ' CO ' DELIMITED BY SIZE
                WS-RV-COMPANY(WS-RV-SUBSCR) DELIMITED BY SIZE
                WS-RPT-IC-LABEL DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-RV-ITEM-COUNT(WS-RV-SUBSCR) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
      *FX gain/loss account, a loss the other way around - each
      *legal entity's movement lands in its own books.
            IF WS-RV-GAIN-LOSS(WS-RV-SUBSCR) NOT = 0 then
                MOVE WS-RV-COMPANY(WS-RV-SUBSCR) TO WS-RV-LOOKUP-CO
                MOVE WS-RV-IC-SW(WS-RV-SUBSCR) TO WS-RV-LOOKUP-IC
                PERFORM LOAD-REVAL-AR-ACCOUNT
                MOVE WS-RUN-DATE TO GL-RUN-DATE
                MOVE 0 TO GL-DOC-FIRST
                MOVE 0 TO GL-DOC-LAST
                COMPUTE GL-AMOUNT = FUNCTION ABS(
                    WS-RV-GAIN-LOSS(WS-RV-SUBSCR))
                WRITE GL-POSTING-RECORD
                PERFORM WRITE-CURRENCY-JOURNAL-SUBTOTAL
                MOVE '7150-FXGL' TO GL-ACCOUNT-NO
                IF WS-RV-GAIN-LOSS(WS-RV-SUBSCR) > 0 then
                    SET GL-CREDIT TO TRUE
                    SET GL-DEBIT TO TRUE
                END-IF
                WRITE GL-POSTING-RECORD
                PERFORM WRITE-CURRENCY-JOURNAL-SUBTOTAL
            END-IF.
       LOAD-REVAL-AR-ACCOUNT.
      *The company's AR account off the company master - its
      *intercompany AR account for a group company's receivables -
      *and the standard accounts for a company not on it. Kept from
      *one call to the next while the company stays the same.
            IF WS-RV-LOOKUP-CO NOT = WS-RV-AR-CO then
                MOVE WS-RV-LOOKUP-CO TO WS-RV-AR-CO
                MOVE '1200-AR  ' TO WS-RV-CO-AR-ACCT
                MOVE '1260-ICAR' TO WS-RV-CO-ICAR-ACCT
                MOVE WS-RV-LOOKUP-CO TO CO-COMPANY-CODE
                READ COMPMAST
                    INVALID KEY
                        DISPLAY '*** COMPANY NOT ON MASTER FOR '
                            'REVALUATION POSTING: '
                            WS-RV-LOOKUP-CO ' ***'
                    NOT INVALID KEY
                        MOVE CO-GL-AR-ACCT TO WS-RV-CO-AR-ACCT
                        IF CO-GL-ICAR-ACCT NOT = SPACES then
                            MOVE CO-GL-ICAR-ACCT TO
                                WS-RV-CO-ICAR-ACCT
                        END-IF
                END-READ
            END-IF
            IF WS-RV-LOOKUP-IC = 'Y' then
                MOVE WS-RV-CO-ICAR-ACCT TO WS-RV-AR-ACCT
            ELSE
                MOVE WS-RV-CO-AR-ACCT TO WS-RV-AR-ACCT
            END-IF.
       WRITE-ITEM-JOURNAL-DETAIL.
      *The revalued item's share of its currency's posting pair, a
      *record for each side: a gain debits AR and credits FX
      *gain/loss, a loss the other way around, the amount the
      *item's own movement. The subtotals carry the net of the
      *shares in the direction the pair finally posts.
            MOVE AR-COMPANY-CODE TO WS-RV-LOOKUP-CO
            MOVE WS-ITEM-IC-SW TO WS-RV-LOOKUP-IC
            PERFORM LOAD-REVAL-AR-ACCOUNT
            ADD WS-GAIN-LOSS TO WS-RV-JRN-AMT(WS-RV-MATCH-SUBSCR)
            MOVE SPACES TO GL-JOURNAL-RECORD
            SET GJ-DETAIL TO TRUE
            MOVE WS-RUN-DATE TO GJ-RUN-DATE
            MOVE 'RECHRVAL' TO GJ-SOURCE
            MOVE AR-COMPANY-CODE TO GJ-COMPANY-CODE
            MOVE AR-CURRENCY-CODE TO GJ-LINE-KEY
            COMPUTE GJ-AMOUNT = FUNCTION ABS(WS-GAIN-LOSS)
            MOVE 0 TO GJ-DOC-NO
            MOVE AR-INVOICE-NO TO GJ-INVOICE-NO
            MOVE AR-CUST-ID TO GJ-CUST-ID
            MOVE AR-TOTAL-VAT TO GJ-GROSS-AMT
            MOVE 0 TO GJ-NET-AMT GJ-VAT-AMT GJ-REBATE-AMT
                GJ-FREIGHT-AMT GJ-WHT-AMT GJ-COST-AMT
            MOVE WS-RV-AR-ACCT TO GJ-ACCOUNT-NO
            IF WS-GAIN-LOSS > 0 then
                SET GJ-DEBIT TO TRUE
            ELSE
                SET GJ-CREDIT TO TRUE
            END-IF
            WRITE GL-JOURNAL-RECORD
            MOVE '7150-FXGL' TO GJ-ACCOUNT-NO
            IF WS-GAIN-LOSS > 0 then
                SET GJ-CREDIT TO TRUE
            ELSE
                SET GJ-DEBIT TO TRUE
            END-IF
            WRITE GL-JOURNAL-RECORD
            ADD 2 TO WS-GJ-REC-COUNT.
       WRITE-CURRENCY-JOURNAL-SUBTOTAL.
      *The journal's net of the items behind the posting line just
      *written, next to the amount it posted.
            MOVE SPACES TO GL-JOURNAL-RECORD
            SET GJ-SUBTOTAL TO TRUE
            MOVE WS-RUN-DATE TO GJ-RUN-DATE
            MOVE 'RECHRVAL' TO GJ-SOURCE
            MOVE WS-RV-COMPANY(WS-RV-SUBSCR) TO GJ-COMPANY-CODE
            MOVE WS-RV-CURR-CODE(WS-RV-SUBSCR) TO GJ-LINE-KEY
            MOVE GL-ACCOUNT-NO TO GJ-ACCOUNT-NO
            MOVE GL-DEBIT-CREDIT TO GJ-DEBIT-CREDIT
            COMPUTE GJ-AMOUNT =
                FUNCTION ABS(WS-RV-JRN-AMT(WS-RV-SUBSCR))
            MOVE WS-RV-ITEM-COUNT(WS-RV-SUBSCR) TO GJ-DOC-COUNT
            MOVE GL-AMOUNT TO GJ-GL-AMOUNT
            IF GJ-AMOUNT NOT = GJ-GL-AMOUNT then
                DISPLAY '*** POSTING JOURNAL DOES NOT PROVE TO '
                    GL-DESCRIPTION
            END-IF
            WRITE GL-JOURNAL-RECORD
            ADD 1 TO WS-GJ-REC-COUNT.
       LOAD-PERIOD-CONTROL.
            OPEN INPUT PERCTL
            IF WS-PERCTL-STATUS = '00' then
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
            MOVE 'RECHRVAL' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            PERFORM WRITE-CURRENCY-REPORT-LINE
                VARYING WS-RV-SUBSCR FROM 1 BY 1
                PERFORM ROLL-AR-CONTROL
            END-IF
            CLOSE AROPEN CURRTAB COMPMAST CUSTMAST GLFILE RVRPT
                ARJRNL GLJFILE
            DISPLAY 'REVALUATION - ITEMS REVALUED:   '
                WS-ITEMS-REVALUED
            DISPLAY 'REVALUATION - TOTAL GAIN/LOSS:  '
                WS-TOTAL-GAIN-LOSS
            DISPLAY 'REVALUATION - GL JOURNAL RECORDS: '
                WS-GJ-REC-COUNT
      *GOBACK rather than STOP RUN - the month-end close driver
      *CALLs this as a step of the close, and GOBACK from a program
      *with no caller behaves exactly like STOP RUN.
            GOBACK.
