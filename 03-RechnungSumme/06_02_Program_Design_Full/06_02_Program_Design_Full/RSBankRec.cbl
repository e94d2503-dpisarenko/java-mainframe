      *Daily bank-statement reconciliation. Cash application,
      *refunds, direct-debit collections and returns each move
      *money through the bank, and until now nothing proved the
      *bank agreed with them - this program reads the bank's
      *end-of-day statement and matches every entry to its
      *counterpart in the day's runs:
      *  PAY  customer credit  - a payment RECHCASH read (its cash
      *                          log: applied, on account or put
      *                          on suspense), by quoted invoice
      *                          and amount, else customer/amount
      *  DDC  collection       - a RECHDD collection due that day,
      *                          by invoice and amount; the
      *                          confirmation RECHCASH applied for
      *                          it is the same money, not a
      *                          second statement item
      *  DDR  collection back  - a return RECHDDR processed
      *  RFD  refund paid      - a payment in RECHRFD's bank file
      *Statement entries with no counterpart, and counterparts the
      *statement does not show, are listed. The result is proved
      *three ways: the statement's own opening + entries = closing;
      *the opening picks up where the last reconciled statement
      *closed; and opening + the books' movement + the unmatched
      *items on both sides = closing, with the cash-book control
      *(BANKCTL, the GL bank account's mirror) agreeing with the
      *closing balance less the statement items not yet booked.
      *RC 8 when it does not reconcile - a lost or double-applied
      *payment file shows the same day - RC 16 when the statement
      *itself is incomplete or does not add up.
       PROGRAM-ID. RECHBRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BSTMT   ASSIGN BSTMTNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-BSTMT-STATUS.
           SELECT CASHLOG ASSIGN CASHLOGNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-CASHLOG-STATUS.
           SELECT RFDFILE ASSIGN RFDFILENM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-RFDFILE-STATUS.
           SELECT DDFILE  ASSIGN DDFILENM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-DDFILE-STATUS.
           SELECT RETFILE ASSIGN RETNAME
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-RETFILE-STATUS.
           SELECT BANKCTL ASSIGN BANKCTLNM
                          ORGANIZATION SEQUENTIAL
                          FILE STATUS WS-BANKCTL-STATUS.
           SELECT BRCRPT  ASSIGN BRCRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  BSTMT.
           COPY "BANKSTMT.cpy".
       FD  CASHLOG.
           COPY "CASHLOG.cpy".
      *RECHRFD's bank payment file.
       FD  RFDFILE.
       01  RFD-PAYMENT-RECORD.
           05 RF-PAY-DATE        PIC 9(8).
           05                    PIC X.
           05 RF-BANK-CODE       PIC X(8).
           05                    PIC X.
           05 RF-BANK-ACCT-NO    PIC X(17).
           05                    PIC X.
           05 RF-CUST-ID         PIC X(6).
           05                    PIC X.
           05 RF-ITEM-NO         PIC 9(7).
           05                    PIC X.
           05 RF-AMOUNT          PIC 9(7)V99.
      *RECHDD's collection file.
       FD  DDFILE.
       01  DD-COLLECTION-RECORD.
           05 DD-COLLECT-DATE    PIC 9(8).
           05                    PIC X.
           05 DD-BANK-CODE       PIC X(8).
           05                    PIC X.
           05 DD-BANK-ACCT-NO    PIC X(17).
           05                    PIC X.
           05 DD-MANDATE-ID      PIC X(16).
           05                    PIC X.
           05 DD-CUST-ID         PIC X(6).
           05                    PIC X.
           05 DD-INVOICE-NO      PIC 9(7).
           05                    PIC X.
           05 DD-AMOUNT          PIC 9(7)V99.
           05                    PIC X.
           05 DD-SEQ-TYPE        PIC X(4).
      *The bank's return file RECHDDR processed.
       FD  RETFILE.
       01  DD-RETURN-RECORD.
           05 RB-RETURN-DATE     PIC 9(8).
           05                    PIC X.
           05 RB-CUST-ID         PIC X(6).
           05                    PIC X.
           05 RB-INVOICE-NO      PIC 9(7).
           05                    PIC X.
           05 RB-AMOUNT          PIC 9(7)V99.
           05                    PIC X.
           05 RB-REASON-CODE     PIC X(2).
       FD  BANKCTL.
           COPY "BANKCTL.cpy".
       FD  BRCRPT.
       01  BRC-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-BSTMT-STATUS       PIC X(2) VALUE '00'.
       01  WS-CASHLOG-STATUS     PIC X(2) VALUE '00'.
       01  WS-RFDFILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-DDFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-RETFILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-BANKCTL-STATUS     PIC X(2) VALUE '00'.
       01  WS-BOOK-EOF-SW        PIC X VALUE 'N'.
           88 WS-BOOK-EOF            VALUE 'Y'.
       01  WS-STMT-EOF-SW        PIC X VALUE 'N'.
           88 WS-STMT-EOF            VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-STMT-DATE          PIC 9(8) VALUE 0.
      *The statement as the bank sent it.
       01  WS-OPENING-SW         PIC X VALUE 'N'.
           88 WS-OPENING-FOUND       VALUE 'Y'.
       01  WS-CLOSING-SW         PIC X VALUE 'N'.
           88 WS-CLOSING-FOUND       VALUE 'Y'.
       01  WS-OPENING-BAL        PIC S9(13)V99 VALUE 0.
       01  WS-CLOSING-BAL        PIC S9(13)V99 VALUE 0.
       01  WS-STMT-MOVEMENT      PIC S9(13)V99 VALUE 0.
       01  WS-STMT-ENTRIES       PIC 9(7) VALUE 0.
       01  WS-ENTRY-AMT          PIC S9(13)V99 VALUE 0.
      *Everything the day's runs moved through the bank, signed as
      *the bank sees it (money in positive). Collections carry no
      *amount of their own into the movement - the money arrives
      *as the payment cash application applies for them.
       01  WS-BOOK-TABLE.
           05 WS-BT-ENTRY OCCURS 3000 TIMES.
               10 WS-BT-TYPE         PIC X.
                   88 WS-BT-RECEIPT      VALUE 'P'.
                   88 WS-BT-COLLECTION   VALUE 'C'.
                   88 WS-BT-RETURN       VALUE 'X'.
                   88 WS-BT-REFUND       VALUE 'R'.
               10 WS-BT-CUST-ID      PIC X(6).
               10 WS-BT-ITEM-NO      PIC 9(7).
               10 WS-BT-AMOUNT       PIC S9(9)V99.
               10 WS-BT-DISPOSITION  PIC X.
               10 WS-BT-MATCHED-SW   PIC X.
                   88 WS-BT-MATCHED      VALUE 'Y'.
       01  WS-BT-COUNT           PIC 9(4) VALUE 0.
       01  WS-BT-SUBSCR          PIC 9(4).
       01  WS-BT-FOUND-SUBSCR    PIC 9(4) VALUE 0.
       01  WS-BOOK-FULL-SW       PIC X VALUE 'N'.
           88 WS-BOOK-FULL           VALUE 'Y'.
      *Search arguments for FIND-BOOK-ITEM.
       01  WS-WANT-TYPE          PIC X.
       01  WS-WANT-CUST-ID       PIC X(6).
       01  WS-WANT-ITEM-NO       PIC 9(7).
       01  WS-WANT-AMOUNT        PIC S9(9)V99.
      *The books' movement by source.
       01  WS-APPLIED-AMT        PIC S9(13)V99 VALUE 0.
       01  WS-ONACCT-AMT         PIC S9(13)V99 VALUE 0.
       01  WS-SUSPENSE-AMT       PIC S9(13)V99 VALUE 0.
       01  WS-REFUND-AMT         PIC S9(13)V99 VALUE 0.
       01  WS-RETURN-AMT         PIC S9(13)V99 VALUE 0.
       01  WS-COLLECTION-AMT     PIC S9(13)V99 VALUE 0.
       01  WS-BOOK-MOVEMENT      PIC S9(13)V99 VALUE 0.
      *Reconciling items.
       01  WS-UNM-STMT-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNM-STMT-AMT       PIC S9(13)V99 VALUE 0.
       01  WS-UNM-BOOK-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNM-BOOK-AMT       PIC S9(13)V99 VALUE 0.
       01  WS-UNCREDITED-COUNT   PIC 9(7) VALUE 0.
       01  WS-UNCREDITED-AMT     PIC S9(13)V99 VALUE 0.
       01  WS-MATCHED-COUNT      PIC 9(7) VALUE 0.
       01  WS-COMPUTED-CLOSING   PIC S9(13)V99 VALUE 0.
       01  WS-CLOSING-DIFF       PIC S9(13)V99 VALUE 0.
       01  WS-ADJUSTED-BANK      PIC S9(13)V99 VALUE 0.
       01  WS-CONTROL-DIFF       PIC S9(13)V99 VALUE 0.
       01  WS-CTL-FOUND-SW       PIC X VALUE 'N'.
           88 WS-CTL-FOUND           VALUE 'Y'.
       01  WS-CTL-SEEDED-SW      PIC X VALUE 'N'.
           88 WS-CTL-SEEDED          VALUE 'Y'.
       01  WS-RECONCILED-SW      PIC X VALUE 'Y'.
           88 WS-RECONCILED          VALUE 'Y'.
       01  WS-ITEM-REASON        PIC X(40).
       01  WS-AMT-ED             PIC -(12)9.99.
       01  WS-CNT-ED             PIC Z(6)9.
       PROCEDURE DIVISION.
       BANKREC-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN OUTPUT BRCRPT
            OPEN INPUT BSTMT
            IF WS-BSTMT-STATUS NOT = '00' then
                DISPLAY '*** BANK STATEMENT FILE NOT AVAILABLE ***'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM READ-STATEMENT-BALANCES
            PERFORM LOAD-CASH-LOG
            PERFORM LOAD-REFUNDS
            PERFORM LOAD-COLLECTIONS
            PERFORM LOAD-RETURNS
            IF WS-BOOK-FULL then
                DISPLAY '*** MORE THAN 3000 BOOK ITEMS - '
                    'RECONCILIATION INCOMPLETE ***'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM READ-BANK-CONTROL
            PERFORM WRITE-REPORT-HEADER
            MOVE 'N' TO WS-STMT-EOF-SW
            OPEN INPUT BSTMT.
       READ-STATEMENT-BALANCES.
      *A first pass for the statement date and the opening and
      *closing balances, so the report can head with them and the
      *book files can be read against the right date.
            PERFORM READ-ONE-BALANCE
                UNTIL WS-STMT-EOF
            CLOSE BSTMT
            IF NOT WS-OPENING-FOUND OR NOT WS-CLOSING-FOUND then
                DISPLAY '*** STATEMENT HAS NO OPENING OR CLOSING '
                    'BALANCE - INCOMPLETE FILE ***'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
       READ-ONE-BALANCE.
            READ BSTMT
                AT END
                    SET WS-STMT-EOF TO TRUE
            END-READ
            IF NOT WS-STMT-EOF then
                EVALUATE TRUE
                    WHEN BS-OPENING
                        SET WS-OPENING-FOUND TO TRUE
                        MOVE BS-STMT-DATE TO WS-STMT-DATE
                        MOVE BS-AMOUNT TO WS-OPENING-BAL
                        IF BS-DEBIT then
                            COMPUTE WS-OPENING-BAL =
                                WS-OPENING-BAL * -1
                        END-IF
                    WHEN BS-CLOSING
                        SET WS-CLOSING-FOUND TO TRUE
                        MOVE BS-AMOUNT TO WS-CLOSING-BAL
                        IF BS-DEBIT then
                            COMPUTE WS-CLOSING-BAL =
                                WS-CLOSING-BAL * -1
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
       LOAD-CASH-LOG.
      *No file just means the run moved nothing that way today.
            MOVE 'N' TO WS-BOOK-EOF-SW
            OPEN INPUT CASHLOG
            IF WS-CASHLOG-STATUS NOT = '00' then
                SET WS-BOOK-EOF TO TRUE
            END-IF
            PERFORM LOAD-ONE-RECEIPT
                UNTIL WS-BOOK-EOF
            IF WS-CASHLOG-STATUS = '00' OR WS-CASHLOG-STATUS = '10'
                then
                CLOSE CASHLOG
            END-IF.
       LOAD-ONE-RECEIPT.
            READ CASHLOG
                AT END
                    SET WS-BOOK-EOF TO TRUE
            END-READ
            IF NOT WS-BOOK-EOF then
                PERFORM ADD-BOOK-ENTRY
                IF NOT WS-BOOK-FULL then
                    SET WS-BT-RECEIPT(WS-BT-COUNT) TO TRUE
                    MOVE CL-CUST-ID TO WS-BT-CUST-ID(WS-BT-COUNT)
                    MOVE CL-INVOICE-NO TO WS-BT-ITEM-NO(WS-BT-COUNT)
                    MOVE CL-AMOUNT TO WS-BT-AMOUNT(WS-BT-COUNT)
                    MOVE CL-DISPOSITION TO
                        WS-BT-DISPOSITION(WS-BT-COUNT)
                    EVALUATE TRUE
                        WHEN CL-APPLIED
                            ADD CL-AMOUNT TO WS-APPLIED-AMT
                        WHEN CL-ON-ACCOUNT
                            ADD CL-AMOUNT TO WS-ONACCT-AMT
                        WHEN OTHER
                            ADD CL-AMOUNT TO WS-SUSPENSE-AMT
                    END-EVALUATE
                    ADD CL-AMOUNT TO WS-BOOK-MOVEMENT
                END-IF
            END-IF.
       LOAD-REFUNDS.
            MOVE 'N' TO WS-BOOK-EOF-SW
            OPEN INPUT RFDFILE
            IF WS-RFDFILE-STATUS NOT = '00' then
                SET WS-BOOK-EOF TO TRUE
            END-IF
            PERFORM LOAD-ONE-REFUND
                UNTIL WS-BOOK-EOF
            IF WS-RFDFILE-STATUS = '00' OR WS-RFDFILE-STATUS = '10'
                then
                CLOSE RFDFILE
            END-IF.
       LOAD-ONE-REFUND.
            READ RFDFILE
                AT END
                    SET WS-BOOK-EOF TO TRUE
            END-READ
            IF NOT WS-BOOK-EOF then
                PERFORM ADD-BOOK-ENTRY
                IF NOT WS-BOOK-FULL then
                    SET WS-BT-REFUND(WS-BT-COUNT) TO TRUE
                    MOVE RF-CUST-ID TO WS-BT-CUST-ID(WS-BT-COUNT)
                    MOVE RF-ITEM-NO TO WS-BT-ITEM-NO(WS-BT-COUNT)
                    COMPUTE WS-BT-AMOUNT(WS-BT-COUNT) =
                        RF-AMOUNT * -1
                    SUBTRACT RF-AMOUNT FROM WS-REFUND-AMT
                    SUBTRACT RF-AMOUNT FROM WS-BOOK-MOVEMENT
                END-IF
            END-IF.
       LOAD-COLLECTIONS.
      *Only the collections falling due on the statement date are
      *expected on it - the extract runs ahead to its horizon.
            MOVE 'N' TO WS-BOOK-EOF-SW
            OPEN INPUT DDFILE
            IF WS-DDFILE-STATUS NOT = '00' then
                SET WS-BOOK-EOF TO TRUE
            END-IF
            PERFORM LOAD-ONE-COLLECTION
                UNTIL WS-BOOK-EOF
            IF WS-DDFILE-STATUS = '00' OR WS-DDFILE-STATUS = '10'
                then
                CLOSE DDFILE
            END-IF.
       LOAD-ONE-COLLECTION.
            READ DDFILE
                AT END
                    SET WS-BOOK-EOF TO TRUE
            END-READ
            IF NOT WS-BOOK-EOF
                AND DD-COLLECT-DATE = WS-STMT-DATE then
                PERFORM ADD-BOOK-ENTRY
                IF NOT WS-BOOK-FULL then
                    SET WS-BT-COLLECTION(WS-BT-COUNT) TO TRUE
                    MOVE DD-CUST-ID TO WS-BT-CUST-ID(WS-BT-COUNT)
                    MOVE DD-INVOICE-NO TO WS-BT-ITEM-NO(WS-BT-COUNT)
                    MOVE DD-AMOUNT TO WS-BT-AMOUNT(WS-BT-COUNT)
                    ADD DD-AMOUNT TO WS-COLLECTION-AMT
                END-IF
            END-IF.
       LOAD-RETURNS.
            MOVE 'N' TO WS-BOOK-EOF-SW
            OPEN INPUT RETFILE
            IF WS-RETFILE-STATUS NOT = '00' then
                SET WS-BOOK-EOF TO TRUE
            END-IF
            PERFORM LOAD-ONE-RETURN
                UNTIL WS-BOOK-EOF
            IF WS-RETFILE-STATUS = '00' OR WS-RETFILE-STATUS = '10'
                then
                CLOSE RETFILE
            END-IF.
       LOAD-ONE-RETURN.
            READ RETFILE
                AT END
                    SET WS-BOOK-EOF TO TRUE
            END-READ
            IF NOT WS-BOOK-EOF then
                PERFORM ADD-BOOK-ENTRY
                IF NOT WS-BOOK-FULL then
                    SET WS-BT-RETURN(WS-BT-COUNT) TO TRUE
                    MOVE RB-CUST-ID TO WS-BT-CUST-ID(WS-BT-COUNT)
                    MOVE RB-INVOICE-NO TO WS-BT-ITEM-NO(WS-BT-COUNT)
                    COMPUTE WS-BT-AMOUNT(WS-BT-COUNT) =
                        RB-AMOUNT * -1
                    SUBTRACT RB-AMOUNT FROM WS-RETURN-AMT
                    SUBTRACT RB-AMOUNT FROM WS-BOOK-MOVEMENT
                END-IF
            END-IF.
       ADD-BOOK-ENTRY.
            IF WS-BT-COUNT < 3000 then
                ADD 1 TO WS-BT-COUNT
                MOVE SPACE TO WS-BT-DISPOSITION(WS-BT-COUNT)
                MOVE 'N' TO WS-BT-MATCHED-SW(WS-BT-COUNT)
            ELSE
                SET WS-BOOK-FULL TO TRUE
            END-IF.
       READ-BANK-CONTROL.
      *The control holds the books' bank balance and the last
      *statement reconciled. Before the first reconciliation it
      *holds only the movement rolled since it was installed, so
      *the first statement's opening balance seeds it.
            OPEN INPUT BANKCTL
            IF WS-BANKCTL-STATUS = '00' then
                READ BANKCTL
                    AT END
                        CONTINUE
                    NOT AT END
                        SET WS-CTL-FOUND TO TRUE
                END-READ
                CLOSE BANKCTL
            END-IF
            IF NOT WS-CTL-FOUND then
                MOVE 0 TO BK-CONTROL-BAL
                MOVE 0 TO BK-LAST-UPDATE
                MOVE 0 TO BK-STMT-DATE
                MOVE 0 TO BK-STMT-BAL
            END-IF
            IF BK-STMT-DATE = 0 then
                ADD WS-OPENING-BAL TO BK-CONTROL-BAL
                SET WS-CTL-SEEDED TO TRUE
            END-IF.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO BRC-REPORT-LINE
            STRING 'DAILY BANK RECONCILIATION - STATEMENT DATE '
                DELIMITED BY SIZE
                WS-STMT-DATE DELIMITED BY SIZE
                ' - RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO BRC-REPORT-LINE
            END-STRING
            WRITE BRC-REPORT-LINE
            MOVE SPACES TO BRC-REPORT-LINE
            WRITE BRC-REPORT-LINE
            MOVE 'UNMATCHED ITEMS' TO BRC-REPORT-LINE
            WRITE BRC-REPORT-LINE
            MOVE SPACES TO BRC-REPORT-LINE
            STRING 'SIDE      CODE CUSTOMER ITEM            AMOUNT'
                DELIMITED BY SIZE
                ' REFERENCE        REASON' DELIMITED BY SIZE
                INTO BRC-REPORT-LINE
            END-STRING
            WRITE BRC-REPORT-LINE.
       BOD-PARA.
            PERFORM MATCH-ONE-STATEMENT-ENTRY
                UNTIL WS-STMT-EOF
            CLOSE BSTMT
            PERFORM LIST-ONE-BOOK-ITEM
                VARYING WS-BT-SUBSCR FROM 1 BY 1
                UNTIL WS-BT-SUBSCR > WS-BT-COUNT
            PERFORM PROVE-BALANCES.
       MATCH-ONE-STATEMENT-ENTRY.
            READ BSTMT
                AT END
                    SET WS-STMT-EOF TO TRUE
            END-READ
            IF NOT WS-STMT-EOF AND BS-ENTRY then
                ADD 1 TO WS-STMT-ENTRIES
                MOVE BS-AMOUNT TO WS-ENTRY-AMT
                IF BS-DEBIT then
                    COMPUTE WS-ENTRY-AMT = WS-ENTRY-AMT * -1
                END-IF
                ADD WS-ENTRY-AMT TO WS-STMT-MOVEMENT
                MOVE 0 TO WS-BT-FOUND-SUBSCR
                MOVE BS-CUST-ID TO WS-WANT-CUST-ID
                MOVE BS-ITEM-NO TO WS-WANT-ITEM-NO
                MOVE WS-ENTRY-AMT TO WS-WANT-AMOUNT
                EVALUATE TRUE
                    WHEN BS-CUST-PAYMENT
                        PERFORM MATCH-CUSTOMER-PAYMENT
                    WHEN BS-DD-COLLECTION
                        PERFORM MATCH-DD-COLLECTION
                    WHEN BS-DD-RETURN
                        MOVE 'X' TO WS-WANT-TYPE
                        PERFORM FIND-BOOK-ITEM
                        MOVE 'NO RETURN PROCESSED BY RECHDDR'
                            TO WS-ITEM-REASON
                    WHEN BS-REFUND-PAID
                        MOVE 'R' TO WS-WANT-TYPE
                        PERFORM FIND-BOOK-ITEM
                        MOVE 'NO REFUND PAID BY RECHRFD'
                            TO WS-ITEM-REASON
                    WHEN OTHER
                        MOVE 'BANK ENTRY - NOT BOOKED BY US'
                            TO WS-ITEM-REASON
                END-EVALUATE
                IF WS-BT-FOUND-SUBSCR > 0 then
                    SET WS-BT-MATCHED(WS-BT-FOUND-SUBSCR) TO TRUE
                    ADD 1 TO WS-MATCHED-COUNT
                ELSE
                    ADD 1 TO WS-UNM-STMT-COUNT
                    ADD WS-ENTRY-AMT TO WS-UNM-STMT-AMT
                    PERFORM WRITE-UNMATCHED-ENTRY
                END-IF
            END-IF.
       MATCH-CUSTOMER-PAYMENT.
      *By the invoice the remitter quoted first, then by customer
      *and amount - cash application matched the same way.
            MOVE 'P' TO WS-WANT-TYPE
            IF WS-WANT-ITEM-NO NOT = 0 then
                PERFORM FIND-BOOK-ITEM
            END-IF
            IF WS-BT-FOUND-SUBSCR = 0 then
                MOVE 0 TO WS-WANT-ITEM-NO
                PERFORM FIND-BOOK-ITEM
            END-IF
            MOVE 'NO PAYMENT READ BY RECHCASH' TO WS-ITEM-REASON.
       MATCH-DD-COLLECTION.
      *The collection proves the bank credited what RECHDD asked
      *for; the payment cash application applied for the same
      *invoice is that money arriving in the books. Without it the
      *credit is in the bank but not yet in the books.
            MOVE 'C' TO WS-WANT-TYPE
            PERFORM FIND-BOOK-ITEM
            IF WS-BT-FOUND-SUBSCR = 0 then
                MOVE 'NO COLLECTION DUE FROM RECHDD'
                    TO WS-ITEM-REASON
            ELSE
                SET WS-BT-MATCHED(WS-BT-FOUND-SUBSCR) TO TRUE
                MOVE 'P' TO WS-WANT-TYPE
                MOVE 0 TO WS-BT-FOUND-SUBSCR
                PERFORM FIND-BOOK-ITEM
                IF WS-BT-FOUND-SUBSCR = 0 then
                    MOVE 'COLLECTED - NOT YET APPLIED BY RECHCASH'
                        TO WS-ITEM-REASON
                END-IF
            END-IF.
       FIND-BOOK-ITEM.
            MOVE 0 TO WS-BT-FOUND-SUBSCR
            PERFORM MATCH-ONE-BOOK-ITEM
                VARYING WS-BT-SUBSCR FROM 1 BY 1
                UNTIL WS-BT-SUBSCR > WS-BT-COUNT
                OR WS-BT-FOUND-SUBSCR > 0.
       MATCH-ONE-BOOK-ITEM.
            IF WS-BT-TYPE(WS-BT-SUBSCR) = WS-WANT-TYPE
                AND NOT WS-BT-MATCHED(WS-BT-SUBSCR)
                AND WS-BT-AMOUNT(WS-BT-SUBSCR) = WS-WANT-AMOUNT then
                IF WS-WANT-ITEM-NO NOT = 0 then
                    IF WS-BT-ITEM-NO(WS-BT-SUBSCR) = WS-WANT-ITEM-NO
                        then
                        MOVE WS-BT-SUBSCR TO WS-BT-FOUND-SUBSCR
                    END-IF
                ELSE
                    IF WS-BT-CUST-ID(WS-BT-SUBSCR) = WS-WANT-CUST-ID
                        then
                        MOVE WS-BT-SUBSCR TO WS-BT-FOUND-SUBSCR
                    END-IF
                END-IF
            END-IF.
       WRITE-UNMATCHED-ENTRY.
            MOVE SPACES TO BRC-REPORT-LINE
            MOVE 'STATEMENT' TO BRC-REPORT-LINE(1:9)
            MOVE BS-ENTRY-CODE TO BRC-REPORT-LINE(11:3)
            MOVE BS-CUST-ID TO BRC-REPORT-LINE(16:6)
            MOVE BS-ITEM-NO TO BRC-REPORT-LINE(25:7)
            MOVE WS-ENTRY-AMT TO WS-AMT-ED
            MOVE WS-AMT-ED TO BRC-REPORT-LINE(32:17)
            MOVE BS-BANK-REF TO BRC-REPORT-LINE(50:16)
            MOVE WS-ITEM-REASON TO BRC-REPORT-LINE(67:40)
            WRITE BRC-REPORT-LINE.
       LIST-ONE-BOOK-ITEM.
      *A collection the statement did not show moved no money in
      *the books, so it is listed apart from the balance proof.
            IF NOT WS-BT-MATCHED(WS-BT-SUBSCR) then
                MOVE SPACES TO BRC-REPORT-LINE
                MOVE 'BOOKS' TO BRC-REPORT-LINE(1:9)
                EVALUATE TRUE
                    WHEN WS-BT-RECEIPT(WS-BT-SUBSCR)
                        MOVE 'PAY' TO BRC-REPORT-LINE(11:3)
                        EVALUATE WS-BT-DISPOSITION(WS-BT-SUBSCR)
                            WHEN 'A'
                                MOVE 'APPLIED - NOT ON STATEMENT'
                                    TO WS-ITEM-REASON
                            WHEN 'O'
                                MOVE 'ON ACCOUNT - NOT ON STATEMENT'
                                    TO WS-ITEM-REASON
                            WHEN OTHER
                                MOVE 'SUSPENSE - NOT ON STATEMENT'
                                    TO WS-ITEM-REASON
                        END-EVALUATE
                    WHEN WS-BT-COLLECTION(WS-BT-SUBSCR)
                        MOVE 'DDC' TO BRC-REPORT-LINE(11:3)
                        MOVE 'COLLECTION DUE - NOT CREDITED'
                            TO WS-ITEM-REASON
                    WHEN WS-BT-RETURN(WS-BT-SUBSCR)
                        MOVE 'DDR' TO BRC-REPORT-LINE(11:3)
                        MOVE 'RETURN PROCESSED - NOT DEBITED'
                            TO WS-ITEM-REASON
                    WHEN OTHER
                        MOVE 'RFD' TO BRC-REPORT-LINE(11:3)
                        MOVE 'REFUND PAID - NOT DEBITED'
                            TO WS-ITEM-REASON
                END-EVALUATE
                MOVE WS-BT-CUST-ID(WS-BT-SUBSCR) TO
                    BRC-REPORT-LINE(16:6)
                MOVE WS-BT-ITEM-NO(WS-BT-SUBSCR) TO
                    BRC-REPORT-LINE(25:7)
                MOVE WS-BT-AMOUNT(WS-BT-SUBSCR) TO WS-AMT-ED
                MOVE WS-AMT-ED TO BRC-REPORT-LINE(32:17)
                MOVE WS-ITEM-REASON TO BRC-REPORT-LINE(67:40)
                WRITE BRC-REPORT-LINE
                IF WS-BT-COLLECTION(WS-BT-SUBSCR) then
                    ADD 1 TO WS-UNCREDITED-COUNT
                    ADD WS-BT-AMOUNT(WS-BT-SUBSCR) TO
                        WS-UNCREDITED-AMT
                ELSE
                    ADD 1 TO WS-UNM-BOOK-COUNT
                    ADD WS-BT-AMOUNT(WS-BT-SUBSCR) TO WS-UNM-BOOK-AMT
                END-IF
            END-IF.
       PROVE-BALANCES.
            MOVE SPACES TO BRC-REPORT-LINE
            WRITE BRC-REPORT-LINE
            MOVE 'BALANCE PROOF' TO BRC-REPORT-LINE
            WRITE BRC-REPORT-LINE
            MOVE 'OPENING BALANCE PER STATEMENT' TO BRC-REPORT-LINE
            MOVE WS-OPENING-BAL TO WS-AMT-ED
            PERFORM WRITE-PROOF-LINE
            MOVE '+ RECEIPTS APPLIED (RECHCASH)' TO BRC-REPORT-LINE
            MOVE WS-APPLIED-AMT TO WS-AMT-ED
            PERFORM WRITE-PROOF-LINE
            MOVE '+ RECEIPTS ON ACCOUNT (RECHCASH)'
                TO BRC-REPORT-LINE
            MOVE WS-ONACCT-AMT TO WS-AMT-ED
            PERFORM WRITE-PROOF-LINE
            MOVE '+ RECEIPTS TO SUSPENSE (RECHCASH)'
                TO BRC-REPORT-LINE
            MOVE WS-SUSPENSE-AMT TO WS-AMT-ED
            PERFORM WRITE-PROOF-LINE
            MOVE '- REFUNDS PAID (RECHRFD)' TO BRC-REPORT-LINE
            MOVE WS-REFUND-AMT TO WS-AMT-ED
            PERFORM WRITE-PROOF-LINE
            MOVE '- DIRECT-DEBIT RETURNS (RECHDDR)'
                TO BRC-REPORT-LINE
            MOVE WS-RETURN-AMT TO WS-AMT-ED
            PERFORM WRITE-PROOF-LINE
            MOVE '+ STATEMENT ITEMS NOT IN THE BOOKS'
                TO BRC-REPORT-LINE
            MOVE WS-UNM-STMT-AMT TO WS-AMT-ED
            PERFORM WRITE-PROOF-LINE
            MOVE '- BOOK ITEMS NOT ON THE STATEMENT'
                TO BRC-REPORT-LINE
            COMPUTE WS-AMT-ED = WS-UNM-BOOK-AMT * -1
            PERFORM WRITE-PROOF-LINE
            COMPUTE WS-COMPUTED-CLOSING = WS-OPENING-BAL
                + WS-BOOK-MOVEMENT + WS-UNM-STMT-AMT
                - WS-UNM-BOOK-AMT
            MOVE '= CLOSING BALANCE PER BOOKS' TO BRC-REPORT-LINE
            MOVE WS-COMPUTED-CLOSING TO WS-AMT-ED
            PERFORM WRITE-PROOF-LINE
            MOVE 'CLOSING BALANCE PER STATEMENT' TO BRC-REPORT-LINE
            MOVE WS-CLOSING-BAL TO WS-AMT-ED
            PERFORM WRITE-PROOF-LINE
            COMPUTE WS-CLOSING-DIFF =
                WS-CLOSING-BAL - WS-COMPUTED-CLOSING
            MOVE 'DIFFERENCE' TO BRC-REPORT-LINE
            MOVE WS-CLOSING-DIFF TO WS-AMT-ED
            PERFORM WRITE-PROOF-LINE
            MOVE 'DIRECT-DEBIT COLLECTIONS DUE TODAY'
                TO BRC-REPORT-LINE
            MOVE WS-COLLECTION-AMT TO WS-AMT-ED
            PERFORM WRITE-PROOF-LINE
      *The cash-book control against the bank: the closing balance
      *less what the bank booked that we have not, plus what we
      *booked that the bank has not.
            COMPUTE WS-ADJUSTED-BANK = WS-CLOSING-BAL
                - WS-UNM-STMT-AMT + WS-UNM-BOOK-AMT
            COMPUTE WS-CONTROL-DIFF =
                BK-CONTROL-BAL - WS-ADJUSTED-BANK
            MOVE 'CASH-BOOK CONTROL (GL BANK ACCOUNT)'
                TO BRC-REPORT-LINE
            MOVE BK-CONTROL-BAL TO WS-AMT-ED
            PERFORM WRITE-PROOF-LINE
            MOVE 'ADJUSTED BANK BALANCE' TO BRC-REPORT-LINE
            MOVE WS-ADJUSTED-BANK TO WS-AMT-ED
            PERFORM WRITE-PROOF-LINE
            MOVE 'CONTROL DIFFERENCE' TO BRC-REPORT-LINE
            MOVE WS-CONTROL-DIFF TO WS-AMT-ED
            PERFORM WRITE-PROOF-LINE
            IF WS-CTL-SEEDED then
                MOVE 'FIRST RECONCILIATION - CONTROL SEEDED WITH THE'
                    TO BRC-REPORT-LINE
                MOVE 'OPENING BALANCE' TO BRC-REPORT-LINE(48:15)
                WRITE BRC-REPORT-LINE
            END-IF
            MOVE SPACES TO BRC-REPORT-LINE
            WRITE BRC-REPORT-LINE.
       WRITE-PROOF-LINE.
      *Called with the caption already in the line.
            MOVE WS-AMT-ED TO BRC-REPORT-LINE(40:17)
            WRITE BRC-REPORT-LINE
            MOVE SPACES TO BRC-REPORT-LINE.
       WRITE-FINDING.
            WRITE BRC-REPORT-LINE
            MOVE SPACES TO BRC-REPORT-LINE
            MOVE 'N' TO WS-RECONCILED-SW.
       SAVE-BANK-CONTROL.
      *Keep the statement just reconciled for tomorrow's opening
      *balance check, and the seeded control balance on the first
      *reconciliation.
            MOVE WS-STMT-DATE TO BK-STMT-DATE
            MOVE WS-CLOSING-BAL TO BK-STMT-BAL
            IF BK-LAST-UPDATE = 0 then
                MOVE WS-RUN-DATE TO BK-LAST-UPDATE
            END-IF
            OPEN OUTPUT BANKCTL
            WRITE BANK-CONTROL-RECORD
            CLOSE BANKCTL.
       END-PARA.
            IF WS-OPENING-BAL + WS-STMT-MOVEMENT NOT = WS-CLOSING-BAL
                then
                MOVE '*** STATEMENT DOES NOT ADD UP - OPENING PLUS '
                    TO BRC-REPORT-LINE
                MOVE 'ENTRIES IS NOT THE CLOSING BALANCE'
                    TO BRC-REPORT-LINE(46:34)
                PERFORM WRITE-FINDING
                MOVE 16 TO RETURN-CODE
            END-IF
            IF NOT WS-CTL-SEEDED
                AND WS-OPENING-BAL NOT = BK-STMT-BAL then
                MOVE SPACES TO BRC-REPORT-LINE
                STRING '*** OPENING BALANCE IS NOT THE CLOSING '
                    DELIMITED BY SIZE
                    'BALANCE OF THE LAST STATEMENT RECONCILED ('
                    DELIMITED BY SIZE
                    BK-STMT-DATE DELIMITED BY SIZE
                    ') - STATEMENT MISSING?' DELIMITED BY SIZE
                    INTO BRC-REPORT-LINE
                END-STRING
                PERFORM WRITE-FINDING
            END-IF
            IF WS-UNM-STMT-COUNT > 0 then
                MOVE WS-UNM-STMT-COUNT TO WS-CNT-ED
                STRING '*** STATEMENT ENTRIES NOT MATCHED: '
                    DELIMITED BY SIZE
                    WS-CNT-ED DELIMITED BY SIZE
                    INTO BRC-REPORT-LINE
                END-STRING
                PERFORM WRITE-FINDING
            END-IF
            IF WS-UNM-BOOK-COUNT > 0 then
                MOVE WS-UNM-BOOK-COUNT TO WS-CNT-ED
                STRING '*** BOOK ITEMS NOT ON THE STATEMENT: '
                    DELIMITED BY SIZE
                    WS-CNT-ED DELIMITED BY SIZE
                    INTO BRC-REPORT-LINE
                END-STRING
                PERFORM WRITE-FINDING
            END-IF
            IF WS-CLOSING-DIFF NOT = 0 then
                MOVE '*** BOOKS DO NOT PROVE TO THE CLOSING BALANCE'
                    TO BRC-REPORT-LINE
                PERFORM WRITE-FINDING
            END-IF
            IF WS-CONTROL-DIFF NOT = 0 then
                MOVE '*** CASH-BOOK CONTROL DISAGREES WITH THE BANK'
                    TO BRC-REPORT-LINE
                PERFORM WRITE-FINDING
            END-IF
            IF WS-UNCREDITED-COUNT > 0 then
                MOVE WS-UNCREDITED-COUNT TO WS-CNT-ED
                STRING 'NOTE: COLLECTIONS DUE TODAY NOT YET '
                    DELIMITED BY SIZE
                    'CREDITED: ' DELIMITED BY SIZE
                    WS-CNT-ED DELIMITED BY SIZE
                    INTO BRC-REPORT-LINE
                END-STRING
                WRITE BRC-REPORT-LINE
                MOVE SPACES TO BRC-REPORT-LINE
                IF RETURN-CODE < 4 then
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            IF WS-RECONCILED then
                MOVE 'STATEMENT RECONCILED' TO BRC-REPORT-LINE
                WRITE BRC-REPORT-LINE
            ELSE
                IF RETURN-CODE < 8 then
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            IF RETURN-CODE < 16 then
                PERFORM SAVE-BANK-CONTROL
            END-IF
            CLOSE BRCRPT
            DISPLAY 'BANK RECONCILIATION - STATEMENT DATE: '
                WS-STMT-DATE
            DISPLAY 'BANK RECONCILIATION - ENTRIES:        '
                WS-STMT-ENTRIES
            DISPLAY 'BANK RECONCILIATION - MATCHED:        '
                WS-MATCHED-COUNT
            DISPLAY 'BANK RECONCILIATION - STMT UNMATCHED: '
                WS-UNM-STMT-COUNT
            DISPLAY 'BANK RECONCILIATION - BOOK UNMATCHED: '
                WS-UNM-BOOK-COUNT
            DISPLAY 'BANK RECONCILIATION - DIFFERENCE:     '
                WS-CLOSING-DIFF
            STOP RUN.
