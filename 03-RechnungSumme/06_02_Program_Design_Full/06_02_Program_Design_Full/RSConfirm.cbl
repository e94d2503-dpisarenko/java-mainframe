      *Auditor balance-confirmation run. At year-end the external
      *auditors circularise a sample of customers to confirm their
      *balance; this program makes the selection by the auditors'
      *criteria instead of a mail merge off a printed aging: every
      *account whose balance is over the threshold, plus an
      *every-Nth or random sample of the remaining non-zero
      *balances - at single-account level, or at parent level so a
      *national-account group confirms its group balance once.
      *Each selected account gets a confirmation letter showing
      *its CM-OPEN-AR-BAL as at the cut-off date with the open
      *items behind it and a reply slip, and is entered on the
      *confirmation register (CNFREG) that RECHCNR applies the
      *customers' replies to.
      *
      *The balance is taken as at the cut-off: invoices dated after
      *it are backed out of CM-OPEN-AR-BAL, and only items dated on
      *or before it are listed. Cash applied after the cut-off
      *cannot be backed out, so the round is run before the first
      *cash application after the cut-off date. An account already
      *on the register for the cut-off is not circularised twice,
      *so a rerun with the same seed only adds what is missing.
       PROGRAM-ID. RECHCNF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AROPEN  ASSIGN AROPENNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY AR-INVOICE-NO.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CM-CUST-ID.
      *Confirmation register - see CNFREG.cpy.
           SELECT CNFREG  ASSIGN CNFREGNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CR-KEY
                          FILE STATUS WS-CNFREG-STATUS.
           SELECT LTRFILE ASSIGN CNFLTRNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT CNFRPT  ASSIGN CNFRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT CNFSRT  ASSIGN CNFSRTNM
                          ORGANIZATION SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN SORTWK1.
       FILE SECTION.
       FD  AROPEN.
           COPY "ARITEM.cpy".
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  CNFREG.
           COPY "CNFREG.cpy".
       FD  LTRFILE.
       01  LETTER-LINE           PIC X(80).
       FD  CNFRPT.
       01  CNF-REPORT-LINE       PIC X(80).
      *Open items in confirming-account order. Within an account the
      *items dated after the cut-off (side '1') come first, so the
      *as-at balance is known before the items behind it (side '2')
      *are listed.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-ACCT-ID         PIC X(6).
           05 SW-CUTOFF-SIDE     PIC X.
           05 SW-INVOICE-NO      PIC 9(7).
           05 SW-CUST-ID         PIC X(6).
           05 SW-INVOICE-DATE    PIC 9(8).
           05 SW-OPEN-BALANCE    PIC S9(7)V99.
       FD  CNFSRT.
       01  CNF-SORTED-RECORD     PIC X(37).
       WORKING-STORAGE SECTION.
       01  WS-AR-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-AR-EOF              VALUE 'Y'.
       01  WS-CM-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-CM-EOF              VALUE 'Y'.
       01  WS-SRT-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-SRT-EOF             VALUE 'Y'.
       01  WS-CNFREG-STATUS      PIC X(2) VALUE '00'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-TIME           PIC 9(8).
      *Selection criteria - see the PARM below.
       01  WS-CUTOFF-DATE        PIC 9(8) VALUE 0.
       01  WS-THRESHOLD          PIC 9(7)V99 VALUE 10000.
       01  WS-SAMPLE-METHOD      PIC X VALUE 'N'.
           88 WS-SAMPLE-EVERY-NTH    VALUE 'N'.
           88 WS-SAMPLE-RANDOM       VALUE 'R'.
       01  WS-SAMPLE-INTERVAL    PIC 9(3) VALUE 10.
       01  WS-CONFIRM-LEVEL      PIC X VALUE 'C'.
           88 WS-LEVEL-CUSTOMER      VALUE 'C'.
           88 WS-LEVEL-PARENT        VALUE 'P'.
       01  WS-RANDOM-SEED        PIC 9(5) VALUE 0.
       01  WS-RANDOM-DRAW        PIC 9V9(8) VALUE 0.
       01  WS-PARM-BAD-SW        PIC X VALUE 'N'.
           88 WS-PARM-BAD            VALUE 'Y'.
      *Branch balances per national-account parent - a parent's
      *CM-OPEN-AR-BAL carries its branches' balances too (ARPOST
      *rolls every branch movement into it), so at single-account
      *level the branches are taken back out of the parent's.
       01  WS-PARENT-TABLE.
           05 WS-PARENT-ENTRY OCCURS 500 TIMES.
               10 WS-PT-PARENT-ID    PIC X(6).
               10 WS-PT-BRANCH-BAL   PIC S9(9)V99.
       01  WS-PARENT-COUNT       PIC 9(3) VALUE 0.
       01  WS-PARENT-LOOKUP-ID   PIC X(6) VALUE SPACES.
       01  WS-PARENT-SUBSCR      PIC 9(3) VALUE 0.
       01  WS-PARENT-FOUND-SW    PIC X VALUE 'N'.
           88 WS-PARENT-FOUND        VALUE 'Y'.
       01  WS-PARENT-OVERFLOW-SW PIC X VALUE 'N'.
           88 WS-PARENT-OVERFLOW     VALUE 'Y'.
      *Account being considered.
       01  WS-CONF-ACCT-ID       PIC X(6) VALUE SPACES.
       01  WS-ACCT-ID            PIC X(6) VALUE SPACES.
       01  WS-STATED-BAL         PIC S9(9)V99 VALUE 0.
       01  WS-ABS-BAL            PIC 9(9)V99 VALUE 0.
       01  WS-AFTER-CUTOFF-BAL   PIC S9(9)V99 VALUE 0.
       01  WS-SELECT-REASON      PIC X VALUE SPACE.
           88 WS-NOT-SELECTED        VALUE SPACE.
           88 WS-SELECTED-THRESHOLD  VALUE 'T'.
           88 WS-SELECTED-SAMPLE     VALUE 'S'.
       01  WS-SAMPLE-POSITION    PIC 9(3) VALUE 0.
       01  WS-ITEM-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-ITEM-COUNT         PIC 9(5) VALUE 0.
      *Run totals.
       01  WS-POPULATION-COUNT   PIC 9(7) VALUE 0.
       01  WS-POPULATION-TOTAL   PIC S9(11)V99 VALUE 0.
       01  WS-THRESHOLD-COUNT    PIC 9(7) VALUE 0.
       01  WS-SAMPLE-COUNT       PIC 9(7) VALUE 0.
       01  WS-SELECTED-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-ALREADY-SENT-COUNT PIC 9(7) VALUE 0.
       01  WS-LETTER-COUNT       PIC 9(7) VALUE 0.
       01  WS-AMT-ED             PIC -(7)9.99.
       01  WS-BAL-ED             PIC -(9)9.99.
       01  WS-TOTAL-ED           PIC -(11)9.99.
       01  WS-THRESHOLD-ED       PIC Z(6)9.99.
       01  WS-COUNT-ED           PIC Z(6)9.
      *Working copy of the sorted record, since CNFSRT's FD record
      *is a plain byte string.
       01  WS-CNF-RECORD.
           05 WC-ACCT-ID         PIC X(6).
           05 WC-CUTOFF-SIDE     PIC X.
               88 WC-AFTER-CUTOFF    VALUE '1'.
               88 WC-AT-CUTOFF       VALUE '2'.
           05 WC-INVOICE-NO      PIC 9(7).
           05 WC-CUST-ID         PIC X(6).
           05 WC-INVOICE-DATE    PIC 9(8).
           05 WC-OPEN-BALANCE    PIC S9(7)V99.
       LINKAGE SECTION.
      *Optional PARM: cut-off date (defaults to today, may not be in
      *the future), threshold in whole currency units (defaults to
      *10000 - every balance over it is confirmed), sample method
      *('N' every Nth, 'R' random), sample interval N (defaults to
      *10 - a random draw picks one account in N on average),
      *confirmation level ('C' single account, 'P' parent), and the
      *random seed (defaults from the clock - printed on the report
      *so the auditors can reproduce the draw).
       01  CF-PARM-AREA.
           05 CF-PARM-LEN        PIC S9(4) COMP.
           05 CF-PARM-CUTOFF     PIC 9(8).
           05 CF-PARM-THRESHOLD  PIC 9(7).
           05 CF-PARM-METHOD     PIC X.
           05 CF-PARM-INTERVAL   PIC 9(3).
           05 CF-PARM-LEVEL      PIC X.
           05 CF-PARM-SEED       PIC 9(5).
       PROCEDURE DIVISION USING CF-PARM-AREA.
       CONFIRM-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
            MOVE WS-RUN-TIME(3:5) TO WS-RANDOM-SEED
            PERFORM READ-CONFIRMATION-PARM
            OPEN OUTPUT CNFRPT
            PERFORM WRITE-REPORT-HEADER
            IF WS-PARM-BAD then
                MOVE '*** PARM IN ERROR - NO CONFIRMATIONS SELECTED ***'
                    TO CNF-REPORT-LINE
                WRITE CNF-REPORT-LINE
                CLOSE CNFRPT
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT AROPEN
            OPEN INPUT CUSTMAST
      *The register is created on the first round.
            OPEN I-O CNFREG
            IF WS-CNFREG-STATUS = '35' then
                OPEN OUTPUT CNFREG
                CLOSE CNFREG
                OPEN I-O CNFREG
            END-IF
            OPEN OUTPUT LTRFILE
            PERFORM SORT-CONFIRMATION-ITEMS
            CLOSE AROPEN
            IF WS-LEVEL-CUSTOMER then
                PERFORM LOAD-BRANCH-BALANCES
            END-IF
            IF WS-SAMPLE-RANDOM then
                COMPUTE WS-RANDOM-DRAW = FUNCTION RANDOM(WS-RANDOM-SEED)
            END-IF
            OPEN INPUT CNFSRT
            PERFORM READ-SORTED-ITEM.
       READ-CONFIRMATION-PARM.
            IF CF-PARM-LEN > 7 then
                MOVE CF-PARM-CUTOFF TO WS-CUTOFF-DATE
            END-IF
            IF CF-PARM-LEN > 14 then
                MOVE CF-PARM-THRESHOLD TO WS-THRESHOLD
            END-IF
            IF CF-PARM-LEN > 15 then
                MOVE CF-PARM-METHOD TO WS-SAMPLE-METHOD
            END-IF
            IF CF-PARM-LEN > 18 then
                MOVE CF-PARM-INTERVAL TO WS-SAMPLE-INTERVAL
            END-IF
            IF CF-PARM-LEN > 19 then
                MOVE CF-PARM-LEVEL TO WS-CONFIRM-LEVEL
            END-IF
            IF CF-PARM-LEN > 24 then
                MOVE CF-PARM-SEED TO WS-RANDOM-SEED
            END-IF
            IF WS-CUTOFF-DATE > WS-RUN-DATE
                OR WS-SAMPLE-INTERVAL = 0
                OR NOT (WS-SAMPLE-EVERY-NTH OR WS-SAMPLE-RANDOM)
                OR NOT (WS-LEVEL-CUSTOMER OR WS-LEVEL-PARENT) then
                SET WS-PARM-BAD TO TRUE
            END-IF.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO CNF-REPORT-LINE
            STRING 'BALANCE CONFIRMATION ROUND - CUT-OFF '
                DELIMITED BY SIZE
                WS-CUTOFF-DATE DELIMITED BY SIZE
                '  RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO CNF-REPORT-LINE
            END-STRING
            WRITE CNF-REPORT-LINE
            MOVE WS-THRESHOLD TO WS-THRESHOLD-ED
            MOVE SPACES TO CNF-REPORT-LINE
            STRING 'THRESHOLD ' DELIMITED BY SIZE
                WS-THRESHOLD-ED DELIMITED BY SIZE
                '  SAMPLE ' DELIMITED BY SIZE
                WS-SAMPLE-METHOD DELIMITED BY SIZE
                ' 1 IN ' DELIMITED BY SIZE
                WS-SAMPLE-INTERVAL DELIMITED BY SIZE
                '  LEVEL ' DELIMITED BY SIZE
                WS-CONFIRM-LEVEL DELIMITED BY SIZE
                '  SEED ' DELIMITED BY SIZE
                WS-RANDOM-SEED DELIMITED BY SIZE
                INTO CNF-REPORT-LINE
            END-STRING
            WRITE CNF-REPORT-LINE
            MOVE SPACES TO CNF-REPORT-LINE
            WRITE CNF-REPORT-LINE
            MOVE 'ACCT   NAME                           WHY      BALANC
      -         'E  ITEMS' TO CNF-REPORT-LINE
            WRITE CNF-REPORT-LINE.
       SORT-CONFIRMATION-ITEMS.
      *Pull every unsettled open item into confirming-account order
      *- the open-item file itself is keyed by invoice number.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-ACCT-ID
                ON ASCENDING KEY SW-CUTOFF-SIDE
                ON ASCENDING KEY SW-INVOICE-NO
                INPUT PROCEDURE SORT-RELEASE-OPEN-ITEMS
                GIVING CNFSRT.
       SORT-RELEASE-OPEN-ITEMS.
            MOVE 0 TO AR-INVOICE-NO
            START AROPEN KEY NOT LESS THAN AR-INVOICE-NO
                INVALID KEY
                    SET WS-AR-EOF TO TRUE
            END-START
            PERFORM RELEASE-ONE-OPEN-ITEM
                UNTIL WS-AR-EOF.
       RELEASE-ONE-OPEN-ITEM.
            READ AROPEN NEXT RECORD
                AT END
                    SET WS-AR-EOF TO TRUE
            END-READ
            IF NOT WS-AR-EOF
                AND NOT AR-ITEM-SETTLED then
                PERFORM RESOLVE-CONFIRMING-ACCOUNT
                MOVE WS-CONF-ACCT-ID TO SW-ACCT-ID
                IF AR-INVOICE-DATE > WS-CUTOFF-DATE then
                    MOVE '1' TO SW-CUTOFF-SIDE
                ELSE
                    MOVE '2' TO SW-CUTOFF-SIDE
                END-IF
                MOVE AR-INVOICE-NO TO SW-INVOICE-NO
                MOVE AR-CUST-ID TO SW-CUST-ID
                MOVE AR-INVOICE-DATE TO SW-INVOICE-DATE
                COMPUTE SW-OPEN-BALANCE = AR-TOTAL-VAT - AR-PAID-AMT
                RELEASE SORT-WORK-RECORD
            END-IF.
       RESOLVE-CONFIRMING-ACCOUNT.
      *At parent level a national-account branch's items confirm
      *under its parent, the same way RECHDUN duns the group.
            MOVE AR-CUST-ID TO WS-CONF-ACCT-ID
            IF WS-LEVEL-PARENT then
                MOVE AR-CUST-ID TO CM-CUST-ID
                READ CUSTMAST
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CM-PARENT-CUST-ID NOT = SPACES then
                            MOVE CM-PARENT-CUST-ID TO WS-CONF-ACCT-ID
                        END-IF
                END-READ
            END-IF.
       LOAD-BRANCH-BALANCES.
            MOVE LOW-VALUES TO CM-CUST-ID
            START CUSTMAST KEY NOT LESS THAN CM-CUST-ID
                INVALID KEY
                    SET WS-CM-EOF TO TRUE
            END-START
            PERFORM LOAD-ONE-BRANCH-BALANCE
                UNTIL WS-CM-EOF
            MOVE 'N' TO WS-CM-END-OF-FILE.
       LOAD-ONE-BRANCH-BALANCE.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-CM-EOF TO TRUE
            END-READ
            IF NOT WS-CM-EOF
                AND CM-PARENT-CUST-ID NOT = SPACES then
                MOVE CM-PARENT-CUST-ID TO WS-PARENT-LOOKUP-ID
                PERFORM FIND-PARENT-ENTRY
                IF NOT WS-PARENT-FOUND then
                    IF WS-PARENT-COUNT < 500 then
                        ADD 1 TO WS-PARENT-COUNT
                        MOVE WS-PARENT-COUNT TO WS-PARENT-SUBSCR
                        MOVE CM-PARENT-CUST-ID TO
                            WS-PT-PARENT-ID(WS-PARENT-SUBSCR)
                        MOVE 0 TO WS-PT-BRANCH-BAL(WS-PARENT-SUBSCR)
                        SET WS-PARENT-FOUND TO TRUE
                    ELSE
                        SET WS-PARENT-OVERFLOW TO TRUE
                    END-IF
                END-IF
                IF WS-PARENT-FOUND then
                    ADD CM-OPEN-AR-BAL TO
                        WS-PT-BRANCH-BAL(WS-PARENT-SUBSCR)
                END-IF
            END-IF.
       FIND-PARENT-ENTRY.
      *Leaves WS-PARENT-SUBSCR on the parent's entry when found.
            MOVE 'N' TO WS-PARENT-FOUND-SW
            MOVE 1 TO WS-PARENT-SUBSCR
            PERFORM CHECK-ONE-PARENT-ENTRY
                UNTIL WS-PARENT-FOUND
                OR WS-PARENT-SUBSCR > WS-PARENT-COUNT.
       CHECK-ONE-PARENT-ENTRY.
            IF WS-PT-PARENT-ID(WS-PARENT-SUBSCR) = WS-PARENT-LOOKUP-ID
                then
                SET WS-PARENT-FOUND TO TRUE
            ELSE
                ADD 1 TO WS-PARENT-SUBSCR
            END-IF.
       READ-SORTED-ITEM.
            READ CNFSRT
                AT END
                    SET WS-SRT-EOF TO TRUE
                    MOVE HIGH-VALUES TO WC-ACCT-ID
                NOT AT END
                    MOVE CNF-SORTED-RECORD TO WS-CNF-RECORD
            END-READ.
       BOD-PARA.
      *Walk the customer master in account order alongside the
      *sorted items, which are in the same order.
            MOVE LOW-VALUES TO CM-CUST-ID
            START CUSTMAST KEY NOT LESS THAN CM-CUST-ID
                INVALID KEY
                    SET WS-CM-EOF TO TRUE
            END-START
            PERFORM CONSIDER-ONE-ACCOUNT
                UNTIL WS-CM-EOF.
       CONSIDER-ONE-ACCOUNT.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-CM-EOF TO TRUE
            END-READ
            IF NOT WS-CM-EOF then
      *At parent level a branch is confirmed inside its group.
                IF WS-LEVEL-PARENT
                    AND CM-PARENT-CUST-ID NOT = SPACES then
                    CONTINUE
                ELSE
                    PERFORM EVALUATE-ACCOUNT
                END-IF
            END-IF.
       EVALUATE-ACCOUNT.
            MOVE CM-CUST-ID TO WS-ACCT-ID
      *Items of accounts no longer on the master are passed over.
            PERFORM READ-SORTED-ITEM
                UNTIL WC-ACCT-ID NOT < WS-ACCT-ID
      *Back the invoices dated after the cut-off out of the balance.
            MOVE 0 TO WS-AFTER-CUTOFF-BAL
            PERFORM ADD-AFTER-CUTOFF-ITEM
                UNTIL WC-ACCT-ID NOT = WS-ACCT-ID
                OR NOT WC-AFTER-CUTOFF
            COMPUTE WS-STATED-BAL = CM-OPEN-AR-BAL - WS-AFTER-CUTOFF-BAL
            IF WS-LEVEL-CUSTOMER then
                MOVE CM-CUST-ID TO WS-PARENT-LOOKUP-ID
                PERFORM FIND-PARENT-ENTRY
                IF WS-PARENT-FOUND then
                    SUBTRACT WS-PT-BRANCH-BAL(WS-PARENT-SUBSCR)
                        FROM WS-STATED-BAL
                END-IF
            END-IF
            PERFORM SELECT-ACCOUNT
            IF WS-NOT-SELECTED then
                PERFORM READ-SORTED-ITEM
                    UNTIL WC-ACCT-ID NOT = WS-ACCT-ID
            ELSE
                PERFORM CIRCULARISE-ACCOUNT
            END-IF.
       ADD-AFTER-CUTOFF-ITEM.
            ADD WC-OPEN-BALANCE TO WS-AFTER-CUTOFF-BAL
            PERFORM READ-SORTED-ITEM.
       SELECT-ACCOUNT.
      *Zero balances are not in the population. Over the threshold
      *(either sign) is always confirmed; the rest are sampled.
            MOVE SPACE TO WS-SELECT-REASON
            IF WS-STATED-BAL NOT = 0 then
                ADD 1 TO WS-POPULATION-COUNT
                ADD WS-STATED-BAL TO WS-POPULATION-TOTAL
                IF WS-STATED-BAL < 0 then
                    COMPUTE WS-ABS-BAL = 0 - WS-STATED-BAL
                ELSE
                    MOVE WS-STATED-BAL TO WS-ABS-BAL
                END-IF
                IF WS-ABS-BAL > WS-THRESHOLD then
                    SET WS-SELECTED-THRESHOLD TO TRUE
                ELSE
                    PERFORM DRAW-SAMPLE
                END-IF
            END-IF.
       DRAW-SAMPLE.
            IF WS-SAMPLE-RANDOM then
                COMPUTE WS-RANDOM-DRAW = FUNCTION RANDOM
                IF WS-RANDOM-DRAW * WS-SAMPLE-INTERVAL < 1 then
                    SET WS-SELECTED-SAMPLE TO TRUE
                END-IF
            ELSE
                ADD 1 TO WS-SAMPLE-POSITION
                IF WS-SAMPLE-POSITION NOT < WS-SAMPLE-INTERVAL then
                    SET WS-SELECTED-SAMPLE TO TRUE
                    MOVE 0 TO WS-SAMPLE-POSITION
                END-IF
            END-IF.
       CIRCULARISE-ACCOUNT.
      *Enter the account on the register first - an account already
      *circularised for this cut-off gets no second letter.
            MOVE SPACES TO CONFIRMATION-REGISTER-RECORD
            MOVE WS-CUTOFF-DATE TO CR-CUTOFF-DATE
            MOVE WS-ACCT-ID TO CR-ACCT-ID
            MOVE CM-CUST-NAME TO CR-ACCT-NAME
            MOVE WS-SELECT-REASON TO CR-SELECT-REASON
            MOVE WS-CONFIRM-LEVEL TO CR-LEVEL
            MOVE WS-STATED-BAL TO CR-STATED-BAL
            MOVE 0 TO CR-ITEM-COUNT
            MOVE WS-RUN-DATE TO CR-SENT-DATE
            MOVE 0 TO CR-REPLY-DATE
            MOVE 0 TO CR-REPLY-BAL
            WRITE CONFIRMATION-REGISTER-RECORD
                INVALID KEY
                    ADD 1 TO WS-ALREADY-SENT-COUNT
                    MOVE SPACES TO CNF-REPORT-LINE
                    STRING WS-ACCT-ID DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        CM-CUST-NAME DELIMITED BY SIZE
                        ' ALREADY CIRCULARISED' DELIMITED BY SIZE
                        INTO CNF-REPORT-LINE
                    END-STRING
                    WRITE CNF-REPORT-LINE
                    PERFORM READ-SORTED-ITEM
                        UNTIL WC-ACCT-ID NOT = WS-ACCT-ID
                NOT INVALID KEY
                    PERFORM PRINT-CONFIRMATION-LETTER
            END-WRITE.
       PRINT-CONFIRMATION-LETTER.
            IF WS-SELECTED-THRESHOLD then
                ADD 1 TO WS-THRESHOLD-COUNT
            ELSE
                ADD 1 TO WS-SAMPLE-COUNT
            END-IF
            ADD WS-STATED-BAL TO WS-SELECTED-TOTAL
            MOVE 0 TO WS-ITEM-TOTAL
            MOVE 0 TO WS-ITEM-COUNT
            MOVE SPACES TO LETTER-LINE
            STRING '========== BALANCE CONFIRMATION REQUEST =========='
                DELIMITED BY SIZE
                INTO LETTER-LINE
            END-STRING
            WRITE LETTER-LINE
            MOVE CM-CUST-NAME TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE CM-BILL-ADDR-LINE1 TO LETTER-LINE
            WRITE LETTER-LINE
            IF CM-BILL-ADDR-LINE2 NOT = SPACES then
                MOVE CM-BILL-ADDR-LINE2 TO LETTER-LINE
                WRITE LETTER-LINE
            END-IF
            MOVE SPACES TO LETTER-LINE
            STRING CM-BILL-CITY DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CM-BILL-STATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CM-BILL-ZIP DELIMITED BY SIZE
                INTO LETTER-LINE
            END-STRING
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            STRING 'CONFIRMATION REFERENCE: ' DELIMITED BY SIZE
                WS-CUTOFF-DATE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WS-ACCT-ID DELIMITED BY SIZE
                INTO LETTER-LINE
            END-STRING
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE 'OUR AUDITORS ARE EXAMINING OUR FINANCIAL STATEMENTS.
      -         ' PLEASE CONFIRM DIRECTLY' TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE 'TO THEM WHETHER THE BALANCE BELOW AGREES WITH YOUR R
      -         'ECORDS. THIS IS NOT A' TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE 'REQUEST FOR PAYMENT.' TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE WS-STATED-BAL TO WS-BAL-ED
            MOVE SPACES TO LETTER-LINE
            STRING 'BALANCE DUE TO US AS AT ' DELIMITED BY SIZE
                WS-CUTOFF-DATE DELIMITED BY SIZE
                ': ' DELIMITED BY SIZE
                WS-BAL-ED DELIMITED BY SIZE
                INTO LETTER-LINE
            END-STRING
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE 'MADE UP OF THE FOLLOWING OPEN ITEMS:' TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE 'INVOICE  INV DATE     OPEN AMOUNT  ACCOUNT'
                TO LETTER-LINE
            WRITE LETTER-LINE
            PERFORM PRINT-LETTER-ITEM-LINE
                UNTIL WC-ACCT-ID NOT = WS-ACCT-ID
            MOVE WS-ITEM-TOTAL TO WS-BAL-ED
            MOVE SPACES TO LETTER-LINE
            STRING 'TOTAL OF OPEN ITEMS:  ' DELIMITED BY SIZE
                WS-BAL-ED DELIMITED BY SIZE
                INTO LETTER-LINE
            END-STRING
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE '--------------------------- REPLY -------------------
      -         '--------' TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            STRING 'REFERENCE ' DELIMITED BY SIZE
                WS-CUTOFF-DATE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WS-ACCT-ID DELIMITED BY SIZE
                INTO LETTER-LINE
            END-STRING
            WRITE LETTER-LINE
            MOVE WS-STATED-BAL TO WS-BAL-ED
            MOVE SPACES TO LETTER-LINE
            STRING '[ ] THE BALANCE OF ' DELIMITED BY SIZE
                WS-BAL-ED DELIMITED BY SIZE
                ' AGREES WITH OUR RECORDS' DELIMITED BY SIZE
                INTO LETTER-LINE
            END-STRING
            WRITE LETTER-LINE
            MOVE '[ ] IT DOES NOT AGREE - OUR RECORDS SHOW ___________
      -         '____' TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE 'SIGNED ____________________  DATE ____________'
                TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            ADD 1 TO WS-LETTER-COUNT
            MOVE WS-ITEM-COUNT TO CR-ITEM-COUNT
            REWRITE CONFIRMATION-REGISTER-RECORD
            MOVE WS-STATED-BAL TO WS-BAL-ED
            MOVE SPACES TO CNF-REPORT-LINE
            STRING WS-ACCT-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CM-CUST-NAME DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-SELECT-REASON DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-BAL-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ITEM-COUNT DELIMITED BY SIZE
                INTO CNF-REPORT-LINE
            END-STRING
            WRITE CNF-REPORT-LINE.
       PRINT-LETTER-ITEM-LINE.
            ADD WC-OPEN-BALANCE TO WS-ITEM-TOTAL
            ADD 1 TO WS-ITEM-COUNT
            MOVE WC-OPEN-BALANCE TO WS-AMT-ED
            MOVE SPACES TO LETTER-LINE
            STRING WC-INVOICE-NO DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WC-INVOICE-DATE DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WC-CUST-ID DELIMITED BY SIZE
                INTO LETTER-LINE
            END-STRING
            WRITE LETTER-LINE
            PERFORM READ-SORTED-ITEM.
       END-PARA.
            MOVE SPACES TO CNF-REPORT-LINE
            WRITE CNF-REPORT-LINE
            MOVE WS-POPULATION-COUNT TO WS-COUNT-ED
            MOVE WS-POPULATION-TOTAL TO WS-TOTAL-ED
            MOVE SPACES TO CNF-REPORT-LINE
            STRING 'POPULATION (NON-ZERO BALANCES): ' DELIMITED BY SIZE
                WS-COUNT-ED DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-TOTAL-ED DELIMITED BY SIZE
                INTO CNF-REPORT-LINE
            END-STRING
            WRITE CNF-REPORT-LINE
            MOVE WS-THRESHOLD-COUNT TO WS-COUNT-ED
            MOVE SPACES TO CNF-REPORT-LINE
            STRING 'SELECTED OVER THRESHOLD:        ' DELIMITED BY SIZE
                WS-COUNT-ED DELIMITED BY SIZE
                INTO CNF-REPORT-LINE
            END-STRING
            WRITE CNF-REPORT-LINE
            MOVE WS-SAMPLE-COUNT TO WS-COUNT-ED
            MOVE SPACES TO CNF-REPORT-LINE
            STRING 'SELECTED IN SAMPLE:             ' DELIMITED BY SIZE
                WS-COUNT-ED DELIMITED BY SIZE
                INTO CNF-REPORT-LINE
            END-STRING
            WRITE CNF-REPORT-LINE
            MOVE WS-SELECTED-TOTAL TO WS-TOTAL-ED
            MOVE SPACES TO CNF-REPORT-LINE
            STRING 'BALANCE CIRCULARISED:           ' DELIMITED BY SIZE
                WS-TOTAL-ED DELIMITED BY SIZE
                INTO CNF-REPORT-LINE
            END-STRING
            WRITE CNF-REPORT-LINE
            MOVE WS-ALREADY-SENT-COUNT TO WS-COUNT-ED
            MOVE SPACES TO CNF-REPORT-LINE
            STRING 'ALREADY ON REGISTER, NOT RESENT:' DELIMITED BY SIZE
                WS-COUNT-ED DELIMITED BY SIZE
                INTO CNF-REPORT-LINE
            END-STRING
            WRITE CNF-REPORT-LINE
            IF WS-PARENT-OVERFLOW then
                MOVE '*** OVER 500 NATIONAL-ACCOUNT PARENTS - SOME PAR
      -             'ENT BALANCES INCLUDE BRANCHES ***'
                    TO CNF-REPORT-LINE
                WRITE CNF-REPORT-LINE
                MOVE 8 TO RETURN-CODE
            END-IF
            CLOSE CUSTMAST CNFREG LTRFILE CNFRPT CNFSRT
            DISPLAY 'CONFIRMATIONS - LETTERS PRINTED: ' WS-LETTER-COUNT
            STOP RUN.
