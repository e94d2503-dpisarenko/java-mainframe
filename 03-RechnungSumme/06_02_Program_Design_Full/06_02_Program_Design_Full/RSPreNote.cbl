      *Direct-debit pre-notification. SEPA requires the customer to
      *be told ahead of each collection what will be debited and
      *when; this run selects the open items RECHDD will collect -
      *direct-debit customers' unpaid items due on or before the
      *horizon, under a mandate the register (MANDREG) holds as
      *active or ending - and sends each customer one notice
      *listing every item, its amount, the collection date, the
      *sequence type and the mandate reference (CM-MANDATE-ID).
      *The notice goes out the way the customer's invoices do:
      *electronic-delivery customers (a good e-mail address on
      *file) get it as a delivery document for the e-invoice
      *transmission job, everyone else a printed letter.
      *Each notified item is recorded on the pre-notification file
      *(PRENOTE) and RECHDD collects only what was notified, for
      *the amount notified. An item notified before and unchanged
      *since is not notified again; one whose amount or mandate
      *changed is. Records for items settled or already collected
      *are dropped first.
      *An item collects on its due date, or on the earliest
      *collection date if it falls due before it - by default 14
      *days after the run, the SEPA notice period.
       PROGRAM-ID. RECHPNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AROPEN  ASSIGN AROPENNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY AR-INVOICE-NO.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CM-CUST-ID.
           SELECT MANDREG ASSIGN MANDREGNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY MR-KEY
                          FILE STATUS WS-MANDREG-STATUS.
           SELECT PRENOTE ASSIGN PRENOTENM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY PN-INVOICE-NO
                          FILE STATUS WS-PRENOTE-STATUS.
           SELECT PNTFILE ASSIGN PNTNAME
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT PNTEDOC ASSIGN PNTEDNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT PNTRPT  ASSIGN PNTRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT PNTSRT  ASSIGN PNTSRTNM
                          ORGANIZATION SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN SORTWK1.
       FILE SECTION.
       FD  AROPEN.
           COPY "ARITEM.cpy".
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  MANDREG.
           COPY "MANDREG.cpy".
       FD  PRENOTE.
           COPY "PRENOTE.cpy".
       FD  PNTFILE.
       01  PNT-PRINT-LINE        PIC X(80).
       FD  PNTEDOC.
       01  PNT-EDOC-LINE         PIC X(110).
       FD  PNTRPT.
       01  PNT-REPORT-LINE       PIC X(80).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-CUST-ID         PIC X(6).
           05 SW-COLLECT-DATE    PIC 9(8).
           05 SW-INVOICE-NO      PIC 9(7).
           05 SW-DUE-DATE        PIC 9(8).
           05 SW-AMOUNT          PIC 9(7)V99.
           05 SW-SEQ-TYPE        PIC X(4).
           05 SW-MANDATE-ID      PIC X(16).
       FD  PNTSRT.
       01  PNT-SORTED-RECORD     PIC X(58).
       WORKING-STORAGE SECTION.
       01  WS-AR-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-AR-EOF              VALUE 'Y'.
       01  WS-PN-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-PN-EOF              VALUE 'Y'.
       01  WS-SRT-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-SRT-EOF             VALUE 'Y'.
       01  WS-MANDREG-STATUS     PIC X(2) VALUE '00'.
       01  WS-PRENOTE-STATUS     PIC X(2) VALUE '00'.
      *No register yet (RECHMDT has never run) - no mandate can be
      *confirmed, so every item goes to the exception list.
       01  WS-MANDREG-OPEN-SW    PIC X VALUE 'N'.
           88 WS-MANDREG-AVAILABLE   VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-COLLECT-DATE       PIC 9(8) VALUE 0.
       01  WS-COLLECT-HORIZON    PIC 9(8) VALUE 0.
       01  WS-ITEM-COLLECT-DATE  PIC 9(8) VALUE 0.
       01  WS-ITEM-SEQ-TYPE      PIC X(4).
       01  WS-OPEN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-EXCEPTION-TEXT     PIC X(30).
       01  WS-PN-FOUND-SW        PIC X.
           88 WS-PN-FOUND            VALUE 'Y'.
       01  WS-MR-FOUND-SW        PIC X.
           88 WS-MR-FOUND            VALUE 'Y'.
       01  WS-AR-FOUND-SW        PIC X.
           88 WS-AR-FOUND            VALUE 'Y'.
       01  WS-CUST-NOT-FOUND     PIC 9 VALUE 0.
           88 CUST-NOT-FOUND         VALUE 1.
           88 CUST-FOUND             VALUE 0.
       01  WS-ITEMS-NOTIFIED     PIC 9(7) VALUE 0.
       01  WS-ALREADY-NOTIFIED   PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT    PIC 9(7) VALUE 0.
       01  WS-PURGED-COUNT       PIC 9(7) VALUE 0.
       01  WS-NOTICE-COUNT       PIC 9(7) VALUE 0.
       01  WS-NOTICE-PRINT-COUNT PIC 9(7) VALUE 0.
       01  WS-NOTICE-EDOC-COUNT  PIC 9(7) VALUE 0.
       01  WS-TOTAL-NOTIFIED     PIC S9(11)V99 VALUE 0.
      *Current notice's customer group and delivery channel.
       01  WS-PNT-CUST-ID        PIC X(6) VALUE SPACES.
       01  WS-PNT-ELEC-SW        PIC X VALUE 'N'.
           88 WS-PNT-ELECTRONIC      VALUE 'Y'.
       01  WS-PNT-TOTAL          PIC S9(9)V99 VALUE 0.
       01  WS-PNT-LINE           PIC X(80).
       01  WS-PNT-AMT-ED         PIC Z(6)9.99.
       01  WS-PNT-TOTAL-ED       PIC -(9)9.99.
       01  WS-AMT-ED             PIC -(9)9.99.
      *Working copy of the sorted record, since PNTSRT's FD record
      *is a plain byte string.
       01  WS-PNT-RECORD.
           05 WD-CUST-ID         PIC X(6).
           05 WD-COLLECT-DATE    PIC 9(8).
           05 WD-INVOICE-NO      PIC 9(7).
           05 WD-DUE-DATE        PIC 9(8).
           05 WD-AMOUNT          PIC 9(7)V99.
           05 WD-SEQ-TYPE        PIC X(4).
           05 WD-MANDATE-ID      PIC X(16).
       LINKAGE SECTION.
      *Optional PARM: the earliest collection date, then the
      *horizon - items due on or before it are notified - both as
      *YYYYMMDD. The collection date defaults to 14 days after the
      *run date, the horizon to the collection date.
       01  NP-PARM-AREA.
           05 NP-PARM-LEN        PIC S9(4) COMP.
           05 NP-PARM-COLLECT-DATE PIC 9(8).
           05 NP-PARM-HORIZON    PIC 9(8).
       PROCEDURE DIVISION USING NP-PARM-AREA.
       PRENOTE-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-COLLECT-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 14)
            IF NP-PARM-LEN > 0 then
                MOVE NP-PARM-COLLECT-DATE TO WS-COLLECT-DATE
            END-IF
            MOVE WS-COLLECT-DATE TO WS-COLLECT-HORIZON
            IF NP-PARM-LEN > 8 then
                MOVE NP-PARM-HORIZON TO WS-COLLECT-HORIZON
            END-IF
            OPEN INPUT  AROPEN
            OPEN INPUT  CUSTMAST
            OPEN INPUT  MANDREG
            IF WS-MANDREG-STATUS = '00' then
                SET WS-MANDREG-AVAILABLE TO TRUE
            ELSE
                DISPLAY '*** MANDATE REGISTER NOT AVAILABLE ***'
            END-IF
      *The pre-notification file is created on the first run.
            OPEN I-O PRENOTE
            IF WS-PRENOTE-STATUS = '35' then
                OPEN OUTPUT PRENOTE
                CLOSE PRENOTE
                OPEN I-O PRENOTE
            END-IF
            OPEN OUTPUT PNTFILE
            OPEN OUTPUT PNTEDOC
            OPEN OUTPUT PNTRPT
            PERFORM WRITE-REPORT-HEADER
            PERFORM PURGE-STALE-NOTICES
            PERFORM SORT-NOTIFY-ITEMS
            CLOSE AROPEN
            IF WS-MANDREG-AVAILABLE then
                CLOSE MANDREG
            END-IF
            CLOSE PRENOTE
            OPEN INPUT PNTSRT
            PERFORM READ-SORTED-ITEM.
       PURGE-STALE-NOTICES.
      *A record whose item is settled, gone or already with the bank
      *has nothing left to notify.
            MOVE 0 TO PN-INVOICE-NO
            START PRENOTE KEY NOT LESS THAN PN-INVOICE-NO
                INVALID KEY
                    SET WS-PN-EOF TO TRUE
            END-START
            PERFORM CHECK-ONE-NOTICE
                UNTIL WS-PN-EOF.
       CHECK-ONE-NOTICE.
            READ PRENOTE NEXT RECORD
                AT END
                    SET WS-PN-EOF TO TRUE
            END-READ
            IF NOT WS-PN-EOF then
                MOVE 'Y' TO WS-AR-FOUND-SW
                MOVE PN-INVOICE-NO TO AR-INVOICE-NO
                READ AROPEN
                    INVALID KEY
                        MOVE 'N' TO WS-AR-FOUND-SW
                END-READ
                IF NOT WS-AR-FOUND then
                    PERFORM DELETE-STALE-NOTICE
                ELSE
                    IF AR-ITEM-SETTLED
                        OR AR-COLLECT-SENT-DATE NOT = 0 then
                        PERFORM DELETE-STALE-NOTICE
                    END-IF
                END-IF
            END-IF.
       DELETE-STALE-NOTICE.
            DELETE PRENOTE RECORD
            ADD 1 TO WS-PURGED-COUNT.
       SORT-NOTIFY-ITEMS.
      *Select the items into customer and collection-date order so
      *the notices come out one customer at a time.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-CUST-ID
                ON ASCENDING KEY SW-COLLECT-DATE
                ON ASCENDING KEY SW-INVOICE-NO
                INPUT PROCEDURE SORT-RELEASE-NOTIFY-ITEMS
                GIVING PNTSRT.
       SORT-RELEASE-NOTIFY-ITEMS.
            MOVE 0 TO AR-INVOICE-NO
            START AROPEN KEY NOT LESS THAN AR-INVOICE-NO
                INVALID KEY
                    SET WS-AR-EOF TO TRUE
            END-START
            PERFORM SELECT-ONE-OPEN-ITEM
                UNTIL WS-AR-EOF.
       SELECT-ONE-OPEN-ITEM.
            READ AROPEN NEXT RECORD
                AT END
                    SET WS-AR-EOF TO TRUE
            END-READ
            IF NOT WS-AR-EOF then
      *The same items RECHDD will take - never a disputed one, nor
      *one already with the bank.
                IF NOT AR-ITEM-SETTLED
                    AND AR-NOT-DISPUTED
                    AND AR-COLLECT-SENT-DATE = 0
                    AND AR-DUE-DATE <= WS-COLLECT-HORIZON then
                    PERFORM CHECK-ITEM-FOR-NOTICE
                        THRU CHECK-ITEM-FOR-NOTICE-EXIT
                END-IF
            END-IF.
       CHECK-ITEM-FOR-NOTICE.
            COMPUTE WS-OPEN-BALANCE = AR-TOTAL-VAT - AR-PAID-AMT
            IF WS-OPEN-BALANCE <= 0 then
                GO TO CHECK-ITEM-FOR-NOTICE-EXIT
            END-IF
            SET CUST-FOUND TO TRUE
            MOVE AR-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    SET CUST-NOT-FOUND TO TRUE
            END-READ
            IF CUST-NOT-FOUND then
                GO TO CHECK-ITEM-FOR-NOTICE-EXIT
            END-IF
            IF NOT CM-PAY-DIRECT-DEBIT then
                GO TO CHECK-ITEM-FOR-NOTICE-EXIT
            END-IF
            IF CM-BANK-CODE = SPACES
                OR CM-BANK-ACCT-NO = SPACES
                OR CM-MANDATE-ID = SPACES then
                MOVE 'MANDATE MISSING' TO WS-EXCEPTION-TEXT
                PERFORM WRITE-NOTICE-EXCEPTION
                GO TO CHECK-ITEM-FOR-NOTICE-EXIT
            END-IF
            MOVE 'N' TO WS-MR-FOUND-SW
            IF WS-MANDREG-AVAILABLE then
                MOVE 'Y' TO WS-MR-FOUND-SW
                MOVE CM-CUST-ID TO MR-CUST-ID
                MOVE CM-MANDATE-ID TO MR-MANDATE-ID
                READ MANDREG
                    INVALID KEY
                        MOVE 'N' TO WS-MR-FOUND-SW
                END-READ
            END-IF
            IF NOT WS-MR-FOUND then
                MOVE 'MANDATE NOT REGISTERED' TO WS-EXCEPTION-TEXT
                PERFORM WRITE-NOTICE-EXCEPTION
                GO TO CHECK-ITEM-FOR-NOTICE-EXIT
            END-IF
            IF NOT MR-COLLECTABLE then
                MOVE 'MANDATE NOT ACTIVE' TO WS-EXCEPTION-TEXT
                PERFORM WRITE-NOTICE-EXCEPTION
                GO TO CHECK-ITEM-FOR-NOTICE-EXIT
            END-IF
      *Notified before under this mandate for this amount - the
      *notice stands, whatever day it is collected.
            MOVE 'Y' TO WS-PN-FOUND-SW
            MOVE AR-INVOICE-NO TO PN-INVOICE-NO
            READ PRENOTE
                INVALID KEY
                    MOVE 'N' TO WS-PN-FOUND-SW
            END-READ
            IF WS-PN-FOUND
                AND PN-MANDATE-ID = CM-MANDATE-ID
                AND PN-AMOUNT = WS-OPEN-BALANCE then
                ADD 1 TO WS-ALREADY-NOTIFIED
                GO TO CHECK-ITEM-FOR-NOTICE-EXIT
            END-IF
            PERFORM RECORD-ITEM-NOTICE.
       CHECK-ITEM-FOR-NOTICE-EXIT.
            EXIT.
       RECORD-ITEM-NOTICE.
            IF AR-DUE-DATE > WS-COLLECT-DATE then
                MOVE AR-DUE-DATE TO WS-ITEM-COLLECT-DATE
            ELSE
                MOVE WS-COLLECT-DATE TO WS-ITEM-COLLECT-DATE
            END-IF
      *The sequence type the collection is expected to go under -
      *RECHDD settles it on the day from the register.
            EVALUATE TRUE
                WHEN MR-ENDING
                    MOVE 'FNAL' TO WS-ITEM-SEQ-TYPE
                WHEN MR-COLLECT-COUNT = 0
                    MOVE 'FRST' TO WS-ITEM-SEQ-TYPE
                WHEN OTHER
                    MOVE 'RCUR' TO WS-ITEM-SEQ-TYPE
            END-EVALUATE
            MOVE AR-INVOICE-NO TO PN-INVOICE-NO
            MOVE AR-CUST-ID TO PN-CUST-ID
            MOVE CM-MANDATE-ID TO PN-MANDATE-ID
            MOVE WS-ITEM-SEQ-TYPE TO PN-SEQ-TYPE
            MOVE WS-OPEN-BALANCE TO PN-AMOUNT
            MOVE WS-ITEM-COLLECT-DATE TO PN-COLLECT-DATE
            MOVE WS-RUN-DATE TO PN-NOTIFIED-DATE
            MOVE 'P' TO PN-CHANNEL
            IF CM-DELIVERY-ELECTRONIC
                AND NOT CM-EMAIL-FAILING
                AND CM-EMAIL-ADDR NOT = SPACES then
                MOVE 'E' TO PN-CHANNEL
            END-IF
            IF WS-PN-FOUND then
                REWRITE PRENOTE-RECORD
            ELSE
                WRITE PRENOTE-RECORD
            END-IF
            MOVE AR-CUST-ID TO SW-CUST-ID
            MOVE WS-ITEM-COLLECT-DATE TO SW-COLLECT-DATE
            MOVE AR-INVOICE-NO TO SW-INVOICE-NO
            MOVE AR-DUE-DATE TO SW-DUE-DATE
            MOVE WS-OPEN-BALANCE TO SW-AMOUNT
            MOVE WS-ITEM-SEQ-TYPE TO SW-SEQ-TYPE
            MOVE CM-MANDATE-ID TO SW-MANDATE-ID
            RELEASE SORT-WORK-RECORD
            ADD 1 TO WS-ITEMS-NOTIFIED
            ADD WS-OPEN-BALANCE TO WS-TOTAL-NOTIFIED.
       WRITE-NOTICE-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT
            MOVE SPACES TO PNT-REPORT-LINE
            STRING WS-EXCEPTION-TEXT DELIMITED BY SIZE
                ' - CUSTOMER ' DELIMITED BY SIZE
                AR-CUST-ID DELIMITED BY SIZE
                ' INVOICE ' DELIMITED BY SIZE
                AR-INVOICE-NO DELIMITED BY SIZE
                ' NOT NOTIFIED' DELIMITED BY SIZE
                INTO PNT-REPORT-LINE
            END-STRING
            WRITE PNT-REPORT-LINE.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO PNT-REPORT-LINE
            STRING 'DIRECT-DEBIT PRE-NOTIFICATION - COLLECT FROM '
                DELIMITED BY SIZE
                WS-COLLECT-DATE DELIMITED BY SIZE
                ' HORIZON ' DELIMITED BY SIZE
                WS-COLLECT-HORIZON DELIMITED BY SIZE
                INTO PNT-REPORT-LINE
            END-STRING
            WRITE PNT-REPORT-LINE.
       BOD-PARA.
            PERFORM PROCESS-SORTED-ITEM
                UNTIL WS-SRT-EOF.
       READ-SORTED-ITEM.
            READ PNTSRT
                AT END
                    SET WS-SRT-EOF TO TRUE
                NOT AT END
                    MOVE PNT-SORTED-RECORD TO WS-PNT-RECORD
            END-READ.
       PROCESS-SORTED-ITEM.
            IF WD-CUST-ID NOT = WS-PNT-CUST-ID then
                IF WS-PNT-CUST-ID NOT = SPACES then
                    PERFORM CLOSE-NOTICE
                END-IF
                PERFORM OPEN-NOTICE
            END-IF
            PERFORM WRITE-NOTICE-ITEM-LINE
            ADD WD-AMOUNT TO WS-PNT-TOTAL
            PERFORM READ-SORTED-ITEM.
       OPEN-NOTICE.
      *Start a new notice: addressee block and delivery channel off
      *CUSTMAST, then the mandate and the account it debits.
            MOVE WD-CUST-ID TO WS-PNT-CUST-ID
            MOVE 0 TO WS-PNT-TOTAL
            SET CUST-FOUND TO TRUE
            MOVE WD-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    SET CUST-NOT-FOUND TO TRUE
            END-READ
            MOVE 'N' TO WS-PNT-ELEC-SW
            IF CUST-FOUND then
                IF CM-DELIVERY-ELECTRONIC
                    AND NOT CM-EMAIL-FAILING
                    AND CM-EMAIL-ADDR NOT = SPACES then
                    SET WS-PNT-ELECTRONIC TO TRUE
                END-IF
            END-IF
            MOVE SPACES TO WS-PNT-LINE
            STRING '========= DIRECT DEBIT PRE-NOTIFICATION ========'
                DELIMITED BY SIZE
                INTO WS-PNT-LINE
            END-STRING
            PERFORM WRITE-NOTICE-LINE
            IF CUST-FOUND then
                MOVE CM-CUST-NAME TO WS-PNT-LINE
                PERFORM WRITE-NOTICE-LINE
                MOVE CM-BILL-ADDR-LINE1 TO WS-PNT-LINE
                PERFORM WRITE-NOTICE-LINE
                IF CM-BILL-ADDR-LINE2 NOT = SPACES then
                    MOVE CM-BILL-ADDR-LINE2 TO WS-PNT-LINE
                    PERFORM WRITE-NOTICE-LINE
                END-IF
                MOVE SPACES TO WS-PNT-LINE
                STRING CM-BILL-CITY DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CM-BILL-STATE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CM-BILL-ZIP DELIMITED BY SIZE
                    INTO WS-PNT-LINE
                END-STRING
                PERFORM WRITE-NOTICE-LINE
                IF WS-PNT-ELECTRONIC then
                    MOVE SPACES TO WS-PNT-LINE
                    STRING 'DELIVER TO: ' DELIMITED BY SIZE
                        CM-EMAIL-ADDR DELIMITED BY SIZE
                        INTO WS-PNT-LINE
                    END-STRING
                    PERFORM WRITE-NOTICE-LINE
                END-IF
            ELSE
                MOVE SPACES TO WS-PNT-LINE
                STRING 'CUSTOMER ' DELIMITED BY SIZE
                    WD-CUST-ID DELIMITED BY SIZE
                    ' (NOT ON CUSTOMER MASTER)' DELIMITED BY SIZE
                    INTO WS-PNT-LINE
                END-STRING
                PERFORM WRITE-NOTICE-LINE
            END-IF
            MOVE SPACES TO WS-PNT-LINE
            PERFORM WRITE-NOTICE-LINE
            MOVE 'WE WILL COLLECT THE ITEMS BELOW FROM YOUR ACCOUNT BY
      -         ' SEPA DIRECT DEBIT.' TO WS-PNT-LINE
            PERFORM WRITE-NOTICE-LINE
            MOVE SPACES TO WS-PNT-LINE
            STRING 'MANDATE REFERENCE: ' DELIMITED BY SIZE
                WD-MANDATE-ID DELIMITED BY SIZE
                INTO WS-PNT-LINE
            END-STRING
            PERFORM WRITE-NOTICE-LINE
            IF CUST-FOUND then
                MOVE SPACES TO WS-PNT-LINE
                STRING 'DEBITED ACCOUNT:   ' DELIMITED BY SIZE
                    CM-BANK-CODE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CM-BANK-ACCT-NO DELIMITED BY SIZE
                    INTO WS-PNT-LINE
                END-STRING
                PERFORM WRITE-NOTICE-LINE
            END-IF
            MOVE SPACES TO WS-PNT-LINE
            PERFORM WRITE-NOTICE-LINE
            MOVE 'INVOICE  DUE DATE  COLLECTED ON      AMOUNT  SEQUENC
      -         'E' TO WS-PNT-LINE
            PERFORM WRITE-NOTICE-LINE.
       WRITE-NOTICE-ITEM-LINE.
            MOVE WD-AMOUNT TO WS-PNT-AMT-ED
            MOVE SPACES TO WS-PNT-LINE
            STRING WD-INVOICE-NO DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WD-DUE-DATE DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WD-COLLECT-DATE DELIMITED BY SIZE
                '    ' DELIMITED BY SIZE
                WS-PNT-AMT-ED DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WD-SEQ-TYPE DELIMITED BY SIZE
                INTO WS-PNT-LINE
            END-STRING
            PERFORM WRITE-NOTICE-LINE.
       CLOSE-NOTICE.
            MOVE WS-PNT-TOTAL TO WS-PNT-TOTAL-ED
            MOVE SPACES TO WS-PNT-LINE
            STRING 'TOTAL TO BE DEBITED: ' DELIMITED BY SIZE
                WS-PNT-TOTAL-ED DELIMITED BY SIZE
                INTO WS-PNT-LINE
            END-STRING
            PERFORM WRITE-NOTICE-LINE
            MOVE SPACES TO WS-PNT-LINE
            PERFORM WRITE-NOTICE-LINE
            MOVE 'PLEASE ENSURE YOUR ACCOUNT IS COVERED ON THE COLLECT
      -         'ION DATES SHOWN.' TO WS-PNT-LINE
            PERFORM WRITE-NOTICE-LINE
            MOVE 'IF ANY ITEM IS NOT DUE, CONTACT US BEFORE ITS COLLEC
      -         'TION DATE.' TO WS-PNT-LINE
            PERFORM WRITE-NOTICE-LINE
            MOVE SPACES TO WS-PNT-LINE
            PERFORM WRITE-NOTICE-LINE
            ADD 1 TO WS-NOTICE-COUNT
            IF WS-PNT-ELECTRONIC then
                ADD 1 TO WS-NOTICE-EDOC-COUNT
            ELSE
                ADD 1 TO WS-NOTICE-PRINT-COUNT
            END-IF.
       WRITE-NOTICE-LINE.
            IF WS-PNT-ELECTRONIC then
                MOVE SPACES TO PNT-EDOC-LINE
                MOVE WS-PNT-LINE TO PNT-EDOC-LINE
                WRITE PNT-EDOC-LINE
            ELSE
                MOVE WS-PNT-LINE TO PNT-PRINT-LINE
                WRITE PNT-PRINT-LINE
            END-IF.
       END-PARA.
            IF WS-PNT-CUST-ID NOT = SPACES then
                PERFORM CLOSE-NOTICE
            END-IF
            MOVE WS-TOTAL-NOTIFIED TO WS-AMT-ED
            MOVE SPACES TO PNT-REPORT-LINE
            STRING 'ITEMS NOTIFIED: ' DELIMITED BY SIZE
                WS-ITEMS-NOTIFIED DELIMITED BY SIZE
                ' AMOUNT ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                INTO PNT-REPORT-LINE
            END-STRING
            WRITE PNT-REPORT-LINE
            MOVE SPACES TO PNT-REPORT-LINE
            STRING 'NOTICES PRINTED: ' DELIMITED BY SIZE
                WS-NOTICE-PRINT-COUNT DELIMITED BY SIZE
                ' ELECTRONIC: ' DELIMITED BY SIZE
                WS-NOTICE-EDOC-COUNT DELIMITED BY SIZE
                INTO PNT-REPORT-LINE
            END-STRING
            WRITE PNT-REPORT-LINE
            MOVE SPACES TO PNT-REPORT-LINE
            STRING 'ALREADY NOTIFIED: ' DELIMITED BY SIZE
                WS-ALREADY-NOTIFIED DELIMITED BY SIZE
                ' EXCEPTIONS: ' DELIMITED BY SIZE
                WS-EXCEPTION-COUNT DELIMITED BY SIZE
                ' DROPPED: ' DELIMITED BY SIZE
                WS-PURGED-COUNT DELIMITED BY SIZE
                INTO PNT-REPORT-LINE
            END-STRING
            WRITE PNT-REPORT-LINE
            CLOSE CUSTMAST PNTFILE PNTEDOC PNTRPT PNTSRT
            DISPLAY 'PRE-NOTIFICATION - ITEMS NOTIFIED:   '
                WS-ITEMS-NOTIFIED
            DISPLAY 'PRE-NOTIFICATION - NOTICES:          '
                WS-NOTICE-COUNT
            DISPLAY 'PRE-NOTIFICATION - ALREADY NOTIFIED: '
                WS-ALREADY-NOTIFIED
            DISPLAY 'PRE-NOTIFICATION - EXCEPTIONS:       '
                WS-EXCEPTION-COUNT
            DISPLAY 'PRE-NOTIFICATION - RECORDS DROPPED:  '
                WS-PURGED-COUNT
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
