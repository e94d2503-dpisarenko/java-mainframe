      *items with a refund reference - customers without bank
      *details on file come out on the exception list for a manual
      *transfer instead of being silently skipped forever.
      *
      *A refund to bank details that changed only days ago is held
      *for verification instead of paid - the date of the last
      *approved bank change comes from the sensitive-change file
      *(CUSTSENS); the item stays open and refunds on a later run
      *once the hold period has passed.
       PROGRAM-ID. RECHRFD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CM-CUST-ID.
           SELECT CUSTSENS ASSIGN CUSTSENSNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CS-CUST-ID
                          FILE STATUS WS-CUSTSENS-STATUS.
           SELECT RFDFILE ASSIGN RFDFILENM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT GLFILE  ASSIGN GLNAME
           SELECT ARCTL   ASSIGN ARCTLNM
                          ORGANIZATION SEQUENTIAL
                          FILE STATUS WS-ARCTL-STATUS.
      *Cash-book control balance mirroring the GL's bank account -
      *the refunds paid leave the bank. See BANKCTL.cpy.
           SELECT BANKCTL ASSIGN BANKCTLNM
                          ORGANIZATION SEQUENTIAL
                          FILE STATUS WS-BANKCTL-STATUS.
      *AR open-item journal - the before and after image of every
      *change this run makes to an open item, for forward recovery
      *and the item-level audit trail. See ARJRNL.cpy.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
      *Company master - the AR accounts the refund posts against.
           SELECT COMPMAST ASSIGN COMPNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CO-COMPANY-CODE
                          FILE STATUS WS-COMPMAST-STATUS.
       FILE SECTION.
       FD  AROPEN.
           COPY "ARITEM.cpy".
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  CUSTSENS.
           COPY "CUSTSENS.cpy".
      *Bank payment record in the collection extract's shape -
      *the bank pays the customer instead of debiting them.
       FD  RFDFILE.
       01  RFD-REPORT-LINE       PIC X(80).
       FD  ARCTL.
           COPY "ARCTL.cpy".
       FD  BANKCTL.
           COPY "BANKCTL.cpy".
       FD  ARJRNL.
           COPY "ARJRNL.cpy".
       FD  COMPMAST.
           COPY "COMPMAST.cpy".
       WORKING-STORAGE SECTION.
       01  WS-AR-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-AR-EOF              VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
      *The open item as last read or journaled - the before image of
      *the next change - and this run's journal sequence.
       01  WS-AR-BEFORE-IMAGE    PIC X(103).
       01  WS-AJ-SEQ             PIC 9(9) VALUE 0.
       01  WS-AJ-CTL-BEFORE      PIC X(23).
       01  WS-REFUND-AGE-DAYS    PIC 9(3) VALUE 60.
       01  WS-ITEM-AGE           PIC S9(5) VALUE 0.
       01  WS-BANK-HOLD-DAYS     PIC 9(3) VALUE 30.
       01  WS-BANK-CHANGE-AGE    PIC S9(5) VALUE 0.
       01  WS-CUSTSENS-STATUS    PIC X(2) VALUE '00'.
       01  WS-SENS-AVAILABLE-SW  PIC X VALUE 'N'.
           88 WS-SENS-AVAILABLE      VALUE 'Y'.
       01  WS-BANK-HELD-COUNT    PIC 9(7) VALUE 0.
       01  WS-CREDIT-BALANCE     PIC S9(7)V99 VALUE 0.
       01  WS-ITEMS-REFUNDED     PIC 9(7) VALUE 0.
       01  WS-NO-BANK-COUNT      PIC 9(7) VALUE 0.
       01  WS-AMT-ED             PIC -(9)9.99.
       01  WS-ARCTL-STATUS       PIC X(2) VALUE '00'.
       01  WS-CTL-MOVEMENT       PIC S9(11)V99 VALUE 0.
       01  WS-BANKCTL-STATUS     PIC X(2) VALUE '00'.
       01  WS-BANK-PAID-OUT      PIC S9(11)V99 VALUE 0.
      *The AR account of the refunded item's company - its
      *intercompany AR account when the customer is a group
      *company - and the company last looked up.
       01  WS-COMPMAST-STATUS    PIC X(2) VALUE '00'.
       01  WS-AR-CO-CODE         PIC X(2) VALUE HIGH-VALUES.
       01  WS-AR-CO-AR-ACCT      PIC X(10) VALUE '1200-AR  '.
       01  WS-AR-CO-ICAR-ACCT    PIC X(10) VALUE '1260-ICAR'.
       01  WS-AR-GL-ACCT         PIC X(10) VALUE '1200-AR  '.
       LINKAGE SECTION.
      *Optional PARM: the age in days a credit balance must have
      *been open before it refunds - defaults to 60 - then the days
      *a changed bank account is held for verification - defaults
      *to 30.
       01  RF-PARM-AREA.
           05 RF-PARM-LEN        PIC S9(4) COMP.
           05 RF-PARM-AGE-DAYS   PIC 9(3).
           05 RF-PARM-HOLD-DAYS  PIC 9(3).
       PROCEDURE DIVISION USING RF-PARM-AREA.
       REFUND-MAIN.
            PERFORM INIT-PARA
            IF RF-PARM-LEN > 0 then
                MOVE RF-PARM-AGE-DAYS TO WS-REFUND-AGE-DAYS
            END-IF
            IF RF-PARM-LEN > 5 then
                MOVE RF-PARM-HOLD-DAYS TO WS-BANK-HOLD-DAYS
            END-IF
            MOVE SPACES TO WS-REFUND-REF
            STRING 'RF' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO WS-REFUND-REF
            END-STRING
            OPEN I-O    AROPEN
            OPEN EXTEND ARJRNL
            OPEN I-O    CUSTMAST
            OPEN INPUT  COMPMAST
            OPEN INPUT  CUSTSENS
            IF WS-CUSTSENS-STATUS = '00' then
                SET WS-SENS-AVAILABLE TO TRUE
            ELSE
                DISPLAY '*** SENSITIVE-CHANGE FILE NOT AVAILABLE - '
                    'NO BANK-CHANGE HOLDS THIS RUN ***'
            END-IF
            OPEN OUTPUT RFDFILE
            OPEN OUTPUT GLFILE
            OPEN OUTPUT RFDRPT
                    SET WS-AR-EOF TO TRUE
            END-READ
            IF NOT WS-AR-EOF then
                MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                IF NOT AR-ITEM-SETTLED
                    AND AR-TOTAL-VAT - AR-PAID-AMT < 0 then
                    PERFORM CHECK-ITEM-FOR-REFUND
                PERFORM WRITE-NO-BANK-LINE
                GO TO CHECK-ITEM-FOR-REFUND-EXIT
            END-IF
      *Bank details changed inside the hold period - someone checks
      *with the customer before money goes to the new account.
            IF WS-SENS-AVAILABLE then
                MOVE AR-CUST-ID TO CS-CUST-ID
                READ CUSTSENS
                    INVALID KEY
                        MOVE 0 TO CS-BANK-CHANGE-DATE
                END-READ
                IF CS-BANK-CHANGE-DATE > 0 then
                    COMPUTE WS-BANK-CHANGE-AGE =
                        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                        FUNCTION INTEGER-OF-DATE(CS-BANK-CHANGE-DATE)
                    IF WS-BANK-CHANGE-AGE < WS-BANK-HOLD-DAYS then
                        ADD 1 TO WS-BANK-HELD-COUNT
                        PERFORM WRITE-BANK-HELD-LINE
                        GO TO CHECK-ITEM-FOR-REFUND-EXIT
                    END-IF
                END-IF
            END-IF
            PERFORM PAY-ONE-REFUND.
       CHECK-ITEM-FOR-REFUND-EXIT.
            EXIT.
            SET AR-ITEM-PAID TO TRUE
            MOVE WS-REFUND-REF TO AR-REFUND-REF
            REWRITE AR-OPEN-ITEM-RECORD
            PERFORM JOURNAL-ITEM-CHANGE
            ADD 1 TO WS-ITEMS-REFUNDED
            ADD WS-CREDIT-BALANCE TO WS-TOTAL-REFUNDED
            ADD WS-CREDIT-BALANCE TO WS-CTL-MOVEMENT
                AR-INVOICE-NO DELIMITED BY SIZE
                INTO GL-DESCRIPTION
            END-STRING
            PERFORM LOAD-ITEM-AR-ACCOUNT
            MOVE WS-AR-GL-ACCT TO GL-ACCOUNT-NO
            SET GL-DEBIT TO TRUE
            WRITE GL-POSTING-RECORD
            MOVE '1000-BANK' TO GL-ACCOUNT-NO
            SET GL-CREDIT TO TRUE
            WRITE GL-POSTING-RECORD.
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
       RESTORE-CUSTOMER-BALANCE.
      *The refunded credit no longer offsets the customer's debt -
      *its negative comes back off the balance (and the parent's,
                WS-RUN-DATE DELIMITED BY SIZE
                ' - MINIMUM AGE DAYS ' DELIMITED BY SIZE
                WS-REFUND-AGE-DAYS DELIMITED BY SIZE
                ' - BANK HOLD DAYS ' DELIMITED BY SIZE
                WS-BANK-HOLD-DAYS DELIMITED BY SIZE
                INTO RFD-REPORT-LINE
            END-STRING
            WRITE RFD-REPORT-LINE.
                INTO RFD-REPORT-LINE
            END-STRING
            WRITE RFD-REPORT-LINE.
       WRITE-BANK-HELD-LINE.
            MOVE WS-CREDIT-BALANCE TO WS-AMT-ED
            MOVE SPACES TO RFD-REPORT-LINE
            STRING 'HELD - CUSTOMER ' DELIMITED BY SIZE
                AR-CUST-ID DELIMITED BY SIZE
                ' ITEM ' DELIMITED BY SIZE
                AR-INVOICE-NO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                ' BANK CHANGED ' DELIMITED BY SIZE
                CS-BANK-CHANGE-DATE DELIMITED BY SIZE
                ' - VERIFY' DELIMITED BY SIZE
                INTO RFD-REPORT-LINE
            END-STRING
            WRITE RFD-REPORT-LINE.
       ROLL-AR-CONTROL.
      *Roll this run's net open-item movement into the AR control
      *balance - a missing control record simply starts the
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
      *Roll the money paid out of the bank into the cash-book
      *control balance - a missing control record simply starts
      *the balance from this movement (first installation).
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
            SUBTRACT WS-BANK-PAID-OUT FROM BK-CONTROL-BAL
            MOVE WS-RUN-DATE TO BK-LAST-UPDATE
            OPEN OUTPUT BANKCTL
            WRITE BANK-CONTROL-RECORD
            CLOSE BANKCTL.
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
            MOVE 'RECHRFD' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            IF WS-CTL-MOVEMENT NOT = 0 then
                PERFORM ROLL-AR-CONTROL
            END-IF
            MOVE WS-TOTAL-REFUNDED TO WS-BANK-PAID-OUT
            IF WS-BANK-PAID-OUT NOT = 0 then
                PERFORM ROLL-BANK-CONTROL
            END-IF
            IF WS-SENS-AVAILABLE then
                CLOSE CUSTSENS
            END-IF
            CLOSE AROPEN CUSTMAST RFDFILE GLFILE RFDRPT ARJRNL
            IF WS-COMPMAST-STATUS NOT = '35' then
                CLOSE COMPMAST
            END-IF
            DISPLAY 'REFUND RUN - ITEMS REFUNDED:     '
                WS-ITEMS-REFUNDED
            DISPLAY 'REFUND RUN - AMOUNT REFUNDED:    '
                WS-TOTAL-REFUNDED
            DISPLAY 'REFUND RUN - NO BANK DETAILS:    '
                WS-NO-BANK-COUNT
            DISPLAY 'REFUND RUN - HELD, BANK CHANGED: '
                WS-BANK-HELD-COUNT
            STOP RUN.
