      *Balance-confirmation replies and reconciliation. The replies
      *customers return on the confirmation slips RECHCNF printed
      *are keyed back as a transaction file, the way RECHDSP takes
      *dispute actions: 'A' the customer agrees the stated balance,
      *'D' the customer disagrees and states the amount their own
      *records show. Each reply is recorded on the confirmation
      *register (CNFREG) with who keyed it and when; a reply keyed
      *again replaces the earlier one, so a keying error is put
      *right by re-keying it. Every transaction comes out on the
      *applied/rejected report, and the run closes with the
      *reconciliation - every disagreed confirmation with the
      *difference between our stated balance and the customer's,
      *and every confirmation still awaiting a reply, for
      *follow-up - plus the round's agreed/disagreed/outstanding
      *totals.
       PROGRAM-ID. RECHCNR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNFTRAN ASSIGN CNFTRNM
                          ORGANIZATION LINE SEQUENTIAL.
      *Confirmation register - see CNFREG.cpy.
           SELECT CNFREG  ASSIGN CNFREGNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CR-KEY
                          FILE STATUS WS-CNFREG-STATUS.
           SELECT RCRPT   ASSIGN RCRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  CNFTRAN.
       01  CONFIRM-TRAN-RECORD.
           05 CT-ACTION          PIC X.
               88 CT-ACTION-AGREED   VALUE 'A'.
               88 CT-ACTION-DISAGREED VALUE 'D'.
           05 CT-USER-ID         PIC X(8).
           05 CT-CUTOFF-DATE     PIC 9(8).
           05 CT-ACCT-ID         PIC X(6).
      *The balance the customer's records show, on a disagreed
      *reply - '-' in the sign byte for a credit balance.
           05 CT-REPLY-SIGN      PIC X.
               88 CT-REPLY-CREDIT    VALUE '-'.
               88 CT-REPLY-SIGN-OK   VALUE '-' '+' ' '.
           05 CT-REPLY-AMT       PIC 9(9)V99.
           05 CT-REPLY-NOTE      PIC X(30).
       FD  CNFREG.
           COPY "CNFREG.cpy".
       FD  RCRPT.
       01  RC-REPORT-LINE        PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-REG-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-REG-EOF             VALUE 'Y'.
       01  WS-CNFREG-STATUS      PIC X(2) VALUE '00'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-ROUND-CUTOFF       PIC 9(8) VALUE 0.
       01  WS-TRAN-READ-COUNT    PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT      PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(7) VALUE 0.
       01  WS-REJECT-REASON      PIC X(40).
       01  WS-TRAN-VALID-SW      PIC X VALUE 'Y'.
           88 WS-TRAN-VALID          VALUE 'Y'.
           88 WS-TRAN-INVALID        VALUE 'N'.
       01  WS-REPLACED-SW        PIC X VALUE 'N'.
           88 WS-REPLY-REPLACED      VALUE 'Y'.
       01  WS-REPLY-BAL          PIC S9(9)V99 VALUE 0.
       01  WS-DIFFERENCE         PIC S9(9)V99 VALUE 0.
       01  WS-DAYS-OUT           PIC S9(5) VALUE 0.
      *Reconciliation totals.
       01  WS-SENT-COUNT         PIC 9(7) VALUE 0.
       01  WS-SENT-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-AGREED-COUNT       PIC 9(7) VALUE 0.
       01  WS-AGREED-TOTAL       PIC S9(11)V99 VALUE 0.
       01  WS-DISAGREED-COUNT    PIC 9(7) VALUE 0.
       01  WS-DISAGREED-TOTAL    PIC S9(11)V99 VALUE 0.
       01  WS-DIFFERENCE-TOTAL   PIC S9(11)V99 VALUE 0.
       01  WS-AWAITED-COUNT      PIC 9(7) VALUE 0.
       01  WS-AWAITED-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-AMT-ED             PIC -(9)9.99.
       01  WS-AMT2-ED            PIC -(9)9.99.
       01  WS-DIFF-ED            PIC -(9)9.99.
       01  WS-TOTAL-ED           PIC -(11)9.99.
       01  WS-COUNT-ED           PIC Z(6)9.
       01  WS-DAYS-ED            PIC Z(4)9.
       LINKAGE SECTION.
      *Optional PARM: the cut-off date of the confirmation round to
      *reconcile - without it the reconciliation covers every round
      *on the register.
       01  CN-PARM-AREA.
           05 CN-PARM-LEN        PIC S9(4) COMP.
           05 CN-PARM-CUTOFF     PIC 9(8).
       PROCEDURE DIVISION USING CN-PARM-AREA.
       CONFRPL-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            IF CN-PARM-LEN > 7 then
                MOVE CN-PARM-CUTOFF TO WS-ROUND-CUTOFF
            END-IF
            OPEN INPUT  CNFTRAN
            OPEN I-O    CNFREG
            OPEN OUTPUT RCRPT
            PERFORM WRITE-REPORT-HEADER.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO RC-REPORT-LINE
            STRING 'BALANCE CONFIRMATION REPLIES - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO RC-REPORT-LINE
            END-STRING
            WRITE RC-REPORT-LINE.
       BOD-PARA.
            PERFORM READ-TRANSACTION
                UNTIL WS-EOF
            PERFORM RECONCILE-REGISTER.
       READ-TRANSACTION.
            READ CNFTRAN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-TRAN-READ-COUNT
                    PERFORM APPLY-TRANSACTION
            END-READ.
       APPLY-TRANSACTION.
            SET WS-TRAN-VALID TO TRUE
            MOVE 'N' TO WS-REPLACED-SW
            MOVE SPACES TO WS-REJECT-REASON
            IF NOT CT-ACTION-AGREED
                AND NOT CT-ACTION-DISAGREED then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND CT-ACTION-DISAGREED
                AND (NOT CT-REPLY-SIGN-OK
                     OR CT-REPLY-AMT IS NOT NUMERIC) then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'DISAGREED REPLY NEEDS THE CUSTOMER AMOUNT' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID then
                PERFORM APPLY-TO-REGISTER
            END-IF
            IF WS-TRAN-VALID then
                ADD 1 TO WS-APPLIED-COUNT
                PERFORM WRITE-REPORT-APPLIED
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REPORT-REJECTED
            END-IF.
       APPLY-TO-REGISTER.
            MOVE CT-CUTOFF-DATE TO CR-CUTOFF-DATE
            MOVE CT-ACCT-ID TO CR-ACCT-ID
            READ CNFREG
                INVALID KEY
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'NOT ON THE CONFIRMATION REGISTER' TO
                        WS-REJECT-REASON
            END-READ
            IF WS-TRAN-VALID then
                IF NOT CR-REPLY-AWAITED then
                    SET WS-REPLY-REPLACED TO TRUE
                END-IF
      *A disagreement naming our own figure is an agreement.
                IF CT-ACTION-AGREED then
                    MOVE CR-STATED-BAL TO WS-REPLY-BAL
                ELSE
                    MOVE CT-REPLY-AMT TO WS-REPLY-BAL
                    IF CT-REPLY-CREDIT then
                        COMPUTE WS-REPLY-BAL = 0 - WS-REPLY-BAL
                    END-IF
                END-IF
                IF WS-REPLY-BAL = CR-STATED-BAL then
                    SET CR-REPLY-AGREED TO TRUE
                ELSE
                    SET CR-REPLY-DISAGREED TO TRUE
                END-IF
                MOVE WS-REPLY-BAL TO CR-REPLY-BAL
                MOVE WS-RUN-DATE TO CR-REPLY-DATE
                MOVE CT-REPLY-NOTE TO CR-REPLY-NOTE
                MOVE CT-USER-ID TO CR-REPLY-USER
                REWRITE CONFIRMATION-REGISTER-RECORD
            END-IF.
       WRITE-REPORT-APPLIED.
            MOVE CR-REPLY-BAL TO WS-AMT-ED
            MOVE SPACES TO RC-REPORT-LINE
            STRING 'APPLIED  ' DELIMITED BY SIZE
                CR-REPLY-STATUS DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CT-CUTOFF-DATE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                CT-ACCT-ID DELIMITED BY SIZE
                ' CUSTOMER SHOWS ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                ' BY ' DELIMITED BY SIZE
                CT-USER-ID DELIMITED BY SIZE
                INTO RC-REPORT-LINE
            END-STRING
            IF WS-REPLY-REPLACED then
                MOVE '(REPLACES EARLIER REPLY)' TO RC-REPORT-LINE(74:)
            END-IF
            WRITE RC-REPORT-LINE.
       WRITE-REPORT-REJECTED.
            MOVE SPACES TO RC-REPORT-LINE
            STRING 'REJECTED ' DELIMITED BY SIZE
                CT-ACTION DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CT-CUTOFF-DATE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                CT-ACCT-ID DELIMITED BY SIZE
                ' - ' DELIMITED BY SIZE
                WS-REJECT-REASON DELIMITED BY SIZE
                INTO RC-REPORT-LINE
            END-STRING
            WRITE RC-REPORT-LINE.
       RECONCILE-REGISTER.
      *The follow-up list: every disagreed confirmation with its
      *difference, and every one still awaiting a reply, aged from
      *the date the letter went out.
            MOVE SPACES TO RC-REPORT-LINE
            WRITE RC-REPORT-LINE
            MOVE SPACES TO RC-REPORT-LINE
            IF WS-ROUND-CUTOFF = 0 then
                MOVE 'CONFIRMATION RECONCILIATION - ALL ROUNDS' TO
                    RC-REPORT-LINE
            ELSE
                STRING 'CONFIRMATION RECONCILIATION - CUT-OFF '
                    DELIMITED BY SIZE
                    WS-ROUND-CUTOFF DELIMITED BY SIZE
                    INTO RC-REPORT-LINE
                END-STRING
            END-IF
            WRITE RC-REPORT-LINE
            MOVE 'REFERENCE       NAME                           STATED
      -         '         CUSTOMER      DIFFERENCE  FOLLOW-UP'
                TO RC-REPORT-LINE
            WRITE RC-REPORT-LINE
            MOVE WS-ROUND-CUTOFF TO CR-CUTOFF-DATE
            MOVE LOW-VALUES TO CR-ACCT-ID
            START CNFREG KEY NOT LESS THAN CR-KEY
                INVALID KEY
                    SET WS-REG-EOF TO TRUE
            END-START
            PERFORM RECONCILE-ONE-CONFIRMATION
                UNTIL WS-REG-EOF.
       RECONCILE-ONE-CONFIRMATION.
            READ CNFREG NEXT RECORD
                AT END
                    SET WS-REG-EOF TO TRUE
            END-READ
            IF NOT WS-REG-EOF
                AND WS-ROUND-CUTOFF NOT = 0
                AND CR-CUTOFF-DATE NOT = WS-ROUND-CUTOFF then
                SET WS-REG-EOF TO TRUE
            END-IF
            IF NOT WS-REG-EOF then
                ADD 1 TO WS-SENT-COUNT
                ADD CR-STATED-BAL TO WS-SENT-TOTAL
                EVALUATE TRUE
                    WHEN CR-REPLY-AGREED
                        ADD 1 TO WS-AGREED-COUNT
                        ADD CR-STATED-BAL TO WS-AGREED-TOTAL
                    WHEN CR-REPLY-DISAGREED
                        ADD 1 TO WS-DISAGREED-COUNT
                        ADD CR-STATED-BAL TO WS-DISAGREED-TOTAL
                        COMPUTE WS-DIFFERENCE =
                            CR-STATED-BAL - CR-REPLY-BAL
                        ADD WS-DIFFERENCE TO WS-DIFFERENCE-TOTAL
                        PERFORM WRITE-DIFFERENCE-LINE
                    WHEN OTHER
                        ADD 1 TO WS-AWAITED-COUNT
                        ADD CR-STATED-BAL TO WS-AWAITED-TOTAL
                        PERFORM WRITE-AWAITED-LINE
                END-EVALUATE
            END-IF.
       WRITE-DIFFERENCE-LINE.
            MOVE CR-STATED-BAL TO WS-AMT-ED
            MOVE CR-REPLY-BAL TO WS-AMT2-ED
            MOVE WS-DIFFERENCE TO WS-DIFF-ED
            MOVE SPACES TO RC-REPORT-LINE
            STRING CR-CUTOFF-DATE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                CR-ACCT-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CR-ACCT-NAME DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AMT2-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-DIFF-ED DELIMITED BY SIZE
                '  DISAGREED' DELIMITED BY SIZE
                INTO RC-REPORT-LINE
            END-STRING
            WRITE RC-REPORT-LINE
            IF CR-REPLY-NOTE NOT = SPACES then
                MOVE SPACES TO RC-REPORT-LINE
                STRING '                CUSTOMER NOTE: '
                    DELIMITED BY SIZE
                    CR-REPLY-NOTE DELIMITED BY SIZE
                    INTO RC-REPORT-LINE
                END-STRING
                WRITE RC-REPORT-LINE
            END-IF.
       WRITE-AWAITED-LINE.
            COMPUTE WS-DAYS-OUT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                FUNCTION INTEGER-OF-DATE(CR-SENT-DATE)
            MOVE WS-DAYS-OUT TO WS-DAYS-ED
            MOVE CR-STATED-BAL TO WS-AMT-ED
            MOVE SPACES TO RC-REPORT-LINE
            STRING CR-CUTOFF-DATE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                CR-ACCT-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CR-ACCT-NAME DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                '                              ' DELIMITED BY SIZE
                'NO REPLY ' DELIMITED BY SIZE
                WS-DAYS-ED DELIMITED BY SIZE
                'D' DELIMITED BY SIZE
                INTO RC-REPORT-LINE
            END-STRING
            WRITE RC-REPORT-LINE.
       END-PARA.
            MOVE SPACES TO RC-REPORT-LINE
            WRITE RC-REPORT-LINE
            MOVE WS-SENT-COUNT TO WS-COUNT-ED
            MOVE WS-SENT-TOTAL TO WS-TOTAL-ED
            MOVE SPACES TO RC-REPORT-LINE
            STRING 'CONFIRMATIONS SENT:    ' DELIMITED BY SIZE
                WS-COUNT-ED DELIMITED BY SIZE
                '  STATED ' DELIMITED BY SIZE
                WS-TOTAL-ED DELIMITED BY SIZE
                INTO RC-REPORT-LINE
            END-STRING
            WRITE RC-REPORT-LINE
            MOVE WS-AGREED-COUNT TO WS-COUNT-ED
            MOVE WS-AGREED-TOTAL TO WS-TOTAL-ED
            MOVE SPACES TO RC-REPORT-LINE
            STRING 'AGREED:                ' DELIMITED BY SIZE
                WS-COUNT-ED DELIMITED BY SIZE
                '  STATED ' DELIMITED BY SIZE
                WS-TOTAL-ED DELIMITED BY SIZE
                INTO RC-REPORT-LINE
            END-STRING
            WRITE RC-REPORT-LINE
            MOVE WS-DISAGREED-COUNT TO WS-COUNT-ED
            MOVE WS-DISAGREED-TOTAL TO WS-TOTAL-ED
            MOVE SPACES TO RC-REPORT-LINE
            STRING 'DISAGREED:             ' DELIMITED BY SIZE
                WS-COUNT-ED DELIMITED BY SIZE
                '  STATED ' DELIMITED BY SIZE
                WS-TOTAL-ED DELIMITED BY SIZE
                INTO RC-REPORT-LINE
            END-STRING
            WRITE RC-REPORT-LINE
            MOVE WS-DIFFERENCE-TOTAL TO WS-TOTAL-ED
            MOVE SPACES TO RC-REPORT-LINE
            STRING '   NET DIFFERENCE:                  '
                DELIMITED BY SIZE
                WS-TOTAL-ED DELIMITED BY SIZE
                INTO RC-REPORT-LINE
            END-STRING
            WRITE RC-REPORT-LINE
            MOVE WS-AWAITED-COUNT TO WS-COUNT-ED
            MOVE WS-AWAITED-TOTAL TO WS-TOTAL-ED
            MOVE SPACES TO RC-REPORT-LINE
            STRING 'NO REPLY YET:          ' DELIMITED BY SIZE
                WS-COUNT-ED DELIMITED BY SIZE
                '  STATED ' DELIMITED BY SIZE
                WS-TOTAL-ED DELIMITED BY SIZE
                INTO RC-REPORT-LINE
            END-STRING
            WRITE RC-REPORT-LINE
            CLOSE CNFTRAN CNFREG RCRPT
            DISPLAY 'CONFIRMATION REPLIES - TRANSACTIONS READ: '
                WS-TRAN-READ-COUNT
            DISPLAY 'CONFIRMATION REPLIES - APPLIED:           '
                WS-APPLIED-COUNT
            DISPLAY 'CONFIRMATION REPLIES - REJECTED:          '
                WS-REJECTED-COUNT
            STOP RUN.
