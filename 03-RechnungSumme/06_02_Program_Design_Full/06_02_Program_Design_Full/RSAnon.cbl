      *Anonymisation of former customers' personal data. RETPURGE
      *keeps the files from growing; this run removes what the law
      *no longer lets us hold. A customer becomes due once the
      *account is closed through maintenance with a zero balance,
      *no unsettled, disputed or installment-plan items remain on
      *AROPEN, and neither the close nor the last billed line falls
      *inside the retention period - the days on the CUSTANON rule
      *of the retention-rules file RETPURGE is driven by. For a due
      *customer:
      *  CUSTMAST - name, billing address, e-mail, bank, mandate and
      *             e-invoice routing id are cleared and the account
      *             is marked anonymised;
      *  SHIPTO   - delivery names and street addresses cleared;
      *             the state, country and VAT code of each
      *             destination stay, they decided the tax billed;
      *  MANDREG  - the bank details of every mandate cleared; the
      *             mandate id and collection history stay;
      *  CUSTSENS - the sensitive-change record (old and new bank
      *             details) is deleted;
      *  archives - the customer's name is replaced on the
      *             cumulative e-mail and statement (CSV) extract
      *             archives, rewritten to keep datasets the job
      *             stream swaps back in;
      *  payment  - the payment-history and unapplied-cash records
      *             carry the customer id, dates and amounts only;
      *             they are counted onto the certificate as
      *             retained.
      *The customer id, VAT registration, terms, amounts and the
      *billed history stay untouched for the auditors.
      *
      *Erasure requests (ERASREQ, optional) bring a customer in on
      *the data subject's request: a request for an account still
      *inside retention gets the contact and bank data removed at
      *once (e-mail, bank, mandate bank details, routing id and the
      *sensitive-change record) and the name and addresses when
      *retention ends; a request that cannot be acted on - account
      *open, balance or items outstanding - is certified refused
      *with the reason.
      *
      *Every customer acted on gets an erasure certificate block on
      *the report saying on what basis, when, and what was removed
      *from which file.
       PROGRAM-ID. RECHANO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRULES ASSIGN RETRULNM
                          ORGANIZATION LINE SEQUENTIAL.
      *Erasure requests - one line per data subject's request,
      *keyed in by Data Protection.
           SELECT ERASREQ ASSIGN ERASREQNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-ERASREQ-STATUS.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CM-CUST-ID.
           SELECT AROPEN  ASSIGN AROPENNM
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY AR-INVOICE-NO.
           SELECT INFHIST ASSIGN INFHISTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY HIST-KEY.
           SELECT SHIPTO  ASSIGN SHIPTONM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY SH-KEY
                          FILE STATUS WS-SHIPTO-STATUS.
           SELECT MANDREG ASSIGN MANDREGNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY MR-KEY
                          FILE STATUS WS-MANDREG-STATUS.
           SELECT CUSTSENS ASSIGN CUSTSENSNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CS-CUST-ID
                          FILE STATUS WS-CUSTSENS-STATUS.
           SELECT PAYHIST ASSIGN PAYHISTNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-PAYHIST-STATUS.
           SELECT UNAPQ   ASSIGN UNAPQNM
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY UQ-KEY
                          FILE STATUS WS-UNAPQ-STATUS.
      *Cumulative e-mail and statement extract archives, read and
      *rewritten to their keep datasets.
           SELECT EMLARC  ASSIGN EMLARCNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-EMLARC-STATUS.
           SELECT EMLKEEP ASSIGN EMLKEEPNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT CSVARC  ASSIGN CSVARCNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-CSVARC-STATUS.
           SELECT CSVKEEP ASSIGN CSVKEEPNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT ANORPT  ASSIGN ANORPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  RETRULES.
       01  RETENTION-RULE-RECORD.
           05 RR-FILE-ID            PIC X(8).
           05                       PIC X.
           05 RR-RETAIN-DAYS        PIC 9(5).
       FD  ERASREQ.
       01  ERASURE-REQUEST-RECORD.
           05 ER-CUST-ID            PIC X(6).
           05                       PIC X.
           05 ER-REQUEST-DATE       PIC 9(8).
           05                       PIC X.
           05 ER-REFERENCE          PIC X(12).
           05                       PIC X.
           05 ER-USER-ID            PIC X(8).
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  AROPEN.
           COPY "ARITEM.cpy".
       FD  INFHIST.
           COPY "INFHIST.cpy".
       FD  SHIPTO.
           COPY "SHIPTO.cpy".
       FD  MANDREG.
           COPY "MANDREG.cpy".
       FD  CUSTSENS.
           COPY "CUSTSENS.cpy".
       FD  PAYHIST.
           COPY "PAYHIST.cpy".
       FD  UNAPQ.
           COPY "UNAPQ.cpy".
       FD  EMLARC.
       01  EMAIL-ARCHIVE-RECORD.
           05 EA-CUST-ID            PIC X(6).
           05                       PIC X.
           05 EA-BODY-LINE          PIC X(105).
       FD  EMLKEEP.
       01  EMAIL-KEEP-RECORD        PIC X(112).
       FD  CSVARC.
       01  CSV-ARCHIVE-RECORD       PIC X(170).
       FD  CSVKEEP.
       01  CSV-KEEP-RECORD          PIC X(170).
       FD  ANORPT.
       01  ANO-REPORT-LINE          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-ERASREQ-STATUS        PIC X(2) VALUE '00'.
       01  WS-SHIPTO-STATUS         PIC X(2) VALUE '00'.
       01  WS-MANDREG-STATUS        PIC X(2) VALUE '00'.
       01  WS-CUSTSENS-STATUS       PIC X(2) VALUE '00'.
       01  WS-PAYHIST-STATUS        PIC X(2) VALUE '00'.
       01  WS-UNAPQ-STATUS          PIC X(2) VALUE '00'.
       01  WS-EMLARC-STATUS         PIC X(2) VALUE '00'.
       01  WS-CSVARC-STATUS         PIC X(2) VALUE '00'.
       01  WS-ERASREQ-SW            PIC X VALUE 'N'.
           88 WS-ERASREQ-AVAILABLE      VALUE 'Y'.
       01  WS-SHIPTO-SW             PIC X VALUE 'N'.
           88 WS-SHIPTO-AVAILABLE       VALUE 'Y'.
       01  WS-MANDREG-SW            PIC X VALUE 'N'.
           88 WS-MANDREG-AVAILABLE      VALUE 'Y'.
       01  WS-CUSTSENS-SW           PIC X VALUE 'N'.
           88 WS-CUSTSENS-AVAILABLE     VALUE 'Y'.
       01  WS-PAYHIST-SW            PIC X VALUE 'N'.
           88 WS-PAYHIST-AVAILABLE      VALUE 'Y'.
       01  WS-UNAPQ-SW              PIC X VALUE 'N'.
           88 WS-UNAPQ-AVAILABLE        VALUE 'Y'.
       01  WS-EMLARC-SW             PIC X VALUE 'N'.
           88 WS-EMLARC-AVAILABLE       VALUE 'Y'.
       01  WS-CSVARC-SW             PIC X VALUE 'N'.
           88 WS-CSVARC-AVAILABLE       VALUE 'Y'.
      *Retention days off the CUSTANON rule - zero means the rules
      *file carried no rule, and nobody is anonymised in full.
       01  WS-RETAIN-DAYS           PIC 9(5) VALUE 0.
       01  WS-AGE-DAYS              PIC S9(7) VALUE 0.
       01  WS-END-DATE              PIC 9(8).
       01  WS-EXPIRY-DATE           PIC 9(8).
      *Closed, settled accounts in customer-id order - every sweep
      *below finds its customer here by binary search.
       01  WS-CAND-COUNT            PIC 9(5) VALUE 0.
       01  WS-CAND-MAX              PIC 9(5) VALUE 5000.
       01  WS-CAND-FULL-SW          PIC X VALUE 'N'.
           88 WS-CAND-FULL              VALUE 'Y'.
       01  WS-CAND-TABLE.
           05 WS-CAND OCCURS 5000 TIMES.
               10 WS-CD-CUST-ID     PIC X(6).
               10 WS-CD-CLOSED-DATE PIC 9(8).
               10 WS-CD-LAST-BILLED PIC 9(8).
               10 WS-CD-REQUEST-SW  PIC X.
                   88 WS-CD-REQUESTED   VALUE 'Y'.
               10 WS-CD-REQ-DATE    PIC 9(8).
               10 WS-CD-REQ-REF     PIC X(12).
               10 WS-CD-REQ-USER    PIC X(8).
               10 WS-CD-OPEN-ITEMS  PIC 9(5).
               10 WS-CD-DISPUTES    PIC 9(5).
               10 WS-CD-PLANS       PIC 9(5).
               10 WS-CD-RESULT      PIC X.
                   88 WS-CD-FULL        VALUE 'F'.
                   88 WS-CD-PARTIAL     VALUE 'P'.
                   88 WS-CD-REFUSED     VALUE 'R'.
                   88 WS-CD-NOT-DUE     VALUE 'N'.
                   88 WS-CD-ACTED-ON    VALUE 'F' 'P'.
               10 WS-CD-REASON      PIC X(30).
               10 WS-CD-SHIPTO-CNT  PIC 9(5).
               10 WS-CD-MANDATE-CNT PIC 9(5).
               10 WS-CD-SENS-CNT    PIC 9(5).
               10 WS-CD-EMAIL-CNT   PIC 9(5).
               10 WS-CD-CSV-CNT     PIC 9(5).
               10 WS-CD-PAYHIST-CNT PIC 9(5).
               10 WS-CD-UNAPQ-CNT   PIC 9(5).
       01  WS-CX                    PIC 9(5).
       01  WS-FIND-ID               PIC X(6).
       01  WS-FIND-IX               PIC 9(5).
       01  WS-LOW                   PIC S9(5).
       01  WS-HIGH                  PIC S9(5).
       01  WS-MID                   PIC S9(5).
      *Comma positions on a statement-extract line - the name is
      *everything before the fifteenth comma from the end (a name
      *may carry commas of its own), the customer id sits between
      *the third and second from the end.
       01  WS-CSV-POS               PIC 9(3).
       01  WS-COMMA-COUNT           PIC 9(3).
       01  WS-COMMA-TABLE.
           05 WS-COMMA-POS OCCURS 60 TIMES PIC 9(3).
       01  WS-CSV-CUST-ID           PIC X(6).
       01  WS-CSV-REST-POS          PIC 9(3).
       01  WS-CSV-REST-LEN          PIC 9(3).
       01  WS-CSV-WORK              PIC X(170).
       01  WS-ANON-NAME             PIC X(10) VALUE 'ANONYMISED'.
           COPY "OUTBODY.cpy".
           COPY "INREC.cpy".
       01  WS-RULE-SEEN-SW          PIC X VALUE 'N'.
           88 WS-RULE-SEEN              VALUE 'Y'.
       01  WS-REQUEST-COUNT         PIC 9(7) VALUE 0.
       01  WS-FULL-COUNT            PIC 9(7) VALUE 0.
       01  WS-PARTIAL-COUNT         PIC 9(7) VALUE 0.
       01  WS-REFUSED-COUNT         PIC 9(7) VALUE 0.
       01  WS-NOT-DUE-COUNT         PIC 9(7) VALUE 0.
       01  WS-DONE-BEFORE-COUNT     PIC 9(7) VALUE 0.
       01  WS-EMAIL-READ-COUNT      PIC 9(7) VALUE 0.
       01  WS-CSV-READ-COUNT        PIC 9(7) VALUE 0.
       01  WS-REFUSAL-TEXT          PIC X(40).
      *One certificate detail line - a file and what happened there.
       01  WS-CERT-FILE-LINE.
           05                       PIC X(4).
           05 CF-FILE               PIC X(12).
           05                       PIC X(2).
           05 CF-COUNT              PIC ZZZZ9.
           05                       PIC X(2).
           05 CF-TEXT               PIC X(60).
       PROCEDURE DIVISION.
       ANON-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT RETRULES
            PERFORM LOAD-ONE-RULE
                UNTIL WS-EOF
            CLOSE RETRULES
            OPEN I-O CUSTMAST
            OPEN INPUT AROPEN INFHIST
            OPEN OUTPUT ANORPT
            PERFORM WRITE-REPORT-HEADER
            OPEN INPUT ERASREQ
            IF WS-ERASREQ-STATUS = '00' then
                SET WS-ERASREQ-AVAILABLE TO TRUE
            END-IF
            OPEN I-O SHIPTO
            IF WS-SHIPTO-STATUS = '00' then
                SET WS-SHIPTO-AVAILABLE TO TRUE
            END-IF
            OPEN I-O MANDREG
            IF WS-MANDREG-STATUS = '00' then
                SET WS-MANDREG-AVAILABLE TO TRUE
            END-IF
            OPEN I-O CUSTSENS
            IF WS-CUSTSENS-STATUS = '00' then
                SET WS-CUSTSENS-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT PAYHIST
            IF WS-PAYHIST-STATUS = '00' then
                SET WS-PAYHIST-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT UNAPQ
            IF WS-UNAPQ-STATUS = '00' then
                SET WS-UNAPQ-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT EMLARC
            IF WS-EMLARC-STATUS = '00' then
                SET WS-EMLARC-AVAILABLE TO TRUE
                OPEN OUTPUT EMLKEEP
            END-IF
            OPEN INPUT CSVARC
            IF WS-CSVARC-STATUS = '00' then
                SET WS-CSVARC-AVAILABLE TO TRUE
                OPEN OUTPUT CSVKEEP
            END-IF
            IF NOT WS-RULE-SEEN then
                DISPLAY '*** NO CUSTANON RETENTION RULE - ONLY '
                    'ERASURE REQUESTS ARE ACTED ON ***'
            END-IF.
       LOAD-ONE-RULE.
      *The other rules belong to RETPURGE.
            READ RETRULES
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF RR-FILE-ID = 'CUSTANON' then
                        MOVE RR-RETAIN-DAYS TO WS-RETAIN-DAYS
                        SET WS-RULE-SEEN TO TRUE
                    END-IF
            END-READ.
       BOD-PARA.
            PERFORM LOAD-CANDIDATES
            IF WS-ERASREQ-AVAILABLE then
                PERFORM LOAD-ERASURE-REQUESTS
            END-IF
            PERFORM SCAN-OPEN-ITEMS
            PERFORM SCAN-BILLED-HISTORY
            PERFORM DECIDE-ONE-CANDIDATE
                VARYING WS-CX FROM 1 BY 1
                UNTIL WS-CX > WS-CAND-COUNT
            PERFORM ANONYMISE-ONE-CANDIDATE
                VARYING WS-CX FROM 1 BY 1
                UNTIL WS-CX > WS-CAND-COUNT
            IF WS-EMLARC-AVAILABLE then
                PERFORM REWRITE-EMAIL-ARCHIVE
            END-IF
            IF WS-CSVARC-AVAILABLE then
                PERFORM REWRITE-CSV-ARCHIVE
            END-IF
            IF WS-PAYHIST-AVAILABLE then
                PERFORM COUNT-PAYMENT-HISTORY
            END-IF
            IF WS-UNAPQ-AVAILABLE then
                PERFORM COUNT-UNAPPLIED-CASH
            END-IF
            PERFORM WRITE-CERTIFICATE
                VARYING WS-CX FROM 1 BY 1
                UNTIL WS-CX > WS-CAND-COUNT.
      *----------------------------------------------------------
      *Candidates: every closed account with nothing owed, in key
      *order straight off the master.
      *----------------------------------------------------------
       LOAD-CANDIDATES.
            MOVE 'N' TO WS-EOF-SW
            MOVE LOW-VALUES TO CM-CUST-ID
            START CUSTMAST KEY NOT LESS THAN CM-CUST-ID
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START
            PERFORM LOAD-ONE-CANDIDATE
                UNTIL WS-EOF.
       LOAD-ONE-CANDIDATE.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF CM-ACCOUNT-CLOSED
                        AND CM-OPEN-AR-BAL = 0 then
                        PERFORM ADD-CANDIDATE
                    END-IF
            END-READ.
       ADD-CANDIDATE.
      *What does not fit waits for the next run.
            IF WS-CAND-COUNT NOT < WS-CAND-MAX then
                SET WS-CAND-FULL TO TRUE
            ELSE
                ADD 1 TO WS-CAND-COUNT
                MOVE WS-CAND-COUNT TO WS-CX
                INITIALIZE WS-CAND(WS-CX)
                MOVE CM-CUST-ID TO WS-CD-CUST-ID(WS-CX)
                MOVE CM-CLOSED-DATE TO WS-CD-CLOSED-DATE(WS-CX)
                MOVE 'N' TO WS-CD-REQUEST-SW(WS-CX)
                SET WS-CD-NOT-DUE(WS-CX) TO TRUE
            END-IF.
       FIND-CANDIDATE.
            MOVE 0 TO WS-FIND-IX
            MOVE 1 TO WS-LOW
            MOVE WS-CAND-COUNT TO WS-HIGH
            PERFORM FIND-CANDIDATE-STEP
                UNTIL WS-LOW > WS-HIGH
                OR WS-FIND-IX > 0.
       FIND-CANDIDATE-STEP.
            COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
            IF WS-CD-CUST-ID(WS-MID) = WS-FIND-ID then
                MOVE WS-MID TO WS-FIND-IX
            ELSE
                IF WS-CD-CUST-ID(WS-MID) < WS-FIND-ID then
                    COMPUTE WS-LOW = WS-MID + 1
                ELSE
                    COMPUTE WS-HIGH = WS-MID - 1
                END-IF
            END-IF.
      *----------------------------------------------------------
      *Erasure requests: a request for a candidate marks it; any
      *other request is answered here, on the front of the report.
      *----------------------------------------------------------
       LOAD-ERASURE-REQUESTS.
            MOVE 'N' TO WS-EOF-SW
            PERFORM LOAD-ONE-REQUEST
                UNTIL WS-EOF
            CLOSE ERASREQ.
       LOAD-ONE-REQUEST.
            READ ERASREQ
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF ER-CUST-ID NOT = SPACES then
                        ADD 1 TO WS-REQUEST-COUNT
                        PERFORM MATCH-ONE-REQUEST
                            THRU MATCH-ONE-REQUEST-EXIT
                    END-IF
            END-READ.
       MATCH-ONE-REQUEST.
            MOVE ER-CUST-ID TO WS-FIND-ID
            PERFORM FIND-CANDIDATE
            IF WS-FIND-IX > 0 then
                MOVE 'Y' TO WS-CD-REQUEST-SW(WS-FIND-IX)
                MOVE ER-REQUEST-DATE TO WS-CD-REQ-DATE(WS-FIND-IX)
                MOVE ER-REFERENCE TO WS-CD-REQ-REF(WS-FIND-IX)
                MOVE ER-USER-ID TO WS-CD-REQ-USER(WS-FIND-IX)
                GO TO MATCH-ONE-REQUEST-EXIT
            END-IF
            MOVE ER-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    MOVE 'REFUSED - CUSTOMER NOT ON FILE' TO
                        WS-REFUSAL-TEXT
                    ADD 1 TO WS-REFUSED-COUNT
                    PERFORM WRITE-REQUEST-ANSWER
                    GO TO MATCH-ONE-REQUEST-EXIT
            END-READ
            MOVE SPACES TO WS-REFUSAL-TEXT
            EVALUATE TRUE
                WHEN CM-ACCOUNT-ANONYMISED
                    STRING 'ALREADY ANONYMISED ON ' DELIMITED BY SIZE
                        CM-ANONYMISED-DATE DELIMITED BY SIZE
                        INTO WS-REFUSAL-TEXT
                    END-STRING
                    ADD 1 TO WS-DONE-BEFORE-COUNT
                WHEN CM-ACCOUNT-OPEN
                    MOVE 'REFUSED - ACCOUNT STILL OPEN' TO
                        WS-REFUSAL-TEXT
                    ADD 1 TO WS-REFUSED-COUNT
                WHEN CM-OPEN-AR-BAL NOT = 0
                    MOVE 'REFUSED - BALANCE OUTSTANDING' TO
                        WS-REFUSAL-TEXT
                    ADD 1 TO WS-REFUSED-COUNT
                WHEN OTHER
                    MOVE 'DEFERRED - RUN CAPACITY REACHED' TO
                        WS-REFUSAL-TEXT
                    ADD 1 TO WS-REFUSED-COUNT
            END-EVALUATE
            PERFORM WRITE-REQUEST-ANSWER.
       MATCH-ONE-REQUEST-EXIT.
            EXIT.
       WRITE-REQUEST-ANSWER.
            MOVE SPACES TO ANO-REPORT-LINE
            STRING 'REQUEST  ' DELIMITED BY SIZE
                ER-CUST-ID DELIMITED BY SIZE
                '  REF ' DELIMITED BY SIZE
                ER-REFERENCE DELIMITED BY SIZE
                '  OF ' DELIMITED BY SIZE
                ER-REQUEST-DATE DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-REFUSAL-TEXT DELIMITED BY SIZE
                INTO ANO-REPORT-LINE
            END-STRING
            WRITE ANO-REPORT-LINE.
      *----------------------------------------------------------
      *What still ties a candidate to us: unsettled items, open
      *disputes, installment plans - and the last line billed.
      *----------------------------------------------------------
       SCAN-OPEN-ITEMS.
            MOVE 'N' TO WS-EOF-SW
            PERFORM SCAN-ONE-OPEN-ITEM
                UNTIL WS-EOF.
       SCAN-ONE-OPEN-ITEM.
            READ AROPEN NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE AR-CUST-ID TO WS-FIND-ID
                    PERFORM FIND-CANDIDATE
                    IF WS-FIND-IX > 0 then
                        PERFORM COUNT-CANDIDATE-ITEM
                    END-IF
            END-READ.
       COUNT-CANDIDATE-ITEM.
            IF NOT AR-ITEM-SETTLED then
                ADD 1 TO WS-CD-OPEN-ITEMS(WS-FIND-IX)
                IF AR-ITEM-ON-PLAN then
                    ADD 1 TO WS-CD-PLANS(WS-FIND-IX)
                END-IF
            END-IF
            IF AR-ITEM-DISPUTED then
                ADD 1 TO WS-CD-DISPUTES(WS-FIND-IX)
            END-IF.
       SCAN-BILLED-HISTORY.
            MOVE 'N' TO WS-EOF-SW
            PERFORM SCAN-ONE-HISTORY-LINE
                UNTIL WS-EOF.
       SCAN-ONE-HISTORY-LINE.
            READ INFHIST NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE HIST-INVOICE-NO TO IN-INVOICE-NO
                    MOVE HIST-DETAIL-DATA TO INPUT-RECORD(8:52)
                    MOVE in-cust-id TO WS-FIND-ID
                    PERFORM FIND-CANDIDATE
                    IF WS-FIND-IX > 0
                        AND in-invoice-date IS NUMERIC
                        AND in-invoice-date >
                            WS-CD-LAST-BILLED(WS-FIND-IX) then
                        MOVE in-invoice-date TO
                            WS-CD-LAST-BILLED(WS-FIND-IX)
                    END-IF
            END-READ.
      *----------------------------------------------------------
      *Decision: retention runs from the later of the close and the
      *last billed line.
      *----------------------------------------------------------
       DECIDE-ONE-CANDIDATE.
            MOVE WS-CD-CLOSED-DATE(WS-CX) TO WS-END-DATE
            IF WS-CD-LAST-BILLED(WS-CX) > WS-END-DATE then
                MOVE WS-CD-LAST-BILLED(WS-CX) TO WS-END-DATE
            END-IF
            IF WS-END-DATE > 0 then
                COMPUTE WS-AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                    FUNCTION INTEGER-OF-DATE(WS-END-DATE)
            ELSE
                MOVE 0 TO WS-AGE-DAYS
            END-IF
            EVALUATE TRUE
                WHEN WS-CD-OPEN-ITEMS(WS-CX) > 0
                    MOVE 'UNSETTLED ITEMS ON AROPEN' TO
                        WS-CD-REASON(WS-CX)
                    PERFORM SET-NOT-ACTIONABLE
                WHEN WS-CD-DISPUTES(WS-CX) > 0
                    MOVE 'DISPUTED ITEMS ON AROPEN' TO
                        WS-CD-REASON(WS-CX)
                    PERFORM SET-NOT-ACTIONABLE
                WHEN WS-RETAIN-DAYS > 0
                    AND WS-END-DATE > 0
                    AND WS-AGE-DAYS > WS-RETAIN-DAYS
                    SET WS-CD-FULL(WS-CX) TO TRUE
                    ADD 1 TO WS-FULL-COUNT
                WHEN WS-CD-REQUESTED(WS-CX)
                    SET WS-CD-PARTIAL(WS-CX) TO TRUE
                    ADD 1 TO WS-PARTIAL-COUNT
                    PERFORM SET-RETENTION-EXPIRY
                WHEN OTHER
                    ADD 1 TO WS-NOT-DUE-COUNT
            END-EVALUATE.
       SET-NOT-ACTIONABLE.
      *Items on a plan are unsettled items too - the plan is named
      *since that is what the customer agreed to.
            IF WS-CD-PLANS(WS-CX) > 0 then
                MOVE 'INSTALLMENT PLAN RUNNING' TO WS-CD-REASON(WS-CX)
            END-IF
            IF WS-CD-REQUESTED(WS-CX) then
                SET WS-CD-REFUSED(WS-CX) TO TRUE
                ADD 1 TO WS-REFUSED-COUNT
            ELSE
                ADD 1 TO WS-NOT-DUE-COUNT
            END-IF.
       SET-RETENTION-EXPIRY.
            MOVE SPACES TO WS-CD-REASON(WS-CX)
            IF WS-RETAIN-DAYS > 0 AND WS-END-DATE > 0 then
                COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-END-DATE)
                    + WS-RETAIN-DAYS + 1)
                STRING 'RETENTION ENDS ' DELIMITED BY SIZE
                    WS-EXPIRY-DATE DELIMITED BY SIZE
                    INTO WS-CD-REASON(WS-CX)
                END-STRING
            ELSE
                MOVE 'NO RETENTION RULE ON FILE' TO
                    WS-CD-REASON(WS-CX)
            END-IF.
      *----------------------------------------------------------
      *The master-side files, customer by customer.
      *----------------------------------------------------------
       ANONYMISE-ONE-CANDIDATE.
            IF WS-CD-ACTED-ON(WS-CX) then
                PERFORM ANONYMISE-CUSTOMER-MASTER
                IF WS-CD-FULL(WS-CX) AND WS-SHIPTO-AVAILABLE then
                    PERFORM ANONYMISE-SHIP-TOS
                END-IF
                IF WS-MANDREG-AVAILABLE then
                    PERFORM CLEAR-MANDATE-BANK-DETAILS
                END-IF
                IF WS-CUSTSENS-AVAILABLE then
                    PERFORM DELETE-SENSITIVE-RECORD
                END-IF
            END-IF.
       ANONYMISE-CUSTOMER-MASTER.
      *Contact and bank data go either way; name and address only
      *once retention has run out. The account falls back to
      *printed delivery and remittance so nothing downstream looks
      *for the cleared details.
            MOVE WS-CD-CUST-ID(WS-CX) TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    DISPLAY '*** CUSTOMER ' WS-CD-CUST-ID(WS-CX)
                        ' VANISHED FROM CUSTMAST ***'
                NOT INVALID KEY
                    MOVE 'P' TO CM-DELIVERY-METHOD
                    MOVE SPACES TO CM-EMAIL-ADDR
                    MOVE 'N' TO CM-EMAIL-BAD-FLAG
                    MOVE 'R' TO CM-PAY-METHOD
                    MOVE SPACES TO CM-BANK-CODE
                    MOVE SPACES TO CM-BANK-ACCT-NO
                    MOVE SPACES TO CM-MANDATE-ID
                    MOVE 0 TO CM-MANDATE-DATE
                    MOVE 'N' TO CM-STRUCT-EINV-FLAG
                    MOVE SPACES TO CM-BUYER-ROUTING-ID
                    IF WS-CD-FULL(WS-CX) then
                        MOVE WS-ANON-NAME TO CM-CUST-NAME
                        MOVE SPACES TO CM-BILL-ADDR-LINE1
                        MOVE SPACES TO CM-BILL-ADDR-LINE2
                        MOVE SPACES TO CM-BILL-CITY
                        MOVE SPACES TO CM-BILL-STATE
                        MOVE SPACES TO CM-BILL-ZIP
                        SET CM-ACCOUNT-ANONYMISED TO TRUE
                        MOVE WS-RUN-DATE TO CM-ANONYMISED-DATE
                    END-IF
                    REWRITE CUSTOMER-MASTER-RECORD
            END-READ.
       ANONYMISE-SHIP-TOS.
            MOVE WS-CD-CUST-ID(WS-CX) TO SH-CUST-ID
            MOVE 0 TO SH-SHIPTO-NO
            MOVE 'N' TO WS-EOF-SW
            START SHIPTO KEY NOT LESS THAN SH-KEY
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START
            PERFORM ANONYMISE-ONE-SHIP-TO
                UNTIL WS-EOF.
       ANONYMISE-ONE-SHIP-TO.
            READ SHIPTO NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ
            IF NOT WS-EOF then
                IF SH-CUST-ID NOT = WS-CD-CUST-ID(WS-CX) then
                    SET WS-EOF TO TRUE
                ELSE
                    MOVE WS-ANON-NAME TO SH-SHIPTO-NAME
                    MOVE SPACES TO SH-ADDR-LINE1
                    MOVE SPACES TO SH-ADDR-LINE2
                    MOVE SPACES TO SH-CITY
                    MOVE SPACES TO SH-ZIP
                    REWRITE SHIP-TO-RECORD
                    ADD 1 TO WS-CD-SHIPTO-CNT(WS-CX)
                END-IF
            END-IF.
       CLEAR-MANDATE-BANK-DETAILS.
            MOVE WS-CD-CUST-ID(WS-CX) TO MR-CUST-ID
            MOVE LOW-VALUES TO MR-MANDATE-ID
            MOVE 'N' TO WS-EOF-SW
            START MANDREG KEY NOT LESS THAN MR-KEY
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START
            PERFORM CLEAR-ONE-MANDATE
                UNTIL WS-EOF.
       CLEAR-ONE-MANDATE.
            READ MANDREG NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ
            IF NOT WS-EOF then
                IF MR-CUST-ID NOT = WS-CD-CUST-ID(WS-CX) then
                    SET WS-EOF TO TRUE
                ELSE
                    MOVE SPACES TO MR-BANK-CODE
                    MOVE SPACES TO MR-BANK-ACCT-NO
                    REWRITE MANDATE-REGISTER-RECORD
                    ADD 1 TO WS-CD-MANDATE-CNT(WS-CX)
                END-IF
            END-IF.
       DELETE-SENSITIVE-RECORD.
            MOVE WS-CD-CUST-ID(WS-CX) TO CS-CUST-ID
            READ CUSTSENS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DELETE CUSTSENS RECORD
                    ADD 1 TO WS-CD-SENS-CNT(WS-CX)
            END-READ.
      *----------------------------------------------------------
      *Extract archives: every line goes to the keep dataset, the
      *name replaced on the lines of a customer anonymised in full.
      *----------------------------------------------------------
       REWRITE-EMAIL-ARCHIVE.
            MOVE 'N' TO WS-EOF-SW
            PERFORM COPY-ONE-EMAIL-LINE
                UNTIL WS-EOF
            CLOSE EMLARC EMLKEEP.
       COPY-ONE-EMAIL-LINE.
            READ EMLARC
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-EMAIL-READ-COUNT
                    MOVE EA-CUST-ID TO WS-FIND-ID
                    PERFORM FIND-CANDIDATE
                    IF WS-FIND-IX > 0 then
                        PERFORM ANONYMISE-EMAIL-LINE
                    END-IF
                    MOVE EMAIL-ARCHIVE-RECORD TO EMAIL-KEEP-RECORD
                    WRITE EMAIL-KEEP-RECORD
            END-READ.
       ANONYMISE-EMAIL-LINE.
      *A reversal's reference line carries no name.
            IF WS-CD-FULL(WS-FIND-IX) then
                MOVE EA-BODY-LINE TO OUTREC-TYPE-BODY-LINE
                IF NOT OUT-STORNO-REF-LINE then
                    MOVE WS-ANON-NAME TO OUT-NAME
                    MOVE OUTREC-TYPE-BODY-LINE TO EA-BODY-LINE
                    ADD 1 TO WS-CD-EMAIL-CNT(WS-FIND-IX)
                END-IF
            END-IF.
       REWRITE-CSV-ARCHIVE.
            MOVE 'N' TO WS-EOF-SW
            PERFORM COPY-ONE-CSV-LINE
                UNTIL WS-EOF
            CLOSE CSVARC CSVKEEP.
       COPY-ONE-CSV-LINE.
            READ CSVARC
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-CSV-READ-COUNT
                    PERFORM ANONYMISE-CSV-LINE
                        THRU ANONYMISE-CSV-LINE-EXIT
                    MOVE CSV-ARCHIVE-RECORD TO CSV-KEEP-RECORD
                    WRITE CSV-KEEP-RECORD
            END-READ.
       ANONYMISE-CSV-LINE.
            MOVE 0 TO WS-COMMA-COUNT
            PERFORM FIND-ONE-COMMA
                VARYING WS-CSV-POS FROM 1 BY 1
                UNTIL WS-CSV-POS > 170
      *Not a detail line as the billing run writes it - leave it.
            IF WS-COMMA-COUNT < 15 then
                GO TO ANONYMISE-CSV-LINE-EXIT
            END-IF
            MOVE SPACES TO WS-CSV-CUST-ID
            MOVE CSV-ARCHIVE-RECORD(
                WS-COMMA-POS(WS-COMMA-COUNT - 2) + 1:6)
                TO WS-CSV-CUST-ID
            MOVE WS-CSV-CUST-ID TO WS-FIND-ID
            PERFORM FIND-CANDIDATE
            IF WS-FIND-IX = 0 then
                GO TO ANONYMISE-CSV-LINE-EXIT
            END-IF
            IF NOT WS-CD-FULL(WS-FIND-IX) then
                GO TO ANONYMISE-CSV-LINE-EXIT
            END-IF
            MOVE WS-COMMA-POS(WS-COMMA-COUNT - 14) TO WS-CSV-REST-POS
            COMPUTE WS-CSV-REST-LEN = 171 - WS-CSV-REST-POS
            MOVE SPACES TO WS-CSV-WORK
            STRING WS-ANON-NAME DELIMITED BY SIZE
                CSV-ARCHIVE-RECORD(WS-CSV-REST-POS:WS-CSV-REST-LEN)
                    DELIMITED BY SIZE
                INTO WS-CSV-WORK
            END-STRING
            MOVE WS-CSV-WORK TO CSV-ARCHIVE-RECORD
            ADD 1 TO WS-CD-CSV-CNT(WS-FIND-IX).
       ANONYMISE-CSV-LINE-EXIT.
            EXIT.
       FIND-ONE-COMMA.
            IF CSV-ARCHIVE-RECORD(WS-CSV-POS:1) = ','
                AND WS-COMMA-COUNT < 60 then
                ADD 1 TO WS-COMMA-COUNT
                MOVE WS-CSV-POS TO WS-COMMA-POS(WS-COMMA-COUNT)
            END-IF.
      *----------------------------------------------------------
      *Payment records hold the customer id, dates and amounts and
      *nothing personal - counted for the certificate, kept as they
      *are.
      *----------------------------------------------------------
       COUNT-PAYMENT-HISTORY.
            MOVE 'N' TO WS-EOF-SW
            PERFORM COUNT-ONE-PAYMENT
                UNTIL WS-EOF
            CLOSE PAYHIST.
       COUNT-ONE-PAYMENT.
            READ PAYHIST
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE PH-CUST-ID TO WS-FIND-ID
                    PERFORM FIND-CANDIDATE
                    IF WS-FIND-IX > 0 then
                        ADD 1 TO WS-CD-PAYHIST-CNT(WS-FIND-IX)
                    END-IF
            END-READ.
       COUNT-UNAPPLIED-CASH.
            MOVE 'N' TO WS-EOF-SW
            PERFORM COUNT-ONE-UNAPPLIED
                UNTIL WS-EOF
            CLOSE UNAPQ.
       COUNT-ONE-UNAPPLIED.
            READ UNAPQ NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE UQ-CUST-ID TO WS-FIND-ID
                    PERFORM FIND-CANDIDATE
                    IF WS-FIND-IX > 0 then
                        ADD 1 TO WS-CD-UNAPQ-CNT(WS-FIND-IX)
                    END-IF
            END-READ.
      *----------------------------------------------------------
      *Erasure certificate - one block per customer acted on or
      *refused on request.
      *----------------------------------------------------------
       WRITE-REPORT-HEADER.
            MOVE SPACES TO ANO-REPORT-LINE
            STRING 'PERSONAL DATA ERASURE CERTIFICATES - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO ANO-REPORT-LINE
            END-STRING
            WRITE ANO-REPORT-LINE
            MOVE SPACES TO ANO-REPORT-LINE
            WRITE ANO-REPORT-LINE.
       WRITE-CERTIFICATE.
            IF WS-CD-ACTED-ON(WS-CX) OR WS-CD-REFUSED(WS-CX) then
                PERFORM WRITE-CERTIFICATE-HEAD
                IF WS-CD-ACTED-ON(WS-CX) then
                    PERFORM WRITE-CERTIFICATE-FILES
                END-IF
                MOVE SPACES TO ANO-REPORT-LINE
                WRITE ANO-REPORT-LINE
            END-IF.
       WRITE-CERTIFICATE-HEAD.
            MOVE SPACES TO ANO-REPORT-LINE
            EVALUATE TRUE
                WHEN WS-CD-FULL(WS-CX)
                    STRING 'CUSTOMER ' DELIMITED BY SIZE
                        WS-CD-CUST-ID(WS-CX) DELIMITED BY SIZE
                        '  ANONYMISED ' DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        ' - RETENTION PERIOD EXPIRED' DELIMITED BY SIZE
                        INTO ANO-REPORT-LINE
                    END-STRING
                WHEN WS-CD-PARTIAL(WS-CX)
                    STRING 'CUSTOMER ' DELIMITED BY SIZE
                        WS-CD-CUST-ID(WS-CX) DELIMITED BY SIZE
                        '  CONTACT AND BANK DATA ERASED '
                            DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        ' - NAME AND ADDRESS KEPT, '
                            DELIMITED BY SIZE
                        WS-CD-REASON(WS-CX) DELIMITED BY SIZE
                        INTO ANO-REPORT-LINE
                    END-STRING
                WHEN OTHER
                    STRING 'CUSTOMER ' DELIMITED BY SIZE
                        WS-CD-CUST-ID(WS-CX) DELIMITED BY SIZE
                        '  ERASURE REFUSED - ' DELIMITED BY SIZE
                        WS-CD-REASON(WS-CX) DELIMITED BY SIZE
                        INTO ANO-REPORT-LINE
                    END-STRING
            END-EVALUATE
            WRITE ANO-REPORT-LINE
            MOVE SPACES TO ANO-REPORT-LINE
            STRING '    CLOSED ' DELIMITED BY SIZE
                WS-CD-CLOSED-DATE(WS-CX) DELIMITED BY SIZE
                '  LAST BILLED ' DELIMITED BY SIZE
                WS-CD-LAST-BILLED(WS-CX) DELIMITED BY SIZE
                INTO ANO-REPORT-LINE
            END-STRING
            WRITE ANO-REPORT-LINE
            IF WS-CD-REQUESTED(WS-CX) then
                MOVE SPACES TO ANO-REPORT-LINE
                STRING '    ON REQUEST REF ' DELIMITED BY SIZE
                    WS-CD-REQ-REF(WS-CX) DELIMITED BY SIZE
                    ' OF ' DELIMITED BY SIZE
                    WS-CD-REQ-DATE(WS-CX) DELIMITED BY SIZE
                    ' KEYED BY ' DELIMITED BY SIZE
                    WS-CD-REQ-USER(WS-CX) DELIMITED BY SIZE
                    INTO ANO-REPORT-LINE
                END-STRING
                WRITE ANO-REPORT-LINE
            END-IF.
       WRITE-CERTIFICATE-FILES.
            MOVE SPACES TO WS-CERT-FILE-LINE
            MOVE 'CUSTMAST' TO CF-FILE
            MOVE 1 TO CF-COUNT
            IF WS-CD-FULL(WS-CX) then
                MOVE 'NAME, ADDRESS, E-MAIL, BANK, MANDATE, ROUTING ID'
                    TO CF-TEXT
            ELSE
                MOVE 'E-MAIL, BANK, MANDATE, ROUTING ID' TO CF-TEXT
            END-IF
            PERFORM WRITE-CERT-FILE-LINE
            IF WS-CD-FULL(WS-CX) then
                MOVE 'SHIPTO' TO CF-FILE
                MOVE WS-CD-SHIPTO-CNT(WS-CX) TO CF-COUNT
                MOVE 'DELIVERY NAMES AND STREET ADDRESSES' TO CF-TEXT
                PERFORM WRITE-CERT-FILE-LINE
            END-IF
            MOVE 'MANDREG' TO CF-FILE
            MOVE WS-CD-MANDATE-CNT(WS-CX) TO CF-COUNT
            MOVE 'MANDATE BANK DETAILS' TO CF-TEXT
            PERFORM WRITE-CERT-FILE-LINE
            MOVE 'CUSTSENS' TO CF-FILE
            MOVE WS-CD-SENS-CNT(WS-CX) TO CF-COUNT
            MOVE 'SENSITIVE-CHANGE RECORD DELETED' TO CF-TEXT
            PERFORM WRITE-CERT-FILE-LINE
            IF WS-CD-FULL(WS-CX) then
                MOVE 'E-MAIL ARCH' TO CF-FILE
                MOVE WS-CD-EMAIL-CNT(WS-CX) TO CF-COUNT
                MOVE 'EXTRACT LINES - NAME REPLACED' TO CF-TEXT
                PERFORM WRITE-CERT-FILE-LINE
                MOVE 'CSV ARCH' TO CF-FILE
                MOVE WS-CD-CSV-CNT(WS-CX) TO CF-COUNT
                MOVE 'EXTRACT LINES - NAME REPLACED' TO CF-TEXT
                PERFORM WRITE-CERT-FILE-LINE
            END-IF
            MOVE 'PAYHIST' TO CF-FILE
            MOVE WS-CD-PAYHIST-CNT(WS-CX) TO CF-COUNT
            MOVE 'RETAINED - ID, DATES AND AMOUNTS ONLY' TO CF-TEXT
            PERFORM WRITE-CERT-FILE-LINE
            MOVE 'UNAPQ' TO CF-FILE
            MOVE WS-CD-UNAPQ-CNT(WS-CX) TO CF-COUNT
            MOVE 'RETAINED - ID, DATES AND AMOUNTS ONLY' TO CF-TEXT
            PERFORM WRITE-CERT-FILE-LINE
            MOVE SPACES TO ANO-REPORT-LINE
            MOVE '    KEPT: CUSTOMER ID, VAT REGISTRATION, TERMS, AMOUNT
      -         'S, BILLED HISTORY' TO ANO-REPORT-LINE
            WRITE ANO-REPORT-LINE.
       WRITE-CERT-FILE-LINE.
            MOVE WS-CERT-FILE-LINE TO ANO-REPORT-LINE
            WRITE ANO-REPORT-LINE
            MOVE SPACES TO WS-CERT-FILE-LINE.
       END-PARA.
            MOVE SPACES TO ANO-REPORT-LINE
            STRING 'ANONYMISED: ' DELIMITED BY SIZE
                WS-FULL-COUNT DELIMITED BY SIZE
                '  PARTIAL ON REQUEST: ' DELIMITED BY SIZE
                WS-PARTIAL-COUNT DELIMITED BY SIZE
                '  REFUSED: ' DELIMITED BY SIZE
                WS-REFUSED-COUNT DELIMITED BY SIZE
                INTO ANO-REPORT-LINE
            END-STRING
            WRITE ANO-REPORT-LINE
            MOVE SPACES TO ANO-REPORT-LINE
            STRING 'CLOSED ACCOUNTS NOT YET DUE: ' DELIMITED BY SIZE
                WS-NOT-DUE-COUNT DELIMITED BY SIZE
                '  REQUESTS READ: ' DELIMITED BY SIZE
                WS-REQUEST-COUNT DELIMITED BY SIZE
                '  ALREADY DONE: ' DELIMITED BY SIZE
                WS-DONE-BEFORE-COUNT DELIMITED BY SIZE
                INTO ANO-REPORT-LINE
            END-STRING
            WRITE ANO-REPORT-LINE
            IF NOT WS-SHIPTO-AVAILABLE then
                MOVE 'SHIPTO NOT AVAILABLE - SHIP-TO ADDRESSES NOT ANONY
      -             'MISED' TO ANO-REPORT-LINE
                WRITE ANO-REPORT-LINE
            END-IF
            IF NOT WS-MANDREG-AVAILABLE then
                MOVE 'MANDREG NOT AVAILABLE - MANDATE BANK DETAILS NOT C
      -             'LEARED' TO ANO-REPORT-LINE
                WRITE ANO-REPORT-LINE
            END-IF
            IF NOT WS-EMLARC-AVAILABLE then
                MOVE 'E-MAIL EXTRACT ARCHIVE NOT AVAILABLE - NOT ANONYMI
      -             'SED' TO ANO-REPORT-LINE
                WRITE ANO-REPORT-LINE
            END-IF
            IF NOT WS-CSVARC-AVAILABLE then
                MOVE 'STATEMENT EXTRACT ARCHIVE NOT AVAILABLE - NOT ANON
      -             'YMISED' TO ANO-REPORT-LINE
                WRITE ANO-REPORT-LINE
            END-IF
            CLOSE CUSTMAST AROPEN INFHIST ANORPT
            IF WS-SHIPTO-AVAILABLE then
                CLOSE SHIPTO
            END-IF
            IF WS-MANDREG-AVAILABLE then
                CLOSE MANDREG
            END-IF
            IF WS-CUSTSENS-AVAILABLE then
                CLOSE CUSTSENS
            END-IF
            IF WS-CAND-FULL then
                DISPLAY '*** CANDIDATE TABLE FULL - REMAINING CLOSED '
                    'ACCOUNTS WAIT FOR THE NEXT RUN ***'
                MOVE 4 TO RETURN-CODE
            END-IF
            DISPLAY 'ANONYMISATION - ANONYMISED:      ' WS-FULL-COUNT
            DISPLAY 'ANONYMISATION - PARTIAL:         ' WS-PARTIAL-COUNT
            DISPLAY 'ANONYMISATION - REFUSED:         ' WS-REFUSED-COUNT
            DISPLAY 'ANONYMISATION - NOT YET DUE:     ' WS-NOT-DUE-COUNT
            DISPLAY 'ANONYMISATION - E-MAIL LINES:    '
                WS-EMAIL-READ-COUNT
            DISPLAY 'ANONYMISATION - CSV LINES:       '
                WS-CSV-READ-COUNT
            STOP RUN.
