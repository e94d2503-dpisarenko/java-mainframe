      *Direct-debit mandate lifecycle and register. Mandates on the
      *customer master never expired, even after years unused, and
      *nothing recorded whether a mandate had ever been collected
      *under - which SEPA needs for the sequence type. This run
      *keeps the mandate register (MANDREG) in step with CUSTMAST:
      *  - every mandate on a direct-debit customer's master is
      *    registered the first time it is seen;
      *  - an end request from Credit (MNDTRAN, action 'E') marks
      *    the mandate ending - RECHDD's next collection under it
      *    goes as FNAL, and this run then closes it;
      *  - a mandate unused for 36 months lapses;
      *  - a mandate the master no longer carries (replaced by a
      *    new one, or the customer moved off direct debit) is
      *    closed.
      *A customer whose mandate lapses or ends falls back to
      *remittance - pay method 'R', mandate id and date cleared, the
      *bank details stay for refunds, the change logged on the
      *customer audit trail as CUSTMNT logs its own - and Credit
      *gets a notice to obtain a new mandate if direct debit is to
      *continue. The register report lists every mandate with its
      *collection history and the date it will lapse unless used.
      *RC 4 when any customer fell back to remittance.
      *
      *A mandate registered before it was ever collected under
      *counts from its signature date or the date it was
      *registered, whichever is later - mandates on file when the
      *register started do not lapse on their signature date.
       PROGRAM-ID. RECHMDT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CM-CUST-ID
                          FILE STATUS WS-CUSTMAST-STATUS.
      *Mandate register - see MANDREG.cpy.
           SELECT MANDREG ASSIGN MANDREGNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY MR-KEY
                          FILE STATUS WS-MANDREG-STATUS.
           SELECT MNDTRAN ASSIGN MNDTRNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-MNDTRAN-STATUS.
           SELECT MNDRPT  ASSIGN MNDRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT MNDNOTE ASSIGN MNDNOTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDITFILE ASSIGN AUDITNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  MANDREG.
           COPY "MANDREG.cpy".
      *Credit's mandate requests - 'E' ends the mandate after its
      *next collection.
       FD  MNDTRAN.
       01  MANDATE-TRAN-RECORD.
           05 MT-ACTION             PIC X.
               88 MT-ACTION-END         VALUE 'E'.
           05 MT-USER-ID            PIC X(8).
           05 MT-CUST-ID            PIC X(6).
           05 MT-MANDATE-ID         PIC X(16).
       FD  MNDRPT.
       01  MND-REPORT-LINE          PIC X(132).
      *Notices to Credit - one block per customer fallen back to
      *remittance.
       FD  MNDNOTE.
       01  MND-NOTICE-LINE          PIC X(80).
       FD  AUDITFILE.
           COPY "CUSTAUD.cpy".
       WORKING-STORAGE SECTION.
       01  WS-CUST-EOF-SW           PIC X VALUE 'N'.
           88 WS-CUST-EOF               VALUE 'Y'.
       01  WS-MR-EOF-SW             PIC X VALUE 'N'.
           88 WS-MR-EOF                 VALUE 'Y'.
       01  WS-TRAN-EOF-SW           PIC X VALUE 'N'.
           88 WS-TRAN-EOF               VALUE 'Y'.
       01  WS-MR-FOUND-SW           PIC X.
           88 WS-MR-FOUND               VALUE 'Y'.
       01  WS-CUST-FOUND-SW         PIC X.
           88 WS-CUST-FOUND             VALUE 'Y'.
       01  WS-CUSTMAST-STATUS       PIC X(2) VALUE '00'.
       01  WS-MANDREG-STATUS        PIC X(2) VALUE '00'.
       01  WS-MNDTRAN-STATUS        PIC X(2) VALUE '00'.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
      *A mandate last used before this date has gone 36 months
      *unused - the run date three years back.
       01  WS-LAPSE-CUTOFF          PIC 9(8).
       01  WS-LAST-USE-DATE         PIC 9(8).
       01  WS-NOTICE-REASON         PIC X(40).
       01  WS-NOTICE-MANDATE-ID     PIC X(16).
       01  WS-REJECT-REASON         PIC X(30).
       01  WS-TRAN-READ-COUNT       PIC 9(7) VALUE 0.
       01  WS-END-REQUEST-COUNT     PIC 9(7) VALUE 0.
       01  WS-TRAN-REJECTED-COUNT   PIC 9(7) VALUE 0.
       01  WS-REGISTERED-COUNT      PIC 9(7) VALUE 0.
       01  WS-LAPSED-COUNT          PIC 9(7) VALUE 0.
       01  WS-FINAL-CLOSED-COUNT    PIC 9(7) VALUE 0.
       01  WS-REMOVED-COUNT         PIC 9(7) VALUE 0.
       01  WS-FALLBACK-COUNT        PIC 9(7) VALUE 0.
       01  WS-ACTIVE-COUNT          PIC 9(7) VALUE 0.
       01  WS-ENDING-COUNT          PIC 9(7) VALUE 0.
       01  WS-INACTIVE-COUNT        PIC 9(7) VALUE 0.
       01  WS-REGISTER-LINE.
           05 RL-CUST-ID            PIC X(6).
           05                       PIC X(2).
           05 RL-MANDATE-ID         PIC X(16).
           05                       PIC X(2).
           05 RL-STATUS             PIC X(8).
           05                       PIC X(2).
           05 RL-SIGNED-DATE        PIC 9(8) BLANK WHEN ZERO.
           05                       PIC X(2).
           05 RL-FIRST-DATE         PIC 9(8) BLANK WHEN ZERO.
           05                       PIC X(2).
           05 RL-LAST-DATE          PIC 9(8) BLANK WHEN ZERO.
           05                       PIC X(2).
           05 RL-COUNT              PIC Z(4)9.
           05                       PIC X(2).
           05 RL-AMOUNT             PIC -(9)9.99.
           05                       PIC X(2).
           05 RL-LAPSE-DATE         PIC 9(8) BLANK WHEN ZERO.
           05                       PIC X(2).
           05 RL-CLOSED-DATE        PIC 9(8) BLANK WHEN ZERO.
           05                       PIC X(2).
           05 RL-CLOSE-REASON       PIC X(2).
           05                       PIC X(2).
           05 RL-END-REQUESTED-BY   PIC X(8).
       PROCEDURE DIVISION.
       MANDATE-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            COMPUTE WS-LAPSE-CUTOFF = WS-RUN-DATE - 30000
            OPEN I-O CUSTMAST
      *The register is created on the first run.
            OPEN I-O MANDREG
            IF WS-MANDREG-STATUS = '35' then
                OPEN OUTPUT MANDREG
                CLOSE MANDREG
                OPEN I-O MANDREG
            END-IF
            OPEN OUTPUT MNDRPT
            OPEN OUTPUT MNDNOTE
            OPEN EXTEND AUDITFILE
            MOVE SPACES TO MND-REPORT-LINE
            STRING 'DIRECT-DEBIT MANDATE REGISTER - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                ' - LAPSE IF UNUSED SINCE BEFORE ' DELIMITED BY SIZE
                WS-LAPSE-CUTOFF DELIMITED BY SIZE
                INTO MND-REPORT-LINE
            END-STRING
            WRITE MND-REPORT-LINE
            MOVE SPACES TO MND-REPORT-LINE
            WRITE MND-REPORT-LINE
            PERFORM APPLY-END-REQUESTS.
       APPLY-END-REQUESTS.
      *No request file is the normal day.
            OPEN INPUT MNDTRAN
            IF WS-MNDTRAN-STATUS = '00' then
                PERFORM READ-END-REQUEST
                    UNTIL WS-TRAN-EOF
                CLOSE MNDTRAN
                MOVE SPACES TO MND-REPORT-LINE
                WRITE MND-REPORT-LINE
            END-IF.
       READ-END-REQUEST.
            READ MNDTRAN
                AT END
                    SET WS-TRAN-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-TRAN-READ-COUNT
                    PERFORM APPLY-ONE-END-REQUEST
            END-READ.
       APPLY-ONE-END-REQUEST.
            MOVE SPACES TO WS-REJECT-REASON
            IF NOT MT-ACTION-END then
                MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
            ELSE
                MOVE MT-CUST-ID TO MR-CUST-ID
                MOVE MT-MANDATE-ID TO MR-MANDATE-ID
                READ MANDREG
                    INVALID KEY
                        MOVE 'MANDATE NOT ON REGISTER' TO
                            WS-REJECT-REASON
                    NOT INVALID KEY
                        IF NOT MR-ACTIVE then
                            MOVE 'MANDATE NOT ACTIVE' TO
                                WS-REJECT-REASON
                        END-IF
                END-READ
            END-IF
            MOVE SPACES TO MND-REPORT-LINE
            IF WS-REJECT-REASON = SPACES then
                SET MR-ENDING TO TRUE
                MOVE MT-USER-ID TO MR-END-REQUESTED-BY
                MOVE WS-RUN-DATE TO MR-END-REQUESTED-DATE
                REWRITE MANDATE-REGISTER-RECORD
                ADD 1 TO WS-END-REQUEST-COUNT
                STRING 'END REQUESTED  ' DELIMITED BY SIZE
                    MT-CUST-ID DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    MT-MANDATE-ID DELIMITED BY SIZE
                    ' BY ' DELIMITED BY SIZE
                    MT-USER-ID DELIMITED BY SIZE
                    ' - NEXT COLLECTION IS THE FINAL ONE'
                        DELIMITED BY SIZE
                    INTO MND-REPORT-LINE
                END-STRING
            ELSE
                ADD 1 TO WS-TRAN-REJECTED-COUNT
                STRING 'REQUEST REJECTED ' DELIMITED BY SIZE
                    MT-ACTION DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    MT-CUST-ID DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    MT-MANDATE-ID DELIMITED BY SIZE
                    ' - ' DELIMITED BY SIZE
                    WS-REJECT-REASON DELIMITED BY SIZE
                    INTO MND-REPORT-LINE
                END-STRING
            END-IF
            WRITE MND-REPORT-LINE.
       BOD-PARA.
      *First the customers - register, end and lapse what their
      *masters carry - then the register itself, closing what no
      *master carries any more and listing every mandate.
            MOVE LOW-VALUES TO CM-CUST-ID
            START CUSTMAST KEY NOT LESS THAN CM-CUST-ID
                INVALID KEY
                    SET WS-CUST-EOF TO TRUE
            END-START
            PERFORM CHECK-ONE-CUSTOMER
                UNTIL WS-CUST-EOF
            PERFORM WRITE-REGISTER-HEADER
            MOVE LOW-VALUES TO MR-KEY
            START MANDREG KEY NOT LESS THAN MR-KEY
                INVALID KEY
                    SET WS-MR-EOF TO TRUE
            END-START
            PERFORM LIST-ONE-MANDATE
                UNTIL WS-MR-EOF.
       CHECK-ONE-CUSTOMER.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-CUST-EOF TO TRUE
            END-READ
            IF NOT WS-CUST-EOF then
                IF CM-PAY-DIRECT-DEBIT
                    AND CM-MANDATE-ID NOT = SPACES then
                    PERFORM CHECK-CUSTOMER-MANDATE
                        THRU CHECK-CUSTOMER-MANDATE-EXIT
                END-IF
            END-IF.
       CHECK-CUSTOMER-MANDATE.
            MOVE 'Y' TO WS-MR-FOUND-SW
            MOVE CM-CUST-ID TO MR-CUST-ID
            MOVE CM-MANDATE-ID TO MR-MANDATE-ID
            READ MANDREG
                INVALID KEY
                    MOVE 'N' TO WS-MR-FOUND-SW
            END-READ
            IF NOT WS-MR-FOUND then
                PERFORM REGISTER-NEW-MANDATE
                GO TO CHECK-CUSTOMER-MANDATE-EXIT
            END-IF
      *A lapsed or closed mandate keyed back onto the master is no
      *authority to debit - a new one must be signed.
            IF NOT MR-COLLECTABLE then
                MOVE 'MANDATE NO LONGER VALID' TO WS-NOTICE-REASON
                PERFORM FALL-BACK-TO-REMITTANCE
                GO TO CHECK-CUSTOMER-MANDATE-EXIT
            END-IF
            IF MR-ENDING
                AND MR-FINAL-COLLECT-DATE > 0 then
                SET MR-CLOSED TO TRUE
                SET MR-CLOSED-FINAL TO TRUE
                MOVE WS-RUN-DATE TO MR-CLOSED-DATE
                REWRITE MANDATE-REGISTER-RECORD
                ADD 1 TO WS-FINAL-CLOSED-COUNT
                MOVE 'FINAL COLLECTION MADE - MANDATE ENDED' TO
                    WS-NOTICE-REASON
                PERFORM FALL-BACK-TO-REMITTANCE
                GO TO CHECK-CUSTOMER-MANDATE-EXIT
            END-IF
            MOVE MR-LAST-COLLECT-DATE TO WS-LAST-USE-DATE
            IF WS-LAST-USE-DATE = 0 then
                MOVE MR-SIGNED-DATE TO WS-LAST-USE-DATE
                IF MR-REGISTERED-DATE > WS-LAST-USE-DATE then
                    MOVE MR-REGISTERED-DATE TO WS-LAST-USE-DATE
                END-IF
            END-IF
            IF WS-LAST-USE-DATE < WS-LAPSE-CUTOFF then
                SET MR-LAPSED TO TRUE
                SET MR-CLOSED-LAPSED TO TRUE
                MOVE WS-RUN-DATE TO MR-CLOSED-DATE
                REWRITE MANDATE-REGISTER-RECORD
                ADD 1 TO WS-LAPSED-COUNT
                MOVE 'UNUSED FOR 36 MONTHS - MANDATE LAPSED' TO
                    WS-NOTICE-REASON
                PERFORM FALL-BACK-TO-REMITTANCE
                GO TO CHECK-CUSTOMER-MANDATE-EXIT
            END-IF
      *The customer moved the account the mandate debits - the
      *register follows the master.
            IF CM-BANK-CODE NOT = MR-BANK-CODE
                OR CM-BANK-ACCT-NO NOT = MR-BANK-ACCT-NO then
                MOVE CM-BANK-CODE TO MR-BANK-CODE
                MOVE CM-BANK-ACCT-NO TO MR-BANK-ACCT-NO
                REWRITE MANDATE-REGISTER-RECORD
            END-IF.
       CHECK-CUSTOMER-MANDATE-EXIT.
            EXIT.
       REGISTER-NEW-MANDATE.
            INITIALIZE MANDATE-REGISTER-RECORD
            MOVE CM-CUST-ID TO MR-CUST-ID
            MOVE CM-MANDATE-ID TO MR-MANDATE-ID
            SET MR-ACTIVE TO TRUE
            MOVE CM-BANK-CODE TO MR-BANK-CODE
            MOVE CM-BANK-ACCT-NO TO MR-BANK-ACCT-NO
            MOVE CM-MANDATE-DATE TO MR-SIGNED-DATE
            MOVE WS-RUN-DATE TO MR-REGISTERED-DATE
            WRITE MANDATE-REGISTER-RECORD
            ADD 1 TO WS-REGISTERED-COUNT.
       FALL-BACK-TO-REMITTANCE.
      *The customer pays by remittance from here on; the bank
      *details stay on file for refunds. The before and after
      *images go on the customer audit trail under this program's
      *name in place of a user id.
            MOVE SPACES TO CUST-AUDIT-RECORD
            MOVE CUSTOMER-MASTER-RECORD TO CA-OLD-IMAGE
            MOVE CM-MANDATE-ID TO WS-NOTICE-MANDATE-ID
            MOVE 'R' TO CM-PAY-METHOD
            MOVE SPACES TO CM-MANDATE-ID
            MOVE 0 TO CM-MANDATE-DATE
            REWRITE CUSTOMER-MASTER-RECORD
            MOVE CUSTOMER-MASTER-RECORD TO CA-NEW-IMAGE
            MOVE WS-RUN-DATE TO CA-AUDIT-DATE
            MOVE WS-RUN-TIME TO CA-AUDIT-TIME
            MOVE 'RECHMDT' TO CA-USER-ID
            MOVE 'CHANGE' TO CA-ACTION
            MOVE CM-CUST-ID TO CA-CUST-ID
            WRITE CUST-AUDIT-RECORD
            ADD 1 TO WS-FALLBACK-COUNT
            PERFORM WRITE-CREDIT-NOTICE.
       WRITE-CREDIT-NOTICE.
            MOVE SPACES TO MND-NOTICE-LINE
            STRING 'DIRECT-DEBIT MANDATE NOTICE - ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO MND-NOTICE-LINE
            END-STRING
            WRITE MND-NOTICE-LINE
            MOVE SPACES TO MND-NOTICE-LINE
            STRING 'CUSTOMER ' DELIMITED BY SIZE
                CM-CUST-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CM-CUST-NAME DELIMITED BY SIZE
                INTO MND-NOTICE-LINE
            END-STRING
            WRITE MND-NOTICE-LINE
            MOVE SPACES TO MND-NOTICE-LINE
            STRING 'MANDATE ' DELIMITED BY SIZE
                WS-NOTICE-MANDATE-ID DELIMITED BY SIZE
                ' - ' DELIMITED BY SIZE
                WS-NOTICE-REASON DELIMITED BY SIZE
                INTO MND-NOTICE-LINE
            END-STRING
            WRITE MND-NOTICE-LINE
            MOVE 'CUSTOMER NOW PAYS BY REMITTANCE - A NEW SIGNED MANDA
      -         'TE IS NEEDED TO RESUME' TO MND-NOTICE-LINE
            WRITE MND-NOTICE-LINE
            MOVE 'DIRECT DEBIT.' TO MND-NOTICE-LINE
            WRITE MND-NOTICE-LINE
            MOVE SPACES TO MND-NOTICE-LINE
            WRITE MND-NOTICE-LINE.
       LIST-ONE-MANDATE.
            READ MANDREG NEXT RECORD
                AT END
                    SET WS-MR-EOF TO TRUE
            END-READ
            IF NOT WS-MR-EOF then
                IF MR-COLLECTABLE then
                    PERFORM CHECK-MANDATE-ON-MASTER
                END-IF
                PERFORM WRITE-REGISTER-LINE
            END-IF.
       CHECK-MANDATE-ON-MASTER.
      *The master dropped the mandate - a new mandate replaced it,
      *or the customer no longer pays by direct debit.
            MOVE 'Y' TO WS-CUST-FOUND-SW
            MOVE MR-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    MOVE 'N' TO WS-CUST-FOUND-SW
            END-READ
            IF NOT WS-CUST-FOUND
                OR NOT CM-PAY-DIRECT-DEBIT
                OR CM-MANDATE-ID NOT = MR-MANDATE-ID then
                SET MR-CLOSED TO TRUE
                SET MR-CLOSED-REMOVED TO TRUE
                IF WS-CUST-FOUND
                    AND CM-PAY-DIRECT-DEBIT
                    AND CM-MANDATE-ID NOT = SPACES then
                    SET MR-CLOSED-REPLACED TO TRUE
                END-IF
                MOVE WS-RUN-DATE TO MR-CLOSED-DATE
                REWRITE MANDATE-REGISTER-RECORD
                ADD 1 TO WS-REMOVED-COUNT
            END-IF.
       WRITE-REGISTER-HEADER.
            MOVE SPACES TO MND-REPORT-LINE
            STRING 'CUST    MANDATE ID        STATUS    SIGNED    '
                DELIMITED BY SIZE
                'FIRST     LAST      COUNT         AMOUNT  '
                DELIMITED BY SIZE
                'LAPSES ON CLOSED    RS  END BY' DELIMITED BY SIZE
                INTO MND-REPORT-LINE
            END-STRING
            WRITE MND-REPORT-LINE.
       WRITE-REGISTER-LINE.
            MOVE SPACES TO WS-REGISTER-LINE
            MOVE MR-CUST-ID TO RL-CUST-ID
            MOVE MR-MANDATE-ID TO RL-MANDATE-ID
            MOVE MR-SIGNED-DATE TO RL-SIGNED-DATE
            MOVE MR-FIRST-COLLECT-DATE TO RL-FIRST-DATE
            MOVE MR-LAST-COLLECT-DATE TO RL-LAST-DATE
            MOVE MR-COLLECT-COUNT TO RL-COUNT
            MOVE MR-COLLECT-AMOUNT TO RL-AMOUNT
            MOVE 0 TO RL-LAPSE-DATE
            MOVE MR-CLOSED-DATE TO RL-CLOSED-DATE
            MOVE MR-CLOSE-REASON TO RL-CLOSE-REASON
            MOVE MR-END-REQUESTED-BY TO RL-END-REQUESTED-BY
            EVALUATE TRUE
                WHEN MR-ACTIVE
                    ADD 1 TO WS-ACTIVE-COUNT
                    MOVE 'ACTIVE' TO RL-STATUS
                WHEN MR-ENDING
                    ADD 1 TO WS-ENDING-COUNT
                    MOVE 'ENDING' TO RL-STATUS
                WHEN MR-LAPSED
                    ADD 1 TO WS-INACTIVE-COUNT
                    MOVE 'LAPSED' TO RL-STATUS
                WHEN OTHER
                    ADD 1 TO WS-INACTIVE-COUNT
                    MOVE 'CLOSED' TO RL-STATUS
            END-EVALUATE
      *A live mandate lapses 36 months after its last use.
            IF MR-COLLECTABLE then
                MOVE MR-LAST-COLLECT-DATE TO WS-LAST-USE-DATE
                IF WS-LAST-USE-DATE = 0 then
                    MOVE MR-SIGNED-DATE TO WS-LAST-USE-DATE
                    IF MR-REGISTERED-DATE > WS-LAST-USE-DATE then
                        MOVE MR-REGISTERED-DATE TO WS-LAST-USE-DATE
                    END-IF
                END-IF
                COMPUTE RL-LAPSE-DATE = WS-LAST-USE-DATE + 30000
            END-IF
            MOVE WS-REGISTER-LINE TO MND-REPORT-LINE
            WRITE MND-REPORT-LINE.
       END-PARA.
            MOVE SPACES TO MND-REPORT-LINE
            WRITE MND-REPORT-LINE
            MOVE SPACES TO MND-REPORT-LINE
            STRING 'ACTIVE: ' DELIMITED BY SIZE
                WS-ACTIVE-COUNT DELIMITED BY SIZE
                '  ENDING: ' DELIMITED BY SIZE
                WS-ENDING-COUNT DELIMITED BY SIZE
                '  LAPSED/CLOSED: ' DELIMITED BY SIZE
                WS-INACTIVE-COUNT DELIMITED BY SIZE
                INTO MND-REPORT-LINE
            END-STRING
            WRITE MND-REPORT-LINE
            MOVE SPACES TO MND-REPORT-LINE
            STRING 'THIS RUN - REGISTERED: ' DELIMITED BY SIZE
                WS-REGISTERED-COUNT DELIMITED BY SIZE
                '  END REQUESTS: ' DELIMITED BY SIZE
                WS-END-REQUEST-COUNT DELIMITED BY SIZE
                '  FINAL CLOSED: ' DELIMITED BY SIZE
                WS-FINAL-CLOSED-COUNT DELIMITED BY SIZE
                '  LAPSED: ' DELIMITED BY SIZE
                WS-LAPSED-COUNT DELIMITED BY SIZE
                '  REMOVED FROM MASTER: ' DELIMITED BY SIZE
                WS-REMOVED-COUNT DELIMITED BY SIZE
                '  TO REMITTANCE: ' DELIMITED BY SIZE
                WS-FALLBACK-COUNT DELIMITED BY SIZE
                INTO MND-REPORT-LINE
            END-STRING
            WRITE MND-REPORT-LINE
            CLOSE CUSTMAST MANDREG MNDRPT MNDNOTE AUDITFILE
            DISPLAY 'MANDATES - REGISTERED:       ' WS-REGISTERED-COUNT
            DISPLAY 'MANDATES - END REQUESTS:     ' WS-END-REQUEST-COUNT
            DISPLAY 'MANDATES - REQUESTS REJECTED:'
                WS-TRAN-REJECTED-COUNT
            DISPLAY 'MANDATES - FINAL CLOSED:     '
                WS-FINAL-CLOSED-COUNT
            DISPLAY 'MANDATES - LAPSED:           ' WS-LAPSED-COUNT
            DISPLAY 'MANDATES - REMOVED:          ' WS-REMOVED-COUNT
            DISPLAY 'MANDATES - TO REMITTANCE:    ' WS-FALLBACK-COUNT
            IF WS-FALLBACK-COUNT > 0 then
                MOVE 4 TO RETURN-CODE
            END-IF
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
