      *The open-AR balance is system-maintained by ARPOST/RECHCASH
      *and cannot be set by transaction: an add starts it at zero
      *and a change carries the existing balance forward.
      *
      *The fields that move money or credit - payment method, bank
      *and mandate details, credit limit, billing block - are under
      *dual control, the way PRCMAINT keeps contract prices: an add
      *or change that alters them applies the rest of the record at
      *once but parks those values on the sensitive-change file
      *(CUSTSENS) with who keyed them. They go into force only when
      *a different user on the authorised-approver list (CUSTAPPR)
      *approves them (action 'P'); the requester or an approver may
      *reject them (action 'J'). Until then the master keeps its
      *old values - a new account is written billing-blocked with
      *no limit, no bank details and remittance payment. Changes
      *still waiting for approval are listed at the end of the
      *report.
      *
      *A customer who leaves is closed (action 'X'), not deleted -
      *the billing run holds a closed account's new lines, and
      *RECHANO anonymises it once it is settled and out of
      *retention. A closed account may be reopened (action 'O')
      *until then; an anonymised one is refused every change.
      *
      *An account that is one of our own companies buying from
      *another carries that company's code as its intercompany
      *link - the code must be on the company master (COMPMAST).
       PROGRAM-ID. CUSTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CM-CUST-ID.
      *Sensitive-change file - one record per customer. See
      *CUSTSENS.cpy.
           SELECT CUSTSENS ASSIGN CUSTSENSNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CS-CUST-ID
                          FILE STATUS WS-CUSTSENS-STATUS.
      *Users authorised to approve sensitive changes - kept by
      *Internal Audit, one user id per line.
           SELECT CUSTAPPR ASSIGN CUSTAPPRNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-CUSTAPPR-STATUS.
           SELECT AUDITFILE ASSIGN AUDITNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT MNTRPT  ASSIGN MNTRPTNM
                          ACCESS RANDOM
                          RECORD KEY SS-RECORD-ID
                          FILE STATUS WS-SYSSTAT-STATUS.
      *Company master - the intercompany link is checked against it.
           SELECT COMPMAST ASSIGN COMPNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CO-COMPANY-CODE
                          FILE STATUS WS-COMPMAST-STATUS.
       FILE SECTION.
       FD  CUSTTRAN.
           COPY "CUSTTRAN.cpy".
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  CUSTSENS.
           COPY "CUSTSENS.cpy".
       FD  CUSTAPPR.
       01  CUST-APPROVER-RECORD.
           05 AP-USER-ID            PIC X(8).
           05                       PIC X.
           05 AP-USER-NAME          PIC X(30).
       FD  AUDITFILE.
      *Full before/after images, unlike RATEMAIN's 20-byte values -
      *a customer record carries too many fields to audit usefully
      *one value at a time.
           COPY "CUSTAUD.cpy".
       FD  MNTRPT.
       01  MNT-REPORT-LINE          PIC X(100).
       FD  SYSSTAT.
           COPY "SYSSTAT.cpy".
       FD  COMPMAST.
           COPY "COMPMAST.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-TRAN-READ-COUNT       PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-QUEUED-COUNT          PIC 9(7) VALUE 0.
       01  WS-WITHDRAWN-COUNT       PIC 9(7) VALUE 0.
       01  WS-PENDING-COUNT         PIC 9(7) VALUE 0.
       01  WS-REPORT-TAG            PIC X(9).
       01  WS-AUDIT-ACTION          PIC X(6).
       01  WS-TRAN-VALID-SW         PIC X VALUE 'Y'.
           88 WS-TRAN-VALID             VALUE 'Y'.
           88 WS-TRAN-INVALID           VALUE 'N'.
       01  WS-REJECT-REASON         PIC X(40).
       01  WS-OLD-IMAGE             PIC X(379).
       01  WS-SAVED-AR-BAL          PIC S9(9)V99.
       01  WS-SAVED-EMAIL-BAD       PIC X.
       01  WS-SYSSTAT-STATUS        PIC X(2) VALUE '00'.
       01  WS-COMPMAST-STATUS       PIC X(2) VALUE '00'.
       01  WS-COMPMAST-AVAIL-SW     PIC X VALUE 'N'.
           88 WS-COMPMAST-AVAILABLE     VALUE 'Y'.
       01  WS-CUSTSENS-STATUS       PIC X(2) VALUE '00'.
       01  WS-CUSTAPPR-STATUS       PIC X(2) VALUE '00'.
       01  WS-APPR-EOF-SW           PIC X VALUE 'N'.
           88 WS-APPR-EOF               VALUE 'Y'.
       01  WS-SENS-EOF-SW           PIC X VALUE 'N'.
           88 WS-SENS-EOF               VALUE 'Y'.
       01  WS-SENS-ON-FILE-SW       PIC X.
           88 WS-SENS-ON-FILE           VALUE 'Y'.
      *Which sensitive groups a transaction alters against the
      *master as it stands.
       01  WS-BANK-DIFF-SW          PIC X.
           88 WS-BANK-DIFF              VALUE 'Y'.
       01  WS-LIMIT-DIFF-SW         PIC X.
           88 WS-LIMIT-DIFF             VALUE 'Y'.
       01  WS-BLOCK-DIFF-SW         PIC X.
           88 WS-BLOCK-DIFF             VALUE 'Y'.
       01  WS-SENS-CHANGE-SW        PIC X.
           88 WS-SENS-CHANGE            VALUE 'Y'.
       01  WS-NEW-ACCOUNT-SW        PIC X.
           88 WS-NEW-ACCOUNT            VALUE 'Y'.
       01  WS-SAVED-BANK-CHG-DATE   PIC 9(8).
      *The sensitive values the master keeps until approval - the
      *ones on file for a change, the neutral ones for an add.
       01  WS-CUR-SENS-VALUES.
           05 WS-CUR-PAY-METHOD     PIC X.
           05 WS-CUR-BANK-CODE      PIC X(8).
           05 WS-CUR-BANK-ACCT-NO   PIC X(17).
           05 WS-CUR-MANDATE-ID     PIC X(16).
           05 WS-CUR-MANDATE-DATE   PIC 9(8).
           05 WS-CUR-CREDIT-LIMIT   PIC 9(7)V99.
           05 WS-CUR-BILLING-BLOCK  PIC X.
       01  WS-SENS-GROUPS           PIC X(17).
       01  WS-APPROVER-COUNT        PIC 9(3) VALUE 0.
       01  WS-APPROVER-SUBSCR       PIC 9(3).
       01  WS-APPROVER-OK-SW        PIC X.
           88 WS-APPROVER-OK            VALUE 'Y'.
       01  WS-APPROVER-TABLE.
           05 WS-APPROVER-ID OCCURS 100 TIMES PIC X(8).
       01  WS-BILLING-BUSY-SW       PIC X VALUE 'N'.
           88 WS-BILLING-BUSY           VALUE 'Y'.
       01  WS-ZIP-SUBSCR            PIC 99.
            END-IF
            OPEN INPUT  CUSTTRAN
            OPEN I-O    CUSTMAST
      *The sensitive-change file is created on the first run.
            OPEN I-O    CUSTSENS
            IF WS-CUSTSENS-STATUS = '35' then
                OPEN OUTPUT CUSTSENS
                CLOSE CUSTSENS
                OPEN I-O CUSTSENS
            END-IF
            PERFORM LOAD-APPROVERS
            OPEN INPUT COMPMAST
            IF WS-COMPMAST-STATUS = '00' then
                SET WS-COMPMAST-AVAILABLE TO TRUE
            END-IF
            OPEN EXTEND AUDITFILE
            OPEN OUTPUT MNTRPT
            PERFORM WRITE-REPORT-HEADER
                END-READ
                CLOSE SYSSTAT
            END-IF.
       LOAD-APPROVERS.
      *No list, nobody approves - changes queue and wait for it.
            OPEN INPUT CUSTAPPR
            IF WS-CUSTAPPR-STATUS = '00' then
                PERFORM READ-APPROVER
                    UNTIL WS-APPR-EOF
                CLOSE CUSTAPPR
            ELSE
                DISPLAY '*** APPROVER LIST NOT AVAILABLE - SENSITIVE '
                    'CHANGES CANNOT BE APPROVED THIS RUN ***'
            END-IF.
       READ-APPROVER.
            READ CUSTAPPR
                AT END
                    SET WS-APPR-EOF TO TRUE
                NOT AT END
                    IF AP-USER-ID NOT = SPACES
                        AND WS-APPROVER-COUNT < 100 then
                        ADD 1 TO WS-APPROVER-COUNT
                        MOVE AP-USER-ID TO
                            WS-APPROVER-ID(WS-APPROVER-COUNT)
                    END-IF
            END-READ.
       BOD-PARA.
            PERFORM READ-TRANSACTION
                UNTIL WS-EOF.
       APPLY-TRANSACTION.
            SET WS-TRAN-VALID TO TRUE
            MOVE SPACES TO WS-REJECT-REASON
            MOVE 'N' TO WS-SENS-CHANGE-SW
            MOVE 'APPLIED  ' TO WS-REPORT-TAG
            PERFORM VALIDATE-TRANSACTION
            IF WS-TRAN-INVALID then
                ADD 1 TO WS-REJECTED-COUNT
                        PERFORM APPLY-CHANGE
                    WHEN CT-ACTION-DELETE
                        PERFORM APPLY-DELETE
                    WHEN CT-ACTION-APPROVE
                        PERFORM APPROVE-SENSITIVE-CHANGE
                    WHEN CT-ACTION-REJECT
                        PERFORM WITHDRAW-SENSITIVE-CHANGE
                    WHEN CT-ACTION-CLOSE
                        PERFORM APPLY-CLOSE
                    WHEN CT-ACTION-REOPEN
                        PERFORM APPLY-REOPEN
                END-EVALUATE
                IF WS-TRAN-VALID then
                    IF CT-ACTION-REJECT then
                        ADD 1 TO WS-WITHDRAWN-COUNT
                        MOVE 'WITHDRAWN' TO WS-REPORT-TAG
                    ELSE
                        ADD 1 TO WS-APPLIED-COUNT
                    END-IF
                    PERFORM WRITE-REPORT-APPLIED
                    IF WS-SENS-CHANGE then
                        ADD 1 TO WS-QUEUED-COUNT
                        PERFORM WRITE-REPORT-QUEUED
                    END-IF
                ELSE
                    ADD 1 TO WS-REJECTED-COUNT
                    PERFORM WRITE-REPORT-REJECTED
                END-IF
            END-IF.
       VALIDATE-TRANSACTION.
      *Field edits common to adds and changes; a delete, close or
      *reopen only needs a plausible action code and customer id,
      *an approval or rejection also the user who gives it.
            IF NOT CT-ACTION-ADD
                AND NOT CT-ACTION-CHANGE
                AND NOT CT-ACTION-DELETE
                AND NOT CT-ACTION-APPROVE
                AND NOT CT-ACTION-REJECT
                AND NOT CT-ACTION-CLOSE
                AND NOT CT-ACTION-REOPEN then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
            END-IF
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'CUSTOMER ID MISSING' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND (CT-ACTION-APPROVE OR CT-ACTION-REJECT)
                AND CT-USER-ID = SPACES then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'USER ID MISSING' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND (CT-ACTION-ADD OR CT-ACTION-CHANGE) then
                PERFORM VALIDATE-FIELD-EDITS
            END-IF.
       VALIDATE-FIELD-EDITS.
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'DIRECT DEBIT NEEDS BANK AND MANDATE' TO
                    WS-REJECT-REASON
            END-IF
      *Document language: two letters, or spaces for German.
            IF WS-TRAN-VALID
                AND CT-LANG-CODE NOT = SPACES
                AND (CT-LANG-CODE IS NOT ALPHABETIC-UPPER
                    OR CT-LANG-CODE(1:1) = SPACE
                    OR CT-LANG-CODE(2:1) = SPACE) then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'INVALID LANGUAGE CODE' TO WS-REJECT-REASON
            END-IF
      *Structured e-invoicing cannot be delivered without the
      *buyer's routing id.
            IF WS-TRAN-VALID
                AND CT-STRUCT-EINV-FLAG NOT = 'U'
                AND CT-STRUCT-EINV-FLAG NOT = 'N'
                AND CT-STRUCT-EINV-FLAG NOT = ' ' then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'INVALID STRUCTURED E-INVOICE FLAG' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND CT-STRUCT-EINV-FLAG = 'U'
                AND CT-BUYER-ROUTING-ID = SPACES then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'STRUCTURED E-INVOICE NEEDS ROUTING ID' TO
                    WS-REJECT-REASON
            END-IF
      *An intercompany link must name a company we actually run -
      *the billing run posts the account's lines into that link.
            IF WS-TRAN-VALID
                AND CT-INTERCO-COMPANY NOT = SPACES then
                PERFORM VALIDATE-INTERCO-COMPANY
            END-IF
      *Billing cycle: the cycle day must name a weekday for weekly
      *and a day of the month for monthly billing. Daily and
      *every-run billing have no cycle day - one left blank (a
      *customer set up before cycle billing, carried through by the
      *credit review's changes) is taken as 0.
            IF WS-TRAN-VALID
                AND CT-BILL-CYCLE NOT = ' '
                AND CT-BILL-CYCLE NOT = 'D'
                AND CT-BILL-CYCLE NOT = 'W'
                AND CT-BILL-CYCLE NOT = 'M' then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'INVALID BILLING CYCLE' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND CT-BILL-CYCLE NOT = 'W'
                AND CT-BILL-CYCLE NOT = 'M'
                AND CT-BILL-CYCLE-DAY IS NOT NUMERIC then
                MOVE 0 TO CT-BILL-CYCLE-DAY
            END-IF
            IF WS-TRAN-VALID
                AND CT-BILL-CYCLE-DAY IS NOT NUMERIC then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'INVALID BILLING CYCLE DAY' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND CT-BILL-CYCLE = 'W'
                AND (CT-BILL-CYCLE-DAY < 1
                    OR CT-BILL-CYCLE-DAY > 7) then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'WEEKLY CYCLE DAY MUST BE 1-7' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND CT-BILL-CYCLE = 'M'
                AND (CT-BILL-CYCLE-DAY < 1
                    OR CT-BILL-CYCLE-DAY > 31) then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'MONTHLY CYCLE DAY MUST BE 1-31' TO
                    WS-REJECT-REASON
            END-IF.
       VALIDATE-INTERCO-COMPANY.
            IF NOT WS-COMPMAST-AVAILABLE then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'COMPANY MASTER NOT AVAILABLE' TO
                    WS-REJECT-REASON
            ELSE
                MOVE CT-INTERCO-COMPANY TO CO-COMPANY-CODE
                READ COMPMAST
                    INVALID KEY
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'INTERCOMPANY CODE NOT ON COMPANY MASTER'
                            TO WS-REJECT-REASON
                END-READ
            END-IF.
       VALIDATE-PARENT-LINK.
      *A national-account parent must be a different customer and
            MOVE CT-VAT-REG-NO TO CM-VAT-REG-NO
            MOVE CT-VAT-COUNTRY TO CM-VAT-COUNTRY
            MOVE CT-REP-CODE TO CM-REP-CODE
            MOVE CT-BILLING-BLOCK TO CM-BILLING-BLOCK
            MOVE CT-LANG-CODE TO CM-LANG-CODE
            MOVE CT-STRUCT-EINV-FLAG TO CM-STRUCT-EINV-FLAG
            MOVE CT-BUYER-ROUTING-ID TO CM-BUYER-ROUTING-ID
            MOVE CT-INTERCO-COMPANY TO CM-INTERCO-COMPANY
            MOVE CT-BILL-CYCLE TO CM-BILL-CYCLE
            MOVE CT-BILL-CYCLE-DAY TO CM-BILL-CYCLE-DAY.
       APPLY-ADD.
      *A new account starts from the neutral values - blocked, no
      *limit, no bank details - and whatever the add keys beyond
      *them waits for approval.
            SET WS-NEW-ACCOUNT TO TRUE
            MOVE 'R' TO WS-CUR-PAY-METHOD
            MOVE SPACES TO WS-CUR-BANK-CODE
            MOVE SPACES TO WS-CUR-BANK-ACCT-NO
            MOVE SPACES TO WS-CUR-MANDATE-ID
            MOVE 0 TO WS-CUR-MANDATE-DATE
            MOVE 0 TO WS-CUR-CREDIT-LIMIT
            MOVE 'Y' TO WS-CUR-BILLING-BLOCK
            PERFORM COMPARE-SENSITIVE-VALUES
            IF WS-SENS-CHANGE then
                PERFORM CHECK-NO-PENDING-CHANGE
            END-IF
            IF WS-TRAN-VALID then
                PERFORM BUILD-MASTER-FROM-TRAN
                IF WS-SENS-CHANGE then
                    PERFORM KEEP-CURRENT-SENSITIVE
                END-IF
                MOVE 0 TO CM-OPEN-AR-BAL
                MOVE 'N' TO CM-EMAIL-BAD-FLAG
                MOVE SPACE TO CM-ACCOUNT-STATUS
                MOVE 0 TO CM-CLOSED-DATE
                MOVE 0 TO CM-ANONYMISED-DATE
                PERFORM CLEAR-VAT-VERIFICATION
                MOVE SPACES TO WS-OLD-IMAGE
                WRITE CUSTOMER-MASTER-RECORD
                    INVALID KEY
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'CUSTOMER ALREADY ON FILE' TO
                            WS-REJECT-REASON
                    NOT INVALID KEY
                        MOVE 'ADD' TO WS-AUDIT-ACTION
                        PERFORM WRITE-AUDIT-RECORD
                        IF WS-SENS-CHANGE then
                            PERFORM QUEUE-SENSITIVE-CHANGE
                        END-IF
                END-WRITE
            END-IF
            IF WS-TRAN-INVALID then
                MOVE 'N' TO WS-SENS-CHANGE-SW
            END-IF.
       APPLY-CHANGE.
            MOVE 'N' TO WS-NEW-ACCOUNT-SW
            MOVE CT-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                        WS-REJECT-REASON
                NOT INVALID KEY
                    MOVE CUSTOMER-MASTER-RECORD TO WS-OLD-IMAGE
                    PERFORM SAVE-CURRENT-SENSITIVE
                    PERFORM COMPARE-SENSITIVE-VALUES
                    IF CM-ACCOUNT-ANONYMISED then
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'ACCOUNT ANONYMISED - NO CHANGES' TO
                            WS-REJECT-REASON
                    END-IF
                    IF WS-TRAN-VALID AND WS-SENS-CHANGE then
                        PERFORM CHECK-NO-PENDING-CHANGE
                    END-IF
                    IF WS-TRAN-VALID then
                        PERFORM REBUILD-CHANGED-MASTER
                    END-IF
            END-READ
            IF WS-TRAN-INVALID then
                MOVE 'N' TO WS-SENS-CHANGE-SW
            END-IF.
       REBUILD-CHANGED-MASTER.
      *The open-AR balance survives the change - it belongs to the
      *AR programs, not to the transaction. The failing-address
      *flag survives too UNLESS the change supplies a new e-mail
      *address, which counts as the fix. The VAT registration's
      *verification result survives unless the registration number
      *or country changes - a new number has to be verified afresh.
            MOVE CM-OPEN-AR-BAL TO WS-SAVED-AR-BAL
            MOVE CM-EMAIL-BAD-FLAG TO WS-SAVED-EMAIL-BAD
            IF CT-EMAIL-ADDR NOT = CM-EMAIL-ADDR then
                MOVE 'N' TO WS-SAVED-EMAIL-BAD
            END-IF
            IF CT-VAT-REG-NO NOT = CM-VAT-REG-NO
                OR CT-VAT-COUNTRY NOT = CM-VAT-COUNTRY then
                PERFORM CLEAR-VAT-VERIFICATION
            END-IF
            PERFORM BUILD-MASTER-FROM-TRAN
            MOVE WS-SAVED-AR-BAL TO CM-OPEN-AR-BAL
            MOVE WS-SAVED-EMAIL-BAD TO CM-EMAIL-BAD-FLAG
            IF WS-SENS-CHANGE then
                PERFORM KEEP-CURRENT-SENSITIVE
            END-IF
            REWRITE CUSTOMER-MASTER-RECORD
            MOVE 'CHANGE' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-RECORD
            IF WS-SENS-CHANGE then
                PERFORM QUEUE-SENSITIVE-CHANGE
            END-IF.
       CLEAR-VAT-VERIFICATION.
            SET CM-VAT-NOT-VERIFIED TO TRUE
            MOVE 0 TO CM-VAT-VERIFY-DATE
            MOVE SPACES TO CM-VAT-VERIFY-REF.
       APPLY-DELETE.
            MOVE CT-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                    MOVE CUSTOMER-MASTER-RECORD TO WS-OLD-IMAGE
                    DELETE CUSTMAST RECORD
                    MOVE SPACES TO CUSTOMER-MASTER-RECORD
                    MOVE 'DELETE' TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-RECORD
            END-READ.
       APPLY-CLOSE.
      *Closing keeps everything on the record - the account still
      *collects its open items and keeps its history; only new
      *billing stops.
            MOVE CT-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'CUSTOMER NOT ON FILE FOR CLOSE' TO
                        WS-REJECT-REASON
                NOT INVALID KEY
                    IF NOT CM-ACCOUNT-OPEN then
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'ACCOUNT IS NOT OPEN' TO WS-REJECT-REASON
                    ELSE
                        MOVE CUSTOMER-MASTER-RECORD TO WS-OLD-IMAGE
                        SET CM-ACCOUNT-CLOSED TO TRUE
                        MOVE WS-RUN-DATE TO CM-CLOSED-DATE
                        REWRITE CUSTOMER-MASTER-RECORD
                        MOVE 'CLOSE' TO WS-AUDIT-ACTION
                        PERFORM WRITE-AUDIT-RECORD
                    END-IF
            END-READ.
       APPLY-REOPEN.
      *Only a closed account comes back - once anonymised the
      *customer's details are gone and a returning customer is set
      *up afresh.
            MOVE CT-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'CUSTOMER NOT ON FILE FOR REOPEN' TO
                        WS-REJECT-REASON
                NOT INVALID KEY
                    IF NOT CM-ACCOUNT-CLOSED then
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'ACCOUNT IS NOT CLOSED' TO
                            WS-REJECT-REASON
                    ELSE
                        MOVE CUSTOMER-MASTER-RECORD TO WS-OLD-IMAGE
                        SET CM-ACCOUNT-OPEN TO TRUE
                        MOVE 0 TO CM-CLOSED-DATE
                        REWRITE CUSTOMER-MASTER-RECORD
                        MOVE 'REOPEN' TO WS-AUDIT-ACTION
                        PERFORM WRITE-AUDIT-RECORD
                    END-IF
            END-READ.
       SAVE-CURRENT-SENSITIVE.
            MOVE CM-PAY-METHOD TO WS-CUR-PAY-METHOD
            MOVE CM-BANK-CODE TO WS-CUR-BANK-CODE
            MOVE CM-BANK-ACCT-NO TO WS-CUR-BANK-ACCT-NO
            MOVE CM-MANDATE-ID TO WS-CUR-MANDATE-ID
            MOVE CM-MANDATE-DATE TO WS-CUR-MANDATE-DATE
            MOVE CM-CREDIT-LIMIT TO WS-CUR-CREDIT-LIMIT
            MOVE CM-BILLING-BLOCK TO WS-CUR-BILLING-BLOCK.
       KEEP-CURRENT-SENSITIVE.
            MOVE WS-CUR-PAY-METHOD TO CM-PAY-METHOD
            MOVE WS-CUR-BANK-CODE TO CM-BANK-CODE
            MOVE WS-CUR-BANK-ACCT-NO TO CM-BANK-ACCT-NO
            MOVE WS-CUR-MANDATE-ID TO CM-MANDATE-ID
            MOVE WS-CUR-MANDATE-DATE TO CM-MANDATE-DATE
            MOVE WS-CUR-CREDIT-LIMIT TO CM-CREDIT-LIMIT
            MOVE WS-CUR-BILLING-BLOCK TO CM-BILLING-BLOCK.
       COMPARE-SENSITIVE-VALUES.
      *Remittance is 'R' or space and a clear block 'N' or space -
      *keying one for the other is no change.
            MOVE 'N' TO WS-BANK-DIFF-SW
            MOVE 'N' TO WS-LIMIT-DIFF-SW
            MOVE 'N' TO WS-BLOCK-DIFF-SW
            MOVE 'N' TO WS-SENS-CHANGE-SW
            IF CT-BANK-CODE NOT = WS-CUR-BANK-CODE
                OR CT-BANK-ACCT-NO NOT = WS-CUR-BANK-ACCT-NO
                OR CT-MANDATE-ID NOT = WS-CUR-MANDATE-ID
                OR CT-MANDATE-DATE NOT = WS-CUR-MANDATE-DATE then
                SET WS-BANK-DIFF TO TRUE
            END-IF
            IF CT-PAY-METHOD = 'D'
                AND WS-CUR-PAY-METHOD NOT = 'D' then
                SET WS-BANK-DIFF TO TRUE
            END-IF
            IF CT-PAY-METHOD NOT = 'D'
                AND WS-CUR-PAY-METHOD = 'D' then
                SET WS-BANK-DIFF TO TRUE
            END-IF
            IF CT-CREDIT-LIMIT NOT = WS-CUR-CREDIT-LIMIT then
                SET WS-LIMIT-DIFF TO TRUE
            END-IF
            IF CT-BILLING-BLOCK = 'Y'
                AND WS-CUR-BILLING-BLOCK NOT = 'Y' then
                SET WS-BLOCK-DIFF TO TRUE
            END-IF
            IF CT-BILLING-BLOCK NOT = 'Y'
                AND WS-CUR-BILLING-BLOCK = 'Y' then
                SET WS-BLOCK-DIFF TO TRUE
            END-IF
            IF WS-BANK-DIFF OR WS-LIMIT-DIFF OR WS-BLOCK-DIFF then
                SET WS-SENS-CHANGE TO TRUE
            END-IF.
       CHECK-NO-PENDING-CHANGE.
      *One sensitive change in flight per customer - the next waits
      *until this one is approved or rejected.
            MOVE CT-CUST-ID TO CS-CUST-ID
            READ CUSTSENS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CS-PENDING then
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'SENSITIVE CHANGE ALREADY PENDING' TO
                            WS-REJECT-REASON
                    END-IF
            END-READ.
       QUEUE-SENSITIVE-CHANGE.
      *Parks the keyed values with who keyed them; the customer's
      *record is reused, keeping the date its bank details last
      *changed.
            MOVE 'N' TO WS-SENS-ON-FILE-SW
            MOVE 0 TO WS-SAVED-BANK-CHG-DATE
            MOVE CT-CUST-ID TO CS-CUST-ID
            READ CUSTSENS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-SENS-ON-FILE TO TRUE
                    MOVE CS-BANK-CHANGE-DATE TO WS-SAVED-BANK-CHG-DATE
            END-READ
            INITIALIZE CUST-SENSITIVE-RECORD
            MOVE CT-CUST-ID TO CS-CUST-ID
            SET CS-PENDING TO TRUE
            MOVE WS-BANK-DIFF-SW TO CS-BANK-CHANGED
            MOVE WS-LIMIT-DIFF-SW TO CS-LIMIT-CHANGED
            MOVE WS-BLOCK-DIFF-SW TO CS-BLOCK-CHANGED
            MOVE WS-NEW-ACCOUNT-SW TO CS-NEW-ACCOUNT
            MOVE CT-PAY-METHOD TO CS-PAY-METHOD
            MOVE CT-BANK-CODE TO CS-BANK-CODE
            MOVE CT-BANK-ACCT-NO TO CS-BANK-ACCT-NO
            MOVE CT-MANDATE-ID TO CS-MANDATE-ID
            MOVE CT-MANDATE-DATE TO CS-MANDATE-DATE
            MOVE CT-CREDIT-LIMIT TO CS-CREDIT-LIMIT
            MOVE CT-BILLING-BLOCK TO CS-BILLING-BLOCK
            MOVE WS-CUR-SENS-VALUES TO CS-OLD-VALUES
            MOVE CT-USER-ID TO CS-REQUESTED-BY
            MOVE WS-RUN-DATE TO CS-REQUESTED-DATE
            MOVE WS-RUN-TIME TO CS-REQUESTED-TIME
            MOVE WS-SAVED-BANK-CHG-DATE TO CS-BANK-CHANGE-DATE
            IF WS-SENS-ON-FILE then
                REWRITE CUST-SENSITIVE-RECORD
            ELSE
                WRITE CUST-SENSITIVE-RECORD
            END-IF
      *The audit shows the master as it stays and as the change
      *would leave it.
            MOVE CUSTOMER-MASTER-RECORD TO WS-OLD-IMAGE
            PERFORM APPLY-SENSITIVE-VALUES
            MOVE 'SQUEUE' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-RECORD
            MOVE WS-OLD-IMAGE TO CUSTOMER-MASTER-RECORD.
       APPLY-SENSITIVE-VALUES.
      *Only the groups the change touched - anything maintained on
      *the master since it was keyed stands.
            IF CS-BANK-CHANGED = 'Y' then
                MOVE CS-PAY-METHOD TO CM-PAY-METHOD
                MOVE CS-BANK-CODE TO CM-BANK-CODE
                MOVE CS-BANK-ACCT-NO TO CM-BANK-ACCT-NO
                MOVE CS-MANDATE-ID TO CM-MANDATE-ID
                MOVE CS-MANDATE-DATE TO CM-MANDATE-DATE
            END-IF
            IF CS-LIMIT-CHANGED = 'Y' then
                MOVE CS-CREDIT-LIMIT TO CM-CREDIT-LIMIT
            END-IF
            IF CS-BLOCK-CHANGED = 'Y' then
                MOVE CS-BILLING-BLOCK TO CM-BILLING-BLOCK
            END-IF.
       FIND-PENDING-SENSITIVE.
            MOVE CT-CUST-ID TO CS-CUST-ID
            READ CUSTSENS
                INVALID KEY
                    SET WS-TRAN-INVALID TO TRUE
                NOT INVALID KEY
                    IF NOT CS-PENDING then
                        SET WS-TRAN-INVALID TO TRUE
                    END-IF
            END-READ
            IF WS-TRAN-INVALID then
                MOVE 'NO SENSITIVE CHANGE AWAITING APPROVAL' TO
                    WS-REJECT-REASON
            END-IF.
       CHECK-APPROVER-AUTHORISED.
            MOVE 'N' TO WS-APPROVER-OK-SW
            PERFORM CHECK-ONE-APPROVER
                VARYING WS-APPROVER-SUBSCR FROM 1 BY 1
                UNTIL WS-APPROVER-SUBSCR > WS-APPROVER-COUNT
                OR WS-APPROVER-OK.
       CHECK-ONE-APPROVER.
            IF CT-USER-ID = WS-APPROVER-ID(WS-APPROVER-SUBSCR) then
                SET WS-APPROVER-OK TO TRUE
            END-IF.
       APPROVE-SENSITIVE-CHANGE.
      *The second person's side: someone on the approver list other
      *than the requester puts the change into force.
            PERFORM FIND-PENDING-SENSITIVE
            IF WS-TRAN-VALID
                AND CS-REQUESTED-BY = CT-USER-ID then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'APPROVER MUST DIFFER FROM REQUESTER' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID then
                PERFORM CHECK-APPROVER-AUTHORISED
                IF NOT WS-APPROVER-OK then
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'USER NOT AUTHORISED TO APPROVE' TO
                        WS-REJECT-REASON
                END-IF
            END-IF
            IF WS-TRAN-VALID then
                MOVE CT-CUST-ID TO CM-CUST-ID
                READ CUSTMAST
                    INVALID KEY
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'CUSTOMER NOT ON FILE FOR APPROVAL' TO
                            WS-REJECT-REASON
                    NOT INVALID KEY
                        MOVE CUSTOMER-MASTER-RECORD TO WS-OLD-IMAGE
                        PERFORM APPLY-SENSITIVE-VALUES
                        REWRITE CUSTOMER-MASTER-RECORD
                        MOVE 'SAPPRV' TO WS-AUDIT-ACTION
                        PERFORM WRITE-AUDIT-RECORD
                        SET CS-APPROVED TO TRUE
                        IF CS-BANK-CHANGED = 'Y' then
                            MOVE WS-RUN-DATE TO CS-BANK-CHANGE-DATE
                        END-IF
                        PERFORM RECORD-SENSITIVE-DECISION
                END-READ
            END-IF.
       WITHDRAW-SENSITIVE-CHANGE.
      *The requester may withdraw their own change, an approver may
      *turn it down; the master keeps its values either way.
            PERFORM FIND-PENDING-SENSITIVE
            IF WS-TRAN-VALID
                AND CS-REQUESTED-BY NOT = CT-USER-ID then
                PERFORM CHECK-APPROVER-AUTHORISED
                IF NOT WS-APPROVER-OK then
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'USER MAY NOT REJECT THIS CHANGE' TO
                        WS-REJECT-REASON
                END-IF
            END-IF
            IF WS-TRAN-VALID then
                MOVE CT-CUST-ID TO CM-CUST-ID
                READ CUSTMAST
                    INVALID KEY
                        MOVE SPACES TO CUSTOMER-MASTER-RECORD
                        MOVE SPACES TO WS-OLD-IMAGE
                    NOT INVALID KEY
                        MOVE CUSTOMER-MASTER-RECORD TO WS-OLD-IMAGE
                        PERFORM APPLY-SENSITIVE-VALUES
                END-READ
                MOVE 'SREJCT' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-RECORD
                SET CS-REJECTED TO TRUE
                PERFORM RECORD-SENSITIVE-DECISION
            END-IF.
       RECORD-SENSITIVE-DECISION.
            MOVE CT-USER-ID TO CS-DECIDED-BY
            MOVE WS-RUN-DATE TO CS-DECIDED-DATE
            REWRITE CUST-SENSITIVE-RECORD.
       FORMAT-SENS-GROUPS.
            MOVE SPACES TO WS-SENS-GROUPS
            IF CS-BANK-CHANGED = 'Y' then
                MOVE 'BANK' TO WS-SENS-GROUPS(1:5)
            END-IF
            IF CS-LIMIT-CHANGED = 'Y' then
                MOVE 'LIMIT' TO WS-SENS-GROUPS(7:5)
            END-IF
            IF CS-BLOCK-CHANGED = 'Y' then
                MOVE 'BLOCK' TO WS-SENS-GROUPS(13:5)
            END-IF.
       WRITE-AUDIT-RECORD.
            MOVE WS-RUN-DATE TO CA-AUDIT-DATE
            MOVE WS-RUN-TIME TO CA-AUDIT-TIME
            MOVE CT-USER-ID TO CA-USER-ID
            MOVE WS-AUDIT-ACTION TO CA-ACTION
            MOVE CT-CUST-ID TO CA-CUST-ID
            MOVE WS-OLD-IMAGE TO CA-OLD-IMAGE
            MOVE CUSTOMER-MASTER-RECORD TO CA-NEW-IMAGE
            WRITE MNT-REPORT-LINE.
       WRITE-REPORT-APPLIED.
            MOVE SPACES TO MNT-REPORT-LINE
            STRING WS-REPORT-TAG DELIMITED BY SIZE
                CT-ACTION DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CT-CUST-ID DELIMITED BY SIZE
                INTO MNT-REPORT-LINE
            END-STRING
            WRITE MNT-REPORT-LINE.
       WRITE-REPORT-QUEUED.
            PERFORM FORMAT-SENS-GROUPS
            MOVE SPACES TO MNT-REPORT-LINE
            STRING 'QUEUED   ' DELIMITED BY SIZE
                CT-ACTION DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CT-CUST-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-SENS-GROUPS DELIMITED BY SIZE
                ' AWAITING APPROVAL - KEYED BY ' DELIMITED BY SIZE
                CT-USER-ID DELIMITED BY SIZE
                INTO MNT-REPORT-LINE
            END-STRING
            WRITE MNT-REPORT-LINE.
       WRITE-REPORT-REJECTED.
            MOVE SPACES TO MNT-REPORT-LINE
            STRING 'REJECTED ' DELIMITED BY SIZE
                INTO MNT-REPORT-LINE
            END-STRING
            WRITE MNT-REPORT-LINE.
       LIST-PENDING-CHANGES.
      *Every sensitive change still waiting for a second person, so
      *the approvers see their queue on the report.
            MOVE SPACES TO MNT-REPORT-LINE
            WRITE MNT-REPORT-LINE
            MOVE 'SENSITIVE CHANGES AWAITING APPROVAL' TO
                MNT-REPORT-LINE
            WRITE MNT-REPORT-LINE
            MOVE LOW-VALUES TO CS-CUST-ID
            START CUSTSENS KEY NOT LESS THAN CS-CUST-ID
                INVALID KEY
                    SET WS-SENS-EOF TO TRUE
            END-START
            PERFORM LIST-ONE-PENDING-CHANGE
                UNTIL WS-SENS-EOF.
       LIST-ONE-PENDING-CHANGE.
            READ CUSTSENS NEXT RECORD
                AT END
                    SET WS-SENS-EOF TO TRUE
                NOT AT END
                    IF CS-PENDING then
                        ADD 1 TO WS-PENDING-COUNT
                        PERFORM FORMAT-SENS-GROUPS
                        MOVE SPACES TO MNT-REPORT-LINE
                        STRING 'PENDING    ' DELIMITED BY SIZE
                            CS-CUST-ID DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            WS-SENS-GROUPS DELIMITED BY SIZE
                            ' KEYED BY ' DELIMITED BY SIZE
                            CS-REQUESTED-BY DELIMITED BY SIZE
                            ' ON ' DELIMITED BY SIZE
                            CS-REQUESTED-DATE DELIMITED BY SIZE
                            INTO MNT-REPORT-LINE
                        END-STRING
                        WRITE MNT-REPORT-LINE
                    END-IF
            END-READ.
       END-PARA.
            PERFORM LIST-PENDING-CHANGES
            MOVE SPACES TO MNT-REPORT-LINE
            WRITE MNT-REPORT-LINE
            MOVE SPACES TO MNT-REPORT-LINE
                INTO MNT-REPORT-LINE
            END-STRING
            WRITE MNT-REPORT-LINE
            MOVE SPACES TO MNT-REPORT-LINE
            STRING 'SENSITIVE CHANGES QUEUED: ' DELIMITED BY SIZE
                WS-QUEUED-COUNT DELIMITED BY SIZE
                '  WITHDRAWN: ' DELIMITED BY SIZE
                WS-WITHDRAWN-COUNT DELIMITED BY SIZE
                '  PENDING: ' DELIMITED BY SIZE
                WS-PENDING-COUNT DELIMITED BY SIZE
                INTO MNT-REPORT-LINE
            END-STRING
            WRITE MNT-REPORT-LINE
            CLOSE CUSTTRAN CUSTMAST CUSTSENS AUDITFILE MNTRPT
            IF WS-COMPMAST-AVAILABLE then
                CLOSE COMPMAST
            END-IF
            DISPLAY 'CUSTOMER MAINTENANCE - READ:     '
                WS-TRAN-READ-COUNT
            DISPLAY 'CUSTOMER MAINTENANCE - APPLIED:  '
                WS-APPLIED-COUNT
            DISPLAY 'CUSTOMER MAINTENANCE - REJECTED: '
                WS-REJECTED-COUNT
            DISPLAY 'CUSTOMER MAINTENANCE - QUEUED:   '
                WS-QUEUED-COUNT
            DISPLAY 'CUSTOMER MAINTENANCE - WITHDRAWN:'
                WS-WITHDRAWN-COUNT
            DISPLAY 'CUSTOMER MAINTENANCE - PENDING:  '
                WS-PENDING-COUNT
            STOP RUN.
