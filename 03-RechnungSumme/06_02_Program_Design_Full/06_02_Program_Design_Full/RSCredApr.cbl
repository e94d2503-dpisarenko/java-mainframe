      *Credit-review approval. Takes the approval file Credit stamps
      *from the RECHCRV proposals - one record per account they
      *approve, either as proposed or amended (a different limit,
      *or a different action) - and writes each approved change as
      *a CUSTMNT change transaction carrying the customer's master
      *record as it stands with only the credit limit or billing
      *block altered. The limit change then reaches the master
      *through CUSTMNT's validation and before/after audit like any
      *other maintenance, under the approver's user id, instead of
      *being keyed by hand. An approval for an account this
      *quarter's review did not propose is reported and skipped;
      *proposals nobody approved are listed at the end.
       PROGRAM-ID. RECHCRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRPROP  ASSIGN CRPROPNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT CRAPPR  ASSIGN CRAPPRNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CM-CUST-ID.
           SELECT CUSTTRAN ASSIGN CUSTTRNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT CRARPT  ASSIGN CRARPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  CRPROP.
           COPY "CREDPROP.cpy".
       FD  CRAPPR.
       01  CREDIT-APPROVAL-RECORD.
           05 CRA-CUST-ID        PIC X(6).
           05                    PIC X.
      *'I', 'D' or 'B' as on the proposal - or another of them,
      *where Credit amends the action itself.
           05 CRA-ACTION         PIC X.
           05                    PIC X.
      *The limit approved for an increase or decrease - zero takes
      *the proposed limit. Ignored for a block.
           05 CRA-LIMIT          PIC 9(7)V99.
           05                    PIC X.
           05 CRA-APPROVER-ID    PIC X(8).
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  CUSTTRAN.
           COPY "CUSTTRAN.cpy".
       FD  CRARPT.
       01  CRA-REPORT-LINE       PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-PROP-EOF-SW        PIC X VALUE 'N'.
           88 WS-PROP-EOF            VALUE 'Y'.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-APPR-READ-COUNT    PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT      PIC 9(7) VALUE 0.
       01  WS-AMENDED-COUNT      PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNAPPROVED-COUNT   PIC 9(7) VALUE 0.
       01  WS-APPR-VALID-SW      PIC X VALUE 'Y'.
           88 WS-APPR-VALID          VALUE 'Y'.
           88 WS-APPR-INVALID        VALUE 'N'.
       01  WS-REJECT-REASON      PIC X(40).
       01  WS-APPROVED-LIMIT     PIC 9(7)V99.
       01  WS-AMENDED-SW         PIC X VALUE 'N'.
           88 WS-AMENDED             VALUE 'Y'.
       01  WS-PROP-COUNT         PIC 9(5) VALUE 0.
       01  WS-PROP-SUBSCR        PIC 9(5).
       01  WS-PROP-MATCH         PIC 9(5) VALUE 0.
      *This quarter's proposals, loaded up front so each approval
      *needs one pass over the table instead of one over the file.
       01  WS-PROPOSAL-TABLE.
           05 WS-PROP-ENTRY OCCURS 1000 TIMES.
               10 WS-PROP-CUST-ID     PIC X(6).
               10 WS-PROP-ACTION      PIC X.
               10 WS-PROP-CUR-LIMIT   PIC 9(7)V99.
               10 WS-PROP-NEW-LIMIT   PIC 9(7)V99.
               10 WS-PROP-USED-SW     PIC X.
                   88 WS-PROP-USED        VALUE 'Y'.
       01  WS-OLD-LIMIT-ED       PIC Z(6)9.99.
       01  WS-NEW-LIMIT-ED       PIC Z(6)9.99.
       01  WS-RESULT-TEXT        PIC X(8).
       PROCEDURE DIVISION.
       CREDAPR-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT  CRPROP
            OPEN INPUT  CRAPPR
            OPEN INPUT  CUSTMAST
            OPEN OUTPUT CUSTTRAN
            OPEN OUTPUT CRARPT
            PERFORM WRITE-REPORT-HEADER
            PERFORM LOAD-ONE-PROPOSAL
                UNTIL WS-PROP-EOF
            CLOSE CRPROP.
       LOAD-ONE-PROPOSAL.
            READ CRPROP
                AT END
                    SET WS-PROP-EOF TO TRUE
                NOT AT END
                    IF WS-PROP-COUNT < 1000 then
                        ADD 1 TO WS-PROP-COUNT
                        MOVE CRP-CUST-ID TO
                            WS-PROP-CUST-ID(WS-PROP-COUNT)
                        MOVE CRP-ACTION TO
                            WS-PROP-ACTION(WS-PROP-COUNT)
                        MOVE CRP-CURRENT-LIMIT TO
                            WS-PROP-CUR-LIMIT(WS-PROP-COUNT)
                        MOVE CRP-PROPOSED-LIMIT TO
                            WS-PROP-NEW-LIMIT(WS-PROP-COUNT)
                        MOVE 'N' TO WS-PROP-USED-SW(WS-PROP-COUNT)
                    ELSE
                        DISPLAY '*** PROPOSAL TABLE FULL - '
                            'PROPOSAL DROPPED FOR CUSTOMER: '
                            CRP-CUST-ID ' ***'
                        MOVE 16 TO RETURN-CODE
                    END-IF
            END-READ.
       BOD-PARA.
            PERFORM READ-APPROVAL
                UNTIL WS-EOF
            PERFORM LIST-ONE-UNAPPROVED
                VARYING WS-PROP-SUBSCR FROM 1 BY 1
                UNTIL WS-PROP-SUBSCR > WS-PROP-COUNT.
       READ-APPROVAL.
            READ CRAPPR
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-APPR-READ-COUNT
                    PERFORM APPLY-APPROVAL
            END-READ.
       APPLY-APPROVAL.
            SET WS-APPR-VALID TO TRUE
            MOVE SPACES TO WS-REJECT-REASON
            MOVE 'N' TO WS-AMENDED-SW
            PERFORM VALIDATE-APPROVAL
            IF WS-APPR-VALID then
                PERFORM BUILD-CHANGE-TRANSACTION
            END-IF
            IF WS-APPR-VALID then
                SET WS-PROP-USED(WS-PROP-MATCH) TO TRUE
                ADD 1 TO WS-APPLIED-COUNT
                IF WS-AMENDED then
                    ADD 1 TO WS-AMENDED-COUNT
                    MOVE 'AMENDED' TO WS-RESULT-TEXT
                ELSE
                    MOVE 'APPROVED' TO WS-RESULT-TEXT
                END-IF
                PERFORM WRITE-APPLIED-LINE
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REJECTED-LINE
            END-IF.
       VALIDATE-APPROVAL.
            IF CRA-APPROVER-ID = SPACES then
                SET WS-APPR-INVALID TO TRUE
                MOVE 'APPROVER MISSING' TO WS-REJECT-REASON
            END-IF
            IF WS-APPR-VALID
                AND CRA-ACTION NOT = 'I'
                AND CRA-ACTION NOT = 'D'
                AND CRA-ACTION NOT = 'B' then
                SET WS-APPR-INVALID TO TRUE
                MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
            END-IF
            IF WS-APPR-VALID AND CRA-LIMIT IS NOT NUMERIC then
                SET WS-APPR-INVALID TO TRUE
                MOVE 'APPROVED LIMIT NOT NUMERIC' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-APPR-VALID then
                MOVE 0 TO WS-PROP-MATCH
                PERFORM MATCH-ONE-PROPOSAL
                    VARYING WS-PROP-SUBSCR FROM 1 BY 1
                    UNTIL WS-PROP-SUBSCR > WS-PROP-COUNT
                    OR WS-PROP-MATCH > 0
                IF WS-PROP-MATCH = 0 then
                    SET WS-APPR-INVALID TO TRUE
                    MOVE 'NO PROPOSAL FOR THIS CUSTOMER' TO
                        WS-REJECT-REASON
                END-IF
            END-IF
            IF WS-APPR-VALID then
                PERFORM SET-APPROVED-LIMIT
            END-IF.
       MATCH-ONE-PROPOSAL.
            IF WS-PROP-CUST-ID(WS-PROP-SUBSCR) = CRA-CUST-ID
                AND NOT WS-PROP-USED(WS-PROP-SUBSCR) then
                MOVE WS-PROP-SUBSCR TO WS-PROP-MATCH
            END-IF.
       SET-APPROVED-LIMIT.
      *A block leaves the limit alone. A limit change takes the
      *approver's figure, or the proposed one when none is given -
      *a block amended into a limit change has no proposed figure,
      *so the approver must give one.
            IF CRA-ACTION NOT = WS-PROP-ACTION(WS-PROP-MATCH) then
                SET WS-AMENDED TO TRUE
            END-IF
            IF CRA-ACTION = 'B' then
                MOVE WS-PROP-CUR-LIMIT(WS-PROP-MATCH) TO
                    WS-APPROVED-LIMIT
            ELSE
                IF CRA-LIMIT > 0 then
                    MOVE CRA-LIMIT TO WS-APPROVED-LIMIT
                    IF CRA-LIMIT NOT =
                        WS-PROP-NEW-LIMIT(WS-PROP-MATCH) then
                        SET WS-AMENDED TO TRUE
                    END-IF
                ELSE
                    IF WS-PROP-ACTION(WS-PROP-MATCH) = 'B' then
                        SET WS-APPR-INVALID TO TRUE
                        MOVE 'LIMIT REQUIRED FOR LIMIT CHANGE' TO
                            WS-REJECT-REASON
                    ELSE
                        MOVE WS-PROP-NEW-LIMIT(WS-PROP-MATCH) TO
                            WS-APPROVED-LIMIT
                    END-IF
                END-IF
            END-IF.
       BUILD-CHANGE-TRANSACTION.
      *The change carries the whole record, so it is built from the
      *master as it stands - CUSTMNT replaces every field.
            MOVE CRA-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    SET WS-APPR-INVALID TO TRUE
                    MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
                NOT INVALID KEY
                    PERFORM MOVE-MASTER-TO-TRAN
                    IF CRA-ACTION = 'B' then
                        MOVE 'Y' TO CT-BILLING-BLOCK
                    ELSE
                        MOVE WS-APPROVED-LIMIT TO CT-CREDIT-LIMIT
                    END-IF
                    WRITE CUST-TRAN-RECORD
            END-READ.
       MOVE-MASTER-TO-TRAN.
            MOVE SPACES TO CUST-TRAN-RECORD
            MOVE 'C' TO CT-ACTION
            MOVE CRA-APPROVER-ID TO CT-USER-ID
            MOVE CM-CUST-ID TO CT-CUST-ID
            MOVE CM-CUST-NAME TO CT-CUST-NAME
            MOVE CM-BILL-ADDR-LINE1 TO CT-ADDR-LINE1
            MOVE CM-BILL-ADDR-LINE2 TO CT-ADDR-LINE2
            MOVE CM-BILL-CITY TO CT-CITY
            MOVE CM-BILL-STATE TO CT-STATE
            MOVE CM-BILL-ZIP TO CT-ZIP
            MOVE CM-DELIVERY-METHOD TO CT-DELIVERY
            MOVE CM-EMAIL-ADDR TO CT-EMAIL-ADDR
            MOVE CM-TERMS-NET-DAYS TO CT-TERMS-NET-DAYS
            MOVE CM-DISC-PCT TO CT-DISC-PCT
            MOVE CM-DISC-DAYS TO CT-DISC-DAYS
            MOVE CM-CREDIT-LIMIT TO CT-CREDIT-LIMIT
            MOVE CM-PAY-METHOD TO CT-PAY-METHOD
            MOVE CM-BANK-CODE TO CT-BANK-CODE
            MOVE CM-BANK-ACCT-NO TO CT-BANK-ACCT-NO
            MOVE CM-MANDATE-ID TO CT-MANDATE-ID
            MOVE CM-MANDATE-DATE TO CT-MANDATE-DATE
            MOVE CM-PARENT-CUST-ID TO CT-PARENT-CUST-ID
            MOVE CM-VAT-REG-NO TO CT-VAT-REG-NO
            MOVE CM-VAT-COUNTRY TO CT-VAT-COUNTRY
            MOVE CM-REP-CODE TO CT-REP-CODE
            MOVE CM-BILLING-BLOCK TO CT-BILLING-BLOCK
            MOVE CM-WHT-FLAG TO CT-WHT-FLAG
            MOVE CM-WHT-CATEGORY TO CT-WHT-CATEGORY
            MOVE CM-LANG-CODE TO CT-LANG-CODE
            MOVE CM-STRUCT-EINV-FLAG TO CT-STRUCT-EINV-FLAG
            MOVE CM-BUYER-ROUTING-ID TO CT-BUYER-ROUTING-ID
            MOVE CM-INTERCO-COMPANY TO CT-INTERCO-COMPANY
            MOVE CM-BILL-CYCLE TO CT-BILL-CYCLE
            MOVE CM-BILL-CYCLE-DAY TO CT-BILL-CYCLE-DAY.
       LIST-ONE-UNAPPROVED.
            IF NOT WS-PROP-USED(WS-PROP-SUBSCR) then
                ADD 1 TO WS-UNAPPROVED-COUNT
                MOVE WS-PROP-CUR-LIMIT(WS-PROP-SUBSCR) TO
                    WS-OLD-LIMIT-ED
                MOVE WS-PROP-NEW-LIMIT(WS-PROP-SUBSCR) TO
                    WS-NEW-LIMIT-ED
                MOVE SPACES TO CRA-REPORT-LINE
                STRING 'NOT APPROVED - CUSTOMER ' DELIMITED BY SIZE
                    WS-PROP-CUST-ID(WS-PROP-SUBSCR)
                    DELIMITED BY SIZE
                    ' PROPOSED ' DELIMITED BY SIZE
                    WS-PROP-ACTION(WS-PROP-SUBSCR)
                    DELIMITED BY SIZE
                    ' LIMIT ' DELIMITED BY SIZE
                    WS-OLD-LIMIT-ED DELIMITED BY SIZE
                    ' TO ' DELIMITED BY SIZE
                    WS-NEW-LIMIT-ED DELIMITED BY SIZE
                    INTO CRA-REPORT-LINE
                END-STRING
                WRITE CRA-REPORT-LINE
            END-IF.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO CRA-REPORT-LINE
            STRING 'CREDIT REVIEW APPROVALS - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO CRA-REPORT-LINE
            END-STRING
            WRITE CRA-REPORT-LINE.
       WRITE-APPLIED-LINE.
            MOVE CM-CREDIT-LIMIT TO WS-OLD-LIMIT-ED
            MOVE WS-APPROVED-LIMIT TO WS-NEW-LIMIT-ED
            MOVE SPACES TO CRA-REPORT-LINE
            IF CRA-ACTION = 'B' then
                STRING WS-RESULT-TEXT DELIMITED BY SIZE
                    ' - CUSTOMER ' DELIMITED BY SIZE
                    CRA-CUST-ID DELIMITED BY SIZE
                    ' BILLING BLOCK SET BY ' DELIMITED BY SIZE
                    CRA-APPROVER-ID DELIMITED BY SIZE
                    INTO CRA-REPORT-LINE
                END-STRING
            ELSE
                STRING WS-RESULT-TEXT DELIMITED BY SIZE
                    ' - CUSTOMER ' DELIMITED BY SIZE
                    CRA-CUST-ID DELIMITED BY SIZE
                    ' LIMIT ' DELIMITED BY SIZE
                    WS-OLD-LIMIT-ED DELIMITED BY SIZE
                    ' TO ' DELIMITED BY SIZE
                    WS-NEW-LIMIT-ED DELIMITED BY SIZE
                    ' BY ' DELIMITED BY SIZE
                    CRA-APPROVER-ID DELIMITED BY SIZE
                    INTO CRA-REPORT-LINE
                END-STRING
            END-IF
            WRITE CRA-REPORT-LINE.
       WRITE-REJECTED-LINE.
            MOVE SPACES TO CRA-REPORT-LINE
            STRING 'REJECTED - CUSTOMER ' DELIMITED BY SIZE
                CRA-CUST-ID DELIMITED BY SIZE
                ' ACTION ' DELIMITED BY SIZE
                CRA-ACTION DELIMITED BY SIZE
                ' - ' DELIMITED BY SIZE
                WS-REJECT-REASON DELIMITED BY SIZE
                INTO CRA-REPORT-LINE
            END-STRING
            WRITE CRA-REPORT-LINE.
       END-PARA.
            MOVE SPACES TO CRA-REPORT-LINE
            WRITE CRA-REPORT-LINE
            MOVE SPACES TO CRA-REPORT-LINE
            STRING 'APPROVALS READ: ' DELIMITED BY SIZE
                WS-APPR-READ-COUNT DELIMITED BY SIZE
                '  TRANSACTIONS WRITTEN: ' DELIMITED BY SIZE
                WS-APPLIED-COUNT DELIMITED BY SIZE
                '  AMENDED: ' DELIMITED BY SIZE
                WS-AMENDED-COUNT DELIMITED BY SIZE
                '  REJECTED: ' DELIMITED BY SIZE
                WS-REJECTED-COUNT DELIMITED BY SIZE
                INTO CRA-REPORT-LINE
            END-STRING
            WRITE CRA-REPORT-LINE
            CLOSE CRAPPR CUSTMAST CUSTTRAN CRARPT
            DISPLAY 'CREDIT APPROVAL - APPROVALS READ:  '
                WS-APPR-READ-COUNT
            DISPLAY 'CREDIT APPROVAL - TRANSACTIONS:    '
                WS-APPLIED-COUNT
            DISPLAY 'CREDIT APPROVAL - REJECTED:        '
                WS-REJECTED-COUNT
            DISPLAY 'CREDIT APPROVAL - NOT APPROVED:    '
                WS-UNAPPROVED-COUNT
            IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0 then
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.
