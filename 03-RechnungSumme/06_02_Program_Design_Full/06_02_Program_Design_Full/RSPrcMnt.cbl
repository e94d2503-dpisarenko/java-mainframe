      *Batch maintenance of the contract-price file (CONTPRC) and
      *the quantity-break table (QTYBRK), driven by a transaction
      *file the same way CUSTMNT maintains the customer master and
      *RATEMAIN the rate tables - but under dual control. Sales
      *keys an add, a change or an expiry; it only goes on the
      *pending-change file (PRCPEND). A second person's approval
      *transaction applies it, and nobody can approve a change they
      *keyed themselves; a rejection removes it unapplied. Every
      *step - keyed, applied, rejected - goes to the audit file
      *with who keyed it, who approved it, when, and the old and
      *new value, and every transaction comes out on the
      *maintenance report. Changes still waiting for approval are
      *listed at the end of the report for the approvers.
      *
      *An expiry ends a contract row on its expiry date (today when
      *none is given) - past it the billing run falls back to list
      *price. A quantity-break tier carries no dates, so expiring
      *one removes it.
       PROGRAM-ID. PRCMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRCTRAN ASSIGN PRCTRNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTPRC ASSIGN CONTPRCNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CP-KEY
                          FILE STATUS WS-CONTPRC-STATUS.
           SELECT QTYBRK  ASSIGN QTYBRKNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY QB-KEY
                          FILE STATUS WS-QTYBRK-STATUS.
      *Pending-change file - one change in flight per row. See
      *PRCPEND.cpy.
           SELECT PRCPEND ASSIGN PRCPENDNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY PP-KEY
                          FILE STATUS WS-PRCPEND-STATUS.
           SELECT AUDITFILE ASSIGN AUDITNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT MNTRPT  ASSIGN MNTRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
      *System-status control record - the billing run stamps it
      *ACTIVE while running; maintenance refuses to reprice under
      *a live billing run. See SYSSTAT.cpy.
           SELECT SYSSTAT ASSIGN SYSSTATNM
                          ORGANIZATION INDEXED
                          ACCESS RANDOM
                          RECORD KEY SS-RECORD-ID
                          FILE STATUS WS-SYSSTAT-STATUS.
       FILE SECTION.
       FD  PRCTRAN.
       01  PRICE-TRAN-RECORD.
           05 PT-TABLE-ID           PIC X.
               88 PT-TABLE-CONTRACT     VALUE 'C'.
               88 PT-TABLE-BREAK        VALUE 'Q'.
           05 PT-ACTION             PIC X.
               88 PT-ACTION-ADD         VALUE 'A'.
               88 PT-ACTION-CHANGE      VALUE 'C'.
               88 PT-ACTION-EXPIRE      VALUE 'X'.
               88 PT-ACTION-APPROVE     VALUE 'P'.
               88 PT-ACTION-REJECT      VALUE 'J'.
           05 PT-USER-ID            PIC X(8).
           05 PT-CUST-ID            PIC X(6).
           05 PT-ITEM-NO            PIC X(8).
           05 PT-EFF-DATE           PIC 9(8).
           05 PT-MIN-QTY            PIC 9(5).
           05 PT-PRICE              PIC 9(3)V99.
           05 PT-EXPIRY-DATE        PIC 9(8).
       FD  CONTPRC.
           COPY "CONTPRC.cpy".
       FD  QTYBRK.
           COPY "QTYBRK.cpy".
       FD  PRCPEND.
           COPY "PRCPEND.cpy".
       FD  AUDITFILE.
      *RATEMAIN's layout, with the approver alongside the person
      *who keyed the change and a key wide enough for CP-KEY.
       01  PRICE-AUDIT-RECORD.
           05 PA-AUDIT-DATE         PIC 9(8).
           05                       PIC X.
           05 PA-AUDIT-TIME         PIC 9(8).
           05                       PIC X.
           05 PA-USER-ID            PIC X(8).
           05                       PIC X.
           05 PA-APPROVER-ID        PIC X(8).
           05                       PIC X.
           05 PA-TABLE-ID           PIC X(6).
           05                       PIC X.
           05 PA-ACTION             PIC X(6).
           05                       PIC X.
           05 PA-KEY-VALUE          PIC X(22).
           05                       PIC X.
           05 PA-OLD-VALUE          PIC X(20).
           05                       PIC X.
           05 PA-NEW-VALUE          PIC X(20).
       FD  MNTRPT.
       01  MNT-REPORT-LINE          PIC X(100).
       FD  SYSSTAT.
           COPY "SYSSTAT.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-CONTPRC-STATUS        PIC X(2) VALUE '00'.
       01  WS-QTYBRK-STATUS         PIC X(2) VALUE '00'.
       01  WS-PRCPEND-STATUS        PIC X(2) VALUE '00'.
       01  WS-SYSSTAT-STATUS        PIC X(2) VALUE '00'.
       01  WS-BILLING-BUSY-SW       PIC X VALUE 'N'.
           88 WS-BILLING-BUSY           VALUE 'Y'.
       01  WS-TRAN-READ-COUNT       PIC 9(7) VALUE 0.
       01  WS-QUEUED-COUNT          PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(7) VALUE 0.
       01  WS-WITHDRAWN-COUNT       PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-PENDING-COUNT         PIC 9(7) VALUE 0.
       01  WS-TRAN-VALID-SW         PIC X VALUE 'Y'.
           88 WS-TRAN-VALID             VALUE 'Y'.
           88 WS-TRAN-INVALID           VALUE 'N'.
       01  WS-REJECT-REASON         PIC X(40).
       01  WS-ROW-FOUND-SW          PIC X VALUE 'N'.
           88 WS-ROW-FOUND              VALUE 'Y'.
       01  WS-PEND-EOF-SW           PIC X VALUE 'N'.
           88 WS-PEND-EOF               VALUE 'Y'.
      *The row's key image - CP-KEY or QB-KEY - as PRCPEND keys it.
       01  WS-ROW-KEY               PIC X(22).
       01  WS-EXPIRY-DATE           PIC 9(8).
       01  WS-REPORT-TAG            PIC X(9).
      *Audit value image: price, and for a contract row its expiry.
       01  WS-FMT-PRICE             PIC 9(3)V99.
       01  WS-FMT-EXPIRY            PIC 9(8).
       01  WS-FMT-VALUE.
           05 WS-FV-PRICE           PIC ZZ9.99.
           05 WS-FV-EXP-LIT         PIC X(5).
           05 WS-FV-EXPIRY          PIC 9(8).
           05                       PIC X.
       01  WS-OLD-VALUE-ED          PIC X(20).
       01  WS-NEW-VALUE-ED          PIC X(20).
       01  WS-AUDIT-ACTION          PIC X(6).
       01  WS-AUDIT-USER            PIC X(8).
       01  WS-AUDIT-APPROVER        PIC X(8).
       PROCEDURE DIVISION.
       PRCMAINT-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
      *A contract price changing between a customer's lines prices
      *half their invoices the old way - resubmit once the billing
      *run completes.
            PERFORM CHECK-BILLING-ACTIVE
            IF WS-BILLING-BUSY then
                DISPLAY '*** BILLING RUN IN PROGRESS - PRICE '
                    'MAINTENANCE REFUSED - RESUBMIT LATER ***'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT  PRCTRAN
            OPEN I-O    CONTPRC
            OPEN I-O    QTYBRK
      *The pending-change file is created on the first run.
            OPEN I-O    PRCPEND
            IF WS-PRCPEND-STATUS = '35' then
                OPEN OUTPUT PRCPEND
                CLOSE PRCPEND
                OPEN I-O PRCPEND
            END-IF
            OPEN EXTEND AUDITFILE
            OPEN OUTPUT MNTRPT
            PERFORM WRITE-REPORT-HEADER
            PERFORM READ-TRANSACTION.
       CHECK-BILLING-ACTIVE.
            OPEN INPUT SYSSTAT
            IF WS-SYSSTAT-STATUS = '00' then
                MOVE 'SYSSTAT ' TO SS-RECORD-ID
                READ SYSSTAT
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF SS-BILLING-ACTIVE then
                            SET WS-BILLING-BUSY TO TRUE
                        END-IF
                END-READ
                CLOSE SYSSTAT
            END-IF.
       BOD-PARA.
            PERFORM READ-TRANSACTION
                UNTIL WS-EOF.
       READ-TRANSACTION.
            READ PRCTRAN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-TRAN-READ-COUNT
                    PERFORM APPLY-TRANSACTION
            END-READ.
       APPLY-TRANSACTION.
            SET WS-TRAN-VALID TO TRUE
            MOVE SPACES TO WS-REJECT-REASON
            PERFORM VALIDATE-TRANSACTION
            IF WS-TRAN-VALID then
                EVALUATE TRUE
                    WHEN PT-ACTION-APPROVE
                        PERFORM APPROVE-CHANGE
                    WHEN PT-ACTION-REJECT
                        PERFORM WITHDRAW-CHANGE
                    WHEN OTHER
                        PERFORM QUEUE-CHANGE
                END-EVALUATE
            END-IF
            IF WS-TRAN-VALID then
                EVALUATE TRUE
                    WHEN PT-ACTION-APPROVE
                        ADD 1 TO WS-APPLIED-COUNT
                        MOVE 'APPLIED  ' TO WS-REPORT-TAG
                    WHEN PT-ACTION-REJECT
                        ADD 1 TO WS-WITHDRAWN-COUNT
                        MOVE 'WITHDRAWN' TO WS-REPORT-TAG
                    WHEN OTHER
                        ADD 1 TO WS-QUEUED-COUNT
                        MOVE 'QUEUED   ' TO WS-REPORT-TAG
                END-EVALUATE
                PERFORM WRITE-REPORT-ACCEPTED
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REPORT-REJECTED
            END-IF.
       VALIDATE-TRANSACTION.
      *Edits common to every transaction, then the key image the
      *row and its pending change are found by.
            IF NOT PT-TABLE-CONTRACT
                AND NOT PT-TABLE-BREAK then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'UNKNOWN TABLE ID' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND NOT PT-ACTION-ADD
                AND NOT PT-ACTION-CHANGE
                AND NOT PT-ACTION-EXPIRE
                AND NOT PT-ACTION-APPROVE
                AND NOT PT-ACTION-REJECT then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID AND PT-USER-ID = SPACES then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'USER ID MISSING' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID AND PT-ITEM-NO = SPACES then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'ITEM NUMBER MISSING' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID AND PT-TABLE-CONTRACT then
                IF PT-CUST-ID = SPACES then
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'CUSTOMER ID MISSING' TO WS-REJECT-REASON
                END-IF
                IF WS-TRAN-VALID
                    AND (PT-EFF-DATE IS NOT NUMERIC
                        OR PT-EFF-DATE = 0) then
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'EFFECTIVE DATE MISSING OR INVALID' TO
                        WS-REJECT-REASON
                END-IF
            END-IF
            IF WS-TRAN-VALID AND PT-TABLE-BREAK
                AND PT-MIN-QTY IS NOT NUMERIC then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'MINIMUM QUANTITY NOT NUMERIC' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID then
                PERFORM BUILD-ROW-KEY
            END-IF
            IF WS-TRAN-VALID
                AND (PT-ACTION-ADD OR PT-ACTION-CHANGE) then
                PERFORM VALIDATE-NEW-VALUES
            END-IF
            IF WS-TRAN-VALID AND PT-ACTION-EXPIRE then
                PERFORM VALIDATE-EXPIRY
            END-IF.
       BUILD-ROW-KEY.
            MOVE SPACES TO WS-ROW-KEY
            IF PT-TABLE-CONTRACT then
                MOVE PT-CUST-ID TO CP-CUST-ID
                MOVE PT-ITEM-NO TO CP-ITEM-NO
                MOVE PT-EFF-DATE TO CP-EFF-DATE
                MOVE CP-KEY TO WS-ROW-KEY
            ELSE
                MOVE PT-ITEM-NO TO QB-ITEM-NO
                MOVE PT-MIN-QTY TO QB-MIN-QTY
                MOVE QB-KEY TO WS-ROW-KEY
            END-IF.
       VALIDATE-NEW-VALUES.
            IF PT-PRICE IS NOT NUMERIC
                OR PT-PRICE = 0 then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'PRICE MISSING OR NOT NUMERIC' TO
                    WS-REJECT-REASON
            END-IF
            MOVE 0 TO WS-EXPIRY-DATE
            IF WS-TRAN-VALID AND PT-TABLE-CONTRACT then
                IF PT-EXPIRY-DATE IS NOT NUMERIC then
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'EXPIRY DATE NOT NUMERIC' TO
                        WS-REJECT-REASON
                ELSE
                    MOVE PT-EXPIRY-DATE TO WS-EXPIRY-DATE
                    IF WS-EXPIRY-DATE NOT = 0
                        AND WS-EXPIRY-DATE < PT-EFF-DATE then
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'EXPIRY BEFORE EFFECTIVE DATE' TO
                            WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.
       VALIDATE-EXPIRY.
      *A contract row ends on the date given, or today; a tier has
      *nothing to date and simply goes.
            MOVE 0 TO WS-EXPIRY-DATE
            IF PT-TABLE-CONTRACT then
                IF PT-EXPIRY-DATE IS NOT NUMERIC
                    OR PT-EXPIRY-DATE = 0 then
                    MOVE WS-RUN-DATE TO WS-EXPIRY-DATE
                ELSE
                    MOVE PT-EXPIRY-DATE TO WS-EXPIRY-DATE
                END-IF
                IF WS-EXPIRY-DATE < PT-EFF-DATE then
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'EXPIRY BEFORE EFFECTIVE DATE' TO
                        WS-REJECT-REASON
                END-IF
            END-IF.
       READ-TARGET-ROW.
      *Position the row the change is for; the record area holds
      *its current values when it is found.
            MOVE 'N' TO WS-ROW-FOUND-SW
            IF PT-TABLE-CONTRACT then
                MOVE WS-ROW-KEY TO CP-KEY
                READ CONTPRC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ROW-FOUND TO TRUE
                END-READ
            ELSE
                MOVE WS-ROW-KEY(1:13) TO QB-KEY
                READ QTYBRK
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ROW-FOUND TO TRUE
                END-READ
            END-IF.
       FORMAT-CURRENT-VALUE.
            MOVE SPACES TO WS-OLD-VALUE-ED
            IF WS-ROW-FOUND then
                IF PT-TABLE-CONTRACT then
                    MOVE CP-CONTRACT-PRICE TO WS-FMT-PRICE
                    MOVE CP-EXPIRY-DATE TO WS-FMT-EXPIRY
                ELSE
                    MOVE QB-BREAK-PRICE TO WS-FMT-PRICE
                END-IF
                PERFORM FORMAT-VALUE
                MOVE WS-FMT-VALUE TO WS-OLD-VALUE-ED
            END-IF.
       FORMAT-VALUE.
            MOVE SPACES TO WS-FMT-VALUE
            MOVE WS-FMT-PRICE TO WS-FV-PRICE
            IF PT-TABLE-CONTRACT then
                MOVE ' EXP ' TO WS-FV-EXP-LIT
                MOVE WS-FMT-EXPIRY TO WS-FV-EXPIRY
            END-IF.
       QUEUE-CHANGE.
      *Sales' side: the change is checked against the file as it
      *stands and parked for approval - nothing touches the price
      *files yet.
            MOVE PT-TABLE-ID TO PP-TABLE-ID
            MOVE WS-ROW-KEY TO PP-ROW-KEY
            READ PRCPEND
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'CHANGE ALREADY AWAITING APPROVAL' TO
                        WS-REJECT-REASON
            END-READ
            IF WS-TRAN-VALID then
                PERFORM READ-TARGET-ROW
                IF PT-ACTION-ADD AND WS-ROW-FOUND then
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'ROW ALREADY ON FILE' TO WS-REJECT-REASON
                END-IF
                IF NOT PT-ACTION-ADD AND NOT WS-ROW-FOUND then
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'ROW NOT ON FILE' TO WS-REJECT-REASON
                END-IF
            END-IF
            IF WS-TRAN-VALID then
                PERFORM FORMAT-CURRENT-VALUE
                MOVE PT-TABLE-ID TO PP-TABLE-ID
                MOVE WS-ROW-KEY TO PP-ROW-KEY
                MOVE PT-ACTION TO PP-ACTION
                IF PT-ACTION-EXPIRE then
                    MOVE 0 TO PP-PRICE
                ELSE
                    MOVE PT-PRICE TO PP-PRICE
                END-IF
                MOVE WS-EXPIRY-DATE TO PP-EXPIRY-DATE
                MOVE PT-USER-ID TO PP-ENTERED-BY
                MOVE WS-RUN-DATE TO PP-ENTERED-DATE
                PERFORM FORMAT-PENDING-VALUE
                WRITE PRICE-PENDING-RECORD
                MOVE 'ENTER' TO WS-AUDIT-ACTION
                MOVE PT-USER-ID TO WS-AUDIT-USER
                MOVE SPACES TO WS-AUDIT-APPROVER
                PERFORM WRITE-AUDIT-RECORD
            END-IF.
       FORMAT-PENDING-VALUE.
      *The value the pending change would leave on file - an
      *expired tier leaves nothing.
            MOVE SPACES TO WS-NEW-VALUE-ED
            EVALUATE TRUE
                WHEN PP-ACTION-EXPIRE AND PT-TABLE-BREAK
                    CONTINUE
                WHEN PP-ACTION-EXPIRE
                    MOVE CP-CONTRACT-PRICE TO WS-FMT-PRICE
                    MOVE PP-EXPIRY-DATE TO WS-FMT-EXPIRY
                    PERFORM FORMAT-VALUE
                    MOVE WS-FMT-VALUE TO WS-NEW-VALUE-ED
                WHEN OTHER
                    MOVE PP-PRICE TO WS-FMT-PRICE
                    MOVE PP-EXPIRY-DATE TO WS-FMT-EXPIRY
                    PERFORM FORMAT-VALUE
                    MOVE WS-FMT-VALUE TO WS-NEW-VALUE-ED
            END-EVALUATE.
       FIND-PENDING-CHANGE.
            MOVE PT-TABLE-ID TO PP-TABLE-ID
            MOVE WS-ROW-KEY TO PP-ROW-KEY
            READ PRCPEND
                INVALID KEY
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'NO CHANGE AWAITING APPROVAL' TO
                        WS-REJECT-REASON
            END-READ.
       APPROVE-CHANGE.
      *The second person's side: the change they approve must be
      *someone else's, and must still fit the file as it stands
      *now - then it goes into force.
            PERFORM FIND-PENDING-CHANGE
            IF WS-TRAN-VALID
                AND PP-ENTERED-BY = PT-USER-ID then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'APPROVER MUST DIFFER FROM ENTERER' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID then
                PERFORM READ-TARGET-ROW
                IF PP-ACTION-ADD AND WS-ROW-FOUND then
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'ROW ALREADY ON FILE' TO WS-REJECT-REASON
                END-IF
                IF NOT PP-ACTION-ADD AND NOT WS-ROW-FOUND then
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'ROW NO LONGER ON FILE' TO
                        WS-REJECT-REASON
                END-IF
            END-IF
            IF WS-TRAN-VALID then
                PERFORM FORMAT-CURRENT-VALUE
                PERFORM FORMAT-PENDING-VALUE
                IF PT-TABLE-CONTRACT then
                    PERFORM APPLY-CONTRACT-CHANGE
                ELSE
                    PERFORM APPLY-BREAK-CHANGE
                END-IF
                EVALUATE TRUE
                    WHEN PP-ACTION-ADD
                        MOVE 'ADD' TO WS-AUDIT-ACTION
                    WHEN PP-ACTION-CHANGE
                        MOVE 'CHANGE' TO WS-AUDIT-ACTION
                    WHEN OTHER
                        MOVE 'EXPIRE' TO WS-AUDIT-ACTION
                END-EVALUATE
                MOVE PP-ENTERED-BY TO WS-AUDIT-USER
                MOVE PT-USER-ID TO WS-AUDIT-APPROVER
                PERFORM WRITE-AUDIT-RECORD
                DELETE PRCPEND RECORD
            END-IF.
       APPLY-CONTRACT-CHANGE.
            IF PP-ACTION-ADD then
                MOVE SPACES TO CONTRACT-PRICE-RECORD
                MOVE PP-ROW-KEY TO CP-KEY
            END-IF
            IF NOT PP-ACTION-EXPIRE then
                MOVE PP-PRICE TO CP-CONTRACT-PRICE
            END-IF
            MOVE PP-EXPIRY-DATE TO CP-EXPIRY-DATE
            MOVE PP-ENTERED-BY TO CP-ENTERED-BY
            MOVE PT-USER-ID TO CP-APPROVED-BY
            MOVE WS-RUN-DATE TO CP-APPROVED-DATE
            IF PP-ACTION-ADD then
                WRITE CONTRACT-PRICE-RECORD
            ELSE
                REWRITE CONTRACT-PRICE-RECORD
            END-IF.
       APPLY-BREAK-CHANGE.
            EVALUATE TRUE
                WHEN PP-ACTION-EXPIRE
                    DELETE QTYBRK RECORD
                WHEN PP-ACTION-ADD
                    MOVE SPACES TO QUANTITY-BREAK-RECORD
                    MOVE PP-ROW-KEY(1:13) TO QB-KEY
                    PERFORM SET-BREAK-VALUES
                    WRITE QUANTITY-BREAK-RECORD
                WHEN OTHER
                    PERFORM SET-BREAK-VALUES
                    REWRITE QUANTITY-BREAK-RECORD
            END-EVALUATE.
       SET-BREAK-VALUES.
            MOVE PP-PRICE TO QB-BREAK-PRICE
            MOVE PP-ENTERED-BY TO QB-ENTERED-BY
            MOVE PT-USER-ID TO QB-APPROVED-BY
            MOVE WS-RUN-DATE TO QB-APPROVED-DATE.
       WITHDRAW-CHANGE.
      *Turned down (or withdrawn by whoever keyed it) - the change
      *leaves the pending file unapplied.
            PERFORM FIND-PENDING-CHANGE
            IF WS-TRAN-VALID then
                PERFORM READ-TARGET-ROW
                PERFORM FORMAT-CURRENT-VALUE
                PERFORM FORMAT-PENDING-VALUE
                MOVE 'REJECT' TO WS-AUDIT-ACTION
                MOVE PP-ENTERED-BY TO WS-AUDIT-USER
                MOVE PT-USER-ID TO WS-AUDIT-APPROVER
                PERFORM WRITE-AUDIT-RECORD
                DELETE PRCPEND RECORD
            END-IF.
       WRITE-AUDIT-RECORD.
            MOVE SPACES TO PRICE-AUDIT-RECORD
            MOVE WS-RUN-DATE TO PA-AUDIT-DATE
            MOVE WS-RUN-TIME TO PA-AUDIT-TIME
            MOVE WS-AUDIT-USER TO PA-USER-ID
            MOVE WS-AUDIT-APPROVER TO PA-APPROVER-ID
            IF PT-TABLE-CONTRACT then
                MOVE 'CONTPR' TO PA-TABLE-ID
            ELSE
                MOVE 'QTYBRK' TO PA-TABLE-ID
            END-IF
            MOVE WS-AUDIT-ACTION TO PA-ACTION
            MOVE WS-ROW-KEY TO PA-KEY-VALUE
            MOVE WS-OLD-VALUE-ED TO PA-OLD-VALUE
            MOVE WS-NEW-VALUE-ED TO PA-NEW-VALUE
            WRITE PRICE-AUDIT-RECORD.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO MNT-REPORT-LINE
            STRING 'CONTRACT PRICE / QUANTITY BREAK MAINTENANCE - '
                DELIMITED BY SIZE
                'RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO MNT-REPORT-LINE
            END-STRING
            WRITE MNT-REPORT-LINE.
       WRITE-REPORT-ACCEPTED.
            MOVE SPACES TO MNT-REPORT-LINE
            STRING WS-REPORT-TAG DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                PT-TABLE-ID DELIMITED BY SIZE
                PT-ACTION DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ROW-KEY DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-NEW-VALUE-ED DELIMITED BY SIZE
                ' BY ' DELIMITED BY SIZE
                PT-USER-ID DELIMITED BY SIZE
                INTO MNT-REPORT-LINE
            END-STRING
            WRITE MNT-REPORT-LINE.
       WRITE-REPORT-REJECTED.
            MOVE SPACES TO MNT-REPORT-LINE
            STRING 'REJECTED  ' DELIMITED BY SIZE
                PT-TABLE-ID DELIMITED BY SIZE
                PT-ACTION DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ROW-KEY DELIMITED BY SIZE
                ' - ' DELIMITED BY SIZE
                WS-REJECT-REASON DELIMITED BY SIZE
                INTO MNT-REPORT-LINE
            END-STRING
            WRITE MNT-REPORT-LINE.
       LIST-PENDING-CHANGES.
      *Everything still waiting for a second person, oldest keys
      *first, so the approvers see their queue on the report.
            MOVE SPACES TO MNT-REPORT-LINE
            WRITE MNT-REPORT-LINE
            MOVE 'CHANGES AWAITING APPROVAL' TO MNT-REPORT-LINE
            WRITE MNT-REPORT-LINE
            MOVE LOW-VALUES TO PP-KEY
            START PRCPEND KEY NOT LESS THAN PP-KEY
                INVALID KEY
                    SET WS-PEND-EOF TO TRUE
            END-START
            PERFORM LIST-ONE-PENDING-CHANGE
                UNTIL WS-PEND-EOF.
       LIST-ONE-PENDING-CHANGE.
            READ PRCPEND NEXT RECORD
                AT END
                    SET WS-PEND-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-PENDING-COUNT
                    MOVE SPACES TO MNT-REPORT-LINE
                    STRING 'PENDING   ' DELIMITED BY SIZE
                        PP-TABLE-ID DELIMITED BY SIZE
                        PP-ACTION DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        PP-ROW-KEY DELIMITED BY SIZE
                        ' KEYED BY ' DELIMITED BY SIZE
                        PP-ENTERED-BY DELIMITED BY SIZE
                        ' ON ' DELIMITED BY SIZE
                        PP-ENTERED-DATE DELIMITED BY SIZE
                        INTO MNT-REPORT-LINE
                    END-STRING
                    WRITE MNT-REPORT-LINE
            END-READ.
       END-PARA.
            PERFORM LIST-PENDING-CHANGES
            MOVE SPACES TO MNT-REPORT-LINE
            WRITE MNT-REPORT-LINE
            MOVE SPACES TO MNT-REPORT-LINE
            STRING 'TRANSACTIONS READ: ' DELIMITED BY SIZE
                WS-TRAN-READ-COUNT DELIMITED BY SIZE
                '  QUEUED: ' DELIMITED BY SIZE
                WS-QUEUED-COUNT DELIMITED BY SIZE
                '  APPLIED: ' DELIMITED BY SIZE
                WS-APPLIED-COUNT DELIMITED BY SIZE
                '  WITHDRAWN: ' DELIMITED BY SIZE
                WS-WITHDRAWN-COUNT DELIMITED BY SIZE
                '  REJECTED: ' DELIMITED BY SIZE
                WS-REJECTED-COUNT DELIMITED BY SIZE
                INTO MNT-REPORT-LINE
            END-STRING
            WRITE MNT-REPORT-LINE
            CLOSE PRCTRAN CONTPRC QTYBRK PRCPEND AUDITFILE MNTRPT
            DISPLAY 'PRICE MAINTENANCE - READ:      '
                WS-TRAN-READ-COUNT
            DISPLAY 'PRICE MAINTENANCE - QUEUED:    '
                WS-QUEUED-COUNT
            DISPLAY 'PRICE MAINTENANCE - APPLIED:   '
                WS-APPLIED-COUNT
            DISPLAY 'PRICE MAINTENANCE - WITHDRAWN: '
                WS-WITHDRAWN-COUNT
            DISPLAY 'PRICE MAINTENANCE - REJECTED:  '
                WS-REJECTED-COUNT
            DISPLAY 'PRICE MAINTENANCE - PENDING:   '
                WS-PENDING-COUNT
            STOP RUN.
