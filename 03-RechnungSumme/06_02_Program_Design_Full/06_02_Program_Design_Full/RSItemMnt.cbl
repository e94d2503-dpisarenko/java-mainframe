      *Batch maintenance of the item master (ITEMMAST), driven by a
      *transaction file of adds/changes/discontinuations the same
      *way CUSTMNT maintains the customer master. Every applied
      *change is logged to the audit file with who made it, when,
      *and the full before and after record images, and every
      *transaction comes out on the applied/rejected report.
      *
      *Standard cost is effective-dated: a change to it writes a
      *row to the standard-cost file (STDCOST.cpy) effective from
      *the date on the transaction (today when blank), and the
      *billing run values each line at the cost in force on its
      *invoice date - the item master's own cost is only brought
      *up to date once the new cost is in force. Costs cannot be
      *back-dated, or invoices already billed would change basis.
      *The change to the value of the stock on hand is posted to
      *the GL extract in the billing run's posting format: the
      *company's inventory account against the cost-variance
      *account, dated the day the new cost takes effect.
      *
      *A discontinuation marks the item so no new sale bills
      *against it; the item stays on file for returns credits and
      *for the history that points at it.
       PROGRAM-ID. ITEMMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMTRAN ASSIGN ITEMTRNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT ITEMMAST ASSIGN ITEMNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY IM-ITEM-NO.
           SELECT STDCOST ASSIGN STDCOSTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY SC-KEY
                          FILE STATUS WS-STDCOST-STATUS.
           SELECT COMPMAST ASSIGN COMPNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CO-COMPANY-CODE.
           SELECT GLFILE  ASSIGN GLNAME
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDITFILE ASSIGN AUDITNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT MNTRPT  ASSIGN MNTRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
      *Fiscal period-control file - a revaluation dated into a
      *period Finance has closed is refused. See PERCTL.cpy.
           SELECT PERCTL  ASSIGN PERCTLNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-PERCTL-STATUS.
      *System-status control record - the billing run stamps it
      *ACTIVE while running; maintenance refuses to rewrite the
      *item master under a live billing run. See SYSSTAT.cpy.
           SELECT SYSSTAT ASSIGN SYSSTATNM
                          ORGANIZATION INDEXED
                          ACCESS RANDOM
                          RECORD KEY SS-RECORD-ID
                          FILE STATUS WS-SYSSTAT-STATUS.
       FILE SECTION.
       FD  ITEMTRAN.
       01  ITEM-TRAN-RECORD.
           05 IT-ACTION             PIC X.
               88 IT-ACTION-ADD         VALUE 'A'.
               88 IT-ACTION-CHANGE      VALUE 'C'.
               88 IT-ACTION-DISC        VALUE 'D'.
           05 IT-USER-ID            PIC X(8).
           05 IT-ITEM-NO            PIC X(8).
           05 IT-DESCRIPTION        PIC X(30).
           05 IT-UNIT-OF-MEAS       PIC X(3).
           05 IT-LIST-PRICE         PIC 9(5)V99.
           05 IT-STD-COST           PIC 9(5)V99.
      *Date the standard cost takes effect - zero means today.
           05 IT-COST-EFF-DATE      PIC 9(8).
           05 IT-SHIP-WEIGHT        PIC 9(3)V99.
      *Company whose stock the revaluation posts to, and the
      *quantity on hand it is valued on - from the stock count.
           05 IT-COMPANY-CODE       PIC X(2).
           05 IT-ONHAND-QTY         PIC 9(7).
           05 IT-ITEM-GROUP         PIC X(4).
      *Intrastat commodity code and country of origin - both
      *needed for anything that ships (has a shipping weight).
           05 IT-COMMODITY-CODE     PIC X(8).
           05 IT-ORIGIN-COUNTRY     PIC X(2).
       FD  ITEMMAST.
           COPY "ITEMMAST.cpy".
       FD  STDCOST.
           COPY "STDCOST.cpy".
       FD  COMPMAST.
           COPY "COMPMAST.cpy".
       FD  GLFILE.
           COPY "GLPOST.cpy".
       FD  AUDITFILE.
      *Full before/after images, as CUSTMNT writes them.
       01  ITEM-AUDIT-RECORD.
           05 IA-AUDIT-DATE         PIC 9(8).
           05                       PIC X.
           05 IA-AUDIT-TIME         PIC 9(8).
           05                       PIC X.
           05 IA-USER-ID            PIC X(8).
           05                       PIC X.
           05 IA-ACTION             PIC X(6).
           05                       PIC X.
           05 IA-ITEM-NO            PIC X(8).
           05                       PIC X.
           05 IA-OLD-IMAGE          PIC X(83).
           05                       PIC X.
           05 IA-NEW-IMAGE          PIC X(83).
       FD  MNTRPT.
       01  MNT-REPORT-LINE          PIC X(100).
       FD  PERCTL.
           COPY "PERCTL.cpy".
       FD  SYSSTAT.
           COPY "SYSSTAT.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-TRAN-READ-COUNT       PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-COST-CHANGE-COUNT     PIC 9(7) VALUE 0.
       01  WS-TRAN-VALID-SW         PIC X VALUE 'Y'.
           88 WS-TRAN-VALID             VALUE 'Y'.
           88 WS-TRAN-INVALID           VALUE 'N'.
       01  WS-REJECT-REASON         PIC X(40).
       01  WS-OLD-IMAGE             PIC X(83).
       01  WS-SAVED-STATUS          PIC X.
       01  WS-SAVED-DISC-DATE       PIC 9(8).
       01  WS-SYSSTAT-STATUS        PIC X(2) VALUE '00'.
       01  WS-BILLING-BUSY-SW       PIC X VALUE 'N'.
           88 WS-BILLING-BUSY           VALUE 'Y'.
       01  WS-STDCOST-STATUS        PIC X(2) VALUE '00'.
      *The standard-cost change being applied: when it takes
      *effect, the cost in force on that date before it, whether
      *the item has any cost history yet, and whether a row for
      *the same date is being replaced.
       01  WS-COST-EFF-DATE         PIC 9(8).
       01  WS-COST-IN-FORCE         PIC 9(5)V99.
       01  WS-COST-HIST-SW          PIC X VALUE 'N'.
           88 WS-COST-HIST-FOUND        VALUE 'Y'.
       01  WS-SAME-DATE-SW          PIC X VALUE 'N'.
           88 WS-SAME-DATE-ROW          VALUE 'Y'.
       01  WS-COST-CHANGE-SW        PIC X VALUE 'N'.
           88 WS-COST-CHANGED           VALUE 'Y'.
      *Revaluation of the stock on hand and where it posts.
       01  WS-REVAL-AMOUNT          PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-REVAL           PIC S9(11)V99 VALUE 0.
       01  WS-GL-DATE               PIC 9(8).
       01  WS-INV-ACCT              PIC X(10).
       01  WS-REVAL-ED              PIC -(9)9.99.
       01  WS-COST-ED               PIC ZZZZ9.99.
       01  WS-PRIOR-ED              PIC ZZZZ9.99.
      *Closed fiscal periods loaded at start-up - a missing
      *period-control file just means no period has ever closed.
       01  WS-PERCTL-STATUS         PIC X(2) VALUE '00'.
       01  WS-CLOSED-PER-TABLE.
           05 WS-CLOSED-PERIOD OCCURS 36 TIMES PIC 9(6).
       01  WS-CLOSED-PER-COUNT      PIC 99 VALUE 0.
       01  WS-CLOSED-PER-SUBSCR     PIC 99.
       01  WS-POSTING-PERIOD        PIC 9(6) VALUE 0.
       01  WS-PERIOD-LOCK-SW        PIC X VALUE 'N'.
           88 WS-POSTING-PERIOD-CLOSED VALUE 'Y'.
       PROCEDURE DIVISION.
       ITEMMNT-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
      *Refuse to rewrite the item master while the billing run is
      *active against it - a cost or status change landing between
      *an invoice's lines values half of it on the old basis.
      *Resubmit once the run completes.
            PERFORM CHECK-BILLING-ACTIVE
            IF WS-BILLING-BUSY then
                DISPLAY '*** BILLING RUN IN PROGRESS - ITEM '
                    'MAINTENANCE REFUSED - RESUBMIT LATER ***'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-PERIOD-CONTROL
            OPEN INPUT  ITEMTRAN
            OPEN I-O    ITEMMAST
      *The standard-cost file is created on the first run.
            OPEN I-O    STDCOST
            IF WS-STDCOST-STATUS = '35' then
                OPEN OUTPUT STDCOST
                CLOSE STDCOST
                OPEN I-O STDCOST
            END-IF
            OPEN INPUT  COMPMAST
            OPEN OUTPUT GLFILE
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
            READ ITEMTRAN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-TRAN-READ-COUNT
                    PERFORM APPLY-TRANSACTION
            END-READ.
       APPLY-TRANSACTION.
            SET WS-TRAN-VALID TO TRUE
            MOVE SPACES TO WS-REJECT-REASON
            MOVE 'N' TO WS-COST-CHANGE-SW
            MOVE 0 TO WS-REVAL-AMOUNT
            PERFORM VALIDATE-TRANSACTION
            IF WS-TRAN-INVALID then
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REPORT-REJECTED
            ELSE
                EVALUATE TRUE
                    WHEN IT-ACTION-ADD
                        PERFORM APPLY-ADD
                    WHEN IT-ACTION-CHANGE
                        PERFORM APPLY-CHANGE
                    WHEN IT-ACTION-DISC
                        PERFORM APPLY-DISCONTINUE
                END-EVALUATE
                IF WS-TRAN-VALID then
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM WRITE-REPORT-APPLIED
                ELSE
                    ADD 1 TO WS-REJECTED-COUNT
                    PERFORM WRITE-REPORT-REJECTED
                END-IF
            END-IF.
       VALIDATE-TRANSACTION.
      *Field edits common to adds and changes; a discontinuation
      *only needs a plausible action code and item number.
            IF NOT IT-ACTION-ADD
                AND NOT IT-ACTION-CHANGE
                AND NOT IT-ACTION-DISC then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID AND IT-ITEM-NO = SPACES then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'ITEM NUMBER MISSING' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID AND NOT IT-ACTION-DISC then
                PERFORM VALIDATE-FIELD-EDITS
            END-IF.
       VALIDATE-FIELD-EDITS.
            IF IT-DESCRIPTION = SPACES then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'ITEM DESCRIPTION MISSING' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID AND IT-UNIT-OF-MEAS = SPACES then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'UNIT OF MEASURE MISSING' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID AND IT-ITEM-GROUP = SPACES then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'ITEM GROUP MISSING' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND IT-LIST-PRICE IS NOT NUMERIC then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'LIST PRICE NOT NUMERIC' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND IT-STD-COST IS NOT NUMERIC then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'STANDARD COST NOT NUMERIC' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND IT-SHIP-WEIGHT IS NOT NUMERIC then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'SHIPPING WEIGHT NOT NUMERIC' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND IT-COST-EFF-DATE IS NOT NUMERIC then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'COST EFFECTIVE DATE NOT NUMERIC' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND IT-COST-EFF-DATE NOT = 0
                AND IT-COST-EFF-DATE < WS-RUN-DATE then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'COST CANNOT BE BACK-DATED' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND IT-ONHAND-QTY IS NOT NUMERIC then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'ON-HAND QUANTITY NOT NUMERIC' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND IT-COMMODITY-CODE NOT = SPACES
                AND IT-COMMODITY-CODE IS NOT NUMERIC then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'COMMODITY CODE NOT 8 DIGITS' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID AND IT-SHIP-WEIGHT > 0
                AND (IT-COMMODITY-CODE = SPACES
                  OR IT-ORIGIN-COUNTRY = SPACES) then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'GOODS NEED COMMODITY CODE AND ORIGIN' TO
                    WS-REJECT-REASON
            END-IF.
       BUILD-MASTER-FROM-TRAN.
            MOVE IT-ITEM-NO TO IM-ITEM-NO
            MOVE IT-DESCRIPTION TO IM-DESCRIPTION
            MOVE IT-UNIT-OF-MEAS TO IM-UNIT-OF-MEAS
            MOVE IT-LIST-PRICE TO IM-LIST-PRICE
            MOVE IT-SHIP-WEIGHT TO IM-SHIP-WEIGHT
            MOVE IT-ITEM-GROUP TO IM-ITEM-GROUP
            MOVE IT-COMMODITY-CODE TO IM-COMMODITY-CODE
            MOVE IT-ORIGIN-COUNTRY TO IM-ORIGIN-COUNTRY.
       APPLY-ADD.
      *A new item starts active at the cost on the transaction,
      *with an opening cost row so its history starts with it.
            PERFORM BUILD-MASTER-FROM-TRAN
            MOVE IT-STD-COST TO IM-STD-COST
            SET IM-ITEM-ACTIVE TO TRUE
            MOVE 0 TO IM-DISC-DATE
            MOVE SPACES TO WS-OLD-IMAGE
            WRITE ITEM-MASTER-RECORD
                INVALID KEY
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'ITEM ALREADY ON FILE' TO WS-REJECT-REASON
                NOT INVALID KEY
                    MOVE IT-ITEM-NO TO SC-ITEM-NO
                    MOVE 0 TO SC-EFF-DATE
                    MOVE IT-STD-COST TO SC-STD-COST
                    MOVE 0 TO SC-PRIOR-COST
                    PERFORM WRITE-COST-ROW
                    PERFORM WRITE-AUDIT-RECORD
            END-WRITE.
       APPLY-CHANGE.
            MOVE IT-ITEM-NO TO IM-ITEM-NO
            READ ITEMMAST
                INVALID KEY
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'ITEM NOT ON FILE FOR CHANGE' TO
                        WS-REJECT-REASON
                NOT INVALID KEY
                    MOVE ITEM-MASTER-RECORD TO WS-OLD-IMAGE
                    PERFORM CHECK-COST-CHANGE
                    IF WS-TRAN-VALID then
                        PERFORM REBUILD-CHANGED-MASTER
                    END-IF
            END-READ.
       CHECK-COST-CHANGE.
      *Compare the transaction's cost with the cost in force on
      *its effective date; a difference is a cost change, and the
      *stock on hand is revalued by it. Nothing is written until
      *the posting's period and company have been checked.
            IF IT-COST-EFF-DATE = 0 then
                MOVE WS-RUN-DATE TO WS-COST-EFF-DATE
            ELSE
                MOVE IT-COST-EFF-DATE TO WS-COST-EFF-DATE
            END-IF
            PERFORM FIND-COST-IN-FORCE
            IF IT-STD-COST NOT = WS-COST-IN-FORCE then
                SET WS-COST-CHANGED TO TRUE
                COMPUTE WS-REVAL-AMOUNT = IT-ONHAND-QTY *
                    (IT-STD-COST - WS-COST-IN-FORCE)
            END-IF
            IF WS-REVAL-AMOUNT NOT = 0 then
                PERFORM CHECK-REVAL-POSTING
            END-IF.
       FIND-COST-IN-FORCE.
      *Last cost row at or before the effective date - the
      *before-or-equal pattern the billing run uses. No row at all
      *means the item predates effective-dated costing, and the
      *item master's cost is the one in force.
            MOVE IM-STD-COST TO WS-COST-IN-FORCE
            MOVE 'N' TO WS-COST-HIST-SW
            MOVE 'N' TO WS-SAME-DATE-SW
            MOVE IT-ITEM-NO TO SC-ITEM-NO
            MOVE 0 TO SC-EFF-DATE
            START STDCOST KEY NOT LESS THAN SC-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ STDCOST NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF SC-ITEM-NO = IT-ITEM-NO then
                                SET WS-COST-HIST-FOUND TO TRUE
                            END-IF
                    END-READ
            END-START
            IF WS-COST-HIST-FOUND then
                MOVE IT-ITEM-NO TO SC-ITEM-NO
                MOVE WS-COST-EFF-DATE TO SC-EFF-DATE
                START STDCOST KEY NOT GREATER THAN SC-KEY
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        READ STDCOST NEXT RECORD
                            AT END
                                CONTINUE
                            NOT AT END
                                IF SC-ITEM-NO = IT-ITEM-NO then
                                    MOVE SC-STD-COST TO
                                        WS-COST-IN-FORCE
                                    IF SC-EFF-DATE =
                                        WS-COST-EFF-DATE then
                                        SET WS-SAME-DATE-ROW TO TRUE
                                    END-IF
                                END-IF
                        END-READ
                END-START
            END-IF.
       CHECK-REVAL-POSTING.
      *The revaluation is dated the day the new cost takes effect
      *(never before today) and must land in an open period, in
      *the books of a company on the master.
            MOVE WS-COST-EFF-DATE TO WS-GL-DATE
            IF WS-GL-DATE < WS-RUN-DATE then
                MOVE WS-RUN-DATE TO WS-GL-DATE
            END-IF
            MOVE WS-GL-DATE(1:6) TO WS-POSTING-PERIOD
            PERFORM CHECK-POSTING-PERIOD
            IF WS-POSTING-PERIOD-CLOSED then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'REVALUATION PERIOD IS CLOSED' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID then
                MOVE IT-COMPANY-CODE TO CO-COMPANY-CODE
                READ COMPMAST
                    INVALID KEY
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'COMPANY NOT ON MASTER FOR REVALUATION'
                            TO WS-REJECT-REASON
                    NOT INVALID KEY
                        MOVE CO-GL-INV-ACCT TO WS-INV-ACCT
                END-READ
            END-IF.
       REBUILD-CHANGED-MASTER.
      *Status and discontinuation date survive the change - they
      *belong to the discontinue transaction. A new cost reaches
      *the item master only once it is in force; until then the
      *billing run finds it on the cost file by invoice date.
            MOVE IM-ITEM-STATUS TO WS-SAVED-STATUS
            MOVE IM-DISC-DATE TO WS-SAVED-DISC-DATE
            PERFORM BUILD-MASTER-FROM-TRAN
            MOVE WS-SAVED-STATUS TO IM-ITEM-STATUS
            MOVE WS-SAVED-DISC-DATE TO IM-DISC-DATE
            IF WS-COST-CHANGED then
                PERFORM RECORD-COST-CHANGE
                IF WS-COST-EFF-DATE NOT > WS-RUN-DATE then
                    MOVE IT-STD-COST TO IM-STD-COST
                END-IF
            END-IF
            REWRITE ITEM-MASTER-RECORD
            PERFORM WRITE-AUDIT-RECORD
            IF WS-REVAL-AMOUNT NOT = 0 then
                PERFORM WRITE-REVAL-GL-POSTING
            END-IF.
       RECORD-COST-CHANGE.
      *The first change to an item with no cost history opens it
      *at the cost the item master carried until now.
            ADD 1 TO WS-COST-CHANGE-COUNT
            IF NOT WS-COST-HIST-FOUND then
                MOVE IT-ITEM-NO TO SC-ITEM-NO
                MOVE 0 TO SC-EFF-DATE
                MOVE WS-COST-IN-FORCE TO SC-STD-COST
                MOVE 0 TO SC-PRIOR-COST
                PERFORM WRITE-COST-ROW
            END-IF
            MOVE IT-ITEM-NO TO SC-ITEM-NO
            MOVE WS-COST-EFF-DATE TO SC-EFF-DATE
            IF WS-SAME-DATE-ROW then
      *A second change for the same date replaces the first; the
      *row keeps the cost that was in force before either.
                READ STDCOST
                    INVALID KEY
                        CONTINUE
                END-READ
                MOVE IT-STD-COST TO SC-STD-COST
                MOVE IT-USER-ID TO SC-CHANGED-BY
                MOVE WS-RUN-DATE TO SC-CHANGED-DATE
                REWRITE STD-COST-RECORD
            ELSE
                MOVE IT-STD-COST TO SC-STD-COST
                MOVE WS-COST-IN-FORCE TO SC-PRIOR-COST
                PERFORM WRITE-COST-ROW
            END-IF.
       WRITE-COST-ROW.
            MOVE IT-USER-ID TO SC-CHANGED-BY
            MOVE WS-RUN-DATE TO SC-CHANGED-DATE
            WRITE STD-COST-RECORD
                INVALID KEY
                    DISPLAY '*** COST ROW ALREADY ON FILE: '
                        SC-ITEM-NO ' ' SC-EFF-DATE ' ***'
            END-WRITE.
       WRITE-REVAL-GL-POSTING.
      *One posting pair per cost change: a higher cost debits the
      *company's inventory account off the company master and
      *credits the cost-variance account, a lower cost the other
      *way around.
            ADD WS-REVAL-AMOUNT TO WS-TOTAL-REVAL
            MOVE WS-GL-DATE TO GL-RUN-DATE
            MOVE 0 TO GL-DOC-FIRST
            MOVE 0 TO GL-DOC-LAST
            MOVE SPACES TO GL-DESCRIPTION
            STRING 'COST REVALUATION ' DELIMITED BY SIZE
                IT-ITEM-NO DELIMITED BY SIZE
                ' CO ' DELIMITED BY SIZE
                IT-COMPANY-CODE DELIMITED BY SIZE
                INTO GL-DESCRIPTION
            END-STRING
            MOVE WS-INV-ACCT TO GL-ACCOUNT-NO
            IF WS-REVAL-AMOUNT > 0 then
                SET GL-DEBIT TO TRUE
            ELSE
                SET GL-CREDIT TO TRUE
            END-IF
            COMPUTE GL-AMOUNT = FUNCTION ABS(WS-REVAL-AMOUNT)
            WRITE GL-POSTING-RECORD
            MOVE '5190-CVAR' TO GL-ACCOUNT-NO
            IF WS-REVAL-AMOUNT > 0 then
                SET GL-CREDIT TO TRUE
            ELSE
                SET GL-DEBIT TO TRUE
            END-IF
            WRITE GL-POSTING-RECORD.
       APPLY-DISCONTINUE.
            MOVE IT-ITEM-NO TO IM-ITEM-NO
            READ ITEMMAST
                INVALID KEY
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'ITEM NOT ON FILE FOR DISCONTINUE' TO
                        WS-REJECT-REASON
                NOT INVALID KEY
                    IF IM-DISCONTINUED then
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'ITEM ALREADY DISCONTINUED' TO
                            WS-REJECT-REASON
                    ELSE
                        MOVE ITEM-MASTER-RECORD TO WS-OLD-IMAGE
                        SET IM-DISCONTINUED TO TRUE
                        MOVE WS-RUN-DATE TO IM-DISC-DATE
                        REWRITE ITEM-MASTER-RECORD
                        PERFORM WRITE-AUDIT-RECORD
                    END-IF
            END-READ.
       WRITE-AUDIT-RECORD.
            MOVE WS-RUN-DATE TO IA-AUDIT-DATE
            MOVE WS-RUN-TIME TO IA-AUDIT-TIME
            MOVE IT-USER-ID TO IA-USER-ID
            EVALUATE TRUE
                WHEN IT-ACTION-ADD
                    MOVE 'ADD' TO IA-ACTION
                WHEN IT-ACTION-CHANGE
                    MOVE 'CHANGE' TO IA-ACTION
                WHEN IT-ACTION-DISC
                    MOVE 'DISC' TO IA-ACTION
            END-EVALUATE
            MOVE IT-ITEM-NO TO IA-ITEM-NO
            MOVE WS-OLD-IMAGE TO IA-OLD-IMAGE
            MOVE ITEM-MASTER-RECORD TO IA-NEW-IMAGE
            WRITE ITEM-AUDIT-RECORD.
       LOAD-PERIOD-CONTROL.
            OPEN INPUT PERCTL
            IF WS-PERCTL-STATUS = '00' then
                PERFORM LOAD-ONE-CLOSED-PERIOD
                    UNTIL WS-PERCTL-STATUS NOT = '00'
                CLOSE PERCTL
            END-IF.
       LOAD-ONE-CLOSED-PERIOD.
            READ PERCTL
                AT END
                    MOVE '10' TO WS-PERCTL-STATUS
                NOT AT END
                    IF PC-PERIOD-CLOSED
                        AND WS-CLOSED-PER-COUNT < 36 then
                        ADD 1 TO WS-CLOSED-PER-COUNT
                        MOVE PC-PERIOD TO
                            WS-CLOSED-PERIOD(WS-CLOSED-PER-COUNT)
                    END-IF
            END-READ.
       CHECK-POSTING-PERIOD.
            MOVE 'N' TO WS-PERIOD-LOCK-SW
            PERFORM MATCH-ONE-CLOSED-PERIOD
                VARYING WS-CLOSED-PER-SUBSCR FROM 1 BY 1
                UNTIL WS-CLOSED-PER-SUBSCR > WS-CLOSED-PER-COUNT
                OR WS-POSTING-PERIOD-CLOSED.
       MATCH-ONE-CLOSED-PERIOD.
            IF WS-CLOSED-PERIOD(WS-CLOSED-PER-SUBSCR) =
                WS-POSTING-PERIOD then
                SET WS-POSTING-PERIOD-CLOSED TO TRUE
            END-IF.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO MNT-REPORT-LINE
            STRING 'ITEM MASTER MAINTENANCE - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO MNT-REPORT-LINE
            END-STRING
            WRITE MNT-REPORT-LINE.
       WRITE-REPORT-APPLIED.
            MOVE SPACES TO MNT-REPORT-LINE
            STRING 'APPLIED  ' DELIMITED BY SIZE
                IT-ACTION DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                IT-ITEM-NO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                IT-DESCRIPTION DELIMITED BY SIZE
                ' BY ' DELIMITED BY SIZE
                IT-USER-ID DELIMITED BY SIZE
                INTO MNT-REPORT-LINE
            END-STRING
            WRITE MNT-REPORT-LINE
            IF WS-COST-CHANGED then
                MOVE WS-COST-IN-FORCE TO WS-PRIOR-ED
                MOVE IT-STD-COST TO WS-COST-ED
                MOVE WS-REVAL-AMOUNT TO WS-REVAL-ED
                MOVE SPACES TO MNT-REPORT-LINE
                STRING '         STD COST ' DELIMITED BY SIZE
                    WS-PRIOR-ED DELIMITED BY SIZE
                    ' TO ' DELIMITED BY SIZE
                    WS-COST-ED DELIMITED BY SIZE
                    ' EFFECTIVE ' DELIMITED BY SIZE
                    WS-COST-EFF-DATE DELIMITED BY SIZE
                    '  REVALUATION ' DELIMITED BY SIZE
                    WS-REVAL-ED DELIMITED BY SIZE
                    INTO MNT-REPORT-LINE
                END-STRING
                WRITE MNT-REPORT-LINE
            END-IF.
       WRITE-REPORT-REJECTED.
            MOVE SPACES TO MNT-REPORT-LINE
            STRING 'REJECTED ' DELIMITED BY SIZE
                IT-ACTION DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                IT-ITEM-NO DELIMITED BY SIZE
                ' - ' DELIMITED BY SIZE
                WS-REJECT-REASON DELIMITED BY SIZE
                INTO MNT-REPORT-LINE
            END-STRING
            WRITE MNT-REPORT-LINE.
       END-PARA.
            MOVE SPACES TO MNT-REPORT-LINE
            WRITE MNT-REPORT-LINE
            MOVE SPACES TO MNT-REPORT-LINE
            STRING 'TRANSACTIONS READ: ' DELIMITED BY SIZE
                WS-TRAN-READ-COUNT DELIMITED BY SIZE
                '  APPLIED: ' DELIMITED BY SIZE
                WS-APPLIED-COUNT DELIMITED BY SIZE
                '  REJECTED: ' DELIMITED BY SIZE
                WS-REJECTED-COUNT DELIMITED BY SIZE
                INTO MNT-REPORT-LINE
            END-STRING
            WRITE MNT-REPORT-LINE
            MOVE WS-TOTAL-REVAL TO WS-REVAL-ED
            MOVE SPACES TO MNT-REPORT-LINE
            STRING 'STANDARD COST CHANGES: ' DELIMITED BY SIZE
                WS-COST-CHANGE-COUNT DELIMITED BY SIZE
                '  NET REVALUATION POSTED: ' DELIMITED BY SIZE
                WS-REVAL-ED DELIMITED BY SIZE
                INTO MNT-REPORT-LINE
            END-STRING
            WRITE MNT-REPORT-LINE
            CLOSE ITEMTRAN ITEMMAST STDCOST COMPMAST GLFILE
                AUDITFILE MNTRPT
            DISPLAY 'ITEM MAINTENANCE - READ:         '
                WS-TRAN-READ-COUNT
            DISPLAY 'ITEM MAINTENANCE - APPLIED:      '
                WS-APPLIED-COUNT
            DISPLAY 'ITEM MAINTENANCE - REJECTED:     '
                WS-REJECTED-COUNT
            DISPLAY 'ITEM MAINTENANCE - COST CHANGES: '
                WS-COST-CHANGE-COUNT
            DISPLAY 'ITEM MAINTENANCE - NET REVALUED: '
                WS-TOTAL-REVAL
            STOP RUN.
