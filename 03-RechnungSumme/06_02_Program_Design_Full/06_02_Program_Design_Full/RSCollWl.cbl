      *Daily collector worklist. RECHDUN sends the letters; this
      *tells the collection team whom to phone first. Every overdue
      *open item still ours to chase - not disputed, not placed with
      *the agency, not on an installment plan the customer is
      *keeping, not inside a promise-to-pay hold - is gathered under
      *its worklist account (the parent for a national-account
      *branch, the way RECHDUN letters it), and each account gets a
      *risk score built from:
      *  - the overdue amount,
      *  - the days its oldest item is past AR-DUE-DATE,
      *  - the highest dunning level already sent,
      *  - the days-to-pay trend off the payment profile (PAYPRF),
      *  - its exposure against the credit limit, and
      *  - the promises to pay it has already broken.
      *Accounts are dealt to collectors by the portfolio table (see
      *COLLPORT.cpy) and each collector's call list comes out
      *highest score first, with the account's contact details and
      *every overdue item on it.
       PROGRAM-ID. RECHCWL.
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
      *Installment schedules - a plan item is only worked once its
      *earliest unpaid installment is itself overdue. See
      *INSTPLAN.cpy.
           SELECT ARINST  ASSIGN ARINSTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IP-KEY
                          FILE STATUS WS-ARINST-STATUS.
           SELECT PAYPRF  ASSIGN PAYPRFNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY PF-CUST-ID
                          FILE STATUS WS-PAYPRF-STATUS.
           SELECT PROMISE ASSIGN PTPFILNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY PR-KEY
                          FILE STATUS WS-PROMISE-STATUS.
           SELECT COLLPORT ASSIGN COLLPTNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-COLLPORT-STATUS.
           SELECT CALLLIST ASSIGN CALLLSNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT CWLSRT1 ASSIGN CWLSRT1NM
                          ORGANIZATION SEQUENTIAL.
           SELECT CWLSRT2 ASSIGN CWLSRT2NM
                          ORGANIZATION SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN SORTWK1.
           SELECT SORT-SCORE-FILE ASSIGN SORTWK1.
       FILE SECTION.
       FD  AROPEN.
           COPY "ARITEM.cpy".
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  ARINST.
           COPY "INSTPLAN.cpy".
       FD  PAYPRF.
           COPY "PAYPRF.cpy".
       FD  PROMISE.
           COPY "PROMISE.cpy".
       FD  COLLPORT.
           COPY "COLLPORT.cpy".
       FD  CALLLIST.
       01  CALL-LIST-LINE        PIC X(100).
      *Overdue items in worklist-account order.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-ACCT-ID         PIC X(6).
           05 SW-INVOICE-NO      PIC 9(7).
           05 SW-CUST-ID         PIC X(6).
           05 SW-INVOICE-DATE    PIC 9(8).
           05 SW-DUE-DATE        PIC 9(8).
           05 SW-OPEN-BALANCE    PIC S9(7)V99.
           05 SW-DAYS-PAST       PIC 9(5).
           05 SW-DUNNING-LEVEL   PIC 9.
           05 SW-BROKEN-COUNT    PIC 9(2).
           05 SW-TREND           PIC X(9).
       FD  CWLSRT1.
       01  CWL-SORTED-ITEM       PIC X(61).
      *Scored items in call-list order - collector, highest score
      *first, then account and invoice. Every item carries its
      *account's totals so the list prints in one pass.
       SD  SORT-SCORE-FILE.
       01  SORT-SCORE-RECORD.
           05 SS-COLLECTOR-ID    PIC X(8).
           05 SS-SCORE           PIC 9(5).
           05 SS-ACCT-ID         PIC X(6).
           05 SS-INVOICE-NO      PIC 9(7).
           05 SS-ITEM-DATA       PIC X(37).
           05 SS-ACCT-DATA       PIC X(66).
       FD  CWLSRT2.
       01  CWL-SCORED-ITEM       PIC X(129).
       WORKING-STORAGE SECTION.
       01  WS-AR-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-AR-EOF              VALUE 'Y'.
       01  WS-SRT-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-SRT-EOF             VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-DAYS-PAST          PIC S9(5) VALUE 0.
       01  WS-OPEN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-WL-ACCT-ID         PIC X(6) VALUE SPACES.
       01  WS-CUST-NOT-FOUND     PIC 9 VALUE 0.
           88 CUST-NOT-FOUND         VALUE 1.
           88 CUST-FOUND             VALUE 0.
       01  WS-ITEMS-SELECTED     PIC 9(7) VALUE 0.
       01  WS-ACCOUNTS-SCORED    PIC 9(7) VALUE 0.
       01  WS-ITEMS-NOT-LISTED   PIC 9(7) VALUE 0.
      *Optional files - a site with no plans, no payment profile or
      *no promise file yet simply scores without that component.
       01  WS-ARINST-STATUS      PIC X(2) VALUE '00'.
       01  WS-ARINST-OPEN-SW     PIC X VALUE 'N'.
           88 WS-ARINST-AVAILABLE    VALUE 'Y'.
       01  WS-PAYPRF-STATUS      PIC X(2) VALUE '00'.
       01  WS-PAYPRF-OPEN-SW     PIC X VALUE 'N'.
           88 WS-PAYPRF-AVAILABLE    VALUE 'Y'.
       01  WS-PROMISE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PROMISE-OPEN-SW    PIC X VALUE 'N'.
           88 WS-PROMISE-AVAILABLE   VALUE 'Y'.
       01  WS-COLLPORT-STATUS    PIC X(2) VALUE '00'.
       01  WS-INST-EOF-SW        PIC X VALUE 'N'.
           88 WS-INST-EOF            VALUE 'Y'.
       01  WS-EFF-DUE-DATE       PIC 9(8) VALUE 0.
       01  WS-EFF-FOUND-SW       PIC X VALUE 'N'.
           88 WS-EFF-DATE-FOUND      VALUE 'Y'.
       01  WS-PTP-EOF-SW         PIC X VALUE 'N'.
           88 WS-PTP-EOF             VALUE 'Y'.
       01  WS-BROKEN-COUNT       PIC 9(2) VALUE 0.
      *Risk-score weights. Each component is capped so no single
      *one swamps the rest: the overdue amount scores a point per
      *100 (to 300), the oldest item a point per day past due (to
      *180), each dunning level 50, a slipping payment trend 50 (an
      *improving one takes 20 off), exposure 50 from 80% of the
      *credit limit and 100 at or over it, and each broken promise
      *75 (to 150).
       01  WS-WT-AMOUNT-UNIT     PIC 9(3) VALUE 100.
       01  WS-WT-AMOUNT-CAP      PIC 9(3) VALUE 300.
       01  WS-WT-AMOUNT-CEILING  PIC 9(7) VALUE 30000.
       01  WS-WT-DAYS-CAP        PIC 9(3) VALUE 180.
       01  WS-WT-LEVEL           PIC 9(3) VALUE 50.
       01  WS-WT-SLIPPING        PIC 9(3) VALUE 50.
       01  WS-WT-IMPROVING       PIC 9(3) VALUE 20.
       01  WS-WT-EXPOS-HIGH      PIC 9(3) VALUE 50.
       01  WS-WT-EXPOS-OVER      PIC 9(3) VALUE 100.
       01  WS-WT-BROKEN          PIC 9(3) VALUE 75.
       01  WS-WT-BROKEN-CAP      PIC 9(3) VALUE 150.
       01  WS-SC-AMOUNT-PTS      PIC 9(5) VALUE 0.
       01  WS-SC-DAYS-PTS        PIC 9(5) VALUE 0.
       01  WS-SC-EXPOS-PTS       PIC 9(5) VALUE 0.
       01  WS-SC-BROKEN-PTS      PIC 9(5) VALUE 0.
       01  WS-SC-TOTAL           PIC S9(5) VALUE 0.
      *Current worklist account's totals and its overdue items,
      *held until the account breaks and its score is known.
       01  WS-AC-ACCT-ID         PIC X(6) VALUE SPACES.
       01  WS-AC-OVERDUE         PIC S9(9)V99 VALUE 0.
       01  WS-AC-OLDEST          PIC 9(5) VALUE 0.
       01  WS-AC-MAX-LEVEL       PIC 9 VALUE 0.
       01  WS-AC-BROKEN          PIC 9(3) VALUE 0.
       01  WS-AC-EXPOS-PCT       PIC 9(3) VALUE 0.
       01  WS-AC-TREND           PIC X(9) VALUE SPACES.
       01  WS-AC-ITEM-COUNT      PIC 9(4) VALUE 0.
       01  WS-AC-ITEM-TABLE.
           05 WS-AC-ITEM OCCURS 500 TIMES PIC X(61).
       01  WS-AC-SUBSCR          PIC 9(4).
       01  WS-AC-SLIPPING-SW     PIC X VALUE 'N'.
           88 WS-AC-SLIPPING         VALUE 'Y'.
       01  WS-AC-IMPROVING-SW    PIC X VALUE 'N'.
           88 WS-AC-IMPROVING        VALUE 'Y'.
      *Portfolio table loaded at start-up.
       01  WS-PORT-TABLE.
           05 WS-PORT-ENTRY OCCURS 500 TIMES.
               10 WS-PT-FROM         PIC X(6).
               10 WS-PT-TO           PIC X(6).
               10 WS-PT-COLL-ID      PIC X(8).
               10 WS-PT-COLL-NAME    PIC X(30).
       01  WS-PORT-COUNT         PIC 9(3) VALUE 0.
       01  WS-PORT-SUBSCR        PIC 9(3).
       01  WS-PORT-FOUND-SW      PIC X VALUE 'N'.
           88 WS-PORT-FOUND          VALUE 'Y'.
       01  WS-PORT-DROPPED       PIC 9(5) VALUE 0.
       01  WS-COLL-ID            PIC X(8).
       01  WS-COLL-NAME          PIC X(30).
      *Working copies of the sorted records - the FD records of the
      *two sorted files are plain byte strings.
       01  WS-CWL-ITEM.
           05 WI-ACCT-ID         PIC X(6).
           05 WI-INVOICE-NO      PIC 9(7).
           05 WI-CUST-ID         PIC X(6).
           05 WI-INVOICE-DATE    PIC 9(8).
           05 WI-DUE-DATE        PIC 9(8).
           05 WI-OPEN-BALANCE    PIC S9(7)V99.
           05 WI-DAYS-PAST       PIC 9(5).
           05 WI-DUNNING-LEVEL   PIC 9.
           05 WI-BROKEN-COUNT    PIC 9(2).
           05 WI-TREND           PIC X(9).
       01  WS-CWL-SCORED.
           05 WC-COLLECTOR-ID    PIC X(8).
           05 WC-SCORE           PIC 9(5).
           05 WC-ACCT-ID         PIC X(6).
           05 WC-INVOICE-NO      PIC 9(7).
           05 WC-ITEM-DATA.
               10 WC-CUST-ID         PIC X(6).
               10 WC-INVOICE-DATE    PIC 9(8).
               10 WC-DUE-DATE        PIC 9(8).
               10 WC-OPEN-BALANCE    PIC S9(7)V99.
               10 WC-DAYS-PAST       PIC 9(5).
               10 WC-DUNNING-LEVEL   PIC 9.
           05 WC-ACCT-DATA.
               10 WC-ACCT-OVERDUE    PIC S9(9)V99.
               10 WC-ACCT-OLDEST     PIC 9(5).
               10 WC-ACCT-MAX-LEVEL  PIC 9.
               10 WC-ACCT-BROKEN     PIC 9(3).
               10 WC-ACCT-EXPOS-PCT  PIC 9(3).
               10 WC-ACCT-TREND      PIC X(9).
               10 WC-ACCT-ITEMS      PIC 9(4).
               10 WC-COLLECTOR-NAME  PIC X(30).
      *Call-list group state.
       01  WS-CL-COLL-ID         PIC X(8) VALUE SPACES.
       01  WS-CL-ACCT-ID         PIC X(6) VALUE SPACES.
       01  WS-CL-FIRST-SW        PIC X VALUE 'Y'.
           88 WS-CL-FIRST            VALUE 'Y'.
       01  WS-CL-RANK            PIC 9(4) VALUE 0.
       01  WS-CL-ACCT-COUNT      PIC 9(5) VALUE 0.
       01  WS-CL-OVERDUE         PIC S9(11)V99 VALUE 0.
       01  WS-COLLECTOR-COUNT    PIC 9(5) VALUE 0.
       01  WS-AMT-ED             PIC -(7)9.99.
       01  WS-TOTAL-ED           PIC -(9)9.99.
       01  WS-BIG-TOTAL-ED       PIC -(11)9.99.
       01  WS-RANK-ED            PIC Z(3)9.
       01  WS-SCORE-ED           PIC Z(4)9.
       01  WS-COUNT-ED           PIC Z(4)9.
       01  WS-PCT-ED             PIC ZZ9.
       PROCEDURE DIVISION.
       COLLWL-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT AROPEN
            OPEN INPUT CUSTMAST
            OPEN INPUT ARINST
            IF WS-ARINST-STATUS = '00' then
                SET WS-ARINST-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT PAYPRF
            IF WS-PAYPRF-STATUS = '00' then
                SET WS-PAYPRF-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT PROMISE
            IF WS-PROMISE-STATUS = '00' then
                SET WS-PROMISE-AVAILABLE TO TRUE
            END-IF
            PERFORM LOAD-PORTFOLIO-TABLE
            OPEN OUTPUT CALLLIST
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-ACCT-ID
                ON ASCENDING KEY SW-INVOICE-NO
                INPUT PROCEDURE SELECT-OVERDUE-ITEMS
                GIVING CWLSRT1
            CLOSE AROPEN
            IF WS-ARINST-AVAILABLE then
                CLOSE ARINST
            END-IF
            IF WS-PAYPRF-AVAILABLE then
                CLOSE PAYPRF
            END-IF
            IF WS-PROMISE-AVAILABLE then
                CLOSE PROMISE
            END-IF
            SORT SORT-SCORE-FILE
                ON ASCENDING KEY SS-COLLECTOR-ID
                ON DESCENDING KEY SS-SCORE
                ON ASCENDING KEY SS-ACCT-ID
                ON ASCENDING KEY SS-INVOICE-NO
                INPUT PROCEDURE SCORE-ACCOUNTS
                GIVING CWLSRT2
            MOVE 'N' TO WS-SRT-END-OF-FILE
            OPEN INPUT CWLSRT2
            PERFORM READ-SCORED-ITEM.
       LOAD-PORTFOLIO-TABLE.
      *A missing portfolio table puts every account on the
      *UNASSIGN list rather than stopping the worklist.
            OPEN INPUT COLLPORT
            IF WS-COLLPORT-STATUS = '00' then
                PERFORM LOAD-ONE-PORTFOLIO-LINE
                    UNTIL WS-COLLPORT-STATUS NOT = '00'
                CLOSE COLLPORT
            END-IF.
       LOAD-ONE-PORTFOLIO-LINE.
            READ COLLPORT
                AT END
                    MOVE '10' TO WS-COLLPORT-STATUS
                NOT AT END
                    IF WS-PORT-COUNT < 500 then
                        ADD 1 TO WS-PORT-COUNT
                        MOVE CP-CUST-FROM TO WS-PT-FROM(WS-PORT-COUNT)
                        MOVE CP-CUST-TO TO WS-PT-TO(WS-PORT-COUNT)
                        MOVE CP-COLLECTOR-ID TO
                            WS-PT-COLL-ID(WS-PORT-COUNT)
                        MOVE CP-COLLECTOR-NAME TO
                            WS-PT-COLL-NAME(WS-PORT-COUNT)
                    ELSE
                        ADD 1 TO WS-PORT-DROPPED
                    END-IF
            END-READ.
      *----------------------------------------------------------
      *Pass 1 - select the overdue items still ours to chase.
      *----------------------------------------------------------
       SELECT-OVERDUE-ITEMS.
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
      *Intercompany items are settled between our own companies,
      *not collected - they never reach a collector's list.
            IF NOT WS-AR-EOF then
                IF NOT AR-ITEM-SETTLED
                    AND AR-ITEM-NOT-PLACED
                    AND AR-NOT-DISPUTED
                    AND AR-THIRD-PARTY-ITEM then
                    IF AR-ITEM-PROMISED
                        AND AR-PROMISE-HOLD-DATE >= WS-RUN-DATE then
                        CONTINUE
                    ELSE
                        PERFORM EVALUATE-ITEM-FOR-WORKLIST
                    END-IF
                END-IF
            END-IF.
       EVALUATE-ITEM-FOR-WORKLIST.
      *Overdue means past AR-DUE-DATE with money still owed. A plan
      *item whose earliest unpaid installment is not yet due is a
      *plan being kept - not worked; once an installment is missed
      *the item is worked on its original due date like any other.
            COMPUTE WS-OPEN-BALANCE = AR-TOTAL-VAT - AR-PAID-AMT
            COMPUTE WS-DAYS-PAST =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
            IF WS-OPEN-BALANCE > 0
                AND WS-DAYS-PAST > 0 then
                PERFORM GET-EFFECTIVE-DUE-DATE
                IF WS-EFF-DUE-DATE < WS-RUN-DATE then
                    PERFORM RELEASE-OVERDUE-ITEM
                END-IF
            END-IF.
       RELEASE-OVERDUE-ITEM.
            PERFORM RESOLVE-WORKLIST-ACCOUNT
            MOVE WS-WL-ACCT-ID TO SW-ACCT-ID
            MOVE AR-INVOICE-NO TO SW-INVOICE-NO
            MOVE AR-CUST-ID TO SW-CUST-ID
            MOVE AR-INVOICE-DATE TO SW-INVOICE-DATE
            MOVE AR-DUE-DATE TO SW-DUE-DATE
            MOVE WS-OPEN-BALANCE TO SW-OPEN-BALANCE
            MOVE WS-DAYS-PAST TO SW-DAYS-PAST
            MOVE AR-DUNNING-LEVEL TO SW-DUNNING-LEVEL
            PERFORM COUNT-BROKEN-PROMISES
            MOVE WS-BROKEN-COUNT TO SW-BROKEN-COUNT
            MOVE SPACES TO SW-TREND
            IF WS-PAYPRF-AVAILABLE then
                MOVE AR-CUST-ID TO PF-CUST-ID
                READ PAYPRF
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PF-TREND TO SW-TREND
                END-READ
            END-IF
            RELEASE SORT-WORK-RECORD
            ADD 1 TO WS-ITEMS-SELECTED.
       RESOLVE-WORKLIST-ACCOUNT.
      *A national-account branch is worked under its parent - one
      *call about the group's whole overdue position.
            MOVE AR-CUST-ID TO WS-WL-ACCT-ID
            MOVE AR-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CM-PARENT-CUST-ID NOT = SPACES then
                        MOVE CM-PARENT-CUST-ID TO WS-WL-ACCT-ID
                    END-IF
            END-READ.
       GET-EFFECTIVE-DUE-DATE.
            MOVE AR-DUE-DATE TO WS-EFF-DUE-DATE
            IF AR-ITEM-ON-PLAN
                AND WS-ARINST-AVAILABLE then
                MOVE 'N' TO WS-INST-EOF-SW
                MOVE 'N' TO WS-EFF-FOUND-SW
                MOVE AR-INVOICE-NO TO IP-INVOICE-NO
                MOVE 0 TO IP-INST-NO
                START ARINST KEY NOT LESS THAN IP-KEY
                    INVALID KEY
                        SET WS-INST-EOF TO TRUE
                END-START
                PERFORM SCAN-ONE-INSTALLMENT
                    UNTIL WS-INST-EOF OR WS-EFF-DATE-FOUND
            END-IF.
       SCAN-ONE-INSTALLMENT.
            READ ARINST NEXT RECORD
                AT END
                    SET WS-INST-EOF TO TRUE
            END-READ
            IF NOT WS-INST-EOF then
                IF IP-INVOICE-NO NOT = AR-INVOICE-NO then
                    SET WS-INST-EOF TO TRUE
                ELSE
                    IF NOT IP-INST-PAID then
                        MOVE IP-DUE-DATE TO WS-EFF-DUE-DATE
                        SET WS-EFF-DATE-FOUND TO TRUE
                    END-IF
                END-IF
            END-IF.
       COUNT-BROKEN-PROMISES.
            MOVE 0 TO WS-BROKEN-COUNT
            IF WS-PROMISE-AVAILABLE then
                MOVE 'N' TO WS-PTP-EOF-SW
                MOVE AR-INVOICE-NO TO PR-INVOICE-NO
                MOVE 0 TO PR-SEQ-NO
                START PROMISE KEY NOT LESS THAN PR-KEY
                    INVALID KEY
                        SET WS-PTP-EOF TO TRUE
                END-START
                PERFORM COUNT-ONE-PROMISE
                    UNTIL WS-PTP-EOF
            END-IF.
       COUNT-ONE-PROMISE.
            READ PROMISE NEXT RECORD
                AT END
                    SET WS-PTP-EOF TO TRUE
            END-READ
            IF NOT WS-PTP-EOF then
                IF PR-INVOICE-NO NOT = AR-INVOICE-NO then
                    SET WS-PTP-EOF TO TRUE
                ELSE
                    IF PR-PROMISE-BROKEN
                        AND WS-BROKEN-COUNT < 99 then
                        ADD 1 TO WS-BROKEN-COUNT
                    END-IF
                END-IF
            END-IF.
      *----------------------------------------------------------
      *Pass 2 - score each worklist account and deal it to its
      *collector.
      *----------------------------------------------------------
       SCORE-ACCOUNTS.
            OPEN INPUT CWLSRT1
            PERFORM READ-SORTED-ITEM
            PERFORM SCORE-ONE-SORTED-ITEM
                UNTIL WS-SRT-EOF
            IF WS-AC-ACCT-ID NOT = SPACES then
                PERFORM CLOSE-ACCOUNT
            END-IF
            CLOSE CWLSRT1.
       READ-SORTED-ITEM.
            READ CWLSRT1
                AT END
                    SET WS-SRT-EOF TO TRUE
                NOT AT END
                    MOVE CWL-SORTED-ITEM TO WS-CWL-ITEM
            END-READ.
       SCORE-ONE-SORTED-ITEM.
            IF WI-ACCT-ID NOT = WS-AC-ACCT-ID then
                IF WS-AC-ACCT-ID NOT = SPACES then
                    PERFORM CLOSE-ACCOUNT
                END-IF
                PERFORM OPEN-ACCOUNT
            END-IF
            ADD WI-OPEN-BALANCE TO WS-AC-OVERDUE
            IF WI-DAYS-PAST > WS-AC-OLDEST then
                MOVE WI-DAYS-PAST TO WS-AC-OLDEST
            END-IF
            IF WI-DUNNING-LEVEL > WS-AC-MAX-LEVEL then
                MOVE WI-DUNNING-LEVEL TO WS-AC-MAX-LEVEL
            END-IF
            ADD WI-BROKEN-COUNT TO WS-AC-BROKEN
            EVALUATE WI-TREND
                WHEN 'SLIPPING '
                    SET WS-AC-SLIPPING TO TRUE
                WHEN 'IMPROVING'
                    SET WS-AC-IMPROVING TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-AC-ITEM-COUNT < 500 then
                ADD 1 TO WS-AC-ITEM-COUNT
                MOVE WS-CWL-ITEM TO WS-AC-ITEM(WS-AC-ITEM-COUNT)
            ELSE
                ADD 1 TO WS-ITEMS-NOT-LISTED
            END-IF
            PERFORM READ-SORTED-ITEM.
       OPEN-ACCOUNT.
            MOVE WI-ACCT-ID TO WS-AC-ACCT-ID
            MOVE 0 TO WS-AC-OVERDUE
            MOVE 0 TO WS-AC-OLDEST
            MOVE 0 TO WS-AC-MAX-LEVEL
            MOVE 0 TO WS-AC-BROKEN
            MOVE 0 TO WS-AC-ITEM-COUNT
            MOVE 'N' TO WS-AC-SLIPPING-SW
            MOVE 'N' TO WS-AC-IMPROVING-SW.
       CLOSE-ACCOUNT.
            ADD 1 TO WS-ACCOUNTS-SCORED
            PERFORM COMPUTE-RISK-SCORE
            PERFORM FIND-COLLECTOR
            PERFORM RELEASE-ONE-SCORED-ITEM
                VARYING WS-AC-SUBSCR FROM 1 BY 1
                UNTIL WS-AC-SUBSCR > WS-AC-ITEM-COUNT.
       COMPUTE-RISK-SCORE.
      *Exposure is the account's whole open AR balance against its
      *credit limit - for a parent that is the group's balance. No
      *limit on file, no exposure component.
            MOVE 0 TO WS-AC-EXPOS-PCT
            MOVE 0 TO WS-SC-EXPOS-PTS
            MOVE WS-AC-ACCT-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    SET CUST-NOT-FOUND TO TRUE
                NOT INVALID KEY
                    SET CUST-FOUND TO TRUE
            END-READ
            IF CUST-FOUND
                AND CM-CREDIT-LIMIT > 0
                AND CM-OPEN-AR-BAL > 0 then
                IF CM-OPEN-AR-BAL >= CM-CREDIT-LIMIT * 9.99 then
                    MOVE 999 TO WS-AC-EXPOS-PCT
                ELSE
                    COMPUTE WS-AC-EXPOS-PCT =
                        CM-OPEN-AR-BAL * 100 / CM-CREDIT-LIMIT
                END-IF
                EVALUATE TRUE
                    WHEN WS-AC-EXPOS-PCT >= 100
                        MOVE WS-WT-EXPOS-OVER TO WS-SC-EXPOS-PTS
                    WHEN WS-AC-EXPOS-PCT >= 80
                        MOVE WS-WT-EXPOS-HIGH TO WS-SC-EXPOS-PTS
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            IF WS-AC-OVERDUE >= WS-WT-AMOUNT-CEILING then
                MOVE WS-WT-AMOUNT-CAP TO WS-SC-AMOUNT-PTS
            ELSE
                COMPUTE WS-SC-AMOUNT-PTS =
                    WS-AC-OVERDUE / WS-WT-AMOUNT-UNIT
            END-IF
            MOVE WS-AC-OLDEST TO WS-SC-DAYS-PTS
            IF WS-SC-DAYS-PTS > WS-WT-DAYS-CAP then
                MOVE WS-WT-DAYS-CAP TO WS-SC-DAYS-PTS
            END-IF
            IF WS-AC-BROKEN >= 2 then
                MOVE WS-WT-BROKEN-CAP TO WS-SC-BROKEN-PTS
            ELSE
                COMPUTE WS-SC-BROKEN-PTS = WS-AC-BROKEN * WS-WT-BROKEN
            END-IF
            COMPUTE WS-SC-TOTAL = WS-SC-AMOUNT-PTS + WS-SC-DAYS-PTS
                + WS-AC-MAX-LEVEL * WS-WT-LEVEL
                + WS-SC-EXPOS-PTS + WS-SC-BROKEN-PTS
            MOVE 'STEADY   ' TO WS-AC-TREND
            IF WS-AC-SLIPPING then
                ADD WS-WT-SLIPPING TO WS-SC-TOTAL
                MOVE 'SLIPPING ' TO WS-AC-TREND
            ELSE
                IF WS-AC-IMPROVING then
                    SUBTRACT WS-WT-IMPROVING FROM WS-SC-TOTAL
                    MOVE 'IMPROVING' TO WS-AC-TREND
                END-IF
            END-IF
            IF WS-SC-TOTAL < 0 then
                MOVE 0 TO WS-SC-TOTAL
            END-IF.
       FIND-COLLECTOR.
            MOVE 'N' TO WS-PORT-FOUND-SW
            MOVE 'UNASSIGN' TO WS-COLL-ID
            MOVE 'NO COLLECTOR IN PORTFOLIO TABLE' TO WS-COLL-NAME
            PERFORM MATCH-ONE-PORTFOLIO-LINE
                VARYING WS-PORT-SUBSCR FROM 1 BY 1
                UNTIL WS-PORT-SUBSCR > WS-PORT-COUNT
                OR WS-PORT-FOUND.
       MATCH-ONE-PORTFOLIO-LINE.
            IF WS-AC-ACCT-ID >= WS-PT-FROM(WS-PORT-SUBSCR)
                AND WS-AC-ACCT-ID <= WS-PT-TO(WS-PORT-SUBSCR) then
                SET WS-PORT-FOUND TO TRUE
                MOVE WS-PT-COLL-ID(WS-PORT-SUBSCR) TO WS-COLL-ID
                MOVE WS-PT-COLL-NAME(WS-PORT-SUBSCR) TO WS-COLL-NAME
            END-IF.
       RELEASE-ONE-SCORED-ITEM.
            MOVE WS-AC-ITEM(WS-AC-SUBSCR) TO WS-CWL-ITEM
            MOVE SPACES TO WS-CWL-SCORED
            MOVE WS-COLL-ID TO WC-COLLECTOR-ID
            MOVE WS-SC-TOTAL TO WC-SCORE
            MOVE WS-AC-ACCT-ID TO WC-ACCT-ID
            MOVE WI-INVOICE-NO TO WC-INVOICE-NO
            MOVE WI-CUST-ID TO WC-CUST-ID
            MOVE WI-INVOICE-DATE TO WC-INVOICE-DATE
            MOVE WI-DUE-DATE TO WC-DUE-DATE
            MOVE WI-OPEN-BALANCE TO WC-OPEN-BALANCE
            MOVE WI-DAYS-PAST TO WC-DAYS-PAST
            MOVE WI-DUNNING-LEVEL TO WC-DUNNING-LEVEL
            MOVE WS-AC-OVERDUE TO WC-ACCT-OVERDUE
            MOVE WS-AC-OLDEST TO WC-ACCT-OLDEST
            MOVE WS-AC-MAX-LEVEL TO WC-ACCT-MAX-LEVEL
            MOVE WS-AC-BROKEN TO WC-ACCT-BROKEN
            MOVE WS-AC-EXPOS-PCT TO WC-ACCT-EXPOS-PCT
            MOVE WS-AC-TREND TO WC-ACCT-TREND
            MOVE WS-AC-ITEM-COUNT TO WC-ACCT-ITEMS
            MOVE WS-COLL-NAME TO WC-COLLECTOR-NAME
            MOVE WS-CWL-SCORED TO SORT-SCORE-RECORD
            RELEASE SORT-SCORE-RECORD.
      *----------------------------------------------------------
      *Pass 3 - print the call lists.
      *----------------------------------------------------------
       BOD-PARA.
            PERFORM PRINT-SCORED-ITEM
                UNTIL WS-SRT-EOF.
       READ-SCORED-ITEM.
            READ CWLSRT2
                AT END
                    SET WS-SRT-EOF TO TRUE
                NOT AT END
                    MOVE CWL-SCORED-ITEM TO WS-CWL-SCORED
            END-READ.
       PRINT-SCORED-ITEM.
            IF WS-CL-FIRST
                OR WC-COLLECTOR-ID NOT = WS-CL-COLL-ID then
                IF NOT WS-CL-FIRST then
                    PERFORM CLOSE-CALL-LIST
                END-IF
                PERFORM OPEN-CALL-LIST
            END-IF
            IF WC-ACCT-ID NOT = WS-CL-ACCT-ID then
                PERFORM WRITE-ACCOUNT-BLOCK
            END-IF
            PERFORM WRITE-ITEM-LINE
            PERFORM READ-SCORED-ITEM.
       OPEN-CALL-LIST.
            MOVE 'N' TO WS-CL-FIRST-SW
            MOVE WC-COLLECTOR-ID TO WS-CL-COLL-ID
            MOVE SPACES TO WS-CL-ACCT-ID
            MOVE 0 TO WS-CL-RANK
            MOVE 0 TO WS-CL-ACCT-COUNT
            MOVE 0 TO WS-CL-OVERDUE
            ADD 1 TO WS-COLLECTOR-COUNT
            MOVE SPACES TO CALL-LIST-LINE
            STRING '================ CALL LIST - COLLECTOR '
                DELIMITED BY SIZE
                WC-COLLECTOR-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WC-COLLECTOR-NAME DELIMITED BY SIZE
                ' RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO CALL-LIST-LINE
            END-STRING
            WRITE CALL-LIST-LINE.
       WRITE-ACCOUNT-BLOCK.
      *Rank, score and what drove it, then whom to call and where.
            MOVE WC-ACCT-ID TO WS-CL-ACCT-ID
            ADD 1 TO WS-CL-RANK
            ADD 1 TO WS-CL-ACCT-COUNT
            ADD WC-ACCT-OVERDUE TO WS-CL-OVERDUE
            MOVE SPACES TO CALL-LIST-LINE
            WRITE CALL-LIST-LINE
            MOVE WS-CL-RANK TO WS-RANK-ED
            MOVE WC-SCORE TO WS-SCORE-ED
            MOVE WC-ACCT-OVERDUE TO WS-TOTAL-ED
            MOVE WC-ACCT-OLDEST TO WS-COUNT-ED
            MOVE SPACES TO CALL-LIST-LINE
            STRING 'RANK ' DELIMITED BY SIZE
                WS-RANK-ED DELIMITED BY SIZE
                '  ACCOUNT ' DELIMITED BY SIZE
                WC-ACCT-ID DELIMITED BY SIZE
                '  SCORE ' DELIMITED BY SIZE
                WS-SCORE-ED DELIMITED BY SIZE
                '  OVERDUE ' DELIMITED BY SIZE
                WS-TOTAL-ED DELIMITED BY SIZE
                '  OLDEST ' DELIMITED BY SIZE
                WS-COUNT-ED DELIMITED BY SIZE
                ' DAYS  LEVEL ' DELIMITED BY SIZE
                WC-ACCT-MAX-LEVEL DELIMITED BY SIZE
                INTO CALL-LIST-LINE
            END-STRING
            WRITE CALL-LIST-LINE
            MOVE WC-ACCT-EXPOS-PCT TO WS-PCT-ED
            MOVE WC-ACCT-BROKEN TO WS-COUNT-ED
            MOVE SPACES TO CALL-LIST-LINE
            STRING '      EXPOSURE ' DELIMITED BY SIZE
                WS-PCT-ED DELIMITED BY SIZE
                '% OF LIMIT  BROKEN PROMISES ' DELIMITED BY SIZE
                WS-COUNT-ED DELIMITED BY SIZE
                '  PAYMENT TREND ' DELIMITED BY SIZE
                WC-ACCT-TREND DELIMITED BY SIZE
                INTO CALL-LIST-LINE
            END-STRING
            WRITE CALL-LIST-LINE
            MOVE WC-ACCT-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    SET CUST-NOT-FOUND TO TRUE
                NOT INVALID KEY
                    SET CUST-FOUND TO TRUE
            END-READ
            IF CUST-FOUND then
                MOVE SPACES TO CALL-LIST-LINE
                STRING '      ' DELIMITED BY SIZE
                    CM-CUST-NAME DELIMITED BY SIZE
                    INTO CALL-LIST-LINE
                END-STRING
                WRITE CALL-LIST-LINE
                MOVE SPACES TO CALL-LIST-LINE
                STRING '      ' DELIMITED BY SIZE
                    CM-BILL-ADDR-LINE1 DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CM-BILL-ADDR-LINE2 DELIMITED BY SIZE
                    INTO CALL-LIST-LINE
                END-STRING
                WRITE CALL-LIST-LINE
                MOVE SPACES TO CALL-LIST-LINE
                STRING '      ' DELIMITED BY SIZE
                    CM-BILL-CITY DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CM-BILL-STATE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CM-BILL-ZIP DELIMITED BY SIZE
                    '  E-MAIL ' DELIMITED BY SIZE
                    CM-EMAIL-ADDR DELIMITED BY SIZE
                    INTO CALL-LIST-LINE
                END-STRING
                WRITE CALL-LIST-LINE
            ELSE
                MOVE '      (NOT ON CUSTOMER MASTER)' TO
                    CALL-LIST-LINE
                WRITE CALL-LIST-LINE
            END-IF
            MOVE SPACES TO CALL-LIST-LINE
            STRING '      INVOICE  CUST   INV DATE DUE DATE'
                DELIMITED BY SIZE
                '      OPEN BALANCE  DAYS LVL' DELIMITED BY SIZE
                INTO CALL-LIST-LINE
            END-STRING
            WRITE CALL-LIST-LINE.
       WRITE-ITEM-LINE.
            MOVE WC-OPEN-BALANCE TO WS-AMT-ED
            MOVE WC-DAYS-PAST TO WS-COUNT-ED
            MOVE SPACES TO CALL-LIST-LINE
            STRING '      ' DELIMITED BY SIZE
                WC-INVOICE-NO DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WC-CUST-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WC-INVOICE-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WC-DUE-DATE DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-COUNT-ED DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                WC-DUNNING-LEVEL DELIMITED BY SIZE
                INTO CALL-LIST-LINE
            END-STRING
            WRITE CALL-LIST-LINE.
       CLOSE-CALL-LIST.
            MOVE WS-CL-ACCT-COUNT TO WS-COUNT-ED
            MOVE WS-CL-OVERDUE TO WS-BIG-TOTAL-ED
            MOVE SPACES TO CALL-LIST-LINE
            WRITE CALL-LIST-LINE
            MOVE SPACES TO CALL-LIST-LINE
            STRING 'ACCOUNTS TO CALL: ' DELIMITED BY SIZE
                WS-COUNT-ED DELIMITED BY SIZE
                '  TOTAL OVERDUE: ' DELIMITED BY SIZE
                WS-BIG-TOTAL-ED DELIMITED BY SIZE
                INTO CALL-LIST-LINE
            END-STRING
            WRITE CALL-LIST-LINE
            MOVE SPACES TO CALL-LIST-LINE
            WRITE CALL-LIST-LINE.
       END-PARA.
            IF NOT WS-CL-FIRST then
                PERFORM CLOSE-CALL-LIST
            END-IF
            CLOSE CWLSRT2 CUSTMAST CALLLIST
            DISPLAY 'WORKLIST - OVERDUE ITEMS SELECTED: '
                WS-ITEMS-SELECTED
            DISPLAY 'WORKLIST - ACCOUNTS SCORED:        '
                WS-ACCOUNTS-SCORED
            DISPLAY 'WORKLIST - COLLECTOR CALL LISTS:   '
                WS-COLLECTOR-COUNT
            IF WS-ITEMS-NOT-LISTED > 0 then
                DISPLAY '*** ACCOUNT ITEM TABLE FULL - ITEMS SCORED '
                    'BUT NOT LISTED: ' WS-ITEMS-NOT-LISTED ' ***'
                MOVE 4 TO RETURN-CODE
            END-IF
            IF WS-PORT-DROPPED > 0 then
                DISPLAY '*** PORTFOLIO TABLE FULL - LINES IGNORED: '
                    WS-PORT-DROPPED ' ***'
                MOVE 4 TO RETURN-CODE
            END-IF
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
