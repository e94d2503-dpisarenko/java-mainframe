      *Deferred-revenue release and roll-forward. Recurring charges
      *RECHRCR bills in advance for more than one month of service
      *are booked by RECHSUM to the company's deferred-revenue
      *account, not to revenue, and recorded on the deferred-revenue
      *schedule (see DEFSCHED.cpy). Run at each month end, this
      *program moves the slice of every such charge earned by the
      *end of the period out of deferred revenue into revenue - one
      *posting pair per company in the GL extract format the billing
      *run uses - and prints the roll-forward by company and
      *contract: opening balance, billed in the period, reversed by
      *credits and cancellations, released, and closing balance.
      *The closing balance per company is what the deferred-revenue
      *account must show in the GL. A charge billed to a group
      *company releases into the company's intercompany revenue
      *account, as the billing run credits its undeferred lines.
      *
      *Each charge earns in equal monthly slices over its service
      *period, counted in calendar months from the month it was
      *billed in; the last month takes whatever is left, so the
      *rounding never leaves a balance behind. A credit against the
      *charge has already taken its part off the unreleased
      *balance, and the remainder spreads over the months still to
      *come. A charge is released once per period - a rerun for the
      *same period passes over it.
       PROGRAM-ID. RECHDRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFSCHED ASSIGN DEFSCHNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY DS-INVOICE-NO
                          FILE STATUS WS-DEFSCH-STATUS.
           SELECT COMPMAST ASSIGN COMPNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CO-COMPANY-CODE.
           SELECT GLFILE  ASSIGN GLNAME
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT DRVRPT  ASSIGN DRVRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
      *Fiscal period-control file - a release into a period Finance
      *has closed is refused at start-up. See PERCTL.cpy.
           SELECT PERCTL  ASSIGN PERCTLNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-PERCTL-STATUS.
           SELECT DRVSRT  ASSIGN DRVSRTNM
                          ORGANIZATION SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN SORTWK1.
       FILE SECTION.
       FD  DEFSCHED.
           COPY "DEFSCHED.cpy".
       FD  COMPMAST.
           COPY "COMPMAST.cpy".
       FD  GLFILE.
           COPY "GLPOST.cpy".
       FD  DRVRPT.
       01  DRV-REPORT-LINE       PIC X(100).
       FD  PERCTL.
           COPY "PERCTL.cpy".
      *One roll-forward line per charge with any balance or movement
      *in the period, in company and contract order.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-COMPANY-CODE    PIC X(2).
           05 SW-CONTRACT-ID     PIC X(10).
           05 SW-INVOICE-NO      PIC 9(7).
           05 SW-CUST-ID         PIC X(6).
           05 SW-OPENING-AMT     PIC S9(9)V99.
           05 SW-BILLED-AMT      PIC S9(9)V99.
           05 SW-CREDITED-AMT    PIC S9(9)V99.
           05 SW-RELEASED-AMT    PIC S9(9)V99.
           05 SW-CLOSING-AMT     PIC S9(9)V99.
           05 SW-INTERCO-SW      PIC X.
       FD  DRVSRT.
       01  DRV-SORTED-RECORD     PIC X(81).
       WORKING-STORAGE SECTION.
       01  WS-DS-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-DS-EOF              VALUE 'Y'.
       01  WS-SRT-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-SRT-EOF             VALUE 'Y'.
       01  WS-DEFSCH-STATUS      PIC X(2) VALUE '00'.
       01  WS-RUN-DATE           PIC 9(8).
      *The period released, its last day (the posting date of the
      *release) and its position counted in months.
       01  WS-REL-PERIOD         PIC 9(6) VALUE 0.
       01  WS-REL-PERIOD-X REDEFINES WS-REL-PERIOD.
           05 WS-REL-YEAR        PIC 9(4).
           05 WS-REL-MONTH       PIC 99.
       01  WS-NEXT-MONTH-START   PIC 9(8) VALUE 0.
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH-START.
           05 WS-NEXT-YEAR       PIC 9(4).
           05 WS-NEXT-MONTH      PIC 99.
           05 WS-NEXT-DAY        PIC 99.
       01  WS-PERIOD-END-DATE    PIC 9(8) VALUE 0.
       01  WS-PERIOD-MONTH-NO    PIC 9(6) VALUE 0.
       01  WS-SERVICE-FROM       PIC 9(8) VALUE 0.
       01  WS-SERVICE-FROM-X REDEFINES WS-SERVICE-FROM.
           05 WS-FROM-YEAR       PIC 9(4).
           05 WS-FROM-MONTH      PIC 99.
           05 WS-FROM-DAY        PIC 99.
       01  WS-FROM-MONTH-NO      PIC 9(6) VALUE 0.
       01  WS-MONTHS-EARNED      PIC S9(4) VALUE 0.
      *The charge being rolled forward.
       01  WS-OPENING-AMT        PIC S9(9)V99 VALUE 0.
       01  WS-BILLED-MVT         PIC S9(9)V99 VALUE 0.
       01  WS-CREDITED-MVT       PIC S9(9)V99 VALUE 0.
       01  WS-UNRELEASED-AMT     PIC S9(9)V99 VALUE 0.
       01  WS-RELEASE-AMT        PIC S9(9)V99 VALUE 0.
       01  WS-CLOSING-AMT        PIC S9(9)V99 VALUE 0.
      *Contract, company and run totals for the roll-forward.
       01  WS-TOTALS-AREA.
           05 WS-CT-TOTALS.
               10 WS-CT-OPENING  PIC S9(11)V99.
               10 WS-CT-BILLED   PIC S9(11)V99.
               10 WS-CT-CREDITED PIC S9(11)V99.
               10 WS-CT-RELEASED PIC S9(11)V99.
               10 WS-CT-CLOSING  PIC S9(11)V99.
           05 WS-CO-TOTALS.
               10 WS-CO-OPENING  PIC S9(11)V99.
               10 WS-CO-BILLED   PIC S9(11)V99.
               10 WS-CO-CREDITED PIC S9(11)V99.
               10 WS-CO-RELEASED PIC S9(11)V99.
               10 WS-CO-CLOSING  PIC S9(11)V99.
               10 WS-CO-IC-RELEASED PIC S9(11)V99.
           05 WS-RUN-TOTALS.
               10 WS-RN-OPENING  PIC S9(11)V99.
               10 WS-RN-BILLED   PIC S9(11)V99.
               10 WS-RN-CREDITED PIC S9(11)V99.
               10 WS-RN-RELEASED PIC S9(11)V99.
               10 WS-RN-CLOSING  PIC S9(11)V99.
       01  WS-CUR-COMPANY        PIC X(2) VALUE SPACES.
       01  WS-CUR-CONTRACT       PIC X(10) VALUE SPACES.
       01  WS-CO-DEFREV-ACCT     PIC X(10) VALUE SPACES.
       01  WS-CO-REV-ACCT        PIC X(10) VALUE SPACES.
       01  WS-CO-ICREV-ACCT      PIC X(10) VALUE SPACES.
       01  WS-CO-TRADE-RELEASED  PIC S9(11)V99 VALUE 0.
       01  WS-CHARGES-READ       PIC 9(7) VALUE 0.
       01  WS-CHARGES-RELEASED   PIC 9(7) VALUE 0.
       01  WS-CHARGES-FINISHED   PIC 9(7) VALUE 0.
       01  WS-CHARGES-DONE-BEFORE PIC 9(7) VALUE 0.
       01  WS-LABEL              PIC X(28) VALUE SPACES.
       01  WS-OPENING-ED         PIC -(9)9.99.
       01  WS-BILLED-ED          PIC -(9)9.99.
       01  WS-CREDITED-ED        PIC -(9)9.99.
       01  WS-RELEASED-ED        PIC -(9)9.99.
       01  WS-CLOSING-ED         PIC -(9)9.99.
      *Working copy of the sorted record, since DRVSRT's FD record
      *is a plain byte string.
       01  WS-DRV-RECORD.
           05 WD-COMPANY-CODE    PIC X(2).
           05 WD-CONTRACT-ID     PIC X(10).
           05 WD-INVOICE-NO      PIC 9(7).
           05 WD-CUST-ID         PIC X(6).
           05 WD-OPENING-AMT     PIC S9(9)V99.
           05 WD-BILLED-AMT      PIC S9(9)V99.
           05 WD-CREDITED-AMT    PIC S9(9)V99.
           05 WD-RELEASED-AMT    PIC S9(9)V99.
           05 WD-CLOSING-AMT     PIC S9(9)V99.
           05 WD-INTERCO-SW      PIC X.
               88 WD-INTERCO             VALUE 'Y'.
      *Closed fiscal periods loaded at start-up - a missing
      *period-control file just means no period has ever closed.
       01  WS-PERCTL-STATUS      PIC X(2) VALUE '00'.
       01  WS-CLOSED-PER-TABLE.
           05 WS-CLOSED-PERIOD OCCURS 36 TIMES PIC 9(6).
       01  WS-CLOSED-PER-COUNT   PIC 99 VALUE 0.
       01  WS-CLOSED-PER-SUBSCR  PIC 99.
       01  WS-POSTING-PERIOD     PIC 9(6) VALUE 0.
       01  WS-PERIOD-LOCK-SW     PIC X VALUE 'N'.
           88 WS-POSTING-PERIOD-CLOSED VALUE 'Y'.
       LINKAGE SECTION.
      *Optional PARM: the period to release (YYYYMM) - defaults to
      *the run date's month. The month-end close driver passes the
      *period it is closing.
       01  DV-PARM-AREA.
           05 DV-PARM-LEN        PIC S9(4) COMP.
           05 DV-PARM-PERIOD     PIC X(6).
       PROCEDURE DIVISION USING DV-PARM-AREA.
       DEFREV-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE(1:6) TO WS-REL-PERIOD
            IF DV-PARM-LEN > 5
                AND DV-PARM-PERIOD NOT = SPACES then
                IF DV-PARM-PERIOD IS NUMERIC
                    AND DV-PARM-PERIOD(5:2) >= '01'
                    AND DV-PARM-PERIOD(5:2) <= '12' then
                    MOVE DV-PARM-PERIOD TO WS-REL-PERIOD
                ELSE
                    DISPLAY '*** PARM PERIOD ' DV-PARM-PERIOD
                        ' IS NOT A VALID YYYYMM - RUN REFUSED ***'
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF
      *A release into a closed period is refused - its postings
      *would land in a month Finance already reported.
            PERFORM LOAD-PERIOD-CONTROL
            MOVE WS-REL-PERIOD TO WS-POSTING-PERIOD
            PERFORM CHECK-POSTING-PERIOD
            IF WS-POSTING-PERIOD-CLOSED then
                DISPLAY '*** PERIOD ' WS-POSTING-PERIOD
                    ' IS CLOSED - RUN REFUSED ***'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
      *The release posts on the period's last day.
            MOVE WS-REL-YEAR TO WS-NEXT-YEAR
            MOVE WS-REL-MONTH TO WS-NEXT-MONTH
            MOVE 1 TO WS-NEXT-DAY
            IF WS-NEXT-MONTH = 12 then
                ADD 1 TO WS-NEXT-YEAR
                MOVE 1 TO WS-NEXT-MONTH
            ELSE
                ADD 1 TO WS-NEXT-MONTH
            END-IF
            COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
            COMPUTE WS-PERIOD-MONTH-NO =
                WS-REL-YEAR * 12 + WS-REL-MONTH
            INITIALIZE WS-TOTALS-AREA
            OPEN I-O DEFSCHED
            IF WS-DEFSCH-STATUS NOT = '00' then
                DISPLAY '*** DEFERRED-REVENUE SCHEDULE NOT AVAILABLE'
                    ' - STATUS ' WS-DEFSCH-STATUS ' ***'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN INPUT COMPMAST
            OPEN OUTPUT GLFILE
            OPEN OUTPUT DRVRPT
            PERFORM WRITE-REPORT-HEADER
            PERFORM SORT-RELEASED-CHARGES
            CLOSE DEFSCHED
            OPEN INPUT DRVSRT
            PERFORM READ-SORTED-CHARGE.
       BOD-PARA.
            PERFORM ROLL-FORWARD-ONE-CHARGE
                UNTIL WS-SRT-EOF.
       SORT-RELEASED-CHARGES.
      *Release every charge on the schedule in invoice order and
      *pass its roll-forward line to the sort for the report.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-COMPANY-CODE
                ON ASCENDING KEY SW-CONTRACT-ID
                ON ASCENDING KEY SW-INVOICE-NO
                INPUT PROCEDURE SORT-RELEASE-SCHEDULE
                GIVING DRVSRT.
       SORT-RELEASE-SCHEDULE.
            MOVE 0 TO DS-INVOICE-NO
            START DEFSCHED KEY NOT LESS THAN DS-INVOICE-NO
                INVALID KEY
                    SET WS-DS-EOF TO TRUE
            END-START
            PERFORM RELEASE-ONE-CHARGE
                UNTIL WS-DS-EOF.
       RELEASE-ONE-CHARGE.
            READ DEFSCHED NEXT RECORD
                AT END
                    SET WS-DS-EOF TO TRUE
            END-READ
            IF WS-DS-EOF
                OR NOT DS-DEFERRING
                OR DS-BILLED-DATE > WS-PERIOD-END-DATE then
                GO TO RELEASE-ONE-CHARGE-EXIT
            END-IF
            ADD 1 TO WS-CHARGES-READ
            IF DS-LAST-REL-PERIOD >= WS-REL-PERIOD then
                ADD 1 TO WS-CHARGES-DONE-BEFORE
                GO TO RELEASE-ONE-CHARGE-EXIT
            END-IF
      *Where the charge stood at the last release, and what billing
      *and credits did to it since.
            COMPUTE WS-OPENING-AMT = DS-RF-BILLED-AMT
                - DS-RF-CREDITED-AMT - DS-RELEASED-AMT
            COMPUTE WS-BILLED-MVT = DS-BILLED-AMT - DS-RF-BILLED-AMT
            COMPUTE WS-CREDITED-MVT =
                DS-CREDITED-AMT - DS-RF-CREDITED-AMT
            COMPUTE WS-UNRELEASED-AMT = DS-BILLED-AMT
                - DS-CREDITED-AMT - DS-RELEASED-AMT
      *Months of the service period over by the end of the period.
            MOVE DS-SERVICE-FROM TO WS-SERVICE-FROM
            COMPUTE WS-FROM-MONTH-NO =
                WS-FROM-YEAR * 12 + WS-FROM-MONTH
            COMPUTE WS-MONTHS-EARNED =
                WS-PERIOD-MONTH-NO - WS-FROM-MONTH-NO + 1
            IF WS-MONTHS-EARNED > DS-SERVICE-MONTHS then
                MOVE DS-SERVICE-MONTHS TO WS-MONTHS-EARNED
            END-IF
            IF WS-MONTHS-EARNED < 0 then
                MOVE 0 TO WS-MONTHS-EARNED
            END-IF
      *The months newly over take their share of what is still
      *unreleased; the last month takes all of it.
            MOVE 0 TO WS-RELEASE-AMT
            IF WS-MONTHS-EARNED > DS-MONTHS-RELEASED then
                IF WS-MONTHS-EARNED >= DS-SERVICE-MONTHS then
                    MOVE WS-UNRELEASED-AMT TO WS-RELEASE-AMT
                ELSE
                    COMPUTE WS-RELEASE-AMT ROUNDED =
                        WS-UNRELEASED-AMT
                        * (WS-MONTHS-EARNED - DS-MONTHS-RELEASED)
                        / (DS-SERVICE-MONTHS - DS-MONTHS-RELEASED)
                END-IF
                MOVE WS-MONTHS-EARNED TO DS-MONTHS-RELEASED
            END-IF
            COMPUTE WS-CLOSING-AMT = WS-OPENING-AMT + WS-BILLED-MVT
                - WS-CREDITED-MVT - WS-RELEASE-AMT
            ADD WS-RELEASE-AMT TO DS-RELEASED-AMT
            MOVE DS-BILLED-AMT TO DS-RF-BILLED-AMT
            MOVE DS-CREDITED-AMT TO DS-RF-CREDITED-AMT
            MOVE WS-REL-PERIOD TO DS-LAST-REL-PERIOD
            IF WS-RELEASE-AMT NOT = 0 then
                ADD 1 TO WS-CHARGES-RELEASED
            END-IF
            IF DS-MONTHS-RELEASED >= DS-SERVICE-MONTHS
                AND WS-CLOSING-AMT = 0 then
                SET DS-FULLY-RELEASED TO TRUE
                ADD 1 TO WS-CHARGES-FINISHED
            END-IF
            REWRITE DEFERRAL-SCHEDULE-RECORD
            IF WS-OPENING-AMT NOT = 0
                OR WS-BILLED-MVT NOT = 0
                OR WS-CREDITED-MVT NOT = 0
                OR WS-RELEASE-AMT NOT = 0 then
                MOVE DS-COMPANY-CODE TO SW-COMPANY-CODE
                MOVE DS-CONTRACT-ID TO SW-CONTRACT-ID
                IF DS-CONTRACT-ID = SPACES then
                    MOVE '*NONE*' TO SW-CONTRACT-ID
                END-IF
                MOVE DS-INVOICE-NO TO SW-INVOICE-NO
                MOVE DS-CUST-ID TO SW-CUST-ID
                MOVE WS-OPENING-AMT TO SW-OPENING-AMT
                MOVE WS-BILLED-MVT TO SW-BILLED-AMT
                MOVE WS-CREDITED-MVT TO SW-CREDITED-AMT
                MOVE WS-RELEASE-AMT TO SW-RELEASED-AMT
                MOVE WS-CLOSING-AMT TO SW-CLOSING-AMT
                MOVE 'N' TO SW-INTERCO-SW
                IF DS-INTERCO-COMPANY NOT = SPACES then
                    MOVE 'Y' TO SW-INTERCO-SW
                END-IF
                RELEASE SORT-WORK-RECORD
            END-IF.
       RELEASE-ONE-CHARGE-EXIT.
            EXIT.
       READ-SORTED-CHARGE.
            READ DRVSRT INTO WS-DRV-RECORD
                AT END
                    SET WS-SRT-EOF TO TRUE
            END-READ.
       ROLL-FORWARD-ONE-CHARGE.
      *Contract and company breaks in the sorted stream - each
      *company's release posts when its last contract is done.
            IF WD-COMPANY-CODE NOT = WS-CUR-COMPANY then
                IF WS-CUR-COMPANY NOT = SPACES then
                    PERFORM CLOSE-CONTRACT
                    PERFORM CLOSE-COMPANY
                END-IF
                MOVE WD-COMPANY-CODE TO WS-CUR-COMPANY
                MOVE WD-CONTRACT-ID TO WS-CUR-CONTRACT
                PERFORM OPEN-COMPANY
            ELSE
                IF WD-CONTRACT-ID NOT = WS-CUR-CONTRACT then
                    PERFORM CLOSE-CONTRACT
                    MOVE WD-CONTRACT-ID TO WS-CUR-CONTRACT
                END-IF
            END-IF
            MOVE WD-OPENING-AMT TO WS-OPENING-ED
            MOVE WD-BILLED-AMT TO WS-BILLED-ED
            MOVE WD-CREDITED-AMT TO WS-CREDITED-ED
            MOVE WD-RELEASED-AMT TO WS-RELEASED-ED
            MOVE WD-CLOSING-AMT TO WS-CLOSING-ED
            MOVE SPACES TO DRV-REPORT-LINE
            STRING WD-COMPANY-CODE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WD-CONTRACT-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WD-INVOICE-NO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WD-CUST-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-OPENING-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-BILLED-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-CREDITED-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-RELEASED-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-CLOSING-ED DELIMITED BY SIZE
                INTO DRV-REPORT-LINE
            END-STRING
            WRITE DRV-REPORT-LINE
            ADD WD-OPENING-AMT TO WS-CT-OPENING
            ADD WD-BILLED-AMT TO WS-CT-BILLED
            ADD WD-CREDITED-AMT TO WS-CT-CREDITED
            ADD WD-RELEASED-AMT TO WS-CT-RELEASED
            IF WD-INTERCO then
                ADD WD-RELEASED-AMT TO WS-CO-IC-RELEASED
            END-IF
            ADD WD-CLOSING-AMT TO WS-CT-CLOSING
            PERFORM READ-SORTED-CHARGE.
       OPEN-COMPANY.
      *The company's deferred-revenue and revenue accounts off the
      *company master - the accounts the billing run deferred into.
            MOVE '2400-DEFR' TO WS-CO-DEFREV-ACCT
            MOVE '4000-REV ' TO WS-CO-REV-ACCT
            MOVE '4050-ICRV' TO WS-CO-ICREV-ACCT
            MOVE WS-CUR-COMPANY TO CO-COMPANY-CODE
            READ COMPMAST
                INVALID KEY
                    DISPLAY '*** COMPANY NOT ON MASTER FOR '
                        'DEFERRED REVENUE RELEASE: '
                        WS-CUR-COMPANY ' ***'
                NOT INVALID KEY
                    IF CO-GL-DEFREV-ACCT NOT = SPACES then
                        MOVE CO-GL-DEFREV-ACCT TO WS-CO-DEFREV-ACCT
                    END-IF
                    MOVE CO-GL-REV-ACCT TO WS-CO-REV-ACCT
                    IF CO-GL-ICREV-ACCT NOT = SPACES then
                        MOVE CO-GL-ICREV-ACCT TO WS-CO-ICREV-ACCT
                    END-IF
            END-READ.
       CLOSE-CONTRACT.
            MOVE SPACES TO WS-LABEL
            STRING '   CONTRACT ' DELIMITED BY SIZE
                WS-CUR-CONTRACT DELIMITED BY SIZE
                INTO WS-LABEL
            END-STRING
            MOVE WS-CT-OPENING TO WS-OPENING-ED
            MOVE WS-CT-BILLED TO WS-BILLED-ED
            MOVE WS-CT-CREDITED TO WS-CREDITED-ED
            MOVE WS-CT-RELEASED TO WS-RELEASED-ED
            MOVE WS-CT-CLOSING TO WS-CLOSING-ED
            PERFORM WRITE-TOTAL-LINE
            MOVE SPACES TO DRV-REPORT-LINE
            WRITE DRV-REPORT-LINE
            ADD WS-CT-OPENING TO WS-CO-OPENING
            ADD WS-CT-BILLED TO WS-CO-BILLED
            ADD WS-CT-CREDITED TO WS-CO-CREDITED
            ADD WS-CT-RELEASED TO WS-CO-RELEASED
            ADD WS-CT-CLOSING TO WS-CO-CLOSING
            INITIALIZE WS-CT-TOTALS.
       CLOSE-COMPANY.
      *The company's total, the account its closing balance must tie
      *to, and the release posting pair.
            MOVE SPACES TO WS-LABEL
            STRING 'COMPANY ' DELIMITED BY SIZE
                WS-CUR-COMPANY DELIMITED BY SIZE
                ' TOTAL' DELIMITED BY SIZE
                INTO WS-LABEL
            END-STRING
            MOVE WS-CO-OPENING TO WS-OPENING-ED
            MOVE WS-CO-BILLED TO WS-BILLED-ED
            MOVE WS-CO-CREDITED TO WS-CREDITED-ED
            MOVE WS-CO-RELEASED TO WS-RELEASED-ED
            MOVE WS-CO-CLOSING TO WS-CLOSING-ED
            PERFORM WRITE-TOTAL-LINE
            MOVE SPACES TO DRV-REPORT-LINE
            STRING 'CLOSING BALANCE TO AGREE TO GL ACCOUNT '
                DELIMITED BY SIZE
                WS-CO-DEFREV-ACCT DELIMITED BY SIZE
                ' AT ' DELIMITED BY SIZE
                WS-PERIOD-END-DATE DELIMITED BY SIZE
                ': ' DELIMITED BY SIZE
                WS-CLOSING-ED DELIMITED BY SIZE
                INTO DRV-REPORT-LINE
            END-STRING
            WRITE DRV-REPORT-LINE
            MOVE SPACES TO DRV-REPORT-LINE
            WRITE DRV-REPORT-LINE
            PERFORM WRITE-RELEASE-GL-POSTING
            ADD WS-CO-OPENING TO WS-RN-OPENING
            ADD WS-CO-BILLED TO WS-RN-BILLED
            ADD WS-CO-CREDITED TO WS-RN-CREDITED
            ADD WS-CO-RELEASED TO WS-RN-RELEASED
            ADD WS-CO-CLOSING TO WS-RN-CLOSING
            INITIALIZE WS-CO-TOTALS.
       WRITE-RELEASE-GL-POSTING.
      *Debit deferred revenue, credit revenue for the slice earned
      *this period - into the company's own accounts, the group
      *companies' slice to intercompany revenue.
            IF WS-CO-RELEASED NOT = 0 then
                MOVE WS-PERIOD-END-DATE TO GL-RUN-DATE
                MOVE 0 TO GL-DOC-FIRST
                MOVE 0 TO GL-DOC-LAST
                MOVE SPACES TO GL-DESCRIPTION
                STRING 'DEFERRED REV RELEASE CO ' DELIMITED BY SIZE
                    WS-CUR-COMPANY DELIMITED BY SIZE
                    INTO GL-DESCRIPTION
                END-STRING
                MOVE WS-CO-DEFREV-ACCT TO GL-ACCOUNT-NO
                SET GL-DEBIT TO TRUE
                MOVE WS-CO-RELEASED TO GL-AMOUNT
                WRITE GL-POSTING-RECORD
                SET GL-CREDIT TO TRUE
                COMPUTE WS-CO-TRADE-RELEASED =
                    WS-CO-RELEASED - WS-CO-IC-RELEASED
                IF WS-CO-TRADE-RELEASED NOT = 0 then
                    MOVE WS-CO-REV-ACCT TO GL-ACCOUNT-NO
                    MOVE WS-CO-TRADE-RELEASED TO GL-AMOUNT
                    WRITE GL-POSTING-RECORD
                END-IF
                IF WS-CO-IC-RELEASED NOT = 0 then
                    MOVE WS-CO-ICREV-ACCT TO GL-ACCOUNT-NO
                    MOVE WS-CO-IC-RELEASED TO GL-AMOUNT
                    WRITE GL-POSTING-RECORD
                END-IF
            END-IF.
       WRITE-TOTAL-LINE.
            MOVE SPACES TO DRV-REPORT-LINE
            STRING WS-LABEL DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-OPENING-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-BILLED-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-CREDITED-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-RELEASED-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-CLOSING-ED DELIMITED BY SIZE
                INTO DRV-REPORT-LINE
            END-STRING
            WRITE DRV-REPORT-LINE.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO DRV-REPORT-LINE
            STRING 'DEFERRED REVENUE ROLL-FORWARD - PERIOD '
                DELIMITED BY SIZE
                WS-REL-PERIOD DELIMITED BY SIZE
                '  POSTED ' DELIMITED BY SIZE
                WS-PERIOD-END-DATE DELIMITED BY SIZE
                '  RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO DRV-REPORT-LINE
            END-STRING
            WRITE DRV-REPORT-LINE
            MOVE SPACES TO DRV-REPORT-LINE
            WRITE DRV-REPORT-LINE
            MOVE SPACES TO DRV-REPORT-LINE
            STRING 'CO CONTRACT   INVOICE CUST  ' DELIMITED BY SIZE
                '       OPENING        BILLED' DELIMITED BY SIZE
                '      CREDITED      RELEASED' DELIMITED BY SIZE
                '       CLOSING' DELIMITED BY SIZE
                INTO DRV-REPORT-LINE
            END-STRING
            WRITE DRV-REPORT-LINE.
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
       END-PARA.
            IF WS-CUR-COMPANY NOT = SPACES then
                PERFORM CLOSE-CONTRACT
                PERFORM CLOSE-COMPANY
            END-IF
            MOVE 'ALL COMPANIES TOTAL' TO WS-LABEL
            MOVE WS-RN-OPENING TO WS-OPENING-ED
            MOVE WS-RN-BILLED TO WS-BILLED-ED
            MOVE WS-RN-CREDITED TO WS-CREDITED-ED
            MOVE WS-RN-RELEASED TO WS-RELEASED-ED
            MOVE WS-RN-CLOSING TO WS-CLOSING-ED
            PERFORM WRITE-TOTAL-LINE
            CLOSE DRVSRT COMPMAST GLFILE DRVRPT
            DISPLAY 'DEFERRED REVENUE - CHARGES DEFERRING:  '
                WS-CHARGES-READ
            DISPLAY 'DEFERRED REVENUE - CHARGES RELEASED:   '
                WS-CHARGES-RELEASED
            DISPLAY 'DEFERRED REVENUE - FULLY RELEASED:     '
                WS-CHARGES-FINISHED
            DISPLAY 'DEFERRED REVENUE - ALREADY RELEASED FOR '
                WS-REL-PERIOD ': ' WS-CHARGES-DONE-BEFORE
            DISPLAY 'DEFERRED REVENUE - RELEASED TO REVENUE: '
                WS-RN-RELEASED
      *GOBACK rather than STOP RUN - the month-end close driver
      *CALLs this as a step of the close, and GOBACK from a program
      *with no caller behaves exactly like STOP RUN.
            GOBACK.
