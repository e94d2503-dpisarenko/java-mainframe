      *Monthly sales budget versus actual report. Management sets
      *the sales budget per company, sales representative and item
      *group (loaded once a year by RECHBDL); this program rolls
      *the billed history into the same buckets - sale lines add,
      *credit memos and cancellations take back, at the home-
      *currency net amount each line actually billed at, under the
      *rep stamped on the line at billing time and the item group
      *off the item master - and prints budget, actual, variance
      *and variance percentage for the month and the year to date,
      *with subtotals per rep and per company. A line running more
      *than the PARM's percentage behind its budget, for the month
      *or the year to date, is flagged. Finance charges are not
      *sales and are left out. Actuals for a rep and item group
      *with no budget print against a zero budget so nothing billed
      *drops off the report.
       PROGRAM-ID. RECHBVA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFHIST ASSIGN INFHISTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY HIST-KEY.
           SELECT BUDGET  ASSIGN BUDGETNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY BU-KEY
                          FILE STATUS WS-BUDGET-STATUS.
           SELECT ITEMMAST ASSIGN ITEMNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY IM-ITEM-NO.
           SELECT BVASRT  ASSIGN BVASRTNM
                          ORGANIZATION SEQUENTIAL.
           SELECT BVARPT  ASSIGN BVARPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN SORTWK1.
       FILE SECTION.
       FD  INFHIST.
      *History record as the billing run writes it - the billed
      *line plus the rep stamped at billing time.
           COPY "INFHIST.cpy".
       01  HISTORY-LINE-DETAIL.
           05 HL-INVOICE-NO    PIC 9(7).
           05 HL-LINE-NO       PIC 9(3).
           05 HL-CUST-ID       PIC X(6).
           05 HL-CURRENCY-CODE PIC X(3).
           05 HL-LINE-TYPE     PIC X.
               88 HL-CREDIT-MEMO   VALUE 'C'.
               88 HL-FINANCE-CHG   VALUE 'F'.
           05 HL-INVOICE-DATE  PIC 9(8).
           05 HL-SHIPTO-NO     PIC 9(2).
           05                  PIC X.
           05 HL-QUANT         PIC 9(5).
           05                  PIC X.
           05 HL-UNIT-PRICE    PIC 9(3)V99.
           05                  PIC X.
           05 HL-REBATE        PIC 9.
           05                  PIC X.
           05 HL-VAT           PIC 9.
           05                  PIC X.
           05 HL-PROMO-PCT    PIC 9V999.
           05 HL-ITEM-NO       PIC X(8).
           05 HL-COMPANY-CODE  PIC X(2).
       FD  BUDGET.
           COPY "BUDGET.cpy".
       FD  ITEMMAST.
           COPY "ITEMMAST.cpy".
       SD  SORT-WORK-FILE.
      *One record per budget row and one per billed line, sorted
      *together so each company/rep/group bucket comes out whole.
       01  SORT-WORK-RECORD.
           05 SW-COMPANY-CODE    PIC X(2).
           05 SW-REP-CODE        PIC X(4).
           05 SW-ITEM-GROUP      PIC X(4).
           05 SW-BUD-MONTH       PIC S9(11)V99.
           05 SW-ACT-MONTH       PIC S9(11)V99.
           05 SW-BUD-YTD         PIC S9(11)V99.
           05 SW-ACT-YTD         PIC S9(11)V99.
       FD  BVASRT.
       01  BVA-SORTED-RECORD     PIC X(62).
       FD  BVARPT.
       01  BVA-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-HIST-EOF-SW        PIC X VALUE 'N'.
           88 WS-HIST-EOF            VALUE 'Y'.
       01  WS-BUD-EOF-SW         PIC X VALUE 'N'.
           88 WS-BUD-EOF             VALUE 'Y'.
       01  WS-SRT-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-SRT-EOF             VALUE 'Y'.
       01  WS-BUDGET-STATUS      PIC X(2) VALUE '00'.
       01  WS-BUDGET-AVAIL-SW    PIC X VALUE 'N'.
           88 WS-BUDGET-AVAILABLE    VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RPT-PERIOD         PIC 9(6) VALUE 0.
       01  WS-RPT-PERIOD-X REDEFINES WS-RPT-PERIOD.
           05 WS-RPT-YEAR        PIC 9(4).
           05 WS-RPT-MONTH       PIC 9(2).
       01  WS-BEHIND-PCT         PIC 9(3) VALUE 10.
       01  WS-MONTH-SUBSCR       PIC 99.
       01  WS-LINES-READ         PIC 9(7) VALUE 0.
       01  WS-LINES-IN-YEAR      PIC 9(7) VALUE 0.
       01  WS-BUDGET-ROWS        PIC 9(7) VALUE 0.
       01  WS-BUCKETS-PRINTED    PIC 9(7) VALUE 0.
       01  WS-BUCKETS-FLAGGED    PIC 9(7) VALUE 0.
       01  WS-ITEM-GROUP         PIC X(4).
      *Working copy of the sorted record, since BVASRT's FD record
      *is a plain byte string.
       01  WS-BVA-RECORD.
           05 WB-COMPANY-CODE    PIC X(2).
           05 WB-REP-CODE        PIC X(4).
           05 WB-ITEM-GROUP      PIC X(4).
           05 WB-BUD-MONTH       PIC S9(11)V99.
           05 WB-ACT-MONTH       PIC S9(11)V99.
           05 WB-BUD-YTD         PIC S9(11)V99.
           05 WB-ACT-YTD         PIC S9(11)V99.
      *Control-break keys and the running totals at each level.
       01  WS-FIRST-REC-SW       PIC X VALUE 'Y'.
           88 WS-FIRST-REC           VALUE 'Y'.
       01  WS-CUR-COMPANY        PIC X(2).
       01  WS-CUR-REP            PIC X(4).
       01  WS-CUR-GROUP          PIC X(4).
       01  WS-GRP-TOTALS.
           05 WS-GRP-BUD-MONTH   PIC S9(11)V99.
           05 WS-GRP-ACT-MONTH   PIC S9(11)V99.
           05 WS-GRP-BUD-YTD     PIC S9(11)V99.
           05 WS-GRP-ACT-YTD     PIC S9(11)V99.
       01  WS-REP-TOTALS.
           05 WS-REP-BUD-MONTH   PIC S9(11)V99.
           05 WS-REP-ACT-MONTH   PIC S9(11)V99.
           05 WS-REP-BUD-YTD     PIC S9(11)V99.
           05 WS-REP-ACT-YTD     PIC S9(11)V99.
       01  WS-CO-TOTALS.
           05 WS-CO-BUD-MONTH    PIC S9(11)V99.
           05 WS-CO-ACT-MONTH    PIC S9(11)V99.
           05 WS-CO-BUD-YTD      PIC S9(11)V99.
           05 WS-CO-ACT-YTD      PIC S9(11)V99.
       01  WS-GRAND-TOTALS.
           05 WS-GT-BUD-MONTH    PIC S9(11)V99.
           05 WS-GT-ACT-MONTH    PIC S9(11)V99.
           05 WS-GT-BUD-YTD      PIC S9(11)V99.
           05 WS-GT-ACT-YTD      PIC S9(11)V99.
      *The set of totals being printed, whatever its level.
       01  WS-PRINT-TOTALS.
           05 WS-PR-BUD-MONTH    PIC S9(11)V99.
           05 WS-PR-ACT-MONTH    PIC S9(11)V99.
           05 WS-PR-BUD-YTD      PIC S9(11)V99.
           05 WS-PR-ACT-YTD      PIC S9(11)V99.
       01  WS-VARIANCE           PIC S9(11)V99 VALUE 0.
       01  WS-VAR-PCT            PIC S9(5)V9 VALUE 0.
       01  WS-MONTH-BEHIND-SW    PIC X VALUE 'N'.
           88 WS-MONTH-BEHIND        VALUE 'Y'.
       01  WS-YTD-BEHIND-SW      PIC X VALUE 'N'.
           88 WS-YTD-BEHIND          VALUE 'Y'.
       01  WS-AMT-ED             PIC -(10)9.99.
       01  WS-PCT-ED             PIC -(4)9.9.
       LINKAGE SECTION.
      *PARM: the report period (YYYYMM), optionally followed by the
      *percentage behind budget that flags a line (3 digits,
      *default 10).
       01  BV-PARM-AREA.
           05 BV-PARM-LEN        PIC S9(4) COMP.
           05 BV-PARM-PERIOD     PIC 9(6).
           05 BV-PARM-PCT        PIC 9(3).
       PROCEDURE DIVISION USING BV-PARM-AREA.
       BUDACT-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            IF BV-PARM-LEN < 6 then
                DISPLAY '*** BUDGET VERSUS ACTUAL NEEDS THE PERIOD '
                    'IN THE PARM ***'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE BV-PARM-PERIOD TO WS-RPT-PERIOD
            IF WS-RPT-MONTH < 1 OR WS-RPT-MONTH > 12 then
                DISPLAY '*** INVALID PERIOD IN THE PARM: '
                    WS-RPT-PERIOD ' ***'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF BV-PARM-LEN > 8 then
                MOVE BV-PARM-PCT TO WS-BEHIND-PCT
            END-IF
            INITIALIZE WS-GRP-TOTALS WS-REP-TOTALS WS-CO-TOTALS
                WS-GRAND-TOTALS
            OPEN INPUT INFHIST
            OPEN INPUT ITEMMAST
      *No budget file yet means no budget has been loaded - every
      *bucket prints against a zero budget.
            OPEN INPUT BUDGET
            IF WS-BUDGET-STATUS = '00' then
                SET WS-BUDGET-AVAILABLE TO TRUE
            ELSE
                SET WS-BUD-EOF TO TRUE
            END-IF
            OPEN OUTPUT BVARPT
            PERFORM WRITE-REPORT-HEADER
            PERFORM SORT-BUDGET-AND-ACTUALS
            OPEN INPUT BVASRT
            PERFORM READ-SORTED-REC.
       SORT-BUDGET-AND-ACTUALS.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-COMPANY-CODE
                ON ASCENDING KEY SW-REP-CODE
                ON ASCENDING KEY SW-ITEM-GROUP
                INPUT PROCEDURE RELEASE-BUDGET-AND-ACTUALS
                GIVING BVASRT.
       RELEASE-BUDGET-AND-ACTUALS.
            IF NOT WS-BUD-EOF then
                MOVE WS-RPT-YEAR TO BU-YEAR
                MOVE LOW-VALUES TO BU-COMPANY-CODE
                MOVE LOW-VALUES TO BU-REP-CODE
                MOVE LOW-VALUES TO BU-ITEM-GROUP
                START BUDGET KEY NOT LESS THAN BU-KEY
                    INVALID KEY
                        SET WS-BUD-EOF TO TRUE
                END-START
            END-IF
            PERFORM RELEASE-ONE-BUDGET-ROW
                UNTIL WS-BUD-EOF
            MOVE 0 TO HIST-INVOICE-NO
            MOVE 0 TO HIST-LINE-NO
            START INFHIST KEY NOT LESS THAN HIST-KEY
                INVALID KEY
                    SET WS-HIST-EOF TO TRUE
            END-START
            PERFORM RELEASE-ONE-HIST-LINE
                UNTIL WS-HIST-EOF.
       RELEASE-ONE-BUDGET-ROW.
            READ BUDGET NEXT RECORD
                AT END
                    SET WS-BUD-EOF TO TRUE
            END-READ
            IF NOT WS-BUD-EOF then
                IF BU-YEAR NOT = WS-RPT-YEAR then
                    SET WS-BUD-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-BUDGET-ROWS
                    MOVE BU-COMPANY-CODE TO SW-COMPANY-CODE
                    MOVE BU-REP-CODE TO SW-REP-CODE
                    MOVE BU-ITEM-GROUP TO SW-ITEM-GROUP
                    MOVE BU-MONTH-AMT(WS-RPT-MONTH) TO SW-BUD-MONTH
                    MOVE 0 TO SW-BUD-YTD
                    PERFORM ADD-ONE-BUDGET-MONTH
                        VARYING WS-MONTH-SUBSCR FROM 1 BY 1
                        UNTIL WS-MONTH-SUBSCR > WS-RPT-MONTH
                    MOVE 0 TO SW-ACT-MONTH
                    MOVE 0 TO SW-ACT-YTD
                    RELEASE SORT-WORK-RECORD
                END-IF
            END-IF.
       ADD-ONE-BUDGET-MONTH.
            ADD BU-MONTH-AMT(WS-MONTH-SUBSCR) TO SW-BUD-YTD.
       RELEASE-ONE-HIST-LINE.
            READ INFHIST NEXT RECORD
                AT END
                    SET WS-HIST-EOF TO TRUE
            END-READ
            IF NOT WS-HIST-EOF then
                ADD 1 TO WS-LINES-READ
                IF HL-INVOICE-DATE(1:4) = WS-RPT-YEAR
                    AND HL-INVOICE-DATE(1:6) NOT > WS-RPT-PERIOD
                    AND NOT HL-FINANCE-CHG then
                    ADD 1 TO WS-LINES-IN-YEAR
                    PERFORM RELEASE-ACTUAL-LINE
                END-IF
            END-IF.
       RELEASE-ACTUAL-LINE.
      *The net amount on history is already signed like the line -
      *negative on credit memos and cancellation reversals - so
      *one ADD nets them off.
            MOVE HL-ITEM-NO TO IM-ITEM-NO
            READ ITEMMAST
                INVALID KEY
                    MOVE '????' TO WS-ITEM-GROUP
                NOT INVALID KEY
                    MOVE IM-ITEM-GROUP TO WS-ITEM-GROUP
            END-READ
            MOVE HL-COMPANY-CODE TO SW-COMPANY-CODE
            MOVE HIST-REP-CODE TO SW-REP-CODE
            MOVE WS-ITEM-GROUP TO SW-ITEM-GROUP
            MOVE 0 TO SW-BUD-MONTH
            MOVE 0 TO SW-BUD-YTD
            MOVE HIST-NET-AMT TO SW-ACT-YTD
            IF HL-INVOICE-DATE(1:6) = WS-RPT-PERIOD then
                MOVE HIST-NET-AMT TO SW-ACT-MONTH
            ELSE
                MOVE 0 TO SW-ACT-MONTH
            END-IF
            RELEASE SORT-WORK-RECORD.
       BOD-PARA.
            PERFORM PROCESS-SORTED-REC
                UNTIL WS-SRT-EOF.
       READ-SORTED-REC.
            READ BVASRT INTO WS-BVA-RECORD
                AT END
                    SET WS-SRT-EOF TO TRUE
            END-READ.
       PROCESS-SORTED-REC.
            IF NOT WS-FIRST-REC then
                IF WB-COMPANY-CODE NOT = WS-CUR-COMPANY then
                    PERFORM GROUP-BREAK
                    PERFORM REP-BREAK
                    PERFORM COMPANY-BREAK
                ELSE
                    IF WB-REP-CODE NOT = WS-CUR-REP then
                        PERFORM GROUP-BREAK
                        PERFORM REP-BREAK
                    ELSE
                        IF WB-ITEM-GROUP NOT = WS-CUR-GROUP then
                            PERFORM GROUP-BREAK
                        END-IF
                    END-IF
                END-IF
            END-IF
            MOVE 'N' TO WS-FIRST-REC-SW
            MOVE WB-COMPANY-CODE TO WS-CUR-COMPANY
            MOVE WB-REP-CODE TO WS-CUR-REP
            MOVE WB-ITEM-GROUP TO WS-CUR-GROUP
            ADD WB-BUD-MONTH TO WS-GRP-BUD-MONTH
            ADD WB-ACT-MONTH TO WS-GRP-ACT-MONTH
            ADD WB-BUD-YTD TO WS-GRP-BUD-YTD
            ADD WB-ACT-YTD TO WS-GRP-ACT-YTD
            PERFORM READ-SORTED-REC.
       GROUP-BREAK.
            MOVE WS-GRP-TOTALS TO WS-PRINT-TOTALS
            MOVE SPACES TO BVA-REPORT-LINE
            MOVE WS-CUR-COMPANY TO BVA-REPORT-LINE(1:2)
            MOVE WS-CUR-REP TO BVA-REPORT-LINE(4:4)
            MOVE WS-CUR-GROUP TO BVA-REPORT-LINE(9:4)
            PERFORM FORMAT-TOTALS-COLUMNS
            PERFORM CHECK-BEHIND-BUDGET
            WRITE BVA-REPORT-LINE
            ADD 1 TO WS-BUCKETS-PRINTED
            ADD WS-GRP-BUD-MONTH TO WS-REP-BUD-MONTH
            ADD WS-GRP-ACT-MONTH TO WS-REP-ACT-MONTH
            ADD WS-GRP-BUD-YTD TO WS-REP-BUD-YTD
            ADD WS-GRP-ACT-YTD TO WS-REP-ACT-YTD
            INITIALIZE WS-GRP-TOTALS.
       REP-BREAK.
            MOVE WS-REP-TOTALS TO WS-PRINT-TOTALS
            MOVE SPACES TO BVA-REPORT-LINE
            STRING '  REP ' DELIMITED BY SIZE
                WS-CUR-REP DELIMITED BY SIZE
                INTO BVA-REPORT-LINE
            END-STRING
            PERFORM FORMAT-TOTALS-COLUMNS
            WRITE BVA-REPORT-LINE
            ADD WS-REP-BUD-MONTH TO WS-CO-BUD-MONTH
            ADD WS-REP-ACT-MONTH TO WS-CO-ACT-MONTH
            ADD WS-REP-BUD-YTD TO WS-CO-BUD-YTD
            ADD WS-REP-ACT-YTD TO WS-CO-ACT-YTD
            INITIALIZE WS-REP-TOTALS.
       COMPANY-BREAK.
            MOVE WS-CO-TOTALS TO WS-PRINT-TOTALS
            MOVE SPACES TO BVA-REPORT-LINE
            STRING 'CO ' DELIMITED BY SIZE
                WS-CUR-COMPANY DELIMITED BY SIZE
                ' TOTAL' DELIMITED BY SIZE
                INTO BVA-REPORT-LINE
            END-STRING
            PERFORM FORMAT-TOTALS-COLUMNS
            WRITE BVA-REPORT-LINE
            MOVE SPACES TO BVA-REPORT-LINE
            WRITE BVA-REPORT-LINE
            ADD WS-CO-BUD-MONTH TO WS-GT-BUD-MONTH
            ADD WS-CO-ACT-MONTH TO WS-GT-ACT-MONTH
            ADD WS-CO-BUD-YTD TO WS-GT-BUD-YTD
            ADD WS-CO-ACT-YTD TO WS-GT-ACT-YTD
            INITIALIZE WS-CO-TOTALS.
       FORMAT-TOTALS-COLUMNS.
      *Month then year to date: budget, actual, variance (actual
      *less budget) and the variance as a percentage of budget -
      *left blank where there is no budget to measure against.
            MOVE WS-PR-BUD-MONTH TO WS-AMT-ED
            MOVE WS-AMT-ED TO BVA-REPORT-LINE(14:14)
            MOVE WS-PR-ACT-MONTH TO WS-AMT-ED
            MOVE WS-AMT-ED TO BVA-REPORT-LINE(29:14)
            COMPUTE WS-VARIANCE = WS-PR-ACT-MONTH - WS-PR-BUD-MONTH
            MOVE WS-VARIANCE TO WS-AMT-ED
            MOVE WS-AMT-ED TO BVA-REPORT-LINE(44:14)
            IF WS-PR-BUD-MONTH NOT = 0 then
                COMPUTE WS-VAR-PCT ROUNDED =
                    WS-VARIANCE * 100 / WS-PR-BUD-MONTH
                MOVE WS-VAR-PCT TO WS-PCT-ED
                MOVE WS-PCT-ED TO BVA-REPORT-LINE(59:7)
            END-IF
            MOVE WS-PR-BUD-YTD TO WS-AMT-ED
            MOVE WS-AMT-ED TO BVA-REPORT-LINE(68:14)
            MOVE WS-PR-ACT-YTD TO WS-AMT-ED
            MOVE WS-AMT-ED TO BVA-REPORT-LINE(83:14)
            COMPUTE WS-VARIANCE = WS-PR-ACT-YTD - WS-PR-BUD-YTD
            MOVE WS-VARIANCE TO WS-AMT-ED
            MOVE WS-AMT-ED TO BVA-REPORT-LINE(98:14)
            IF WS-PR-BUD-YTD NOT = 0 then
                COMPUTE WS-VAR-PCT ROUNDED =
                    WS-VARIANCE * 100 / WS-PR-BUD-YTD
                MOVE WS-VAR-PCT TO WS-PCT-ED
                MOVE WS-PCT-ED TO BVA-REPORT-LINE(113:7)
            END-IF.
       CHECK-BEHIND-BUDGET.
      *Behind means actual short of budget by more than the PARM's
      *percentage of it; a bucket with no budget is never behind.
            MOVE 'N' TO WS-MONTH-BEHIND-SW
            MOVE 'N' TO WS-YTD-BEHIND-SW
            IF WS-PR-BUD-MONTH > 0
                AND (WS-PR-BUD-MONTH - WS-PR-ACT-MONTH) * 100 >
                    WS-PR-BUD-MONTH * WS-BEHIND-PCT then
                SET WS-MONTH-BEHIND TO TRUE
            END-IF
            IF WS-PR-BUD-YTD > 0
                AND (WS-PR-BUD-YTD - WS-PR-ACT-YTD) * 100 >
                    WS-PR-BUD-YTD * WS-BEHIND-PCT then
                SET WS-YTD-BEHIND TO TRUE
            END-IF
            EVALUATE TRUE
                WHEN WS-MONTH-BEHIND AND WS-YTD-BEHIND
                    MOVE '*BEHIND M/Y' TO BVA-REPORT-LINE(121:11)
                WHEN WS-MONTH-BEHIND
                    MOVE '*BEHIND M' TO BVA-REPORT-LINE(121:11)
                WHEN WS-YTD-BEHIND
                    MOVE '*BEHIND Y' TO BVA-REPORT-LINE(121:11)
            END-EVALUATE
            IF WS-MONTH-BEHIND OR WS-YTD-BEHIND then
                ADD 1 TO WS-BUCKETS-FLAGGED
            END-IF
            IF WS-PR-BUD-MONTH = 0 AND WS-PR-BUD-YTD = 0 then
                MOVE 'NO BUDGET' TO BVA-REPORT-LINE(121:11)
            END-IF.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO BVA-REPORT-LINE
            STRING 'SALES BUDGET VERSUS ACTUAL - PERIOD '
                DELIMITED BY SIZE
                WS-RPT-PERIOD DELIMITED BY SIZE
                ' - FLAGGED WHEN MORE THAN ' DELIMITED BY SIZE
                WS-BEHIND-PCT DELIMITED BY SIZE
                '% BEHIND - RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO BVA-REPORT-LINE
            END-STRING
            WRITE BVA-REPORT-LINE
            MOVE SPACES TO BVA-REPORT-LINE
            STRING '             ---------------------- MONTH '
                DELIMITED BY SIZE
                '----------------------  ------------------ '
                DELIMITED BY SIZE
                'YEAR TO DATE -------------------' DELIMITED BY SIZE
                INTO BVA-REPORT-LINE
            END-STRING
            WRITE BVA-REPORT-LINE
            MOVE SPACES TO BVA-REPORT-LINE
            STRING 'CO REP  GRP          BUDGET         ACTUAL'
                DELIMITED BY SIZE
                '       VARIANCE   VAR%          BUDGET'
                DELIMITED BY SIZE
                '         ACTUAL       VARIANCE   VAR%'
                DELIMITED BY SIZE
                INTO BVA-REPORT-LINE
            END-STRING
            WRITE BVA-REPORT-LINE.
       END-PARA.
            IF NOT WS-FIRST-REC then
                PERFORM GROUP-BREAK
                PERFORM REP-BREAK
                PERFORM COMPANY-BREAK
            END-IF
            MOVE WS-GRAND-TOTALS TO WS-PRINT-TOTALS
            MOVE SPACES TO BVA-REPORT-LINE
            MOVE 'GRAND TOTAL' TO BVA-REPORT-LINE(1:11)
            PERFORM FORMAT-TOTALS-COLUMNS
            WRITE BVA-REPORT-LINE
            IF WS-BUDGET-AVAILABLE then
                CLOSE BUDGET
            END-IF
            CLOSE INFHIST ITEMMAST BVASRT BVARPT
            DISPLAY 'BUDGET VS ACTUAL - HISTORY LINES READ: '
                WS-LINES-READ
            DISPLAY 'BUDGET VS ACTUAL - LINES YEAR TO DATE: '
                WS-LINES-IN-YEAR
            DISPLAY 'BUDGET VS ACTUAL - BUDGET ROWS:        '
                WS-BUDGET-ROWS
            DISPLAY 'BUDGET VS ACTUAL - LINES PRINTED:      '
                WS-BUCKETS-PRINTED
            DISPLAY 'BUDGET VS ACTUAL - LINES BEHIND:       '
                WS-BUCKETS-FLAGGED
            STOP RUN.
