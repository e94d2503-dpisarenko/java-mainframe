      *Annual sales-budget load. Finance sends the year's budget
      *once, one line per company, sales representative and item
      *group with the twelve monthly amounts; this program checks
      *each line (company on the company master, rep and item group
      *present, amounts numeric) and loads it onto the budget file
      *the budget versus actual report reads. A line for a row
      *already on file replaces it, so a corrected budget is simply
      *loaded again. Every line loaded, replaced or rejected comes
      *out on the load report.
       PROGRAM-ID. RECHBDL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDFEED ASSIGN BUDFDNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT BUDGET  ASSIGN BUDGETNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY BU-KEY
                          FILE STATUS WS-BUDGET-STATUS.
           SELECT COMPMAST ASSIGN COMPNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CO-COMPANY-CODE.
           SELECT BDLRPT  ASSIGN BDLRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  BUDFEED.
       01  BUDGET-FEED-RECORD.
           05 BF-YEAR               PIC 9(4).
           05 BF-COMPANY-CODE       PIC X(2).
           05 BF-REP-CODE           PIC X(4).
           05 BF-ITEM-GROUP         PIC X(4).
           05 BF-MONTH-AMT OCCURS 12 TIMES PIC 9(9)V99.
           05 BF-LOADED-BY          PIC X(8).
       FD  BUDGET.
           COPY "BUDGET.cpy".
       FD  COMPMAST.
           COPY "COMPMAST.cpy".
       FD  BDLRPT.
       01  BDL-REPORT-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-BUDGET-STATUS      PIC X(2) VALUE '00'.
       01  WS-FEED-READ-COUNT    PIC 9(7) VALUE 0.
       01  WS-LOADED-COUNT       PIC 9(7) VALUE 0.
       01  WS-REPLACED-COUNT     PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(7) VALUE 0.
       01  WS-LINE-VALID-SW      PIC X VALUE 'Y'.
           88 WS-LINE-VALID          VALUE 'Y'.
           88 WS-LINE-INVALID        VALUE 'N'.
       01  WS-REJECT-REASON      PIC X(40).
       01  WS-LOAD-ACTION        PIC X(8).
       01  WS-MONTH-SUBSCR       PIC 99.
       01  WS-YEAR-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-LOAD-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-AMT-ED             PIC Z(10)9.99.
       PROCEDURE DIVISION.
       BUDLD-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      *The budget file is created by the first year's load.
            OPEN I-O BUDGET
            IF WS-BUDGET-STATUS = '35' then
                OPEN OUTPUT BUDGET
                CLOSE BUDGET
                OPEN I-O BUDGET
            END-IF
            OPEN INPUT  BUDFEED
            OPEN INPUT  COMPMAST
            OPEN OUTPUT BDLRPT
            PERFORM WRITE-REPORT-HEADER.
       BOD-PARA.
            PERFORM READ-FEED-LINE
                UNTIL WS-EOF.
       READ-FEED-LINE.
            READ BUDFEED
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-FEED-READ-COUNT
                    PERFORM LOAD-FEED-LINE
            END-READ.
       LOAD-FEED-LINE.
            SET WS-LINE-VALID TO TRUE
            MOVE SPACES TO WS-REJECT-REASON
            PERFORM VALIDATE-FEED-LINE
            IF WS-LINE-INVALID then
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REJECTED-LINE
            ELSE
                PERFORM STORE-BUDGET-ROW
                PERFORM WRITE-LOADED-LINE
            END-IF.
       VALIDATE-FEED-LINE.
            IF BF-YEAR IS NOT NUMERIC then
                SET WS-LINE-INVALID TO TRUE
                MOVE 'BUDGET YEAR NOT NUMERIC' TO WS-REJECT-REASON
            END-IF
            IF WS-LINE-VALID AND BF-REP-CODE = SPACES then
                SET WS-LINE-INVALID TO TRUE
                MOVE 'SALES REP MISSING' TO WS-REJECT-REASON
            END-IF
            IF WS-LINE-VALID AND BF-ITEM-GROUP = SPACES then
                SET WS-LINE-INVALID TO TRUE
                MOVE 'ITEM GROUP MISSING' TO WS-REJECT-REASON
            END-IF
            IF WS-LINE-VALID then
                MOVE BF-COMPANY-CODE TO CO-COMPANY-CODE
                READ COMPMAST
                    INVALID KEY
                        SET WS-LINE-INVALID TO TRUE
                        MOVE 'COMPANY NOT ON MASTER' TO
                            WS-REJECT-REASON
                END-READ
            END-IF
            MOVE 0 TO WS-YEAR-TOTAL
            IF WS-LINE-VALID then
                PERFORM CHECK-ONE-MONTH-AMT
                    VARYING WS-MONTH-SUBSCR FROM 1 BY 1
                    UNTIL WS-MONTH-SUBSCR > 12
                    OR WS-LINE-INVALID
            END-IF.
       CHECK-ONE-MONTH-AMT.
            IF BF-MONTH-AMT(WS-MONTH-SUBSCR) IS NOT NUMERIC then
                SET WS-LINE-INVALID TO TRUE
                MOVE 'MONTHLY AMOUNT NOT NUMERIC' TO
                    WS-REJECT-REASON
            ELSE
                ADD BF-MONTH-AMT(WS-MONTH-SUBSCR) TO WS-YEAR-TOTAL
            END-IF.
       STORE-BUDGET-ROW.
            MOVE BF-YEAR TO BU-YEAR
            MOVE BF-COMPANY-CODE TO BU-COMPANY-CODE
            MOVE BF-REP-CODE TO BU-REP-CODE
            MOVE BF-ITEM-GROUP TO BU-ITEM-GROUP
            READ BUDGET
                INVALID KEY
                    PERFORM BUILD-BUDGET-ROW
                    WRITE BUDGET-RECORD
                    ADD 1 TO WS-LOADED-COUNT
                    MOVE 'LOADED' TO WS-LOAD-ACTION
                NOT INVALID KEY
                    PERFORM BUILD-BUDGET-ROW
                    REWRITE BUDGET-RECORD
                    ADD 1 TO WS-REPLACED-COUNT
                    MOVE 'REPLACED' TO WS-LOAD-ACTION
            END-READ
            ADD WS-YEAR-TOTAL TO WS-LOAD-TOTAL.
       BUILD-BUDGET-ROW.
            PERFORM MOVE-ONE-MONTH-AMT
                VARYING WS-MONTH-SUBSCR FROM 1 BY 1
                UNTIL WS-MONTH-SUBSCR > 12
            MOVE BF-LOADED-BY TO BU-LOADED-BY
            MOVE WS-RUN-DATE TO BU-LOADED-DATE.
       MOVE-ONE-MONTH-AMT.
            MOVE BF-MONTH-AMT(WS-MONTH-SUBSCR) TO
                BU-MONTH-AMT(WS-MONTH-SUBSCR).
       WRITE-REPORT-HEADER.
            MOVE SPACES TO BDL-REPORT-LINE
            STRING 'SALES BUDGET LOAD - RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO BDL-REPORT-LINE
            END-STRING
            WRITE BDL-REPORT-LINE.
       WRITE-LOADED-LINE.
            MOVE WS-YEAR-TOTAL TO WS-AMT-ED
            MOVE SPACES TO BDL-REPORT-LINE
            STRING WS-LOAD-ACTION DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                BF-YEAR DELIMITED BY SIZE
                ' CO ' DELIMITED BY SIZE
                BF-COMPANY-CODE DELIMITED BY SIZE
                ' REP ' DELIMITED BY SIZE
                BF-REP-CODE DELIMITED BY SIZE
                ' GROUP ' DELIMITED BY SIZE
                BF-ITEM-GROUP DELIMITED BY SIZE
                ' YEAR ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                INTO BDL-REPORT-LINE
            END-STRING
            WRITE BDL-REPORT-LINE.
       WRITE-REJECTED-LINE.
            MOVE SPACES TO BDL-REPORT-LINE
            STRING 'REJECTED ' DELIMITED BY SIZE
                BF-YEAR DELIMITED BY SIZE
                ' CO ' DELIMITED BY SIZE
                BF-COMPANY-CODE DELIMITED BY SIZE
                ' REP ' DELIMITED BY SIZE
                BF-REP-CODE DELIMITED BY SIZE
                ' GROUP ' DELIMITED BY SIZE
                BF-ITEM-GROUP DELIMITED BY SIZE
                ' - ' DELIMITED BY SIZE
                WS-REJECT-REASON DELIMITED BY SIZE
                INTO BDL-REPORT-LINE
            END-STRING
            WRITE BDL-REPORT-LINE.
       END-PARA.
            MOVE WS-LOAD-TOTAL TO WS-AMT-ED
            MOVE SPACES TO BDL-REPORT-LINE
            WRITE BDL-REPORT-LINE
            MOVE SPACES TO BDL-REPORT-LINE
            STRING 'LINES READ: ' DELIMITED BY SIZE
                WS-FEED-READ-COUNT DELIMITED BY SIZE
                '  LOADED: ' DELIMITED BY SIZE
                WS-LOADED-COUNT DELIMITED BY SIZE
                '  REPLACED: ' DELIMITED BY SIZE
                WS-REPLACED-COUNT DELIMITED BY SIZE
                '  REJECTED: ' DELIMITED BY SIZE
                WS-REJECTED-COUNT DELIMITED BY SIZE
                INTO BDL-REPORT-LINE
            END-STRING
            WRITE BDL-REPORT-LINE
            MOVE SPACES TO BDL-REPORT-LINE
            STRING 'TOTAL BUDGET LOADED: ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                INTO BDL-REPORT-LINE
            END-STRING
            WRITE BDL-REPORT-LINE
            CLOSE BUDFEED BUDGET COMPMAST BDLRPT
            DISPLAY 'BUDGET LOAD - LINES READ: ' WS-FEED-READ-COUNT
            DISPLAY 'BUDGET LOAD - LOADED:     ' WS-LOADED-COUNT
            DISPLAY 'BUDGET LOAD - REPLACED:   ' WS-REPLACED-COUNT
            DISPLAY 'BUDGET LOAD - REJECTED:   ' WS-REJECTED-COUNT
            IF WS-REJECTED-COUNT > 0 then
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.
