      *Monthly delivered-not-invoiced report. A customer billed on a
      *cycle has its lines priced as they are delivered but held on
      *the unbilled-deliveries file until the collective invoice on
      *its cycle date, so at any month end some revenue is earned
      *but not yet invoiced. This job lists, as of the period end,
      *every line delivered on or before it that had not been
      *billed by then - still pending, or billed only after the
      *period end - with subtotals per customer and company and a
      *grand total, the net of which is the unbilled-revenue
      *accrual Finance books for the period.
       PROGRAM-ID. RECHUNB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNBILLED ASSIGN UNBILLNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY UB-KEY
                          FILE STATUS WS-UNBILL-STATUS.
           SELECT UNBRPT  ASSIGN UNBRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  UNBILLED.
           COPY "UNBILLED.cpy".
       FD  UNBRPT.
       01  UNB-REPORT-LINE       PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-UB-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-UB-EOF              VALUE 'Y'.
       01  WS-UNBILL-STATUS      PIC X(2) VALUE '00'.
       01  WS-UNBILL-OPEN-SW     PIC X VALUE 'N'.
           88 WS-UNBILL-AVAILABLE    VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-REP-PERIOD         PIC X(6) VALUE SPACES.
      *Last day of the period - the day before the first of the
      *following month.
       01  WS-PERIOD-END         PIC 9(8) VALUE 0.
       01  WS-NEXT-MONTH         PIC 9(8) VALUE 0.
       01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
           05 WS-NEXT-YYYY       PIC 9(4).
           05 WS-NEXT-MM         PIC 9(2).
           05 WS-NEXT-DD         PIC 9(2).
       01  WS-ROWS-READ          PIC 9(7) VALUE 0.
       01  WS-LINES-LISTED       PIC 9(7) VALUE 0.
       01  WS-CUR-COMPANY        PIC X(2) VALUE SPACES.
       01  WS-CUR-CUST           PIC X(6) VALUE SPACES.
       01  WS-CUST-NET           PIC S9(11)V99 VALUE 0.
       01  WS-CUST-GROSS         PIC S9(11)V99 VALUE 0.
       01  WS-CUST-LINES         PIC 9(7) VALUE 0.
       01  WS-CO-NET             PIC S9(11)V99 VALUE 0.
       01  WS-CO-GROSS           PIC S9(11)V99 VALUE 0.
       01  WS-CO-LINES           PIC 9(7) VALUE 0.
       01  WS-ALL-NET            PIC S9(11)V99 VALUE 0.
       01  WS-ALL-GROSS          PIC S9(11)V99 VALUE 0.
       01  WS-AMT-ED-1           PIC -(11)9.99.
       01  WS-AMT-ED-2           PIC -(11)9.99.
       01  WS-LINE-ED-1          PIC -(9)9.99.
       01  WS-LINE-ED-2          PIC -(9)9.99.
       01  WS-COUNT-ED           PIC Z(6)9.
       01  WS-STATUS-TEXT        PIC X(15).
       LINKAGE SECTION.
       01  UN-PARM-AREA.
           05 UN-PARM-LEN        PIC S9(4) COMP.
           05 UN-PARM-PERIOD     PIC X(6).
       PROCEDURE DIVISION USING UN-PARM-AREA.
       UNBILL-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
      *The period reported is the PARM period when it is a YYYYMM,
      *otherwise the run date's.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            IF UN-PARM-LEN > 0 then
                MOVE UN-PARM-PERIOD TO WS-REP-PERIOD
            END-IF
            IF WS-REP-PERIOD IS NOT NUMERIC then
                MOVE WS-RUN-DATE(1:6) TO WS-REP-PERIOD
            END-IF
            MOVE WS-REP-PERIOD TO WS-NEXT-MONTH(1:6)
            MOVE 1 TO WS-NEXT-DD
            IF WS-NEXT-MM = 12 then
                MOVE 1 TO WS-NEXT-MM
                ADD 1 TO WS-NEXT-YYYY
            ELSE
                ADD 1 TO WS-NEXT-MM
            END-IF
            COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
            OPEN OUTPUT UNBRPT
            PERFORM WRITE-REPORT-HEADER
            OPEN INPUT UNBILLED
            IF WS-UNBILL-STATUS NOT = '00' then
                DISPLAY 'UNBILLED DELIVERIES - NO UNBILLED-DELIVERIES '
                    'FILE'
                SET WS-UB-EOF TO TRUE
            ELSE
                SET WS-UNBILL-AVAILABLE TO TRUE
                MOVE LOW-VALUES TO UB-KEY
                START UNBILLED KEY NOT LESS THAN UB-KEY
                    INVALID KEY
                        SET WS-UB-EOF TO TRUE
                END-START
            END-IF.
       BOD-PARA.
            PERFORM LIST-ONE-DELIVERY
                UNTIL WS-UB-EOF
            IF WS-CUR-CUST NOT = SPACES then
                PERFORM CLOSE-CUSTOMER
                PERFORM CLOSE-COMPANY
            END-IF.
       LIST-ONE-DELIVERY.
      *Unbilled at the period end: delivered by then, and either
      *still pending or billed on a collective invoice only after.
            READ UNBILLED NEXT RECORD
                AT END
                    SET WS-UB-EOF TO TRUE
            END-READ
            IF NOT WS-UB-EOF then
                ADD 1 TO WS-ROWS-READ
                IF UB-DELIVERY-DATE NOT > WS-PERIOD-END
                    AND (UB-PENDING
                    OR UB-BILLED-DATE > WS-PERIOD-END) then
                    PERFORM LIST-DELIVERY-LINE
                END-IF
            END-IF.
       LIST-DELIVERY-LINE.
            IF UB-COMPANY-CODE NOT = WS-CUR-COMPANY
                OR UB-CUST-ID NOT = WS-CUR-CUST then
                IF WS-CUR-CUST NOT = SPACES then
                    PERFORM CLOSE-CUSTOMER
                END-IF
                IF UB-COMPANY-CODE NOT = WS-CUR-COMPANY then
                    IF WS-CUR-COMPANY NOT = SPACES then
                        PERFORM CLOSE-COMPANY
                    END-IF
                    MOVE UB-COMPANY-CODE TO WS-CUR-COMPANY
                    MOVE SPACES TO UNB-REPORT-LINE
                    STRING 'COMPANY ' DELIMITED BY SIZE
                        WS-CUR-COMPANY DELIMITED BY SIZE
                        INTO UNB-REPORT-LINE
                    END-STRING
                    WRITE UNB-REPORT-LINE
                END-IF
                MOVE UB-CUST-ID TO WS-CUR-CUST
                MOVE SPACES TO UNB-REPORT-LINE
                STRING '  CUSTOMER ' DELIMITED BY SIZE
                    WS-CUR-CUST DELIMITED BY SIZE
                    INTO UNB-REPORT-LINE
                END-STRING
                WRITE UNB-REPORT-LINE
            END-IF
            IF UB-PENDING then
                MOVE 'PENDING' TO WS-STATUS-TEXT
            ELSE
                MOVE SPACES TO WS-STATUS-TEXT
                STRING 'BILLED ' DELIMITED BY SIZE
                    UB-BILLED-DATE DELIMITED BY SIZE
                    INTO WS-STATUS-TEXT
                END-STRING
            END-IF
            MOVE UB-NET-AMT TO WS-LINE-ED-1
            MOVE UB-GROSS-AMT TO WS-LINE-ED-2
            MOVE SPACES TO UNB-REPORT-LINE
            STRING '    INV ' DELIMITED BY SIZE
                UB-INVOICE-NO DELIMITED BY SIZE
                '/' DELIMITED BY SIZE
                UB-LINE-SEQ DELIMITED BY SIZE
                ' DLV ' DELIMITED BY SIZE
                UB-DELIVERY-DATE DELIMITED BY SIZE
                ' DUE ' DELIMITED BY SIZE
                UB-CYCLE-DATE DELIMITED BY SIZE
                ' NET' DELIMITED BY SIZE
                WS-LINE-ED-1 DELIMITED BY SIZE
                ' GROSS' DELIMITED BY SIZE
                WS-LINE-ED-2 DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-STATUS-TEXT DELIMITED BY SIZE
                INTO UNB-REPORT-LINE
            END-STRING
            WRITE UNB-REPORT-LINE
            ADD 1 TO WS-LINES-LISTED
            ADD 1 TO WS-CUST-LINES
            ADD UB-NET-AMT TO WS-CUST-NET
            ADD UB-GROSS-AMT TO WS-CUST-GROSS.
       CLOSE-CUSTOMER.
            MOVE WS-CUST-LINES TO WS-COUNT-ED
            MOVE WS-CUST-NET TO WS-AMT-ED-1
            MOVE WS-CUST-GROSS TO WS-AMT-ED-2
            MOVE SPACES TO UNB-REPORT-LINE
            STRING '  CUSTOMER ' DELIMITED BY SIZE
                WS-CUR-CUST DELIMITED BY SIZE
                ' TOTAL LINES ' DELIMITED BY SIZE
                WS-COUNT-ED DELIMITED BY SIZE
                '           NET' DELIMITED BY SIZE
                WS-AMT-ED-1 DELIMITED BY SIZE
                ' GROSS' DELIMITED BY SIZE
                WS-AMT-ED-2 DELIMITED BY SIZE
                INTO UNB-REPORT-LINE
            END-STRING
            WRITE UNB-REPORT-LINE
            ADD WS-CUST-LINES TO WS-CO-LINES
            ADD WS-CUST-NET TO WS-CO-NET
            ADD WS-CUST-GROSS TO WS-CO-GROSS
            MOVE 0 TO WS-CUST-LINES
            MOVE 0 TO WS-CUST-NET
            MOVE 0 TO WS-CUST-GROSS
            MOVE SPACES TO WS-CUR-CUST.
       CLOSE-COMPANY.
            MOVE WS-CO-LINES TO WS-COUNT-ED
            MOVE WS-CO-NET TO WS-AMT-ED-1
            MOVE WS-CO-GROSS TO WS-AMT-ED-2
            MOVE SPACES TO UNB-REPORT-LINE
            STRING 'COMPANY ' DELIMITED BY SIZE
                WS-CUR-COMPANY DELIMITED BY SIZE
                ' TOTAL LINES ' DELIMITED BY SIZE
                WS-COUNT-ED DELIMITED BY SIZE
                '         NET' DELIMITED BY SIZE
                WS-AMT-ED-1 DELIMITED BY SIZE
                ' GROSS' DELIMITED BY SIZE
                WS-AMT-ED-2 DELIMITED BY SIZE
                INTO UNB-REPORT-LINE
            END-STRING
            WRITE UNB-REPORT-LINE
            ADD WS-CO-NET TO WS-ALL-NET
            ADD WS-CO-GROSS TO WS-ALL-GROSS
            MOVE 0 TO WS-CO-LINES
            MOVE 0 TO WS-CO-NET
            MOVE 0 TO WS-CO-GROSS.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO UNB-REPORT-LINE
            STRING 'DELIVERED NOT INVOICED - AS OF ' DELIMITED BY SIZE
                WS-PERIOD-END DELIMITED BY SIZE
                ' PERIOD ' DELIMITED BY SIZE
                WS-REP-PERIOD DELIMITED BY SIZE
                ' RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO UNB-REPORT-LINE
            END-STRING
            WRITE UNB-REPORT-LINE.
       END-PARA.
            IF WS-LINES-LISTED = 0 then
                MOVE 'NO DELIVERIES UNBILLED AT PERIOD END' TO
                    UNB-REPORT-LINE
                WRITE UNB-REPORT-LINE
            ELSE
                MOVE WS-LINES-LISTED TO WS-COUNT-ED
                MOVE WS-ALL-NET TO WS-AMT-ED-1
                MOVE WS-ALL-GROSS TO WS-AMT-ED-2
                MOVE SPACES TO UNB-REPORT-LINE
                STRING 'GRAND TOTAL LINES ' DELIMITED BY SIZE
                    WS-COUNT-ED DELIMITED BY SIZE
                    '              NET' DELIMITED BY SIZE
                    WS-AMT-ED-1 DELIMITED BY SIZE
                    ' GROSS' DELIMITED BY SIZE
                    WS-AMT-ED-2 DELIMITED BY SIZE
                    INTO UNB-REPORT-LINE
                END-STRING
                WRITE UNB-REPORT-LINE
            END-IF
            IF WS-UNBILL-AVAILABLE then
                CLOSE UNBILLED
            END-IF
            CLOSE UNBRPT
            DISPLAY 'UNBILLED DELIVERIES - ROWS READ:       '
                WS-ROWS-READ
            DISPLAY 'UNBILLED DELIVERIES - LINES LISTED:    '
                WS-LINES-LISTED
            DISPLAY 'UNBILLED DELIVERIES - NET UNBILLED:    '
                WS-ALL-NET
      *GOBACK rather than STOP RUN - the month-end driver CALLs this
      *job alongside the other period-end reports.
            GOBACK.
