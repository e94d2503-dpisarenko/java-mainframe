      *Contract-price expiry report - lists every contract row
      *whose expiry date falls within the look-ahead window (60
      *days unless the PARM says otherwise), by customer, with the
      *account's rep code, the contract price and the list price
      *billing will fall back to - so the account managers
      *renegotiate before the customer's invoices jump. A row that
      *already has a later-effective row loaded behind it has been
      *renegotiated and is left off. Run monthly.
       PROGRAM-ID. RECHCPX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTPRC ASSIGN CONTPRCNM
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY CP-KEY
                          FILE STATUS WS-CONTPRC-STATUS.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CM-CUST-ID.
           SELECT ITEMMAST ASSIGN ITEMNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY IM-ITEM-NO.
           SELECT CPXRPT  ASSIGN CPXRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  CONTPRC.
           COPY "CONTPRC.cpy".
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  ITEMMAST.
           COPY "ITEMMAST.cpy".
       FD  CPXRPT.
       01  CPX-REPORT-LINE       PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-CONTPRC-STATUS     PIC X(2) VALUE '00'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-WINDOW-DAYS        PIC 9(3) VALUE 60.
       01  WS-WINDOW-END         PIC 9(8).
       01  WS-DAYS-LEFT          PIC 9(5).
       01  WS-ROWS-READ          PIC 9(7) VALUE 0.
       01  WS-ROWS-LISTED        PIC 9(7) VALUE 0.
       01  WS-ROWS-RENEWED       PIC 9(7) VALUE 0.
      *The row read last, held back until the next read shows
      *whether a renegotiated row follows it.
       01  WS-HELD-SW            PIC X VALUE 'N'.
           88 WS-ROW-HELD            VALUE 'Y'.
       01  WS-HELD-ROW.
           05 WS-HELD-CUST-ID    PIC X(6).
           05 WS-HELD-ITEM-NO    PIC X(8).
           05 WS-HELD-EFF-DATE   PIC 9(8).
           05 WS-HELD-PRICE      PIC 9(3)V99.
           05 WS-HELD-EXPIRY     PIC 9(8).
       01  WS-PRC-ED             PIC ZZ9.99.
       01  WS-LIST-ED            PIC ZZZZ9.99.
       01  WS-DAYS-ED            PIC ZZZZ9.
       LINKAGE SECTION.
      *Optional start-up PARM: the look-ahead window in days.
       01  CX-PARM-AREA.
           05 CX-PARM-LEN        PIC S9(4) COMP.
           05 CX-PARM-DAYS       PIC 9(3).
       PROCEDURE DIVISION USING CX-PARM-AREA.
       CPX-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            IF CX-PARM-LEN > 0 then
                MOVE CX-PARM-DAYS TO WS-WINDOW-DAYS
            END-IF
            COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                + WS-WINDOW-DAYS)
            OPEN INPUT CONTPRC
            OPEN INPUT CUSTMAST
            OPEN INPUT ITEMMAST
            OPEN OUTPUT CPXRPT
            PERFORM WRITE-REPORT-HEADER
            IF WS-CONTPRC-STATUS NOT = '00' then
                SET WS-EOF TO TRUE
            END-IF.
       BOD-PARA.
            PERFORM READ-CONTRACT-ROW
                UNTIL WS-EOF
            IF WS-ROW-HELD then
                PERFORM CHECK-HELD-ROW
            END-IF.
       READ-CONTRACT-ROW.
            READ CONTPRC NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-ROWS-READ
                    PERFORM CHECK-NEXT-ROW
            END-READ.
       CHECK-NEXT-ROW.
      *The same customer and item again means the held row has a
      *successor loaded - renegotiated already.
            IF WS-ROW-HELD then
                IF WS-HELD-CUST-ID = CP-CUST-ID
                    AND WS-HELD-ITEM-NO = CP-ITEM-NO then
                    IF WS-HELD-EXPIRY NOT = 0
                        AND WS-HELD-EXPIRY NOT < WS-RUN-DATE
                        AND WS-HELD-EXPIRY NOT > WS-WINDOW-END then
                        ADD 1 TO WS-ROWS-RENEWED
                    END-IF
                ELSE
                    PERFORM CHECK-HELD-ROW
                END-IF
            END-IF
            MOVE CP-CUST-ID TO WS-HELD-CUST-ID
            MOVE CP-ITEM-NO TO WS-HELD-ITEM-NO
            MOVE CP-EFF-DATE TO WS-HELD-EFF-DATE
            MOVE CP-CONTRACT-PRICE TO WS-HELD-PRICE
            MOVE CP-EXPIRY-DATE TO WS-HELD-EXPIRY
            SET WS-ROW-HELD TO TRUE.
       CHECK-HELD-ROW.
            IF WS-HELD-EXPIRY NOT = 0
                AND WS-HELD-EXPIRY NOT < WS-RUN-DATE
                AND WS-HELD-EXPIRY NOT > WS-WINDOW-END then
                PERFORM WRITE-EXPIRY-LINE
            END-IF.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO CPX-REPORT-LINE
            STRING 'CONTRACT PRICES EXPIRING BY ' DELIMITED BY SIZE
                WS-WINDOW-END DELIMITED BY SIZE
                ' - RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO CPX-REPORT-LINE
            END-STRING
            WRITE CPX-REPORT-LINE
            MOVE SPACES TO CPX-REPORT-LINE
            STRING 'CUST   NAME                     REP  ITEM     '
                DELIMITED BY SIZE
                'EFFECTIVE EXPIRES  DAYS CONTRACT     LIST'
                DELIMITED BY SIZE
                INTO CPX-REPORT-LINE
            END-STRING
            WRITE CPX-REPORT-LINE.
       WRITE-EXPIRY-LINE.
            ADD 1 TO WS-ROWS-LISTED
            MOVE WS-HELD-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    MOVE '*** NOT ON CUSTOMER MASTER' TO
                        CM-CUST-NAME
                    MOVE SPACES TO CM-REP-CODE
            END-READ
            MOVE WS-HELD-ITEM-NO TO IM-ITEM-NO
            READ ITEMMAST
                INVALID KEY
                    MOVE 0 TO IM-LIST-PRICE
            END-READ
            COMPUTE WS-DAYS-LEFT =
                FUNCTION INTEGER-OF-DATE(WS-HELD-EXPIRY) -
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            MOVE SPACES TO CPX-REPORT-LINE
            MOVE WS-HELD-CUST-ID TO CPX-REPORT-LINE(1:6)
            MOVE CM-CUST-NAME TO CPX-REPORT-LINE(8:24)
            MOVE CM-REP-CODE TO CPX-REPORT-LINE(33:4)
            MOVE WS-HELD-ITEM-NO TO CPX-REPORT-LINE(38:8)
            MOVE WS-HELD-EFF-DATE TO CPX-REPORT-LINE(47:8)
            MOVE WS-HELD-EXPIRY TO CPX-REPORT-LINE(57:8)
            MOVE WS-DAYS-LEFT TO WS-DAYS-ED
            MOVE WS-DAYS-ED TO CPX-REPORT-LINE(65:5)
            MOVE WS-HELD-PRICE TO WS-PRC-ED
            MOVE WS-PRC-ED TO CPX-REPORT-LINE(73:6)
            MOVE IM-LIST-PRICE TO WS-LIST-ED
            MOVE WS-LIST-ED TO CPX-REPORT-LINE(80:8)
            WRITE CPX-REPORT-LINE.
       END-PARA.
            MOVE SPACES TO CPX-REPORT-LINE
            WRITE CPX-REPORT-LINE
            MOVE SPACES TO CPX-REPORT-LINE
            STRING 'CONTRACT ROWS EXPIRING: ' DELIMITED BY SIZE
                WS-ROWS-LISTED DELIMITED BY SIZE
                '  ALREADY RENEGOTIATED: ' DELIMITED BY SIZE
                WS-ROWS-RENEWED DELIMITED BY SIZE
                INTO CPX-REPORT-LINE
            END-STRING
            WRITE CPX-REPORT-LINE
            IF WS-CONTPRC-STATUS = '00' OR '10' then
                CLOSE CONTPRC
            END-IF
            CLOSE CUSTMAST ITEMMAST CPXRPT
            DISPLAY 'CONTRACT EXPIRY - ROWS READ:     ' WS-ROWS-READ
            DISPLAY 'CONTRACT EXPIRY - ROWS LISTED:   ' WS-ROWS-LISTED
            DISPLAY 'CONTRACT EXPIRY - RENEGOTIATED:  '
                WS-ROWS-RENEWED
            STOP RUN.
