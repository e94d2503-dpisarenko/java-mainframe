      *Open purchase-order backlog listing. Walks the PO-line
      *register EDI850 builds off the partners' 850s and lists every
      *order line not yet billed in full - ordered, billed so far,
      *still open, and the open quantity valued at the PO price -
      *with a subtotal per purchase order and a grand total, so
      *Sales can see what is ordered but not yet billed and how
      *long it has been waiting. Lines billed past their ordered
      *quantity are listed too, marked OVER, since the partner will
      *dispute them.
       PROGRAM-ID. RECHPOB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLINE  ASSIGN POLINENM
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY PL-KEY
                          FILE STATUS WS-POLINE-STATUS.
           SELECT POBRPT  ASSIGN POBRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  POLINE.
           COPY "POLINE.cpy".
       FD  POBRPT.
       01  POB-REPORT-LINE       PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-POLINE-STATUS      PIC X(2) VALUE '00'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-LINES-READ         PIC 9(7) VALUE 0.
       01  WS-LINES-LISTED       PIC 9(7) VALUE 0.
       01  WS-OVER-COUNT         PIC 9(7) VALUE 0.
       01  WS-OPEN-QTY           PIC S9(7) VALUE 0.
       01  WS-OPEN-VALUE         PIC S9(9)V99 VALUE 0.
       01  WS-DAYS-OPEN          PIC S9(5) VALUE 0.
      *Current purchase order's subtotal.
       01  WS-CUR-PO-NO          PIC X(20) VALUE SPACES.
       01  WS-PO-LINES           PIC 9(5) VALUE 0.
       01  WS-PO-OPEN-VALUE      PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-OPEN-VALUE   PIC S9(11)V99 VALUE 0.
       01  WS-QTY-ED             PIC -(6)9.
       01  WS-AMT-ED             PIC -(9)9.99.
       01  WS-DAYS-ED            PIC -(4)9.
       PROCEDURE DIVISION.
       POBKLG-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN OUTPUT POBRPT
            PERFORM WRITE-REPORT-HEADER
      *No register yet means no 850 has ever come in - an empty
      *listing, not an error.
            OPEN INPUT POLINE
            IF WS-POLINE-STATUS NOT = '00' then
                SET WS-EOF TO TRUE
            END-IF.
       BOD-PARA.
            PERFORM READ-PO-LINE
                UNTIL WS-EOF.
       READ-PO-LINE.
            READ POLINE NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LINES-READ
                    PERFORM CHECK-PO-LINE
            END-READ.
       CHECK-PO-LINE.
            COMPUTE WS-OPEN-QTY = PL-ORDER-QTY - PL-BILLED-QTY
            IF WS-OPEN-QTY NOT = 0 then
                IF PL-PO-NO NOT = WS-CUR-PO-NO then
                    IF WS-CUR-PO-NO NOT = SPACES then
                        PERFORM WRITE-PO-SUBTOTAL
                    END-IF
                    MOVE PL-PO-NO TO WS-CUR-PO-NO
                    MOVE 0 TO WS-PO-LINES
                    MOVE 0 TO WS-PO-OPEN-VALUE
                END-IF
                COMPUTE WS-OPEN-VALUE = WS-OPEN-QTY * PL-PO-PRICE
                COMPUTE WS-DAYS-OPEN =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                    FUNCTION INTEGER-OF-DATE(PL-ORDER-DATE)
                ADD 1 TO WS-LINES-LISTED
                ADD 1 TO WS-PO-LINES
                ADD WS-OPEN-VALUE TO WS-PO-OPEN-VALUE
                ADD WS-OPEN-VALUE TO WS-TOTAL-OPEN-VALUE
                IF WS-OPEN-QTY < 0 then
                    ADD 1 TO WS-OVER-COUNT
                END-IF
                PERFORM WRITE-BACKLOG-LINE
            END-IF.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO POB-REPORT-LINE
            STRING 'OPEN PURCHASE-ORDER BACKLOG - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO POB-REPORT-LINE
            END-STRING
            WRITE POB-REPORT-LINE
            MOVE SPACES TO POB-REPORT-LINE
            STRING 'PURCHASE ORDER       LINE   CUST   ITEM     '
                DELIMITED BY SIZE
                'ORDERED  BILLED    OPEN   OPEN VALUE  DAYS'
                DELIMITED BY SIZE
                INTO POB-REPORT-LINE
            END-STRING
            WRITE POB-REPORT-LINE.
       WRITE-BACKLOG-LINE.
            MOVE SPACES TO POB-REPORT-LINE
            MOVE PL-PO-NO TO POB-REPORT-LINE(1:20)
            MOVE PL-PO-LINE-NO TO POB-REPORT-LINE(22:6)
            MOVE PL-CUST-ID TO POB-REPORT-LINE(29:6)
            MOVE PL-ITEM-NO TO POB-REPORT-LINE(36:8)
            MOVE PL-ORDER-QTY TO WS-QTY-ED
            MOVE WS-QTY-ED TO POB-REPORT-LINE(44:7)
            MOVE PL-BILLED-QTY TO WS-QTY-ED
            MOVE WS-QTY-ED TO POB-REPORT-LINE(52:7)
            MOVE WS-OPEN-QTY TO WS-QTY-ED
            MOVE WS-QTY-ED TO POB-REPORT-LINE(60:7)
            MOVE WS-OPEN-VALUE TO WS-AMT-ED
            MOVE WS-AMT-ED TO POB-REPORT-LINE(67:13)
            MOVE WS-DAYS-OPEN TO WS-DAYS-ED
            MOVE WS-DAYS-ED TO POB-REPORT-LINE(81:5)
            IF WS-OPEN-QTY < 0 then
                MOVE 'OVER' TO POB-REPORT-LINE(87:4)
            END-IF
            WRITE POB-REPORT-LINE.
       WRITE-PO-SUBTOTAL.
            MOVE WS-PO-OPEN-VALUE TO WS-AMT-ED
            MOVE SPACES TO POB-REPORT-LINE
            STRING '  PO ' DELIMITED BY SIZE
                WS-CUR-PO-NO DELIMITED BY SIZE
                ' OPEN LINES ' DELIMITED BY SIZE
                WS-PO-LINES DELIMITED BY SIZE
                ' OPEN VALUE ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                INTO POB-REPORT-LINE
            END-STRING
            WRITE POB-REPORT-LINE
            MOVE SPACES TO POB-REPORT-LINE
            WRITE POB-REPORT-LINE.
       END-PARA.
            IF WS-CUR-PO-NO NOT = SPACES then
                PERFORM WRITE-PO-SUBTOTAL
            END-IF
            MOVE WS-TOTAL-OPEN-VALUE TO WS-AMT-ED
            MOVE SPACES TO POB-REPORT-LINE
            STRING 'TOTAL OPEN BACKLOG VALUE ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                INTO POB-REPORT-LINE
            END-STRING
            WRITE POB-REPORT-LINE
            IF WS-POLINE-STATUS = '00' OR '10' then
                CLOSE POLINE
            END-IF
            CLOSE POBRPT
            DISPLAY 'PO BACKLOG - PO LINES READ:    ' WS-LINES-READ
            DISPLAY 'PO BACKLOG - OPEN LINES LISTED:' WS-LINES-LISTED
            DISPLAY 'PO BACKLOG - LINES OVER-BILLED:' WS-OVER-COUNT
            DISPLAY 'PO BACKLOG - OPEN VALUE:       '
                WS-TOTAL-OPEN-VALUE
            STOP RUN.
