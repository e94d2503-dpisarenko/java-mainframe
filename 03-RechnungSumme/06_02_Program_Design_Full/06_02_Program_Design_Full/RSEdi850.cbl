      *9200000 internal range (PARM sets the first number) and the
      *PARM's company code and VAT code, since the 850 carries
      *neither.
      *
      *Every order line accepted is entered on the PO-line register
      *with its ordered quantity and price, and the generated
      *invoice number cross-referenced to it, so the billing run
      *can match what it bills against what the partner ordered. A
      *PO line the register already holds (a re-sent order) keeps
      *its original ordered figures and is noted on the report -
      *billing it again will show up as over-billing there.
       PROGRAM-ID. EDI850.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT PORPT   ASSIGN PORPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT POLINE  ASSIGN POLINENM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY PL-KEY
                          FILE STATUS WS-POLINE-STATUS.
           SELECT POXREF  ASSIGN POXREFNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY PX-INVOICE-NO
                          FILE STATUS WS-POXREF-STATUS.
       FILE SECTION.
       FD  PO850.
       01  PO-SEGMENT            PIC X(80).
       01  PO-BATCH-LINE         PIC X(59).
       FD  PORPT.
       01  PO-REPORT-LINE        PIC X(80).
       FD  POLINE.
           COPY "POLINE.cpy".
       FD  POXREF.
           COPY "POXREF.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-PO-ITEM-NO         PIC X(8) VALUE SPACES.
       01  WS-ITEM-OK-SW         PIC X VALUE 'N'.
           88 WS-PO-ITEM-OK          VALUE 'Y'.
      *PO1 line id (element 1) - an order that leaves it blank gets
      *the line's position within the order instead.
       01  WS-PO-LINE-ID         PIC X(6) VALUE SPACES.
       01  WS-PO-LINE-SEQ        PIC 9(6) VALUE 0.
       01  WS-POLINE-STATUS      PIC X(2) VALUE '00'.
       01  WS-POXREF-STATUS      PIC X(2) VALUE '00'.
       01  WS-PO-REGISTERED      PIC 9(7) VALUE 0.
       01  WS-PO-REPEATED        PIC 9(7) VALUE 0.
      *Numeric-element edit: 850 values arrive in free decimal form
      *('10', '12.5'), not fixed zero-padded fields - the element is
      *scanned character by character and converted with NUMVAL
            OPEN INPUT  ITEMMAST
            OPEN OUTPUT POBATCH
            OPEN OUTPUT PORPT
      *The PO-line register and its cross-reference are created by
      *the first intake run.
            OPEN I-O POLINE
            IF WS-POLINE-STATUS = '35' then
                OPEN OUTPUT POLINE
                CLOSE POLINE
                OPEN I-O POLINE
            END-IF
            OPEN I-O POXREF
            IF WS-POXREF-STATUS = '35' then
                OPEN OUTPUT POXREF
                CLOSE POXREF
                OPEN I-O POXREF
            END-IF
            PERFORM WRITE-REPORT-HEADER
            PERFORM READ-PO-SEGMENT.
       BOD-PARA.
            ADD 1 TO WS-ORDERS-SEEN
            MOVE SPACES TO WS-PO-NUMBER
            MOVE SPACES TO WS-PO-CUST-ID
            MOVE 0 TO WS-PO-LINE-SEQ
            MOVE 'N' TO WS-PO-PARTNER-SW.
       IDENTIFY-PARTNER.
      *N1*BY*name*92*custid - only the buying party identifies the
      *PO1*line*qty*UOM*price*basis*VP*itemno - an order line from
      *an unknown partner or for an unknown item goes to suspense;
      *anything unparseable likewise.
            ADD 1 TO WS-PO-LINE-SEQ
            IF WS-SEG-ELEM(1) = SPACES then
                MOVE WS-PO-LINE-SEQ TO WS-PO-LINE-ID
            ELSE
                MOVE WS-SEG-ELEM(1)(1:6) TO WS-PO-LINE-ID
            END-IF
            IF NOT WS-PO-PARTNER-OK then
                ADD 1 TO WS-SUSPENDED-COUNT
                PERFORM WRITE-SUSPENDED-LINE
            IF WS-LINES-WRITTEN < 5000 then
                ADD 1 TO WS-LINES-WRITTEN
                MOVE INPUT-RECORD TO WS-PO-LINE(WS-LINES-WRITTEN)
                IF WS-PO-NUMBER NOT = SPACES then
                    PERFORM REGISTER-PO-LINE
                END-IF
            ELSE
                DISPLAY '*** ORDER LINE TABLE FULL - LINE '
                    'DROPPED FOR PO: ' WS-PO-NUMBER ' ***'
                MOVE 16 TO RETURN-CODE
            END-IF.
       REGISTER-PO-LINE.
      *Enter the order line on the PO-line register and point the
      *generated invoice number at it.
            MOVE WS-PO-NUMBER TO PL-PO-NO
            MOVE WS-PO-LINE-ID TO PL-PO-LINE-NO
            MOVE WS-PO-CUST-ID TO PL-CUST-ID
            MOVE WS-PO-ITEM-NO TO PL-ITEM-NO
            MOVE WS-RUN-DATE TO PL-ORDER-DATE
            MOVE WS-PO-QUANT TO PL-ORDER-QTY
            MOVE WS-PO-PRICE TO PL-PO-PRICE
            MOVE 0 TO PL-BILLED-QTY
            MOVE 0 TO PL-BILLED-AMT
            MOVE 0 TO PL-LAST-BILL-DATE
            SET PL-LINE-OPEN TO TRUE
            WRITE PO-LINE-RECORD
                INVALID KEY
                    ADD 1 TO WS-PO-REPEATED
                    PERFORM WRITE-REPEAT-LINE
                NOT INVALID KEY
                    ADD 1 TO WS-PO-REGISTERED
            END-WRITE
            MOVE IN-INVOICE-NO TO PX-INVOICE-NO
            MOVE WS-PO-NUMBER TO PX-PO-NO
            MOVE WS-PO-LINE-ID TO PX-PO-LINE-NO
            WRITE PO-XREF-RECORD
                INVALID KEY
                    DISPLAY '*** PO CROSS-REFERENCE ALREADY ON FILE '
                        'FOR INVOICE: ' IN-INVOICE-NO
                        ' - ADVANCE THE PARM ***'
                    MOVE 16 TO RETURN-CODE
            END-WRITE.
       WRITE-REPEAT-LINE.
            MOVE SPACES TO PO-REPORT-LINE
            STRING 'REPEAT ORDER LINE - PO ' DELIMITED BY SIZE
                WS-PO-NUMBER DELIMITED BY SIZE
                ' LINE ' DELIMITED BY SIZE
                WS-PO-LINE-ID DELIMITED BY SIZE
                ' ALREADY ON REGISTER' DELIMITED BY SIZE
                INTO PO-REPORT-LINE
            END-STRING
            WRITE PO-REPORT-LINE.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO PO-REPORT-LINE
            STRING 'EDI 850 INTAKE - RUN DATE ' DELIMITED BY SIZE
            MOVE BATCH-TRAILER-RECORD TO PO-BATCH-LINE
            WRITE PO-BATCH-LINE
            CLOSE PO850 CUSTMAST ITEMMAST POBATCH PORPT
                POLINE POXREF
            DISPLAY 'EDI 850 - SEGMENTS READ:  ' WS-SEGMENTS-READ
            DISPLAY 'EDI 850 - ORDERS SEEN:    ' WS-ORDERS-SEEN
            DISPLAY 'EDI 850 - LINES WRITTEN:  ' WS-LINES-WRITTEN
            DISPLAY 'EDI 850 - LINES SUSPENDED:' WS-SUSPENDED-COUNT
            DISPLAY 'EDI 850 - PO LINES REGISTERED: ' WS-PO-REGISTERED
            DISPLAY 'EDI 850 - PO LINES REPEATED:   ' WS-PO-REPEATED
            STOP RUN.
