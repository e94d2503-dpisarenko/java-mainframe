      *Full cancellation (storno) of an issued invoice document,
      *driven by a transaction file of cancellation requests keyed
      *by the official document number. Each accepted request is
      *queued on the cancellation-request file under a reversal
      *invoice number from the 9500000 range, reserved for
      *cancellations, the document is marked QUEUED on the
      *issued-document register so it cannot be cancelled twice,
      *and one reversal transmission line (line type 'R') is
      *written per line the document billed, wrapped in a batch
      *header/trailer ready to merge into the next INFILE load.
      *The billing run then prices every reversal line as the
      *mirror image of the stored history line - same VAT, booked
      *rate, rebate, freight and withholding - issues the reversal
      *under its own gapless document number with a reference to
      *the cancelled one, and ARPOST closes the two open items
      *against each other. No RMA authorization is involved:
      *nothing was returned, the document was simply wrong.
      *
      *Numbering carries on above the highest reversal invoice
      *number already on the cancellation-request file; the PARM
      *can only move the first number further up. A
      *request for a document not on the register, already
      *cancelled or queued for cancellation, itself a reversal, or
      *whose lines are no longer on the history file is rejected
      *on the report.
       PROGRAM-ID. RECHSTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOTRAN ASSIGN STOTRNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT DOCREG  ASSIGN DOCREGNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY DR-DOC-NO
                          FILE STATUS WS-DOCREG-STATUS.
           SELECT STOREQ  ASSIGN STOREQNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY SQ-REV-INVOICE-NO
                          FILE STATUS WS-STOREQ-STATUS.
           SELECT INFHIST ASSIGN INFHISTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY HIST-KEY
                          FILE STATUS WS-INFHIST-STATUS.
           SELECT STOBATCH ASSIGN STOBATNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT STORPT  ASSIGN STORPTNM
                          ORGANIZATION LINE SEQUENTIAL.
      *Fiscal period-control file - a cancellation dated into a
      *period Finance has closed is refused at start-up. See
      *PERCTL.cpy.
           SELECT PERCTL  ASSIGN PERCTLNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-PERCTL-STATUS.
       FILE SECTION.
       FD  STOTRAN.
       01  STORNO-TRAN-RECORD.
           05 ST-USER-ID         PIC X(8).
           05 ST-DOC-NO          PIC 9(9).
           05 ST-REASON-CODE     PIC X(4).
       FD  DOCREG.
           COPY "DOCREG.cpy".
       FD  STOREQ.
           COPY "STOREQ.cpy".
       FD  INFHIST.
           COPY "INFHIST.cpy".
       FD  STOBATCH.
       01  STO-BATCH-LINE        PIC X(59).
       FD  STORPT.
       01  STO-REPORT-LINE       PIC X(80).
       FD  PERCTL.
           COPY "PERCTL.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-HIST-END-SW        PIC X VALUE 'N'.
           88 WS-HIST-END            VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-DOCREG-STATUS      PIC X(2) VALUE '00'.
       01  WS-STOREQ-STATUS      PIC X(2) VALUE '00'.
       01  WS-INFHIST-STATUS     PIC X(2) VALUE '00'.
       01  WS-TRAN-READ-COUNT    PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-COUNT     PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(7) VALUE 0.
       01  WS-LINES-WRITTEN      PIC 9(7) VALUE 0.
       01  WS-DOC-LINE-COUNT     PIC 9(5) VALUE 0.
       01  WS-TOTAL-CANCELLED    PIC S9(9)V99 VALUE 0.
       01  WS-REJECT-REASON      PIC X(40).
       01  WS-TRAN-VALID-SW      PIC X VALUE 'Y'.
           88 WS-TRAN-VALID          VALUE 'Y'.
           88 WS-TRAN-INVALID        VALUE 'N'.
       01  WS-NEXT-INVOICE-NO    PIC 9(7) VALUE 9500000.
       01  WS-STOREQ-END-SW      PIC X VALUE 'N'.
           88 WS-STOREQ-END          VALUE 'Y'.
       01  WS-AMT-ED             PIC -(7)9.99.
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
      *Generated reversal lines are collected here and the batch
      *written whole at end of run - the header carries the detail
      *count and a sequential file cannot back up to fill it in.
       01  WS-STO-LINE-TABLE.
           05 WS-STO-LINE OCCURS 5000 TIMES PIC X(59).
       01  WS-STO-SUBSCR         PIC 9(5).
           COPY "INREC.cpy".
           COPY "BATCHREC.cpy".
       LINKAGE SECTION.
      *Optional start-up PARM: the first reversal invoice number
      *(digits only). Defaults to the bottom of the reserved
      *9500000 range when absent; either way numbering starts above
      *the highest number already queued.
       01  SO-PARM-AREA.
           05 SO-PARM-LEN        PIC S9(4) COMP.
           05 SO-PARM-FIRST-INV  PIC 9(7).
       PROCEDURE DIVISION USING SO-PARM-AREA.
       STORNO-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            IF SO-PARM-LEN > 0 then
                MOVE SO-PARM-FIRST-INV TO WS-NEXT-INVOICE-NO
            END-IF
      *A reversal dated into a closed period is refused - it would
      *bill into a month Finance already reported.
            PERFORM LOAD-PERIOD-CONTROL
            MOVE WS-RUN-DATE(1:6) TO WS-POSTING-PERIOD
            PERFORM CHECK-POSTING-PERIOD
            IF WS-POSTING-PERIOD-CLOSED then
                DISPLAY '*** PERIOD ' WS-POSTING-PERIOD
                    ' IS CLOSED - RUN REFUSED ***'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT  STOTRAN
            OPEN I-O    DOCREG
            IF WS-DOCREG-STATUS NOT = '00' then
                DISPLAY '*** ISSUED-DOCUMENT REGISTER NOT AVAILABLE'
                    ' - STATUS ' WS-DOCREG-STATUS ' ***'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
      *The cancellation-request file is created by the first run
      *that queues anything.
            OPEN I-O    STOREQ
            IF WS-STOREQ-STATUS = '35' then
                OPEN OUTPUT STOREQ
                CLOSE STOREQ
                OPEN I-O STOREQ
            END-IF
            PERFORM FIND-NEXT-REVERSAL-NO
            OPEN INPUT  INFHIST
            OPEN OUTPUT STOBATCH
            OPEN OUTPUT STORPT
            PERFORM WRITE-REPORT-HEADER.
       BOD-PARA.
            PERFORM READ-TRANSACTION
                UNTIL WS-EOF.
       READ-TRANSACTION.
            READ STOTRAN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-TRAN-READ-COUNT
                    PERFORM APPLY-TRANSACTION
            END-READ.
       APPLY-TRANSACTION.
            SET WS-TRAN-VALID TO TRUE
            MOVE SPACES TO WS-REJECT-REASON
            MOVE 0 TO WS-DOC-LINE-COUNT
            IF ST-REASON-CODE = SPACES then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'CANCELLATION NEEDS A REASON CODE' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID then
                PERFORM CHECK-DOCUMENT
            END-IF
            IF WS-TRAN-VALID then
                PERFORM GENERATE-REVERSAL-LINES
            END-IF
            IF WS-TRAN-VALID then
                PERFORM QUEUE-CANCELLATION
                    THRU QUEUE-CANCELLATION-EXIT
            END-IF
            IF WS-TRAN-VALID then
                ADD 1 TO WS-ACCEPTED-COUNT
                ADD DR-TOTAL-VAT TO WS-TOTAL-CANCELLED
                PERFORM WRITE-REPORT-ACCEPTED
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REPORT-REJECTED
            END-IF.
       CHECK-DOCUMENT.
            MOVE ST-DOC-NO TO DR-DOC-NO
            READ DOCREG
                INVALID KEY
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'DOCUMENT NOT ON ISSUED-DOCUMENT REGISTER'
                        TO WS-REJECT-REASON
            END-READ
            IF WS-TRAN-VALID then
                EVALUATE TRUE
                    WHEN DR-CANCELLED
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'DOCUMENT ALREADY CANCELLED' TO
                            WS-REJECT-REASON
                    WHEN DR-CANCEL-QUEUED
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'DOCUMENT ALREADY QUEUED FOR CANCELLATION'
                            TO WS-REJECT-REASON
                    WHEN DR-REVERSAL
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'DOCUMENT IS ITSELF A CANCELLATION' TO
                            WS-REJECT-REASON
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
       GENERATE-REVERSAL-LINES.
      *One reversal line per history line the document billed, in
      *line order - the billing run takes the history lines back in
      *the same order and mirrors each. The transmitted image only
      *has to get the line there under the right customer and
      *company; the amounts come off history, not off this line.
            MOVE DR-INVOICE-NO TO HIST-INVOICE-NO
            MOVE 0 TO HIST-LINE-NO
            MOVE 'N' TO WS-HIST-END-SW
            START INFHIST KEY NOT LESS THAN HIST-KEY
                INVALID KEY
                    SET WS-HIST-END TO TRUE
            END-START
            PERFORM GENERATE-ONE-REVERSAL-LINE
                UNTIL WS-HIST-END
                OR WS-TRAN-INVALID
            IF WS-TRAN-VALID
                AND WS-DOC-LINE-COUNT = 0 then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'DOCUMENT LINES NO LONGER ON HISTORY FILE' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-INVALID then
                SUBTRACT WS-DOC-LINE-COUNT FROM WS-LINES-WRITTEN
                MOVE 0 TO WS-DOC-LINE-COUNT
            END-IF.
       GENERATE-ONE-REVERSAL-LINE.
            READ INFHIST NEXT RECORD
                AT END
                    SET WS-HIST-END TO TRUE
            END-READ
            IF NOT WS-HIST-END then
                IF HIST-INVOICE-NO NOT = DR-INVOICE-NO then
                    SET WS-HIST-END TO TRUE
                ELSE
                    IF HIST-DOC-NO = DR-DOC-NO then
                        PERFORM BUILD-REVERSAL-LINE
                    END-IF
                END-IF
            END-IF.
       BUILD-REVERSAL-LINE.
            IF WS-LINES-WRITTEN NOT < 5000 then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'REVERSAL LINE TABLE FULL - RERUN' TO
                    WS-REJECT-REASON
            ELSE
                MOVE SPACES TO INPUT-RECORD
                MOVE WS-NEXT-INVOICE-NO TO IN-INVOICE-NO
                MOVE HIST-DETAIL-DATA TO INPUT-RECORD(8:52)
                SET STORNO-LINE TO TRUE
                MOVE WS-RUN-DATE TO in-invoice-date
                MOVE 0 TO in-resub-count
                ADD 1 TO WS-LINES-WRITTEN
                ADD 1 TO WS-DOC-LINE-COUNT
                MOVE INPUT-RECORD TO WS-STO-LINE(WS-LINES-WRITTEN)
            END-IF.
       QUEUE-CANCELLATION.
      *The request the billing run resolves the reversal lines
      *against, and the register mark that stops a second
      *cancellation of the same document.
            MOVE WS-NEXT-INVOICE-NO TO SQ-REV-INVOICE-NO
            MOVE DR-DOC-NO TO SQ-ORIG-DOC-NO
            MOVE DR-INVOICE-NO TO SQ-ORIG-INVOICE-NO
            MOVE DR-CUST-ID TO SQ-CUST-ID
            MOVE WS-RUN-DATE TO SQ-REQ-DATE
            MOVE ST-REASON-CODE TO SQ-REASON-CODE
            SET SQ-PENDING TO TRUE
            MOVE 0 TO SQ-REV-DOC-NO
      *A number already on file leaves the document as it was and
      *drops the reversal lines just generated for it.
            WRITE STORNO-REQUEST-RECORD
                INVALID KEY
                    DISPLAY '*** REVERSAL INVOICE NUMBER ALREADY '
                        'QUEUED: ' WS-NEXT-INVOICE-NO ' ***'
                    MOVE 16 TO RETURN-CODE
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'REVERSAL INVOICE NUMBER ALREADY QUEUED' TO
                        WS-REJECT-REASON
                    SUBTRACT WS-DOC-LINE-COUNT FROM WS-LINES-WRITTEN
                    MOVE 0 TO WS-DOC-LINE-COUNT
                    GO TO QUEUE-CANCELLATION-EXIT
            END-WRITE
            SET DR-CANCEL-QUEUED TO TRUE
            MOVE WS-RUN-DATE TO DR-STATUS-DATE
            REWRITE DOC-REGISTER-RECORD
            ADD 1 TO WS-NEXT-INVOICE-NO.
       QUEUE-CANCELLATION-EXIT.
            EXIT.
       FIND-NEXT-REVERSAL-NO.
      *Step through the requests already queued in the reserved
      *range from the first number this run would use, so a rerun
      *or a forgotten PARM carries on above them.
            MOVE WS-NEXT-INVOICE-NO TO SQ-REV-INVOICE-NO
            MOVE 'N' TO WS-STOREQ-END-SW
            START STOREQ KEY NOT LESS THAN SQ-REV-INVOICE-NO
                INVALID KEY
                    SET WS-STOREQ-END TO TRUE
            END-START
            PERFORM READ-NEXT-QUEUED-REVERSAL
                UNTIL WS-STOREQ-END.
       READ-NEXT-QUEUED-REVERSAL.
            READ STOREQ NEXT RECORD
                AT END
                    SET WS-STOREQ-END TO TRUE
                NOT AT END
                    IF SQ-REV-INVOICE-NO > 9599999 then
                        SET WS-STOREQ-END TO TRUE
                    ELSE
                        COMPUTE WS-NEXT-INVOICE-NO =
                            SQ-REV-INVOICE-NO + 1
                    END-IF
            END-READ.
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
            MOVE SPACES TO STO-REPORT-LINE
            STRING 'INVOICE CANCELLATION (STORNO) - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO STO-REPORT-LINE
            END-STRING
            WRITE STO-REPORT-LINE
            MOVE SPACES TO STO-REPORT-LINE
            STRING 'DOCUMENT  CUSTOMER REVERSAL LINES        AMOUNT'
                DELIMITED BY SIZE
                ' REASON USER' DELIMITED BY SIZE
                INTO STO-REPORT-LINE
            END-STRING
            WRITE STO-REPORT-LINE.
       WRITE-REPORT-ACCEPTED.
            MOVE DR-TOTAL-VAT TO WS-AMT-ED
            MOVE SPACES TO STO-REPORT-LINE
            STRING ST-DOC-NO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                DR-CUST-ID DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                SQ-REV-INVOICE-NO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-DOC-LINE-COUNT DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                ST-REASON-CODE DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                ST-USER-ID DELIMITED BY SIZE
                INTO STO-REPORT-LINE
            END-STRING
            WRITE STO-REPORT-LINE.
       WRITE-REPORT-REJECTED.
            MOVE SPACES TO STO-REPORT-LINE
            STRING ST-DOC-NO DELIMITED BY SIZE
                ' REJECTED - ' DELIMITED BY SIZE
                WS-REJECT-REASON DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                ST-USER-ID DELIMITED BY SIZE
                INTO STO-REPORT-LINE
            END-STRING
            WRITE STO-REPORT-LINE.
       WRITE-ONE-BATCH-LINE.
            MOVE WS-STO-LINE(WS-STO-SUBSCR) TO STO-BATCH-LINE
            WRITE STO-BATCH-LINE.
       END-PARA.
      *Frame the reversal lines as a complete batch - header with
      *the detail count, the details, then the trailer - the same
      *framing the billing run validates on every transmission.
            MOVE SPACES TO BATCH-HEADER-RECORD
            MOVE 0 TO BH-KEY
            MOVE WS-RUN-DATE TO BH-RUN-DATE
            STRING 'SO' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO BH-BATCH-ID
            END-STRING
            MOVE WS-LINES-WRITTEN TO BH-EXPECTED-COUNT
            MOVE BATCH-HEADER-RECORD TO STO-BATCH-LINE
            WRITE STO-BATCH-LINE
            PERFORM WRITE-ONE-BATCH-LINE
                VARYING WS-STO-SUBSCR FROM 1 BY 1
                UNTIL WS-STO-SUBSCR > WS-LINES-WRITTEN
            MOVE SPACES TO BATCH-TRAILER-RECORD
            MOVE 9999999 TO BT-KEY
            MOVE WS-LINES-WRITTEN TO BT-DETAIL-COUNT
            MOVE BATCH-TRAILER-RECORD TO STO-BATCH-LINE
            WRITE STO-BATCH-LINE
            CLOSE STOTRAN DOCREG STOREQ INFHIST STOBATCH STORPT
            DISPLAY 'CANCELLATION - REQUESTS READ:    '
                WS-TRAN-READ-COUNT
            DISPLAY 'CANCELLATION - DOCUMENTS QUEUED: '
                WS-ACCEPTED-COUNT
            DISPLAY 'CANCELLATION - REQUESTS REJECTED:'
                WS-REJECTED-COUNT
            DISPLAY 'CANCELLATION - REVERSAL LINES:   '
                WS-LINES-WRITTEN
            DISPLAY 'CANCELLATION - AMOUNT CANCELLED: '
                WS-TOTAL-CANCELLED
            DISPLAY 'CANCELLATION - NEXT INVOICE NO:  '
                WS-NEXT-INVOICE-NO
            IF WS-REJECTED-COUNT > 0
                AND RETURN-CODE = 0 then
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.
