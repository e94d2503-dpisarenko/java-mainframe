      *Nightly promise-to-pay follow-up. Walks the promise file (see
      *PROMISE.cpy) for open promises whose hold date - promised
      *date plus grace - has passed. A promise whose item has been
      *paid off by other means is closed as kept; otherwise the
      *promise is BROKEN: it is listed on the broken-promise report
      *for the collector to call back, and the item's hold on
      *dunning is released, so the next RECHDUN run takes the item
      *up again and sends - and raises the level for - the next
      *letter in its usual cycle. Runs ahead of RECHDUN in the
      *nightly chain, after RECHCASH has marked the day's kept
      *promises.
      *
      *The run closes with the per-collector report: every promise
      *on file, made against kept, broken, still open and
      *cancelled, with the kept rate over the promises resolved.
       PROGRAM-ID. RECHPTF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE ASSIGN PTPFILNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY PR-KEY
                          FILE STATUS WS-PROMISE-STATUS.
           SELECT AROPEN  ASSIGN AROPENNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY AR-INVOICE-NO.
           SELECT PTBRPT  ASSIGN PTBRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT PTCRPT  ASSIGN PTCRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
      *AR open-item journal - the before and after image of every
      *change this run makes to an open item, for forward recovery
      *and the item-level audit trail. See ARJRNL.cpy.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  PROMISE.
           COPY "PROMISE.cpy".
       FD  AROPEN.
           COPY "ARITEM.cpy".
       FD  PTBRPT.
       01  PTB-REPORT-LINE       PIC X(80).
       FD  PTCRPT.
       01  PTC-REPORT-LINE       PIC X(100).
       FD  ARJRNL.
           COPY "ARJRNL.cpy".
       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE           PIC 9(8).
      *The open item as last read or journaled - the before image of
      *the next change - and this run's journal sequence.
       01  WS-AR-BEFORE-IMAGE    PIC X(103).
       01  WS-AJ-SEQ             PIC 9(9) VALUE 0.
      *A missing promise file (status 35) just means no collector
      *has logged a promise yet - both reports come out empty.
       01  WS-PROMISE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PROMISE-OPEN-SW    PIC X VALUE 'N'.
           88 WS-PROMISE-AVAILABLE   VALUE 'Y'.
       01  WS-PTP-EOF-SW         PIC X VALUE 'N'.
           88 WS-PTP-EOF             VALUE 'Y'.
       01  WS-ITEM-FOUND-SW      PIC X VALUE 'N'.
           88 WS-ITEM-ON-FILE        VALUE 'Y'.
       01  WS-PROMISES-READ      PIC 9(7) VALUE 0.
       01  WS-BROKEN-COUNT       PIC 9(7) VALUE 0.
       01  WS-BROKEN-TOTAL       PIC S9(11)V99 VALUE 0.
       01  WS-LATE-KEPT-COUNT    PIC 9(7) VALUE 0.
       01  WS-CLOSED-COUNT       PIC 9(7) VALUE 0.
       01  WS-AMT-ED             PIC -(7)9.99.
       01  WS-PAID-ED            PIC -(7)9.99.
       01  WS-TOTAL-ED           PIC -(9)9.99.
      *Per-collector tally, in order of first appearance on the
      *promise file.
       01  WS-COLL-TABLE.
           05 WS-COLL-ENTRY OCCURS 200 TIMES.
               10 WS-COLL-ID         PIC X(8).
               10 WS-COLL-MADE       PIC 9(5).
               10 WS-COLL-KEPT       PIC 9(5).
               10 WS-COLL-BROKEN     PIC 9(5).
               10 WS-COLL-OPEN       PIC 9(5).
               10 WS-COLL-CANCELLED  PIC 9(5).
               10 WS-COLL-MADE-AMT   PIC S9(9)V99.
               10 WS-COLL-KEPT-AMT   PIC S9(9)V99.
       01  WS-COLL-COUNT         PIC 9(3) VALUE 0.
       01  WS-COLL-SUBSCR        PIC 9(3).
       01  WS-COLL-FOUND-SW      PIC X VALUE 'N'.
           88 WS-COLL-FOUND          VALUE 'Y'.
       01  WS-COLL-DROPPED       PIC 9(7) VALUE 0.
       01  WS-KEPT-PCT           PIC 9(3) VALUE 0.
       01  WS-COLL-MADE-ED       PIC Z(4)9.
       01  WS-COLL-KEPT-ED       PIC Z(4)9.
       01  WS-COLL-BROKEN-ED     PIC Z(4)9.
       01  WS-COLL-OPEN-ED       PIC Z(4)9.
       01  WS-COLL-CANC-ED       PIC Z(4)9.
       01  WS-KEPT-PCT-ED        PIC ZZ9.
       01  WS-MADE-AMT-ED        PIC -(9)9.99.
       01  WS-KEPT-AMT-ED        PIC -(9)9.99.
       PROCEDURE DIVISION.
       PTPFUP-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN I-O    PROMISE
            IF WS-PROMISE-STATUS = '00' then
                SET WS-PROMISE-AVAILABLE TO TRUE
            END-IF
            OPEN I-O    AROPEN
            OPEN EXTEND ARJRNL
            OPEN OUTPUT PTBRPT
            OPEN OUTPUT PTCRPT
            PERFORM WRITE-BROKEN-HEADER.
       BOD-PARA.
            IF WS-PROMISE-AVAILABLE then
                MOVE 0 TO PR-INVOICE-NO
                MOVE 0 TO PR-SEQ-NO
                START PROMISE KEY NOT LESS THAN PR-KEY
                    INVALID KEY
                        SET WS-PTP-EOF TO TRUE
                END-START
                PERFORM PROCESS-ONE-PROMISE
                    UNTIL WS-PTP-EOF
            END-IF.
       PROCESS-ONE-PROMISE.
            READ PROMISE NEXT RECORD
                AT END
                    SET WS-PTP-EOF TO TRUE
            END-READ
            IF NOT WS-PTP-EOF then
                ADD 1 TO WS-PROMISES-READ
                IF PR-PROMISE-OPEN
                    AND PR-HOLD-DATE < WS-RUN-DATE then
                    PERFORM JUDGE-OVERDUE-PROMISE
                        THRU JUDGE-OVERDUE-PROMISE-EXIT
                END-IF
                PERFORM TALLY-COLLECTOR
            END-IF.
       JUDGE-OVERDUE-PROMISE.
      *The hold date has passed with the promise still open. An item
      *gone from the open-item file, or written off or cancelled in
      *the meantime, was never going to be paid on the promise -
      *closed as cancelled so it counts against nobody. An item
      *paid off by netting or a clerk's application since counts
      *as kept. Anything else is a broken promise.
            MOVE 'N' TO WS-ITEM-FOUND-SW
            MOVE PR-INVOICE-NO TO AR-INVOICE-NO
            READ AROPEN
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-ITEM-ON-FILE TO TRUE
                    MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
            END-READ
            IF NOT WS-ITEM-ON-FILE then
                SET PR-PROMISE-CANCELLED TO TRUE
                MOVE WS-RUN-DATE TO PR-RESOLVED-DATE
                REWRITE PROMISE-TO-PAY-RECORD
                ADD 1 TO WS-CLOSED-COUNT
                GO TO JUDGE-OVERDUE-PROMISE-EXIT
            END-IF
            EVALUATE TRUE
                WHEN AR-ITEM-PAID
                    SET PR-PROMISE-KEPT TO TRUE
                    ADD 1 TO WS-LATE-KEPT-COUNT
                WHEN AR-ITEM-SETTLED
                    SET PR-PROMISE-CANCELLED TO TRUE
                    ADD 1 TO WS-CLOSED-COUNT
                WHEN OTHER
                    SET PR-PROMISE-BROKEN TO TRUE
            END-EVALUATE
            MOVE WS-RUN-DATE TO PR-RESOLVED-DATE
            REWRITE PROMISE-TO-PAY-RECORD
            MOVE 'N' TO AR-PROMISE-FLAG
            MOVE 0 TO AR-PROMISE-HOLD-DATE
            IF PR-PROMISE-BROKEN then
                ADD 1 TO WS-BROKEN-COUNT
                ADD PR-PROMISED-AMT TO WS-BROKEN-TOTAL
                PERFORM WRITE-BROKEN-LINE
            END-IF
            REWRITE AR-OPEN-ITEM-RECORD
            PERFORM JOURNAL-ITEM-CHANGE.
       JUDGE-OVERDUE-PROMISE-EXIT.
            EXIT.
       TALLY-COLLECTOR.
            MOVE 'N' TO WS-COLL-FOUND-SW
            PERFORM MATCH-ONE-COLLECTOR
                VARYING WS-COLL-SUBSCR FROM 1 BY 1
                UNTIL WS-COLL-SUBSCR > WS-COLL-COUNT
                OR WS-COLL-FOUND
            IF WS-COLL-FOUND then
                SUBTRACT 1 FROM WS-COLL-SUBSCR
            ELSE
                IF WS-COLL-COUNT < 200 then
                    ADD 1 TO WS-COLL-COUNT
                    MOVE WS-COLL-COUNT TO WS-COLL-SUBSCR
                    MOVE PR-COLLECTOR-ID TO WS-COLL-ID(WS-COLL-SUBSCR)
                    MOVE 0 TO WS-COLL-MADE(WS-COLL-SUBSCR)
                    MOVE 0 TO WS-COLL-KEPT(WS-COLL-SUBSCR)
                    MOVE 0 TO WS-COLL-BROKEN(WS-COLL-SUBSCR)
                    MOVE 0 TO WS-COLL-OPEN(WS-COLL-SUBSCR)
                    MOVE 0 TO WS-COLL-CANCELLED(WS-COLL-SUBSCR)
                    MOVE 0 TO WS-COLL-MADE-AMT(WS-COLL-SUBSCR)
                    MOVE 0 TO WS-COLL-KEPT-AMT(WS-COLL-SUBSCR)
                    SET WS-COLL-FOUND TO TRUE
                ELSE
                    ADD 1 TO WS-COLL-DROPPED
                END-IF
            END-IF
            IF WS-COLL-FOUND then
                ADD 1 TO WS-COLL-MADE(WS-COLL-SUBSCR)
                ADD PR-PROMISED-AMT TO WS-COLL-MADE-AMT(WS-COLL-SUBSCR)
                EVALUATE TRUE
                    WHEN PR-PROMISE-KEPT
                        ADD 1 TO WS-COLL-KEPT(WS-COLL-SUBSCR)
                        ADD PR-PROMISED-AMT TO
                            WS-COLL-KEPT-AMT(WS-COLL-SUBSCR)
                    WHEN PR-PROMISE-BROKEN
                        ADD 1 TO WS-COLL-BROKEN(WS-COLL-SUBSCR)
                    WHEN PR-PROMISE-CANCELLED
                        ADD 1 TO WS-COLL-CANCELLED(WS-COLL-SUBSCR)
                    WHEN OTHER
                        ADD 1 TO WS-COLL-OPEN(WS-COLL-SUBSCR)
                END-EVALUATE
            END-IF.
       MATCH-ONE-COLLECTOR.
            IF WS-COLL-ID(WS-COLL-SUBSCR) = PR-COLLECTOR-ID then
                SET WS-COLL-FOUND TO TRUE
            END-IF.
       WRITE-BROKEN-HEADER.
            MOVE SPACES TO PTB-REPORT-LINE
            STRING 'BROKEN PROMISES TO PAY - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO PTB-REPORT-LINE
            END-STRING
            WRITE PTB-REPORT-LINE
            MOVE SPACES TO PTB-REPORT-LINE
            STRING 'INVOICE  CUST   COLLECTR PROMISED   PROMISED AMT'
                DELIMITED BY SIZE
                '   PAID SINCE DUN' DELIMITED BY SIZE
                INTO PTB-REPORT-LINE
            END-STRING
            WRITE PTB-REPORT-LINE.
       WRITE-BROKEN-LINE.
            MOVE PR-PROMISED-AMT TO WS-AMT-ED
            MOVE PR-PAID-AMT TO WS-PAID-ED
            MOVE SPACES TO PTB-REPORT-LINE
            STRING PR-INVOICE-NO DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                PR-CUST-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                PR-COLLECTOR-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                PR-PROMISED-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AMT-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-PAID-ED DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                AR-DUNNING-LEVEL DELIMITED BY SIZE
                INTO PTB-REPORT-LINE
            END-STRING
            WRITE PTB-REPORT-LINE.
       WRITE-COLLECTOR-REPORT.
            MOVE SPACES TO PTC-REPORT-LINE
            STRING 'PROMISES TO PAY BY COLLECTOR - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO PTC-REPORT-LINE
            END-STRING
            WRITE PTC-REPORT-LINE
            MOVE SPACES TO PTC-REPORT-LINE
            STRING 'COLLECTR  MADE  KEPT BROKE  OPEN CANCL KEPT%'
                DELIMITED BY SIZE
                '   AMOUNT PROMISED    AMOUNT KEPT' DELIMITED BY SIZE
                INTO PTC-REPORT-LINE
            END-STRING
            WRITE PTC-REPORT-LINE
            PERFORM WRITE-ONE-COLLECTOR-LINE
                VARYING WS-COLL-SUBSCR FROM 1 BY 1
                UNTIL WS-COLL-SUBSCR > WS-COLL-COUNT.
       WRITE-ONE-COLLECTOR-LINE.
      *Kept rate over the promises already resolved either way -
      *open ones have not had their chance yet, and cancelled ones
      *were withdrawn.
            MOVE 0 TO WS-KEPT-PCT
            IF WS-COLL-KEPT(WS-COLL-SUBSCR)
                + WS-COLL-BROKEN(WS-COLL-SUBSCR) > 0 then
                COMPUTE WS-KEPT-PCT ROUNDED =
                    WS-COLL-KEPT(WS-COLL-SUBSCR) * 100 /
                    (WS-COLL-KEPT(WS-COLL-SUBSCR)
                    + WS-COLL-BROKEN(WS-COLL-SUBSCR))
            END-IF
            MOVE WS-COLL-MADE(WS-COLL-SUBSCR) TO WS-COLL-MADE-ED
            MOVE WS-COLL-KEPT(WS-COLL-SUBSCR) TO WS-COLL-KEPT-ED
            MOVE WS-COLL-BROKEN(WS-COLL-SUBSCR) TO WS-COLL-BROKEN-ED
            MOVE WS-COLL-OPEN(WS-COLL-SUBSCR) TO WS-COLL-OPEN-ED
            MOVE WS-COLL-CANCELLED(WS-COLL-SUBSCR) TO WS-COLL-CANC-ED
            MOVE WS-KEPT-PCT TO WS-KEPT-PCT-ED
            MOVE WS-COLL-MADE-AMT(WS-COLL-SUBSCR) TO WS-MADE-AMT-ED
            MOVE WS-COLL-KEPT-AMT(WS-COLL-SUBSCR) TO WS-KEPT-AMT-ED
            MOVE SPACES TO PTC-REPORT-LINE
            STRING WS-COLL-ID(WS-COLL-SUBSCR) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-COLL-MADE-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-COLL-KEPT-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-COLL-BROKEN-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-COLL-OPEN-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-COLL-CANC-ED DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                WS-KEPT-PCT-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-MADE-AMT-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-KEPT-AMT-ED DELIMITED BY SIZE
                INTO PTC-REPORT-LINE
            END-STRING
            WRITE PTC-REPORT-LINE.
       JOURNAL-ITEM-CHANGE.
      *Before and after image of the open item just rewritten.
            SET AJ-ITEM-CHANGED TO TRUE
            PERFORM WRITE-ITEM-JOURNAL.
       WRITE-ITEM-JOURNAL.
            PERFORM STAMP-JOURNAL-RECORD
            MOVE AR-INVOICE-NO TO AJ-INVOICE-NO
            MOVE WS-AR-BEFORE-IMAGE TO AJ-BEFORE-IMAGE
            MOVE AR-OPEN-ITEM-RECORD TO AJ-AFTER-IMAGE
            WRITE AR-JOURNAL-RECORD
            MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE.
       STAMP-JOURNAL-RECORD.
            ADD 1 TO WS-AJ-SEQ
            ACCEPT AJ-STAMP-DATE FROM DATE YYYYMMDD
            ACCEPT AJ-STAMP-TIME FROM TIME
            MOVE WS-AJ-SEQ TO AJ-SEQ-NO
            MOVE 'RECHPTF' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            MOVE WS-BROKEN-TOTAL TO WS-TOTAL-ED
            MOVE SPACES TO PTB-REPORT-LINE
            STRING 'BROKEN PROMISES: ' DELIMITED BY SIZE
                WS-BROKEN-COUNT DELIMITED BY SIZE
                '  AMOUNT PROMISED: ' DELIMITED BY SIZE
                WS-TOTAL-ED DELIMITED BY SIZE
                INTO PTB-REPORT-LINE
            END-STRING
            WRITE PTB-REPORT-LINE
            PERFORM WRITE-COLLECTOR-REPORT
            IF WS-PROMISE-AVAILABLE then
                CLOSE PROMISE
            END-IF
            CLOSE AROPEN PTBRPT PTCRPT ARJRNL
            DISPLAY 'PROMISE FOLLOW-UP - PROMISES READ:  '
                WS-PROMISES-READ
            DISPLAY 'PROMISE FOLLOW-UP - BROKEN:         '
                WS-BROKEN-COUNT
            DISPLAY 'PROMISE FOLLOW-UP - KEPT LATE:      '
                WS-LATE-KEPT-COUNT
            DISPLAY 'PROMISE FOLLOW-UP - CLOSED UNPAID:  '
                WS-CLOSED-COUNT
            IF WS-COLL-DROPPED > 0 then
                DISPLAY '*** COLLECTOR TABLE FULL - PROMISES NOT '
                    'TALLIED: ' WS-COLL-DROPPED ' ***'
                MOVE 4 TO RETURN-CODE
            END-IF
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
