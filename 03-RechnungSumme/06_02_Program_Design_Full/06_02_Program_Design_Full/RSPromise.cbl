      *Promise-to-pay maintenance, driven by a transaction file of
      *take/cancel actions the way RECHDSP maintains disputes. A
      *collector who gets "we will pay on Friday" on the phone logs
      *it here against each item the promise covers - collector,
      *item, promised amount and promised date. Taking a promise
      *writes it to the promise file (see PROMISE.cpy) and flags
      *the item promised with a hold date of the promised date plus
      *the grace period, so dunning and finance-charge assessment
      *leave it alone until then; cancelling releases the hold.
      *Cash application marks the promise kept; RECHPTF breaks it
      *when the hold date passes unpaid. Every transaction comes
      *out on the applied/rejected report.
       PROGRAM-ID. RECHPTP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTPTRAN ASSIGN PTPTRNNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT AROPEN  ASSIGN AROPENNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY AR-INVOICE-NO.
           SELECT PROMISE ASSIGN PTPFILNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY PR-KEY
                          FILE STATUS WS-PROMISE-STATUS.
           SELECT PTPRPT  ASSIGN PTPRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
      *AR open-item journal - the before and after image of every
      *change this run makes to an open item, for forward recovery
      *and the item-level audit trail. See ARJRNL.cpy.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  PTPTRAN.
       01  PROMISE-TRAN-RECORD.
           05 PT-ACTION          PIC X.
               88 PT-ACTION-TAKE     VALUE 'P'.
               88 PT-ACTION-CANCEL   VALUE 'C'.
      *Collector who took the promise (or cancels it).
           05 PT-USER-ID         PIC X(8).
           05 PT-INVOICE-NO      PIC 9(7).
           05 PT-PROMISED-DATE   PIC 9(8).
           05 PT-PROMISED-AMT    PIC 9(7)V99.
       FD  AROPEN.
           COPY "ARITEM.cpy".
       FD  PROMISE.
           COPY "PROMISE.cpy".
       FD  PTPRPT.
       01  PTP-REPORT-LINE       PIC X(80).
       FD  ARJRNL.
           COPY "ARJRNL.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
      *The open item as last read or journaled - the before image of
      *the next change - and this run's journal sequence.
       01  WS-AR-BEFORE-IMAGE    PIC X(103).
       01  WS-AJ-SEQ             PIC 9(9) VALUE 0.
       01  WS-PROMISE-STATUS     PIC X(2) VALUE '00'.
      *Days past the promised date before a promise counts as
      *broken - cash promised for Friday may take the weekend to
      *reach the bank file.
       01  WS-GRACE-DAYS         PIC 9(3) VALUE 3.
       01  WS-TRAN-READ-COUNT    PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT      PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(7) VALUE 0.
       01  WS-REJECT-REASON      PIC X(40).
       01  WS-TRAN-VALID-SW      PIC X VALUE 'Y'.
           88 WS-TRAN-VALID          VALUE 'Y'.
           88 WS-TRAN-INVALID        VALUE 'N'.
       01  WS-OPEN-BALANCE       PIC S9(7)V99 VALUE 0.
      *The item's promise history, scanned for the next sequence
      *number and the promise still open.
       01  WS-PTP-EOF-SW         PIC X VALUE 'N'.
           88 WS-PTP-EOF             VALUE 'Y'.
       01  WS-LAST-SEQ-NO        PIC 9(2) VALUE 0.
       01  WS-OPEN-SEQ-NO        PIC 9(2) VALUE 0.
       01  WS-HOLD-DATE          PIC 9(8) VALUE 0.
       01  WS-AMT-ED             PIC -(7)9.99.
       PROCEDURE DIVISION.
       PROMISE-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT  PTPTRAN
            OPEN I-O    AROPEN
            OPEN EXTEND ARJRNL
      *Only a first installation has no promise file yet.
            OPEN I-O    PROMISE
            IF WS-PROMISE-STATUS = '35' then
                OPEN OUTPUT PROMISE
                CLOSE PROMISE
                OPEN I-O PROMISE
            END-IF
            OPEN OUTPUT PTPRPT
            PERFORM WRITE-REPORT-HEADER.
       BOD-PARA.
            PERFORM READ-TRANSACTION
                UNTIL WS-EOF.
       READ-TRANSACTION.
            READ PTPTRAN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-TRAN-READ-COUNT
                    PERFORM APPLY-TRANSACTION
            END-READ.
       APPLY-TRANSACTION.
            SET WS-TRAN-VALID TO TRUE
            MOVE SPACES TO WS-REJECT-REASON
            IF NOT PT-ACTION-TAKE
                AND NOT PT-ACTION-CANCEL then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND PT-USER-ID = SPACES then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'PROMISE NEEDS A COLLECTOR ID' TO
                    WS-REJECT-REASON
            END-IF
            IF WS-TRAN-VALID
                AND PT-ACTION-TAKE then
                IF PT-PROMISED-AMT NOT > 0 then
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'PROMISED AMOUNT MUST BE POSITIVE' TO
                        WS-REJECT-REASON
                END-IF
                IF WS-TRAN-VALID
                    AND PT-PROMISED-DATE < WS-RUN-DATE then
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'PROMISED DATE ALREADY PAST' TO
                        WS-REJECT-REASON
                END-IF
            END-IF
            IF WS-TRAN-VALID then
                PERFORM APPLY-TO-OPEN-ITEM
            END-IF
            IF WS-TRAN-VALID then
                ADD 1 TO WS-APPLIED-COUNT
                PERFORM WRITE-REPORT-APPLIED
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REPORT-REJECTED
            END-IF.
       APPLY-TO-OPEN-ITEM.
            MOVE PT-INVOICE-NO TO AR-INVOICE-NO
            READ AROPEN
                INVALID KEY
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'INVOICE NOT ON OPEN-ITEM FILE' TO
                        WS-REJECT-REASON
            END-READ
            IF WS-TRAN-VALID then
                MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                PERFORM SCAN-PROMISE-HISTORY
                IF PT-ACTION-TAKE then
                    PERFORM TAKE-PROMISE
                ELSE
                    PERFORM CANCEL-PROMISE
                END-IF
            END-IF.
       TAKE-PROMISE.
      *Only an item still being chased by us can be promised - a
      *settled, placed or disputed item is not dunned anyway, and
      *an item already under promise keeps the one it has.
            EVALUATE TRUE
                WHEN AR-ITEM-SETTLED
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'ITEM ALREADY SETTLED' TO WS-REJECT-REASON
                WHEN AR-ITEM-PLACED
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'ITEM PLACED WITH AGENCY' TO
                        WS-REJECT-REASON
                WHEN AR-ITEM-DISPUTED
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'ITEM IN DISPUTE' TO WS-REJECT-REASON
                WHEN AR-ITEM-PROMISED
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'ITEM ALREADY UNDER PROMISE' TO
                        WS-REJECT-REASON
                WHEN WS-LAST-SEQ-NO = 99
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'PROMISE HISTORY FULL FOR ITEM' TO
                        WS-REJECT-REASON
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-TRAN-VALID then
                COMPUTE WS-HOLD-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(PT-PROMISED-DATE)
                    + WS-GRACE-DAYS)
                MOVE AR-INVOICE-NO TO PR-INVOICE-NO
                COMPUTE PR-SEQ-NO = WS-LAST-SEQ-NO + 1
                MOVE AR-CUST-ID TO PR-CUST-ID
                MOVE PT-USER-ID TO PR-COLLECTOR-ID
                MOVE WS-RUN-DATE TO PR-TAKEN-DATE
                MOVE PT-PROMISED-DATE TO PR-PROMISED-DATE
                MOVE PT-PROMISED-AMT TO PR-PROMISED-AMT
                MOVE WS-HOLD-DATE TO PR-HOLD-DATE
                MOVE 0 TO PR-PAID-AMT
                SET PR-PROMISE-OPEN TO TRUE
                MOVE 0 TO PR-RESOLVED-DATE
                WRITE PROMISE-TO-PAY-RECORD
                    INVALID KEY
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'PROMISE KEY ALREADY ON FILE' TO
                            WS-REJECT-REASON
                END-WRITE
            END-IF
            IF WS-TRAN-VALID then
                MOVE 'Y' TO AR-PROMISE-FLAG
                MOVE WS-HOLD-DATE TO AR-PROMISE-HOLD-DATE
                REWRITE AR-OPEN-ITEM-RECORD
                PERFORM JOURNAL-ITEM-CHANGE
            END-IF.
       CANCEL-PROMISE.
      *Withdrawn by the collector - neither kept nor broken, so it
      *counts against nobody; the item goes back to normal dunning.
            IF WS-OPEN-SEQ-NO = 0 then
                SET WS-TRAN-INVALID TO TRUE
                MOVE 'NO OPEN PROMISE ON ITEM' TO WS-REJECT-REASON
            ELSE
                MOVE AR-INVOICE-NO TO PR-INVOICE-NO
                MOVE WS-OPEN-SEQ-NO TO PR-SEQ-NO
                READ PROMISE
                    INVALID KEY
                        SET WS-TRAN-INVALID TO TRUE
                        MOVE 'NO OPEN PROMISE ON ITEM' TO
                            WS-REJECT-REASON
                END-READ
            END-IF
            IF WS-TRAN-VALID then
                SET PR-PROMISE-CANCELLED TO TRUE
                MOVE WS-RUN-DATE TO PR-RESOLVED-DATE
                REWRITE PROMISE-TO-PAY-RECORD
                MOVE 'N' TO AR-PROMISE-FLAG
                MOVE 0 TO AR-PROMISE-HOLD-DATE
                REWRITE AR-OPEN-ITEM-RECORD
                PERFORM JOURNAL-ITEM-CHANGE
            END-IF.
       SCAN-PROMISE-HISTORY.
            MOVE 0 TO WS-LAST-SEQ-NO
            MOVE 0 TO WS-OPEN-SEQ-NO
            MOVE 'N' TO WS-PTP-EOF-SW
            MOVE AR-INVOICE-NO TO PR-INVOICE-NO
            MOVE 0 TO PR-SEQ-NO
            START PROMISE KEY NOT LESS THAN PR-KEY
                INVALID KEY
                    SET WS-PTP-EOF TO TRUE
            END-START
            PERFORM SCAN-ONE-PROMISE
                UNTIL WS-PTP-EOF.
       SCAN-ONE-PROMISE.
            READ PROMISE NEXT RECORD
                AT END
                    SET WS-PTP-EOF TO TRUE
            END-READ
            IF NOT WS-PTP-EOF then
                IF PR-INVOICE-NO NOT = AR-INVOICE-NO then
                    SET WS-PTP-EOF TO TRUE
                ELSE
                    MOVE PR-SEQ-NO TO WS-LAST-SEQ-NO
                    IF PR-PROMISE-OPEN then
                        MOVE PR-SEQ-NO TO WS-OPEN-SEQ-NO
                    END-IF
                END-IF
            END-IF.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO PTP-REPORT-LINE
            STRING 'PROMISE-TO-PAY MAINTENANCE - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO PTP-REPORT-LINE
            END-STRING
            WRITE PTP-REPORT-LINE.
       WRITE-REPORT-APPLIED.
            MOVE PT-PROMISED-AMT TO WS-AMT-ED
            MOVE SPACES TO PTP-REPORT-LINE
            IF PT-ACTION-TAKE then
                STRING 'APPLIED  P INVOICE ' DELIMITED BY SIZE
                    PT-INVOICE-NO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-AMT-ED DELIMITED BY SIZE
                    ' BY ' DELIMITED BY SIZE
                    PT-PROMISED-DATE DELIMITED BY SIZE
                    ' HOLD ' DELIMITED BY SIZE
                    WS-HOLD-DATE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    PT-USER-ID DELIMITED BY SIZE
                    INTO PTP-REPORT-LINE
                END-STRING
            ELSE
                STRING 'APPLIED  C INVOICE ' DELIMITED BY SIZE
                    PT-INVOICE-NO DELIMITED BY SIZE
                    ' PROMISE ' DELIMITED BY SIZE
                    WS-OPEN-SEQ-NO DELIMITED BY SIZE
                    ' CANCELLED BY ' DELIMITED BY SIZE
                    PT-USER-ID DELIMITED BY SIZE
                    INTO PTP-REPORT-LINE
                END-STRING
            END-IF
            WRITE PTP-REPORT-LINE.
       WRITE-REPORT-REJECTED.
            MOVE SPACES TO PTP-REPORT-LINE
            STRING 'REJECTED ' DELIMITED BY SIZE
                PT-ACTION DELIMITED BY SIZE
                ' INVOICE ' DELIMITED BY SIZE
                PT-INVOICE-NO DELIMITED BY SIZE
                ' - ' DELIMITED BY SIZE
                WS-REJECT-REASON DELIMITED BY SIZE
                INTO PTP-REPORT-LINE
            END-STRING
            WRITE PTP-REPORT-LINE.
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
            MOVE 'RECHPTP' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            CLOSE PTPTRAN AROPEN PROMISE PTPRPT ARJRNL
            DISPLAY 'PROMISES - TRANSACTIONS READ: '
                WS-TRAN-READ-COUNT
            DISPLAY 'PROMISES - APPLIED:           '
                WS-APPLIED-COUNT
            DISPLAY 'PROMISES - REJECTED:          '
                WS-REJECTED-COUNT
            STOP RUN.
