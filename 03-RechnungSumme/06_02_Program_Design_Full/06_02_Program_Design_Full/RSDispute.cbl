                          RECORD KEY AR-INVOICE-NO.
           SELECT DSPRPT  ASSIGN DSPRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
      *AR open-item journal - the before and after image of every
      *change this run makes to an open item, for forward recovery
      *and the item-level audit trail. See ARJRNL.cpy.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  DSPTRAN.
       01  DISPUTE-TRAN-RECORD.
           COPY "ARITEM.cpy".
       FD  DSPRPT.
       01  DSP-REPORT-LINE       PIC X(80).
       FD  ARJRNL.
           COPY "ARJRNL.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-AR-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-AR-EOF              VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
      *The open item as last read or journaled - the before image of
      *the next change - and this run's journal sequence.
       01  WS-AR-BEFORE-IMAGE    PIC X(103).
       01  WS-AJ-SEQ             PIC 9(9) VALUE 0.
       01  WS-TRAN-READ-COUNT    PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT      PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(7) VALUE 0.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT  DSPTRAN
            OPEN I-O    AROPEN
            OPEN EXTEND ARJRNL
            OPEN OUTPUT DSPRPT
            PERFORM WRITE-REPORT-HEADER.
       BOD-PARA.
                    SET WS-TRAN-INVALID TO TRUE
                    MOVE 'INVOICE NOT ON OPEN-ITEM FILE' TO
                        WS-REJECT-REASON
                NOT INVALID KEY
                    MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
            END-READ
            IF WS-TRAN-INVALID then
                CONTINUE
                        MOVE DT-REASON-CODE TO AR-DISPUTE-REASON
                        MOVE WS-RUN-DATE TO AR-DISPUTE-DATE
                        REWRITE AR-OPEN-ITEM-RECORD
                        PERFORM JOURNAL-ITEM-CHANGE
                    END-IF
                ELSE
                    IF NOT AR-ITEM-DISPUTED then
                        MOVE SPACES TO AR-DISPUTE-REASON
                        MOVE 0 TO AR-DISPUTE-DATE
                        REWRITE AR-OPEN-ITEM-RECORD
                        PERFORM JOURNAL-ITEM-CHANGE
                    END-IF
                END-IF
            END-IF.
                END-STRING
                WRITE DSP-REPORT-LINE
            END-IF.
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
            MOVE 'RECHDSP' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            PERFORM LIST-OPEN-DISPUTES
            CLOSE DSPTRAN AROPEN ARJRNL DSPRPT
            DISPLAY 'DISPUTES - TRANSACTIONS READ: '
                WS-TRAN-READ-COUNT
            DISPLAY 'DISPUTES - APPLIED:           '
