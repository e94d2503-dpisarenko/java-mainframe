           SELECT NETRPT  ASSIGN NETRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN SORTWK1.
      *AR open-item journal - the before and after image of every
      *change this run makes to an open item, for forward recovery
      *and the item-level audit trail. See ARJRNL.cpy.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  AROPEN.
           COPY "ARITEM.cpy".
       01  NET-SORTED-RECORD     PIC X(21).
       FD  NETRPT.
       01  NET-REPORT-LINE       PIC X(80).
       FD  ARJRNL.
           COPY "ARJRNL.cpy".
       WORKING-STORAGE SECTION.
       01  WS-AR-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-AR-EOF              VALUE 'Y'.
       01  WS-SRT-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-SRT-EOF             VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
      *The open item as last read or journaled - the before image of
      *the next change - and this run's journal sequence.
       01  WS-AR-BEFORE-IMAGE    PIC X(103).
       01  WS-AJ-SEQ             PIC 9(9) VALUE 0.
       01  WS-OPEN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-OFFSET-AMT         PIC S9(7)V99 VALUE 0.
       01  WS-OFFSET-COUNT       PIC 9(7) VALUE 0.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN I-O   AROPEN
            OPEN EXTEND ARJRNL
            OPEN OUTPUT NETRPT
            PERFORM WRITE-REPORT-HEADER
            PERFORM LOAD-CREDIT-ITEMS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                    IF NOT AR-ITEM-SETTLED then
                        PERFORM OFFSET-DEBIT-AGAINST-CREDITS
                    END-IF
                SET AR-ITEM-PARTIAL TO TRUE
            END-IF
            REWRITE AR-OPEN-ITEM-RECORD
            PERFORM JOURNAL-ITEM-CHANGE
            PERFORM RELIEVE-CREDIT-ITEM
            ADD 1 TO WS-OFFSET-COUNT
            ADD WS-OFFSET-AMT TO WS-OFFSET-TOTAL
            READ AROPEN
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
            END-READ.
       RELIEVE-CREDIT-ITEM.
            MOVE WS-CRD-INVOICE-NO(WS-CRD-SUBSCR) TO AR-INVOICE-NO
                        'NETTING: ' AR-INVOICE-NO ' ***'
                    MOVE 16 TO RETURN-CODE
                NOT INVALID KEY
                    MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                    SUBTRACT WS-OFFSET-AMT FROM AR-PAID-AMT
                    IF AR-PAID-AMT <= AR-TOTAL-VAT then
                        SET AR-ITEM-PAID TO TRUE
                        SET AR-ITEM-PARTIAL TO TRUE
                    END-IF
                    REWRITE AR-OPEN-ITEM-RECORD
                    PERFORM JOURNAL-ITEM-CHANGE
            END-READ.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO NET-REPORT-LINE
                INTO NET-REPORT-LINE
            END-STRING
            WRITE NET-REPORT-LINE.
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
            MOVE 'RECHNET' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            CLOSE AROPEN ARJRNL NETSRT NETRPT
            DISPLAY 'NETTING - CREDIT ITEMS LOADED: ' WS-CRD-COUNT
            DISPLAY 'NETTING - OFFSETS APPLIED:     '
                WS-OFFSET-COUNT
                WS-DEBITS-CLOSED
            DISPLAY 'NETTING - CREDIT ITEMS CLOSED: '
                WS-CREDITS-CLOSED
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
