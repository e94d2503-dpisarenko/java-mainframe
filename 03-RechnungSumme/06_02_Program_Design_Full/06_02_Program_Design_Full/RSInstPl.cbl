                          FILE STATUS WS-ARINST-STATUS.
           SELECT INSRPT  ASSIGN INSRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
      *AR open-item journal - the before and after image of every
      *change this run makes to an open item, for forward recovery
      *and the item-level audit trail. See ARJRNL.cpy.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  INSTRAN.
       01  INSTALLMENT-TRAN-RECORD.
           COPY "INSTPLAN.cpy".
       FD  INSRPT.
       01  INS-REPORT-LINE       PIC X(80).
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
       01  WS-ARINST-STATUS      PIC X(2) VALUE '00'.
       01  WS-TRAN-READ-COUNT    PIC 9(7) VALUE 0.
       01  WS-PLANS-BUILT        PIC 9(7) VALUE 0.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT  INSTRAN
            OPEN I-O    AROPEN
            OPEN EXTEND ARJRNL
      *Only a first installation has no installment file yet.
            OPEN I-O    ARINST
            IF WS-ARINST-STATUS = '35' then
                    PERFORM REJECT-TRANSACTION
                    GO TO BUILD-ONE-PLAN-EXIT
            END-READ
            MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
            IF AR-ITEM-SETTLED then
                MOVE 'ITEM ALREADY SETTLED' TO WS-REJECT-REASON
                PERFORM REJECT-TRANSACTION
                UNTIL WS-INST-SUBSCR > IT-INST-COUNT
            MOVE 'Y' TO AR-INSTALLMENT-FLAG
            REWRITE AR-OPEN-ITEM-RECORD
            PERFORM JOURNAL-ITEM-CHANGE
            ADD 1 TO WS-PLANS-BUILT
            PERFORM WRITE-PLAN-LINE.
       BUILD-ONE-PLAN-EXIT.
                INTO INS-REPORT-LINE
            END-STRING
            WRITE INS-REPORT-LINE.
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
            MOVE 'RECHINS' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            CLOSE INSTRAN AROPEN ARINST INSRPT ARJRNL
            DISPLAY 'INSTALLMENT PLANS - TRANSACTIONS READ: '
                WS-TRAN-READ-COUNT
            DISPLAY 'INSTALLMENT PLANS - PLANS BUILT:       '
