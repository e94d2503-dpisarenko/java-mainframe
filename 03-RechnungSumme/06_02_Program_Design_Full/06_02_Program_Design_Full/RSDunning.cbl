      *at 30/60/90 days overdue, and the level actually sent is
      *stored back on each open item (AR-DUNNING-LEVEL) so the next
      *run sends the next-harsher letter instead of repeating the
      *same reminder forever. The letter's wording comes off the
      *document text table in the customer's language (see
      *DOCTEXT.cpy).
       PROGRAM-ID. RECHDUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                          ACCESS MODE DYNAMIC
                          RECORD KEY IP-KEY
                          FILE STATUS WS-ARINST-STATUS.
           SELECT DOCTEXT ASSIGN DOCTEXTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY DT-KEY
                          FILE STATUS WS-DOCTEXT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN SORTWK1.
      *AR open-item journal - the before and after image of every
      *change this run makes to an open item, for forward recovery
      *and the item-level audit trail. See ARJRNL.cpy.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  AROPEN.
           COPY "ARITEM.cpy".
       01  DUN-SORTED-RECORD     PIC X(36).
       FD  ARINST.
           COPY "INSTPLAN.cpy".
       FD  DOCTEXT.
           COPY "DOCTEXT.cpy".
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
       01  WS-DAYS-OVERDUE       PIC S9(5) VALUE 0.
       01  WS-OPEN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-AGE-LEVEL          PIC 9 VALUE 0.
       01  WS-SEND-LEVEL         PIC 9 VALUE 0.
       01  WS-OVERDUE-ITEM-COUNT PIC 9(7) VALUE 0.
       01  WS-LETTER-COUNT       PIC 9(7) VALUE 0.
       01  WS-PROMISED-SKIP-COUNT PIC 9(7) VALUE 0.
       01  WS-INTERCO-SKIP-COUNT PIC 9(7) VALUE 0.
       01  WS-CUST-NOT-FOUND     PIC 9 VALUE 0.
           88 CUST-NOT-FOUND         VALUE 1.
           88 CUST-FOUND             VALUE 0.
       01  WS-LTR-ITEM-COUNT     PIC 9(5) VALUE 0.
       01  WS-LTR-AMT-ED         PIC -(7)9.99.
       01  WS-LTR-TOTAL-ED       PIC -(9)9.99.
      *Language of the current letter, and the document text lookup
      *(see GET-DOC-TEXT).
       01  WS-LTR-LANG-CODE      PIC X(2) VALUE 'DE'.
       01  WS-DOCTEXT-STATUS     PIC X(2) VALUE '00'.
       01  WS-DOCTEXT-OPEN-SW    PIC X VALUE 'N'.
           88 WS-DOCTEXT-AVAILABLE   VALUE 'Y'.
       01  WS-TX-ID              PIC X(10).
       01  WS-TX-LANG            PIC X(2).
       01  WS-TX-TEXT            PIC X(80).
       01  WS-TX-VERBATIM-SW     PIC X VALUE 'N'.
           88 WS-TX-VERBATIM         VALUE 'Y'.
      *Working copy of the sorted record, since DUNSRT's FD record
      *is a plain byte string.
       01  WS-DUN-RECORD.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN I-O   AROPEN
            OPEN EXTEND ARJRNL
            OPEN INPUT CUSTMAST
            OPEN OUTPUT LTRFILE
            OPEN INPUT DOCTEXT
            IF WS-DOCTEXT-STATUS = '00' then
                SET WS-DOCTEXT-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT ARINST
            IF WS-ARINST-STATUS = '00' then
                SET WS-ARINST-AVAILABLE TO TRUE
            END-IF
            PERFORM SORT-OVERDUE-ITEMS
            CLOSE AROPEN ARJRNL
            IF WS-ARINST-AVAILABLE then
                CLOSE ARINST
            END-IF
            IF NOT WS-AR-EOF then
      *Items placed with the collection agency are the agency's to
      *chase - the letters stop.
      *A collector's promise to pay holds the letters off until the
      *promised date plus grace has passed - RECHPTF releases a
      *broken promise back into dunning before this run.
      *Our own group companies are never sent letters - the
      *intercompany balances are settled between the companies.
                IF NOT AR-ITEM-SETTLED
                    AND AR-ITEM-NOT-PLACED
                    AND AR-NOT-DISPUTED then
                    EVALUATE TRUE
                        WHEN NOT AR-THIRD-PARTY-ITEM
                            ADD 1 TO WS-INTERCO-SKIP-COUNT
                        WHEN AR-ITEM-PROMISED
                            AND AR-PROMISE-HOLD-DATE >= WS-RUN-DATE
                            ADD 1 TO WS-PROMISED-SKIP-COUNT
                        WHEN OTHER
                            PERFORM EVALUATE-ITEM-FOR-DUNNING
                    END-EVALUATE
                END-IF
            END-IF.
       EVALUATE-ITEM-FOR-DUNNING.
                MOVE WS-SEND-LEVEL TO SW-DUNNING-LEVEL
                RELEASE SORT-WORK-RECORD
                ADD 1 TO WS-OVERDUE-ITEM-COUNT
                MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                MOVE WS-SEND-LEVEL TO AR-DUNNING-LEVEL
                REWRITE AR-OPEN-ITEM-RECORD
                PERFORM JOURNAL-ITEM-CHANGE
            END-IF.
       GET-EFFECTIVE-DUE-DATE.
            MOVE AR-DUE-DATE TO WS-EFF-DUE-DATE
                INVALID KEY
                    SET CUST-NOT-FOUND TO TRUE
            END-READ
            MOVE 'DE' TO WS-LTR-LANG-CODE
            IF CUST-FOUND
                AND NOT CM-LANG-GERMAN then
                MOVE CM-LANG-CODE TO WS-LTR-LANG-CODE
            END-IF
            MOVE 'DUNBANNER' TO WS-TX-ID
            MOVE '================ PAYMENT REMINDER =============='
                TO WS-TX-TEXT
            PERFORM WRITE-LETTER-TEXT-LINE
            IF CUST-FOUND then
                MOVE CM-CUST-NAME TO LETTER-LINE
                WRITE LETTER-LINE
            END-IF
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE 'DUNCOLHDR' TO WS-TX-ID
            MOVE 'INVOICE  INV DATE      AMOUNT DUE  DAYS LATE'
                TO WS-TX-TEXT
            PERFORM WRITE-LETTER-TEXT-LINE.
       WRITE-LETTER-ITEM-LINE.
            MOVE WD-OPEN-BALANCE TO WS-LTR-AMT-ED
            MOVE SPACES TO LETTER-LINE
      *Finish the letter with the total due and the reminder text
      *for the harshest level among the customer's items.
            MOVE WS-LTR-TOTAL-DUE TO WS-LTR-TOTAL-ED
            MOVE WS-LTR-LANG-CODE TO WS-TX-LANG
            MOVE 'DUNTOTAL' TO WS-TX-ID
            MOVE 'TOTAL AMOUNT DUE:' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE SPACES TO LETTER-LINE
            STRING WS-TX-TEXT DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                WS-LTR-TOTAL-ED DELIMITED BY SIZE
                INTO LETTER-LINE
            END-STRING
            WRITE LETTER-LINE
            EVALUATE WS-LTR-MAX-LEVEL
                WHEN 1
                    MOVE 'DUN1A' TO WS-TX-ID
                    MOVE 'THIS IS A FRIENDLY REMINDER THAT THE ABOVE I
      -             'NVOICES ARE PAST DUE.' TO WS-TX-TEXT
                    PERFORM WRITE-LETTER-TEXT-LINE
                    MOVE 'DUN1B' TO WS-TX-ID
                    MOVE 'PLEASE ARRANGE PAYMENT AT YOUR EARLIEST CONV
      -             'ENIENCE.' TO WS-TX-TEXT
                    PERFORM WRITE-LETTER-TEXT-LINE
                WHEN 2
                    MOVE 'DUN2A' TO WS-TX-ID
                    MOVE 'SECOND REMINDER - THE ABOVE INVOICES REMAIN
      -             'UNPAID DESPITE OUR EARLIER NOTICE.' TO WS-TX-TEXT
                    PERFORM WRITE-LETTER-TEXT-LINE
                    MOVE 'DUN2B' TO WS-TX-ID
                    MOVE 'PLEASE REMIT PAYMENT WITHIN 10 DAYS TO AVOID
      -             ' FURTHER ACTION.' TO WS-TX-TEXT
                    PERFORM WRITE-LETTER-TEXT-LINE
                WHEN OTHER
                    MOVE 'DUN3A' TO WS-TX-ID
                    MOVE 'FINAL DEMAND - UNLESS PAYMENT IS RECEIVED WI
      -             'THIN 7 DAYS YOUR ACCOUNT WILL BE' TO WS-TX-TEXT
                    PERFORM WRITE-LETTER-TEXT-LINE
                    MOVE 'DUN3B' TO WS-TX-ID
                    MOVE 'PLACED ON CREDIT HOLD AND REFERRED FOR COLLE
      -             'CTION.' TO WS-TX-TEXT
                    PERFORM WRITE-LETTER-TEXT-LINE
            END-EVALUATE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            ADD 1 TO WS-LETTER-COUNT.
       WRITE-LETTER-TEXT-LINE.
      *A whole line of fixed letter wording - text WS-TX-ID in the
      *letter's language, the wording in WS-TX-TEXT when the table
      *has none.
            MOVE WS-LTR-LANG-CODE TO WS-TX-LANG
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE WS-TX-TEXT TO LETTER-LINE
            WRITE LETTER-LINE.
       GET-DOC-TEXT.
      *Text WS-TX-ID in language WS-TX-LANG off the document text
      *table: the customer's language, else the German row, else
      *the wording the caller left in WS-TX-TEXT. A German row
      *flagged verbatim is mandated wording and is used as it
      *stands whatever the language.
            IF NOT WS-DOCTEXT-AVAILABLE then
                GO TO GET-DOC-TEXT-EXIT
            END-IF
            MOVE 'N' TO WS-TX-VERBATIM-SW
            MOVE WS-TX-ID TO DT-TEXT-ID
            MOVE 'DE' TO DT-LANG-CODE
            READ DOCTEXT
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE DT-TEXT TO WS-TX-TEXT
                    MOVE DT-VERBATIM-FLAG TO WS-TX-VERBATIM-SW
            END-READ
            IF WS-TX-VERBATIM
                OR WS-TX-LANG = 'DE'
                OR WS-TX-LANG = SPACES then
                GO TO GET-DOC-TEXT-EXIT
            END-IF
            MOVE WS-TX-ID TO DT-TEXT-ID
            MOVE WS-TX-LANG TO DT-LANG-CODE
            READ DOCTEXT
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE DT-TEXT TO WS-TX-TEXT
            END-READ.
       GET-DOC-TEXT-EXIT.
            EXIT.
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
            MOVE 'RECHDUN' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            IF WS-LTR-CUST-ID NOT = SPACES then
                PERFORM CLOSE-LETTER
            END-IF
            CLOSE CUSTMAST LTRFILE DUNSRT
            IF WS-DOCTEXT-AVAILABLE then
                CLOSE DOCTEXT
            END-IF
            DISPLAY 'DUNNING - OVERDUE ITEMS SELECTED: '
                WS-OVERDUE-ITEM-COUNT
            DISPLAY 'DUNNING - LETTERS PRODUCED:       '
                WS-LETTER-COUNT
            DISPLAY 'DUNNING - HELD BY PROMISE TO PAY: '
                WS-PROMISED-SKIP-COUNT
            DISPLAY 'DUNNING - INTERCOMPANY LEFT OUT:  '
                WS-INTERCO-SKIP-COUNT
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
