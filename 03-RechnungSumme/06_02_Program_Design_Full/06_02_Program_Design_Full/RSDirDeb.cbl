      *missing. The items themselves are relieved by cash
      *application when the bank's payment file confirms the
      *collections, like any other payment.
      *An item is collected only under a mandate the register
      *(MANDREG) holds as active or ending, and only as the customer
      *was pre-notified of it (PRENOTE, written by RECHPNT) - same
      *mandate, same amount, on the notified date (or the run date,
      *if the run is late). Each collection carries its SEPA
      *sequence type: FRST for the first collection under a
      *mandate, FNAL for the one after Credit asked to end it, RCUR
      *otherwise - and is stamped on the register, which RECHMDT
      *lapses from.
       PROGRAM-ID. RECHDD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CM-CUST-ID.
           SELECT MANDREG ASSIGN MANDREGNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY MR-KEY
                          FILE STATUS WS-MANDREG-STATUS.
           SELECT PRENOTE ASSIGN PRENOTENM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY PN-INVOICE-NO
                          FILE STATUS WS-PRENOTE-STATUS.
           SELECT DDFILE  ASSIGN DDFILENM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT DDRPT   ASSIGN DDRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
      *AR open-item journal - the before and after image of every
      *change this run makes to an open item, for forward recovery
      *and the item-level audit trail. See ARJRNL.cpy.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  AROPEN.
           COPY "ARITEM.cpy".
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  MANDREG.
           COPY "MANDREG.cpy".
       FD  PRENOTE.
           COPY "PRENOTE.cpy".
       FD  DDFILE.
       01  DD-COLLECTION-RECORD.
           05 DD-COLLECT-DATE    PIC 9(8).
           05 DD-INVOICE-NO      PIC 9(7).
           05                    PIC X.
           05 DD-AMOUNT          PIC 9(7)V99.
           05                    PIC X.
           05 DD-SEQ-TYPE        PIC X(4).
       FD  DDRPT.
       01  DD-REPORT-LINE        PIC X(80).
       FD  ARJRNL.
           COPY "ARJRNL.cpy".
       WORKING-STORAGE SECTION.
       01  WS-AR-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-AR-EOF              VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
      *The open item as last read or journaled - the before image of
      *the next change - and this run's journal sequence.
       01  WS-AR-BEFORE-IMAGE    PIC X(103).
       01  WS-AJ-SEQ             PIC 9(9) VALUE 0.
       01  WS-COLLECT-HORIZON    PIC 9(8) VALUE 0.
       01  WS-ITEM-COLLECT-DATE  PIC 9(8) VALUE 0.
       01  WS-OPEN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-ITEMS-SELECTED     PIC 9(7) VALUE 0.
       01  WS-MANDATE-MISSING    PIC 9(7) VALUE 0.
       01  WS-MANDATE-INACTIVE   PIC 9(7) VALUE 0.
       01  WS-NOT-NOTIFIED       PIC 9(7) VALUE 0.
       01  WS-MANDREG-STATUS     PIC X(2) VALUE '00'.
       01  WS-PRENOTE-STATUS     PIC X(2) VALUE '00'.
       01  WS-MR-FOUND-SW        PIC X.
           88 WS-MR-FOUND            VALUE 'Y'.
       01  WS-PN-FOUND-SW        PIC X.
           88 WS-PN-FOUND            VALUE 'Y'.
       01  WS-ITEM-SEQ-TYPE      PIC X(4).
       01  WS-EXCEPTION-TEXT     PIC X(30).
       01  WS-TOTAL-COLLECTED    PIC S9(11)V99 VALUE 0.
       01  WS-CUST-NOT-FOUND     PIC 9 VALUE 0.
           88 CUST-NOT-FOUND         VALUE 1.
                MOVE DD-PARM-HORIZON TO WS-COLLECT-HORIZON
            END-IF
            OPEN I-O    AROPEN
            OPEN EXTEND ARJRNL
            OPEN INPUT  CUSTMAST
            OPEN I-O    MANDREG
            OPEN I-O    PRENOTE
            OPEN OUTPUT DDFILE
            OPEN OUTPUT DDRPT
            PERFORM WRITE-REPORT-HEADER
                    SET WS-AR-EOF TO TRUE
            END-READ
            IF NOT WS-AR-EOF then
                MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
      *An item already stamped with a collection-sent date is with
      *the bank - do not debit the customer a second time while the
      *confirmation is still in transit.
                OR CM-BANK-ACCT-NO = SPACES
                OR CM-MANDATE-ID = SPACES then
                ADD 1 TO WS-MANDATE-MISSING
                MOVE 'MANDATE MISSING' TO WS-EXCEPTION-TEXT
                PERFORM WRITE-MANDATE-EXCEPTION
                GO TO CHECK-ITEM-FOR-COLLECTION-EXIT
            END-IF
            MOVE 'Y' TO WS-MR-FOUND-SW
            MOVE CM-CUST-ID TO MR-CUST-ID
            MOVE CM-MANDATE-ID TO MR-MANDATE-ID
            READ MANDREG
                INVALID KEY
                    MOVE 'N' TO WS-MR-FOUND-SW
            END-READ
            IF NOT WS-MR-FOUND then
                MOVE 'N' TO MR-STATUS
            END-IF
            IF NOT MR-COLLECTABLE then
                ADD 1 TO WS-MANDATE-INACTIVE
                MOVE 'MANDATE NOT ACTIVE' TO WS-EXCEPTION-TEXT
                PERFORM WRITE-MANDATE-EXCEPTION
                GO TO CHECK-ITEM-FOR-COLLECTION-EXIT
            END-IF
      *Not notified, notified under another mandate, or for an
      *amount the item no longer carries - the customer has not
      *been told of this debit. The next RECHPNT notifies it.
            MOVE 'Y' TO WS-PN-FOUND-SW
            MOVE AR-INVOICE-NO TO PN-INVOICE-NO
            READ PRENOTE
                INVALID KEY
                    MOVE 'N' TO WS-PN-FOUND-SW
            END-READ
            IF NOT WS-PN-FOUND
                OR PN-MANDATE-ID NOT = CM-MANDATE-ID
                OR PN-AMOUNT NOT = WS-OPEN-BALANCE then
                ADD 1 TO WS-NOT-NOTIFIED
                MOVE 'NOT PRE-NOTIFIED' TO WS-EXCEPTION-TEXT
                PERFORM WRITE-MANDATE-EXCEPTION
                GO TO CHECK-ITEM-FOR-COLLECTION-EXIT
            END-IF
      *Notified for a date past the horizon - a later run takes it.
            IF PN-COLLECT-DATE > WS-COLLECT-HORIZON then
                GO TO CHECK-ITEM-FOR-COLLECTION-EXIT
            END-IF
            PERFORM WRITE-COLLECTION-RECORD.
       CHECK-ITEM-FOR-COLLECTION-EXIT.
            EXIT.
       WRITE-COLLECTION-RECORD.
      *Collected on the notified date - the run date if that has
      *already passed.
            IF PN-COLLECT-DATE > WS-RUN-DATE then
                MOVE PN-COLLECT-DATE TO WS-ITEM-COLLECT-DATE
            ELSE
                MOVE WS-RUN-DATE TO WS-ITEM-COLLECT-DATE
            END-IF
      *The first collection under the mandate goes FRST - every item
      *of it, if several go on the same day.
            EVALUATE TRUE
                WHEN MR-ENDING
                    MOVE 'FNAL' TO WS-ITEM-SEQ-TYPE
                WHEN MR-FIRST-COLLECT-DATE = 0
                    OR MR-FIRST-COLLECT-DATE >= WS-ITEM-COLLECT-DATE
                    MOVE 'FRST' TO WS-ITEM-SEQ-TYPE
                WHEN OTHER
                    MOVE 'RCUR' TO WS-ITEM-SEQ-TYPE
            END-EVALUATE
            MOVE SPACES TO DD-COLLECTION-RECORD
            MOVE WS-ITEM-COLLECT-DATE TO DD-COLLECT-DATE
            MOVE CM-BANK-CODE TO DD-BANK-CODE
            MOVE AR-CUST-ID TO DD-CUST-ID
            MOVE AR-INVOICE-NO TO DD-INVOICE-NO
            MOVE WS-OPEN-BALANCE TO DD-AMOUNT
            MOVE WS-ITEM-SEQ-TYPE TO DD-SEQ-TYPE
            WRITE DD-COLLECTION-RECORD
            MOVE WS-RUN-DATE TO AR-COLLECT-SENT-DATE
            REWRITE AR-OPEN-ITEM-RECORD
            PERFORM JOURNAL-ITEM-CHANGE
            PERFORM STAMP-MANDATE-REGISTER
            DELETE PRENOTE RECORD
            ADD 1 TO WS-ITEMS-SELECTED
            ADD WS-OPEN-BALANCE TO WS-TOTAL-COLLECTED
            PERFORM ACCUMULATE-COLLECT-DATE.
       STAMP-MANDATE-REGISTER.
            IF MR-FIRST-COLLECT-DATE = 0
                OR MR-FIRST-COLLECT-DATE > WS-ITEM-COLLECT-DATE then
                MOVE WS-ITEM-COLLECT-DATE TO MR-FIRST-COLLECT-DATE
            END-IF
            IF WS-ITEM-COLLECT-DATE > MR-LAST-COLLECT-DATE then
                MOVE WS-ITEM-COLLECT-DATE TO MR-LAST-COLLECT-DATE
            END-IF
            IF MR-ENDING then
                MOVE WS-ITEM-COLLECT-DATE TO MR-FINAL-COLLECT-DATE
            END-IF
            ADD 1 TO MR-COLLECT-COUNT
            ADD WS-OPEN-BALANCE TO MR-COLLECT-AMOUNT
            REWRITE MANDATE-REGISTER-RECORD.
       ACCUMULATE-COLLECT-DATE.
            MOVE 'N' TO WS-CD-FOUND-SW
            MOVE 0 TO WS-CD-MATCH-SUBSCR
            END-IF.
       WRITE-MANDATE-EXCEPTION.
            MOVE SPACES TO DD-REPORT-LINE
            STRING WS-EXCEPTION-TEXT DELIMITED BY '  '
                ' - CUSTOMER ' DELIMITED BY SIZE
                AR-CUST-ID DELIMITED BY SIZE
                ' INVOICE ' DELIMITED BY SIZE
                AR-INVOICE-NO DELIMITED BY SIZE
                INTO DD-REPORT-LINE
            END-STRING
            WRITE DD-REPORT-LINE.
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
            MOVE 'RECHDD' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            PERFORM WRITE-ONE-DATE-TOTAL
                VARYING WS-CD-SUBSCR FROM 1 BY 1
                INTO DD-REPORT-LINE
            END-STRING
            WRITE DD-REPORT-LINE
            CLOSE AROPEN CUSTMAST MANDREG PRENOTE DDFILE DDRPT
                ARJRNL
            DISPLAY 'DIRECT DEBIT - ITEMS SELECTED:   '
                WS-ITEMS-SELECTED
            DISPLAY 'DIRECT DEBIT - MANDATES MISSING: '
                WS-MANDATE-MISSING
            DISPLAY 'DIRECT DEBIT - MANDATES INACTIVE:'
                WS-MANDATE-INACTIVE
            DISPLAY 'DIRECT DEBIT - NOT PRE-NOTIFIED: '
                WS-NOT-NOTIFIED
            DISPLAY 'DIRECT DEBIT - TOTAL AMOUNT:     '
                WS-TOTAL-COLLECTED
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
