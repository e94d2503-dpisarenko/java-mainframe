           SELECT ARCTL   ASSIGN ARCTLNM
                          ORGANIZATION SEQUENTIAL
                          FILE STATUS WS-ARCTL-STATUS.
      *Cash-book control balance mirroring the GL's bank account -
      *the bank takes every returned collection back out. See
      *BANKCTL.cpy.
           SELECT BANKCTL ASSIGN BANKCTLNM
                          ORGANIZATION SEQUENTIAL
                          FILE STATUS WS-BANKCTL-STATUS.
      *AR open-item journal - the before and after image of every
      *change this run makes to an open item, for forward recovery
      *and the item-level audit trail. See ARJRNL.cpy.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  RETFILE.
      *The bank's return record: which collection bounced and why.
       01  DDR-REPORT-LINE       PIC X(80).
       FD  ARCTL.
           COPY "ARCTL.cpy".
       FD  BANKCTL.
           COPY "BANKCTL.cpy".
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
       01  WS-AJ-CTL-BEFORE      PIC X(23).
       01  WS-RETURNS-READ       PIC 9(7) VALUE 0.
       01  WS-ITEMS-REOPENED     PIC 9(7) VALUE 0.
       01  WS-STAMPS-CLEARED     PIC 9(7) VALUE 0.
       01  WS-AMT-ED             PIC -(9)9.99.
       01  WS-ARCTL-STATUS       PIC X(2) VALUE '00'.
       01  WS-CTL-MOVEMENT       PIC S9(11)V99 VALUE 0.
       01  WS-BANKCTL-STATUS     PIC X(2) VALUE '00'.
       01  WS-BANK-PAID-OUT      PIC S9(11)V99 VALUE 0.
       PROCEDURE DIVISION.
       DDRET-MAIN.
            PERFORM INIT-PARA
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT  RETFILE
            OPEN I-O    AROPEN
            OPEN EXTEND ARJRNL
            OPEN I-O    CUSTMAST
            OPEN OUTPUT DDRRPT
            PERFORM WRITE-REPORT-HEADER.
                    ADD 1 TO WS-RETURNS-UNMATCHED
                    PERFORM WRITE-UNMATCHED-LINE
                NOT INVALID KEY
                    MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                    PERFORM REOPEN-BOUNCED-ITEM
            END-READ
            IF RB-MANDATE-REVOKED then
                ADD 1 TO WS-STAMPS-CLEARED
            END-IF
            REWRITE AR-OPEN-ITEM-RECORD
            PERFORM JOURNAL-ITEM-CHANGE
            PERFORM WRITE-RETURN-LINE.
       RESTORE-CUSTOMER-BALANCE.
      *The debt is back - put the bounced amount back on the
                END-READ
                CLOSE ARCTL
            END-IF
            MOVE AR-CONTROL-RECORD TO WS-AJ-CTL-BEFORE
            ADD WS-CTL-MOVEMENT TO AC-CONTROL-BAL
            MOVE WS-RUN-DATE TO AC-LAST-UPDATE
            PERFORM JOURNAL-AR-CONTROL
            OPEN OUTPUT ARCTL
            WRITE AR-CONTROL-RECORD
            CLOSE ARCTL.
       ROLL-BANK-CONTROL.
      *Roll the money paid out of the bank into the cash-book
      *control balance - a missing control record simply starts
      *the balance from this movement (first installation).
            MOVE 0 TO BK-CONTROL-BAL
            MOVE 0 TO BK-STMT-DATE
            MOVE 0 TO BK-STMT-BAL
            OPEN INPUT BANKCTL
            IF WS-BANKCTL-STATUS = '00' then
                READ BANKCTL
                    AT END
                        MOVE 0 TO BK-CONTROL-BAL
                        MOVE 0 TO BK-STMT-DATE
                        MOVE 0 TO BK-STMT-BAL
                END-READ
                CLOSE BANKCTL
            END-IF
            SUBTRACT WS-BANK-PAID-OUT FROM BK-CONTROL-BAL
            MOVE WS-RUN-DATE TO BK-LAST-UPDATE
            OPEN OUTPUT BANKCTL
            WRITE BANK-CONTROL-RECORD
            CLOSE BANKCTL.
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
       JOURNAL-AR-CONTROL.
      *The control record as read (WS-AJ-CTL-BEFORE) and as it is
      *about to be written back.
            SET AJ-CONTROL-CHANGED TO TRUE
            PERFORM STAMP-JOURNAL-RECORD
            MOVE 0 TO AJ-INVOICE-NO
            MOVE WS-AJ-CTL-BEFORE TO AJ-BEFORE-IMAGE
            MOVE AR-CONTROL-RECORD TO AJ-AFTER-IMAGE
            WRITE AR-JOURNAL-RECORD.
       STAMP-JOURNAL-RECORD.
            ADD 1 TO WS-AJ-SEQ
            ACCEPT AJ-STAMP-DATE FROM DATE YYYYMMDD
            ACCEPT AJ-STAMP-TIME FROM TIME
            MOVE WS-AJ-SEQ TO AJ-SEQ-NO
            MOVE 'RECHDDR' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            PERFORM COUNT-OUTSTANDING-COLLECTIONS
            IF WS-RETURNS-READ + WS-OUTSTANDING-COUNT > 0 then
            IF WS-CTL-MOVEMENT NOT = 0 then
                PERFORM ROLL-AR-CONTROL
            END-IF
            MOVE WS-RETURNED-AMT TO WS-BANK-PAID-OUT
            IF WS-BANK-PAID-OUT NOT = 0 then
                PERFORM ROLL-BANK-CONTROL
            END-IF
            CLOSE RETFILE AROPEN CUSTMAST DDRRPT ARJRNL
            DISPLAY 'DD RETURNS - RETURNS READ:      '
                WS-RETURNS-READ
            DISPLAY 'DD RETURNS - ITEMS REOPENED:    '
                WS-RETURNS-UNMATCHED
            DISPLAY 'DD RETURNS - AMOUNT RETURNED:   '
                WS-RETURNED-AMT
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
