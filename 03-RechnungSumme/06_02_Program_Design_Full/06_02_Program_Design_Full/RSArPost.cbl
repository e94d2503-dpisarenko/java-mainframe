           SELECT PERCTL  ASSIGN PERCTLNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-PERCTL-STATUS.
      *AR open-item journal - the before and after image of every
      *change this run makes to an open item, for forward recovery
      *and the item-level audit trail. See ARJRNL.cpy.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  ARFEED.
           COPY "ARFEED.cpy".
           05 AP-POSTED-DATE     PIC 9(8).
       FD  PERCTL.
           COPY "PERCTL.cpy".
       FD  ARJRNL.
           COPY "ARJRNL.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-POSTED-TOTAL-VAT      PIC S9(9)V99 VALUE 0.
       01  WS-PARENT-ID             PIC X(6) VALUE SPACES.
       01  WS-RUN-DATE              PIC 9(8) VALUE 0.
      *The open item as last read or journaled - the before image of
      *the next change - and this run's journal sequence.
       01  WS-AR-BEFORE-IMAGE    PIC X(103).
       01  WS-AJ-SEQ             PIC 9(9) VALUE 0.
       01  WS-AJ-CTL-BEFORE      PIC X(23).
      *Control-envelope verification state - the whole feed is
      *proved before the posting pass re-reads it.
       01  WS-ARPOSTED-STATUS       PIC X(2) VALUE '00'.
           88 WS-POSTING-PERIOD-CLOSED VALUE 'Y'.
       01  WS-ARCTL-STATUS       PIC X(2) VALUE '00'.
       01  WS-CTL-MOVEMENT       PIC S9(11)V99 VALUE 0.
      *Cancellation closing - what of the cancelled item was still
      *open when its reversal posted.
       01  WS-STORNO-RELIEF      PIC S9(7)V99 VALUE 0.
       01  WS-STORNO-CLOSED-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       ARPOST-MAIN.
            PERFORM INIT-PARA
            IF WS-FEED-BAD then
                DISPLAY '*** AR FEED REFUSED - NOTHING POSTED ***'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN INPUT ARFEED
            OPEN I-O   AROPEN
            OPEN EXTEND ARJRNL
            OPEN I-O   CUSTMAST
            PERFORM READ-FEED-RECORD.
       LOAD-PERIOD-CONTROL.
                        WHEN AF-CREDIT-OFFSET
                            ADD 1 TO WS-FEED-READ-COUNT
                            PERFORM RELIEVE-CREDIT-ITEM
                        WHEN AF-STORNO-CLOSE
                            ADD 1 TO WS-FEED-READ-COUNT
                            PERFORM POST-OPEN-ITEM
                            PERFORM CLOSE-CANCELLED-ITEM
                        WHEN OTHER
                            ADD 1 TO WS-FEED-READ-COUNT
                            PERFORM POST-OPEN-ITEM
                    DISPLAY '*** CREDIT ITEM NOT ON AR OPEN-ITEM '
                        'FILE FOR OFFSET: ' AF-INVOICE-NO ' ***'
                NOT INVALID KEY
                    MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                    SUBTRACT AF-TOTAL-VAT FROM AR-PAID-AMT
                    IF AR-PAID-AMT <= AR-TOTAL-VAT then
                        SET AR-ITEM-PAID TO TRUE
                        SET AR-ITEM-PARTIAL TO TRUE
                    END-IF
                    REWRITE AR-OPEN-ITEM-RECORD
                    PERFORM JOURNAL-ITEM-CHANGE
                    ADD 1 TO WS-POSTED-COUNT
                    ADD AF-TOTAL-VAT TO WS-POSTED-TOTAL-VAT
                    PERFORM ROLL-CUSTOMER-BALANCE
            MOVE SPACES TO AR-DISPUTE-REASON
            MOVE 0 TO AR-DISPUTE-DATE
            MOVE 'N' TO AR-INSTALLMENT-FLAG
            MOVE 'N' TO AR-PROMISE-FLAG
            MOVE 0 TO AR-PROMISE-HOLD-DATE
      *An account linked to one of our own companies posts an
      *intercompany item, kept out of third-party collection.
            MOVE SPACES TO AR-INTERCO-COMPANY
            MOVE AF-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CM-INTERCO-COMPANY TO AR-INTERCO-COMPANY
            END-READ
            WRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    ADD 1 TO WS-DUPLICATE-COUNT
                    DISPLAY '*** INVOICE ALREADY ON AR OPEN-ITEM '
                        'FILE - NOT POSTED: ' AF-INVOICE-NO ' ***'
                NOT INVALID KEY
                    PERFORM JOURNAL-ITEM-ADD
                    ADD 1 TO WS-POSTED-COUNT
                    ADD AF-TOTAL-VAT TO WS-POSTED-TOTAL-VAT
                    PERFORM ROLL-CUSTOMER-BALANCE
            END-WRITE.
       CLOSE-CANCELLED-ITEM.
      *A cancellation (storno) reversal just posted - close the
      *cancelled document's open item against it. Whatever of the
      *cancelled item was still open relieves the reversal, so
      *both close CANCELLED; money the customer already paid on the
      *cancelled document stays open on the reversal as a credit
      *for the refund or the next invoice. Both items stay under
      *the same customer, so the balance roll the reversal's
      *posting made already nets the pair.
            MOVE AF-ORIG-INVOICE-NO TO AR-INVOICE-NO
            READ AROPEN
                INVALID KEY
                    DISPLAY '*** CANCELLED ITEM NOT ON AR OPEN-ITEM '
                        'FILE: ' AF-ORIG-INVOICE-NO ' ***'
                    MOVE 0 TO WS-STORNO-RELIEF
                NOT INVALID KEY
                    MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                    COMPUTE WS-STORNO-RELIEF =
                        AR-TOTAL-VAT - AR-PAID-AMT
                    MOVE AR-TOTAL-VAT TO AR-PAID-AMT
                    SET AR-ITEM-CANCELLED TO TRUE
                    REWRITE AR-OPEN-ITEM-RECORD
                    PERFORM JOURNAL-ITEM-CHANGE
                    ADD 1 TO WS-STORNO-CLOSED-COUNT
            END-READ
            MOVE AF-INVOICE-NO TO AR-INVOICE-NO
            READ AROPEN
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                    SUBTRACT WS-STORNO-RELIEF FROM AR-PAID-AMT
                    IF AR-PAID-AMT = AR-TOTAL-VAT then
                        SET AR-ITEM-CANCELLED TO TRUE
                    ELSE
                        SET AR-ITEM-PARTIAL TO TRUE
                    END-IF
                    REWRITE AR-OPEN-ITEM-RECORD
                    PERFORM JOURNAL-ITEM-CHANGE
            END-READ.
       ROLL-CUSTOMER-BALANCE.
      *Keep the customer master's open-AR balance current so the
      *billing run's credit-limit check prices exposure off one
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
       JOURNAL-ITEM-CHANGE.
      *Before and after image of the open item just rewritten.
            SET AJ-ITEM-CHANGED TO TRUE
            PERFORM WRITE-ITEM-JOURNAL.
       JOURNAL-ITEM-ADD.
      *A new open item - there is no before image.
            SET AJ-ITEM-ADDED TO TRUE
            MOVE SPACES TO WS-AR-BEFORE-IMAGE
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
            MOVE 'ARPOST' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            MOVE WS-POSTED-TOTAL-VAT TO WS-CTL-MOVEMENT
            IF WS-CTL-MOVEMENT NOT = 0 then
                PERFORM ROLL-AR-CONTROL
            END-IF
            PERFORM WRITE-POSTING-ACKNOWLEDGMENT
            CLOSE ARFEED AROPEN ARJRNL CUSTMAST
            DISPLAY 'AR POSTING - FEED LINES READ:    '
                WS-FEED-READ-COUNT
            DISPLAY 'AR POSTING - OPEN ITEMS POSTED:  '
                WS-DUPLICATE-COUNT
            DISPLAY 'AR POSTING - AMOUNT POSTED:      '
                WS-POSTED-TOTAL-VAT
            DISPLAY 'AR POSTING - CANCELLED CLOSED:   '
                WS-STORNO-CLOSED-COUNT
            IF WS-POSTED-COUNT + WS-DUPLICATE-COUNT
                NOT = WS-FEED-READ-COUNT then
                DISPLAY '*** AR POSTING COUNTS DO NOT RECONCILE ***'
                MOVE 16 TO RETURN-CODE
            END-IF
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
