           SELECT AGYSRT  ASSIGN AGYSRTNM
                          ORGANIZATION SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN SORTWK1.
      *AR open-item journal - the before and after image of every
      *change this run makes to an open item, for forward recovery
      *and the item-level audit trail. See ARJRNL.cpy.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  AROPEN.
           COPY "ARITEM.cpy".
           05 SW-DUNNING-LEVEL   PIC 9.
       FD  AGYSRT.
       01  AGY-SORTED-RECORD     PIC X(36).
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
      *Days past the 90-days-overdue mark (where the final demand
      *was reached) before an ignored account places - the grace
      *Credit allows after the last letter.
                MOVE AG-PARM-GRACE-DAYS TO WS-GRACE-DAYS
            END-IF
            OPEN I-O   AROPEN
            OPEN EXTEND ARJRNL
            OPEN I-O   CUSTMAST
            OPEN OUTPUT AGYFILE
            PERFORM WRITE-EXTRACT-HEADER
            PERFORM SORT-PLACEMENT-ITEMS
            CLOSE AROPEN ARJRNL
            OPEN INPUT AGYSRT
            PERFORM READ-SORTED-ITEM.
       SORT-PLACEMENT-ITEMS.
                    SET WS-AR-EOF TO TRUE
            END-READ
            IF NOT WS-AR-EOF then
                MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                IF NOT AR-ITEM-SETTLED
                    AND AR-ITEM-NOT-PLACED
                    AND AR-NOT-DISPUTED
                ADD WS-OPEN-BALANCE TO WS-TOTAL-PLACED
                MOVE 'Y' TO AR-AGENCY-FLAG
                REWRITE AR-OPEN-ITEM-RECORD
                PERFORM JOURNAL-ITEM-CHANGE
            END-IF.
       READ-SORTED-ITEM.
            READ AGYSRT
                INTO AGENCY-EXTRACT-LINE
            END-STRING
            WRITE AGENCY-EXTRACT-LINE.
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
            MOVE 'RECHAGY' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            IF WS-AGY-CUST-ID NOT = SPACES then
                PERFORM CLOSE-PLACEMENT-GROUP
