                          ORGANIZATION LINE SEQUENTIAL.
           SELECT MRGRPT  ASSIGN MRGRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
      *AR open-item journal - the before and after image of every
      *change this run makes to an open item, for forward recovery
      *and the item-level audit trail. See ARJRNL.cpy.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  MRGTRAN.
       01  MERGE-TRAN-RECORD.
       FD  RECURIN.
           COPY "RECURMST.cpy".
       FD  RECUROUT.
       01  RECUR-OUT-RECORD      PIC X(63).
       FD  CUSTXREF.
       01  CUST-XREF-RECORD.
           05 XR-OLD-CUST-ID     PIC X(6).
           05 XR-USER-ID         PIC X(8).
       FD  MRGRPT.
       01  MRG-REPORT-LINE       PIC X(80).
       FD  ARJRNL.
           COPY "ARJRNL.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-SCAN-EOF-SW        PIC X VALUE 'N'.
           88 WS-SCAN-EOF            VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
      *The open item as last read or journaled - the before image of
      *the next change - and this run's journal sequence.
       01  WS-AR-BEFORE-IMAGE    PIC X(103).
       01  WS-AJ-SEQ             PIC 9(9) VALUE 0.
       01  WS-MERGES-READ        PIC 9(5) VALUE 0.
       01  WS-MERGES-APPLIED     PIC 9(5) VALUE 0.
       01  WS-MERGES-REJECTED    PIC 9(5) VALUE 0.
            OPEN INPUT  MRGTRAN
            OPEN I-O    CUSTMAST
            OPEN I-O    AROPEN
            OPEN EXTEND ARJRNL
            OPEN I-O    INFHIST
            OPEN I-O    CONTPRC
            OPEN I-O    RMAAUTH
            END-READ
            IF NOT WS-SCAN-EOF
                AND AR-CUST-ID = MT-LOSER-ID then
                MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                MOVE MT-SURVIVOR-ID TO AR-CUST-ID
                REWRITE AR-OPEN-ITEM-RECORD
                PERFORM JOURNAL-ITEM-CHANGE
                ADD 1 TO WS-AR-MOVED
            END-IF.
       REKEY-HISTORY.
      *The history file is keyed by invoice number with the billed
      *line as data - the customer sits at offset 1 of the detail,
      *and again in the customer alternate key, which moves with it.
            MOVE 'N' TO WS-SCAN-EOF-SW
            MOVE 0 TO HIST-INVOICE-NO
            MOVE 0 TO HIST-LINE-NO
            IF NOT WS-SCAN-EOF
                AND HIST-DETAIL-DATA(1:6) = MT-LOSER-ID then
                MOVE MT-SURVIVOR-ID TO HIST-DETAIL-DATA(1:6)
                MOVE MT-SURVIVOR-ID TO HIST-CUST-ID
                REWRITE HISTORY-RECORD
                ADD 1 TO WS-HIST-MOVED
            END-IF.
                INTO MRG-REPORT-LINE
            END-STRING
            WRITE MRG-REPORT-LINE.
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
            MOVE 'RECHMRG' TO AJ-PROGRAM
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
       END-PARA.
            MOVE SPACES TO MRG-REPORT-LINE
            STRING 'MOVED - AR ' DELIMITED BY SIZE
            END-STRING
            WRITE MRG-REPORT-LINE
            CLOSE MRGTRAN CUSTMAST AROPEN INFHIST CONTPRC RMAAUTH
                SHIPTO RECURIN RECUROUT CUSTXREF MRGRPT ARJRNL
            DISPLAY 'CUSTOMER MERGE - MERGES READ:    '
                WS-MERGES-READ
            DISPLAY 'CUSTOMER MERGE - MERGES APPLIED: '
