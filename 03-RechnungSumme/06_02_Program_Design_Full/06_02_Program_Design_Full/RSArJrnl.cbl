      *AR open-item backup, forward recovery and journal listing.
      *Every program that changes an open item or the AR control
      *balance writes a before/after record to the AR journal (see
      *ARJRNL.cpy); this job is what makes the journal usable:
      *  B - back up AROPEN and the AR control record - a header
      *      stamped with the moment the unload began, every open
      *      item in key order, and a trailer with the item count.
      *      Runs nightly at the end of the AR chain.
      *  R - forward recovery after a damaged AROPEN or a bad run:
      *      load the backup into the freshly defined cluster, then
      *      replay the journal in stamp order from the backup's
      *      stamp up to the point in the PARM (all of it when no
      *      point is given) - added items written, changed items
      *      rewritten with their after image, the control balance
      *      taken from the last control record replayed - and
      *      write the recovered AR control record. An item whose
      *      image on file differs from the journal's before image
      *      is reported and the run ends RC 4; recovered figures
      *      are then proved by the nightly reconciliation RECHRCN.
      *  L - list the journal in stamp order between two stamps,
      *      for one invoice or all - the item-level audit trail,
      *      showing who changed what and when, before and after.
      *Journal records the online suspense transaction queued and
      *RECHCASH has not yet appended are read off ARJRNLQ as well,
      *so a recovery between the two still replays them.
       PROGRAM-ID. RECHARJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AROPEN  ASSIGN AROPENNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY AR-INVOICE-NO
                          FILE STATUS WS-AROPEN-STATUS.
           SELECT ARCTL   ASSIGN ARCTLNM
                          ORGANIZATION SEQUENTIAL
                          FILE STATUS WS-ARCTL-STATUS.
           SELECT ARBACKUP ASSIGN ARBKUPNM
                          ORGANIZATION SEQUENTIAL
                          FILE STATUS WS-ARBKUP-STATUS.
           SELECT ARJRNL  ASSIGN ARJRNLNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-ARJRNL-STATUS.
           SELECT ARJRNLQ ASSIGN ARJRNLQNM
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY JQ-KEY
                          FILE STATUS WS-ARJRNLQ-STATUS.
           SELECT JRNSRT  ASSIGN JRNSRTNM
                          ORGANIZATION SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN SORTWK1.
           SELECT ARJRPT  ASSIGN ARJRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  AROPEN.
           COPY "ARITEM.cpy".
       FD  ARCTL.
           COPY "ARCTL.cpy".
       FD  ARBACKUP.
      *Header, then one record per open item in key order, then a
      *trailer carrying the item count - a backup without its
      *trailer, or whose count disagrees, is not recovered from.
       01  AR-BACKUP-RECORD.
           05 AB-REC-TYPE        PIC X.
               88 AB-HEADER          VALUE 'H'.
               88 AB-ITEM            VALUE 'I'.
               88 AB-TRAILER         VALUE 'T'.
           05 AB-ITEM-IMAGE      PIC X(103).
       01  AR-BACKUP-HEADER.
           05                    PIC X.
      *Date and time of day (HHMMSSFF) the unload began.
           05 AB-BACKUP-STAMP.
               10 AB-BACKUP-DATE PIC 9(8).
               10 AB-BACKUP-TIME PIC 9(8).
           05 AB-CONTROL-IMAGE   PIC X(23).
           05 AB-ITEM-COUNT      PIC 9(9).
           05                    PIC X(55).
       FD  ARJRNL.
       01  AR-JOURNAL-IN-RECORD  PIC X(255).
      *ARJRNL.cpy's layout, keyed by its stamp (AJ-STAMP).
       FD  ARJRNLQ.
       01  AR-JOURNAL-QUEUE-RECORD.
           05 JQ-KEY             PIC X(25).
           05                    PIC X(230).
       FD  JRNSRT.
           COPY "ARJRNL.cpy".
       SD  SORT-WORK-FILE.
       01  SORT-JOURNAL-RECORD.
           05 SJ-STAMP.
               10 SJ-STAMP-DT    PIC X(16).
               10 SJ-SEQ-NO      PIC X(9).
           05                    PIC X(16).
           05 SJ-REC-TYPE        PIC X.
           05 SJ-INVOICE-NO      PIC X(7).
           05                    PIC X(206).
       FD  ARJRPT.
       01  ARJ-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-AROPEN-STATUS      PIC X(2) VALUE '00'.
       01  WS-ARCTL-STATUS       PIC X(2) VALUE '00'.
       01  WS-ARBKUP-STATUS      PIC X(2) VALUE '00'.
       01  WS-ARJRNL-STATUS      PIC X(2) VALUE '00'.
       01  WS-ARJRNLQ-STATUS     PIC X(2) VALUE '00'.
       01  WS-AR-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-AR-EOF              VALUE 'Y'.
       01  WS-BK-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-BK-EOF              VALUE 'Y'.
       01  WS-AJ-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-AJ-EOF              VALUE 'Y'.
       01  WS-AJQ-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-AJQ-EOF             VALUE 'Y'.
       01  WS-SRT-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-SRT-EOF             VALUE 'Y'.
       01  WS-MODE               PIC X VALUE SPACE.
           88 WS-MODE-BACKUP         VALUE 'B'.
           88 WS-MODE-RECOVER        VALUE 'R'.
           88 WS-MODE-LIST           VALUE 'L'.
      *Journal records from WS-FROM-STAMP to WS-TO-STAMP (date and
      *time of day, compared on the first 16 bytes of AJ-STAMP) for
      *WS-INVOICE-FILTER (spaces = every item) are selected.
       01  WS-FROM-STAMP         PIC X(16) VALUE LOW-VALUES.
       01  WS-TO-STAMP           PIC X(16) VALUE HIGH-VALUES.
       01  WS-INVOICE-FILTER     PIC X(7) VALUE SPACES.
       01  WS-BACKUP-STAMP.
           05 WS-BACKUP-DATE     PIC 9(8).
           05 WS-BACKUP-TIME     PIC 9(8).
           05 WS-BACKUP-TIME-X REDEFINES WS-BACKUP-TIME.
               10 WS-BACKUP-HHMMSS PIC 9(6).
               10 WS-BACKUP-FF   PIC 9(2).
       01  WS-RECOVER-CONTROL.
           05 WS-RC-CONTROL-BAL  PIC S9(13)V99 VALUE 0.
           05 WS-RC-LAST-UPDATE  PIC 9(8) VALUE 0.
       01  WS-CONTROL-VIEW.
           05 CV-CONTROL-BAL     PIC S9(13)V99.
           05 CV-LAST-UPDATE     PIC 9(8).
      *An open-item image off the journal, laid out as ARITEM.cpy,
      *for the listing.
       01  WS-IMAGE-VIEW.
           05 IV-INVOICE-NO      PIC 9(7).
           05 IV-CUST-ID         PIC X(6).
           05 IV-INVOICE-DATE    PIC 9(8).
           05 IV-DUE-DATE        PIC 9(8).
           05 IV-TOTAL-VAT       PIC S9(7)V99.
           05 IV-PAID-AMT        PIC S9(7)V99.
           05 IV-STATUS          PIC X.
           05 IV-CURRENCY-CODE   PIC X(3).
           05 IV-BOOKED-RATE     PIC 9(3)V9(4).
           05 IV-COMPANY-CODE    PIC X(2).
           05 IV-COLLECT-SENT-DATE PIC 9(8).
           05 IV-REFUND-REF      PIC X(10).
           05 IV-DUNNING-LEVEL   PIC 9.
           05 IV-AGENCY-FLAG     PIC X.
           05 IV-DISPUTE-FLAG    PIC X.
           05 IV-DISPUTE-REASON  PIC X(2).
           05 IV-DISPUTE-DATE    PIC 9(8).
           05 IV-INSTALLMENT-FLAG PIC X.
           05 IV-PROMISE-FLAG    PIC X.
           05 IV-PROMISE-HOLD-DATE PIC 9(8).
           05 IV-INTERCO-COMPANY PIC X(2).
       01  WS-IMAGE-LABEL        PIC X(7).
       01  WS-TRAILER-SW         PIC X VALUE 'N'.
           88 WS-TRAILER-FOUND       VALUE 'Y'.
       01  WS-TRAILER-COUNT      PIC 9(9) VALUE 0.
       01  WS-ITEMS-BACKED-UP    PIC 9(9) VALUE 0.
       01  WS-ITEMS-LOADED       PIC 9(9) VALUE 0.
       01  WS-JRNL-READ          PIC 9(9) VALUE 0.
       01  WS-JRNL-QUEUED        PIC 9(9) VALUE 0.
       01  WS-JRNL-SELECTED      PIC 9(9) VALUE 0.
       01  WS-ITEMS-ADDED        PIC 9(9) VALUE 0.
       01  WS-ITEMS-CHANGED      PIC 9(9) VALUE 0.
       01  WS-CONTROLS-APPLIED   PIC 9(9) VALUE 0.
       01  WS-MISMATCH-COUNT     PIC 9(9) VALUE 0.
       01  WS-AMT-ED-1           PIC -(7)9.99.
       01  WS-AMT-ED-2           PIC -(7)9.99.
       01  WS-BAL-ED             PIC -(13)9.99.
       LINKAGE SECTION.
      *PARM: position 1 the mode (B, R or L). R: positions 2-17 the
      *recovery point YYYYMMDDHHMMSSFF (spaces or absent = replay
      *the whole journal). L: positions 2-17 and 18-33 the first
      *and last stamp to list (spaces = open-ended), 34-40 the
      *invoice number (spaces = every item).
       01  JR-PARM-AREA.
           05 JR-PARM-LEN        PIC S9(4) COMP.
           05 JR-PARM-MODE       PIC X.
           05 JR-PARM-STAMP-1    PIC X(16).
           05 JR-PARM-STAMP-2    PIC X(16).
           05 JR-PARM-INVOICE    PIC X(7).
       PROCEDURE DIVISION USING JR-PARM-AREA.
       ARJRNL-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            IF JR-PARM-LEN > 0 then
                MOVE JR-PARM-MODE TO WS-MODE
            END-IF
            IF JR-PARM-LEN >= 17
                AND JR-PARM-STAMP-1 NOT = SPACES then
                IF JR-PARM-STAMP-1 NOT NUMERIC then
                    DISPLAY '*** AR JOURNAL - STAMP NOT NUMERIC: '
                        JR-PARM-STAMP-1 ' ***'
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                IF WS-MODE-LIST then
                    MOVE JR-PARM-STAMP-1 TO WS-FROM-STAMP
                ELSE
                    MOVE JR-PARM-STAMP-1 TO WS-TO-STAMP
                END-IF
            END-IF
            IF WS-MODE-LIST
                AND JR-PARM-LEN >= 33
                AND JR-PARM-STAMP-2 NOT = SPACES then
                IF JR-PARM-STAMP-2 NOT NUMERIC then
                    DISPLAY '*** AR JOURNAL - STAMP NOT NUMERIC: '
                        JR-PARM-STAMP-2 ' ***'
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                MOVE JR-PARM-STAMP-2 TO WS-TO-STAMP
            END-IF
            IF WS-MODE-LIST
                AND JR-PARM-LEN >= 40 then
                MOVE JR-PARM-INVOICE TO WS-INVOICE-FILTER
            END-IF
            IF NOT WS-MODE-BACKUP
                AND NOT WS-MODE-RECOVER
                AND NOT WS-MODE-LIST then
                DISPLAY '*** AR JOURNAL - PARM MODE MUST BE B, R '
                    'OR L ***'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT ARJRPT.
       BOD-PARA.
            EVALUATE TRUE
                WHEN WS-MODE-BACKUP
                    PERFORM BACKUP-OPEN-ITEMS
                WHEN WS-MODE-RECOVER
                    PERFORM RECOVER-OPEN-ITEMS
                        THRU RECOVER-OPEN-ITEMS-EXIT
                WHEN WS-MODE-LIST
                    PERFORM LIST-JOURNAL
            END-EVALUATE.
       BACKUP-OPEN-ITEMS.
      *The stamp is taken before the first item is read: anything
      *journaled from this moment on is replayed over the backup,
      *so an item changed while the unload runs comes out right
      *whichever image of it the unload caught.
            ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD
            ACCEPT WS-BACKUP-TIME FROM TIME
            MOVE 0 TO CV-CONTROL-BAL
            MOVE 0 TO CV-LAST-UPDATE
            OPEN INPUT ARCTL
            IF WS-ARCTL-STATUS = '00' then
                READ ARCTL
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE AR-CONTROL-RECORD TO WS-CONTROL-VIEW
                END-READ
                CLOSE ARCTL
            END-IF
            OPEN INPUT AROPEN
            OPEN OUTPUT ARBACKUP
            MOVE SPACES TO AR-BACKUP-HEADER
            SET AB-HEADER TO TRUE
            MOVE WS-BACKUP-STAMP TO AB-BACKUP-STAMP
            MOVE WS-CONTROL-VIEW TO AB-CONTROL-IMAGE
            MOVE 0 TO AB-ITEM-COUNT
            WRITE AR-BACKUP-HEADER
            MOVE 0 TO AR-INVOICE-NO
            START AROPEN KEY NOT LESS THAN AR-INVOICE-NO
                INVALID KEY
                    SET WS-AR-EOF TO TRUE
            END-START
            PERFORM BACKUP-ONE-ITEM
                UNTIL WS-AR-EOF
            MOVE SPACES TO AR-BACKUP-HEADER
            SET AB-TRAILER TO TRUE
            MOVE WS-BACKUP-STAMP TO AB-BACKUP-STAMP
            MOVE WS-CONTROL-VIEW TO AB-CONTROL-IMAGE
            MOVE WS-ITEMS-BACKED-UP TO AB-ITEM-COUNT
            WRITE AR-BACKUP-HEADER
            CLOSE AROPEN ARBACKUP
            MOVE CV-CONTROL-BAL TO WS-BAL-ED
            MOVE SPACES TO ARJ-REPORT-LINE
            STRING 'AR OPEN-ITEM BACKUP - STAMP ' DELIMITED BY SIZE
                WS-BACKUP-STAMP DELIMITED BY SIZE
                ' ITEMS ' DELIMITED BY SIZE
                WS-ITEMS-BACKED-UP DELIMITED BY SIZE
                ' AR CONTROL ' DELIMITED BY SIZE
                WS-BAL-ED DELIMITED BY SIZE
                INTO ARJ-REPORT-LINE
            END-STRING
            WRITE ARJ-REPORT-LINE.
       BACKUP-ONE-ITEM.
            READ AROPEN NEXT RECORD
                AT END
                    SET WS-AR-EOF TO TRUE
            END-READ
            IF NOT WS-AR-EOF then
                SET AB-ITEM TO TRUE
                MOVE AR-OPEN-ITEM-RECORD TO AB-ITEM-IMAGE
                WRITE AR-BACKUP-RECORD
                ADD 1 TO WS-ITEMS-BACKED-UP
            END-IF.
       RECOVER-OPEN-ITEMS.
            OPEN INPUT ARBACKUP
            IF WS-ARBKUP-STATUS NOT = '00' then
                DISPLAY '*** AR RECOVERY - BACKUP OPEN FAILED, '
                    'STATUS ' WS-ARBKUP-STATUS ' ***'
                MOVE 16 TO RETURN-CODE
                GO TO RECOVER-OPEN-ITEMS-EXIT
            END-IF
            PERFORM READ-BACKUP-RECORD
            IF WS-BK-EOF OR NOT AB-HEADER then
                DISPLAY '*** AR RECOVERY - BACKUP HAS NO HEADER ***'
                MOVE 16 TO RETURN-CODE
                CLOSE ARBACKUP
                GO TO RECOVER-OPEN-ITEMS-EXIT
            END-IF
            MOVE AB-BACKUP-STAMP TO WS-BACKUP-STAMP
            MOVE AB-CONTROL-IMAGE TO WS-RECOVER-CONTROL
            PERFORM WRITE-RECOVERY-HEADER
            PERFORM LOAD-BACKUP
            CLOSE ARBACKUP
            IF NOT WS-TRAILER-FOUND
                OR WS-TRAILER-COUNT NOT = WS-ITEMS-LOADED then
                DISPLAY '*** AR RECOVERY - BACKUP INCOMPLETE, '
                    'ITEMS LOADED ' WS-ITEMS-LOADED
                    ' - RESTORE FROM AN EARLIER BACKUP ***'
                MOVE 16 TO RETURN-CODE
                GO TO RECOVER-OPEN-ITEMS-EXIT
            END-IF
      *Online journal stamps carry whole seconds only - replay from
      *the start of the backup's second, since replaying a change
      *the backup already holds leaves the item the same.
            MOVE 0 TO WS-BACKUP-FF
            MOVE WS-BACKUP-STAMP TO WS-FROM-STAMP
            PERFORM SORT-SELECTED-JOURNAL
            OPEN I-O AROPEN
            OPEN INPUT JRNSRT
            PERFORM REPLAY-ONE-RECORD
                UNTIL WS-SRT-EOF
            CLOSE AROPEN JRNSRT
      *The recovered control balance replaces the control record.
            MOVE WS-RC-CONTROL-BAL TO AC-CONTROL-BAL
            MOVE WS-RC-LAST-UPDATE TO AC-LAST-UPDATE
            OPEN OUTPUT ARCTL
            WRITE AR-CONTROL-RECORD
            CLOSE ARCTL
            PERFORM WRITE-RECOVERY-TOTALS
            IF WS-MISMATCH-COUNT > 0 then
                MOVE 4 TO RETURN-CODE
            END-IF.
       RECOVER-OPEN-ITEMS-EXIT.
            EXIT.
       READ-BACKUP-RECORD.
            READ ARBACKUP
                AT END
                    SET WS-BK-EOF TO TRUE
            END-READ.
       LOAD-BACKUP.
      *The cluster was deleted and defined empty ahead of this step
      *- the items load in key order, as unloaded.
            OPEN OUTPUT AROPEN
            PERFORM READ-BACKUP-RECORD
            PERFORM LOAD-ONE-ITEM
                UNTIL WS-BK-EOF OR NOT AB-ITEM
            IF NOT WS-BK-EOF
                AND AB-TRAILER then
                SET WS-TRAILER-FOUND TO TRUE
                MOVE AB-ITEM-COUNT TO WS-TRAILER-COUNT
            END-IF
            CLOSE AROPEN.
       LOAD-ONE-ITEM.
            MOVE AB-ITEM-IMAGE TO AR-OPEN-ITEM-RECORD
            WRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY '*** AR RECOVERY - BACKUP ITEM REJECTED: '
                        AR-INVOICE-NO ' ***'
                NOT INVALID KEY
                    ADD 1 TO WS-ITEMS-LOADED
            END-WRITE
            PERFORM READ-BACKUP-RECORD.
       REPLAY-ONE-RECORD.
            READ JRNSRT
                AT END
                    SET WS-SRT-EOF TO TRUE
            END-READ
            IF NOT WS-SRT-EOF then
                EVALUATE TRUE
                    WHEN AJ-ITEM-ADDED
                        PERFORM REPLAY-ITEM-ADD
                    WHEN AJ-ITEM-CHANGED
                        PERFORM REPLAY-ITEM-CHANGE
                    WHEN AJ-CONTROL-CHANGED
                        MOVE AJ-AFTER-IMAGE(1:23) TO
                            WS-RECOVER-CONTROL
                        ADD 1 TO WS-CONTROLS-APPLIED
                END-EVALUATE
            END-IF.
       REPLAY-ITEM-ADD.
      *Already on file means the backup caught the item after it
      *was added - its after image stands either way.
            MOVE AJ-AFTER-IMAGE TO AR-OPEN-ITEM-RECORD
            WRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    REWRITE AR-OPEN-ITEM-RECORD
            END-WRITE
            ADD 1 TO WS-ITEMS-ADDED.
       REPLAY-ITEM-CHANGE.
      *The item on file should be the journal's before image; any
      *other image is reported - either the backup caught the item
      *mid-change or a change went unjournaled - and the after
      *image is applied regardless, since it is what the program
      *that made the change left behind.
            MOVE AJ-INVOICE-NO TO AR-INVOICE-NO
            READ AROPEN
                INVALID KEY
                    MOVE 'MISSING' TO WS-IMAGE-LABEL
                    PERFORM WRITE-MISMATCH-LINE
                    MOVE AJ-AFTER-IMAGE TO AR-OPEN-ITEM-RECORD
                    WRITE AR-OPEN-ITEM-RECORD
                NOT INVALID KEY
                    IF AR-OPEN-ITEM-RECORD NOT = AJ-BEFORE-IMAGE then
                        MOVE 'DIFFER' TO WS-IMAGE-LABEL
                        PERFORM WRITE-MISMATCH-LINE
                    END-IF
                    MOVE AJ-AFTER-IMAGE TO AR-OPEN-ITEM-RECORD
                    REWRITE AR-OPEN-ITEM-RECORD
            END-READ
            ADD 1 TO WS-ITEMS-CHANGED.
       WRITE-MISMATCH-LINE.
            ADD 1 TO WS-MISMATCH-COUNT
            MOVE SPACES TO ARJ-REPORT-LINE
            STRING 'INVOICE ' DELIMITED BY SIZE
                AJ-INVOICE-NO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-IMAGE-LABEL DELIMITED BY SIZE
                ' FROM BEFORE IMAGE OF ' DELIMITED BY SIZE
                AJ-PROGRAM DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                AJ-STAMP DELIMITED BY SIZE
                ' - AFTER IMAGE APPLIED' DELIMITED BY SIZE
                INTO ARJ-REPORT-LINE
            END-STRING
            WRITE ARJ-REPORT-LINE.
       WRITE-RECOVERY-HEADER.
            MOVE SPACES TO ARJ-REPORT-LINE
            STRING 'AR FORWARD RECOVERY - RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                ' BACKUP STAMP ' DELIMITED BY SIZE
                WS-BACKUP-STAMP DELIMITED BY SIZE
                ' RECOVERY POINT ' DELIMITED BY SIZE
                INTO ARJ-REPORT-LINE
            END-STRING
            IF WS-TO-STAMP = HIGH-VALUES then
                MOVE 'END OF JOURNAL' TO ARJ-REPORT-LINE(86:16)
            ELSE
                MOVE WS-TO-STAMP TO ARJ-REPORT-LINE(86:16)
            END-IF
            WRITE ARJ-REPORT-LINE.
       WRITE-RECOVERY-TOTALS.
            MOVE SPACES TO ARJ-REPORT-LINE
            STRING 'ITEMS LOADED FROM BACKUP  ' DELIMITED BY SIZE
                WS-ITEMS-LOADED DELIMITED BY SIZE
                INTO ARJ-REPORT-LINE
            END-STRING
            WRITE ARJ-REPORT-LINE
            MOVE SPACES TO ARJ-REPORT-LINE
            STRING 'JOURNAL RECORDS REPLAYED  ' DELIMITED BY SIZE
                WS-JRNL-SELECTED DELIMITED BY SIZE
                ' (ADDED ' DELIMITED BY SIZE
                WS-ITEMS-ADDED DELIMITED BY SIZE
                ' CHANGED ' DELIMITED BY SIZE
                WS-ITEMS-CHANGED DELIMITED BY SIZE
                ' CONTROL ' DELIMITED BY SIZE
                WS-CONTROLS-APPLIED DELIMITED BY SIZE
                ')' DELIMITED BY SIZE
                INTO ARJ-REPORT-LINE
            END-STRING
            WRITE ARJ-REPORT-LINE
            MOVE SPACES TO ARJ-REPORT-LINE
            STRING 'IMAGES NOT AS JOURNALED   ' DELIMITED BY SIZE
                WS-MISMATCH-COUNT DELIMITED BY SIZE
                INTO ARJ-REPORT-LINE
            END-STRING
            WRITE ARJ-REPORT-LINE
            MOVE WS-RC-CONTROL-BAL TO WS-BAL-ED
            MOVE SPACES TO ARJ-REPORT-LINE
            STRING 'RECOVERED AR CONTROL      ' DELIMITED BY SIZE
                WS-BAL-ED DELIMITED BY SIZE
                ' LAST UPDATED ' DELIMITED BY SIZE
                WS-RC-LAST-UPDATE DELIMITED BY SIZE
                INTO ARJ-REPORT-LINE
            END-STRING
            WRITE ARJ-REPORT-LINE.
       LIST-JOURNAL.
            PERFORM WRITE-LISTING-HEADER
            PERFORM SORT-SELECTED-JOURNAL
            OPEN INPUT JRNSRT
            PERFORM LIST-ONE-RECORD
                UNTIL WS-SRT-EOF
            CLOSE JRNSRT
            MOVE SPACES TO ARJ-REPORT-LINE
            STRING 'JOURNAL RECORDS LISTED ' DELIMITED BY SIZE
                WS-JRNL-SELECTED DELIMITED BY SIZE
                INTO ARJ-REPORT-LINE
            END-STRING
            WRITE ARJ-REPORT-LINE.
       WRITE-LISTING-HEADER.
            MOVE SPACES TO ARJ-REPORT-LINE
            STRING 'AR OPEN-ITEM JOURNAL - RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO ARJ-REPORT-LINE
            END-STRING
            IF WS-FROM-STAMP NOT = LOW-VALUES then
                MOVE 'FROM' TO ARJ-REPORT-LINE(42:4)
                MOVE WS-FROM-STAMP TO ARJ-REPORT-LINE(47:16)
            END-IF
            IF WS-TO-STAMP NOT = HIGH-VALUES then
                MOVE 'TO' TO ARJ-REPORT-LINE(64:2)
                MOVE WS-TO-STAMP TO ARJ-REPORT-LINE(67:16)
            END-IF
            IF WS-INVOICE-FILTER NOT = SPACES then
                MOVE 'INVOICE' TO ARJ-REPORT-LINE(84:7)
                MOVE WS-INVOICE-FILTER TO ARJ-REPORT-LINE(92:7)
            END-IF
            WRITE ARJ-REPORT-LINE
            MOVE SPACES TO ARJ-REPORT-LINE
            STRING 'STAMP            SEQ       PROGRAM  RUN DATE T '
                DELIMITED BY SIZE
                'INVOICE        CUST      TOTAL        PAID   ST '
                DELIMITED BY SIZE
                'DL AG DS PL PR COLLECTED' DELIMITED BY SIZE
                INTO ARJ-REPORT-LINE
            END-STRING
            WRITE ARJ-REPORT-LINE.
       LIST-ONE-RECORD.
            READ JRNSRT
                AT END
                    SET WS-SRT-EOF TO TRUE
            END-READ
            IF NOT WS-SRT-EOF then
                IF AJ-CONTROL-CHANGED then
                    PERFORM LIST-CONTROL-RECORD
                ELSE
                    IF AJ-ITEM-CHANGED then
                        MOVE 'BEFORE' TO WS-IMAGE-LABEL
                        MOVE AJ-BEFORE-IMAGE TO WS-IMAGE-VIEW
                        PERFORM LIST-ITEM-IMAGE
                    END-IF
                    MOVE 'AFTER' TO WS-IMAGE-LABEL
                    MOVE AJ-AFTER-IMAGE TO WS-IMAGE-VIEW
                    PERFORM LIST-ITEM-IMAGE
                END-IF
            END-IF.
       LIST-ITEM-IMAGE.
            MOVE IV-TOTAL-VAT TO WS-AMT-ED-1
            MOVE IV-PAID-AMT TO WS-AMT-ED-2
            MOVE SPACES TO ARJ-REPORT-LINE
            STRING AJ-STAMP-DATE DELIMITED BY SIZE
                AJ-STAMP-TIME DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                AJ-SEQ-NO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                AJ-PROGRAM DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                AJ-RUN-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                AJ-REC-TYPE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                AJ-INVOICE-NO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-IMAGE-LABEL DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                IV-CUST-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AMT-ED-1 DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AMT-ED-2 DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                IV-STATUS DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                IV-DUNNING-LEVEL DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                IV-AGENCY-FLAG DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                IV-DISPUTE-FLAG DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                IV-INSTALLMENT-FLAG DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                IV-PROMISE-FLAG DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                IV-COLLECT-SENT-DATE DELIMITED BY SIZE
                INTO ARJ-REPORT-LINE
            END-STRING
            WRITE ARJ-REPORT-LINE.
       LIST-CONTROL-RECORD.
            MOVE AJ-BEFORE-IMAGE(1:23) TO WS-CONTROL-VIEW
            MOVE CV-CONTROL-BAL TO WS-BAL-ED
            MOVE SPACES TO ARJ-REPORT-LINE
            STRING AJ-STAMP-DATE DELIMITED BY SIZE
                AJ-STAMP-TIME DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                AJ-SEQ-NO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                AJ-PROGRAM DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                AJ-RUN-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                AJ-REC-TYPE DELIMITED BY SIZE
                ' AR CONTROL BALANCE ' DELIMITED BY SIZE
                WS-BAL-ED DELIMITED BY SIZE
                INTO ARJ-REPORT-LINE
            END-STRING
            MOVE AJ-AFTER-IMAGE(1:23) TO WS-CONTROL-VIEW
            MOVE CV-CONTROL-BAL TO WS-BAL-ED
            MOVE ' TO ' TO ARJ-REPORT-LINE(84:4)
            MOVE WS-BAL-ED TO ARJ-REPORT-LINE(88:17)
            WRITE ARJ-REPORT-LINE.
       SORT-SELECTED-JOURNAL.
      *The journal is appended run by run, and the online records
      *land whenever RECHCASH next drains them - sorting on the
      *stamp puts every change back in the order it was made.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SJ-STAMP
                INPUT PROCEDURE SORT-RELEASE-JOURNAL
                GIVING JRNSRT.
       SORT-RELEASE-JOURNAL.
            OPEN INPUT ARJRNL
            IF WS-ARJRNL-STATUS = '00' then
                PERFORM RELEASE-ONE-JOURNAL
                    UNTIL WS-AJ-EOF
                CLOSE ARJRNL
            END-IF
            OPEN INPUT ARJRNLQ
            IF WS-ARJRNLQ-STATUS = '00' then
                PERFORM RELEASE-ONE-QUEUED
                    UNTIL WS-AJQ-EOF
                CLOSE ARJRNLQ
            END-IF.
       RELEASE-ONE-JOURNAL.
            READ ARJRNL
                AT END
                    SET WS-AJ-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-JRNL-READ
                    MOVE AR-JOURNAL-IN-RECORD TO SORT-JOURNAL-RECORD
                    PERFORM RELEASE-IF-SELECTED
            END-READ.
       RELEASE-ONE-QUEUED.
            READ ARJRNLQ NEXT RECORD
                AT END
                    SET WS-AJQ-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-JRNL-QUEUED
                    MOVE AR-JOURNAL-QUEUE-RECORD TO
                        SORT-JOURNAL-RECORD
                    PERFORM RELEASE-IF-SELECTED
            END-READ.
       RELEASE-IF-SELECTED.
            IF SJ-STAMP-DT >= WS-FROM-STAMP
                AND SJ-STAMP-DT <= WS-TO-STAMP then
                IF WS-INVOICE-FILTER = SPACES
                    OR SJ-INVOICE-NO = WS-INVOICE-FILTER then
                    RELEASE SORT-JOURNAL-RECORD
                    ADD 1 TO WS-JRNL-SELECTED
                END-IF
            END-IF.
       END-PARA.
            CLOSE ARJRPT
            DISPLAY 'AR JOURNAL - MODE:                ' WS-MODE
            DISPLAY 'AR JOURNAL - ITEMS BACKED UP:     '
                WS-ITEMS-BACKED-UP
            DISPLAY 'AR JOURNAL - ITEMS LOADED:        '
                WS-ITEMS-LOADED
            DISPLAY 'AR JOURNAL - JOURNAL RECORDS READ:'
                WS-JRNL-READ
            DISPLAY 'AR JOURNAL - ONLINE RECORDS READ: '
                WS-JRNL-QUEUED
            DISPLAY 'AR JOURNAL - RECORDS SELECTED:    '
                WS-JRNL-SELECTED
            DISPLAY 'AR JOURNAL - IMAGES NOT AS JOURNALED: '
                WS-MISMATCH-COUNT
      *GOBACK rather than STOP RUN - the daily driver CALLs the
      *backup at the end of the nightly AR chain.
            GOBACK.
