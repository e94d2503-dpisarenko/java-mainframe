      *One-time conversion of the history file to the current
      *record layout, which carries the alternate keys. Reads the
      *history unloaded from the old cluster (the original 66-byte
      *record - key, billed line image, rep code - in invoice/line
      *order) and loads each line into the redefined cluster with
      *the fields added since defaulted: document number and
      *billed amounts zero, purchase order spaces. The period,
      *customer and invoice date are copied from the billed line
      *into the key fields at the end, so the alternate indexes
      *built over them afterwards (BLDINDEX) find every line
      *already on file. Run by RSHISTIX between the unload and the
      *index build; from then on RECHSUM fills the key fields on
      *every line it writes.
       PROGRAM-ID. RECHHIX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTUNLD ASSIGN HISTUNLNM
                          ORGANIZATION SEQUENTIAL.
           SELECT INFHIST ASSIGN INFHISTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY HIST-KEY
                          FILE STATUS WS-HIST-STATUS.
       FILE SECTION.
       FD  HISTUNLD.
      *The old history record - key, billed line image (customer
      *and invoice date at its start), then the rep code.
       01  UNLOAD-RECORD.
           05 UL-KEY             PIC X(10).
           05 UL-DETAIL-DATA.
               10 UL-CUST-ID      PIC X(6).
               10                 PIC X(4).
               10 UL-INVOICE-DATE PIC 9(8).
               10                 PIC X(34).
           05 UL-REP-CODE        PIC X(4).
       FD  INFHIST.
           COPY "INFHIST.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-HIST-STATUS        PIC X(2) VALUE '00'.
       01  WS-LINES-READ         PIC 9(9) VALUE 0.
       01  WS-LINES-LOADED       PIC 9(9) VALUE 0.
       01  WS-LINES-REJECTED     PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       RECHHIX-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            OPEN INPUT HISTUNLD
            OPEN OUTPUT INFHIST
            IF WS-HIST-STATUS NOT = '00' then
                DISPLAY '*** INFHIST OPEN FAILED, STATUS '
                    WS-HIST-STATUS ' ***'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
       BOD-PARA.
            PERFORM CONVERT-ONE-LINE
                UNTIL WS-EOF.
       CONVERT-ONE-LINE.
            READ HISTUNLD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LINES-READ
                    PERFORM LOAD-ONE-LINE
            END-READ.
       LOAD-ONE-LINE.
      *The unload comes off the old cluster in key order, so a
      *rejected write can only mean a damaged unload - it is
      *counted and the job ends RC 8 rather than loading a partial
      *file silently.
            INITIALIZE HISTORY-RECORD
            MOVE UL-KEY TO HIST-KEY
            MOVE UL-DETAIL-DATA TO HIST-DETAIL-DATA
            MOVE UL-REP-CODE TO HIST-REP-CODE
            MOVE UL-CUST-ID TO HIST-CUST-ID
            MOVE UL-INVOICE-DATE TO HIST-INVOICE-DATE
            MOVE UL-INVOICE-DATE(1:6) TO HIST-PERIOD
            WRITE HISTORY-RECORD
                INVALID KEY
                    ADD 1 TO WS-LINES-REJECTED
                    DISPLAY '*** HISTORY KEY REJECTED: ' UL-KEY
                        ' ***'
                NOT INVALID KEY
                    ADD 1 TO WS-LINES-LOADED
            END-WRITE.
       END-PARA.
            CLOSE HISTUNLD INFHIST
            DISPLAY 'HISTORY LINES READ     : ' WS-LINES-READ
            DISPLAY 'HISTORY LINES LOADED   : ' WS-LINES-LOADED
            DISPLAY 'HISTORY LINES REJECTED : ' WS-LINES-REJECTED
            IF WS-LINES-REJECTED > 0 then
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
