      *re-derives at today's tier; and a site that ran RSDAILY with
      *a non-default rounding mode or minimum charge will see those
      *defaults here, the same caveat the online inquiry carries.
      *
      *The duplicate is worded in the customer's language off the
      *document text table, as the original was (see DOCTEXT.cpy).
      *
      *A customer request reads the customer's lines off the
      *customer alternate key, from the range's first date on. PARM
      *'S' makes it pass the whole history front to back instead,
      *the way it used to - kept for timing the two against each
      *other and for a run while the alternate index is rebuilt.
      *Either way the run's elapsed time and history reads go to
      *the run-statistics history.
       PROGRAM-ID. RECHRPRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INFHIST ASSIGN INFHISTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY HIST-KEY
                          ALTERNATE RECORD KEY HIST-CUST-KEY
                              WITH DUPLICATES
                          ALTERNATE RECORD KEY HIST-PERIOD-KEY
                              WITH DUPLICATES.
           SELECT AROPEN  ASSIGN AROPENNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY IM-ITEM-NO.
           SELECT DOCTEXT ASSIGN DOCTEXTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY DT-KEY
                          FILE STATUS WS-DOCTEXT-STATUS.
           SELECT RPRTOUT ASSIGN RPRTOUTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT RUNSTATS ASSIGN RUNSTATNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  RPRTREQ.
       01  REPRINT-REQUEST-RECORD.
           COPY "CURRTAB.cpy".
       FD  ITEMMAST.
           COPY "ITEMMAST.cpy".
       FD  DOCTEXT.
           COPY "DOCTEXT.cpy".
       FD  RPRTOUT.
       01  RPRT-DOC-LINE         PIC X(100).
       FD  RUNSTATS.
           COPY "STATREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-MIN-CHARGE-AMT     PIC 9(5)V99 VALUE 1.
       01  WS-AMT-ED-1           PIC -(7)9.99.
       01  WS-AMT-ED-2           PIC -(7)9.99.
      *Language of the document being reprinted, the document text
      *lookup (see GET-DOC-TEXT) and the build position in the line.
       01  WS-DOC-LANG-CODE      PIC X(2) VALUE 'DE'.
       01  WS-DOCTEXT-STATUS     PIC X(2) VALUE '00'.
       01  WS-DOCTEXT-OPEN-SW    PIC X VALUE 'N'.
           88 WS-DOCTEXT-AVAILABLE   VALUE 'Y'.
       01  WS-TX-ID              PIC X(10).
       01  WS-TX-LANG            PIC X(2).
       01  WS-TX-TEXT            PIC X(80).
       01  WS-TX-VERBATIM-SW     PIC X VALUE 'N'.
           88 WS-TX-VERBATIM         VALUE 'Y'.
       01  WS-LINE-PTR           PIC 9(3) VALUE 1.
      *History access path and the run's timing over it.
       01  WS-HIST-PATH-SW       PIC X VALUE 'A'.
           88 WS-HIST-ALT-KEY        VALUE 'A'.
           88 WS-HIST-FULL-PASS      VALUE 'S'.
       01  WS-HIST-READ-COUNT    PIC 9(7) VALUE 0.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-TIME-RAW           PIC 9(8).
       01  WS-TIME-RAW-SPLIT REDEFINES WS-TIME-RAW.
           05 WS-TIME-HH         PIC 99.
           05 WS-TIME-MM         PIC 99.
           05 WS-TIME-SS         PIC 99.
           05 WS-TIME-FF         PIC 99.
       01  WS-START-SECS         PIC 9(7) VALUE 0.
       01  WS-END-SECS           PIC 9(7) VALUE 0.
           COPY "INREC.cpy".
       LINKAGE SECTION.
      *PARM (optional): 'S' - customer requests pass the whole
      *history instead of reading the customer alternate key.
       01  RP-PARM-AREA.
           05 RP-PARM-LEN        PIC S9(4) COMP.
           05 RP-PARM-PATH       PIC X.
       PROCEDURE DIVISION USING RP-PARM-AREA.
       REPRINT-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-TIME-RAW FROM TIME
            COMPUTE WS-START-SECS =
                (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS
            IF RP-PARM-LEN > 0
                AND RP-PARM-PATH = 'S' then
                SET WS-HIST-FULL-PASS TO TRUE
            END-IF
            OPEN INPUT  RPRTREQ
            OPEN INPUT  INFHIST
            OPEN INPUT  AROPEN
            OPEN INPUT  VATTAB
            OPEN INPUT  CURRTAB
            OPEN INPUT  ITEMMAST
            OPEN INPUT  DOCTEXT
            IF WS-DOCTEXT-STATUS = '00' then
                SET WS-DOCTEXT-AVAILABLE TO TRUE
            END-IF
            OPEN OUTPUT RPRTOUT
            PERFORM READ-REQUEST.
       BOD-PARA.
                    SET WS-INV-EOF TO TRUE
            END-READ
            IF NOT WS-INV-EOF then
                ADD 1 TO WS-HIST-READ-COUNT
                IF HIST-INVOICE-NO NOT = RQ-INVOICE-NO then
                    SET WS-INV-EOF TO TRUE
                ELSE
                END-IF
            END-IF.
       REPRINT-CUSTOMER-RANGE.
      *The customer's lines inside the requested date range, in
      *date order off the customer alternate key - from the first
      *line on the range's first date to the first line past its
      *last date or belonging to the next customer.
            MOVE 'N' TO WS-HIST-END-OF-FILE
            IF WS-HIST-FULL-PASS then
                PERFORM REPRINT-CUSTOMER-FULL-PASS
            ELSE
                MOVE RQ-CUST-ID TO HIST-CUST-ID
                MOVE RQ-FROM-DATE TO HIST-INVOICE-DATE
                START INFHIST KEY NOT LESS THAN HIST-CUST-KEY
                    INVALID KEY
                        SET WS-HIST-EOF TO TRUE
                END-START
                PERFORM READ-ONE-CUSTOMER-LINE
                    UNTIL WS-HIST-EOF
            END-IF.
       READ-ONE-CUSTOMER-LINE.
            READ INFHIST NEXT RECORD
                AT END
                    SET WS-HIST-EOF TO TRUE
            END-READ
            IF NOT WS-HIST-EOF then
                ADD 1 TO WS-HIST-READ-COUNT
                IF HIST-CUST-ID NOT = RQ-CUST-ID
                    OR HIST-INVOICE-DATE > RQ-TO-DATE then
                    SET WS-HIST-EOF TO TRUE
                ELSE
                    MOVE HIST-INVOICE-NO TO IN-INVOICE-NO
                    MOVE HIST-DETAIL-DATA TO INPUT-RECORD(8:52)
                    PERFORM REPRINT-HISTORY-LINE
                END-IF
            END-IF.
       REPRINT-CUSTOMER-FULL-PASS.
      *Front-to-back sweep of the history file by invoice number,
      *keeping the customer's lines inside the range.
            MOVE 0 TO HIST-INVOICE-NO
            MOVE 0 TO HIST-LINE-NO
            START INFHIST KEY NOT LESS THAN HIST-KEY
                    SET WS-HIST-EOF TO TRUE
            END-READ
            IF NOT WS-HIST-EOF then
                ADD 1 TO WS-HIST-READ-COUNT
                MOVE HIST-INVOICE-NO TO IN-INVOICE-NO
                MOVE HIST-DETAIL-DATA TO INPUT-RECORD(8:52)
                IF in-cust-id = RQ-CUST-ID
                    'INVOICE: ' IN-INVOICE-NO ' ***'
            END-IF.
       WRITE-REPRINT-DOCUMENT.
            MOVE in-cust-id TO CM-CUST-ID
            MOVE 'DE' TO WS-DOC-LANG-CODE
            READ CUSTMAST
                INVALID KEY
                    MOVE SPACES TO CM-CUST-NAME
                NOT INVALID KEY
                    IF NOT CM-LANG-GERMAN then
                        MOVE CM-LANG-CODE TO WS-DOC-LANG-CODE
                    END-IF
            END-READ
            MOVE WS-DOC-LANG-CODE TO WS-TX-LANG
            MOVE SPACES TO RPRT-DOC-LINE
            MOVE 1 TO WS-LINE-PTR
            MOVE 'RPBANNER' TO WS-TX-ID
            MOVE '*************** R E P R I N T ***************'
                TO WS-TX-TEXT
            PERFORM APPEND-DOC-TEXT
            WRITE RPRT-DOC-LINE
            MOVE SPACES TO RPRT-DOC-LINE
            MOVE 1 TO WS-LINE-PTR
            MOVE 'RPINVOICE' TO WS-TX-ID
            MOVE 'INVOICE' TO WS-TX-TEXT
            PERFORM APPEND-DOC-TEXT
            STRING ' ' DELIMITED BY SIZE
                IN-INVOICE-NO DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                INTO RPRT-DOC-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING
            MOVE 'RPDATED' TO WS-TX-ID
            MOVE 'DATED' TO WS-TX-TEXT
            PERFORM APPEND-DOC-TEXT
            STRING ' ' DELIMITED BY SIZE
                in-invoice-date DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                CM-CUST-NAME DELIMITED BY SIZE
                INTO RPRT-DOC-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING
            WRITE RPRT-DOC-LINE
            MOVE in-item-no TO IM-ITEM-NO
                INVALID KEY
                    MOVE SPACES TO IM-DESCRIPTION
            END-READ
            MOVE SPACES TO WS-TX-ID
            STRING 'IT' DELIMITED BY SIZE
                in-item-no DELIMITED BY SIZE
                INTO WS-TX-ID
            END-STRING
            MOVE IM-DESCRIPTION TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE WS-TX-TEXT TO IM-DESCRIPTION
            MOVE SPACES TO RPRT-DOC-LINE
            MOVE 1 TO WS-LINE-PTR
            MOVE 'RPITEM' TO WS-TX-ID
            MOVE 'ITEM' TO WS-TX-TEXT
            PERFORM APPEND-DOC-TEXT
            STRING ' ' DELIMITED BY SIZE
                in-item-no DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                IM-DESCRIPTION DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                INTO RPRT-DOC-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING
            MOVE 'RPQTY' TO WS-TX-ID
            MOVE 'QTY' TO WS-TX-TEXT
            PERFORM APPEND-DOC-TEXT
            STRING ' ' DELIMITED BY SIZE
                in-quant DELIMITED BY SIZE
                INTO RPRT-DOC-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING
            WRITE RPRT-DOC-LINE
            MOVE WS-TOTAL-NO-VAT TO WS-AMT-ED-1
            MOVE WS-TOTAL-VAT TO WS-AMT-ED-2
            MOVE SPACES TO RPRT-DOC-LINE
            MOVE 1 TO WS-LINE-PTR
            MOVE 'RPNET' TO WS-TX-ID
            MOVE 'NET' TO WS-TX-TEXT
            PERFORM APPEND-DOC-TEXT
            STRING ' ' DELIMITED BY SIZE
                WS-AMT-ED-1 DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                INTO RPRT-DOC-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING
            MOVE 'RPTOTVAT' TO WS-TX-ID
            MOVE 'TOTAL WITH VAT' TO WS-TX-TEXT
            PERFORM APPEND-DOC-TEXT
            STRING ' ' DELIMITED BY SIZE
                WS-AMT-ED-2 DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                INTO RPRT-DOC-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING
            MOVE 'RPORIGBILL' TO WS-TX-ID
            MOVE '(AS ORIGINALLY BILLED)' TO WS-TX-TEXT
            PERFORM APPEND-DOC-TEXT
            WRITE RPRT-DOC-LINE
            MOVE SPACES TO RPRT-DOC-LINE
            WRITE RPRT-DOC-LINE.
       APPEND-DOC-TEXT.
      *Text WS-TX-ID, defaulting to the wording in WS-TX-TEXT, onto
      *the document line at WS-LINE-PTR.
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            STRING WS-TX-TEXT DELIMITED BY '  '
                INTO RPRT-DOC-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING.
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
       END-PARA.
            CLOSE RPRTREQ INFHIST AROPEN CUSTMAST REBTAB VATTAB
                CURRTAB ITEMMAST RPRTOUT
            IF WS-DOCTEXT-AVAILABLE then
                CLOSE DOCTEXT
            END-IF
            DISPLAY 'REPRINT - REQUESTS READ:   ' WS-REQUESTS-READ
            DISPLAY 'REPRINT - LINES REPRINTED: '
                WS-LINES-REPRINTED
            DISPLAY 'REPRINT - NOT DERIVABLE:   '
                WS-NOT-FOUND-COUNT
            DISPLAY 'REPRINT - HISTORY READS:   '
                WS-HIST-READ-COUNT
            PERFORM APPEND-HISTORY-STATISTICS
            STOP RUN.
       APPEND-HISTORY-STATISTICS.
      *A run straddling midnight wraps the clock - fold the day
      *back in rather than reporting a huge negative elapsed time.
            ACCEPT WS-TIME-RAW FROM TIME
            COMPUTE WS-END-SECS =
                (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS
            IF WS-END-SECS < WS-START-SECS then
                ADD 86400 TO WS-END-SECS
            END-IF
            OPEN EXTEND RUNSTATS
            MOVE SPACES TO RUN-STAT-RECORD
            SET ST-HISTORY-ROW TO TRUE
            MOVE WS-RUN-DATE TO ST-RUN-DATE
            IF WS-HIST-FULL-PASS then
                MOVE 'RECHRPRT FULL PASS' TO ST-STEP-NAME
            ELSE
                MOVE 'RECHRPRT CUST KEY' TO ST-STEP-NAME
            END-IF
            COMPUTE ST-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
            MOVE WS-HIST-READ-COUNT TO ST-IN-COUNT
            MOVE WS-LINES-REPRINTED TO ST-OUT-COUNT
            MOVE 0 TO ST-REJECT-COUNT
            MOVE 0 TO ST-HOLD-COUNT
            MOVE 0 TO ST-TOTAL-VAT
            MOVE 0 TO ST-TOTAL-NO-VAT
            WRITE RUN-STAT-RECORD
            CLOSE RUNSTATS.
