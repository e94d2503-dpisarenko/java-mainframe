      *Structured e-invoice generator. Public-sector customers and
      *the buyers on e-invoicing networks take neither the e-mailed
      *text document nor an X12 810 - they want a UBL 2.1 XML
      *invoice to the XRechnung standard, with their buyer
      *reference and routing id, and the full VAT breakdown. The
      *billing run writes each such customer's documents to the
      *structured extract (see UBLEXT.cpy); this program builds one
      *XML document per invoice document from it - seller data off
      *the company master, buyer data and routing id off the
      *customer master, every line with its unit of measure and
      *VAT category, the VAT breakdown by category and rate, the
      *credit applied and the amount payable, and the payment
      *instructions and terms.
      *A document missing a field the standard makes mandatory is
      *not generated: each missing field is listed on the
      *validation report and the document is held on EINVSTAT with
      *the first one as reason, to be generated by the first run
      *after the master data is fixed - its extract records are
      *carried forward on the held-document file, read back ahead
      *of the day's extract. A document already on EINVSTAT as
      *delivered is never generated twice. A document whose total
      *is negative goes out as a credit note.
      *All documents of the run go to the one output file, every
      *record prefixed with the customer id and document number -
      *the transmission job writes each document number's records,
      *prefix stripped, to a file of its own, translating to UTF-8
      *on the way out, and routes it by the buyer's endpoint id.
       PROGRAM-ID. RECHUBL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UBLEXT  ASSIGN UBLEXTNM
                          ORGANIZATION LINE SEQUENTIAL.
      *Documents held by the previous run, and those this run
      *holds, in extract layout.
           SELECT UBLHOLD ASSIGN UBLHLDNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-UBLHOLD-STATUS.
           SELECT UBLHLDO ASSIGN UBLHLONM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CM-CUST-ID.
           SELECT COMPMAST ASSIGN COMPNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CO-COMPANY-CODE.
           SELECT EINVSTAT ASSIGN EINVSTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY EV-KEY
                          FILE STATUS WS-EINVSTAT-STATUS.
           SELECT DOCTEXT ASSIGN DOCTEXTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY DT-KEY
                          FILE STATUS WS-DOCTEXT-STATUS.
           SELECT UBLOUT  ASSIGN UBLOUTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT UBLRPT  ASSIGN UBLRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  UBLEXT.
           COPY "UBLEXT.cpy".
       FD  UBLHOLD.
       01  UBL-HOLD-IN-RECORD        PIC X(176).
       FD  UBLHLDO.
       01  UBL-HOLD-OUT-RECORD       PIC X(176).
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  COMPMAST.
           COPY "COMPMAST.cpy".
       FD  EINVSTAT.
           COPY "EINVSTAT.cpy".
       FD  DOCTEXT.
           COPY "DOCTEXT.cpy".
       FD  UBLOUT.
       01  UBL-XML-RECORD.
           05 UO-CUST-ID             PIC X(6).
           05                        PIC X.
           05 UO-DOC-NO              PIC 9(9).
           05                        PIC X.
           05 UO-XML-TEXT            PIC X(240).
       FD  UBLRPT.
       01  UBL-REPORT-LINE           PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8) VALUE 0.
       01  WS-EINVSTAT-STATUS    PIC X(2) VALUE '00'.
       01  WS-UBLHOLD-STATUS     PIC X(2) VALUE '00'.
       01  WS-UBLHOLD-OPEN-SW    PIC X VALUE 'N'.
           88 WS-UBLHOLD-AVAILABLE   VALUE 'Y'.
      *Which input is being read: the held documents first, then
      *the day's extract.
       01  WS-INPUT-SW           PIC X VALUE 'E'.
           88 WS-READING-HOLD        VALUE 'H'.
           88 WS-READING-EXTRACT     VALUE 'E'.
       01  WS-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-DOCS-READ          PIC 9(7) VALUE 0.
       01  WS-DOCS-GENERATED     PIC 9(7) VALUE 0.
       01  WS-DOCS-HELD          PIC 9(7) VALUE 0.
       01  WS-DOCS-ALREADY-SENT  PIC 9(7) VALUE 0.
       01  WS-DOCS-INCOMPLETE    PIC 9(7) VALUE 0.
      *The document being collected off the extract: its header,
      *its lines, and the trailer's totals.
       01  WS-DOC-OPEN-SW        PIC X VALUE 'N'.
           88 WS-DOC-OPEN            VALUE 'Y'.
           88 WS-DOC-CLOSED          VALUE 'N'.
       01  WS-DOC-HEADER.
           05 WS-DH-CUST-ID          PIC X(6).
           05 WS-DH-DOC-NO           PIC 9(9).
           05 WS-DH-COMPANY-CODE     PIC X(2).
           05 WS-DH-INVOICE-DATE     PIC 9(8).
           05 WS-DH-DUE-DATE         PIC 9(8).
           05 WS-DH-RC-FLAG          PIC X.
               88 WS-DH-REVERSE-CHARGE   VALUE 'Y'.
           05 WS-DH-STO-DOC-NO       PIC 9(9).
           05 WS-DH-STO-DATE         PIC 9(8).
           05 WS-DH-PO-NO            PIC X(20).
           05 WS-DH-LANG-CODE        PIC X(2).
       01  WS-DT-LINE-COUNT      PIC 9(4) VALUE 0.
       01  WS-DT-TOTAL-NO-VAT    PIC S9(9)V99 VALUE 0.
       01  WS-DT-TOTAL-VAT       PIC S9(9)V99 VALUE 0.
       01  WS-DT-PREPAID-AMT     PIC S9(9)V99 VALUE 0.
       01  WS-DL-COUNT           PIC 9(4) VALUE 0.
       01  WS-DL-SUBSCR          PIC 9(4) VALUE 0.
       01  WS-DL-OVERFLOW-SW     PIC X VALUE 'N'.
           88 WS-DL-OVERFLOW         VALUE 'Y'.
       01  WS-DOC-LINE-TABLE.
           05 WS-DL-ENTRY OCCURS 500 TIMES.
               10 WS-DL-LINE-NO      PIC 9(4).
               10 WS-DL-KIND         PIC X.
                   88 WS-DL-FREIGHT      VALUE 'F'.
               10 WS-DL-ITEM-NO      PIC X(8).
               10 WS-DL-DESC         PIC X(60).
               10 WS-DL-UOM          PIC X(3).
               10 WS-DL-QUANTITY     PIC S9(5).
               10 WS-DL-NET-AMT      PIC S9(7)V99.
               10 WS-DL-VAT-PCT      PIC 9(3)V99.
               10 WS-DL-VAT-AMT      PIC S9(7)V99.
               10 WS-DL-WHT-AMT      PIC S9(7)V99.
               10 WS-DL-PO-LINE-NO   PIC X(6).
               10 WS-DL-CATEGORY     PIC X(2).
      *Sums over the lines, checked against the trailer, and the
      *VAT breakdown by category and rate built from them.
       01  WS-SUM-NET            PIC S9(9)V99 VALUE 0.
       01  WS-SUM-VAT            PIC S9(9)V99 VALUE 0.
       01  WS-SUM-WHT            PIC S9(9)V99 VALUE 0.
       01  WS-SUM-GROSS          PIC S9(9)V99 VALUE 0.
       01  WS-PAYABLE-AMT        PIC S9(9)V99 VALUE 0.
       01  WS-VB-COUNT           PIC 9(2) VALUE 0.
       01  WS-VB-SUBSCR          PIC 9(2) VALUE 0.
       01  WS-VB-FOUND-POS       PIC 9(2) VALUE 0.
       01  WS-VAT-BREAKDOWN.
           05 WS-VB-ENTRY OCCURS 20 TIMES.
               10 WS-VB-CATEGORY     PIC X(2).
               10 WS-VB-PCT          PIC 9(3)V99.
               10 WS-VB-NET-AMT      PIC S9(9)V99.
               10 WS-VB-VAT-AMT      PIC S9(9)V99.
      *A document with a negative total is a credit note - every
      *amount and quantity goes out with the sign turned.
       01  WS-DOC-TYPE-SW        PIC X VALUE 'I'.
           88 WS-DOC-INVOICE         VALUE 'I'.
           88 WS-DOC-CREDIT-NOTE     VALUE 'C'.
       01  WS-DOC-SIGN           PIC S9 VALUE 1.
       01  WS-DOC-CURRENCY       PIC X(3) VALUE SPACES.
       01  WS-CURR-ATTR          PIC X(60) VALUE SPACES.
       01  WS-LINE-TAG           PIC X(40) VALUE SPACES.
       01  WS-QTY-TAG            PIC X(40) VALUE SPACES.
      *Validation state: the first missing field is the hold
      *reason, every one is listed on the report.
       01  WS-VALID-SW           PIC X VALUE 'Y'.
           88 WS-DOC-VALID           VALUE 'Y'.
           88 WS-DOC-INVALID         VALUE 'N'.
       01  WS-VAL-REASON         PIC X(20) VALUE SPACES.
       01  WS-HOLD-REASON        PIC X(20) VALUE SPACES.
       01  WS-CUST-FOUND-SW      PIC X VALUE 'N'.
           88 WS-CUST-FOUND          VALUE 'Y'.
       01  WS-COMP-FOUND-SW      PIC X VALUE 'N'.
           88 WS-COMP-FOUND          VALUE 'Y'.
       01  WS-EV-FOUND-SW        PIC X VALUE 'N'.
           88 WS-EV-FOUND            VALUE 'Y'.
       01  WS-LINE-DESC-SW       PIC X VALUE 'N'.
           88 WS-LINE-DESC-MISSING   VALUE 'Y'.
       01  WS-LINE-UOM-SW        PIC X VALUE 'N'.
           88 WS-LINE-UOM-MISSING    VALUE 'Y'.
      *The buyer's electronic address: 'scheme:id' on the master,
      *or a bare Leitweg-ID (scheme 0204), which is then also the
      *buyer reference.
       01  WS-EP-SCHEME          PIC X(4) VALUE SPACES.
       01  WS-EP-ID              PIC X(46) VALUE SPACES.
       01  WS-EP-COLONS          PIC 9(2) VALUE 0.
       01  WS-BUYER-REF          PIC X(46) VALUE SPACES.
       01  WS-BUYER-COUNTRY      PIC X(2) VALUE SPACES.
       01  WS-VAT-ID-OUT         PIC X(16) VALUE SPACES.
      *Unit of measure: the item master's codes mapped to UN/ECE
      *Recommendation 20 where they differ; any other code is
      *taken to be one already.
       01  WS-UOM-MAP-VALUES.
           05 PIC X(6) VALUE 'EA H87'.
           05 PIC X(6) VALUE 'PC H87'.
           05 PIC X(6) VALUE 'ST H87'.
           05 PIC X(6) VALUE 'STKH87'.
           05 PIC X(6) VALUE 'KG KGM'.
           05 PIC X(6) VALUE 'G  GRM'.
           05 PIC X(6) VALUE 'T  TNE'.
           05 PIC X(6) VALUE 'L  LTR'.
           05 PIC X(6) VALUE 'M  MTR'.
           05 PIC X(6) VALUE 'M2 MTK'.
           05 PIC X(6) VALUE 'M3 MTQ'.
           05 PIC X(6) VALUE 'H  HUR'.
           05 PIC X(6) VALUE 'HR HUR'.
           05 PIC X(6) VALUE 'STDHUR'.
           05 PIC X(6) VALUE 'D  DAY'.
           05 PIC X(6) VALUE 'TAGDAY'.
           05 PIC X(6) VALUE 'MONMON'.
           05 PIC X(6) VALUE 'PAUC62'.
       01  WS-UOM-MAP-TABLE REDEFINES WS-UOM-MAP-VALUES.
           05 WS-UOM-MAP-ENTRY OCCURS 18 TIMES.
               10 WS-UOM-MAP-FROM    PIC X(3).
               10 WS-UOM-MAP-TO      PIC X(3).
       01  WS-UOM-SUBSCR         PIC 9(2) VALUE 0.
       01  WS-UOM-CODE           PIC X(3) VALUE SPACES.
      *XML output line under construction, and the element the
      *writing paragraphs are asked to put on it.
       01  WS-XML-LINE           PIC X(240) VALUE SPACES.
       01  WS-UBL-NS-PREFIX      PIC X(50) VALUE
           'urn:oasis:names:specification:ubl:schema:xsd:'.
       01  WS-XML-PTR            PIC 9(3) VALUE 1.
       01  WS-XML-INDENT         PIC 9(2) VALUE 0.
       01  WS-XE-TAG             PIC X(40) VALUE SPACES.
       01  WS-XE-ATTR            PIC X(60) VALUE SPACES.
       01  WS-XE-VALUE           PIC X(120) VALUE SPACES.
       01  WS-XE-LEN             PIC 9(3) VALUE 0.
       01  WS-XE-POS             PIC 9(3) VALUE 0.
       01  WS-XE-CHAR            PIC X VALUE SPACE.
      *Edited amounts and dates for the XML values.
       01  WS-AMT-ED             PIC -(9)9.99.
       01  WS-QTY-ED             PIC -(5)9.
       01  WS-PCT-ED             PIC ZZ9.99.
       01  WS-DAYS-ED            PIC ZZ9.
       01  WS-WORK-AMT           PIC S9(9)V99 VALUE 0.
       01  WS-WORK-QTY           PIC S9(5) VALUE 0.
       01  WS-DISC-PCT-100       PIC 9(3)V99 VALUE 0.
       01  WS-DATE-IN            PIC 9(8) VALUE 0.
       01  WS-DATE-IN-X REDEFINES WS-DATE-IN
                                 PIC X(8).
       01  WS-DATE-ISO           PIC X(10) VALUE SPACES.
      *Document text lookup (see GET-DOC-TEXT) for the notes the
      *document carries in the customer's language.
       01  WS-DOCTEXT-STATUS     PIC X(2) VALUE '00'.
       01  WS-DOCTEXT-OPEN-SW    PIC X VALUE 'N'.
           88 WS-DOCTEXT-AVAILABLE   VALUE 'Y'.
       01  WS-TX-ID              PIC X(10).
       01  WS-TX-LANG            PIC X(2).
       01  WS-TX-TEXT            PIC X(80).
       01  WS-TX-VERBATIM-SW     PIC X VALUE 'N'.
           88 WS-TX-VERBATIM         VALUE 'Y'.
       01  WS-RPT-LINE.
           05 WS-RPT-DOC-NO          PIC 9(9).
           05                        PIC X(2) VALUE SPACES.
           05 WS-RPT-CUST-ID         PIC X(6).
           05                        PIC X(2) VALUE SPACES.
           05 WS-RPT-TEXT            PIC X(81).
       PROCEDURE DIVISION.
       RECHUBL-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT  UBLEXT
            OPEN INPUT  UBLHOLD
            IF WS-UBLHOLD-STATUS = '00' then
                SET WS-UBLHOLD-AVAILABLE TO TRUE
                SET WS-READING-HOLD TO TRUE
            END-IF
            OPEN OUTPUT UBLHLDO
            OPEN INPUT  CUSTMAST
            OPEN INPUT  COMPMAST
            OPEN OUTPUT UBLOUT
            OPEN OUTPUT UBLRPT
      *The delivery-status file persists across runs; only a first
      *installation (status 35) creates it.
            OPEN I-O EINVSTAT
            IF WS-EINVSTAT-STATUS = '35' then
                OPEN OUTPUT EINVSTAT
                CLOSE EINVSTAT
                OPEN I-O EINVSTAT
            END-IF
            OPEN INPUT  DOCTEXT
            IF WS-DOCTEXT-STATUS = '00' then
                SET WS-DOCTEXT-AVAILABLE TO TRUE
            END-IF
            MOVE SPACES TO UBL-REPORT-LINE
            STRING 'STRUCTURED E-INVOICE VALIDATION REPORT - RUN '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO UBL-REPORT-LINE
            END-STRING
            WRITE UBL-REPORT-LINE
            MOVE 'DOCUMENT   CUST    MISSING OR INVALID'
                TO UBL-REPORT-LINE
            WRITE UBL-REPORT-LINE
            PERFORM READ-EXTRACT-RECORD
                THRU READ-EXTRACT-RECORD-EXIT.
       BOD-PARA.
            PERFORM PROCESS-EXTRACT-RECORD
                THRU PROCESS-EXTRACT-RECORD-EXIT
                UNTIL WS-EOF.
       READ-EXTRACT-RECORD.
            IF WS-READING-HOLD then
                READ UBLHOLD INTO UBL-EXTRACT-RECORD
                    AT END
                        SET WS-READING-EXTRACT TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RECORDS-READ
                        GO TO READ-EXTRACT-RECORD-EXIT
                END-READ
            END-IF
            READ UBLEXT
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECORDS-READ
            END-READ.
       READ-EXTRACT-RECORD-EXIT.
            EXIT.
       PROCESS-EXTRACT-RECORD.
      *Collect the document from its header to its trailer. A
      *header arriving while a document is still open means the
      *billing run restarted part-way through that document - the
      *fragment is dropped, the complete copy follows.
            EVALUATE TRUE
                WHEN UX-HEADER
                    IF WS-DOC-OPEN then
                        PERFORM DROP-INCOMPLETE-DOCUMENT
                    END-IF
                    PERFORM START-DOCUMENT
                WHEN UX-LINE
                    IF WS-DOC-OPEN
                        AND UX-DOC-NO = WS-DH-DOC-NO then
                        PERFORM COLLECT-DOCUMENT-LINE
                    END-IF
                WHEN UX-TRAILER
                    IF WS-DOC-OPEN
                        AND UX-DOC-NO = WS-DH-DOC-NO then
                        MOVE UX-LINE-COUNT TO WS-DT-LINE-COUNT
                        MOVE UX-TOTAL-NO-VAT TO WS-DT-TOTAL-NO-VAT
                        MOVE UX-TOTAL-VAT TO WS-DT-TOTAL-VAT
                        MOVE UX-PREPAID-AMT TO WS-DT-PREPAID-AMT
                        ADD 1 TO WS-DOCS-READ
                        PERFORM PROCESS-DOCUMENT
                            THRU PROCESS-DOCUMENT-EXIT
                        SET WS-DOC-CLOSED TO TRUE
                    END-IF
            END-EVALUATE
            PERFORM READ-EXTRACT-RECORD
                THRU READ-EXTRACT-RECORD-EXIT.
       PROCESS-EXTRACT-RECORD-EXIT.
            EXIT.
       START-DOCUMENT.
            SET WS-DOC-OPEN TO TRUE
            MOVE UX-CUST-ID TO WS-DH-CUST-ID
            MOVE UX-DOC-NO TO WS-DH-DOC-NO
            MOVE UX-COMPANY-CODE TO WS-DH-COMPANY-CODE
            MOVE UX-INVOICE-DATE TO WS-DH-INVOICE-DATE
            MOVE UX-DUE-DATE TO WS-DH-DUE-DATE
            MOVE UX-RC-FLAG TO WS-DH-RC-FLAG
            MOVE UX-STO-DOC-NO TO WS-DH-STO-DOC-NO
            MOVE UX-STO-DATE TO WS-DH-STO-DATE
            MOVE UX-PO-NO TO WS-DH-PO-NO
            MOVE UX-LANG-CODE TO WS-DH-LANG-CODE
            MOVE 0 TO WS-DL-COUNT
            MOVE 'N' TO WS-DL-OVERFLOW-SW.
       COLLECT-DOCUMENT-LINE.
            IF WS-DL-COUNT >= 500 then
                SET WS-DL-OVERFLOW TO TRUE
            ELSE
                ADD 1 TO WS-DL-COUNT
                MOVE UX-LINE-NO TO WS-DL-LINE-NO(WS-DL-COUNT)
                MOVE UX-LINE-KIND TO WS-DL-KIND(WS-DL-COUNT)
                MOVE UX-ITEM-NO TO WS-DL-ITEM-NO(WS-DL-COUNT)
                MOVE UX-ITEM-DESC TO WS-DL-DESC(WS-DL-COUNT)
                MOVE UX-UNIT-OF-MEAS TO WS-DL-UOM(WS-DL-COUNT)
                MOVE UX-QUANTITY TO WS-DL-QUANTITY(WS-DL-COUNT)
                MOVE UX-NET-AMT TO WS-DL-NET-AMT(WS-DL-COUNT)
                MOVE UX-VAT-PCT TO WS-DL-VAT-PCT(WS-DL-COUNT)
                MOVE UX-VAT-AMT TO WS-DL-VAT-AMT(WS-DL-COUNT)
                MOVE UX-WHT-AMT TO WS-DL-WHT-AMT(WS-DL-COUNT)
                MOVE UX-PO-LINE-NO TO WS-DL-PO-LINE-NO(WS-DL-COUNT)
            END-IF.
       DROP-INCOMPLETE-DOCUMENT.
            ADD 1 TO WS-DOCS-INCOMPLETE
            MOVE WS-DH-DOC-NO TO WS-RPT-DOC-NO
            MOVE WS-DH-CUST-ID TO WS-RPT-CUST-ID
            MOVE 'INCOMPLETE ON EXTRACT - DROPPED' TO WS-RPT-TEXT
            MOVE WS-RPT-LINE TO UBL-REPORT-LINE
            WRITE UBL-REPORT-LINE
            SET WS-DOC-CLOSED TO TRUE.
       PROCESS-DOCUMENT.
      *A document already delivered is not generated again; one
      *held by an earlier run's validation is retried.
            MOVE 'N' TO WS-EV-FOUND-SW
            MOVE WS-DH-CUST-ID TO EV-CUST-ID
            MOVE WS-DH-DOC-NO TO EV-DOC-NO
            READ EINVSTAT
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EV-FOUND TO TRUE
            END-READ
            IF WS-EV-FOUND
                AND NOT EV-VALIDATION-HELD then
                ADD 1 TO WS-DOCS-ALREADY-SENT
                GO TO PROCESS-DOCUMENT-EXIT
            END-IF
            MOVE 'N' TO WS-CUST-FOUND-SW
            MOVE WS-DH-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-CUST-FOUND TO TRUE
            END-READ
            MOVE 'N' TO WS-COMP-FOUND-SW
            MOVE WS-DH-COMPANY-CODE TO CO-COMPANY-CODE
            READ COMPMAST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-COMP-FOUND TO TRUE
            END-READ
            PERFORM SUM-DOCUMENT-LINES
            PERFORM VALIDATE-DOCUMENT
            IF WS-DOC-INVALID then
                PERFORM HOLD-DOCUMENT
                GO TO PROCESS-DOCUMENT-EXIT
            END-IF
            PERFORM GENERATE-DOCUMENT
            PERFORM RECORD-DOCUMENT-SENT.
       PROCESS-DOCUMENT-EXIT.
            EXIT.
       SUM-DOCUMENT-LINES.
      *Line sums and the VAT breakdown by category and rate. A
      *reverse-charge document's lines are category AE (VAT due
      *from the buyer), a zero rate otherwise zero-rated (Z), any
      *other rate standard (S).
            MOVE 0 TO WS-SUM-NET
            MOVE 0 TO WS-SUM-VAT
            MOVE 0 TO WS-SUM-WHT
            MOVE 0 TO WS-VB-COUNT
            PERFORM SUM-ONE-LINE
                VARYING WS-DL-SUBSCR FROM 1 BY 1
                UNTIL WS-DL-SUBSCR > WS-DL-COUNT
            COMPUTE WS-SUM-GROSS = WS-SUM-NET + WS-SUM-VAT
            IF WS-DT-TOTAL-VAT < 0 then
                SET WS-DOC-CREDIT-NOTE TO TRUE
                MOVE -1 TO WS-DOC-SIGN
            ELSE
                SET WS-DOC-INVOICE TO TRUE
                MOVE 1 TO WS-DOC-SIGN
            END-IF.
       SUM-ONE-LINE.
            EVALUATE TRUE
                WHEN WS-DH-REVERSE-CHARGE
                    MOVE 'AE' TO WS-DL-CATEGORY(WS-DL-SUBSCR)
                    MOVE 0 TO WS-DL-VAT-PCT(WS-DL-SUBSCR)
                WHEN WS-DL-VAT-PCT(WS-DL-SUBSCR) = 0
                    MOVE 'Z' TO WS-DL-CATEGORY(WS-DL-SUBSCR)
                WHEN OTHER
                    MOVE 'S' TO WS-DL-CATEGORY(WS-DL-SUBSCR)
            END-EVALUATE
            ADD WS-DL-NET-AMT(WS-DL-SUBSCR) TO WS-SUM-NET
            ADD WS-DL-VAT-AMT(WS-DL-SUBSCR) TO WS-SUM-VAT
            ADD WS-DL-WHT-AMT(WS-DL-SUBSCR) TO WS-SUM-WHT
            MOVE 0 TO WS-VB-FOUND-POS
            PERFORM FIND-VAT-BREAKDOWN-ROW
                VARYING WS-VB-SUBSCR FROM 1 BY 1
                UNTIL WS-VB-SUBSCR > WS-VB-COUNT
                OR WS-VB-FOUND-POS > 0
            IF WS-VB-FOUND-POS = 0
                AND WS-VB-COUNT < 20 then
                ADD 1 TO WS-VB-COUNT
                MOVE WS-VB-COUNT TO WS-VB-FOUND-POS
                MOVE WS-DL-CATEGORY(WS-DL-SUBSCR) TO
                    WS-VB-CATEGORY(WS-VB-FOUND-POS)
                MOVE WS-DL-VAT-PCT(WS-DL-SUBSCR) TO
                    WS-VB-PCT(WS-VB-FOUND-POS)
                MOVE 0 TO WS-VB-NET-AMT(WS-VB-FOUND-POS)
                MOVE 0 TO WS-VB-VAT-AMT(WS-VB-FOUND-POS)
            END-IF
            IF WS-VB-FOUND-POS > 0 then
                ADD WS-DL-NET-AMT(WS-DL-SUBSCR) TO
                    WS-VB-NET-AMT(WS-VB-FOUND-POS)
                ADD WS-DL-VAT-AMT(WS-DL-SUBSCR) TO
                    WS-VB-VAT-AMT(WS-VB-FOUND-POS)
            END-IF.
       FIND-VAT-BREAKDOWN-ROW.
            IF WS-VB-CATEGORY(WS-VB-SUBSCR) =
                WS-DL-CATEGORY(WS-DL-SUBSCR)
                AND WS-VB-PCT(WS-VB-SUBSCR) =
                WS-DL-VAT-PCT(WS-DL-SUBSCR) then
                MOVE WS-VB-SUBSCR TO WS-VB-FOUND-POS
            END-IF.
       VALIDATE-DOCUMENT.
      *Every field the XRechnung standard makes mandatory for the
      *document, each missing one on the report.
            SET WS-DOC-VALID TO TRUE
            MOVE SPACES TO WS-HOLD-REASON
            IF WS-DL-OVERFLOW then
                MOVE 'TOO MANY LINES' TO WS-VAL-REASON
                PERFORM REPORT-VALIDATION-FAILURE
            END-IF
            IF WS-DL-COUNT NOT = WS-DT-LINE-COUNT
                OR WS-SUM-NET NOT = WS-DT-TOTAL-NO-VAT
                OR WS-SUM-GROSS NOT = WS-DT-TOTAL-VAT then
                MOVE 'TOTALS DO NOT AGREE' TO WS-VAL-REASON
                PERFORM REPORT-VALIDATION-FAILURE
            END-IF
            IF NOT WS-CUST-FOUND then
                MOVE 'CUST NOT ON MASTER' TO WS-VAL-REASON
                PERFORM REPORT-VALIDATION-FAILURE
            ELSE
                PERFORM VALIDATE-BUYER
            END-IF
            IF NOT WS-COMP-FOUND then
                MOVE 'COMPANY NOT ON FILE' TO WS-VAL-REASON
                PERFORM REPORT-VALIDATION-FAILURE
            ELSE
                PERFORM VALIDATE-SELLER
            END-IF
            IF WS-CUST-FOUND AND WS-COMP-FOUND then
                PERFORM VALIDATE-PAYMENT
            END-IF
            MOVE 'N' TO WS-LINE-DESC-SW
            MOVE 'N' TO WS-LINE-UOM-SW
            PERFORM VALIDATE-ONE-LINE
                VARYING WS-DL-SUBSCR FROM 1 BY 1
                UNTIL WS-DL-SUBSCR > WS-DL-COUNT
            IF WS-LINE-DESC-MISSING then
                MOVE 'LINE DESCRIPTION' TO WS-VAL-REASON
                PERFORM REPORT-VALIDATION-FAILURE
            END-IF
            IF WS-LINE-UOM-MISSING then
                MOVE 'LINE UNIT OF MEASURE' TO WS-VAL-REASON
                PERFORM REPORT-VALIDATION-FAILURE
            END-IF.
       VALIDATE-BUYER.
            IF CM-BUYER-ROUTING-ID = SPACES then
                MOVE 'NO BUYER ROUTING ID' TO WS-VAL-REASON
                PERFORM REPORT-VALIDATION-FAILURE
            END-IF
            IF CM-CUST-NAME = SPACES
                OR CM-BILL-ADDR-LINE1 = SPACES
                OR CM-BILL-CITY = SPACES
                OR CM-BILL-ZIP = SPACES then
                MOVE 'BUYER ADDRESS' TO WS-VAL-REASON
                PERFORM REPORT-VALIDATION-FAILURE
            END-IF
      *Reverse charge names both parties' VAT registrations.
            IF WS-DH-REVERSE-CHARGE
                AND CM-VAT-REG-NO = SPACES then
                MOVE 'NO BUYER VAT ID' TO WS-VAL-REASON
                PERFORM REPORT-VALIDATION-FAILURE
            END-IF.
       VALIDATE-SELLER.
            IF CO-VAT-REG-NO = SPACES then
                MOVE 'NO SELLER VAT ID' TO WS-VAL-REASON
                PERFORM REPORT-VALIDATION-FAILURE
            END-IF
            IF CO-COMPANY-NAME = SPACES
                OR CO-ADDR-LINE1 = SPACES
                OR CO-CITY = SPACES
                OR CO-ZIP = SPACES
                OR CO-COUNTRY-CODE = SPACES then
                MOVE 'SELLER ADDRESS' TO WS-VAL-REASON
                PERFORM REPORT-VALIDATION-FAILURE
            END-IF
            IF CO-CONTACT-NAME = SPACES
                OR CO-CONTACT-PHONE = SPACES
                OR CO-CONTACT-EMAIL = SPACES then
                MOVE 'SELLER CONTACT' TO WS-VAL-REASON
                PERFORM REPORT-VALIDATION-FAILURE
            END-IF.
       VALIDATE-PAYMENT.
      *Payment instructions: a direct-debit customer's mandate and
      *account with our creditor id, otherwise our account for
      *the credit transfer.
            IF CM-PAY-DIRECT-DEBIT then
                IF CM-MANDATE-ID = SPACES
                    OR CM-BANK-ACCT-NO = SPACES then
                    MOVE 'NO DEBIT MANDATE' TO WS-VAL-REASON
                    PERFORM REPORT-VALIDATION-FAILURE
                END-IF
                IF CO-SEPA-CREDITOR-ID = SPACES then
                    MOVE 'NO SEPA CREDITOR ID' TO WS-VAL-REASON
                    PERFORM REPORT-VALIDATION-FAILURE
                END-IF
            ELSE
                IF CO-BANK-IBAN = SPACES then
                    MOVE 'NO SELLER IBAN' TO WS-VAL-REASON
                    PERFORM REPORT-VALIDATION-FAILURE
                END-IF
            END-IF.
       VALIDATE-ONE-LINE.
            IF WS-DL-DESC(WS-DL-SUBSCR) = SPACES then
                SET WS-LINE-DESC-MISSING TO TRUE
            END-IF
            IF WS-DL-UOM(WS-DL-SUBSCR) = SPACES
                AND NOT WS-DL-FREIGHT(WS-DL-SUBSCR) then
                SET WS-LINE-UOM-MISSING TO TRUE
            END-IF.
       REPORT-VALIDATION-FAILURE.
            IF WS-DOC-VALID then
                MOVE WS-VAL-REASON TO WS-HOLD-REASON
            END-IF
            SET WS-DOC-INVALID TO TRUE
            MOVE WS-DH-DOC-NO TO WS-RPT-DOC-NO
            MOVE WS-DH-CUST-ID TO WS-RPT-CUST-ID
            MOVE WS-VAL-REASON TO WS-RPT-TEXT
            MOVE WS-RPT-LINE TO UBL-REPORT-LINE
            WRITE UBL-REPORT-LINE.
       HOLD-DOCUMENT.
      *Held on the delivery-status file until a run finds it
      *complete; the reason is the first field missing.
            ADD 1 TO WS-DOCS-HELD
            MOVE WS-DH-CUST-ID TO EV-CUST-ID
            MOVE WS-DH-DOC-NO TO EV-DOC-NO
            MOVE 0 TO EV-SENT-DATE
            SET EV-VALIDATION-HELD TO TRUE
            MOVE WS-RUN-DATE TO EV-BOUNCE-DATE
            MOVE WS-HOLD-REASON TO EV-BOUNCE-REASON
            SET EV-CHANNEL-STRUCTURED TO TRUE
            IF WS-EV-FOUND then
                REWRITE EINV-STATUS-RECORD
            ELSE
                WRITE EINV-STATUS-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-IF
            PERFORM CARRY-HELD-DOCUMENT.
       CARRY-HELD-DOCUMENT.
      *The held document's extract records onto the held-document
      *file for the next run, rebuilt from the document collected
      *(the record area is free - the trailer has been taken).
            MOVE SPACES TO UBL-EXTRACT-RECORD
            SET UX-HEADER TO TRUE
            MOVE WS-DH-CUST-ID TO UX-CUST-ID
            MOVE WS-DH-DOC-NO TO UX-DOC-NO
            MOVE WS-DH-COMPANY-CODE TO UX-COMPANY-CODE
            MOVE WS-DH-INVOICE-DATE TO UX-INVOICE-DATE
            MOVE WS-DH-DUE-DATE TO UX-DUE-DATE
            MOVE WS-DH-RC-FLAG TO UX-RC-FLAG
            MOVE WS-DH-STO-DOC-NO TO UX-STO-DOC-NO
            MOVE WS-DH-STO-DATE TO UX-STO-DATE
            MOVE WS-DH-PO-NO TO UX-PO-NO
            MOVE WS-DH-LANG-CODE TO UX-LANG-CODE
            WRITE UBL-HOLD-OUT-RECORD FROM UBL-EXTRACT-RECORD
            PERFORM CARRY-HELD-LINE
                VARYING WS-DL-SUBSCR FROM 1 BY 1
                UNTIL WS-DL-SUBSCR > WS-DL-COUNT
            MOVE SPACES TO UBL-EXTRACT-RECORD
            SET UX-TRAILER TO TRUE
            MOVE WS-DH-CUST-ID TO UX-CUST-ID
            MOVE WS-DH-DOC-NO TO UX-DOC-NO
            MOVE WS-DT-LINE-COUNT TO UX-LINE-COUNT
            MOVE WS-DT-TOTAL-NO-VAT TO UX-TOTAL-NO-VAT
            MOVE WS-DT-TOTAL-VAT TO UX-TOTAL-VAT
            MOVE WS-DT-PREPAID-AMT TO UX-PREPAID-AMT
            WRITE UBL-HOLD-OUT-RECORD FROM UBL-EXTRACT-RECORD.
       CARRY-HELD-LINE.
            MOVE SPACES TO UBL-EXTRACT-RECORD
            SET UX-LINE TO TRUE
            MOVE WS-DH-CUST-ID TO UX-CUST-ID
            MOVE WS-DH-DOC-NO TO UX-DOC-NO
            MOVE WS-DL-LINE-NO(WS-DL-SUBSCR) TO UX-LINE-NO
            MOVE WS-DL-KIND(WS-DL-SUBSCR) TO UX-LINE-KIND
            MOVE WS-DL-ITEM-NO(WS-DL-SUBSCR) TO UX-ITEM-NO
            MOVE WS-DL-DESC(WS-DL-SUBSCR) TO UX-ITEM-DESC
            MOVE WS-DL-UOM(WS-DL-SUBSCR) TO UX-UNIT-OF-MEAS
            MOVE WS-DL-QUANTITY(WS-DL-SUBSCR) TO UX-QUANTITY
            MOVE WS-DL-NET-AMT(WS-DL-SUBSCR) TO UX-NET-AMT
            MOVE WS-DL-VAT-PCT(WS-DL-SUBSCR) TO UX-VAT-PCT
            MOVE WS-DL-VAT-AMT(WS-DL-SUBSCR) TO UX-VAT-AMT
            MOVE WS-DL-WHT-AMT(WS-DL-SUBSCR) TO UX-WHT-AMT
            MOVE WS-DL-PO-LINE-NO(WS-DL-SUBSCR) TO UX-PO-LINE-NO
            WRITE UBL-HOLD-OUT-RECORD FROM UBL-EXTRACT-RECORD.
       RECORD-DOCUMENT-SENT.
      *Delivery status as for the e-mailed documents - SENT, with
      *the channel marking it structured.
            ADD 1 TO WS-DOCS-GENERATED
            MOVE WS-DH-CUST-ID TO EV-CUST-ID
            MOVE WS-DH-DOC-NO TO EV-DOC-NO
            MOVE WS-RUN-DATE TO EV-SENT-DATE
            SET EV-SENT TO TRUE
            MOVE 0 TO EV-BOUNCE-DATE
            MOVE SPACES TO EV-BOUNCE-REASON
            SET EV-CHANNEL-STRUCTURED TO TRUE
            IF WS-EV-FOUND then
                REWRITE EINV-STATUS-RECORD
            ELSE
                WRITE EINV-STATUS-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-IF.
       GENERATE-DOCUMENT.
            MOVE CO-HOME-CURRENCY TO WS-DOC-CURRENCY
            IF WS-DOC-CURRENCY = SPACES then
                MOVE 'EUR' TO WS-DOC-CURRENCY
            END-IF
            MOVE SPACES TO WS-CURR-ATTR
            STRING ' currencyID="' DELIMITED BY SIZE
                WS-DOC-CURRENCY DELIMITED BY SIZE
                '"' DELIMITED BY SIZE
                INTO WS-CURR-ATTR
            END-STRING
            MOVE WS-DH-LANG-CODE TO WS-TX-LANG
            PERFORM SPLIT-BUYER-ENDPOINT
            MOVE CM-VAT-COUNTRY TO WS-BUYER-COUNTRY
            IF WS-BUYER-COUNTRY = SPACES then
                MOVE CO-COUNTRY-CODE TO WS-BUYER-COUNTRY
            END-IF
            MOVE 0 TO WS-XML-INDENT
            MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                TO WS-XML-LINE
            PERFORM WRITE-XML-LINE
            IF WS-DOC-INVOICE then
                MOVE '<ubl:Invoice' TO WS-XML-LINE
                PERFORM WRITE-XML-LINE
                STRING '    xmlns:ubl="' DELIMITED BY SIZE
                    WS-UBL-NS-PREFIX DELIMITED BY SPACE
                    'Invoice-2"' DELIMITED BY SIZE
                    INTO WS-XML-LINE
                END-STRING
                MOVE 'cbc:InvoicedQuantity' TO WS-QTY-TAG
                MOVE 'cac:InvoiceLine' TO WS-LINE-TAG
            ELSE
                MOVE '<ubl:CreditNote' TO WS-XML-LINE
                PERFORM WRITE-XML-LINE
                STRING '    xmlns:ubl="' DELIMITED BY SIZE
                    WS-UBL-NS-PREFIX DELIMITED BY SPACE
                    'CreditNote-2"' DELIMITED BY SIZE
                    INTO WS-XML-LINE
                END-STRING
                MOVE 'cbc:CreditedQuantity' TO WS-QTY-TAG
                MOVE 'cac:CreditNoteLine' TO WS-LINE-TAG
            END-IF
            PERFORM WRITE-XML-LINE
            STRING '    xmlns:cac="' DELIMITED BY SIZE
                WS-UBL-NS-PREFIX DELIMITED BY SPACE
                'CommonAggregateComponents-2"' DELIMITED BY SIZE
                INTO WS-XML-LINE
            END-STRING
            PERFORM WRITE-XML-LINE
            STRING '    xmlns:cbc="' DELIMITED BY SIZE
                WS-UBL-NS-PREFIX DELIMITED BY SPACE
                'CommonBasicComponents-2">' DELIMITED BY SIZE
                INTO WS-XML-LINE
            END-STRING
            PERFORM WRITE-XML-LINE
            MOVE 2 TO WS-XML-INDENT
            PERFORM WRITE-DOCUMENT-HEADER
            PERFORM WRITE-SELLER-PARTY
            PERFORM WRITE-BUYER-PARTY
            PERFORM WRITE-PAYMENT-DETAILS
            PERFORM WRITE-TAX-TOTAL
            PERFORM WRITE-MONETARY-TOTAL
            PERFORM WRITE-DOCUMENT-LINE
                VARYING WS-DL-SUBSCR FROM 1 BY 1
                UNTIL WS-DL-SUBSCR > WS-DL-COUNT
            MOVE 0 TO WS-XML-INDENT
            IF WS-DOC-INVOICE then
                MOVE '</ubl:Invoice>' TO WS-XML-LINE
            ELSE
                MOVE '</ubl:CreditNote>' TO WS-XML-LINE
            END-IF
            PERFORM WRITE-XML-LINE.
       SPLIT-BUYER-ENDPOINT.
      *'scheme:id' off the master, a bare id being a Leitweg-ID.
      *The Leitweg-ID is the buyer reference; a network buyer's
      *reference is their order number, else our account number.
            MOVE 0 TO WS-EP-COLONS
            INSPECT CM-BUYER-ROUTING-ID TALLYING WS-EP-COLONS
                FOR ALL ':'
            IF WS-EP-COLONS > 0 then
                MOVE SPACES TO WS-EP-SCHEME
                MOVE SPACES TO WS-EP-ID
                UNSTRING CM-BUYER-ROUTING-ID DELIMITED BY ':'
                    INTO WS-EP-SCHEME WS-EP-ID
                END-UNSTRING
            ELSE
                MOVE '0204' TO WS-EP-SCHEME
                MOVE CM-BUYER-ROUTING-ID TO WS-EP-ID
            END-IF
            EVALUATE TRUE
                WHEN WS-EP-SCHEME = '0204'
                    MOVE WS-EP-ID TO WS-BUYER-REF
                WHEN WS-DH-PO-NO NOT = SPACES
                    MOVE WS-DH-PO-NO TO WS-BUYER-REF
                WHEN OTHER
                    MOVE WS-DH-CUST-ID TO WS-BUYER-REF
            END-EVALUATE.
       WRITE-DOCUMENT-HEADER.
            MOVE 'cbc:CustomizationID' TO WS-XE-TAG
            STRING 'urn:cen.eu:en16931:2017#compliant#'
                DELIMITED BY SIZE
                'urn:xeinkauf.de:kosit:xrechnung_3.0' DELIMITED BY SIZE
                INTO WS-XE-VALUE
            END-STRING
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cbc:ProfileID' TO WS-XE-TAG
            MOVE 'urn:fdc:peppol.eu:2017:poacc:billing:01:1.0'
                TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cbc:ID' TO WS-XE-TAG
            MOVE WS-DH-DOC-NO TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE WS-DH-INVOICE-DATE TO WS-DATE-IN
            PERFORM FORMAT-ISO-DATE
            MOVE 'cbc:IssueDate' TO WS-XE-TAG
            MOVE WS-DATE-ISO TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            IF WS-DOC-INVOICE then
                MOVE WS-DH-DUE-DATE TO WS-DATE-IN
                PERFORM FORMAT-ISO-DATE
                MOVE 'cbc:DueDate' TO WS-XE-TAG
                MOVE WS-DATE-ISO TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
                MOVE 'cbc:InvoiceTypeCode' TO WS-XE-TAG
                MOVE '380' TO WS-XE-VALUE
            ELSE
                MOVE 'cbc:CreditNoteTypeCode' TO WS-XE-TAG
                MOVE '381' TO WS-XE-VALUE
            END-IF
            PERFORM WRITE-XML-ELEMENT
      *Notes: the reverse-charge legend, and the withholding the
      *buyer deducts at source.
            IF WS-DH-REVERSE-CHARGE then
                MOVE 'REVCHG' TO WS-TX-ID
                MOVE 'REVERSE CHARGE - VAT PAYABLE BY RECIPIENT'
                    TO WS-TX-TEXT
                PERFORM GET-DOC-TEXT
                    THRU GET-DOC-TEXT-EXIT
                MOVE 'cbc:Note' TO WS-XE-TAG
                MOVE WS-TX-TEXT TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
            END-IF
            IF WS-SUM-WHT NOT = 0 then
                MOVE 'UBLWHT' TO WS-TX-ID
                MOVE 'WITHHOLDING TAX DEDUCTED AT SOURCE:'
                    TO WS-TX-TEXT
                PERFORM GET-DOC-TEXT
                    THRU GET-DOC-TEXT-EXIT
                COMPUTE WS-WORK-AMT = WS-SUM-WHT * WS-DOC-SIGN
                MOVE WS-WORK-AMT TO WS-AMT-ED
                MOVE SPACES TO WS-XE-VALUE
                STRING WS-TX-TEXT DELIMITED BY '  '
                    ' ' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AMT-ED) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-DOC-CURRENCY DELIMITED BY SIZE
                    INTO WS-XE-VALUE
                END-STRING
                MOVE 'cbc:Note' TO WS-XE-TAG
                PERFORM WRITE-XML-ELEMENT
            END-IF
            MOVE 'cbc:DocumentCurrencyCode' TO WS-XE-TAG
            MOVE WS-DOC-CURRENCY TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cbc:BuyerReference' TO WS-XE-TAG
            MOVE WS-BUYER-REF TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            IF WS-DH-PO-NO NOT = SPACES then
                MOVE 'cac:OrderReference' TO WS-XE-TAG
                PERFORM WRITE-XML-OPEN
                MOVE 'cbc:ID' TO WS-XE-TAG
                MOVE WS-DH-PO-NO TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
                MOVE 'cac:OrderReference' TO WS-XE-TAG
                PERFORM WRITE-XML-CLOSE
            END-IF
      *A reversal references the document it cancels.
            IF WS-DH-STO-DOC-NO NOT = 0 then
                MOVE 'cac:BillingReference' TO WS-XE-TAG
                PERFORM WRITE-XML-OPEN
                MOVE 'cac:InvoiceDocumentReference' TO WS-XE-TAG
                PERFORM WRITE-XML-OPEN
                MOVE 'cbc:ID' TO WS-XE-TAG
                MOVE WS-DH-STO-DOC-NO TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
                MOVE WS-DH-STO-DATE TO WS-DATE-IN
                PERFORM FORMAT-ISO-DATE
                MOVE 'cbc:IssueDate' TO WS-XE-TAG
                MOVE WS-DATE-ISO TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
                MOVE 'cac:InvoiceDocumentReference' TO WS-XE-TAG
                PERFORM WRITE-XML-CLOSE
                MOVE 'cac:BillingReference' TO WS-XE-TAG
                PERFORM WRITE-XML-CLOSE
            END-IF.
       WRITE-SELLER-PARTY.
            MOVE 'cac:AccountingSupplierParty' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cac:Party' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:EndpointID' TO WS-XE-TAG
            MOVE ' schemeID="EM"' TO WS-XE-ATTR
            MOVE CO-CONTACT-EMAIL TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
      *The creditor id direct debits are collected under.
            IF CM-PAY-DIRECT-DEBIT then
                MOVE 'cac:PartyIdentification' TO WS-XE-TAG
                PERFORM WRITE-XML-OPEN
                MOVE 'cbc:ID' TO WS-XE-TAG
                MOVE ' schemeID="SEPA"' TO WS-XE-ATTR
                MOVE CO-SEPA-CREDITOR-ID TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
                MOVE 'cac:PartyIdentification' TO WS-XE-TAG
                PERFORM WRITE-XML-CLOSE
            END-IF
            MOVE 'cac:PostalAddress' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:StreetName' TO WS-XE-TAG
            MOVE CO-ADDR-LINE1 TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cbc:CityName' TO WS-XE-TAG
            MOVE CO-CITY TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cbc:PostalZone' TO WS-XE-TAG
            MOVE CO-ZIP TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE CO-COUNTRY-CODE TO WS-XE-VALUE
            PERFORM WRITE-COUNTRY
            MOVE 'cac:PostalAddress' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE
            MOVE CO-COUNTRY-CODE TO WS-VAT-ID-OUT
            MOVE CO-VAT-REG-NO TO WS-XE-VALUE
            PERFORM WRITE-PARTY-TAX-SCHEME
            MOVE 'cac:PartyLegalEntity' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:RegistrationName' TO WS-XE-TAG
            MOVE CO-COMPANY-NAME TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cac:PartyLegalEntity' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE
            MOVE 'cac:Contact' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:Name' TO WS-XE-TAG
            MOVE CO-CONTACT-NAME TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cbc:Telephone' TO WS-XE-TAG
            MOVE CO-CONTACT-PHONE TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cbc:ElectronicMail' TO WS-XE-TAG
            MOVE CO-CONTACT-EMAIL TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cac:Contact' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE
            MOVE 'cac:Party' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE
            MOVE 'cac:AccountingSupplierParty' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE.
       WRITE-BUYER-PARTY.
            MOVE 'cac:AccountingCustomerParty' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cac:Party' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:EndpointID' TO WS-XE-TAG
            MOVE SPACES TO WS-XE-ATTR
            STRING ' schemeID="' DELIMITED BY SIZE
                WS-EP-SCHEME DELIMITED BY SPACE
                '"' DELIMITED BY SIZE
                INTO WS-XE-ATTR
            END-STRING
            MOVE WS-EP-ID TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cac:PartyIdentification' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:ID' TO WS-XE-TAG
            MOVE CM-CUST-ID TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cac:PartyIdentification' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE
            MOVE 'cac:PostalAddress' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:StreetName' TO WS-XE-TAG
            MOVE CM-BILL-ADDR-LINE1 TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cbc:AdditionalStreetName' TO WS-XE-TAG
            MOVE CM-BILL-ADDR-LINE2 TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cbc:CityName' TO WS-XE-TAG
            MOVE CM-BILL-CITY TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cbc:PostalZone' TO WS-XE-TAG
            MOVE CM-BILL-ZIP TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cbc:CountrySubentity' TO WS-XE-TAG
            MOVE CM-BILL-STATE TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE WS-BUYER-COUNTRY TO WS-XE-VALUE
            PERFORM WRITE-COUNTRY
            MOVE 'cac:PostalAddress' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE
            IF CM-VAT-REG-NO NOT = SPACES then
                MOVE CM-VAT-COUNTRY TO WS-VAT-ID-OUT
                MOVE CM-VAT-REG-NO TO WS-XE-VALUE
                PERFORM WRITE-PARTY-TAX-SCHEME
            END-IF
            MOVE 'cac:PartyLegalEntity' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:RegistrationName' TO WS-XE-TAG
            MOVE CM-CUST-NAME TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cac:PartyLegalEntity' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE
            MOVE 'cac:Party' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE
            MOVE 'cac:AccountingCustomerParty' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE.
       WRITE-COUNTRY.
            MOVE 'cac:Country' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:IdentificationCode' TO WS-XE-TAG
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cac:Country' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE.
       WRITE-PARTY-TAX-SCHEME.
      *A VAT registration (in WS-XE-VALUE) goes out with its
      *country prefix (in WS-VAT-ID-OUT) - the masters may hold it
      *with or without.
            IF WS-XE-VALUE(1:2) NOT = WS-VAT-ID-OUT(1:2) then
                MOVE WS-XE-VALUE(1:14) TO WS-VAT-ID-OUT(3:14)
            ELSE
                MOVE WS-XE-VALUE(1:14) TO WS-VAT-ID-OUT
            END-IF
            MOVE 'cac:PartyTaxScheme' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:CompanyID' TO WS-XE-TAG
            MOVE WS-VAT-ID-OUT TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            PERFORM WRITE-TAX-SCHEME
            MOVE 'cac:PartyTaxScheme' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE.
       WRITE-TAX-SCHEME.
            MOVE 'cac:TaxScheme' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:ID' TO WS-XE-TAG
            MOVE 'VAT' TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE 'cac:TaxScheme' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE.
       WRITE-PAYMENT-DETAILS.
      *Payment instructions - credit transfer to our account (58)
      *or SEPA direct debit under the customer's mandate (59), the
      *document number as remittance reference - and the terms,
      *with an early-payment discount in the XRechnung #SKONTO#
      *form, which must stand on a line of its own.
            MOVE 'cac:PaymentMeans' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:PaymentMeansCode' TO WS-XE-TAG
            IF CM-PAY-DIRECT-DEBIT then
                MOVE '59' TO WS-XE-VALUE
            ELSE
                MOVE '58' TO WS-XE-VALUE
            END-IF
            PERFORM WRITE-XML-ELEMENT
            IF WS-DOC-CREDIT-NOTE then
                MOVE WS-DH-DUE-DATE TO WS-DATE-IN
                PERFORM FORMAT-ISO-DATE
                MOVE 'cbc:PaymentDueDate' TO WS-XE-TAG
                MOVE WS-DATE-ISO TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
            END-IF
            MOVE 'cbc:PaymentID' TO WS-XE-TAG
            MOVE WS-DH-DOC-NO TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            IF CM-PAY-DIRECT-DEBIT then
                MOVE 'cac:PaymentMandate' TO WS-XE-TAG
                PERFORM WRITE-XML-OPEN
                MOVE 'cbc:ID' TO WS-XE-TAG
                MOVE CM-MANDATE-ID TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
                MOVE 'cac:PayerFinancialAccount' TO WS-XE-TAG
                PERFORM WRITE-XML-OPEN
                MOVE 'cbc:ID' TO WS-XE-TAG
                MOVE CM-BANK-ACCT-NO TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
                MOVE 'cac:PayerFinancialAccount' TO WS-XE-TAG
                PERFORM WRITE-XML-CLOSE
                MOVE 'cac:PaymentMandate' TO WS-XE-TAG
                PERFORM WRITE-XML-CLOSE
            ELSE
                MOVE 'cac:PayeeFinancialAccount' TO WS-XE-TAG
                PERFORM WRITE-XML-OPEN
                MOVE 'cbc:ID' TO WS-XE-TAG
                MOVE CO-BANK-IBAN TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
                MOVE 'cbc:Name' TO WS-XE-TAG
                MOVE CO-COMPANY-NAME TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
                IF CO-BANK-BIC NOT = SPACES then
                    MOVE 'cac:FinancialInstitutionBranch' TO WS-XE-TAG
                    PERFORM WRITE-XML-OPEN
                    MOVE 'cbc:ID' TO WS-XE-TAG
                    MOVE CO-BANK-BIC TO WS-XE-VALUE
                    PERFORM WRITE-XML-ELEMENT
                    MOVE 'cac:FinancialInstitutionBranch' TO WS-XE-TAG
                    PERFORM WRITE-XML-CLOSE
                END-IF
                MOVE 'cac:PayeeFinancialAccount' TO WS-XE-TAG
                PERFORM WRITE-XML-CLOSE
            END-IF
            MOVE 'cac:PaymentMeans' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE
            MOVE 'cac:PaymentTerms' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'UBLTERMS' TO WS-TX-ID
            MOVE 'PAYABLE WITHOUT DEDUCTION BY' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE WS-DH-DUE-DATE TO WS-DATE-IN
            PERFORM FORMAT-ISO-DATE
            MOVE SPACES TO WS-XE-VALUE
            STRING WS-TX-TEXT DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                WS-DATE-ISO DELIMITED BY SIZE
                INTO WS-XE-VALUE
            END-STRING
            MOVE 'cbc:Note' TO WS-XE-TAG
            IF CM-DISC-PCT = 0
                OR CM-DISC-DAYS = 0
                OR WS-DOC-CREDIT-NOTE then
                PERFORM WRITE-XML-ELEMENT
            ELSE
                PERFORM WRITE-XML-START-TAG
                PERFORM APPEND-XML-VALUE
                PERFORM WRITE-XML-LINE
                COMPUTE WS-DISC-PCT-100 = CM-DISC-PCT * 100
                MOVE WS-DISC-PCT-100 TO WS-PCT-ED
                MOVE CM-DISC-DAYS TO WS-DAYS-ED
                MOVE SPACES TO WS-XML-LINE
                STRING '#SKONTO#TAGE=' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-DAYS-ED) DELIMITED BY SIZE
                    '#PROZENT=' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PCT-ED) DELIMITED BY SIZE
                    '#' DELIMITED BY SIZE
                    INTO WS-XML-LINE
                END-STRING
                PERFORM WRITE-XML-LINE
                MOVE '</cbc:Note>' TO WS-XML-LINE
                PERFORM WRITE-XML-LINE
            END-IF
            MOVE 'cac:PaymentTerms' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE.
       WRITE-TAX-TOTAL.
            MOVE 'cac:TaxTotal' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            COMPUTE WS-WORK-AMT = WS-SUM-VAT * WS-DOC-SIGN
            MOVE 'cbc:TaxAmount' TO WS-XE-TAG
            PERFORM WRITE-AMOUNT-ELEMENT
            PERFORM WRITE-TAX-SUBTOTAL
                VARYING WS-VB-SUBSCR FROM 1 BY 1
                UNTIL WS-VB-SUBSCR > WS-VB-COUNT
            MOVE 'cac:TaxTotal' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE.
       WRITE-TAX-SUBTOTAL.
            MOVE 'cac:TaxSubtotal' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            COMPUTE WS-WORK-AMT =
                WS-VB-NET-AMT(WS-VB-SUBSCR) * WS-DOC-SIGN
            MOVE 'cbc:TaxableAmount' TO WS-XE-TAG
            PERFORM WRITE-AMOUNT-ELEMENT
            COMPUTE WS-WORK-AMT =
                WS-VB-VAT-AMT(WS-VB-SUBSCR) * WS-DOC-SIGN
            MOVE 'cbc:TaxAmount' TO WS-XE-TAG
            PERFORM WRITE-AMOUNT-ELEMENT
            MOVE 'cac:TaxCategory' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:ID' TO WS-XE-TAG
            MOVE WS-VB-CATEGORY(WS-VB-SUBSCR) TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE WS-VB-PCT(WS-VB-SUBSCR) TO WS-PCT-ED
            MOVE 'cbc:Percent' TO WS-XE-TAG
            MOVE FUNCTION TRIM(WS-PCT-ED) TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            IF WS-VB-CATEGORY(WS-VB-SUBSCR) = 'AE' then
                MOVE 'cbc:TaxExemptionReasonCode' TO WS-XE-TAG
                MOVE 'VATEX-EU-AE' TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
                MOVE 'REVCHG' TO WS-TX-ID
                MOVE 'REVERSE CHARGE - VAT PAYABLE BY RECIPIENT'
                    TO WS-TX-TEXT
                PERFORM GET-DOC-TEXT
                    THRU GET-DOC-TEXT-EXIT
                MOVE 'cbc:TaxExemptionReason' TO WS-XE-TAG
                MOVE WS-TX-TEXT TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
            END-IF
            PERFORM WRITE-TAX-SCHEME
            MOVE 'cac:TaxCategory' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE
            MOVE 'cac:TaxSubtotal' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE.
       WRITE-MONETARY-TOTAL.
      *The buyer pays the gross total less the credit the billing
      *run applied against the document.
            COMPUTE WS-PAYABLE-AMT = WS-SUM-GROSS - WS-DT-PREPAID-AMT
            MOVE 'cac:LegalMonetaryTotal' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            COMPUTE WS-WORK-AMT = WS-SUM-NET * WS-DOC-SIGN
            MOVE 'cbc:LineExtensionAmount' TO WS-XE-TAG
            PERFORM WRITE-AMOUNT-ELEMENT
            MOVE 'cbc:TaxExclusiveAmount' TO WS-XE-TAG
            PERFORM WRITE-AMOUNT-ELEMENT
            COMPUTE WS-WORK-AMT = WS-SUM-GROSS * WS-DOC-SIGN
            MOVE 'cbc:TaxInclusiveAmount' TO WS-XE-TAG
            PERFORM WRITE-AMOUNT-ELEMENT
            IF WS-DT-PREPAID-AMT NOT = 0 then
                COMPUTE WS-WORK-AMT = WS-DT-PREPAID-AMT * WS-DOC-SIGN
                MOVE 'cbc:PrepaidAmount' TO WS-XE-TAG
                PERFORM WRITE-AMOUNT-ELEMENT
            END-IF
            COMPUTE WS-WORK-AMT = WS-PAYABLE-AMT * WS-DOC-SIGN
            MOVE 'cbc:PayableAmount' TO WS-XE-TAG
            PERFORM WRITE-AMOUNT-ELEMENT
            MOVE 'cac:LegalMonetaryTotal' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE.
       WRITE-DOCUMENT-LINE.
      *The price goes out as the line's net over the quantity as
      *base quantity, so price times quantity is the line amount
      *to the cent; a returned-goods line on an invoice has a
      *negative quantity and a positive price.
            MOVE WS-LINE-TAG TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:ID' TO WS-XE-TAG
            MOVE WS-DL-LINE-NO(WS-DL-SUBSCR) TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            PERFORM MAP-UNIT-OF-MEASURE
            COMPUTE WS-WORK-QTY =
                WS-DL-QUANTITY(WS-DL-SUBSCR) * WS-DOC-SIGN
            MOVE WS-QTY-TAG TO WS-XE-TAG
            PERFORM WRITE-QUANTITY-ELEMENT
            COMPUTE WS-WORK-AMT =
                WS-DL-NET-AMT(WS-DL-SUBSCR) * WS-DOC-SIGN
            MOVE 'cbc:LineExtensionAmount' TO WS-XE-TAG
            PERFORM WRITE-AMOUNT-ELEMENT
            IF WS-DH-PO-NO NOT = SPACES
                AND WS-DL-PO-LINE-NO(WS-DL-SUBSCR) NOT = SPACES then
                MOVE 'cac:OrderLineReference' TO WS-XE-TAG
                PERFORM WRITE-XML-OPEN
                MOVE 'cbc:LineID' TO WS-XE-TAG
                MOVE WS-DL-PO-LINE-NO(WS-DL-SUBSCR) TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
                MOVE 'cac:OrderLineReference' TO WS-XE-TAG
                PERFORM WRITE-XML-CLOSE
            END-IF
            MOVE 'cac:Item' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:Name' TO WS-XE-TAG
            MOVE WS-DL-DESC(WS-DL-SUBSCR) TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            IF WS-DL-ITEM-NO(WS-DL-SUBSCR) NOT = SPACES then
                MOVE 'cac:SellersItemIdentification' TO WS-XE-TAG
                PERFORM WRITE-XML-OPEN
                MOVE 'cbc:ID' TO WS-XE-TAG
                MOVE WS-DL-ITEM-NO(WS-DL-SUBSCR) TO WS-XE-VALUE
                PERFORM WRITE-XML-ELEMENT
                MOVE 'cac:SellersItemIdentification' TO WS-XE-TAG
                PERFORM WRITE-XML-CLOSE
            END-IF
            MOVE 'cac:ClassifiedTaxCategory' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE 'cbc:ID' TO WS-XE-TAG
            MOVE WS-DL-CATEGORY(WS-DL-SUBSCR) TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            MOVE WS-DL-VAT-PCT(WS-DL-SUBSCR) TO WS-PCT-ED
            MOVE 'cbc:Percent' TO WS-XE-TAG
            MOVE FUNCTION TRIM(WS-PCT-ED) TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT
            PERFORM WRITE-TAX-SCHEME
            MOVE 'cac:ClassifiedTaxCategory' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE
            MOVE 'cac:Item' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE
            MOVE 'cac:Price' TO WS-XE-TAG
            PERFORM WRITE-XML-OPEN
            MOVE WS-DL-NET-AMT(WS-DL-SUBSCR) TO WS-WORK-AMT
            IF WS-WORK-AMT < 0 then
                COMPUTE WS-WORK-AMT = WS-WORK-AMT * -1
            END-IF
            MOVE 'cbc:PriceAmount' TO WS-XE-TAG
            PERFORM WRITE-AMOUNT-ELEMENT
            IF WS-WORK-QTY < 0 then
                COMPUTE WS-WORK-QTY = WS-WORK-QTY * -1
            END-IF
            MOVE 'cbc:BaseQuantity' TO WS-XE-TAG
            PERFORM WRITE-QUANTITY-ELEMENT
            MOVE 'cac:Price' TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE
            MOVE WS-LINE-TAG TO WS-XE-TAG
            PERFORM WRITE-XML-CLOSE.
       MAP-UNIT-OF-MEASURE.
      *The freight charge is one service ('C62', one).
            IF WS-DL-FREIGHT(WS-DL-SUBSCR)
                OR WS-DL-UOM(WS-DL-SUBSCR) = SPACES then
                MOVE 'C62' TO WS-UOM-CODE
            ELSE
                MOVE WS-DL-UOM(WS-DL-SUBSCR) TO WS-UOM-CODE
                PERFORM MAP-ONE-UNIT-CODE
                    VARYING WS-UOM-SUBSCR FROM 1 BY 1
                    UNTIL WS-UOM-SUBSCR > 18
            END-IF.
       MAP-ONE-UNIT-CODE.
            IF WS-UOM-MAP-FROM(WS-UOM-SUBSCR) =
                WS-DL-UOM(WS-DL-SUBSCR) then
                MOVE WS-UOM-MAP-TO(WS-UOM-SUBSCR) TO WS-UOM-CODE
            END-IF.
       WRITE-AMOUNT-ELEMENT.
      *Amount WS-WORK-AMT in the document currency.
            MOVE WS-WORK-AMT TO WS-AMT-ED
            MOVE WS-CURR-ATTR TO WS-XE-ATTR
            MOVE FUNCTION TRIM(WS-AMT-ED) TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT.
       WRITE-QUANTITY-ELEMENT.
      *Quantity WS-WORK-QTY in unit WS-UOM-CODE.
            MOVE WS-WORK-QTY TO WS-QTY-ED
            MOVE SPACES TO WS-XE-ATTR
            STRING ' unitCode="' DELIMITED BY SIZE
                WS-UOM-CODE DELIMITED BY SPACE
                '"' DELIMITED BY SIZE
                INTO WS-XE-ATTR
            END-STRING
            MOVE FUNCTION TRIM(WS-QTY-ED) TO WS-XE-VALUE
            PERFORM WRITE-XML-ELEMENT.
       FORMAT-ISO-DATE.
            MOVE SPACES TO WS-DATE-ISO
            STRING WS-DATE-IN-X(1:4) DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WS-DATE-IN-X(5:2) DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WS-DATE-IN-X(7:2) DELIMITED BY SIZE
                INTO WS-DATE-ISO
            END-STRING.
       WRITE-XML-OPEN.
      *Opening tag WS-XE-TAG on a line of its own; what follows
      *indents under it.
            PERFORM WRITE-XML-START-TAG
            PERFORM WRITE-XML-LINE
            ADD 2 TO WS-XML-INDENT.
       WRITE-XML-CLOSE.
            SUBTRACT 2 FROM WS-XML-INDENT
            MOVE SPACES TO WS-XML-LINE
            COMPUTE WS-XML-PTR = WS-XML-INDENT + 1
            STRING '</' DELIMITED BY SIZE
                WS-XE-TAG DELIMITED BY SPACE
                '>' DELIMITED BY SIZE
                INTO WS-XML-LINE
                WITH POINTER WS-XML-PTR
            END-STRING
            PERFORM WRITE-XML-LINE.
       WRITE-XML-ELEMENT.
      *Element WS-XE-TAG with attributes WS-XE-ATTR and the value
      *WS-XE-VALUE, escaped - an element with no value is left
      *out, the standard forbids empty ones. The attributes are
      *used up by the element.
            IF WS-XE-VALUE NOT = SPACES then
                PERFORM WRITE-XML-START-TAG
                PERFORM APPEND-XML-VALUE
                STRING '</' DELIMITED BY SIZE
                    WS-XE-TAG DELIMITED BY SPACE
                    '>' DELIMITED BY SIZE
                    INTO WS-XML-LINE
                    WITH POINTER WS-XML-PTR
                END-STRING
                PERFORM WRITE-XML-LINE
            END-IF
            MOVE SPACES TO WS-XE-ATTR
            MOVE SPACES TO WS-XE-VALUE.
       WRITE-XML-START-TAG.
            MOVE SPACES TO WS-XML-LINE
            COMPUTE WS-XML-PTR = WS-XML-INDENT + 1
            STRING '<' DELIMITED BY SIZE
                WS-XE-TAG DELIMITED BY SPACE
                WS-XE-ATTR DELIMITED BY '  '
                '>' DELIMITED BY SIZE
                INTO WS-XML-LINE
                WITH POINTER WS-XML-PTR
            END-STRING.
       APPEND-XML-VALUE.
      *The value with the characters XML reserves escaped.
            COMPUTE WS-XE-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(WS-XE-VALUE TRAILING))
            PERFORM APPEND-XML-CHAR
                VARYING WS-XE-POS FROM 1 BY 1
                UNTIL WS-XE-POS > WS-XE-LEN.
       APPEND-XML-CHAR.
            MOVE WS-XE-VALUE(WS-XE-POS:1) TO WS-XE-CHAR
            EVALUATE WS-XE-CHAR
                WHEN '&'
                    STRING '&amp;' DELIMITED BY SIZE
                        INTO WS-XML-LINE WITH POINTER WS-XML-PTR
                    END-STRING
                WHEN '<'
                    STRING '&lt;' DELIMITED BY SIZE
                        INTO WS-XML-LINE WITH POINTER WS-XML-PTR
                    END-STRING
                WHEN '>'
                    STRING '&gt;' DELIMITED BY SIZE
                        INTO WS-XML-LINE WITH POINTER WS-XML-PTR
                    END-STRING
                WHEN '"'
                    STRING '&quot;' DELIMITED BY SIZE
                        INTO WS-XML-LINE WITH POINTER WS-XML-PTR
                    END-STRING
                WHEN "'"
                    STRING '&apos;' DELIMITED BY SIZE
                        INTO WS-XML-LINE WITH POINTER WS-XML-PTR
                    END-STRING
                WHEN OTHER
                    STRING WS-XE-CHAR DELIMITED BY SIZE
                        INTO WS-XML-LINE WITH POINTER WS-XML-PTR
                    END-STRING
            END-EVALUATE.
       WRITE-XML-LINE.
            MOVE WS-DH-CUST-ID TO UO-CUST-ID
            MOVE WS-DH-DOC-NO TO UO-DOC-NO
            MOVE WS-XML-LINE TO UO-XML-TEXT
            WRITE UBL-XML-RECORD
            MOVE SPACES TO WS-XML-LINE.
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
            IF WS-DOC-OPEN then
                PERFORM DROP-INCOMPLETE-DOCUMENT
            END-IF
            MOVE SPACES TO UBL-REPORT-LINE
            WRITE UBL-REPORT-LINE
            MOVE SPACES TO UBL-REPORT-LINE
            STRING 'DOCUMENTS GENERATED: ' DELIMITED BY SIZE
                WS-DOCS-GENERATED DELIMITED BY SIZE
                '   HELD: ' DELIMITED BY SIZE
                WS-DOCS-HELD DELIMITED BY SIZE
                INTO UBL-REPORT-LINE
            END-STRING
            WRITE UBL-REPORT-LINE
            CLOSE UBLEXT UBLHLDO CUSTMAST COMPMAST EINVSTAT UBLOUT
                UBLRPT
            IF WS-UBLHOLD-AVAILABLE then
                CLOSE UBLHOLD
            END-IF
            IF WS-DOCTEXT-AVAILABLE then
                CLOSE DOCTEXT
            END-IF
            DISPLAY 'STRUCTURED E-INVOICE - RECORDS READ:   '
                WS-RECORDS-READ
            DISPLAY 'STRUCTURED E-INVOICE - DOCUMENTS READ: '
                WS-DOCS-READ
            DISPLAY 'STRUCTURED E-INVOICE - GENERATED:      '
                WS-DOCS-GENERATED
            DISPLAY 'STRUCTURED E-INVOICE - HELD INVALID:   '
                WS-DOCS-HELD
            DISPLAY 'STRUCTURED E-INVOICE - ALREADY SENT:   '
                WS-DOCS-ALREADY-SENT
            DISPLAY 'STRUCTURED E-INVOICE - INCOMPLETE:     '
                WS-DOCS-INCOMPLETE
            IF WS-DOCS-HELD > 0 then
                MOVE 4 TO RETURN-CODE
            END-IF
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
