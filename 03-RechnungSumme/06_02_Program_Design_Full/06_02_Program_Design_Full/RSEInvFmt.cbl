      *can deliver them without a clerk matching bare detail lines
      *to customers by eye. A customer on the extract without an
      *e-mail address on file comes out on the exception list.
      *The document's captions come off the document text table in
      *the customer's language (see DOCTEXT.cpy); the detail lines
      *already carry the item descriptions in it from the billing
      *run.
       PROGRAM-ID. EINVFMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                          RECORD KEY CM-CUST-ID.
           SELECT EINVDOC ASSIGN EINVDOCNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT DOCTEXT ASSIGN DOCTEXTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY DT-KEY
                          FILE STATUS WS-DOCTEXT-STATUS.
       FILE SECTION.
       FD  EMAILFILE.
       01  EMAIL-DETAIL-RECORD.
           COPY "CUSTMAST.cpy".
       FD  EINVDOC.
       01  EINV-DOC-LINE             PIC X(110).
       FD  DOCTEXT.
           COPY "DOCTEXT.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-DOC-DUE-DATE       PIC 9(8) VALUE 0.
       01  WS-AMT-ED-1           PIC -(9)9.99.
       01  WS-AMT-ED-2           PIC -(9)9.99.
      *Language of the current document, and the document text
      *lookup (see GET-DOC-TEXT).
       01  WS-DOC-LANG-CODE      PIC X(2) VALUE 'DE'.
       01  WS-DOCTEXT-STATUS     PIC X(2) VALUE '00'.
       01  WS-DOCTEXT-OPEN-SW    PIC X VALUE 'N'.
           88 WS-DOCTEXT-AVAILABLE   VALUE 'Y'.
       01  WS-TX-ID              PIC X(10).
       01  WS-TX-LANG            PIC X(2).
       01  WS-TX-TEXT            PIC X(80).
       01  WS-TX-HOLD            PIC X(80).
       01  WS-TX-VERBATIM-SW     PIC X VALUE 'N'.
           88 WS-TX-VERBATIM         VALUE 'Y'.
      *The extract line parsed back into the report's body-line
      *shape.
           COPY "OUTBODY.cpy".
            OPEN INPUT  EMAILFILE
            OPEN INPUT  CUSTMAST
            OPEN OUTPUT EINVDOC
            OPEN INPUT  DOCTEXT
            IF WS-DOCTEXT-STATUS = '00' then
                SET WS-DOCTEXT-AVAILABLE TO TRUE
            END-IF
            PERFORM READ-EMAIL-RECORD.
       BOD-PARA.
            PERFORM PROCESS-EMAIL-RECORD
                THRU PROCESS-EMAIL-RECORD-EXIT
                UNTIL WS-EOF.
       READ-EMAIL-RECORD.
            READ EMAILFILE
                PERFORM OPEN-DOCUMENT
            END-IF
            MOVE EM-BODY-LINE TO OUTREC-TYPE-BODY-LINE
            IF OUT-STORNO-REF-LINE then
                PERFORM WRITE-STORNO-REFERENCE
                PERFORM READ-EMAIL-RECORD
                GO TO PROCESS-EMAIL-RECORD-EXIT
            END-IF
            PERFORM WRITE-DOCUMENT-DETAIL
            ADD 1 TO WS-DOC-LINE-COUNT
            ADD OUT-TOTAL-NO-VAT TO WS-DOC-TOTAL-NO-VAT
                MOVE OUT-DUE-DATE TO WS-DOC-DUE-DATE
            END-IF
            PERFORM READ-EMAIL-RECORD.
       PROCESS-EMAIL-RECORD-EXIT.
            EXIT.
       OPEN-DOCUMENT.
            MOVE EM-CUST-ID TO WS-DOC-CUST-ID
            MOVE 0 TO WS-DOC-LINE-COUNT
                INVALID KEY
                    SET CUST-NOT-FOUND TO TRUE
            END-READ
            MOVE 'DE' TO WS-DOC-LANG-CODE
            IF CUST-FOUND
                AND NOT CM-LANG-GERMAN then
                MOVE CM-LANG-CODE TO WS-DOC-LANG-CODE
            END-IF
            MOVE WS-DOC-LANG-CODE TO WS-TX-LANG
            MOVE 'EINVBANNER' TO WS-TX-ID
            MOVE '=============== E-INVOICE ==============='
                TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE SPACES TO EINV-DOC-LINE
            STRING WS-TX-TEXT DELIMITED BY SIZE
                INTO EINV-DOC-LINE
            END-STRING
            WRITE EINV-DOC-LINE
                    END-STRING
                    WRITE EINV-DOC-LINE
                ELSE
                    MOVE 'DELIVERTO' TO WS-TX-ID
                    MOVE 'DELIVER TO:' TO WS-TX-TEXT
                    PERFORM GET-DOC-TEXT
                        THRU GET-DOC-TEXT-EXIT
                    MOVE SPACES TO EINV-DOC-LINE
                    STRING WS-TX-TEXT DELIMITED BY '  '
                        ' ' DELIMITED BY SIZE
                        CM-EMAIL-ADDR DELIMITED BY SIZE
                        INTO EINV-DOC-LINE
                    END-STRING
            MOVE SPACES TO EINV-DOC-LINE
            MOVE OUTREC-TYPE-BODY-LINE TO EINV-DOC-LINE(1:103)
            WRITE EINV-DOC-LINE.
       WRITE-STORNO-REFERENCE.
      *A reversal document's reference to the document it cancels -
      *printed as a legend, never counted into the document's lines
      *or totals.
            MOVE WS-DOC-LANG-CODE TO WS-TX-LANG
            MOVE 'STORNOREF' TO WS-TX-ID
            MOVE 'CANCELS INVOICE DOCUMENT' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE WS-TX-TEXT TO WS-TX-HOLD
            MOVE 'STORNOOF' TO WS-TX-ID
            MOVE 'OF' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE SPACES TO EINV-DOC-LINE
            STRING WS-TX-HOLD DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                OUT-DOC-NO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-TX-TEXT DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                OUT-INVOICE-DATE DELIMITED BY SIZE
                INTO EINV-DOC-LINE
            END-STRING
            WRITE EINV-DOC-LINE.
       CLOSE-DOCUMENT.
            COMPUTE WS-DOC-VAT-AMT =
                WS-DOC-TOTAL-VAT - WS-DOC-TOTAL-NO-VAT
            MOVE WS-DOC-TOTAL-NO-VAT TO WS-AMT-ED-1
            MOVE WS-DOC-VAT-AMT TO WS-AMT-ED-2
            MOVE WS-DOC-LANG-CODE TO WS-TX-LANG
            MOVE 'NET' TO WS-TX-ID
            MOVE 'NET' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE WS-TX-TEXT TO WS-TX-HOLD
            MOVE 'VAT' TO WS-TX-ID
            MOVE 'VAT' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE SPACES TO EINV-DOC-LINE
            STRING WS-TX-HOLD DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                WS-AMT-ED-1 DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-TX-TEXT DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                WS-AMT-ED-2 DELIMITED BY SIZE
                INTO EINV-DOC-LINE
            END-STRING
            WRITE EINV-DOC-LINE
            MOVE WS-DOC-TOTAL-VAT TO WS-AMT-ED-1
            MOVE 'EINVTOTAL' TO WS-TX-ID
            MOVE 'INVOICE TOTAL' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE WS-TX-TEXT TO WS-TX-HOLD
            MOVE 'DUE' TO WS-TX-ID
            MOVE 'DUE' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE SPACES TO EINV-DOC-LINE
            STRING WS-TX-HOLD DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                WS-AMT-ED-1 DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-TX-TEXT DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                WS-DOC-DUE-DATE DELIMITED BY SIZE
                INTO EINV-DOC-LINE
            END-STRING
            MOVE SPACES TO EINV-DOC-LINE
            WRITE EINV-DOC-LINE
            ADD 1 TO WS-DOCS-WRITTEN.
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
            IF WS-DOC-CUST-ID NOT = SPACES then
                PERFORM CLOSE-DOCUMENT
            END-IF
            CLOSE EMAILFILE CUSTMAST EINVDOC
            IF WS-DOCTEXT-AVAILABLE then
                CLOSE DOCTEXT
            END-IF
            DISPLAY 'E-INVOICE FORMAT - LINES READ:     '
                WS-LINES-READ
            DISPLAY 'E-INVOICE FORMAT - DOCUMENTS OUT:  '
            IF WS-NO-EMAIL-COUNT > 0 then
                MOVE 4 TO RETURN-CODE
            END-IF
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
