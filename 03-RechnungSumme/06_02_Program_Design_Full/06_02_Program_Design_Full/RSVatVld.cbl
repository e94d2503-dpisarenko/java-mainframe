      *Foreign VAT registration verification load. Works the tax
      *authority's validation-service response to RECHVVQ's request
      *file against the customer master: a number the service found
      *valid is stamped verified, one it rejected is stamped failed,
      *each with the date the service checked it and its
      *confirmation reference (see CM-VAT-VERIFY-STATUS). A number
      *the service could not check leaves the customer as it was,
      *and a response for a number changed on the master since the
      *request is not stamped - maintenance already cleared the old
      *result and the new number goes out on the next request. Every
      *response is listed, so tax can chase the rejected numbers
      *before the billing run starts charging those customers VAT.
       PROGRAM-ID. RECHVVL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VRSFILE ASSIGN VRSNAME
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CM-CUST-ID.
           SELECT VVLRPT  ASSIGN VVLRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  VRSFILE.
      *The validation service's response record: the customer and
      *registration from the request, when the service checked it,
      *the result, and the service's confirmation reference - or
      *its reason where the number was rejected or not checked.
       01  VAT-VERIFY-RESPONSE-RECORD.
           05 VV-CUST-ID         PIC X(6).
           05                    PIC X.
           05 VV-VAT-COUNTRY     PIC X(2).
           05                    PIC X.
           05 VV-VAT-REG-NO      PIC X(14).
           05                    PIC X.
           05 VV-CHECK-DATE      PIC 9(8).
           05                    PIC X.
      *'V' = valid, 'I' = invalid, 'E' = not checked (the member
      *state's register was unavailable) - ask again next cycle.
           05 VV-RESULT          PIC X.
               88 VV-VALID           VALUE 'V'.
               88 VV-INVALID         VALUE 'I'.
               88 VV-NOT-CHECKED     VALUE 'E'.
           05                    PIC X.
           05 VV-CONFIRM-REF     PIC X(20).
           05                    PIC X.
           05 VV-REASON-TEXT     PIC X(20).
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  VVLRPT.
       01  VVL-REPORT-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RESULT-LABEL       PIC X(12).
       01  WS-RESULT-TEXT        PIC X(20).
       01  WS-RESPONSES-READ     PIC 9(7) VALUE 0.
       01  WS-STAMPED-VALID      PIC 9(7) VALUE 0.
       01  WS-STAMPED-FAILED     PIC 9(7) VALUE 0.
       01  WS-NOT-CHECKED        PIC 9(7) VALUE 0.
       01  WS-NOT-STAMPED        PIC 9(7) VALUE 0.
       01  WS-REWRITE-FAILED     PIC 9(7) VALUE 0.
       01  WS-CHECK-DATE-SW      PIC X VALUE 'N'.
           88 WS-CHECK-DATE-OK       VALUE 'Y'.
       PROCEDURE DIVISION.
       VATVLD-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT  VRSFILE
            OPEN I-O    CUSTMAST
            OPEN OUTPUT VVLRPT
            PERFORM WRITE-REPORT-HEADER.
       BOD-PARA.
            PERFORM READ-RESPONSE-RECORD
                UNTIL WS-EOF.
       READ-RESPONSE-RECORD.
            READ VRSFILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RESPONSES-READ
                    PERFORM PROCESS-RESPONSE
                        THRU PROCESS-RESPONSE-EXIT
            END-READ.
       PROCESS-RESPONSE.
            MOVE VV-CONFIRM-REF TO WS-RESULT-TEXT
            MOVE VV-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    ADD 1 TO WS-NOT-STAMPED
                    MOVE 'NOT ON FILE' TO WS-RESULT-LABEL
                    MOVE 'CUSTOMER NOT ON MASTER' TO WS-RESULT-TEXT
                    PERFORM WRITE-RESPONSE-LINE
                    GO TO PROCESS-RESPONSE-EXIT
            END-READ
            IF CM-VAT-REG-NO NOT = VV-VAT-REG-NO
                OR CM-VAT-COUNTRY NOT = VV-VAT-COUNTRY then
                ADD 1 TO WS-NOT-STAMPED
                MOVE 'NOT STAMPED' TO WS-RESULT-LABEL
                MOVE 'NUMBER CHANGED SINCE' TO WS-RESULT-TEXT
                PERFORM WRITE-RESPONSE-LINE
                GO TO PROCESS-RESPONSE-EXIT
            END-IF
      *A result is only stamped with a real check date - the
      *master would otherwise carry a date no one can age.
            PERFORM CHECK-RESPONSE-DATE
            IF (VV-VALID OR VV-INVALID)
                AND NOT WS-CHECK-DATE-OK then
                ADD 1 TO WS-NOT-STAMPED
                MOVE 'NOT STAMPED' TO WS-RESULT-LABEL
                MOVE 'BAD CHECK DATE' TO WS-RESULT-TEXT
                PERFORM WRITE-RESPONSE-LINE
                GO TO PROCESS-RESPONSE-EXIT
            END-IF
            EVALUATE TRUE
                WHEN VV-VALID
                    SET CM-VAT-VERIFIED TO TRUE
                    MOVE 'VALID' TO WS-RESULT-LABEL
                WHEN VV-INVALID
                    SET CM-VAT-VERIFY-FAILED TO TRUE
                    MOVE 'FAILED' TO WS-RESULT-LABEL
                    MOVE VV-REASON-TEXT TO WS-RESULT-TEXT
                WHEN VV-NOT-CHECKED
                    ADD 1 TO WS-NOT-CHECKED
                    MOVE 'NOT CHECKED' TO WS-RESULT-LABEL
                    MOVE VV-REASON-TEXT TO WS-RESULT-TEXT
                    PERFORM WRITE-RESPONSE-LINE
                    GO TO PROCESS-RESPONSE-EXIT
                WHEN OTHER
                    ADD 1 TO WS-NOT-STAMPED
                    MOVE 'NOT STAMPED' TO WS-RESULT-LABEL
                    MOVE 'UNKNOWN RESULT CODE' TO WS-RESULT-TEXT
                    PERFORM WRITE-RESPONSE-LINE
                    GO TO PROCESS-RESPONSE-EXIT
            END-EVALUATE
            MOVE VV-CHECK-DATE TO CM-VAT-VERIFY-DATE
            MOVE VV-CONFIRM-REF TO CM-VAT-VERIFY-REF
            REWRITE CUSTOMER-MASTER-RECORD
                INVALID KEY
                    ADD 1 TO WS-REWRITE-FAILED
                    DISPLAY '*** CUSTMAST REWRITE FAILED FOR '
                        VV-CUST-ID
                    MOVE 'NOT STAMPED' TO WS-RESULT-LABEL
                    MOVE 'MASTER REWRITE FAILED' TO WS-RESULT-TEXT
                    PERFORM WRITE-RESPONSE-LINE
                    GO TO PROCESS-RESPONSE-EXIT
            END-REWRITE
            IF VV-VALID then
                ADD 1 TO WS-STAMPED-VALID
            ELSE
                ADD 1 TO WS-STAMPED-FAILED
            END-IF
            PERFORM WRITE-RESPONSE-LINE.
       PROCESS-RESPONSE-EXIT.
            EXIT.
       CHECK-RESPONSE-DATE.
            MOVE 'N' TO WS-CHECK-DATE-SW
            IF VV-CHECK-DATE IS NUMERIC then
                IF FUNCTION TEST-DATE-YYYYMMDD(VV-CHECK-DATE) = 0 then
                    SET WS-CHECK-DATE-OK TO TRUE
                END-IF
            END-IF.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO VVL-REPORT-LINE
            STRING 'VAT REGISTRATION VERIFICATION LOAD - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO VVL-REPORT-LINE
            END-STRING
            WRITE VVL-REPORT-LINE
            MOVE SPACES TO VVL-REPORT-LINE
            STRING 'RESULT       CUST   CTY VAT REG NO     CHECKED  '
                DELIMITED BY SIZE
                'REFERENCE / REASON' DELIMITED BY SIZE
                INTO VVL-REPORT-LINE
            END-STRING
            WRITE VVL-REPORT-LINE.
       WRITE-RESPONSE-LINE.
            MOVE SPACES TO VVL-REPORT-LINE
            STRING WS-RESULT-LABEL DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                VV-CUST-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                VV-VAT-COUNTRY DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                VV-VAT-REG-NO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                VV-CHECK-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-RESULT-TEXT DELIMITED BY SIZE
                INTO VVL-REPORT-LINE
            END-STRING
            WRITE VVL-REPORT-LINE.
       END-PARA.
            CLOSE VRSFILE CUSTMAST VVLRPT
            DISPLAY 'VAT VERIFY LOAD - RESPONSES READ:  '
                WS-RESPONSES-READ
            DISPLAY 'VAT VERIFY LOAD - VERIFIED VALID:  '
                WS-STAMPED-VALID
            DISPLAY 'VAT VERIFY LOAD - VERIFY FAILED:   '
                WS-STAMPED-FAILED
            DISPLAY 'VAT VERIFY LOAD - NOT CHECKED:     '
                WS-NOT-CHECKED
            DISPLAY 'VAT VERIFY LOAD - NOT STAMPED:     '
                WS-NOT-STAMPED
            DISPLAY 'VAT VERIFY LOAD - REWRITE FAILED:  '
                WS-REWRITE-FAILED
            IF WS-STAMPED-FAILED > 0 then
                MOVE 4 TO RETURN-CODE
            END-IF
            IF WS-REWRITE-FAILED > 0 then
                MOVE 16 TO RETURN-CODE
            END-IF
            IF WS-STAMPED-VALID + WS-STAMPED-FAILED + WS-NOT-CHECKED
                + WS-NOT-STAMPED + WS-REWRITE-FAILED
                NOT = WS-RESPONSES-READ then
                DISPLAY '*** VAT VERIFY LOAD COUNTS DO NOT '
                    'RECONCILE ***'
                MOVE 16 TO RETURN-CODE
            END-IF
      *GOBACK rather than STOP RUN - a driver may CALL this as a
      *step of a chain, and GOBACK from a program with no caller
      *behaves exactly like STOP RUN.
            GOBACK.
