      *Foreign VAT registration verification request extract. The
      *billing run zero-rates a customer registered outside the
      *home country only while the tax authority's validation
      *service has confirmed the registration recently (see
      *CM-VAT-VERIFY-STATUS); this program picks out every open
      *customer registered in a country none of the billing
      *companies is established in whose number has never been
      *checked, was rejected, or was last confirmed the PARM's
      *re-verify days ago or more, and writes the service's request
      *file - the requester's own registration beside each number
      *to be checked, as the service requires. RECHVVL loads the
      *service's response back onto the customer master.
       PROGRAM-ID. RECHVVQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CM-CUST-ID.
           SELECT COMPMAST ASSIGN COMPNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CO-COMPANY-CODE.
           SELECT VRQFILE ASSIGN VRQNAME
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  COMPMAST.
           COPY "COMPMAST.cpy".
       FD  VRQFILE.
      *The validation service's request record: who is asking, the
      *registration to check, and the customer it belongs to - the
      *service hands the customer id back on its response.
       01  VAT-VERIFY-REQUEST-RECORD.
           05 VQ-REQ-COUNTRY     PIC X(2).
           05                    PIC X.
           05 VQ-REQ-VAT-REG-NO  PIC X(14).
           05                    PIC X.
           05 VQ-VAT-COUNTRY     PIC X(2).
           05                    PIC X.
           05 VQ-VAT-REG-NO      PIC X(14).
           05                    PIC X.
           05 VQ-CUST-ID         PIC X(6).
           05                    PIC X.
           05 VQ-REQUEST-DATE    PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-CO-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-CO-EOF              VALUE 'Y'.
      *Every billing company's country off the company master - a
      *customer registered in any of them is billed domestically by
      *that company and is never zero-rated, whichever company the
      *requests go out under.
       01  WS-CO-COUNTRY-TABLE.
           05 WS-CC-COUNTRY      PIC X(2) OCCURS 20 TIMES.
       01  WS-CC-COUNT           PIC 99 VALUE 0.
       01  WS-CC-SUBSCR          PIC 99 VALUE 0.
       01  WS-HOME-COUNTRY-SW    PIC X VALUE 'N'.
           88 WS-HOME-COUNTRY        VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-REQ-COMPANY        PIC X(2) VALUE SPACES.
       01  WS-REVERIFY-DAYS      PIC 9(3) VALUE 60.
       01  WS-VERIFY-AGE         PIC S9(7) VALUE 0.
       01  WS-CUST-READ          PIC 9(7) VALUE 0.
       01  WS-NOT-FOREIGN        PIC 9(7) VALUE 0.
       01  WS-CLOSED-SKIPPED     PIC 9(7) VALUE 0.
       01  WS-STILL-CURRENT      PIC 9(7) VALUE 0.
       01  WS-REQUESTS-WRITTEN   PIC 9(7) VALUE 0.
       LINKAGE SECTION.
      *PARM: the company code whose registration the requests go
      *out under, and optionally the re-verify days (default 60) -
      *a confirmation that old is checked again, so a number
      *withdrawn since is caught before the billing run's own
      *window runs out.
       01  VQ-PARM-AREA.
           05 VQ-PARM-LEN        PIC S9(4) COMP.
           05 VQ-PARM-COMPANY    PIC X(2).
           05 VQ-PARM-DAYS       PIC 9(3).
       PROCEDURE DIVISION USING VQ-PARM-AREA.
       VATVRQ-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            IF VQ-PARM-LEN > 0 then
                MOVE VQ-PARM-COMPANY TO WS-REQ-COMPANY
            END-IF
            IF VQ-PARM-LEN > 2 then
                MOVE VQ-PARM-DAYS TO WS-REVERIFY-DAYS
            END-IF
            OPEN INPUT  CUSTMAST
            OPEN INPUT  COMPMAST
            OPEN OUTPUT VRQFILE
            PERFORM LOAD-COMPANY-COUNTRIES
            MOVE WS-REQ-COMPANY TO CO-COMPANY-CODE
            READ COMPMAST
                INVALID KEY
                    DISPLAY '*** REQUESTING COMPANY NOT ON MASTER: '
                        WS-REQ-COMPANY ' ***'
                    MOVE 16 TO RETURN-CODE
                    SET WS-EOF TO TRUE
            END-READ
            IF NOT WS-EOF
                AND CO-VAT-REG-NO = SPACES then
                DISPLAY '*** REQUESTING COMPANY HAS NO VAT '
                    'REGISTRATION: ' WS-REQ-COMPANY ' ***'
                MOVE 16 TO RETURN-CODE
                SET WS-EOF TO TRUE
            END-IF
            IF NOT WS-EOF then
                MOVE LOW-VALUES TO CM-CUST-ID
                START CUSTMAST KEY NOT LESS THAN CM-CUST-ID
                    INVALID KEY
                        SET WS-EOF TO TRUE
                END-START
            END-IF.
       LOAD-COMPANY-COUNTRIES.
            MOVE LOW-VALUES TO CO-COMPANY-CODE
            START COMPMAST KEY NOT LESS THAN CO-COMPANY-CODE
                INVALID KEY
                    SET WS-CO-EOF TO TRUE
            END-START
            PERFORM LOAD-ONE-COMPANY
                UNTIL WS-CO-EOF.
       LOAD-ONE-COMPANY.
            READ COMPMAST NEXT RECORD
                AT END
                    SET WS-CO-EOF TO TRUE
            END-READ
            IF NOT WS-CO-EOF
                AND CO-COUNTRY-CODE NOT = SPACES then
                IF WS-CC-COUNT < 20 then
                    ADD 1 TO WS-CC-COUNT
                    MOVE CO-COUNTRY-CODE TO WS-CC-COUNTRY(WS-CC-COUNT)
                ELSE
                    DISPLAY '*** COMPANY COUNTRY TABLE FULL AT: '
                        CO-COMPANY-CODE ' ***'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
       BOD-PARA.
            PERFORM READ-CUSTOMER-RECORD
                UNTIL WS-EOF.
       READ-CUSTOMER-RECORD.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-CUST-READ
                    PERFORM SELECT-CUSTOMER
                        THRU SELECT-CUSTOMER-EXIT
            END-READ.
       SELECT-CUSTOMER.
            MOVE 'N' TO WS-HOME-COUNTRY-SW
            PERFORM CHECK-HOME-COUNTRY
                VARYING WS-CC-SUBSCR FROM 1 BY 1
                UNTIL WS-CC-SUBSCR > WS-CC-COUNT
                    OR WS-HOME-COUNTRY
            IF CM-VAT-REG-NO = SPACES
                OR CM-VAT-COUNTRY = SPACES
                OR WS-HOME-COUNTRY then
                ADD 1 TO WS-NOT-FOREIGN
                GO TO SELECT-CUSTOMER-EXIT
            END-IF
            IF CM-ACCOUNT-CLOSED
                OR CM-ACCOUNT-ANONYMISED then
                ADD 1 TO WS-CLOSED-SKIPPED
                GO TO SELECT-CUSTOMER-EXIT
            END-IF
            IF CM-VAT-VERIFIED then
                COMPUTE WS-VERIFY-AGE =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                    FUNCTION INTEGER-OF-DATE(CM-VAT-VERIFY-DATE)
                IF WS-VERIFY-AGE < WS-REVERIFY-DAYS then
                    ADD 1 TO WS-STILL-CURRENT
                    GO TO SELECT-CUSTOMER-EXIT
                END-IF
            END-IF
            PERFORM WRITE-VERIFY-REQUEST.
       SELECT-CUSTOMER-EXIT.
            EXIT.
       CHECK-HOME-COUNTRY.
            IF CM-VAT-COUNTRY = WS-CC-COUNTRY(WS-CC-SUBSCR) then
                SET WS-HOME-COUNTRY TO TRUE
            END-IF.
       WRITE-VERIFY-REQUEST.
            MOVE SPACES TO VAT-VERIFY-REQUEST-RECORD
            MOVE CO-COUNTRY-CODE TO VQ-REQ-COUNTRY
            MOVE CO-VAT-REG-NO TO VQ-REQ-VAT-REG-NO
            MOVE CM-VAT-COUNTRY TO VQ-VAT-COUNTRY
            MOVE CM-VAT-REG-NO TO VQ-VAT-REG-NO
            MOVE CM-CUST-ID TO VQ-CUST-ID
            MOVE WS-RUN-DATE TO VQ-REQUEST-DATE
            WRITE VAT-VERIFY-REQUEST-RECORD
            ADD 1 TO WS-REQUESTS-WRITTEN.
       END-PARA.
            CLOSE CUSTMAST COMPMAST VRQFILE
            DISPLAY 'VAT VERIFY REQUEST - CUSTOMERS READ:    '
                WS-CUST-READ
            DISPLAY 'VAT VERIFY REQUEST - NOT REGISTERED ABROAD: '
                WS-NOT-FOREIGN
            DISPLAY 'VAT VERIFY REQUEST - CLOSED SKIPPED:    '
                WS-CLOSED-SKIPPED
            DISPLAY 'VAT VERIFY REQUEST - STILL CURRENT:     '
                WS-STILL-CURRENT
            DISPLAY 'VAT VERIFY REQUEST - REQUESTS WRITTEN:  '
                WS-REQUESTS-WRITTEN
            IF WS-NOT-FOREIGN + WS-CLOSED-SKIPPED + WS-STILL-CURRENT
                + WS-REQUESTS-WRITTEN NOT = WS-CUST-READ then
                DISPLAY '*** VAT VERIFY REQUEST COUNTS DO NOT '
                    'RECONCILE ***'
                MOVE 16 TO RETURN-CODE
            END-IF
      *GOBACK rather than STOP RUN - a driver may CALL this as a
      *step of a chain, and GOBACK from a program with no caller
      *behaves exactly like STOP RUN.
            GOBACK.
