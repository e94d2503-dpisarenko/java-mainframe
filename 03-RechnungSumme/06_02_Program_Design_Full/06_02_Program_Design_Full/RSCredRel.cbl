      *into the next run's transmission. Holds with no release stay
      *on the remaining-holds report for Credit to work the next day;
      *a release quoting an invoice that is not on hold is reported
      *rather than silently dropped. Every kind of hold the billing
      *run diverts - credit limit, billing block, PO matching, and
      *price variance beyond the hard limit (approved by Sales) -
      *releases the same way; the reason code on the remaining-holds
      *report tells whose desk a line sits on.
       PROGRAM-ID. RECHCRRL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                          ACCESS RANDOM
                          RECORD KEY SS-RECORD-ID
                          FILE STATUS WS-SYSSTAT-STATUS.
      *What is still held after this run's releases, keyed by
      *customer for the online account inquiry - rebuilt each run.
      *See HOLDINQ.cpy.
           SELECT HOLDINQ ASSIGN HOLDINQNM
                          ORGANIZATION INDEXED
                          ACCESS RANDOM
                          RECORD KEY HQ-KEY
                          FILE STATUS WS-HOLDINQ-STATUS.
       FILE SECTION.
       FD  RELTRAN.
       01  RELEASE-TRAN-RECORD.
           05 HLD-CREDIT-LIMIT   PIC 9(7)V99.
           05                    PIC X.
           05 HLD-EXPOSURE       PIC S9(9)V99.
           05                    PIC X.
           05 HLD-REASON-CODE    PIC X(4).
       FD  RELBATCH.
       01  REL-BATCH-LINE        PIC X(59).
       FD  RELRPT.
       01  REL-REPORT-LINE       PIC X(80).
       FD  SYSSTAT.
           COPY "SYSSTAT.cpy".
       FD  HOLDINQ.
           COPY "HOLDINQ.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-SYSSTAT-STATUS     PIC X(2) VALUE '00'.
       01  WS-BILLING-BUSY-SW    PIC X VALUE 'N'.
           88 WS-BILLING-BUSY        VALUE 'Y'.
       01  WS-HOLDINQ-STATUS     PIC X(2) VALUE '00'.
       01  WS-HOLDINQ-SEQ        PIC 9(5) VALUE 0.
      *Approved releases, loaded up front so each held line needs
      *one pass over the table instead of one pass over the file.
       01  WS-RELEASE-TABLE.
            OPEN INPUT  HOLDFILE
            OPEN OUTPUT RELBATCH
            OPEN OUTPUT RELRPT
      *Emptied and refilled with tonight's remaining holds.
            OPEN OUTPUT HOLDINQ
            CLOSE HOLDINQ
            OPEN I-O HOLDINQ
            PERFORM WRITE-REPORT-HEADER
            PERFORM LOAD-ONE-RELEASE
                UNTIL WS-EOF
                IN-INVOICE-NO DELIMITED BY SIZE
                ' CUSTOMER ' DELIMITED BY SIZE
                in-cust-id DELIMITED BY SIZE
                ' REASON ' DELIMITED BY SIZE
                HLD-REASON-CODE DELIMITED BY SIZE
                INTO REL-REPORT-LINE
            END-STRING
            WRITE REL-REPORT-LINE
            PERFORM WRITE-HOLD-INQUIRY.
       WRITE-HOLD-INQUIRY.
            ADD 1 TO WS-HOLDINQ-SEQ
            MOVE in-cust-id TO HQ-CUST-ID
            MOVE IN-INVOICE-NO TO HQ-INVOICE-NO
            MOVE WS-HOLDINQ-SEQ TO HQ-SEQ-NO
            MOVE WS-RUN-DATE TO HQ-HOLD-DATE
            MOVE in-invoice-date TO HQ-INVOICE-DATE
            MOVE in-item-no TO HQ-ITEM-NO
            MOVE in-quant TO HQ-QUANT
            MOVE in-unit-price TO HQ-UNIT-PRICE
            MOVE HLD-CREDIT-LIMIT TO HQ-CREDIT-LIMIT
            MOVE HLD-EXPOSURE TO HQ-EXPOSURE
            MOVE HLD-REASON-CODE TO HQ-REASON-CODE
            MOVE in-company-code TO HQ-COMPANY-CODE
            WRITE HOLD-INQUIRY-RECORD
                INVALID KEY
                    DISPLAY '*** HOLD INQUIRY WRITE FAILED FOR '
                        'INVOICE: ' IN-INVOICE-NO ' ***'
            END-WRITE.
       WRITE-UNMATCHED-RELEASE-LINE.
            MOVE SPACES TO REL-REPORT-LINE
            STRING 'NO HOLD FOUND FOR RELEASE - INVOICE '
            PERFORM CHECK-ONE-UNUSED-RELEASE
                VARYING WS-REL-SUBSCR FROM 1 BY 1
                UNTIL WS-REL-SUBSCR > WS-REL-TRAN-COUNT
            CLOSE HOLDFILE RELBATCH RELRPT HOLDINQ
            DISPLAY 'CREDIT RELEASE - RELEASES READ:      '
                WS-REL-TRAN-COUNT
            DISPLAY 'CREDIT RELEASE - LINES RELEASED:     '
