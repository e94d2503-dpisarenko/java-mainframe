      *Daily sensitive-change report for Internal Audit. Reads the
      *sensitive-change file CUSTMNT keeps (CUSTSENS) and lists
      *every change to customer bank details, credit limits and
      *billing blocks still waiting for a second person, and every
      *one approved or rejected on the report date - who keyed it,
      *who decided it, and the old and new values. The customer
      *audit file holds the full history; this is the day's view
      *of what moved and who let it.
       PROGRAM-ID. RECHSNS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTSENS ASSIGN CUSTSENSNM
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY CS-CUST-ID
                          FILE STATUS WS-CUSTSENS-STATUS.
           SELECT SNSRPT  ASSIGN SNSRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  CUSTSENS.
           COPY "CUSTSENS.cpy".
       FD  SNSRPT.
       01  SNS-REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-CUSTSENS-STATUS       PIC X(2) VALUE '00'.
       01  WS-SENS-OPEN-SW          PIC X VALUE 'N'.
           88 WS-SENS-OPEN              VALUE 'Y'.
       01  WS-REPORT-DATE           PIC 9(8).
       01  WS-READ-COUNT            PIC 9(7) VALUE 0.
       01  WS-PENDING-COUNT         PIC 9(7) VALUE 0.
       01  WS-APPROVED-COUNT        PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-STATUS-TEXT           PIC X(8).
       01  WS-SENS-GROUPS           PIC X(17).
       01  WS-OLD-LIMIT-ED          PIC Z(6)9.99.
       01  WS-NEW-LIMIT-ED          PIC Z(6)9.99.
      *Second line of each change - the values it moves, one slot
      *per group so the columns line up down the page.
       01  WS-VALUE-LINE.
           05                       PIC X(11) VALUE SPACES.
           05 WS-VL-BANK            PIC X(67).
           05                       PIC X.
           05 WS-VL-LIMIT           PIC X(34).
           05                       PIC X.
           05 WS-VL-BLOCK           PIC X(18).
      *Third line, only when the bank change moves the direct-debit
      *mandate - a new mandate on the same account is as sensitive
      *as a new account, and would otherwise print as a bank change
      *with the same values either side of the arrow.
       01  WS-MANDATE-LINE.
           05                       PIC X(11) VALUE SPACES.
           05 WS-ML-MANDATE         PIC X(121).
       LINKAGE SECTION.
      *Optional PARM: the report date as YYYYMMDD - defaults to
      *today.
       01  SN-PARM-AREA.
           05 SN-PARM-LEN           PIC S9(4) COMP.
           05 SN-PARM-DATE          PIC 9(8).
       PROCEDURE DIVISION USING SN-PARM-AREA.
       SENSRPT-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
            IF SN-PARM-LEN > 0 then
                MOVE SN-PARM-DATE TO WS-REPORT-DATE
            END-IF
            OPEN OUTPUT SNSRPT
            PERFORM WRITE-REPORT-HEADER
      *No file yet means no sensitive change has ever been keyed -
      *an empty report, not a failure.
            OPEN INPUT CUSTSENS
            IF WS-CUSTSENS-STATUS = '00' then
                SET WS-SENS-OPEN TO TRUE
            ELSE
                SET WS-EOF TO TRUE
            END-IF.
       BOD-PARA.
            PERFORM READ-ONE-CHANGE
                UNTIL WS-EOF.
       READ-ONE-CHANGE.
            READ CUSTSENS NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM SELECT-ONE-CHANGE
            END-READ.
       SELECT-ONE-CHANGE.
      *Everything still pending, whatever day it was keyed; the
      *decided ones only on the day they were decided.
            MOVE SPACES TO WS-STATUS-TEXT
            EVALUATE TRUE
                WHEN CS-PENDING
                    ADD 1 TO WS-PENDING-COUNT
                    MOVE 'PENDING' TO WS-STATUS-TEXT
                WHEN CS-APPROVED
                    AND CS-DECIDED-DATE = WS-REPORT-DATE
                    ADD 1 TO WS-APPROVED-COUNT
                    MOVE 'APPROVED' TO WS-STATUS-TEXT
                WHEN CS-REJECTED
                    AND CS-DECIDED-DATE = WS-REPORT-DATE
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE 'REJECTED' TO WS-STATUS-TEXT
            END-EVALUATE
            IF WS-STATUS-TEXT NOT = SPACES then
                PERFORM WRITE-CHANGE-LINES
            END-IF.
       WRITE-CHANGE-LINES.
            PERFORM FORMAT-SENS-GROUPS
            MOVE SPACES TO SNS-REPORT-LINE
            STRING WS-STATUS-TEXT DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                CS-CUST-ID DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-SENS-GROUPS DELIMITED BY SIZE
                '  KEYED BY ' DELIMITED BY SIZE
                CS-REQUESTED-BY DELIMITED BY SIZE
                ' ON ' DELIMITED BY SIZE
                CS-REQUESTED-DATE DELIMITED BY SIZE
                INTO SNS-REPORT-LINE
            END-STRING
            IF NOT CS-PENDING then
                MOVE '  DECIDED BY ' TO SNS-REPORT-LINE(70:13)
                MOVE CS-DECIDED-BY TO SNS-REPORT-LINE(83:8)
                MOVE ' ON ' TO SNS-REPORT-LINE(91:4)
                MOVE CS-DECIDED-DATE TO SNS-REPORT-LINE(95:8)
            END-IF
            IF CS-NEW-ACCOUNT = 'Y' then
                MOVE '  NEW ACCOUNT' TO SNS-REPORT-LINE(103:13)
            END-IF
            WRITE SNS-REPORT-LINE
            MOVE SPACES TO WS-VL-BANK
            MOVE SPACES TO WS-VL-LIMIT
            MOVE SPACES TO WS-VL-BLOCK
            IF CS-BANK-CHANGED = 'Y' then
                STRING 'BANK ' DELIMITED BY SIZE
                    CS-OLD-PAY-METHOD DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CS-OLD-BANK-CODE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CS-OLD-BANK-ACCT-NO DELIMITED BY SIZE
                    ' -> ' DELIMITED BY SIZE
                    CS-PAY-METHOD DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CS-BANK-CODE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CS-BANK-ACCT-NO DELIMITED BY SIZE
                    INTO WS-VL-BANK
                END-STRING
            END-IF
            IF CS-LIMIT-CHANGED = 'Y' then
                MOVE CS-OLD-CREDIT-LIMIT TO WS-OLD-LIMIT-ED
                MOVE CS-CREDIT-LIMIT TO WS-NEW-LIMIT-ED
                STRING 'LIMIT ' DELIMITED BY SIZE
                    WS-OLD-LIMIT-ED DELIMITED BY SIZE
                    ' -> ' DELIMITED BY SIZE
                    WS-NEW-LIMIT-ED DELIMITED BY SIZE
                    INTO WS-VL-LIMIT
                END-STRING
            END-IF
            IF CS-BLOCK-CHANGED = 'Y' then
                STRING 'BLOCK ' DELIMITED BY SIZE
                    CS-OLD-BILLING-BLOCK DELIMITED BY SIZE
                    ' -> ' DELIMITED BY SIZE
                    CS-BILLING-BLOCK DELIMITED BY SIZE
                    INTO WS-VL-BLOCK
                END-STRING
            END-IF
            MOVE WS-VALUE-LINE TO SNS-REPORT-LINE
            WRITE SNS-REPORT-LINE
            IF CS-BANK-CHANGED = 'Y'
                AND (CS-MANDATE-ID NOT = CS-OLD-MANDATE-ID
                    OR CS-MANDATE-DATE NOT = CS-OLD-MANDATE-DATE) then
                MOVE SPACES TO WS-ML-MANDATE
                STRING 'MANDATE ' DELIMITED BY SIZE
                    CS-OLD-MANDATE-ID DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CS-OLD-MANDATE-DATE DELIMITED BY SIZE
                    ' -> ' DELIMITED BY SIZE
                    CS-MANDATE-ID DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CS-MANDATE-DATE DELIMITED BY SIZE
                    INTO WS-ML-MANDATE
                END-STRING
                MOVE WS-MANDATE-LINE TO SNS-REPORT-LINE
                WRITE SNS-REPORT-LINE
            END-IF.
       FORMAT-SENS-GROUPS.
            MOVE SPACES TO WS-SENS-GROUPS
            IF CS-BANK-CHANGED = 'Y' then
                MOVE 'BANK' TO WS-SENS-GROUPS(1:5)
            END-IF
            IF CS-LIMIT-CHANGED = 'Y' then
                MOVE 'LIMIT' TO WS-SENS-GROUPS(7:5)
            END-IF
            IF CS-BLOCK-CHANGED = 'Y' then
                MOVE 'BLOCK' TO WS-SENS-GROUPS(13:5)
            END-IF.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO SNS-REPORT-LINE
            STRING 'SENSITIVE CUSTOMER CHANGES - PENDING, AND '
                DELIMITED BY SIZE
                'APPROVED OR REJECTED ON ' DELIMITED BY SIZE
                WS-REPORT-DATE DELIMITED BY SIZE
                INTO SNS-REPORT-LINE
            END-STRING
            WRITE SNS-REPORT-LINE
            MOVE SPACES TO SNS-REPORT-LINE
            WRITE SNS-REPORT-LINE.
       END-PARA.
            MOVE SPACES TO SNS-REPORT-LINE
            WRITE SNS-REPORT-LINE
            MOVE SPACES TO SNS-REPORT-LINE
            STRING 'PENDING: ' DELIMITED BY SIZE
                WS-PENDING-COUNT DELIMITED BY SIZE
                '  APPROVED: ' DELIMITED BY SIZE
                WS-APPROVED-COUNT DELIMITED BY SIZE
                '  REJECTED: ' DELIMITED BY SIZE
                WS-REJECTED-COUNT DELIMITED BY SIZE
                INTO SNS-REPORT-LINE
            END-STRING
            WRITE SNS-REPORT-LINE
            IF WS-SENS-OPEN then
                CLOSE CUSTSENS
            END-IF
            CLOSE SNSRPT
            DISPLAY 'SENSITIVE CHANGES - READ:     ' WS-READ-COUNT
            DISPLAY 'SENSITIVE CHANGES - PENDING:  ' WS-PENDING-COUNT
            DISPLAY 'SENSITIVE CHANGES - APPROVED: ' WS-APPROVED-COUNT
            DISPLAY 'SENSITIVE CHANGES - REJECTED: ' WS-REJECTED-COUNT
            STOP RUN.
