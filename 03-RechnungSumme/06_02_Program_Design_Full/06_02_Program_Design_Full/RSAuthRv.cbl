      *Periodic access review of the online transactions. Lists
      *every user on the authorisation table (USERAUTH.cpy) with
      *the rights they hold - role, cash-application limit, the
      *companies they may see - and when and by whom the entry was
      *last changed, revoked users included so the reviewer sees
      *the rights that went as well as the ones still held. Then
      *lists every request the online transactions refused since
      *the last review off the denied-access log (AUTHLOG.cpy),
      *appends those records to the log history and clears them
      *off the log, so each review shows the refusals since the
      *one before. Ends RC 4 when there were refusals to look at.
       PROGRAM-ID. RECHAUR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERAUTH ASSIGN USERAUTHNM
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY UA-USER-ID
                          FILE STATUS WS-USERAUTH-STATUS.
           SELECT AUTHLOG ASSIGN AUTHLOGNM
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY AL-KEY
                          FILE STATUS WS-AUTHLOG-STATUS.
           SELECT AUTHHIST ASSIGN AUTHHSTNM
                          ORGANIZATION SEQUENTIAL.
           SELECT AUTHRPT ASSIGN AUTHRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  USERAUTH.
           COPY "USERAUTH.cpy".
       FD  AUTHLOG.
           COPY "AUTHLOG.cpy".
      *The log history - AUTH-LOG-RECORD as it stood on the log.
       FD  AUTHHIST.
       01  AUTH-HIST-RECORD      PIC X(119).
       FD  AUTHRPT.
       01  AUR-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-USERAUTH-STATUS    PIC X(2) VALUE '00'.
       01  WS-AUTHLOG-STATUS     PIC X(2) VALUE '00'.
       01  WS-UA-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-UA-EOF              VALUE 'Y'.
       01  WS-AL-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-AL-EOF              VALUE 'Y'.
       01  WS-CO-SUBSCR          PIC 99.
       01  WS-COMPANIES-ED       PIC X(20).
       01  WS-LIMIT-ED           PIC Z(6)9.99.
       01  WS-AMT-ED             PIC Z(6)9.99.
       01  WS-USER-COUNT         PIC 9(7) VALUE 0.
       01  WS-INQUIRY-COUNT      PIC 9(7) VALUE 0.
       01  WS-APPLIER-COUNT      PIC 9(7) VALUE 0.
       01  WS-SUPERVISOR-COUNT   PIC 9(7) VALUE 0.
       01  WS-ALL-CO-COUNT       PIC 9(7) VALUE 0.
       01  WS-REVOKED-COUNT      PIC 9(7) VALUE 0.
       01  WS-DENIED-COUNT       PIC 9(7) VALUE 0.
       01  WS-DENIED-NU          PIC 9(7) VALUE 0.
       01  WS-DENIED-RV          PIC 9(7) VALUE 0.
       01  WS-DENIED-RL          PIC 9(7) VALUE 0.
       01  WS-DENIED-CO          PIC 9(7) VALUE 0.
       01  WS-DENIED-LM          PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       AUTHRV-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT USERAUTH
            IF WS-USERAUTH-STATUS NOT = '00' then
                DISPLAY '*** USERAUTH OPEN FAILED, STATUS '
                    WS-USERAUTH-STATUS ' ***'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O AUTHLOG
            IF WS-AUTHLOG-STATUS NOT = '00' then
                DISPLAY '*** AUTHLOG OPEN FAILED, STATUS '
                    WS-AUTHLOG-STATUS ' ***'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN EXTEND AUTHHIST
            OPEN OUTPUT AUTHRPT.
       BOD-PARA.
            PERFORM WRITE-RIGHTS-HEADER
            PERFORM LIST-ONE-USER
                UNTIL WS-UA-EOF
            PERFORM WRITE-RIGHTS-TOTALS
            PERFORM WRITE-DENIED-HEADER
            PERFORM LIST-ONE-DENIAL
                UNTIL WS-AL-EOF
            PERFORM WRITE-DENIED-TOTALS.
       WRITE-RIGHTS-HEADER.
            MOVE SPACES TO AUR-REPORT-LINE
            STRING 'ONLINE ACCESS REVIEW - RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO AUR-REPORT-LINE
            END-STRING
            WRITE AUR-REPORT-LINE
            MOVE SPACES TO AUR-REPORT-LINE
            WRITE AUR-REPORT-LINE
            MOVE 'RIGHTS HELD' TO AUR-REPORT-LINE
            WRITE AUR-REPORT-LINE
            MOVE SPACES TO AUR-REPORT-LINE
            MOVE 'USER' TO AUR-REPORT-LINE(1:4)
            MOVE 'NAME' TO AUR-REPORT-LINE(10:4)
            MOVE 'ROLE' TO AUR-REPORT-LINE(41:4)
            MOVE 'STATUS' TO AUR-REPORT-LINE(52:6)
            MOVE 'APPLY LIMIT' TO AUR-REPORT-LINE(60:11)
            MOVE 'COMPANIES' TO AUR-REPORT-LINE(72:9)
            MOVE 'GRANTED' TO AUR-REPORT-LINE(93:7)
            MOVE 'CHANGED' TO AUR-REPORT-LINE(102:7)
            MOVE 'BY' TO AUR-REPORT-LINE(111:2)
            WRITE AUR-REPORT-LINE.
       LIST-ONE-USER.
            READ USERAUTH NEXT RECORD
                AT END
                    SET WS-UA-EOF TO TRUE
                NOT AT END
                    PERFORM WRITE-USER-LINE
            END-READ.
       WRITE-USER-LINE.
            ADD 1 TO WS-USER-COUNT
            MOVE SPACES TO AUR-REPORT-LINE
            MOVE UA-USER-ID TO AUR-REPORT-LINE(1:8)
            MOVE UA-USER-NAME TO AUR-REPORT-LINE(10:30)
            EVALUATE TRUE
                WHEN UA-ROLE-INQUIRY
                    MOVE 'INQUIRY' TO AUR-REPORT-LINE(41:10)
                WHEN UA-ROLE-CASH-APPLIER
                    MOVE 'CASH APPL' TO AUR-REPORT-LINE(41:10)
                WHEN UA-ROLE-SUPERVISOR
                    MOVE 'SUPERVISOR' TO AUR-REPORT-LINE(41:10)
                WHEN OTHER
                    MOVE UA-ROLE TO AUR-REPORT-LINE(41:1)
            END-EVALUATE
      *Only live rights count towards the role totals.
            IF UA-REVOKED then
                ADD 1 TO WS-REVOKED-COUNT
                MOVE 'REVOKED' TO AUR-REPORT-LINE(52:7)
            ELSE
                MOVE 'ACTIVE' TO AUR-REPORT-LINE(52:7)
                EVALUATE TRUE
                    WHEN UA-ROLE-INQUIRY
                        ADD 1 TO WS-INQUIRY-COUNT
                    WHEN UA-ROLE-CASH-APPLIER
                        ADD 1 TO WS-APPLIER-COUNT
                    WHEN UA-ROLE-SUPERVISOR
                        ADD 1 TO WS-SUPERVISOR-COUNT
                END-EVALUATE
            END-IF
            IF UA-ROLE-CASH-APPLIER then
                MOVE UA-APPLY-LIMIT TO WS-LIMIT-ED
                MOVE WS-LIMIT-ED TO AUR-REPORT-LINE(60:10)
            END-IF
            IF UA-ROLE-SUPERVISOR then
                MOVE 'NO LIMIT' TO AUR-REPORT-LINE(62:8)
            END-IF
            MOVE SPACES TO WS-COMPANIES-ED
            PERFORM FORMAT-ONE-COMPANY
                VARYING WS-CO-SUBSCR FROM 1 BY 1
                UNTIL WS-CO-SUBSCR > UA-COMPANY-COUNT
                OR WS-CO-SUBSCR > 10
            MOVE WS-COMPANIES-ED TO AUR-REPORT-LINE(72:20)
            MOVE UA-ADDED-DATE TO AUR-REPORT-LINE(93:8)
            MOVE UA-CHANGED-DATE TO AUR-REPORT-LINE(102:8)
            MOVE UA-CHANGED-BY TO AUR-REPORT-LINE(111:8)
            WRITE AUR-REPORT-LINE.
       FORMAT-ONE-COMPANY.
      *Every company ('**') is spelled out - the widest right on
      *the table is the one a reviewer most needs to see.
            IF UA-COMPANY-CODE(WS-CO-SUBSCR) = '**' then
                MOVE 'ALL COMPANIES' TO WS-COMPANIES-ED
                MOVE 11 TO WS-CO-SUBSCR
                IF UA-ACTIVE then
                    ADD 1 TO WS-ALL-CO-COUNT
                END-IF
            ELSE
                MOVE UA-COMPANY-CODE(WS-CO-SUBSCR) TO
                    WS-COMPANIES-ED(WS-CO-SUBSCR * 2 - 1:2)
            END-IF.
       WRITE-RIGHTS-TOTALS.
            MOVE SPACES TO AUR-REPORT-LINE
            WRITE AUR-REPORT-LINE
            STRING 'USERS ON TABLE ' DELIMITED BY SIZE
                WS-USER-COUNT DELIMITED BY SIZE
                '  ACTIVE INQUIRY ' DELIMITED BY SIZE
                WS-INQUIRY-COUNT DELIMITED BY SIZE
                '  CASH APPLIER ' DELIMITED BY SIZE
                WS-APPLIER-COUNT DELIMITED BY SIZE
                '  SUPERVISOR ' DELIMITED BY SIZE
                WS-SUPERVISOR-COUNT DELIMITED BY SIZE
                '  REVOKED ' DELIMITED BY SIZE
                WS-REVOKED-COUNT DELIMITED BY SIZE
                INTO AUR-REPORT-LINE
            END-STRING
            WRITE AUR-REPORT-LINE
            MOVE SPACES TO AUR-REPORT-LINE
            STRING 'ACTIVE USERS WITH ALL COMPANIES ' DELIMITED BY SIZE
                WS-ALL-CO-COUNT DELIMITED BY SIZE
                INTO AUR-REPORT-LINE
            END-STRING
            WRITE AUR-REPORT-LINE.
       WRITE-DENIED-HEADER.
            MOVE SPACES TO AUR-REPORT-LINE
            WRITE AUR-REPORT-LINE
            MOVE 'REQUESTS REFUSED SINCE THE LAST REVIEW' TO
                AUR-REPORT-LINE
            WRITE AUR-REPORT-LINE
            MOVE SPACES TO AUR-REPORT-LINE
            MOVE 'DATE' TO AUR-REPORT-LINE(1:4)
            MOVE 'TIME' TO AUR-REPORT-LINE(10:4)
            MOVE 'USER' TO AUR-REPORT-LINE(17:4)
            MOVE 'PROGRAM' TO AUR-REPORT-LINE(26:7)
            MOVE 'F' TO AUR-REPORT-LINE(35:1)
            MOVE 'CO' TO AUR-REPORT-LINE(37:2)
            MOVE 'CUST' TO AUR-REPORT-LINE(40:4)
            MOVE 'INVOICE' TO AUR-REPORT-LINE(47:7)
            MOVE 'AMOUNT' TO AUR-REPORT-LINE(59:6)
            MOVE 'RS' TO AUR-REPORT-LINE(66:2)
            MOVE 'MESSAGE' TO AUR-REPORT-LINE(69:7)
            WRITE AUR-REPORT-LINE.
       LIST-ONE-DENIAL.
            READ AUTHLOG NEXT RECORD
                AT END
                    SET WS-AL-EOF TO TRUE
                NOT AT END
                    PERFORM WRITE-DENIAL-LINE
                    PERFORM ARCHIVE-DENIAL
            END-READ.
       WRITE-DENIAL-LINE.
            ADD 1 TO WS-DENIED-COUNT
            EVALUATE TRUE
                WHEN AL-NOT-AUTHORISED-USER
                    ADD 1 TO WS-DENIED-NU
                WHEN AL-USER-REVOKED
                    ADD 1 TO WS-DENIED-RV
                WHEN AL-ROLE-REFUSED
                    ADD 1 TO WS-DENIED-RL
                WHEN AL-COMPANY-REFUSED
                    ADD 1 TO WS-DENIED-CO
                WHEN AL-OVER-LIMIT
                    ADD 1 TO WS-DENIED-LM
            END-EVALUATE
            MOVE SPACES TO AUR-REPORT-LINE
            MOVE AL-DATE TO AUR-REPORT-LINE(1:8)
            MOVE AL-TIME TO AUR-REPORT-LINE(10:6)
            MOVE AL-USER-ID TO AUR-REPORT-LINE(17:8)
            MOVE AL-PROGRAM TO AUR-REPORT-LINE(26:8)
            MOVE AL-FUNCTION-CODE TO AUR-REPORT-LINE(35:1)
            MOVE AL-COMPANY-CODE TO AUR-REPORT-LINE(37:2)
            MOVE AL-CUST-ID TO AUR-REPORT-LINE(40:6)
            IF AL-INVOICE-NO > 0 then
                MOVE AL-INVOICE-NO TO AUR-REPORT-LINE(47:7)
            END-IF
            IF AL-AMOUNT > 0 then
                MOVE AL-AMOUNT TO WS-AMT-ED
                MOVE WS-AMT-ED TO AUR-REPORT-LINE(55:10)
            END-IF
            MOVE AL-REASON TO AUR-REPORT-LINE(66:2)
            MOVE AL-MESSAGE TO AUR-REPORT-LINE(69:40)
            WRITE AUR-REPORT-LINE.
       ARCHIVE-DENIAL.
      *Onto the history first, then off the log - a run that stops
      *in between lists the record again next time rather than
      *losing it.
            MOVE AUTH-LOG-RECORD TO AUTH-HIST-RECORD
            WRITE AUTH-HIST-RECORD
            DELETE AUTHLOG RECORD
            IF WS-AUTHLOG-STATUS NOT = '00' then
                DISPLAY '*** AUTHLOG DELETE FAILED, STATUS '
                    WS-AUTHLOG-STATUS ' KEY ' AL-KEY ' ***'
            END-IF.
       WRITE-DENIED-TOTALS.
            MOVE SPACES TO AUR-REPORT-LINE
            WRITE AUR-REPORT-LINE
            STRING 'REQUESTS REFUSED ' DELIMITED BY SIZE
                WS-DENIED-COUNT DELIMITED BY SIZE
                '  NOT ON TABLE ' DELIMITED BY SIZE
                WS-DENIED-NU DELIMITED BY SIZE
                '  REVOKED ' DELIMITED BY SIZE
                WS-DENIED-RV DELIMITED BY SIZE
                '  ROLE ' DELIMITED BY SIZE
                WS-DENIED-RL DELIMITED BY SIZE
                '  COMPANY ' DELIMITED BY SIZE
                WS-DENIED-CO DELIMITED BY SIZE
                '  OVER LIMIT ' DELIMITED BY SIZE
                WS-DENIED-LM DELIMITED BY SIZE
                INTO AUR-REPORT-LINE
            END-STRING
            WRITE AUR-REPORT-LINE.
       END-PARA.
            CLOSE USERAUTH AUTHLOG AUTHHIST AUTHRPT
            DISPLAY 'ACCESS REVIEW - USERS LISTED:     ' WS-USER-COUNT
            DISPLAY 'ACCESS REVIEW - REFUSALS LISTED:  '
                WS-DENIED-COUNT
            IF WS-DENIED-COUNT > 0 then
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.
