      *Batch maintenance of the user authorisation table (USERAUTH)
      *the online transactions check before they show or change
      *anything, driven by a transaction file of grants, changes
      *and revocations the same way TEXTMNT maintains the document
      *texts. Each transaction carries one user's whole entry - the
      *role, the cash-application limit and the companies - and
      *every applied change is logged to AUDITFILE with who made
      *it, when, and the entry before and after, so the access
      *review can trace how a user came by their rights.
      *
      *A revoked user stays on the table, marked revoked, so the
      *review still shows when the rights went; granting the id
      *again reinstates it. Nobody maintains their own entry - a
      *transaction naming the maintainer as the user is refused.
      *A cash applier needs a limit above zero (a supervisor is
      *never limited), and every company named has to be on the
      *company master, or be '**' for all of them.
       PROGRAM-ID. AUTHMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHTRAN ASSIGN AUTHTRNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT USERAUTH ASSIGN USERAUTHNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY UA-USER-ID
                          FILE STATUS WS-USERAUTH-STATUS.
           SELECT COMPMAST ASSIGN COMPNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CO-COMPANY-CODE
                          FILE STATUS WS-COMPMAST-STATUS.
           SELECT AUDITFILE ASSIGN AUDITNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  AUTHTRAN.
       01  AUTH-TRAN-RECORD.
           05 AT-ACTION             PIC X.
               88 AT-ACTION-GRANT       VALUE 'A'.
               88 AT-ACTION-CHANGE      VALUE 'C'.
               88 AT-ACTION-REVOKE      VALUE 'R'.
      *Who is making the change, then the user it is made to.
           05 AT-MAINT-USER         PIC X(8).
           05 AT-USER-ID            PIC X(8).
           05 AT-USER-NAME          PIC X(30).
           05 AT-ROLE               PIC X.
           05 AT-APPLY-LIMIT        PIC 9(7)V99.
           05 AT-COMPANY-CODE       PIC X(2) OCCURS 10 TIMES.
       FD  USERAUTH.
           COPY "USERAUTH.cpy".
       FD  COMPMAST.
           COPY "COMPMAST.cpy".
       FD  AUDITFILE.
       01  AUDIT-RECORD.
           05 AU-AUDIT-DATE         PIC 9(8).
           05                       PIC X.
           05 AU-AUDIT-TIME         PIC 9(8).
           05                       PIC X.
           05 AU-USER-ID            PIC X(8).
           05                       PIC X.
           05 AU-ACTION             PIC X(6).
           05                       PIC X.
           05 AU-KEY-VALUE          PIC X(12).
           05                       PIC X.
           05 AU-OLD-VALUE          PIC X(81).
           05                       PIC X.
           05 AU-NEW-VALUE          PIC X(81).
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).
       01  WS-USERAUTH-STATUS        PIC X(2) VALUE '00'.
       01  WS-COMPMAST-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRAN-OK-SW             PIC X VALUE 'Y'.
           88 WS-TRAN-OK                 VALUE 'Y'.
           88 WS-TRAN-REFUSED            VALUE 'N'.
       01  WS-TRAN-COUNT             PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT          PIC 9(7) VALUE 0.
       01  WS-REFUSED-COUNT          PIC 9(7) VALUE 0.
       01  WS-AUDIT-ACTION           PIC X(6).
      *The companies the transaction names, closed up to the front
      *of the table - blank slots are skipped.
       01  WS-CO-TABLE.
           05 WS-CO-CODE             PIC X(2) OCCURS 10 TIMES.
       01  WS-CO-COUNT               PIC 99 VALUE 0.
       01  WS-TRAN-SUBSCR            PIC 99.
      *The entry as the audit file shows it, before and after:
      *role, status, limit, companies, name.
       01  WS-ENTRY-VIEW.
           05 WS-EV-ROLE             PIC X.
           05                        PIC X VALUE SPACE.
           05 WS-EV-STATUS           PIC X.
           05                        PIC X VALUE SPACE.
           05 WS-EV-LIMIT            PIC 9(7).99.
           05                        PIC X VALUE SPACE.
           05 WS-EV-COMPANIES        PIC X(20).
           05                        PIC X VALUE SPACE.
           05 WS-EV-NAME             PIC X(30).
       01  WS-OLD-VALUE-ED           PIC X(81).
       01  WS-NEW-VALUE-ED           PIC X(81).
       PROCEDURE DIVISION.
       AUTHMNT-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            OPEN INPUT  AUTHTRAN
      *The authorisation table is created by the first load.
            OPEN I-O    USERAUTH
            IF WS-USERAUTH-STATUS = '35' then
                OPEN OUTPUT USERAUTH
                CLOSE USERAUTH
                OPEN I-O USERAUTH
            END-IF
            OPEN INPUT  COMPMAST
            IF WS-COMPMAST-STATUS NOT = '00' then
                DISPLAY '*** COMPMAST OPEN FAILED, STATUS '
                    WS-COMPMAST-STATUS ' ***'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN EXTEND AUDITFILE
            PERFORM READ-TRANSACTION.
       BOD-PARA.
            PERFORM READ-TRANSACTION
                UNTIL WS-EOF.
       READ-TRANSACTION.
            READ AUTHTRAN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-TRAN-COUNT
                    PERFORM APPLY-TRANSACTION
            END-READ.
       APPLY-TRANSACTION.
            PERFORM VALIDATE-TRANSACTION
                THRU VALIDATE-TRANSACTION-EXIT
            IF WS-TRAN-REFUSED then
                ADD 1 TO WS-REFUSED-COUNT
            ELSE
                MOVE AT-USER-ID TO UA-USER-ID
                MOVE SPACES TO WS-OLD-VALUE-ED
                MOVE SPACES TO WS-NEW-VALUE-ED
                EVALUATE TRUE
                    WHEN AT-ACTION-GRANT
                        PERFORM APPLY-GRANT
                    WHEN AT-ACTION-CHANGE
                        PERFORM APPLY-CHANGE
                    WHEN AT-ACTION-REVOKE
                        PERFORM APPLY-REVOKE
                END-EVALUATE
            END-IF.
       VALIDATE-TRANSACTION.
            SET WS-TRAN-OK TO TRUE
            IF NOT AT-ACTION-GRANT
                AND NOT AT-ACTION-CHANGE
                AND NOT AT-ACTION-REVOKE then
                SET WS-TRAN-REFUSED TO TRUE
                DISPLAY '*** UNKNOWN ACTION ON AUTHTRAN: '
                    AT-ACTION ' ***'
                GO TO VALIDATE-TRANSACTION-EXIT
            END-IF
            IF AT-USER-ID = SPACES
                OR AT-MAINT-USER = SPACES then
                SET WS-TRAN-REFUSED TO TRUE
                DISPLAY '*** USER OR MAINTAINER ID MISSING: '
                    AT-USER-ID ' ' AT-MAINT-USER ' ***'
                GO TO VALIDATE-TRANSACTION-EXIT
            END-IF
            IF AT-MAINT-USER = AT-USER-ID then
                SET WS-TRAN-REFUSED TO TRUE
                DISPLAY '*** USER MAY NOT MAINTAIN OWN ENTRY: '
                    AT-USER-ID ' ***'
                GO TO VALIDATE-TRANSACTION-EXIT
            END-IF
            IF AT-ACTION-REVOKE then
                GO TO VALIDATE-TRANSACTION-EXIT
            END-IF
            IF AT-ROLE NOT = 'I'
                AND AT-ROLE NOT = 'C'
                AND AT-ROLE NOT = 'S' then
                SET WS-TRAN-REFUSED TO TRUE
                DISPLAY '*** INVALID ROLE FOR: '
                    AT-USER-ID ' ' AT-ROLE ' ***'
                GO TO VALIDATE-TRANSACTION-EXIT
            END-IF
            IF AT-APPLY-LIMIT IS NOT NUMERIC then
                SET WS-TRAN-REFUSED TO TRUE
                DISPLAY '*** APPLY LIMIT NOT NUMERIC FOR: '
                    AT-USER-ID ' ***'
                GO TO VALIDATE-TRANSACTION-EXIT
            END-IF
            IF AT-ROLE = 'C'
                AND AT-APPLY-LIMIT = 0 then
                SET WS-TRAN-REFUSED TO TRUE
                DISPLAY '*** CASH APPLIER NEEDS AN APPLY LIMIT: '
                    AT-USER-ID ' ***'
                GO TO VALIDATE-TRANSACTION-EXIT
            END-IF
            MOVE SPACES TO WS-CO-TABLE
            MOVE 0 TO WS-CO-COUNT
            PERFORM VALIDATE-ONE-COMPANY
                VARYING WS-TRAN-SUBSCR FROM 1 BY 1
                UNTIL WS-TRAN-SUBSCR > 10
                OR WS-TRAN-REFUSED
            IF WS-TRAN-OK
                AND WS-CO-COUNT = 0 then
                SET WS-TRAN-REFUSED TO TRUE
                DISPLAY '*** NO COMPANY ASSIGNED FOR: '
                    AT-USER-ID ' ***'
            END-IF.
       VALIDATE-TRANSACTION-EXIT.
            EXIT.
       VALIDATE-ONE-COMPANY.
            IF AT-COMPANY-CODE(WS-TRAN-SUBSCR) NOT = SPACES then
                IF AT-COMPANY-CODE(WS-TRAN-SUBSCR) NOT = '**' then
                    MOVE AT-COMPANY-CODE(WS-TRAN-SUBSCR) TO
                        CO-COMPANY-CODE
                    READ COMPMAST
                        INVALID KEY
                            SET WS-TRAN-REFUSED TO TRUE
                            DISPLAY '*** COMPANY NOT ON FILE: '
                                AT-COMPANY-CODE(WS-TRAN-SUBSCR)
                                ' FOR ' AT-USER-ID ' ***'
                    END-READ
                END-IF
                ADD 1 TO WS-CO-COUNT
                MOVE AT-COMPANY-CODE(WS-TRAN-SUBSCR) TO
                    WS-CO-CODE(WS-CO-COUNT)
            END-IF.
       APPLY-GRANT.
      *A new user is written; a revoked one is reinstated under the
      *new entry. An id that already holds live rights is changed
      *with 'C', not granted twice.
            READ USERAUTH
                INVALID KEY
                    PERFORM MOVE-TRAN-TO-ENTRY
                    MOVE WS-RUN-DATE TO UA-ADDED-DATE
                    WRITE USER-AUTH-RECORD
                    MOVE 'GRANT' TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-RECORD
                NOT INVALID KEY
                    IF UA-ACTIVE then
                        ADD 1 TO WS-REFUSED-COUNT
                        DISPLAY '*** USER ALREADY AUTHORISED: '
                            AT-USER-ID ' ***'
                    ELSE
                        PERFORM FORMAT-ENTRY-VIEW
                        MOVE WS-ENTRY-VIEW TO WS-OLD-VALUE-ED
                        PERFORM MOVE-TRAN-TO-ENTRY
                        REWRITE USER-AUTH-RECORD
                        MOVE 'REINST' TO WS-AUDIT-ACTION
                        PERFORM WRITE-AUDIT-RECORD
                    END-IF
            END-READ.
       APPLY-CHANGE.
            READ USERAUTH
                INVALID KEY
                    ADD 1 TO WS-REFUSED-COUNT
                    DISPLAY '*** USER NOT ON FILE FOR CHANGE: '
                        AT-USER-ID ' ***'
                NOT INVALID KEY
                    IF UA-REVOKED then
                        ADD 1 TO WS-REFUSED-COUNT
                        DISPLAY '*** USER REVOKED - GRANT AGAIN: '
                            AT-USER-ID ' ***'
                    ELSE
                        PERFORM FORMAT-ENTRY-VIEW
                        MOVE WS-ENTRY-VIEW TO WS-OLD-VALUE-ED
                        PERFORM MOVE-TRAN-TO-ENTRY
                        REWRITE USER-AUTH-RECORD
                        MOVE 'CHANGE' TO WS-AUDIT-ACTION
                        PERFORM WRITE-AUDIT-RECORD
                    END-IF
            END-READ.
       APPLY-REVOKE.
            READ USERAUTH
                INVALID KEY
                    ADD 1 TO WS-REFUSED-COUNT
                    DISPLAY '*** USER NOT ON FILE FOR REVOKE: '
                        AT-USER-ID ' ***'
                NOT INVALID KEY
                    IF UA-REVOKED then
                        ADD 1 TO WS-REFUSED-COUNT
                        DISPLAY '*** USER ALREADY REVOKED: '
                            AT-USER-ID ' ***'
                    ELSE
                        PERFORM FORMAT-ENTRY-VIEW
                        MOVE WS-ENTRY-VIEW TO WS-OLD-VALUE-ED
                        SET UA-REVOKED TO TRUE
                        MOVE WS-RUN-DATE TO UA-CHANGED-DATE
                        MOVE AT-MAINT-USER TO UA-CHANGED-BY
                        REWRITE USER-AUTH-RECORD
                        MOVE 'REVOKE' TO WS-AUDIT-ACTION
                        PERFORM WRITE-AUDIT-RECORD
                    END-IF
            END-READ.
       MOVE-TRAN-TO-ENTRY.
            MOVE AT-USER-ID TO UA-USER-ID
            MOVE AT-USER-NAME TO UA-USER-NAME
            MOVE AT-ROLE TO UA-ROLE
            SET UA-ACTIVE TO TRUE
      *A supervisor is never limited - any limit keyed is dropped
      *so the review does not show one that means nothing.
            IF UA-ROLE-SUPERVISOR then
                MOVE 0 TO UA-APPLY-LIMIT
            ELSE
                MOVE AT-APPLY-LIMIT TO UA-APPLY-LIMIT
            END-IF
            MOVE WS-CO-COUNT TO UA-COMPANY-COUNT
            PERFORM MOVE-ONE-COMPANY
                VARYING WS-TRAN-SUBSCR FROM 1 BY 1
                UNTIL WS-TRAN-SUBSCR > 10
            MOVE WS-RUN-DATE TO UA-CHANGED-DATE
            MOVE AT-MAINT-USER TO UA-CHANGED-BY.
       MOVE-ONE-COMPANY.
            MOVE WS-CO-CODE(WS-TRAN-SUBSCR) TO
                UA-COMPANY-CODE(WS-TRAN-SUBSCR).
       FORMAT-ENTRY-VIEW.
            MOVE UA-ROLE TO WS-EV-ROLE
            MOVE UA-STATUS TO WS-EV-STATUS
            MOVE UA-APPLY-LIMIT TO WS-EV-LIMIT
            MOVE SPACES TO WS-EV-COMPANIES
            PERFORM FORMAT-ONE-COMPANY
                VARYING WS-TRAN-SUBSCR FROM 1 BY 1
                UNTIL WS-TRAN-SUBSCR > UA-COMPANY-COUNT
                OR WS-TRAN-SUBSCR > 10
            MOVE UA-USER-NAME TO WS-EV-NAME.
       FORMAT-ONE-COMPANY.
            MOVE UA-COMPANY-CODE(WS-TRAN-SUBSCR) TO
                WS-EV-COMPANIES(WS-TRAN-SUBSCR * 2 - 1:2).
       WRITE-AUDIT-RECORD.
            PERFORM FORMAT-ENTRY-VIEW
            MOVE WS-ENTRY-VIEW TO WS-NEW-VALUE-ED
            ADD 1 TO WS-APPLIED-COUNT
            MOVE WS-RUN-DATE TO AU-AUDIT-DATE
            MOVE WS-RUN-TIME TO AU-AUDIT-TIME
            MOVE AT-MAINT-USER TO AU-USER-ID
            MOVE WS-AUDIT-ACTION TO AU-ACTION
            MOVE AT-USER-ID TO AU-KEY-VALUE
            MOVE WS-OLD-VALUE-ED TO AU-OLD-VALUE
            MOVE WS-NEW-VALUE-ED TO AU-NEW-VALUE
            WRITE AUDIT-RECORD.
       END-PARA.
            CLOSE AUTHTRAN USERAUTH COMPMAST AUDITFILE
            DISPLAY 'AUTH MAINTENANCE - TRANSACTIONS: ' WS-TRAN-COUNT
            DISPLAY 'AUTH MAINTENANCE - APPLIED:      '
                WS-APPLIED-COUNT
            DISPLAY 'AUTH MAINTENANCE - REFUSED:      '
                WS-REFUSED-COUNT
            IF WS-REFUSED-COUNT > 0 then
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.
