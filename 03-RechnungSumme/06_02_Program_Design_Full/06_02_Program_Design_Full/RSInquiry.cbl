      *in from the calling menu transaction; the caller is expected to
      *redisplay CA-MESSAGE/CA-RETURN-CODE and, on CA-OK, the
      *CA-CUST-NAME/CA-REBATE-MULT/CA-VAT-MULT/CA-TOTAL-... fields on
      *its own map. The signed-on user must be on the user
      *authorisation table (USERAUTH.cpy) and assigned the company
      *the line would bill under - anything else is refused and
      *logged to AUTHLOG before a customer is read.
       PROGRAM-ID. RSINQURY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *System-status control record - read to set the
      *billing-in-progress banner flag. See SYSSTAT.cpy.
           COPY "SYSSTAT.cpy".
           COPY "USERAUTH.cpy".
           COPY "AUTHLOG.cpy".
       01  WS-RESP              PIC S9(8) COMP.
      *The signed-on user, whether the request passed the
      *authorisation table, and the company being checked against
      *the user's assigned ones.
       01  WS-SIGNON-USER       PIC X(8).
       01  WS-AUTH-SW           PIC X VALUE 'Y'.
           88 WS-AUTHORISED         VALUE 'Y'.
           88 WS-NOT-AUTHORISED     VALUE 'N'.
       01  WS-CHECK-COMPANY     PIC X(2).
       01  WS-CO-SUBSCR         PIC 99.
       01  WS-CO-SW             PIC X VALUE 'N'.
           88 WS-COMPANY-ASSIGNED   VALUE 'Y'.
       01  WS-ABS-TIME          PIC S9(15) COMP.
       01  WS-VAT-AS-OF-DATE    PIC 9(8).
      *Home-currency conversion multiplier looked up off CURRTAB - see
      *banner so users know the figures are moving.
           05 CA-BILLING-FLAG        PIC X.
               88 CA-BILLING-IN-PROGRESS VALUE 'B'.
      *Legal entity the line would bill under, as on an input
      *line - the user has to be assigned it. A refused request
      *comes back with CA-RETURN-CODE 24; a COMMAREA that stops
      *short of it comes back with 28.
           05 CA-COMPANY-CODE        PIC X(2).
       PROCEDURE DIVISION.
       INQUIRY-MAIN.
      *A caller still passing the COMMAREA without the company code
      *would have the user checked against whatever follows it in
      *the caller's storage - refuse it before anything is read.
      *Too short to carry even the reply, just hand it back.
            IF EIBCALEN < LENGTH OF DFHCOMMAREA then
                IF EIBCALEN > 68 then
                    MOVE 28 TO CA-RETURN-CODE
                    MOVE 'COMMAREA TOO SHORT - NO COMPANY CODE' TO
                        CA-MESSAGE
                END-IF
                GO TO INQUIRY-RETURN
            END-IF
            MOVE 0 TO CA-RETURN-CODE
            MOVE SPACES TO CA-MESSAGE
            PERFORM CHECK-BILLING-BANNER
                MOVE 'UNKNOWN FUNCTION CODE' TO CA-MESSAGE
                GO TO INQUIRY-RETURN
            END-IF
            PERFORM CHECK-USER-AUTHORITY
            IF WS-NOT-AUTHORISED then
                GO TO INQUIRY-RETURN
            END-IF
            PERFORM LOOKUP-CUSTOMER
            IF NOT CA-OK then
                GO TO INQUIRY-RETURN
       INQUIRY-RETURN.
            EXEC CICS RETURN
            END-EXEC.
       CHECK-USER-AUTHORITY.
      *The signed-on user's record off the authorisation table - no
      *record, or a revoked one, refuses the request outright, and
      *so does a company the user is not assigned. Every role may
      *price a line.
            SET WS-AUTHORISED TO TRUE
            INITIALIZE AUTH-LOG-RECORD
            MOVE CA-COMPANY-CODE TO AL-COMPANY-CODE
            MOVE CA-CUST-ID TO AL-CUST-ID
            EXEC CICS ASSIGN
                USERID(WS-SIGNON-USER)
            END-EXEC
            MOVE WS-SIGNON-USER TO UA-USER-ID
            EXEC CICS READ FILE('USERAUTH')
                INTO(USER-AUTH-RECORD)
                RIDFLD(UA-USER-ID)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL) then
                SET AL-NOT-AUTHORISED-USER TO TRUE
                MOVE 'NOT AUTHORISED FOR THIS TRANSACTION' TO
                    CA-MESSAGE
                PERFORM DENY-REQUEST
            ELSE
                IF NOT UA-ACTIVE then
                    SET AL-USER-REVOKED TO TRUE
                    MOVE 'USER AUTHORISATION REVOKED' TO CA-MESSAGE
                    PERFORM DENY-REQUEST
                ELSE
                    MOVE CA-COMPANY-CODE TO WS-CHECK-COMPANY
                    PERFORM CHECK-COMPANY-ASSIGNED
                    IF NOT WS-COMPANY-ASSIGNED then
                        SET AL-COMPANY-REFUSED TO TRUE
                        MOVE 'COMPANY NOT AUTHORISED FOR USER' TO
                            CA-MESSAGE
                        PERFORM DENY-REQUEST
                    END-IF
                END-IF
            END-IF.
       CHECK-COMPANY-ASSIGNED.
            MOVE 'N' TO WS-CO-SW
            PERFORM CHECK-ONE-COMPANY
                VARYING WS-CO-SUBSCR FROM 1 BY 1
                UNTIL WS-CO-SUBSCR > UA-COMPANY-COUNT
                OR WS-CO-SUBSCR > 10
                OR WS-COMPANY-ASSIGNED.
       CHECK-ONE-COMPANY.
            IF UA-COMPANY-CODE(WS-CO-SUBSCR) = WS-CHECK-COMPANY
                OR UA-COMPANY-CODE(WS-CO-SUBSCR) = '**' then
                SET WS-COMPANY-ASSIGNED TO TRUE
            END-IF.
       DENY-REQUEST.
      *Refuse the request and log the attempt for the access
      *review. A log write that fails still refuses the request.
            SET WS-NOT-AUTHORISED TO TRUE
            MOVE 24 TO CA-RETURN-CODE
            EXEC CICS ASKTIME
                ABSTIME(WS-ABS-TIME)
            END-EXEC
            EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                YYYYMMDD(AL-DATE)
                TIME(AL-TIME)
            END-EXEC
            MOVE WS-ABS-TIME TO AL-TIME-STAMP
            MOVE EIBTASKN TO AL-TASK-NO
            MOVE WS-SIGNON-USER TO AL-USER-ID
            MOVE 'RSINQURY' TO AL-PROGRAM
            MOVE CA-FUNCTION-CODE TO AL-FUNCTION-CODE
            MOVE CA-MESSAGE TO AL-MESSAGE
            EXEC CICS WRITE FILE('AUTHLOG')
                FROM(AUTH-LOG-RECORD)
                RIDFLD(AL-KEY)
                RESP(WS-RESP)
            END-EXEC.
       CHECK-BILLING-BANNER.
      *Flag the caller's map with the billing-in-progress banner
      *while the batch run is stamped active - a record that is
