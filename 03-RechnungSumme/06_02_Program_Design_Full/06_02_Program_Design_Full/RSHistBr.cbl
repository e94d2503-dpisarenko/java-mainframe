      *hypothetical line, this transaction shows what we actually
      *billed. Keyed entry by invoice number returns that line;
      *browse by customer returns a page of the customer's lines
      *newest-first (latest invoice date first), read off the
      *customer alternate-index path (file INFHISTC), restartable
      *from CA-START-INVOICE-NO for scrolling. Each returned line
      *carries the transmission fields plus the customer name
      *resolved from CUSTMAST, so customer-service can answer a
      *billing call while the caller is still on the phone. Driven
      *by a COMMAREA from the calling menu transaction, which
      *redisplays CA-MESSAGE/CA-RETURN-CODE and the CA-LINE table
      *on its own map. The signed-on user must be on the user
      *authorisation table (USERAUTH.cpy), and only lines billed
      *under the user's companies are returned - an invoice, or a
      *customer, with nothing under them is refused and the
      *attempt logged to AUTHLOG.
       PROGRAM-ID. RSHISTBR.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05 HL-COMPANY-CODE  PIC X(2).
           05 HL-RESUB-COUNT   PIC 9.
       01  WS-RESP              PIC S9(8) COMP.
       01  WS-ABS-TIME          PIC S9(15) COMP.
           COPY "USERAUTH.cpy".
           COPY "AUTHLOG.cpy".
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
      *Lines passed over because they billed under a company the
      *user is not assigned.
       01  WS-WITHHELD-COUNT    PIC 9(5) VALUE 0.
      *System-status control record - read to set the
      *billing-in-progress banner flag. See SYSSTAT.cpy.
           COPY "SYSSTAT.cpy".
       01  WS-BROWSE-KEY        PIC 9(7).
      *Invoice date of the browse restart point - lines dated after
      *it, or on it under a later invoice number, were on the pages
      *already shown.
       01  WS-BROWSE-DATE       PIC 9(8).
       01  WS-LINE-SUBSCR       PIC 99.
       01  WS-BROWSE-DONE-SW    PIC X VALUE 'N'.
           88 WS-BROWSE-DONE        VALUE 'Y'.
               88 CA-CUSTOMER-BROWSE    VALUE 'B'.
           05 CA-INVOICE-NO          PIC 9(7).
           05 CA-CUST-ID             PIC X(6).
      *A request the authorisation table refuses comes back with
      *CA-RETURN-CODE 24.
      *Browse restart point - zero (or 9999999) starts at the
      *newest line; the caller passes back the last CA-LINE-INV-NO
      *shown, minus nothing, to scroll older.
            MOVE SPACES TO CA-MESSAGE
            MOVE 0 TO CA-LINE-COUNT
            PERFORM CHECK-BILLING-BANNER
            PERFORM CHECK-USER-AUTHORITY
            IF WS-NOT-AUTHORISED then
                GO TO HISTBR-RETURN
            END-IF
            EVALUATE TRUE
                WHEN CA-KEYED-INQUIRY
                    PERFORM READ-ONE-INVOICE
       HISTBR-RETURN.
            EXEC CICS RETURN
            END-EXEC.
       CHECK-USER-AUTHORITY.
      *The signed-on user's record off the authorisation table - no
      *record, or a revoked one, refuses the request outright.
      *Every role may browse; the company check is line by line.
            SET WS-AUTHORISED TO TRUE
            MOVE 0 TO WS-WITHHELD-COUNT
            INITIALIZE AUTH-LOG-RECORD
            MOVE CA-CUST-ID TO AL-CUST-ID
            MOVE CA-INVOICE-NO TO AL-INVOICE-NO
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
       DENY-COMPANY-WITHHELD.
      *Everything the request found billed under companies the
      *user is not assigned - refuse it, and show nothing of the
      *customer either.
            MOVE SPACES TO CA-CUST-NAME
            SET AL-COMPANY-REFUSED TO TRUE
            MOVE 'COMPANY NOT AUTHORISED FOR USER' TO CA-MESSAGE
            PERFORM DENY-REQUEST.
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
            MOVE 'RSHISTBR' TO AL-PROGRAM
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
                    OR CA-LINE-COUNT >= 10
                EXEC CICS ENDBR FILE('INFHIST')
                END-EXEC
                EVALUATE TRUE
                    WHEN CA-LINE-COUNT > 0
                        PERFORM RESOLVE-CUSTOMER-NAME
                    WHEN WS-WITHHELD-COUNT > 0
                        PERFORM DENY-COMPANY-WITHHELD
                    WHEN OTHER
                        MOVE 8 TO CA-RETURN-CODE
                        MOVE 'INVOICE NOT ON HISTORY FILE' TO
                            CA-MESSAGE
                END-EVALUATE
            END-IF.
       READ-ONE-DOC-LINE.
            EXEC CICS READNEXT FILE('INFHIST')
                OR HL-INVOICE-NO NOT = CA-INVOICE-NO then
                SET WS-BROWSE-DONE TO TRUE
            ELSE
                MOVE HL-COMPANY-CODE TO WS-CHECK-COMPANY
                PERFORM CHECK-COMPANY-ASSIGNED
                IF WS-COMPANY-ASSIGNED then
                    ADD 1 TO CA-LINE-COUNT
                    MOVE CA-LINE-COUNT TO WS-LINE-SUBSCR
                    PERFORM MOVE-LINE-TO-COMMAREA
                    MOVE HL-CUST-ID TO CA-CUST-ID
                ELSE
                    ADD 1 TO WS-WITHHELD-COUNT
                    MOVE HL-COMPANY-CODE TO AL-COMPANY-CODE
                END-IF
            END-IF.
       BROWSE-BY-CUSTOMER.
      *Walk the customer's lines backward on the customer alternate
      *key (customer + invoice date) from the restart point until
      *the page is full or the lines run into the previous
      *customer - newest first, and only this customer's lines are
      *read. The restart point's own date comes off its history
      *line; one no longer on file restarts at the newest line.
            PERFORM RESOLVE-CUSTOMER-NAME
            IF NOT CA-OK then
                GO TO BROWSE-BY-CUSTOMER-EXIT
            END-IF
            MOVE 99999999 TO WS-BROWSE-DATE
            IF CA-START-INVOICE-NO = 0 then
                MOVE 9999999 TO WS-BROWSE-KEY
            ELSE
                MOVE CA-START-INVOICE-NO TO WS-BROWSE-KEY
                MOVE CA-START-INVOICE-NO TO HIST-INVOICE-NO
                MOVE 0 TO HIST-LINE-NO
                EXEC CICS READ FILE('INFHIST')
                    INTO(HISTORY-RECORD)
                    RIDFLD(HIST-KEY)
                    GTEQ
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(NORMAL)
                    AND HL-INVOICE-NO = CA-START-INVOICE-NO
                    AND HL-CUST-ID = CA-CUST-ID then
                    MOVE HL-INVOICE-DATE TO WS-BROWSE-DATE
                ELSE
                    MOVE 9999999 TO WS-BROWSE-KEY
                END-IF
            END-IF
            MOVE CA-CUST-ID TO HIST-CUST-ID
            MOVE WS-BROWSE-DATE TO HIST-INVOICE-DATE
            MOVE 'N' TO WS-BROWSE-DONE-SW
            EXEC CICS STARTBR FILE('INFHISTC')
                RIDFLD(HIST-CUST-KEY)
                LTEQ
                RESP(WS-RESP)
            END-EXEC
            PERFORM BROWSE-ONE-RECORD
                UNTIL WS-BROWSE-DONE
                OR CA-LINE-COUNT >= 10
            EXEC CICS ENDBR FILE('INFHISTC')
            END-EXEC
      *Only a browse from the newest line proves the customer has
      *nothing under the user's companies - a later page can just
      *have run past the last line the user may see.
            EVALUATE TRUE
                WHEN CA-LINE-COUNT > 0
                    CONTINUE
                WHEN WS-WITHHELD-COUNT > 0
                    AND CA-START-INVOICE-NO = 0
                    PERFORM DENY-COMPANY-WITHHELD
                WHEN OTHER
                    MOVE 16 TO CA-RETURN-CODE
                    MOVE 'NO LINES FOR CUSTOMER' TO CA-MESSAGE
            END-EVALUATE.
       BROWSE-BY-CUSTOMER-EXIT.
            EXIT.
       BROWSE-ONE-RECORD.
      *The path carries duplicate keys - a customer's lines on one
      *date - so DUPKEY is a normal read.
            EXEC CICS READPREV FILE('INFHISTC')
                INTO(HISTORY-RECORD)
                RIDFLD(HIST-CUST-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                AND WS-RESP NOT = DFHRESP(DUPKEY) then
                SET WS-BROWSE-DONE TO TRUE
            ELSE
                IF HL-CUST-ID NOT = CA-CUST-ID then
                    SET WS-BROWSE-DONE TO TRUE
                ELSE
                    IF HL-INVOICE-DATE < WS-BROWSE-DATE
                        OR HL-INVOICE-NO < WS-BROWSE-KEY then
                        MOVE HL-COMPANY-CODE TO WS-CHECK-COMPANY
                        PERFORM CHECK-COMPANY-ASSIGNED
                        IF WS-COMPANY-ASSIGNED then
                            ADD 1 TO CA-LINE-COUNT
                            MOVE CA-LINE-COUNT TO WS-LINE-SUBSCR
                            PERFORM MOVE-LINE-TO-COMMAREA
                        ELSE
                            ADD 1 TO WS-WITHHELD-COUNT
                            MOVE HL-COMPANY-CODE TO AL-COMPANY-CODE
                        END-IF
                    END-IF
                END-IF
            END-IF.
       MOVE-LINE-TO-COMMAREA.
