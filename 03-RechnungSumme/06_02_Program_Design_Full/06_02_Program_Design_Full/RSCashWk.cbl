      *CM-OPEN-AR-BAL and the payment-history ledger with the same
      *postings and audit trail a batch application gets (the
      *ledger record goes onto the PAYHISTQ queue for the nightly
      *batch append, which also releases a cash-basis company's VAT
      *out of suspense as of the payment date the queue entry
      *carries), and marking the queue entry worked. Every open
      *item it rewrites is journaled the way a batch change is -
      *the before/after record goes onto the ARJRNLQ queue, which
      *the same nightly batch appends to the AR journal. Driven by a
      *COMMAREA from the calling menu transaction, which redisplays
      *CA-MESSAGE/CA-RETURN-CODE and the tables on its own map.
      *The signed-on user must be on the user authorisation table
      *(USERAUTH.cpy): only the cash-applier and supervisor roles
      *may apply, a payment over the applier's limit has to be
      *applied by a supervisor, and the user sees and works only
      *items of their own companies. Every refusal is logged to
      *AUTHLOG before anything is posted.
       PROGRAM-ID. RSCASHWK.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           COPY "ARITEM.cpy".
           COPY "CUSTMAST.cpy".
           COPY "PAYHISTQ.cpy".
           COPY "ARJRNL.cpy".
      *System-status control record - read to set the
      *billing-in-progress banner flag. See SYSSTAT.cpy.
           COPY "SYSSTAT.cpy".
       01  WS-RESP              PIC S9(8) COMP.
       01  WS-ABS-TIME          PIC S9(15) COMP.
       01  WS-TODAY             PIC 9(8).
       01  WS-NOW-TIME          PIC 9(6).
      *Milliseconds past the second off the same ASKTIME - the
      *hundredths of the journal stamp.
       01  WS-ABS-SECS          PIC S9(15) COMP.
       01  WS-ABS-MILLIS        PIC 9(3).
       01  WS-AR-BEFORE-IMAGE   PIC X(103).
       01  WS-LINE-SUBSCR       PIC 99.
       01  WS-PAIR-SUBSCR       PIC 9.
       01  WS-BROWSE-DONE-SW    PIC X VALUE 'N'.
       01  WS-REMAINING-AMT     PIC S9(7)V99 VALUE 0.
       01  WS-PARENT-ID         PIC X(6) VALUE SPACES.
       01  WS-RELIEF-AMT        PIC S9(7)V99 VALUE 0.
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
      *Items passed over because they billed under a company the
      *user is not assigned.
       01  WS-WITHHELD-COUNT    PIC 9(5) VALUE 0.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 CA-FUNCTION-CODE      PIC X.
               88 CA-LIST-UNAPPLIED     VALUE 'L'.
               88 CA-BROWSE-ITEMS       VALUE 'B'.
               88 CA-APPLY-PAYMENT      VALUE 'A'.
      *Kept for the caller's layout - the worked-by stamp is the
      *signed-on user the authorisation check passed, not this.
           05 CA-USER-ID             PIC X(8).
           05 CA-CUST-ID             PIC X(6).
           05 CA-START-KEY.
           05 CA-APPLY-PAIR OCCURS 5 TIMES.
               10 CA-APPLY-INV-NO    PIC 9(7).
               10 CA-APPLY-AMOUNT    PIC 9(7)V99.
      *A request the authorisation table refuses comes back with
      *CA-RETURN-CODE 24.
           05 CA-RETURN-CODE         PIC 9(2).
               88 CA-OK                  VALUE 0.
           05 CA-MESSAGE             PIC X(40).
            MOVE 0 TO CA-LINE-COUNT
            PERFORM CHECK-BILLING-BANNER
            PERFORM GET-TODAY
            PERFORM CHECK-USER-AUTHORITY
            IF WS-NOT-AUTHORISED then
                GO TO CASHWK-RETURN
            END-IF
            EVALUATE TRUE
                WHEN CA-LIST-UNAPPLIED
                    PERFORM LIST-UNAPPLIED-QUEUE
            END-EXEC
            EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-TODAY)
                TIME(WS-NOW-TIME)
            END-EXEC
            DIVIDE WS-ABS-TIME BY 1000 GIVING WS-ABS-SECS
                REMAINDER WS-ABS-MILLIS.
       CHECK-USER-AUTHORITY.
      *The signed-on user's record off the authorisation table - no
      *record, or a revoked one, refuses the request outright, and
      *only the cash-applier and supervisor roles may apply. The
      *limit and company checks come with the request itself.
            SET WS-AUTHORISED TO TRUE
            MOVE 0 TO WS-WITHHELD-COUNT
            INITIALIZE AUTH-LOG-RECORD
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
                    IF CA-APPLY-PAYMENT
                        AND NOT UA-MAY-APPLY-CASH then
                        SET AL-ROLE-REFUSED TO TRUE
                        MOVE 'ROLE MAY NOT APPLY CASH' TO CA-MESSAGE
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
            MOVE WS-ABS-TIME TO AL-TIME-STAMP
            MOVE EIBTASKN TO AL-TASK-NO
            MOVE WS-TODAY TO AL-DATE
            MOVE WS-NOW-TIME TO AL-TIME
            MOVE WS-SIGNON-USER TO AL-USER-ID
            MOVE 'RSCASHWK' TO AL-PROGRAM
            MOVE CA-FUNCTION-CODE TO AL-FUNCTION-CODE
            MOVE CA-MESSAGE TO AL-MESSAGE
            EXEC CICS WRITE FILE('AUTHLOG')
                FROM(AUTH-LOG-RECORD)
                RIDFLD(AL-KEY)
                RESP(WS-RESP)
            END-EXEC.
       LIST-UNAPPLIED-QUEUE.
      *A page of OPEN queue entries from the restart key onward -
                SET WS-BROWSE-DONE TO TRUE
            ELSE
                IF UQ-OPEN then
                    PERFORM CHECK-QUEUE-ENTRY-COMPANY
                END-IF
                IF UQ-OPEN AND WS-COMPANY-ASSIGNED then
                    ADD 1 TO CA-LINE-COUNT
                    MOVE CA-LINE-COUNT TO WS-LINE-SUBSCR
                    MOVE UQ-KEY TO CA-LINE-KEY(WS-LINE-SUBSCR)
                        CA-LINE-TEXT(WS-LINE-SUBSCR)
                END-IF
            END-IF.
       CHECK-QUEUE-ENTRY-COMPANY.
      *A queue entry belongs to the company of the invoice the
      *payment quoted. Cash that cannot be tied to an item on file
      *has no company - only a supervisor, or a user assigned every
      *company, sees it.
            MOVE UQ-INVOICE-NO TO AR-INVOICE-NO
            EXEC CICS READ FILE('AROPEN')
                INTO(AR-OPEN-ITEM-RECORD)
                RIDFLD(AR-INVOICE-NO)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL) then
                MOVE AR-COMPANY-CODE TO WS-CHECK-COMPANY
            ELSE
                MOVE '**' TO WS-CHECK-COMPANY
            END-IF
            PERFORM CHECK-COMPANY-ASSIGNED
            IF WS-CHECK-COMPANY = '**'
                AND UA-ROLE-SUPERVISOR then
                SET WS-COMPANY-ASSIGNED TO TRUE
            END-IF.
       BROWSE-OPEN-ITEMS.
      *A page of the customer's unpaid open items with their
      *balances, so the clerk sees what the money can go against.
                OR CA-LINE-COUNT >= 10
            EXEC CICS ENDBR FILE('AROPEN')
            END-EXEC
            EVALUATE TRUE
                WHEN CA-LINE-COUNT > 0
                    CONTINUE
                WHEN WS-WITHHELD-COUNT > 0
                    SET AL-COMPANY-REFUSED TO TRUE
                    MOVE 'COMPANY NOT AUTHORISED FOR USER' TO
                        CA-MESSAGE
                    PERFORM DENY-REQUEST
                WHEN OTHER
                    MOVE 8 TO CA-RETURN-CODE
                    MOVE 'NO UNPAID ITEMS FOR CUSTOMER' TO CA-MESSAGE
            END-EVALUATE.
       BROWSE-OPEN-ITEMS-EXIT.
            EXIT.
       BROWSE-ONE-ITEM.
            ELSE
                IF AR-CUST-ID = CA-CUST-ID
                    AND NOT AR-ITEM-SETTLED then
                    MOVE AR-COMPANY-CODE TO WS-CHECK-COMPANY
                    PERFORM CHECK-COMPANY-ASSIGNED
                    IF NOT WS-COMPANY-ASSIGNED then
                        ADD 1 TO WS-WITHHELD-COUNT
                        MOVE AR-COMPANY-CODE TO AL-COMPANY-CODE
                    END-IF
                END-IF
                IF AR-CUST-ID = CA-CUST-ID
                    AND NOT AR-ITEM-SETTLED
                    AND WS-COMPANY-ASSIGNED then
                    ADD 1 TO CA-LINE-COUNT
                    MOVE CA-LINE-COUNT TO WS-LINE-SUBSCR
                    MOVE ZEROS TO CA-LINE-KEY(WS-LINE-SUBSCR)
                    CA-MESSAGE
                GO TO APPLY-QUEUED-PAYMENT-EXIT
            END-IF
      *Authority for this payment - the applier's own limit, then
      *the company of every quoted item - settled before anything
      *is posted, so a refusal leaves nothing to back out.
            MOVE UQ-CUST-ID TO AL-CUST-ID
            MOVE UQ-AMOUNT TO AL-AMOUNT
            IF UA-ROLE-CASH-APPLIER
                AND UQ-AMOUNT > UA-APPLY-LIMIT then
                EXEC CICS UNLOCK FILE('UNAPQ')
                END-EXEC
                SET AL-OVER-LIMIT TO TRUE
                MOVE 'OVER APPLY LIMIT - SUPERVISOR MUST APPLY' TO
                    CA-MESSAGE
                PERFORM DENY-REQUEST
                GO TO APPLY-QUEUED-PAYMENT-EXIT
            END-IF
            PERFORM CHECK-PAIR-COMPANY
                VARYING WS-PAIR-SUBSCR FROM 1 BY 1
                UNTIL WS-PAIR-SUBSCR > CA-APPLY-COUNT
                OR WS-NOT-AUTHORISED
            IF WS-NOT-AUTHORISED then
                EXEC CICS UNLOCK FILE('UNAPQ')
                END-EXEC
                GO TO APPLY-QUEUED-PAYMENT-EXIT
            END-IF
            PERFORM APPLY-ONE-PAIR
                VARYING WS-PAIR-SUBSCR FROM 1 BY 1
                UNTIL WS-PAIR-SUBSCR > CA-APPLY-COUNT
                OR NOT CA-OK
            IF CA-OK then
                SET UQ-WORKED TO TRUE
                MOVE WS-SIGNON-USER TO UQ-WORKED-BY
                MOVE WS-TODAY TO UQ-WORKED-DATE
                EXEC CICS REWRITE FILE('UNAPQ')
                    FROM(UNAPPLIED-CASH-RECORD)
            END-IF.
       APPLY-QUEUED-PAYMENT-EXIT.
            EXIT.
       CHECK-PAIR-COMPANY.
      *An invoice not on file is left for the apply to report.
            MOVE CA-APPLY-INV-NO(WS-PAIR-SUBSCR) TO AR-INVOICE-NO
            EXEC CICS READ FILE('AROPEN')
                INTO(AR-OPEN-ITEM-RECORD)
                RIDFLD(AR-INVOICE-NO)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL) then
                MOVE AR-COMPANY-CODE TO WS-CHECK-COMPANY
                PERFORM CHECK-COMPANY-ASSIGNED
                IF NOT WS-COMPANY-ASSIGNED then
                    MOVE AR-COMPANY-CODE TO AL-COMPANY-CODE
                    MOVE AR-INVOICE-NO TO AL-INVOICE-NO
                    SET AL-COMPANY-REFUSED TO TRUE
                    MOVE 'COMPANY NOT AUTHORISED FOR USER' TO
                        CA-MESSAGE
                    PERFORM DENY-REQUEST
                END-IF
            END-IF.
       SUM-ONE-PAIR.
            ADD CA-APPLY-AMOUNT(WS-PAIR-SUBSCR) TO
                WS-REMAINING-AMT.
                MOVE 16 TO CA-RETURN-CODE
                MOVE 'QUOTED INVOICE NOT ON FILE' TO CA-MESSAGE
            ELSE
                MOVE AR-OPEN-ITEM-RECORD TO WS-AR-BEFORE-IMAGE
                IF AR-ITEM-SETTLED then
                    EXEC CICS UNLOCK FILE('AROPEN')
                    END-EXEC
                    EXEC CICS REWRITE FILE('AROPEN')
                        FROM(AR-OPEN-ITEM-RECORD)
                    END-EXEC
                    PERFORM WRITE-ITEM-JOURNAL
                    PERFORM WRITE-PAYMENT-HISTORY
                    MOVE CA-APPLY-AMOUNT(WS-PAIR-SUBSCR) TO
                        WS-RELIEF-AMT
                MOVE 'PAYMENT LEDGER QUEUE WRITE FAILED' TO
                    CA-MESSAGE
            END-IF.
       WRITE-ITEM-JOURNAL.
      *Before and after image of the item just rewritten, queued
      *for the nightly append to the AR journal, stamped to the
      *hundredth like the batch writers' TIME. The task number
      *and the pair keep the stamp unique within the second. A
      *failed queue write fails the apply like the ledger's does -
      *an item change the journal cannot replay is not committed.
            SET AJ-ITEM-CHANGED TO TRUE
            MOVE WS-TODAY TO AJ-STAMP-DATE
            COMPUTE AJ-STAMP-TIME =
                WS-NOW-TIME * 100 + WS-ABS-MILLIS / 10
            COMPUTE AJ-SEQ-NO = EIBTASKN * 10 + WS-PAIR-SUBSCR
            MOVE 'RSCASHWK' TO AJ-PROGRAM
            MOVE WS-TODAY TO AJ-RUN-DATE
            MOVE AR-INVOICE-NO TO AJ-INVOICE-NO
            MOVE WS-AR-BEFORE-IMAGE TO AJ-BEFORE-IMAGE
            MOVE AR-OPEN-ITEM-RECORD TO AJ-AFTER-IMAGE
            EXEC CICS WRITE FILE('ARJRNLQ')
                FROM(AR-JOURNAL-RECORD)
                RIDFLD(AJ-STAMP)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL) then
                MOVE 16 TO CA-RETURN-CODE
                MOVE 'AR JOURNAL QUEUE WRITE FAILED' TO CA-MESSAGE
            END-IF.
       RELIEVE-CUSTOMER-BALANCE.
      *Take the applied cash off the customer's (and any parent's)
      *open-AR balance, the same roll the batch application keeps.
