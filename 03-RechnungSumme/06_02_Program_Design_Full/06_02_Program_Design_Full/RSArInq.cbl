      *Online (CICS) AR account inquiry, the companion to the
      *RSHISTBR history browse and the RSCASHWK suspense
      *transaction: when a customer calls about their account the
      *clerk keys the customer id (or a national account's parent
      *id, which brings in every branch) and sees the account as
      *it stands now instead of waiting for the next printed aging:
      *the open-AR balance against the credit limit (for a branch,
      *the parent's limit and balance too, since those govern),
      *a page of the open items with due date, paid amount,
      *dunning level, dispute, agency placement and installment
      *plan position, the last payments off the payment ledger,
      *and the lines currently on credit hold. A second function
      *lists one on-plan item's whole installment schedule. The
      *payment ledger and the hold file are batch files, so the
      *last payments come from PAYLAST (kept by RECHCASH) and the
      *holds from HOLDINQ (rebuilt by RECHCRRL). Driven by a
      *COMMAREA from the calling menu transaction, which
      *redisplays CA-MESSAGE/CA-RETURN-CODE and the tables on its
      *own map. The signed-on user must be on the user
      *authorisation table (USERAUTH.cpy); a user not assigned
      *every company sees only accounts that have billed under one
      *of theirs, and only those companies' items, payments and
      *holds - anything else is refused and the attempt logged to
      *AUTHLOG.
       PROGRAM-ID. RSARINQ.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY "CUSTMAST.cpy".
           COPY "ARITEM.cpy".
           COPY "INSTPLAN.cpy".
           COPY "PAYLAST.cpy".
           COPY "HOLDINQ.cpy".
      *System-status control record - read to set the
      *billing-in-progress banner flag. See SYSSTAT.cpy.
           COPY "SYSSTAT.cpy".
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
      *Set once the user is known to be assigned every company, so
      *the payment and hold lists need not check each line.
       01  WS-ALL-CO-SW         PIC X VALUE 'N'.
           88 WS-ALL-COMPANIES      VALUE 'Y'.
       01  WS-PAY-SUBSCR        PIC 99.
       01  WS-LINE-SUBSCR       PIC 99.
       01  WS-BROWSE-DONE-SW    PIC X VALUE 'N'.
           88 WS-BROWSE-DONE        VALUE 'Y'.
       01  WS-INST-DONE-SW      PIC X VALUE 'N'.
           88 WS-INST-DONE          VALUE 'Y'.
      *The accounts the inquiry covers - the keyed customer and,
      *for a national account's parent, its branches.
       01  WS-MEMBER-TABLE.
           05 WS-MEMBER-ID OCCURS 50 TIMES PIC X(6).
       01  WS-MEMBER-COUNT      PIC 99 VALUE 0.
       01  WS-MEMBER-SUBSCR     PIC 99.
       01  WS-MEMBER-SW         PIC X VALUE 'N'.
           88 WS-IS-MEMBER          VALUE 'Y'.
       01  WS-MATCH-ID          PIC X(6).
       01  WS-PARENT-ID         PIC X(6) VALUE SPACES.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 CA-FUNCTION-CODE      PIC X.
      *'A' shows the account - balance, a page of open items from
      *CA-START-INVOICE-NO onward, last payments and holds; 'S'
      *lists the installment schedule of the on-plan item in
      *CA-INVOICE-NO.
               88 CA-ACCOUNT-INQUIRY    VALUE 'A'.
               88 CA-SCHEDULE-INQUIRY   VALUE 'S'.
           05 CA-CUST-ID             PIC X(6).
      *Open-item restart point - zero starts at the first item; the
      *caller passes back the last CA-ITEM-INV-NO shown to page on.
           05 CA-START-INVOICE-NO    PIC 9(7).
           05 CA-INVOICE-NO          PIC 9(7).
      *A request the authorisation table refuses comes back with
      *CA-RETURN-CODE 24.
           05 CA-RETURN-CODE         PIC 9(2).
               88 CA-OK                  VALUE 0.
           05 CA-MESSAGE             PIC X(40).
           05 CA-CUST-NAME           PIC X(30).
      *'P' the keyed customer is a national account's parent and
      *the figures cover its branches; 'B' it is a branch of
      *CA-PARENT-CUST-ID, whose limit and balance govern its
      *credit; space a standalone account.
           05 CA-NATIONAL-FLAG       PIC X.
               88 CA-NATIONAL-PARENT     VALUE 'P'.
               88 CA-NATIONAL-BRANCH     VALUE 'B'.
           05 CA-BRANCH-COUNT        PIC 99.
           05 CA-OPEN-AR-BAL         PIC S9(9)V99.
           05 CA-CREDIT-LIMIT        PIC 9(7)V99.
      *Limit less balance - zero limit means no limit enforced.
           05 CA-AVAILABLE-CREDIT    PIC S9(9)V99.
           05 CA-BILLING-BLOCK       PIC X.
           05 CA-PAY-METHOD          PIC X.
           05 CA-PARENT-CUST-ID      PIC X(6).
           05 CA-PARENT-AR-BAL       PIC S9(9)V99.
           05 CA-PARENT-CREDIT-LIMIT PIC 9(7)V99.
           05 CA-ITEM-COUNT          PIC 99.
      *'Y' when more open items follow the page shown.
           05 CA-MORE-ITEMS-FLAG     PIC X.
           05 CA-ITEM OCCURS 10 TIMES.
               10 CA-ITEM-INV-NO     PIC 9(7).
               10 CA-ITEM-CUST-ID    PIC X(6).
               10 CA-ITEM-INV-DATE   PIC 9(8).
               10 CA-ITEM-DUE-DATE   PIC 9(8).
               10 CA-ITEM-TOTAL      PIC S9(7)V99.
               10 CA-ITEM-PAID       PIC S9(7)V99.
               10 CA-ITEM-OPEN-AMT   PIC S9(7)V99.
               10 CA-ITEM-STATUS     PIC X.
               10 CA-ITEM-CURRENCY   PIC X(3).
               10 CA-ITEM-DUNNING-LEVEL PIC 9.
               10 CA-ITEM-DISPUTE-FLAG  PIC X.
               10 CA-ITEM-DISPUTE-REASON PIC X(2).
               10 CA-ITEM-AGENCY-FLAG   PIC X.
               10 CA-ITEM-PLAN-FLAG     PIC X.
      *For an on-plan item: installments still open, and the
      *earliest unpaid one's due date and remaining amount.
               10 CA-ITEM-PLAN-OPEN     PIC 99.
               10 CA-ITEM-PLAN-NEXT-DUE PIC 9(8).
               10 CA-ITEM-PLAN-NEXT-AMT PIC S9(7)V99.
           05 CA-PAY-COUNT           PIC 99.
           05 CA-PAY OCCURS 10 TIMES.
               10 CA-PAY-DATE        PIC 9(8).
               10 CA-PAY-CUST-ID     PIC X(6).
               10 CA-PAY-INVOICE-NO  PIC 9(7).
               10 CA-PAY-AMOUNT      PIC S9(7)V99.
               10 CA-PAY-DAYS        PIC S9(5).
           05 CA-HOLD-COUNT          PIC 99.
      *'Y' when more held lines exist than the table shows.
           05 CA-MORE-HOLDS-FLAG     PIC X.
           05 CA-HOLD OCCURS 10 TIMES.
               10 CA-HOLD-INV-NO     PIC 9(7).
               10 CA-HOLD-CUST-ID    PIC X(6).
               10 CA-HOLD-INV-DATE   PIC 9(8).
               10 CA-HOLD-ITEM-NO    PIC X(8).
               10 CA-HOLD-QUANT      PIC 9(5).
               10 CA-HOLD-PRICE      PIC 9(3)V99.
               10 CA-HOLD-REASON     PIC X(4).
               10 CA-HOLD-DATE       PIC 9(8).
           05 CA-INST-COUNT          PIC 99.
           05 CA-INST OCCURS 24 TIMES.
               10 CA-INST-NO         PIC 9(2).
               10 CA-INST-DUE-DATE   PIC 9(8).
               10 CA-INST-AMOUNT     PIC S9(7)V99.
               10 CA-INST-PAID-AMT   PIC S9(7)V99.
               10 CA-INST-STATUS     PIC X.
      *Set to 'B' when the nightly billing run is active against
      *the shared masters - the caller shows a BILLING IN PROGRESS
      *banner so users know the figures are moving.
           05 CA-BILLING-FLAG        PIC X.
               88 CA-BILLING-IN-PROGRESS VALUE 'B'.
       PROCEDURE DIVISION.
       ARINQ-MAIN.
            MOVE 0 TO CA-RETURN-CODE
            MOVE SPACES TO CA-MESSAGE
            MOVE 0 TO CA-ITEM-COUNT
            MOVE 0 TO CA-PAY-COUNT
            MOVE 0 TO CA-HOLD-COUNT
            MOVE 0 TO CA-INST-COUNT
            MOVE 'N' TO CA-MORE-ITEMS-FLAG
            MOVE 'N' TO CA-MORE-HOLDS-FLAG
            PERFORM CHECK-BILLING-BANNER
            PERFORM CHECK-USER-AUTHORITY
            IF WS-NOT-AUTHORISED then
                GO TO ARINQ-RETURN
            END-IF
            EVALUATE TRUE
                WHEN CA-ACCOUNT-INQUIRY
                    PERFORM SHOW-ACCOUNT
                        THRU SHOW-ACCOUNT-EXIT
                WHEN CA-SCHEDULE-INQUIRY
                    PERFORM SHOW-SCHEDULE
                        THRU SHOW-SCHEDULE-EXIT
                WHEN OTHER
                    MOVE 4 TO CA-RETURN-CODE
                    MOVE 'UNKNOWN FUNCTION CODE' TO CA-MESSAGE
            END-EVALUATE.
       ARINQ-RETURN.
            EXEC CICS RETURN
            END-EXEC.
       CHECK-USER-AUTHORITY.
      *The signed-on user's record off the authorisation table - no
      *record, or a revoked one, refuses the request outright.
      *Every role may look at an account; the company checks come
      *with the account and its items.
            SET WS-AUTHORISED TO TRUE
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
            MOVE 'RSARINQ' TO AL-PROGRAM
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
      *missing or unreadable just means no banner.
            MOVE ' ' TO CA-BILLING-FLAG
            MOVE 'SYSSTAT ' TO SS-RECORD-ID
            EXEC CICS READ FILE('SYSSTAT')
                INTO(SYSTEM-STATUS-RECORD)
                RIDFLD(SS-RECORD-ID)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                AND SS-BILLING-ACTIVE then
                MOVE 'B' TO CA-BILLING-FLAG
            END-IF.
       SHOW-ACCOUNT.
            PERFORM READ-ACCOUNT
            IF NOT CA-OK then
                GO TO SHOW-ACCOUNT-EXIT
            END-IF
            PERFORM CHECK-ACCOUNT-COMPANY
                THRU CHECK-ACCOUNT-COMPANY-EXIT
            IF WS-NOT-AUTHORISED then
                GO TO SHOW-ACCOUNT-EXIT
            END-IF
            PERFORM LIST-OPEN-ITEMS
                THRU LIST-OPEN-ITEMS-EXIT
            PERFORM LIST-LAST-PAYMENTS
            PERFORM LIST-ONE-MEMBER-HOLDS
                VARYING WS-MEMBER-SUBSCR FROM 1 BY 1
                UNTIL WS-MEMBER-SUBSCR > WS-MEMBER-COUNT
            IF CA-ITEM-COUNT = 0 then
                MOVE 'NO OPEN ITEMS ON THE ACCOUNT' TO CA-MESSAGE
            END-IF.
       SHOW-ACCOUNT-EXIT.
            EXIT.
       CHECK-ACCOUNT-COMPANY.
      *A user not assigned every company sees the account only when
      *it has billed under one of theirs - an item, open or
      *settled, of the account or its branches on the open-item
      *file under an assigned company. The customer master carries
      *no company of its own.
            MOVE '**' TO WS-CHECK-COMPANY
            PERFORM CHECK-COMPANY-ASSIGNED
            IF WS-COMPANY-ASSIGNED then
                SET WS-ALL-COMPANIES TO TRUE
                GO TO CHECK-ACCOUNT-COMPANY-EXIT
            END-IF
            MOVE 0 TO AR-INVOICE-NO
            EXEC CICS STARTBR FILE('AROPEN')
                RIDFLD(AR-INVOICE-NO)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL) then
                MOVE 'N' TO WS-BROWSE-DONE-SW
                PERFORM FIND-ONE-ACCOUNT-ITEM
                    UNTIL WS-BROWSE-DONE
                    OR WS-COMPANY-ASSIGNED
                EXEC CICS ENDBR FILE('AROPEN')
                END-EXEC
            END-IF
            IF NOT WS-COMPANY-ASSIGNED then
                MOVE SPACES TO CA-CUST-NAME
                MOVE 0 TO CA-OPEN-AR-BAL
                MOVE 0 TO CA-CREDIT-LIMIT
                MOVE 0 TO CA-AVAILABLE-CREDIT
                MOVE SPACES TO CA-BILLING-BLOCK
                MOVE SPACES TO CA-PAY-METHOD
                MOVE SPACES TO CA-PARENT-CUST-ID
                MOVE 0 TO CA-PARENT-AR-BAL
                MOVE 0 TO CA-PARENT-CREDIT-LIMIT
                MOVE 0 TO CA-BRANCH-COUNT
                MOVE ' ' TO CA-NATIONAL-FLAG
                SET AL-COMPANY-REFUSED TO TRUE
                MOVE 'COMPANY NOT AUTHORISED FOR USER' TO CA-MESSAGE
                PERFORM DENY-REQUEST
            END-IF.
       CHECK-ACCOUNT-COMPANY-EXIT.
            EXIT.
       FIND-ONE-ACCOUNT-ITEM.
            EXEC CICS READNEXT FILE('AROPEN')
                INTO(AR-OPEN-ITEM-RECORD)
                RIDFLD(AR-INVOICE-NO)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL) then
                SET WS-BROWSE-DONE TO TRUE
            ELSE
                MOVE AR-CUST-ID TO WS-MATCH-ID
                PERFORM CHECK-MEMBER
                IF WS-IS-MEMBER then
                    MOVE AR-COMPANY-CODE TO WS-CHECK-COMPANY
                    MOVE AR-COMPANY-CODE TO AL-COMPANY-CODE
                    PERFORM CHECK-COMPANY-ASSIGNED
                END-IF
            END-IF.
       READ-ACCOUNT.
      *The keyed customer's own figures first - the parent and
      *branch reads below reuse the record area.
            MOVE CA-CUST-ID TO CM-CUST-ID
            EXEC CICS READ FILE('CUSTMAST')
                INTO(CUSTOMER-MASTER-RECORD)
                RIDFLD(CM-CUST-ID)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL) then
                MOVE 8 TO CA-RETURN-CODE
                MOVE 'CUSTOMER NOT ON FILE' TO CA-MESSAGE
            ELSE
                MOVE CM-CUST-NAME TO CA-CUST-NAME
                MOVE CM-OPEN-AR-BAL TO CA-OPEN-AR-BAL
                MOVE CM-CREDIT-LIMIT TO CA-CREDIT-LIMIT
                MOVE CM-BILLING-BLOCK TO CA-BILLING-BLOCK
                MOVE CM-PAY-METHOD TO CA-PAY-METHOD
                MOVE CM-PARENT-CUST-ID TO CA-PARENT-CUST-ID
                MOVE 0 TO CA-PARENT-AR-BAL
                MOVE 0 TO CA-PARENT-CREDIT-LIMIT
                MOVE 0 TO CA-BRANCH-COUNT
                MOVE ' ' TO CA-NATIONAL-FLAG
                IF CM-CREDIT-LIMIT > 0 then
                    COMPUTE CA-AVAILABLE-CREDIT =
                        CM-CREDIT-LIMIT - CM-OPEN-AR-BAL
                ELSE
                    MOVE 0 TO CA-AVAILABLE-CREDIT
                END-IF
                MOVE 1 TO WS-MEMBER-COUNT
                MOVE CA-CUST-ID TO WS-MEMBER-ID(1)
                IF CA-PARENT-CUST-ID NOT = SPACES then
                    PERFORM READ-PARENT-ACCOUNT
                ELSE
                    PERFORM COLLECT-BRANCHES
                END-IF
            END-IF.
       READ-PARENT-ACCOUNT.
      *A branch's credit is governed by the group - show the
      *parent's limit and balance next to the branch's own.
            MOVE 'B' TO CA-NATIONAL-FLAG
            MOVE CA-PARENT-CUST-ID TO CM-CUST-ID
            EXEC CICS READ FILE('CUSTMAST')
                INTO(CUSTOMER-MASTER-RECORD)
                RIDFLD(CM-CUST-ID)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL) then
                MOVE CM-OPEN-AR-BAL TO CA-PARENT-AR-BAL
                MOVE CM-CREDIT-LIMIT TO CA-PARENT-CREDIT-LIMIT
                IF CM-CREDIT-LIMIT > 0 then
                    COMPUTE CA-AVAILABLE-CREDIT =
                        CM-CREDIT-LIMIT - CM-OPEN-AR-BAL
                END-IF
            END-IF.
       COLLECT-BRANCHES.
      *A parent keyed directly brings in its branches. The master
      *is keyed by customer id only, so the browse reads every
      *account to find the ones pointing here; the parent's own
      *balance already carries the branches' rolled movements.
            MOVE LOW-VALUES TO CM-CUST-ID
            EXEC CICS STARTBR FILE('CUSTMAST')
                RIDFLD(CM-CUST-ID)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL) then
                MOVE 'N' TO WS-BROWSE-DONE-SW
                PERFORM COLLECT-ONE-BRANCH
                    UNTIL WS-BROWSE-DONE
                EXEC CICS ENDBR FILE('CUSTMAST')
                END-EXEC
            END-IF
            IF CA-BRANCH-COUNT > 0 then
                MOVE 'P' TO CA-NATIONAL-FLAG
            END-IF.
       COLLECT-ONE-BRANCH.
            EXEC CICS READNEXT FILE('CUSTMAST')
                INTO(CUSTOMER-MASTER-RECORD)
                RIDFLD(CM-CUST-ID)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL) then
                SET WS-BROWSE-DONE TO TRUE
            ELSE
                IF CM-PARENT-CUST-ID = CA-CUST-ID then
                    ADD 1 TO CA-BRANCH-COUNT
                    IF WS-MEMBER-COUNT < 50 then
                        ADD 1 TO WS-MEMBER-COUNT
                        MOVE CM-CUST-ID TO
                            WS-MEMBER-ID(WS-MEMBER-COUNT)
                    END-IF
                END-IF
            END-IF.
       LIST-OPEN-ITEMS.
      *A page of the account's unsettled items from the restart
      *point, reading on past a full page only far enough to tell
      *the caller there is more.
            MOVE CA-START-INVOICE-NO TO AR-INVOICE-NO
            EXEC CICS STARTBR FILE('AROPEN')
                RIDFLD(AR-INVOICE-NO)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL) then
                GO TO LIST-OPEN-ITEMS-EXIT
            END-IF
            MOVE 'N' TO WS-BROWSE-DONE-SW
            PERFORM LIST-ONE-OPEN-ITEM
                UNTIL WS-BROWSE-DONE
            EXEC CICS ENDBR FILE('AROPEN')
            END-EXEC.
       LIST-OPEN-ITEMS-EXIT.
            EXIT.
       LIST-ONE-OPEN-ITEM.
            EXEC CICS READNEXT FILE('AROPEN')
                INTO(AR-OPEN-ITEM-RECORD)
                RIDFLD(AR-INVOICE-NO)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL) then
                SET WS-BROWSE-DONE TO TRUE
            ELSE
                IF AR-INVOICE-NO > CA-START-INVOICE-NO
                    AND NOT AR-ITEM-SETTLED then
                    MOVE AR-CUST-ID TO WS-MATCH-ID
                    PERFORM CHECK-MEMBER
      *Items billed under another company are left out.
                    IF WS-IS-MEMBER then
                        MOVE AR-COMPANY-CODE TO WS-CHECK-COMPANY
                        PERFORM CHECK-COMPANY-ASSIGNED
                    END-IF
                    IF WS-IS-MEMBER AND WS-COMPANY-ASSIGNED then
                        IF CA-ITEM-COUNT >= 10 then
                            MOVE 'Y' TO CA-MORE-ITEMS-FLAG
                            SET WS-BROWSE-DONE TO TRUE
                        ELSE
                            ADD 1 TO CA-ITEM-COUNT
                            MOVE CA-ITEM-COUNT TO WS-LINE-SUBSCR
                            PERFORM MOVE-ITEM-TO-COMMAREA
                        END-IF
                    END-IF
                END-IF
            END-IF.
       CHECK-MEMBER.
            MOVE 'N' TO WS-MEMBER-SW
            PERFORM CHECK-ONE-MEMBER
                VARYING WS-MEMBER-SUBSCR FROM 1 BY 1
                UNTIL WS-MEMBER-SUBSCR > WS-MEMBER-COUNT
                OR WS-IS-MEMBER.
       CHECK-ONE-MEMBER.
            IF WS-MEMBER-ID(WS-MEMBER-SUBSCR) = WS-MATCH-ID then
                SET WS-IS-MEMBER TO TRUE
            END-IF.
       MOVE-ITEM-TO-COMMAREA.
            MOVE AR-INVOICE-NO TO CA-ITEM-INV-NO(WS-LINE-SUBSCR)
            MOVE AR-CUST-ID TO CA-ITEM-CUST-ID(WS-LINE-SUBSCR)
            MOVE AR-INVOICE-DATE TO
                CA-ITEM-INV-DATE(WS-LINE-SUBSCR)
            MOVE AR-DUE-DATE TO CA-ITEM-DUE-DATE(WS-LINE-SUBSCR)
            MOVE AR-TOTAL-VAT TO CA-ITEM-TOTAL(WS-LINE-SUBSCR)
            MOVE AR-PAID-AMT TO CA-ITEM-PAID(WS-LINE-SUBSCR)
            COMPUTE CA-ITEM-OPEN-AMT(WS-LINE-SUBSCR) =
                AR-TOTAL-VAT - AR-PAID-AMT
            MOVE AR-STATUS TO CA-ITEM-STATUS(WS-LINE-SUBSCR)
            MOVE AR-CURRENCY-CODE TO
                CA-ITEM-CURRENCY(WS-LINE-SUBSCR)
            MOVE AR-DUNNING-LEVEL TO
                CA-ITEM-DUNNING-LEVEL(WS-LINE-SUBSCR)
            MOVE AR-DISPUTE-FLAG TO
                CA-ITEM-DISPUTE-FLAG(WS-LINE-SUBSCR)
            MOVE AR-DISPUTE-REASON TO
                CA-ITEM-DISPUTE-REASON(WS-LINE-SUBSCR)
            MOVE AR-AGENCY-FLAG TO
                CA-ITEM-AGENCY-FLAG(WS-LINE-SUBSCR)
            MOVE AR-INSTALLMENT-FLAG TO
                CA-ITEM-PLAN-FLAG(WS-LINE-SUBSCR)
            MOVE 0 TO CA-ITEM-PLAN-OPEN(WS-LINE-SUBSCR)
            MOVE 0 TO CA-ITEM-PLAN-NEXT-DUE(WS-LINE-SUBSCR)
            MOVE 0 TO CA-ITEM-PLAN-NEXT-AMT(WS-LINE-SUBSCR)
            IF AR-ITEM-ON-PLAN then
                PERFORM SUMMARIZE-PLAN
            END-IF.
       SUMMARIZE-PLAN.
      *Where the item's plan stands - the schedule itself is the
      *'S' function.
            MOVE AR-INVOICE-NO TO IP-INVOICE-NO
            MOVE 0 TO IP-INST-NO
            EXEC CICS STARTBR FILE('ARINST')
                RIDFLD(IP-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL) then
                MOVE 'N' TO WS-INST-DONE-SW
                PERFORM SUMMARIZE-ONE-INSTALLMENT
                    UNTIL WS-INST-DONE
                EXEC CICS ENDBR FILE('ARINST')
                END-EXEC
            END-IF.
       SUMMARIZE-ONE-INSTALLMENT.
            EXEC CICS READNEXT FILE('ARINST')
                INTO(INSTALLMENT-PLAN-RECORD)
                RIDFLD(IP-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                OR IP-INVOICE-NO NOT = AR-INVOICE-NO then
                SET WS-INST-DONE TO TRUE
            ELSE
                IF IP-INST-OPEN then
                    ADD 1 TO CA-ITEM-PLAN-OPEN(WS-LINE-SUBSCR)
                    IF CA-ITEM-PLAN-NEXT-DUE(WS-LINE-SUBSCR) = 0
                        then
                        MOVE IP-DUE-DATE TO
                            CA-ITEM-PLAN-NEXT-DUE(WS-LINE-SUBSCR)
                        COMPUTE
                            CA-ITEM-PLAN-NEXT-AMT(WS-LINE-SUBSCR) =
                            IP-AMOUNT - IP-PAID-AMT
                    END-IF
                END-IF
            END-IF.
       LIST-LAST-PAYMENTS.
      *A national account's parent record carries the branches'
      *payments too. No record just means no payments yet.
            MOVE CA-CUST-ID TO PL-CUST-ID
            EXEC CICS READ FILE('PAYLAST')
                INTO(PAYMENT-LAST-RECORD)
                RIDFLD(PL-CUST-ID)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL) then
                PERFORM MOVE-ONE-PAYMENT
                    THRU MOVE-ONE-PAYMENT-EXIT
                    VARYING WS-PAY-SUBSCR FROM 1 BY 1
                    UNTIL WS-PAY-SUBSCR > PL-PAY-COUNT
            END-IF.
       MOVE-ONE-PAYMENT.
      *For a user not assigned every company, a payment shows only
      *when the item it paid bills under one of theirs - one whose
      *item has left the open-item file cannot be placed and is
      *left out.
            IF NOT WS-ALL-COMPANIES then
                MOVE PL-PAY-INVOICE-NO(WS-PAY-SUBSCR) TO AR-INVOICE-NO
                EXEC CICS READ FILE('AROPEN')
                    INTO(AR-OPEN-ITEM-RECORD)
                    RIDFLD(AR-INVOICE-NO)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL) then
                    GO TO MOVE-ONE-PAYMENT-EXIT
                END-IF
                MOVE AR-COMPANY-CODE TO WS-CHECK-COMPANY
                PERFORM CHECK-COMPANY-ASSIGNED
                IF NOT WS-COMPANY-ASSIGNED then
                    GO TO MOVE-ONE-PAYMENT-EXIT
                END-IF
            END-IF
            ADD 1 TO CA-PAY-COUNT
            MOVE CA-PAY-COUNT TO WS-LINE-SUBSCR
            MOVE PL-PAY-DATE(WS-PAY-SUBSCR) TO
                CA-PAY-DATE(WS-LINE-SUBSCR)
            MOVE PL-PAY-CUST-ID(WS-PAY-SUBSCR) TO
                CA-PAY-CUST-ID(WS-LINE-SUBSCR)
            MOVE PL-PAY-INVOICE-NO(WS-PAY-SUBSCR) TO
                CA-PAY-INVOICE-NO(WS-LINE-SUBSCR)
            MOVE PL-PAY-AMOUNT(WS-PAY-SUBSCR) TO
                CA-PAY-AMOUNT(WS-LINE-SUBSCR)
            MOVE PL-PAY-DAYS(WS-PAY-SUBSCR) TO
                CA-PAY-DAYS(WS-LINE-SUBSCR).
       MOVE-ONE-PAYMENT-EXIT.
            EXIT.
       LIST-ONE-MEMBER-HOLDS.
      *The hold inquiry file is keyed by customer first, so each
      *account's held lines are one short browse.
            MOVE WS-MEMBER-ID(WS-MEMBER-SUBSCR) TO HQ-CUST-ID
            MOVE 0 TO HQ-INVOICE-NO
            MOVE 0 TO HQ-SEQ-NO
            EXEC CICS STARTBR FILE('HOLDINQ')
                RIDFLD(HQ-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL) then
                MOVE 'N' TO WS-BROWSE-DONE-SW
                PERFORM LIST-ONE-HOLD
                    UNTIL WS-BROWSE-DONE
                EXEC CICS ENDBR FILE('HOLDINQ')
                END-EXEC
            END-IF.
       LIST-ONE-HOLD.
            EXEC CICS READNEXT FILE('HOLDINQ')
                INTO(HOLD-INQUIRY-RECORD)
                RIDFLD(HQ-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                OR HQ-CUST-ID NOT = WS-MEMBER-ID(WS-MEMBER-SUBSCR)
                then
                SET WS-BROWSE-DONE TO TRUE
            ELSE
      *Held lines of another company are left out.
                MOVE 'Y' TO WS-CO-SW
                IF NOT WS-ALL-COMPANIES then
                    MOVE HQ-COMPANY-CODE TO WS-CHECK-COMPANY
                    PERFORM CHECK-COMPANY-ASSIGNED
                END-IF
                IF WS-COMPANY-ASSIGNED then
                    PERFORM MOVE-ONE-HOLD
                END-IF
            END-IF.
       MOVE-ONE-HOLD.
            IF CA-HOLD-COUNT >= 10 then
                MOVE 'Y' TO CA-MORE-HOLDS-FLAG
                SET WS-BROWSE-DONE TO TRUE
            ELSE
                ADD 1 TO CA-HOLD-COUNT
                MOVE CA-HOLD-COUNT TO WS-LINE-SUBSCR
                MOVE HQ-INVOICE-NO TO
                    CA-HOLD-INV-NO(WS-LINE-SUBSCR)
                MOVE HQ-CUST-ID TO
                    CA-HOLD-CUST-ID(WS-LINE-SUBSCR)
                MOVE HQ-INVOICE-DATE TO
                    CA-HOLD-INV-DATE(WS-LINE-SUBSCR)
                MOVE HQ-ITEM-NO TO
                    CA-HOLD-ITEM-NO(WS-LINE-SUBSCR)
                MOVE HQ-QUANT TO CA-HOLD-QUANT(WS-LINE-SUBSCR)
                MOVE HQ-UNIT-PRICE TO
                    CA-HOLD-PRICE(WS-LINE-SUBSCR)
                MOVE HQ-REASON-CODE TO
                    CA-HOLD-REASON(WS-LINE-SUBSCR)
                MOVE HQ-HOLD-DATE TO
                    CA-HOLD-DATE(WS-LINE-SUBSCR)
            END-IF.
       SHOW-SCHEDULE.
      *The whole schedule of one on-plan item of the account.
            MOVE CA-INVOICE-NO TO AR-INVOICE-NO
            EXEC CICS READ FILE('AROPEN')
                INTO(AR-OPEN-ITEM-RECORD)
                RIDFLD(AR-INVOICE-NO)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL) then
                MOVE 8 TO CA-RETURN-CODE
                MOVE 'INVOICE NOT ON OPEN-ITEM FILE' TO CA-MESSAGE
                GO TO SHOW-SCHEDULE-EXIT
            END-IF
            MOVE AR-COMPANY-CODE TO WS-CHECK-COMPANY
            PERFORM CHECK-COMPANY-ASSIGNED
            IF NOT WS-COMPANY-ASSIGNED then
                MOVE AR-COMPANY-CODE TO AL-COMPANY-CODE
                MOVE AR-CUST-ID TO AL-CUST-ID
                SET AL-COMPANY-REFUSED TO TRUE
                MOVE 'COMPANY NOT AUTHORISED FOR USER' TO CA-MESSAGE
                PERFORM DENY-REQUEST
                GO TO SHOW-SCHEDULE-EXIT
            END-IF
            IF NOT AR-ITEM-ON-PLAN then
                MOVE 12 TO CA-RETURN-CODE
                MOVE 'ITEM IS NOT ON AN INSTALLMENT PLAN' TO
                    CA-MESSAGE
                GO TO SHOW-SCHEDULE-EXIT
            END-IF
            MOVE AR-CUST-ID TO CA-CUST-ID
            MOVE AR-INVOICE-NO TO IP-INVOICE-NO
            MOVE 0 TO IP-INST-NO
            EXEC CICS STARTBR FILE('ARINST')
                RIDFLD(IP-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL) then
                MOVE 'N' TO WS-INST-DONE-SW
                PERFORM LIST-ONE-INSTALLMENT
                    UNTIL WS-INST-DONE
                    OR CA-INST-COUNT >= 24
                EXEC CICS ENDBR FILE('ARINST')
                END-EXEC
            END-IF
            IF CA-INST-COUNT = 0 then
                MOVE 12 TO CA-RETURN-CODE
                MOVE 'NO INSTALLMENTS ON FILE FOR ITEM' TO
                    CA-MESSAGE
            END-IF.
       SHOW-SCHEDULE-EXIT.
            EXIT.
       LIST-ONE-INSTALLMENT.
            EXEC CICS READNEXT FILE('ARINST')
                INTO(INSTALLMENT-PLAN-RECORD)
                RIDFLD(IP-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                OR IP-INVOICE-NO NOT = AR-INVOICE-NO then
                SET WS-INST-DONE TO TRUE
            ELSE
                ADD 1 TO CA-INST-COUNT
                MOVE CA-INST-COUNT TO WS-LINE-SUBSCR
                MOVE IP-INST-NO TO CA-INST-NO(WS-LINE-SUBSCR)
                MOVE IP-DUE-DATE TO CA-INST-DUE-DATE(WS-LINE-SUBSCR)
                MOVE IP-AMOUNT TO CA-INST-AMOUNT(WS-LINE-SUBSCR)
                MOVE IP-PAID-AMT TO
                    CA-INST-PAID-AMT(WS-LINE-SUBSCR)
                MOVE IP-STATUS TO CA-INST-STATUS(WS-LINE-SUBSCR)
            END-IF.
