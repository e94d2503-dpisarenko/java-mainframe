       01  WS-FC-LINE-AMT        PIC 9(3)V99 VALUE 0.
       01  WS-ITEMS-CHARGED      PIC 9(7) VALUE 0.
       01  WS-LINES-WRITTEN      PIC 9(7) VALUE 0.
       01  WS-PROMISED-SKIP-COUNT PIC 9(7) VALUE 0.
       01  WS-INTERCO-SKIP-COUNT PIC 9(7) VALUE 0.
       01  WS-TOTAL-CHARGED      PIC S9(9)V99 VALUE 0.
       01  WS-NEXT-INVOICE-NO    PIC 9(7) VALUE 9000000.
       01  WS-RPT-AMT-ED         PIC -(7)9.99.
                DISPLAY '*** PERIOD ' WS-POSTING-PERIOD
                    ' IS CLOSED - RUN REFUSED ***'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN INPUT AROPEN
            OPEN OUTPUT FINBATCH
      *Items placed with the collection agency stop accruing our
      *finance charges - what they owe from here is the agency's
      *business.
      *Nor does an item under a collector's promise to pay, until
      *the promised date plus grace has passed.
      *Nor do we charge interest to our own group companies.
                IF NOT AR-ITEM-SETTLED
                    AND AR-ITEM-NOT-PLACED
                    AND AR-NOT-DISPUTED then
                    EVALUATE TRUE
                        WHEN NOT AR-THIRD-PARTY-ITEM
                            ADD 1 TO WS-INTERCO-SKIP-COUNT
                        WHEN AR-ITEM-PROMISED
                            AND AR-PROMISE-HOLD-DATE >= WS-RUN-DATE
                            ADD 1 TO WS-PROMISED-SKIP-COUNT
                        WHEN OTHER
                            PERFORM CHECK-ITEM-FOR-CHARGE
                    END-EVALUATE
                END-IF
            END-IF.
       CHECK-ITEM-FOR-CHARGE.
                WS-TOTAL-CHARGED
            DISPLAY 'FINANCE CHARGES - NEXT INVOICE NO: '
                WS-NEXT-INVOICE-NO
            DISPLAY 'FINANCE CHARGES - HELD BY PROMISE: '
                WS-PROMISED-SKIP-COUNT
            DISPLAY 'FINANCE CHARGES - INTERCOMPANY:    '
                WS-INTERCO-SKIP-COUNT
      *GOBACK rather than STOP RUN - the month-end close driver
      *CALLs this as a step of the close, and GOBACK from a program
      *with no caller behaves exactly like STOP RUN.
            GOBACK.
