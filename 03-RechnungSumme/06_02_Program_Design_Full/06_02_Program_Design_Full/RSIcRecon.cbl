      *Monthly intercompany reconciliation and elimination report.
      *Our own companies bill each other through RECHSUM like any
      *other customer, but an account linked to a group company on
      *the customer master posts to the intercompany receivable and
      *revenue accounts, and the billing run writes the invoice to
      *the intercompany payable extract for the buying company. This
      *job proves, for every selling/buying pair of companies, that
      *what the seller billed the buyer in the period (its AR open
      *items stamped with the buyer's company code) equals what the
      *buyer took into its payables (the period's payable extract),
      *so the pair nets to zero in the group accounts. Per pair it
      *reports the receivable, the payable and the difference, and
      *the elimination entries consolidation books: the period's
      *intercompany revenue against the buyer's cost, and the still
      *open intercompany receivable against the buyer's payable. A
      *pair that does not net to zero returns a non-zero code so the
      *month-end close stops before the period is sealed.
       PROGRAM-ID. RECHICR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AROPEN  ASSIGN AROPENNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY AR-INVOICE-NO.
           SELECT ICPFILE ASSIGN ICPAYNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-ICP-STATUS.
           SELECT ICRRPT  ASSIGN ICRRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  AROPEN.
           COPY "ARITEM.cpy".
       FD  ICPFILE.
           COPY "ICPAY.cpy".
       FD  ICRRPT.
       01  ICR-REPORT-LINE       PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-AR-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-AR-EOF              VALUE 'Y'.
       01  WS-ICP-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-ICP-EOF             VALUE 'Y'.
       01  WS-ICP-STATUS         PIC X(2) VALUE '00'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-REC-PERIOD         PIC X(6) VALUE SPACES.
       01  WS-OPEN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-ITEMS-READ         PIC 9(7) VALUE 0.
       01  WS-PAYABLES-READ      PIC 9(7) VALUE 0.
       01  WS-DISCREPANCY-COUNT  PIC 9(7) VALUE 0.
       01  WS-DIFF-AMT           PIC S9(13)V99 VALUE 0.
       01  WS-AMT-ED-1           PIC -(11)9.99.
       01  WS-AMT-ED-2           PIC -(11)9.99.
       01  WS-AMT-ED-3           PIC -(11)9.99.
      *Per selling/buying pair: the seller's receivable billed in the
      *period, the buyer's payable booked in the period with its net
      *(the revenue to eliminate against the buyer's cost), and the
      *seller's intercompany receivable still open at month end.
       01  WS-ICR-TABLE.
           05 WS-ICR-ENTRY OCCURS 100 TIMES.
               10 WS-ICR-SELLER      PIC X(2).
               10 WS-ICR-BUYER       PIC X(2).
               10 WS-ICR-AR-BILLED   PIC S9(11)V99.
               10 WS-ICR-AP-BOOKED   PIC S9(11)V99.
               10 WS-ICR-AP-NET      PIC S9(11)V99.
               10 WS-ICR-AR-OPEN     PIC S9(11)V99.
       01  WS-ICR-COUNT          PIC 9(4) VALUE 0.
       01  WS-ICR-SUBSCR         PIC 9(4).
       01  WS-ICR-SCAN           PIC 9(4).
       01  WS-ICR-MATCH          PIC 9(4) VALUE 0.
       01  WS-ICR-FOUND-SW       PIC X VALUE 'N'.
           88 WS-ICR-FOUND           VALUE 'Y'.
       01  WS-LOOKUP-SELLER      PIC X(2) VALUE SPACES.
       01  WS-LOOKUP-BUYER       PIC X(2) VALUE SPACES.
       LINKAGE SECTION.
       01  IR-PARM-AREA.
           05 IR-PARM-LEN        PIC S9(4) COMP.
           05 IR-PARM-PERIOD     PIC X(6).
       PROCEDURE DIVISION USING IR-PARM-AREA.
       ICRECON-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
      *The period reconciled is the PARM period when it is a YYYYMM,
      *otherwise the run date's.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            IF IR-PARM-LEN > 0 then
                MOVE IR-PARM-PERIOD TO WS-REC-PERIOD
            END-IF
            IF WS-REC-PERIOD IS NOT NUMERIC then
                MOVE WS-RUN-DATE(1:6) TO WS-REC-PERIOD
            END-IF
            OPEN INPUT AROPEN
            OPEN OUTPUT ICRRPT
            PERFORM WRITE-REPORT-HEADER.
       BOD-PARA.
            PERFORM SUM-RECEIVABLES
            PERFORM SUM-PAYABLES
            PERFORM PROVE-ONE-PAIR
                VARYING WS-ICR-SUBSCR FROM 1 BY 1
                UNTIL WS-ICR-SUBSCR > WS-ICR-COUNT.
       SUM-RECEIVABLES.
            MOVE 0 TO AR-INVOICE-NO
            START AROPEN KEY NOT LESS THAN AR-INVOICE-NO
                INVALID KEY
                    SET WS-AR-EOF TO TRUE
            END-START
            PERFORM SUM-ONE-ITEM
                UNTIL WS-AR-EOF.
       SUM-ONE-ITEM.
      *The seller's side: every intercompany item billed in the
      *period, settled or not, and every one still open whenever it
      *was billed.
            READ AROPEN NEXT RECORD
                AT END
                    SET WS-AR-EOF TO TRUE
            END-READ
            IF NOT WS-AR-EOF
                AND NOT AR-THIRD-PARTY-ITEM then
                ADD 1 TO WS-ITEMS-READ
                MOVE AR-COMPANY-CODE TO WS-LOOKUP-SELLER
                MOVE AR-INTERCO-COMPANY TO WS-LOOKUP-BUYER
                PERFORM FIND-OR-ADD-PAIR
                IF WS-ICR-MATCH > 0 then
                    IF AR-INVOICE-DATE(1:6) = WS-REC-PERIOD then
                        ADD AR-TOTAL-VAT TO
                            WS-ICR-AR-BILLED(WS-ICR-MATCH)
                    END-IF
                    IF NOT AR-ITEM-SETTLED then
                        COMPUTE WS-OPEN-BALANCE =
                            AR-TOTAL-VAT - AR-PAID-AMT
                        ADD WS-OPEN-BALANCE TO
                            WS-ICR-AR-OPEN(WS-ICR-MATCH)
                    END-IF
                END-IF
            END-IF.
       SUM-PAYABLES.
      *The buyer's side: the period's documents off the payable
      *extract. No extract at all leaves every pair's payable at
      *zero, which the pair proof then reports.
            OPEN INPUT ICPFILE
            IF WS-ICP-STATUS NOT = '00' then
                DISPLAY 'IC RECONCILIATION - NO PAYABLE EXTRACT'
                GO TO SUM-PAYABLES-EXIT
            END-IF
            PERFORM SUM-ONE-PAYABLE
                UNTIL WS-ICP-EOF
            CLOSE ICPFILE.
       SUM-PAYABLES-EXIT.
            EXIT.
       SUM-ONE-PAYABLE.
            READ ICPFILE
                AT END
                    SET WS-ICP-EOF TO TRUE
            END-READ
            IF NOT WS-ICP-EOF
                AND ICP-INVOICE-DATE(1:6) = WS-REC-PERIOD then
                ADD 1 TO WS-PAYABLES-READ
                MOVE ICP-SELLER-COMPANY TO WS-LOOKUP-SELLER
                MOVE ICP-BUYER-COMPANY TO WS-LOOKUP-BUYER
                PERFORM FIND-OR-ADD-PAIR
                IF WS-ICR-MATCH > 0 then
                    ADD ICP-GROSS-AMT TO
                        WS-ICR-AP-BOOKED(WS-ICR-MATCH)
                    ADD ICP-NET-AMT TO
                        WS-ICR-AP-NET(WS-ICR-MATCH)
                END-IF
            END-IF.
       FIND-OR-ADD-PAIR.
            MOVE 'N' TO WS-ICR-FOUND-SW
            MOVE 0 TO WS-ICR-MATCH
            PERFORM MATCH-ONE-PAIR
                VARYING WS-ICR-SCAN FROM 1 BY 1
                UNTIL WS-ICR-SCAN > WS-ICR-COUNT
                OR WS-ICR-FOUND
            IF NOT WS-ICR-FOUND then
                IF WS-ICR-COUNT < 100 then
                    ADD 1 TO WS-ICR-COUNT
                    MOVE WS-ICR-COUNT TO WS-ICR-MATCH
                    MOVE WS-LOOKUP-SELLER TO
                        WS-ICR-SELLER(WS-ICR-MATCH)
                    MOVE WS-LOOKUP-BUYER TO
                        WS-ICR-BUYER(WS-ICR-MATCH)
                    MOVE 0 TO WS-ICR-AR-BILLED(WS-ICR-MATCH)
                    MOVE 0 TO WS-ICR-AP-BOOKED(WS-ICR-MATCH)
                    MOVE 0 TO WS-ICR-AP-NET(WS-ICR-MATCH)
                    MOVE 0 TO WS-ICR-AR-OPEN(WS-ICR-MATCH)
                ELSE
                    DISPLAY '*** IC RECONCILIATION TABLE FULL FOR: '
                        WS-LOOKUP-SELLER '/' WS-LOOKUP-BUYER ' ***'
                    MOVE 16 TO RETURN-CODE
                END-IF
            END-IF.
       MATCH-ONE-PAIR.
            IF WS-ICR-SELLER(WS-ICR-SCAN) = WS-LOOKUP-SELLER
                AND WS-ICR-BUYER(WS-ICR-SCAN) = WS-LOOKUP-BUYER then
                SET WS-ICR-FOUND TO TRUE
                MOVE WS-ICR-SCAN TO WS-ICR-MATCH
            END-IF.
       PROVE-ONE-PAIR.
            COMPUTE WS-DIFF-AMT =
                WS-ICR-AR-BILLED(WS-ICR-SUBSCR)
                - WS-ICR-AP-BOOKED(WS-ICR-SUBSCR)
            MOVE WS-ICR-AR-BILLED(WS-ICR-SUBSCR) TO WS-AMT-ED-1
            MOVE WS-ICR-AP-BOOKED(WS-ICR-SUBSCR) TO WS-AMT-ED-2
            MOVE WS-DIFF-AMT TO WS-AMT-ED-3
            MOVE SPACES TO ICR-REPORT-LINE
            STRING 'SELLER ' DELIMITED BY SIZE
                WS-ICR-SELLER(WS-ICR-SUBSCR) DELIMITED BY SIZE
                ' BUYER ' DELIMITED BY SIZE
                WS-ICR-BUYER(WS-ICR-SUBSCR) DELIMITED BY SIZE
                ' AR ' DELIMITED BY SIZE
                WS-AMT-ED-1 DELIMITED BY SIZE
                ' AP ' DELIMITED BY SIZE
                WS-AMT-ED-2 DELIMITED BY SIZE
                ' DIFF ' DELIMITED BY SIZE
                WS-AMT-ED-3 DELIMITED BY SIZE
                INTO ICR-REPORT-LINE
            END-STRING
            WRITE ICR-REPORT-LINE
            IF WS-DIFF-AMT NOT = 0 then
                ADD 1 TO WS-DISCREPANCY-COUNT
                MOVE '    *** PAIR DOES NOT NET TO ZERO ***' TO
                    ICR-REPORT-LINE
                WRITE ICR-REPORT-LINE
            END-IF
      *The elimination entries consolidation books for the pair.
            MOVE WS-ICR-AP-NET(WS-ICR-SUBSCR) TO WS-AMT-ED-1
            MOVE SPACES TO ICR-REPORT-LINE
            STRING '    ELIMINATE DR IC REVENUE ' DELIMITED BY SIZE
                WS-ICR-SELLER(WS-ICR-SUBSCR) DELIMITED BY SIZE
                ' / CR IC COST ' DELIMITED BY SIZE
                WS-ICR-BUYER(WS-ICR-SUBSCR) DELIMITED BY SIZE
                '      ' DELIMITED BY SIZE
                WS-AMT-ED-1 DELIMITED BY SIZE
                INTO ICR-REPORT-LINE
            END-STRING
            WRITE ICR-REPORT-LINE
            MOVE WS-ICR-AR-OPEN(WS-ICR-SUBSCR) TO WS-AMT-ED-1
            MOVE SPACES TO ICR-REPORT-LINE
            STRING '    ELIMINATE DR IC PAYABLE ' DELIMITED BY SIZE
                WS-ICR-BUYER(WS-ICR-SUBSCR) DELIMITED BY SIZE
                ' / CR IC RECEIVABLE ' DELIMITED BY SIZE
                WS-ICR-SELLER(WS-ICR-SUBSCR) DELIMITED BY SIZE
                WS-AMT-ED-1 DELIMITED BY SIZE
                INTO ICR-REPORT-LINE
            END-STRING
            WRITE ICR-REPORT-LINE.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO ICR-REPORT-LINE
            STRING 'INTERCOMPANY RECONCILIATION AND ELIMINATION - '
                DELIMITED BY SIZE
                'PERIOD ' DELIMITED BY SIZE
                WS-REC-PERIOD DELIMITED BY SIZE
                ' RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO ICR-REPORT-LINE
            END-STRING
            WRITE ICR-REPORT-LINE.
       END-PARA.
            IF WS-ICR-COUNT = 0 then
                MOVE 'NO INTERCOMPANY ACTIVITY' TO ICR-REPORT-LINE
                WRITE ICR-REPORT-LINE
            END-IF
            IF WS-DISCREPANCY-COUNT = 0 then
                MOVE 'EVERY COMPANY PAIR NETS TO ZERO' TO
                    ICR-REPORT-LINE
                WRITE ICR-REPORT-LINE
            ELSE
                IF RETURN-CODE < 8 then
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            CLOSE AROPEN ICRRPT
            DISPLAY 'IC RECONCILIATION - AR ITEMS READ:     '
                WS-ITEMS-READ
            DISPLAY 'IC RECONCILIATION - PAYABLES READ:     '
                WS-PAYABLES-READ
            DISPLAY 'IC RECONCILIATION - COMPANY PAIRS:     '
                WS-ICR-COUNT
            DISPLAY 'IC RECONCILIATION - DISCREPANCIES:     '
                WS-DISCREPANCY-COUNT
      *GOBACK rather than STOP RUN - the month-end driver CALLs this
      *job so an unreconciled pair stops the close before the seal.
            GOBACK.
