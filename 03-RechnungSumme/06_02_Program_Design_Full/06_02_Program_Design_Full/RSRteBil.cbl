      *Route-billing generator. The resupply routes FrogJmp plans
      *and Manifest dispatches are charged to the customers they
      *serve, and the trip counts used to be retyped off the
      *manifest into the feeding system - trips got missed or billed
      *twice. This program reads the dispatched-routes file Manifest
      *writes (see DISPROUT.cpy), looks each route up on the route
      *master for its billing terms (customer, service item, rate
      *per trip) and on WayChk's route-check file for its safety
      *verdict, and emits one transmission detail line per billable
      *route - quantity = trips, unit price = rate per trip - wrapped
      *in a batch header/trailer, in the RECHRCR pattern, ready to
      *merge into the next day's INFILE load.
      *
      *A route is held, never billed, when it is not on the route
      *master, was not planned (invalid scenario or no trips),
      *has no WayChk verdict or failed the waypoint safety check,
      *or lacks a valid crew - none assigned, not on the roster,
      *rostered unavailable, or the same crew on another route that
      *morning - and when the master carries no billing terms for
      *it. Every route billed goes on the route-billing register
      *(see ROUTEBIL.cpy) under its dispatch date, and a route
      *already on it is reported and skipped, so a rerun cannot bill
      *the same trips twice.
      *
      *The control report lists every route with what became of it
      *and ties the trips back to the manifest: the trailer's trip
      *total must equal the trips read, and the trips read must
      *equal the trips billed, held and already billed. A
      *dispatched-routes file that does not tie to its own trailer
      *is incomplete and nothing is billed from it.
      *
      *Generated lines carry invoice numbers from the 9300000
      *range, reserved for route billing so they can never collide
      *with the feeding system's references or the other
      *generators' ranges; the PARM sets the first number so
      *consecutive runs do not reuse numbers already written to the
      *history file. The lines are dated the route's dispatch date.
       PROGRAM-ID. RECHRTB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTMAST ASSIGN ROUTNAME
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT DISPFILE ASSIGN DISPNAME
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT RCKFILE  ASSIGN RCKNAME
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT RTBBATCH ASSIGN RTBBATNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT RTBRPT   ASSIGN RTBRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT ROUTEBIL ASSIGN RTBREGNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY RB-KEY
                          FILE STATUS WS-RTBREG-STATUS.
       FILE SECTION.
       FD  ROUTMAST.
           COPY "ROUTMAST.cpy".
       FD  DISPFILE.
           COPY "DISPROUT.cpy".
       FD  RCKFILE.
           COPY "RTECHK.cpy".
       FD  RTBBATCH.
       01  RTB-BATCH-LINE        PIC X(59).
       FD  RTBRPT.
       01  RTB-REPORT-LINE       PIC X(80).
       FD  ROUTEBIL.
           COPY "ROUTEBIL.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-NEXT-INVOICE-NO    PIC 9(7) VALUE 9300000.
       01  WS-RTBREG-STATUS      PIC X(2) VALUE '00'.
      *Route master loaded into storage, with whether the route
      *carries complete billing terms worked out as it loads.
       01  WS-RM-TABLE.
           05 WS-RM-ROW OCCURS 200 TIMES.
               10 WS-RM-ROUTE-ID     PIC X(8).
               10 WS-RM-CUST-ID      PIC X(6).
               10 WS-RM-ITEM-NO      PIC X(8).
               10 WS-RM-TRIP-RATE    PIC 9(3)V99.
               10 WS-RM-CURRENCY     PIC X(3).
               10 WS-RM-VAT-CODE     PIC 9.
               10 WS-RM-COMPANY      PIC X(2).
               10 WS-RM-TERMS-SW     PIC X.
                   88 WS-RM-TERMS-OK     VALUE 'Y'.
       01  WS-RM-COUNT           PIC 9(3) VALUE 0.
       01  WS-RM-SUBSCR          PIC 9(3).
       01  WS-RM-MATCH           PIC 9(3) VALUE 0.
      *WayChk's verdict per route.
       01  WS-RCK-TABLE.
           05 WS-RCK-ROW OCCURS 200 TIMES.
               10 WS-RCK-ROUTE-ID    PIC X(8).
               10 WS-RCK-RESULT      PIC X(4).
       01  WS-RCK-COUNT          PIC 9(3) VALUE 0.
       01  WS-RCK-SUBSCR         PIC 9(3).
       01  WS-RCK-MATCH          PIC 9(3) VALUE 0.
      *Dispatched routes - held in storage so the crew double-
      *booking check can see the whole morning and the file can be
      *tied to its trailer before anything is billed.
       01  WS-DSP-TABLE.
           05 WS-DSP-ROW OCCURS 200 TIMES.
               10 WS-DSP-ROUTE-ID    PIC X(8).
               10 WS-DSP-RUN-DATE    PIC 9(8).
               10 WS-DSP-MASTER-FLAG PIC X.
               10 WS-DSP-CREW        PIC X(20).
               10 WS-DSP-STATUS      PIC X(7).
               10 WS-DSP-TRIPS       PIC 9(10).
               10 WS-DSP-CREW-STATUS PIC X.
       01  WS-DSP-COUNT          PIC 9(3) VALUE 0.
       01  WS-DSP-SUBSCR         PIC 9(3).
       01  WS-CREW-SUBSCR        PIC 9(3).
       01  WS-CREW-ROUTES        PIC 9(3) VALUE 0.
       01  WS-DSP-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-DSP-OVERFLOW        VALUE 'Y'.
       01  WS-TIE-SW             PIC X VALUE 'Y'.
           88 WS-FILE-TIES           VALUE 'Y'.
      *Control totals - the manifest's own from its trailer(s),
      *then what this run did with the routes it read.
       01  WS-TRL-COUNT          PIC 9(3) VALUE 0.
       01  WS-TRL-ROUTES         PIC 9(7) VALUE 0.
       01  WS-TRL-TRIPS          PIC 9(11) VALUE 0.
       01  WS-READ-ROUTES        PIC 9(7) VALUE 0.
       01  WS-READ-TRIPS         PIC 9(11) VALUE 0.
       01  WS-BILLED-ROUTES      PIC 9(7) VALUE 0.
       01  WS-BILLED-TRIPS       PIC 9(11) VALUE 0.
       01  WS-HELD-ROUTES        PIC 9(7) VALUE 0.
       01  WS-HELD-TRIPS         PIC 9(11) VALUE 0.
       01  WS-DONE-ROUTES        PIC 9(7) VALUE 0.
       01  WS-DONE-TRIPS         PIC 9(11) VALUE 0.
       01  WS-ACCOUNTED-TRIPS    PIC 9(11) VALUE 0.
       01  WS-TOTAL-GENERATED    PIC S9(11)V99 VALUE 0.
       01  WS-ROUTE-AMOUNT       PIC 9(9)V99 VALUE 0.
       01  WS-HOLD-REASON        PIC X(32).
       01  WS-RPT-LABEL          PIC X(32).
       01  WS-RPT-AMT-ED         PIC -(9)9.99.
       01  WS-RPT-TOT-ED         PIC -(11)9.99.
       01  WS-RPT-TRIPS-ED       PIC Z(9)9.
       01  WS-RPT-TOTTRIPS-ED    PIC Z(10)9.
       01  WS-RPT-ROUTES-ED      PIC Z(6)9.
      *Generated detail lines are collected here and the batch
      *written whole at end of run - the header carries the detail
      *count and a sequential file cannot back up to fill it in.
      *One line per route, so the dispatch table's size bounds it.
       01  WS-RTB-LINE-TABLE.
           05 WS-RTB-LINE OCCURS 200 TIMES PIC X(59).
       01  WS-LINES-WRITTEN      PIC 9(5) VALUE 0.
       01  WS-RTB-SUBSCR         PIC 9(5).
           COPY "INREC.cpy".
           COPY "BATCHREC.cpy".
       LINKAGE SECTION.
      *Optional start-up PARM: the first generated invoice number
      *(reserved 9300000 range) and the processing date the batch
      *runs under - zero falls back to the wall clock.
       01  RT-PARM-AREA.
           05 RT-PARM-LEN        PIC S9(4) COMP.
           05 RT-PARM-FIRST-INV  PIC 9(7).
           05 RT-PARM-PROC-DATE  PIC 9(8).
       PROCEDURE DIVISION USING RT-PARM-AREA.
       ROUTE-BILL-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            IF RT-PARM-LEN > 0 then
                MOVE RT-PARM-FIRST-INV TO WS-NEXT-INVOICE-NO
            END-IF
            IF RT-PARM-LEN > 7
                AND RT-PARM-PROC-DATE IS NUMERIC
                AND RT-PARM-PROC-DATE > 0 then
                MOVE RT-PARM-PROC-DATE TO WS-RUN-DATE
            END-IF
            OPEN INPUT  ROUTMAST
            OPEN INPUT  DISPFILE
            OPEN INPUT  RCKFILE
            OPEN OUTPUT RTBBATCH
            OPEN OUTPUT RTBRPT
      *The route-billing register is created by the first run.
            OPEN I-O ROUTEBIL
            IF WS-RTBREG-STATUS = '35' then
                OPEN OUTPUT ROUTEBIL
                CLOSE ROUTEBIL
                OPEN I-O ROUTEBIL
            END-IF
            PERFORM LOAD-ROUTE-MASTER
                UNTIL WS-EOF
            MOVE 'N' TO WS-END-OF-FILE
            PERFORM LOAD-ROUTE-CHECK
                UNTIL WS-EOF
            MOVE 'N' TO WS-END-OF-FILE
            PERFORM LOAD-DISPATCHED-ROUTE
                UNTIL WS-EOF
            PERFORM WRITE-REPORT-HEADER.
       LOAD-ROUTE-MASTER.
            READ ROUTMAST
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF WS-RM-COUNT < 200 then
                        ADD 1 TO WS-RM-COUNT
                        PERFORM STORE-ROUTE-MASTER
                    ELSE
                        DISPLAY '*** ROUTE MASTER TABLE FULL - '
                            'ROUTE IGNORED: ' RM-ROUTE-ID ' ***'
                        MOVE 16 TO RETURN-CODE
                    END-IF
            END-READ.
       STORE-ROUTE-MASTER.
      *A route carries billing terms when every field the billing
      *run needs on the line is present - a master record written
      *before the terms existed reads them as spaces.
            MOVE RM-ROUTE-ID TO WS-RM-ROUTE-ID(WS-RM-COUNT)
            MOVE RM-BILL-CUST-ID TO WS-RM-CUST-ID(WS-RM-COUNT)
            MOVE RM-SERVICE-ITEM TO WS-RM-ITEM-NO(WS-RM-COUNT)
            MOVE RM-CURRENCY-CODE TO WS-RM-CURRENCY(WS-RM-COUNT)
            MOVE RM-COMPANY-CODE TO WS-RM-COMPANY(WS-RM-COUNT)
            MOVE 'N' TO WS-RM-TERMS-SW(WS-RM-COUNT)
            MOVE 0 TO WS-RM-TRIP-RATE(WS-RM-COUNT)
            MOVE 0 TO WS-RM-VAT-CODE(WS-RM-COUNT)
            IF RM-TRIP-RATE IS NUMERIC
                AND RM-VAT-CODE IS NUMERIC then
                MOVE RM-TRIP-RATE TO WS-RM-TRIP-RATE(WS-RM-COUNT)
                MOVE RM-VAT-CODE TO WS-RM-VAT-CODE(WS-RM-COUNT)
                IF RM-BILL-CUST-ID NOT = SPACES
                    AND RM-SERVICE-ITEM NOT = SPACES
                    AND RM-CURRENCY-CODE NOT = SPACES
                    AND RM-COMPANY-CODE NOT = SPACES
                    AND RM-TRIP-RATE > 0 then
                    SET WS-RM-TERMS-OK(WS-RM-COUNT) TO TRUE
                END-IF
            END-IF.
       LOAD-ROUTE-CHECK.
            READ RCKFILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF WS-RCK-COUNT < 200 then
                        ADD 1 TO WS-RCK-COUNT
                        MOVE RCK-ROUTE-ID
                            TO WS-RCK-ROUTE-ID(WS-RCK-COUNT)
                        MOVE RCK-RESULT
                            TO WS-RCK-RESULT(WS-RCK-COUNT)
                    ELSE
                        DISPLAY '*** ROUTE CHECK TABLE FULL - '
                            'ROUTE IGNORED: ' RCK-ROUTE-ID ' ***'
                        MOVE 16 TO RETURN-CODE
                    END-IF
            END-READ.
       LOAD-DISPATCHED-ROUTE.
      *Details into the table, trailers into the manifest totals -
      *more than one trailer means more than one manifest was fed
      *in, and the totals of them all must tie.
            READ DISPFILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF DR-TRAILER then
                        ADD 1 TO WS-TRL-COUNT
                        ADD DT-ROUTE-COUNT TO WS-TRL-ROUTES
                        ADD DT-TRIP-TOTAL TO WS-TRL-TRIPS
                    ELSE
                        ADD 1 TO WS-READ-ROUTES
                        ADD DR-TRIPS TO WS-READ-TRIPS
                        PERFORM STORE-DISPATCHED-ROUTE
                    END-IF
            END-READ.
       STORE-DISPATCHED-ROUTE.
            IF WS-DSP-COUNT < 200 then
                ADD 1 TO WS-DSP-COUNT
                MOVE DR-ROUTE-ID TO WS-DSP-ROUTE-ID(WS-DSP-COUNT)
                MOVE DR-RUN-DATE TO WS-DSP-RUN-DATE(WS-DSP-COUNT)
                MOVE DR-MASTER-FLAG
                    TO WS-DSP-MASTER-FLAG(WS-DSP-COUNT)
                MOVE DR-CREW TO WS-DSP-CREW(WS-DSP-COUNT)
                MOVE DR-RESULT-STATUS
                    TO WS-DSP-STATUS(WS-DSP-COUNT)
                MOVE DR-TRIPS TO WS-DSP-TRIPS(WS-DSP-COUNT)
                MOVE DR-CREW-STATUS
                    TO WS-DSP-CREW-STATUS(WS-DSP-COUNT)
            ELSE
                SET WS-DSP-OVERFLOW TO TRUE
            END-IF.
       BOD-PARA.
      *Prove the file whole before billing from it: at least one
      *trailer, and the details read match its routes and trips.
            IF WS-TRL-COUNT = 0
                OR WS-TRL-ROUTES NOT = WS-READ-ROUTES
                OR WS-TRL-TRIPS NOT = WS-READ-TRIPS
                OR WS-DSP-OVERFLOW then
                MOVE 'N' TO WS-TIE-SW
                DISPLAY '*** DISPATCHED-ROUTES FILE DOES NOT TIE '
                    'TO THE MANIFEST TRAILER - NOTHING BILLED ***'
                MOVE 16 TO RETURN-CODE
                MOVE SPACES TO RTB-REPORT-LINE
                STRING '*** DISPATCHED-ROUTES FILE INCOMPLETE OR '
                    DELIMITED BY SIZE
                    'TABLE FULL - NOTHING BILLED ***'
                    DELIMITED BY SIZE
                    INTO RTB-REPORT-LINE
                END-STRING
                WRITE RTB-REPORT-LINE
            ELSE
                PERFORM BILL-ONE-ROUTE
                    VARYING WS-DSP-SUBSCR FROM 1 BY 1
                    UNTIL WS-DSP-SUBSCR > WS-DSP-COUNT
            END-IF.
       BILL-ONE-ROUTE.
      *Already on the register wins over everything else - those
      *trips are on an invoice whatever the master says today.
            MOVE WS-DSP-ROUTE-ID(WS-DSP-SUBSCR) TO RB-ROUTE-ID
            MOVE WS-DSP-RUN-DATE(WS-DSP-SUBSCR) TO RB-DISPATCH-DATE
            READ ROUTEBIL
                INVALID KEY
                    PERFORM CHECK-ROUTE-HOLDS
                    IF WS-HOLD-REASON = SPACES then
                        PERFORM GENERATE-ROUTE-LINE
                    ELSE
                        ADD 1 TO WS-HELD-ROUTES
                        ADD WS-DSP-TRIPS(WS-DSP-SUBSCR)
                            TO WS-HELD-TRIPS
                        PERFORM WRITE-REPORT-HELD-LINE
                    END-IF
                NOT INVALID KEY
                    ADD 1 TO WS-DONE-ROUTES
                    ADD WS-DSP-TRIPS(WS-DSP-SUBSCR)
                        TO WS-DONE-TRIPS
                    PERFORM WRITE-REPORT-DONE-LINE
            END-READ.
       CHECK-ROUTE-HOLDS.
      *First reason found is the one reported - the order runs from
      *what the dispatcher must fix first.
            MOVE SPACES TO WS-HOLD-REASON
            MOVE 0 TO WS-RM-MATCH
            PERFORM MATCH-ROUTE-MASTER
                VARYING WS-RM-SUBSCR FROM 1 BY 1
                UNTIL WS-RM-SUBSCR > WS-RM-COUNT
                OR WS-RM-MATCH > 0
            MOVE 0 TO WS-RCK-MATCH
            PERFORM MATCH-ROUTE-CHECK
                VARYING WS-RCK-SUBSCR FROM 1 BY 1
                UNTIL WS-RCK-SUBSCR > WS-RCK-COUNT
                OR WS-RCK-MATCH > 0
            MOVE 0 TO WS-CREW-ROUTES
            IF WS-DSP-CREW(WS-DSP-SUBSCR) NOT = SPACES then
                PERFORM COUNT-CREW-ROUTES
                    VARYING WS-CREW-SUBSCR FROM 1 BY 1
                    UNTIL WS-CREW-SUBSCR > WS-DSP-COUNT
            END-IF
            EVALUATE TRUE
                WHEN WS-DSP-MASTER-FLAG(WS-DSP-SUBSCR) NOT = 'Y'
                    OR WS-RM-MATCH = 0
                    MOVE 'NOT ON ROUTE MASTER' TO WS-HOLD-REASON
                WHEN WS-DSP-STATUS(WS-DSP-SUBSCR) NOT = 'TOTAL'
                    MOVE 'NOT PLANNED - INVALID SCENARIO'
                        TO WS-HOLD-REASON
                WHEN WS-DSP-TRIPS(WS-DSP-SUBSCR) = 0
                    MOVE 'NO TRIPS PLANNED' TO WS-HOLD-REASON
                WHEN WS-RCK-MATCH = 0
                    MOVE 'NO WAYPOINT CHECK RESULT'
                        TO WS-HOLD-REASON
                WHEN WS-RCK-RESULT(WS-RCK-MATCH) NOT = 'PASS'
                    MOVE 'FAILED WAYPOINT SAFETY CHECK'
                        TO WS-HOLD-REASON
                WHEN WS-DSP-CREW(WS-DSP-SUBSCR) = SPACES
                    MOVE 'NO CREW ASSIGNED' TO WS-HOLD-REASON
                WHEN WS-DSP-CREW-STATUS(WS-DSP-SUBSCR) = 'N'
                    MOVE 'CREW NOT ON ROSTER' TO WS-HOLD-REASON
                WHEN WS-DSP-CREW-STATUS(WS-DSP-SUBSCR) = 'U'
                    MOVE 'CREW ROSTERED UNAVAILABLE'
                        TO WS-HOLD-REASON
                WHEN WS-CREW-ROUTES > 1
                    MOVE 'CREW DOUBLE-BOOKED' TO WS-HOLD-REASON
                WHEN NOT WS-RM-TERMS-OK(WS-RM-MATCH)
                    MOVE 'NO BILLING TERMS ON ROUTE MASTER'
                        TO WS-HOLD-REASON
                WHEN WS-DSP-TRIPS(WS-DSP-SUBSCR) > 99999
                    MOVE 'TRIPS EXCEED ONE INVOICE LINE'
                        TO WS-HOLD-REASON
            END-EVALUATE.
       MATCH-ROUTE-MASTER.
            IF WS-RM-ROUTE-ID(WS-RM-SUBSCR) =
                WS-DSP-ROUTE-ID(WS-DSP-SUBSCR) then
                MOVE WS-RM-SUBSCR TO WS-RM-MATCH
            END-IF.
       MATCH-ROUTE-CHECK.
            IF WS-RCK-ROUTE-ID(WS-RCK-SUBSCR) =
                WS-DSP-ROUTE-ID(WS-DSP-SUBSCR) then
                MOVE WS-RCK-SUBSCR TO WS-RCK-MATCH
            END-IF.
       COUNT-CREW-ROUTES.
      *The same crew on two routes of the same morning - as the
      *manifest flags it - cannot have driven both.
            IF WS-DSP-CREW(WS-CREW-SUBSCR) =
                WS-DSP-CREW(WS-DSP-SUBSCR)
                AND WS-DSP-RUN-DATE(WS-CREW-SUBSCR) =
                    WS-DSP-RUN-DATE(WS-DSP-SUBSCR)
                AND WS-DSP-MASTER-FLAG(WS-CREW-SUBSCR) = 'Y' then
                ADD 1 TO WS-CREW-ROUTES
            END-IF.
       GENERATE-ROUTE-LINE.
            MOVE SPACES TO INPUT-RECORD
            MOVE WS-NEXT-INVOICE-NO TO IN-INVOICE-NO
            ADD 1 TO WS-NEXT-INVOICE-NO
            MOVE WS-RM-CUST-ID(WS-RM-MATCH) TO in-cust-id
            MOVE WS-RM-CURRENCY(WS-RM-MATCH) TO in-currency-code
            MOVE 'S' TO in-line-type
            MOVE WS-DSP-RUN-DATE(WS-DSP-SUBSCR) TO in-invoice-date
            MOVE 0 TO in-shipto-no
            MOVE WS-DSP-TRIPS(WS-DSP-SUBSCR) TO in-quant
            MOVE WS-RM-TRIP-RATE(WS-RM-MATCH) TO in-unit-price
            MOVE 0 TO in-rebate
            MOVE WS-RM-VAT-CODE(WS-RM-MATCH) TO in-vat
            MOVE 0 TO in-promo-pct
            MOVE WS-RM-ITEM-NO(WS-RM-MATCH) TO in-item-no
            MOVE WS-RM-COMPANY(WS-RM-MATCH) TO in-company-code
            MOVE 0 TO in-resub-count
            MOVE SPACES TO ROUTE-BILLED-RECORD
            MOVE WS-DSP-ROUTE-ID(WS-DSP-SUBSCR) TO RB-ROUTE-ID
            MOVE WS-DSP-RUN-DATE(WS-DSP-SUBSCR) TO RB-DISPATCH-DATE
            MOVE in-cust-id TO RB-CUST-ID
            MOVE in-item-no TO RB-ITEM-NO
            MOVE in-company-code TO RB-COMPANY-CODE
            MOVE in-quant TO RB-TRIPS
            MOVE in-unit-price TO RB-TRIP-RATE
            MOVE IN-INVOICE-NO TO RB-INVOICE-NO
            MOVE WS-RUN-DATE TO RB-BILLED-DATE
            WRITE ROUTE-BILLED-RECORD
                INVALID KEY
                    DISPLAY '*** ROUTE ' RB-ROUTE-ID
                        ' NOT REGISTERED - STATUS '
                        WS-RTBREG-STATUS ' - NOT BILLED ***'
                    MOVE 8 TO RETURN-CODE
                    MOVE 'ROUTE-BILLING REGISTER WRITE FAIL'
                        TO WS-HOLD-REASON
                    ADD 1 TO WS-HELD-ROUTES
                    ADD WS-DSP-TRIPS(WS-DSP-SUBSCR)
                        TO WS-HELD-TRIPS
                    PERFORM WRITE-REPORT-HELD-LINE
                NOT INVALID KEY
                    ADD 1 TO WS-LINES-WRITTEN
                    MOVE INPUT-RECORD
                        TO WS-RTB-LINE(WS-LINES-WRITTEN)
                    ADD 1 TO WS-BILLED-ROUTES
                    ADD WS-DSP-TRIPS(WS-DSP-SUBSCR)
                        TO WS-BILLED-TRIPS
                    COMPUTE WS-ROUTE-AMOUNT =
                        in-quant * in-unit-price
                    ADD WS-ROUTE-AMOUNT TO WS-TOTAL-GENERATED
                    PERFORM WRITE-REPORT-BILLED-LINE
            END-WRITE.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO RTB-REPORT-LINE
            STRING 'ROUTE BILLING - RUN DATE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO RTB-REPORT-LINE
            END-STRING
            WRITE RTB-REPORT-LINE
            MOVE SPACES TO RTB-REPORT-LINE
            STRING 'ROUTE    DISPATCH      TRIPS CUSTOMER ITEM    '
                DELIMITED BY SIZE
                '        AMOUNT INVOICE' DELIMITED BY SIZE
                INTO RTB-REPORT-LINE
            END-STRING
            WRITE RTB-REPORT-LINE.
       WRITE-REPORT-ROUTE-START.
            MOVE WS-DSP-TRIPS(WS-DSP-SUBSCR) TO WS-RPT-TRIPS-ED
            MOVE SPACES TO RTB-REPORT-LINE
            STRING WS-DSP-ROUTE-ID(WS-DSP-SUBSCR) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-DSP-RUN-DATE(WS-DSP-SUBSCR) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-RPT-TRIPS-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                INTO RTB-REPORT-LINE
            END-STRING.
       WRITE-REPORT-BILLED-LINE.
            PERFORM WRITE-REPORT-ROUTE-START
            MOVE WS-ROUTE-AMOUNT TO WS-RPT-AMT-ED
            STRING in-cust-id DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                in-item-no DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-RPT-AMT-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                IN-INVOICE-NO DELIMITED BY SIZE
                INTO RTB-REPORT-LINE(30:51)
            END-STRING
            WRITE RTB-REPORT-LINE.
       WRITE-REPORT-HELD-LINE.
            PERFORM WRITE-REPORT-ROUTE-START
            STRING 'HELD - ' DELIMITED BY SIZE
                WS-HOLD-REASON DELIMITED BY SIZE
                INTO RTB-REPORT-LINE(30:51)
            END-STRING
            WRITE RTB-REPORT-LINE.
       WRITE-REPORT-DONE-LINE.
            PERFORM WRITE-REPORT-ROUTE-START
            STRING 'ALREADY BILLED ON INVOICE ' DELIMITED BY SIZE
                RB-INVOICE-NO DELIMITED BY SIZE
                ' OF ' DELIMITED BY SIZE
                RB-BILLED-DATE DELIMITED BY SIZE
                INTO RTB-REPORT-LINE(30:51)
            END-STRING
            WRITE RTB-REPORT-LINE.
       WRITE-REPORT-TOTAL-LINE.
            MOVE SPACES TO RTB-REPORT-LINE
            STRING WS-RPT-LABEL DELIMITED BY SIZE
                ' ROUTES ' DELIMITED BY SIZE
                WS-RPT-ROUTES-ED DELIMITED BY SIZE
                ' TRIPS ' DELIMITED BY SIZE
                WS-RPT-TOTTRIPS-ED DELIMITED BY SIZE
                INTO RTB-REPORT-LINE
            END-STRING
            WRITE RTB-REPORT-LINE.
       WRITE-CONTROL-TOTALS.
      *Tie the trips back to the manifest: trailer = read, and
      *read = billed + held + already billed.
            MOVE SPACES TO RTB-REPORT-LINE
            WRITE RTB-REPORT-LINE
            MOVE 'CONTROL TOTALS' TO RTB-REPORT-LINE
            WRITE RTB-REPORT-LINE
            MOVE 'MANIFEST TRAILER TOTALS' TO WS-RPT-LABEL
            MOVE WS-TRL-ROUTES TO WS-RPT-ROUTES-ED
            MOVE WS-TRL-TRIPS TO WS-RPT-TOTTRIPS-ED
            PERFORM WRITE-REPORT-TOTAL-LINE
            MOVE 'DISPATCHED ROUTES READ' TO WS-RPT-LABEL
            MOVE WS-READ-ROUTES TO WS-RPT-ROUTES-ED
            MOVE WS-READ-TRIPS TO WS-RPT-TOTTRIPS-ED
            PERFORM WRITE-REPORT-TOTAL-LINE
            MOVE 'BILLED' TO WS-RPT-LABEL
            MOVE WS-BILLED-ROUTES TO WS-RPT-ROUTES-ED
            MOVE WS-BILLED-TRIPS TO WS-RPT-TOTTRIPS-ED
            PERFORM WRITE-REPORT-TOTAL-LINE
            MOVE 'HELD' TO WS-RPT-LABEL
            MOVE WS-HELD-ROUTES TO WS-RPT-ROUTES-ED
            MOVE WS-HELD-TRIPS TO WS-RPT-TOTTRIPS-ED
            PERFORM WRITE-REPORT-TOTAL-LINE
            MOVE 'ALREADY BILLED' TO WS-RPT-LABEL
            MOVE WS-DONE-ROUTES TO WS-RPT-ROUTES-ED
            MOVE WS-DONE-TRIPS TO WS-RPT-TOTTRIPS-ED
            PERFORM WRITE-REPORT-TOTAL-LINE
            MOVE WS-TOTAL-GENERATED TO WS-RPT-TOT-ED
            MOVE SPACES TO RTB-REPORT-LINE
            STRING 'AMOUNT BILLED (BEFORE PRICING AND VAT) '
                DELIMITED BY SIZE
                WS-RPT-TOT-ED DELIMITED BY SIZE
                INTO RTB-REPORT-LINE
            END-STRING
            WRITE RTB-REPORT-LINE
            COMPUTE WS-ACCOUNTED-TRIPS = WS-BILLED-TRIPS
                + WS-HELD-TRIPS + WS-DONE-TRIPS
            MOVE SPACES TO RTB-REPORT-LINE
            IF WS-FILE-TIES
                AND WS-ACCOUNTED-TRIPS = WS-TRL-TRIPS then
                MOVE 'TRIPS TIE TO THE MANIFEST' TO RTB-REPORT-LINE
            ELSE
                MOVE '*** TRIPS DO NOT TIE TO THE MANIFEST ***'
                    TO RTB-REPORT-LINE
                IF RETURN-CODE < 16 then
                    MOVE 16 TO RETURN-CODE
                END-IF
            END-IF
            WRITE RTB-REPORT-LINE.
       WRITE-ONE-BATCH-LINE.
            MOVE WS-RTB-LINE(WS-RTB-SUBSCR) TO RTB-BATCH-LINE
            WRITE RTB-BATCH-LINE.
       END-PARA.
      *Frame the generated lines as a complete batch - header with
      *the detail count, the details, then the trailer - the same
      *framing the billing run validates on every transmission.
            MOVE SPACES TO BATCH-HEADER-RECORD
            MOVE 0 TO BH-KEY
            MOVE WS-RUN-DATE TO BH-RUN-DATE
            STRING 'RT' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO BH-BATCH-ID
            END-STRING
            MOVE WS-LINES-WRITTEN TO BH-EXPECTED-COUNT
            MOVE BATCH-HEADER-RECORD TO RTB-BATCH-LINE
            WRITE RTB-BATCH-LINE
            PERFORM WRITE-ONE-BATCH-LINE
                VARYING WS-RTB-SUBSCR FROM 1 BY 1
                UNTIL WS-RTB-SUBSCR > WS-LINES-WRITTEN
            MOVE SPACES TO BATCH-TRAILER-RECORD
            MOVE 9999999 TO BT-KEY
            MOVE WS-LINES-WRITTEN TO BT-DETAIL-COUNT
            MOVE BATCH-TRAILER-RECORD TO RTB-BATCH-LINE
            WRITE RTB-BATCH-LINE
            PERFORM WRITE-CONTROL-TOTALS
            IF WS-HELD-ROUTES > 0
                AND RETURN-CODE < 4 then
                MOVE 4 TO RETURN-CODE
            END-IF
            CLOSE ROUTMAST DISPFILE RCKFILE RTBBATCH RTBRPT
                ROUTEBIL
            DISPLAY 'ROUTE BILLING - ROUTES READ:      '
                WS-READ-ROUTES
            DISPLAY 'ROUTE BILLING - TRIPS READ:       '
                WS-READ-TRIPS
            DISPLAY 'ROUTE BILLING - ROUTES BILLED:    '
                WS-BILLED-ROUTES
            DISPLAY 'ROUTE BILLING - TRIPS BILLED:     '
                WS-BILLED-TRIPS
            DISPLAY 'ROUTE BILLING - ROUTES HELD:      '
                WS-HELD-ROUTES
            DISPLAY 'ROUTE BILLING - ALREADY BILLED:   '
                WS-DONE-ROUTES
            DISPLAY 'ROUTE BILLING - TOTAL AMOUNT:     '
                WS-TOTAL-GENERATED
            DISPLAY 'ROUTE BILLING - NEXT INVOICE NO:  '
                WS-NEXT-INVOICE-NO
            STOP RUN.
