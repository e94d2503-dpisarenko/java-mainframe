      *are not commissionable), prices it through the rep's tiered
      *commission plan with any split to a partner rep, and writes
      *per-rep statements plus one GL accrual posting pair for the
      *total earned. The period's lines are read off the history's
      *period alternate key; the elapsed time of the walk goes to
      *the run-statistics history.
       PROGRAM-ID. RECHCOM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INFHIST ASSIGN INFHISTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY HIST-KEY
                          ALTERNATE RECORD KEY HIST-CUST-KEY
                              WITH DUPLICATES
                          ALTERNATE RECORD KEY HIST-PERIOD-KEY
                              WITH DUPLICATES.
           SELECT COMMPLAN ASSIGN COMMPLNNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT COMRPT  ASSIGN COMRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT RUNSTATS ASSIGN RUNSTATNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  INFHIST.
      *History record as the billing run writes it - the billed
           COPY "GLPOST.cpy".
       FD  COMRPT.
       01  COM-REPORT-LINE       PIC X(80).
       FD  RUNSTATS.
           COPY "STATREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS-HIST-EOF-SW        PIC X VALUE 'N'.
           88 WS-HIST-EOF            VALUE 'Y'.
       01  WS-AMT-ED-1           PIC -(11)9.99.
       01  WS-AMT-ED-2           PIC -(9)9.99.
       01  WS-AMT-ED-3           PIC -(11)9.99.
      *History access path and the timing of the walk.
       01  WS-HIST-PATH-SW       PIC X VALUE 'A'.
           88 WS-HIST-ALT-KEY        VALUE 'A'.
           88 WS-HIST-FULL-PASS      VALUE 'S'.
       01  WS-TIME-RAW           PIC 9(8).
       01  WS-TIME-RAW-SPLIT REDEFINES WS-TIME-RAW.
           05 WS-TIME-HH         PIC 99.
           05 WS-TIME-MM         PIC 99.
           05 WS-TIME-SS         PIC 99.
           05 WS-TIME-FF         PIC 99.
       01  WS-START-SECS         PIC 9(7) VALUE 0.
       01  WS-END-SECS           PIC 9(7) VALUE 0.
       LINKAGE SECTION.
      *PARM: the commission period (YYYYMM) - billed lines dated
      *in it earn, credit memos dated in it claw back, whenever
      *the original sale was billed - and optionally 'S' to pass
      *the whole history front to back instead of walking the
      *period key (for timing the two, or while the alternate
      *index is rebuilt).
       01  CM-PARM-AREA.
           05 CM-PARM-LEN        PIC S9(4) COMP.
           05 CM-PARM-PERIOD     PIC 9(6).
           05 CM-PARM-PATH       PIC X.
       PROCEDURE DIVISION USING CM-PARM-AREA.
       COMMRUN-MAIN.
            PERFORM INIT-PARA
                DISPLAY '*** COMMISSION RUN NEEDS THE PERIOD IN '
                    'THE PARM ***'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE CM-PARM-PERIOD TO WS-COMM-PERIOD
            IF CM-PARM-LEN > 6
                AND CM-PARM-PATH = 'S' then
                SET WS-HIST-FULL-PASS TO TRUE
            END-IF
            OPEN INPUT  INFHIST
            OPEN INPUT  COMMPLAN
            OPEN OUTPUT GLFILE
            OPEN OUTPUT COMRPT
            PERFORM WRITE-REPORT-HEADER
            ACCEPT WS-TIME-RAW FROM TIME
            COMPUTE WS-START-SECS =
                (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS
            IF WS-HIST-FULL-PASS then
                MOVE 0 TO HIST-INVOICE-NO
                MOVE 0 TO HIST-LINE-NO
                START INFHIST KEY NOT LESS THAN HIST-KEY
                    INVALID KEY
                        SET WS-HIST-EOF TO TRUE
                END-START
            ELSE
                MOVE WS-COMM-PERIOD TO HIST-PERIOD
                MOVE LOW-VALUES TO HIST-CUST-ID
                MOVE 0 TO HIST-INVOICE-DATE
                START INFHIST KEY NOT LESS THAN HIST-PERIOD-KEY
                    INVALID KEY
                        SET WS-HIST-EOF TO TRUE
                END-START
            END-IF.
       BOD-PARA.
            PERFORM ACCUMULATE-ONE-LINE
                UNTIL WS-HIST-EOF
            PERFORM APPEND-HISTORY-STATISTICS
            PERFORM PRICE-ONE-REP
                VARYING WS-REP-SUBSCR FROM 1 BY 1
                UNTIL WS-REP-SUBSCR > WS-REP-COUNT.
                AT END
                    SET WS-HIST-EOF TO TRUE
            END-READ
      *On the period key the walk ends at the next period's first
      *line.
            IF NOT WS-HIST-EOF
                AND WS-HIST-ALT-KEY
                AND HIST-PERIOD NOT = WS-COMM-PERIOD then
                SET WS-HIST-EOF TO TRUE
            END-IF
            IF NOT WS-HIST-EOF then
                ADD 1 TO WS-LINES-READ
                IF HL-INVOICE-DATE(1:6) = WS-COMM-PERIOD
                END-IF
                WRITE GL-POSTING-RECORD
            END-IF.
       APPEND-HISTORY-STATISTICS.
      *A walk straddling midnight wraps the clock - fold the day
      *back in rather than reporting a huge negative elapsed time.
            ACCEPT WS-TIME-RAW FROM TIME
            COMPUTE WS-END-SECS =
                (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS
            IF WS-END-SECS < WS-START-SECS then
                ADD 86400 TO WS-END-SECS
            END-IF
            OPEN EXTEND RUNSTATS
            MOVE SPACES TO RUN-STAT-RECORD
            SET ST-HISTORY-ROW TO TRUE
            MOVE WS-RUN-DATE TO ST-RUN-DATE
            IF WS-HIST-FULL-PASS then
                MOVE 'RECHCOM FULL PASS' TO ST-STEP-NAME
            ELSE
                MOVE 'RECHCOM PERIOD KEY' TO ST-STEP-NAME
            END-IF
            COMPUTE ST-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
            MOVE WS-LINES-READ TO ST-IN-COUNT
            MOVE WS-LINES-IN-PERIOD TO ST-OUT-COUNT
            MOVE 0 TO ST-REJECT-COUNT
            MOVE 0 TO ST-HOLD-COUNT
            MOVE 0 TO ST-TOTAL-VAT
            MOVE 0 TO ST-TOTAL-NO-VAT
            WRITE RUN-STAT-RECORD
            CLOSE RUNSTATS.
       END-PARA.
            PERFORM WRITE-ACCRUAL-POSTING
            CLOSE INFHIST COMMPLAN GLFILE COMRPT
                WS-TOTAL-COMMISSION
            DISPLAY 'COMMISSION RUN - PLANS MISSING:      '
                WS-PLAN-MISSING-COUNT
      *GOBACK rather than STOP RUN - the month-end close driver
      *CALLs this as a step of the close, and GOBACK from a program
      *with no caller behaves exactly like STOP RUN.
            GOBACK.
