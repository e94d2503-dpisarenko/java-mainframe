      *  batch header/trailer, which bill out through the normal
      *  daily run like any other line.
      *Replaces an analyst reconstructing volumes from a year of
      *printed reports. The year's lines are read off the history's
      *period alternate key, January's first line to December's
      *last; the elapsed time of the walk goes to the run-statistics
      *history.
       PROGRAM-ID. RECHANN.
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
           SELECT VOLTIER ASSIGN VOLTIERNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT GLANN   ASSIGN GLANNNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT ANNRPT  ASSIGN ANNRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT RUNSTATS ASSIGN RUNSTATNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  INFHIST.
           COPY "INFHIST.cpy".
       01  ANN-BATCH-LINE        PIC X(59).
       FD  ANNRPT.
       01  ANN-REPORT-LINE       PIC X(100).
       FD  RUNSTATS.
           COPY "STATREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-ANN-LINE-TABLE.
           05 WS-ANN-LINE OCCURS 5000 TIMES PIC X(59).
       01  WS-ANN-SUBSCR         PIC 9(5).
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
           COPY "INREC.cpy".
           COPY "BATCHREC.cpy".
       LINKAGE SECTION.
      *PARM: mode ('M' monthly accrual to the GL extract, 'Y'
      *year-end credit-memo generation), the accrual year, and for
      *mode 'Y' the first generated invoice number in the reserved
      *internal range - and optionally 'S' after it to pass the
      *whole history front to back instead of walking the period
      *key (for timing the two, or while the alternate index is
      *rebuilt).
       01  RA-PARM-AREA.
           05 RA-PARM-LEN        PIC S9(4) COMP.
           05 RA-PARM-MODE       PIC X.
               88 RA-MODE-YEAR-END   VALUE 'Y'.
           05 RA-PARM-YEAR       PIC 9(4).
           05 RA-PARM-FIRST-INV  PIC 9(7).
           05 RA-PARM-PATH       PIC X.
       PROCEDURE DIVISION USING RA-PARM-AREA.
       ANNREB-MAIN.
            PERFORM INIT-PARA
            IF RA-PARM-LEN > 5 then
                MOVE RA-PARM-FIRST-INV TO WS-NEXT-INVOICE-NO
            END-IF
            IF RA-PARM-LEN > 12
                AND RA-PARM-PATH = 'S' then
                SET WS-HIST-FULL-PASS TO TRUE
            END-IF
            OPEN INPUT  INFHIST
            OPEN INPUT  VOLTIER
            OPEN OUTPUT ANNRPT
            PERFORM LOAD-ONE-TIER
                UNTIL WS-EOF
            CLOSE VOLTIER
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
                COMPUTE HIST-PERIOD = (RA-PARM-YEAR * 100) + 1
                MOVE LOW-VALUES TO HIST-CUST-ID
                MOVE 0 TO HIST-INVOICE-DATE
                START INFHIST KEY NOT LESS THAN HIST-PERIOD-KEY
                    INVALID KEY
                        SET WS-HIST-EOF TO TRUE
                END-START
            END-IF.
       LOAD-ONE-TIER.
            READ VOLTIER
                AT END
            END-READ.
       BOD-PARA.
            PERFORM ACCUMULATE-ONE-HISTORY-LINE
                UNTIL WS-HIST-EOF
            PERFORM APPEND-HISTORY-STATISTICS.
       ACCUMULATE-ONE-HISTORY-LINE.
            READ INFHIST NEXT RECORD
                AT END
                    SET WS-HIST-EOF TO TRUE
            END-READ
      *On the period key the walk ends at the next year's first
      *line.
            IF NOT WS-HIST-EOF
                AND WS-HIST-ALT-KEY
                AND HIST-PERIOD(1:4) NOT = RA-PARM-YEAR then
                SET WS-HIST-EOF TO TRUE
            END-IF
            IF NOT WS-HIST-EOF then
                ADD 1 TO WS-HIST-READ-COUNT
                MOVE HIST-INVOICE-NO TO IN-INVOICE-NO
       WRITE-ONE-ANN-BATCH-LINE.
            MOVE WS-ANN-LINE(WS-ANN-SUBSCR) TO ANN-BATCH-LINE
            WRITE ANN-BATCH-LINE.
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
                MOVE 'RECHANN FULL PASS' TO ST-STEP-NAME
            ELSE
                MOVE 'RECHANN PERIOD KEY' TO ST-STEP-NAME
            END-IF
            COMPUTE ST-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
            MOVE WS-HIST-READ-COUNT TO ST-IN-COUNT
            MOVE WS-LINES-IN-YEAR TO ST-OUT-COUNT
            MOVE 0 TO ST-REJECT-COUNT
            MOVE 0 TO ST-HOLD-COUNT
            MOVE 0 TO ST-TOTAL-VAT
            MOVE 0 TO ST-TOTAL-NO-VAT
            WRITE RUN-STAT-RECORD
            CLOSE RUNSTATS.
       END-PARA.
            PERFORM PROCESS-ONE-CUSTOMER
                THRU PROCESS-ONE-CUSTOMER-EXIT
                WS-TOTAL-ACCRUAL
            DISPLAY 'ANNUAL REBATE - CREDIT LINES OUT:   '
                WS-LINES-WRITTEN
      *GOBACK rather than STOP RUN - the month-end close driver
      *CALLs this as a step of the close, and GOBACK from a program
      *with no caller behaves exactly like STOP RUN.
            GOBACK.
