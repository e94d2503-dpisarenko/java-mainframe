      *Month-end close driver - runs the period-end programs for one
      *fiscal period as one job, in place of the printed checklist and
      *each program being submitted by hand. The order is fixed here
      *rather than left to a step-definition file because the order is
      *itself the control: finance charges, the FX revaluation and the
      *release of the period's earned deferred revenue must post before
      *the rebate accrual, commissions and the VAT return read the
      *period, the intercompany reconciliation proves every pair of our
      *companies nets to zero, the delivered-not-invoiced report gives
      *Finance the period's unbilled-revenue accrual for customers
      *billed on a cycle, the AR reconciliation proves the books
      *after everything has posted, and RECHPCL seals the period last -
      *and only when every step before it came back clean. Each step's
      *prerequisites are checked before it is CALLed (every business
      *day of the period billed and posted per DAILYRUN's run-control
      *file, the last day's rate import for the revaluation), progress
      *is recorded per period so a rerun after a failure resumes at the
      *failed step, and a close-status report tells the Controller
      *where the period stands.
       PROGRAM-ID. MTHEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Close-status report for the Controller.
           SELECT CLSRPT ASSIGN CLSRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
      *Business-day processing calendar shared with DAILYRUN - it
      *says which days of the period had to be billed.
           SELECT CALFILE ASSIGN CALNAME
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-CAL-STATUS.
      *DAILYRUN's run-control file, read to prove the period's daily
      *runs completed.
           SELECT RUNCTL ASSIGN RUNCTLNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-RUNCTL-STATUS.
      *Month-end control file - one record per completed close step
      *per period, so a rerun skips the steps already done.
           SELECT MECTL ASSIGN MECTLNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-MECTL-STATUS.
      *Run-statistics history - each executed step appends its
      *return code and elapsed time. See STATREC.cpy.
           SELECT RUNSTATS ASSIGN RUNSTATNM
                          ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLSRPT.
       01  CLS-REPORT-LINE              PIC X(100).
       FD  RUNSTATS.
           COPY "STATREC.cpy".
       FD  CALFILE.
       01  CALENDAR-RECORD.
           05 CAL-DATE                  PIC 9(8).
           05                           PIC X.
           05 CAL-DAY-TYPE              PIC X.
               88 CAL-BUSINESS-DAY          VALUE 'B'.
           05                           PIC X.
           05 CAL-PERIOD-END            PIC X.
               88 CAL-PERIOD-END-DAY        VALUE 'E'.
       FD  RUNCTL.
       01  RUN-CONTROL-RECORD.
           05 RC-PROC-DATE              PIC 9(8).
           05                           PIC X.
           05 RC-STEP-NAME              PIC X(20).
           05                           PIC X.
           05 RC-STATUS                 PIC X.
               88 RC-STEP-COMPLETE          VALUE 'C'.
       FD  MECTL.
       01  MONTH-END-CONTROL-RECORD.
           05 MC-PERIOD                 PIC 9(6).
           05                           PIC X.
           05 MC-STEP-NAME              PIC X(10).
           05                           PIC X.
           05 MC-STATUS                 PIC X.
               88 MC-STEP-COMPLETE          VALUE 'C'.
           05                           PIC X.
           05 MC-DONE-DATE              PIC 9(8).
       WORKING-STORAGE SECTION.
      *Common diagnostic-severity levels and message fields, shared
      *with DAILYRUN - see LOG-MESSAGE-PARA below.
           COPY "ERRCODES.cpy".
       01  WS-CAL-STATUS                PIC X(2) VALUE '00'.
       01  WS-RUNCTL-STATUS             PIC X(2) VALUE '00'.
       01  WS-MECTL-STATUS              PIC X(2) VALUE '00'.
       01  WS-CLOCK-DATE                PIC 9(8) VALUE 0.
       01  WS-CLOSE-PERIOD              PIC 9(6) VALUE 0.
       01  WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD.
           05 WS-CLOSE-YEAR             PIC 9(4).
           05 WS-CLOSE-MONTH            PIC 99.
       01  WS-CLOSED-BY                 PIC X(8) VALUE 'MTHEND'.
       01  WS-HOME-COUNTRY              PIC X(2) VALUE SPACES.
       01  WS-FIN-FIRST-INV             PIC 9(7) VALUE 0.
       01  WS-QUARTER                   PIC 9 VALUE 0.
       01  WS-QUARTER-END-SW            PIC X VALUE 'N'.
           88 WS-QUARTER-END                VALUE 'Y'.
      *The period's daily runs, one slot per day of the month, set
      *from DAILYRUN's run-control records. The step names are the
      *ones on DAILYRUN's step definitions.
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 31 TIMES.
               10 WS-DAY-BILLED         PIC X.
               10 WS-DAY-POSTED         PIC X.
               10 WS-DAY-RATES          PIC X.
       01  WS-DAY-NO                    PIC 99.
       01  WS-BUS-DAY-COUNT             PIC 99 VALUE 0.
       01  WS-BUS-DAY-DONE-COUNT        PIC 99 VALUE 0.
       01  WS-BUS-DAY-AHEAD-COUNT       PIC 99 VALUE 0.
       01  WS-LAST-BUS-DAY              PIC 9(8) VALUE 0.
       01  WS-LAST-PERIOD-END-DAY       PIC 9(8) VALUE 0.
       01  WS-BILLING-COMPLETE-SW       PIC X VALUE 'N'.
           88 WS-BILLING-COMPLETE           VALUE 'Y'.
       01  WS-RATES-COMPLETE-SW         PIC X VALUE 'N'.
           88 WS-RATES-COMPLETE             VALUE 'Y'.
      *The close steps, in the order they must run. Per step: the
      *step name recorded on the month-end control file, the program
      *CALLed, its prerequisite ('B' period billed and posted, 'D'
      *also run inside the period since it posts by run date, 'R'
      *as 'D' plus the last day's rate import), when it is due ('M'
      *every period, 'Q' quarter-end periods only, 'S' the seal),
      *and how its PARM is built.
       01  WS-STEP-VALUES.
           05 PIC X(21) VALUE 'FINCHG    RECHFIN DMF'.
           05 PIC X(21) VALUE 'REVAL     RECHRVALRM '.
           05 PIC X(21) VALUE 'DEFREV    RECHDRV BMP'.
           05 PIC X(21) VALUE 'ANNREB    RECHANN BMA'.
           05 PIC X(21) VALUE 'COMMISSN  RECHCOM BMP'.
           05 PIC X(21) VALUE 'VATRETURN RECHVAT BMP'.
           05 PIC X(21) VALUE 'ECSALES   RECHECS BQE'.
           05 PIC X(21) VALUE 'ICRECON   RECHICR BMP'.
           05 PIC X(21) VALUE 'UNBILLED  RECHUNB BMP'.
           05 PIC X(21) VALUE 'ARRECON   RECHRCN BM '.
           05 PIC X(21) VALUE 'PERCLOSE  RECHPCL BSC'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           05 WS-STEP-ENTRY OCCURS 11 TIMES.
               10 WS-ST-NAME            PIC X(10).
               10 WS-ST-PROGRAM         PIC X(8).
               10 WS-ST-PREREQ          PIC X.
                   88 WS-ST-NEEDS-RUN-IN-PERIOD VALUE 'D' 'R'.
                   88 WS-ST-NEEDS-RATES     VALUE 'R'.
               10 WS-ST-DUE             PIC X.
                   88 WS-ST-QUARTERLY       VALUE 'Q'.
                   88 WS-ST-SEALS-PERIOD    VALUE 'S'.
               10 WS-ST-PARM-TYPE       PIC X.
       01  WS-STEP-COUNT                PIC 99 VALUE 11.
      *What became of each step in this run, and when a step
      *completed on an earlier run.
       01  WS-STEP-STATES.
           05 WS-STEP-STATE-ENTRY OCCURS 11 TIMES.
               10 WS-ST-STATE           PIC X.
                   88 WS-ST-PENDING         VALUE ' '.
                   88 WS-ST-COMPLETED       VALUE 'C'.
                   88 WS-ST-NOT-DUE         VALUE 'N'.
                   88 WS-ST-FAILED          VALUE 'F'.
                   88 WS-ST-HELD            VALUE 'P'.
                   88 WS-ST-NOT-RUN         VALUE 'K'.
               10 WS-ST-DONE-DATE       PIC 9(8).
       01  WS-STEP-SUBSCR               PIC 99.
       01  WS-CHECK-SUBSCR              PIC 99.
       01  WS-STEP-NAME                 PIC X(20).
       01  WS-STEP-RC                   PIC S9(4) COMP.
       01  WS-STEP-RC-ED                PIC ZZZ9.
       01  WS-STEP-NOTE                 PIC X(60).
       01  WS-CALL-PROGRAM              PIC X(8).
       01  WS-CALL-MISSING-SW           PIC X VALUE 'N'.
           88 WS-CALL-MISSING               VALUE 'Y'.
       01  WS-UNCLEAN-STEP              PIC X(10).
       01  WS-RUN-STATUS-SW             PIC X VALUE 'G'.
           88 WS-RUN-OK                     VALUE 'G'.
           88 WS-RUN-STOPPED                VALUE 'S'.
           88 WS-RUN-REFUSED                VALUE 'R'.
       01  WS-SEALED-SW                 PIC X VALUE 'N'.
           88 WS-PERIOD-SEALED              VALUE 'Y'.
      *Step timing for the run-statistics history - TIME arrives as
      *HHMMSShh and is folded to seconds either side of the CALL.
       01  WS-TIME-RAW                  PIC 9(8).
       01  WS-TIME-RAW-SPLIT REDEFINES WS-TIME-RAW.
           05 WS-TIME-HH                PIC 99.
           05 WS-TIME-MM                PIC 99.
           05 WS-TIME-SS                PIC 99.
           05 WS-TIME-FF                PIC 99.
       01  WS-STEP-START-SECS           PIC 9(7) VALUE 0.
       01  WS-STEP-END-SECS             PIC 9(7) VALUE 0.
       01  WS-STEP-ELAPSED-SECS         PIC 9(7) VALUE 0.
      *One line of the step-status section of the report.
       01  WS-STATUS-LINE.
           05 WS-SL-STEP                PIC X(10).
           05                           PIC X(2) VALUE SPACES.
           05 WS-SL-PROGRAM             PIC X(8).
           05                           PIC X(2) VALUE SPACES.
           05 WS-SL-RC                  PIC X(4).
           05                           PIC X(2) VALUE SPACES.
           05 WS-SL-TEXT                PIC X(60).
      *PARM handed to each CALLed step, laid out exactly the way a
      *JCL PARM arrives for a stand-alone run of the same program.
       01  ME-STEP-PARM.
           05 ME-STEP-PARM-LEN          PIC S9(4) COMP VALUE 0.
           05 ME-STEP-PARM-TEXT         PIC X(30) VALUE SPACES.
       LINKAGE SECTION.
      *PARM: the period to close (YYYYMM - defaults to the period of
      *the latest period-end business day on the calendar), who is
      *closing it, the home country for the EC sales listing, and
      *the first finance-charge invoice number (defaults to
      *RECHFIN's own).
       01  ME-PARM-AREA.
           05 ME-PARM-LEN               PIC S9(4) COMP.
           05 ME-PARM-PERIOD            PIC X(6).
           05 ME-PARM-CLOSED-BY         PIC X(8).
           05 ME-PARM-HOME-COUNTRY      PIC X(2).
           05 ME-PARM-FIN-FIRST-INV     PIC X(7).
       PROCEDURE DIVISION USING ME-PARM-AREA.
       MTHEND-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-STEP-STATES
           OPEN OUTPUT CLSRPT
           PERFORM READ-CLOSE-PARAMETERS
           PERFORM DERIVE-CLOSE-PERIOD THRU DERIVE-CLOSE-PERIOD-EXIT
           PERFORM WRITE-REPORT-HEADER
           IF WS-RUN-OK then
               PERFORM LOAD-DAILY-RUN-CONTROL
               PERFORM CHECK-PERIOD-DAILY-RUNS
               PERFORM LOAD-MONTH-END-CONTROL
           END-IF.
       READ-CLOSE-PARAMETERS.
           IF ME-PARM-LEN > 13
               AND ME-PARM-CLOSED-BY NOT = SPACES then
               MOVE ME-PARM-CLOSED-BY TO WS-CLOSED-BY
           END-IF
           IF ME-PARM-LEN > 15 then
               MOVE ME-PARM-HOME-COUNTRY TO WS-HOME-COUNTRY
           END-IF
           IF ME-PARM-LEN > 22
               AND ME-PARM-FIN-FIRST-INV IS NUMERIC then
               MOVE ME-PARM-FIN-FIRST-INV TO WS-FIN-FIRST-INV
           END-IF.
       DERIVE-CLOSE-PERIOD.
      *A PARM period is taken as given; otherwise the period of the
      *latest period-end business day at or before today.
           IF ME-PARM-LEN > 5
               AND ME-PARM-PERIOD NOT = SPACES then
               IF ME-PARM-PERIOD IS NUMERIC
                   AND ME-PARM-PERIOD(5:2) >= '01'
                   AND ME-PARM-PERIOD(5:2) <= '12' then
                   MOVE ME-PARM-PERIOD TO WS-CLOSE-PERIOD
               ELSE
                   MOVE 'ME0001' TO WS-ERRLOG-CODE
                   MOVE 'PARM PERIOD NOT A VALID YYYYMM - RUN REFUSED'
                       TO WS-ERRLOG-TEXT
                   PERFORM LOG-REFUSAL
               END-IF
               GO TO DERIVE-CLOSE-PERIOD-EXIT
           END-IF
           OPEN INPUT CALFILE
           IF WS-CAL-STATUS NOT = '00' then
               MOVE 'ME0002' TO WS-ERRLOG-CODE
               MOVE 'PROCESSING CALENDAR MISSING - RUN REFUSED'
                   TO WS-ERRLOG-TEXT
               PERFORM LOG-REFUSAL
               GO TO DERIVE-CLOSE-PERIOD-EXIT
           END-IF
           PERFORM FIND-ONE-PERIOD-END-DAY
               UNTIL WS-CAL-STATUS NOT = '00'
           CLOSE CALFILE
           IF WS-LAST-PERIOD-END-DAY = 0 then
               MOVE 'ME0003' TO WS-ERRLOG-CODE
               MOVE 'NO PERIOD-END DAY ON THE CALENDAR - RUN REFUSED'
                   TO WS-ERRLOG-TEXT
               PERFORM LOG-REFUSAL
           ELSE
               MOVE WS-LAST-PERIOD-END-DAY(1:6) TO WS-CLOSE-PERIOD
           END-IF.
       DERIVE-CLOSE-PERIOD-EXIT.
           EXIT.
       FIND-ONE-PERIOD-END-DAY.
           READ CALFILE
               AT END
                   MOVE '10' TO WS-CAL-STATUS
               NOT AT END
                   IF CAL-BUSINESS-DAY
                       AND CAL-PERIOD-END-DAY
                       AND CAL-DATE <= WS-CLOCK-DATE
                       AND CAL-DATE > WS-LAST-PERIOD-END-DAY then
                       MOVE CAL-DATE TO WS-LAST-PERIOD-END-DAY
                   END-IF
           END-READ.
       LOAD-DAILY-RUN-CONTROL.
      *Mark off each day of the period DAILYRUN recorded the billing
      *run, the AR posting and the rate import complete for.
           MOVE SPACES TO WS-DAY-TABLE
           OPEN INPUT RUNCTL
           IF WS-RUNCTL-STATUS = '00' then
               PERFORM LOAD-ONE-DAILY-CONTROL-RECORD
                   UNTIL WS-RUNCTL-STATUS NOT = '00'
               CLOSE RUNCTL
           END-IF.
       LOAD-ONE-DAILY-CONTROL-RECORD.
           READ RUNCTL
               AT END
                   MOVE '10' TO WS-RUNCTL-STATUS
               NOT AT END
                   IF RC-PROC-DATE(1:6) = WS-CLOSE-PERIOD
                       AND RC-STEP-COMPLETE then
                       MOVE RC-PROC-DATE(7:2) TO WS-DAY-NO
                       EVALUATE RC-STEP-NAME
                           WHEN 'RECHSUM'
                               MOVE 'Y' TO WS-DAY-BILLED(WS-DAY-NO)
                           WHEN 'ARPOST'
                               MOVE 'Y' TO WS-DAY-POSTED(WS-DAY-NO)
                           WHEN 'RATEIMP'
                               MOVE 'Y' TO WS-DAY-RATES(WS-DAY-NO)
                       END-EVALUATE
                   END-IF
           END-READ.
       CHECK-PERIOD-DAILY-RUNS.
      *Walk the period's business days on the calendar: every one
      *up to today must have been billed and posted, and none may
      *still lie ahead - a period with business days to come is not
      *over yet.
           OPEN INPUT CALFILE
           IF WS-CAL-STATUS NOT = '00' then
               MOVE 'ME0002' TO WS-ERRLOG-CODE
               MOVE 'PROCESSING CALENDAR MISSING - RUN REFUSED'
                   TO WS-ERRLOG-TEXT
               PERFORM LOG-REFUSAL
           ELSE
               PERFORM CHECK-ONE-PERIOD-DAY
                   UNTIL WS-CAL-STATUS NOT = '00'
               CLOSE CALFILE
           END-IF
           IF WS-BUS-DAY-COUNT > 0
               AND WS-BUS-DAY-DONE-COUNT = WS-BUS-DAY-COUNT then
               SET WS-BILLING-COMPLETE TO TRUE
               MOVE WS-LAST-BUS-DAY(7:2) TO WS-DAY-NO
               IF WS-DAY-RATES(WS-DAY-NO) = 'Y' then
                   SET WS-RATES-COMPLETE TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO CLS-REPORT-LINE
           STRING 'BUSINESS DAYS IN PERIOD: ' DELIMITED BY SIZE
               WS-BUS-DAY-COUNT DELIMITED BY SIZE
               '   BILLED AND POSTED: ' DELIMITED BY SIZE
               WS-BUS-DAY-DONE-COUNT DELIMITED BY SIZE
               '   STILL TO COME: ' DELIMITED BY SIZE
               WS-BUS-DAY-AHEAD-COUNT DELIMITED BY SIZE
               INTO CLS-REPORT-LINE
           END-STRING
           WRITE CLS-REPORT-LINE
           MOVE SPACES TO CLS-REPORT-LINE
           IF WS-RATES-COMPLETE then
               STRING 'CLOSING RATES IMPORTED ON ' DELIMITED BY SIZE
                   WS-LAST-BUS-DAY DELIMITED BY SIZE
                   INTO CLS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'NO RATE IMPORT RECORDED FOR THE LAST '
                   DELIMITED BY SIZE
                   'BUSINESS DAY ' DELIMITED BY SIZE
                   WS-LAST-BUS-DAY DELIMITED BY SIZE
                   INTO CLS-REPORT-LINE
               END-STRING
           END-IF
           WRITE CLS-REPORT-LINE
           MOVE SPACES TO CLS-REPORT-LINE
           WRITE CLS-REPORT-LINE.
       CHECK-ONE-PERIOD-DAY.
           READ CALFILE
               AT END
                   MOVE '10' TO WS-CAL-STATUS
               NOT AT END
                   IF CAL-DATE(1:6) = WS-CLOSE-PERIOD
                       AND CAL-BUSINESS-DAY then
                       PERFORM CHECK-ONE-BUSINESS-DAY
                   END-IF
           END-READ.
       CHECK-ONE-BUSINESS-DAY.
           ADD 1 TO WS-BUS-DAY-COUNT
           IF CAL-DATE > WS-LAST-BUS-DAY then
               MOVE CAL-DATE TO WS-LAST-BUS-DAY
           END-IF
           MOVE CAL-DATE(7:2) TO WS-DAY-NO
           EVALUATE TRUE
               WHEN CAL-DATE > WS-CLOCK-DATE
                   ADD 1 TO WS-BUS-DAY-AHEAD-COUNT
               WHEN WS-DAY-BILLED(WS-DAY-NO) = 'Y'
                   AND WS-DAY-POSTED(WS-DAY-NO) = 'Y'
                   ADD 1 TO WS-BUS-DAY-DONE-COUNT
               WHEN OTHER
                   MOVE SPACES TO CLS-REPORT-LINE
                   STRING 'DAILY RUN NOT COMPLETE FOR '
                       DELIMITED BY SIZE
                       CAL-DATE DELIMITED BY SIZE
                       ' - BILLING ' DELIMITED BY SIZE
                       WS-DAY-BILLED(WS-DAY-NO) DELIMITED BY SIZE
                       ' POSTING ' DELIMITED BY SIZE
                       WS-DAY-POSTED(WS-DAY-NO) DELIMITED BY SIZE
                       INTO CLS-REPORT-LINE
                   END-STRING
                   WRITE CLS-REPORT-LINE
           END-EVALUATE.
       LOAD-MONTH-END-CONTROL.
      *Pull the close steps already completed for this period off the
      *month-end control file - a missing file just means a first
      *close.
           OPEN INPUT MECTL
           IF WS-MECTL-STATUS = '00' then
               PERFORM LOAD-ONE-MONTH-END-RECORD
                   UNTIL WS-MECTL-STATUS NOT = '00'
               CLOSE MECTL
           END-IF.
       LOAD-ONE-MONTH-END-RECORD.
           READ MECTL
               AT END
                   MOVE '10' TO WS-MECTL-STATUS
               NOT AT END
                   IF MC-PERIOD = WS-CLOSE-PERIOD
                       AND MC-STEP-COMPLETE then
                       PERFORM MARK-ONE-STEP-DONE
                           VARYING WS-CHECK-SUBSCR FROM 1 BY 1
                           UNTIL WS-CHECK-SUBSCR > WS-STEP-COUNT
                   END-IF
           END-READ.
       MARK-ONE-STEP-DONE.
           IF WS-ST-NAME(WS-CHECK-SUBSCR) = MC-STEP-NAME then
               SET WS-ST-COMPLETED(WS-CHECK-SUBSCR) TO TRUE
               MOVE MC-DONE-DATE TO WS-ST-DONE-DATE(WS-CHECK-SUBSCR)
           END-IF.
       LOG-REFUSAL.
           SET WS-RUN-REFUSED TO TRUE
           SET ERRLOG-SEV-FATAL TO TRUE
           PERFORM LOG-MESSAGE-PARA
           MOVE WS-ERRLOG-LINE TO CLS-REPORT-LINE
           WRITE CLS-REPORT-LINE.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO CLS-REPORT-LINE
           STRING 'MONTH-END CLOSE STATUS - PERIOD ' DELIMITED BY SIZE
               WS-CLOSE-PERIOD DELIMITED BY SIZE
               '   RUN ' DELIMITED BY SIZE
               WS-CLOCK-DATE DELIMITED BY SIZE
               '   CLOSER ' DELIMITED BY SIZE
               WS-CLOSED-BY DELIMITED BY SIZE
               INTO CLS-REPORT-LINE
           END-STRING
           WRITE CLS-REPORT-LINE
           MOVE SPACES TO CLS-REPORT-LINE
           WRITE CLS-REPORT-LINE
           COMPUTE WS-QUARTER = (WS-CLOSE-MONTH + 2) / 3
           IF WS-CLOSE-MONTH = 3 OR 6 OR 9 OR 12 then
               SET WS-QUARTER-END TO TRUE
           END-IF.
       BOD-PARA.
           IF NOT WS-RUN-REFUSED
               MOVE SPACES TO WS-STATUS-LINE
               MOVE 'STEP' TO WS-SL-STEP
               MOVE 'PROGRAM' TO WS-SL-PROGRAM
               MOVE '  RC' TO WS-SL-RC
               MOVE 'STATUS' TO WS-SL-TEXT
               MOVE WS-STATUS-LINE TO CLS-REPORT-LINE
               WRITE CLS-REPORT-LINE
               PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-EXIT
                   VARYING WS-STEP-SUBSCR FROM 1 BY 1
                   UNTIL WS-STEP-SUBSCR > WS-STEP-COUNT
           END-IF.
       RUN-ONE-STEP.
      *One close step: skipped when already complete for the period,
      *not run once an earlier step has stopped the close, not due
      *outside its periods, held when its prerequisites are not met
      *(which stops the close there too), otherwise CALLed. Anything
      *but a clean return code stops the close at this step, so the
      *rerun resumes here.
           MOVE WS-ST-NAME(WS-STEP-SUBSCR) TO WS-STEP-NAME
           MOVE SPACES TO WS-STEP-NOTE
           MOVE SPACES TO WS-SL-RC
           EVALUATE TRUE
               WHEN WS-ST-COMPLETED(WS-STEP-SUBSCR)
                   STRING 'COMPLETED ON ' DELIMITED BY SIZE
                       WS-ST-DONE-DATE(WS-STEP-SUBSCR)
                       DELIMITED BY SIZE
                       ' - NOT RERUN' DELIMITED BY SIZE
                       INTO WS-STEP-NOTE
                   END-STRING
               WHEN WS-RUN-STOPPED
                   SET WS-ST-NOT-RUN(WS-STEP-SUBSCR) TO TRUE
                   MOVE 'NOT RUN - AN EARLIER STEP DID NOT COMPLETE'
                       TO WS-STEP-NOTE
               WHEN WS-ST-QUARTERLY(WS-STEP-SUBSCR)
                   AND NOT WS-QUARTER-END
                   SET WS-ST-NOT-DUE(WS-STEP-SUBSCR) TO TRUE
                   MOVE 'NOT DUE - QUARTER-END PERIODS ONLY'
                       TO WS-STEP-NOTE
           END-EVALUATE
           IF WS-STEP-NOTE NOT = SPACES then
               PERFORM WRITE-STEP-STATUS
               GO TO RUN-ONE-STEP-EXIT
           END-IF
           PERFORM CHECK-STEP-PREREQUISITES
           IF WS-STEP-NOTE NOT = SPACES then
               SET WS-ST-HELD(WS-STEP-SUBSCR) TO TRUE
               SET WS-RUN-STOPPED TO TRUE
               PERFORM WRITE-STEP-STATUS
               GO TO RUN-ONE-STEP-EXIT
           END-IF
           PERFORM BUILD-STEP-PARM
           PERFORM MARK-STEP-START
           PERFORM CALL-STEP-PROGRAM
           PERFORM MARK-STEP-END
           PERFORM APPEND-STEP-STATISTICS
           MOVE WS-STEP-RC TO WS-STEP-RC-ED
           MOVE WS-STEP-RC-ED TO WS-SL-RC
           MOVE 'ME0010' TO WS-ERRLOG-CODE
           MOVE SPACES TO WS-ERRLOG-TEXT
           STRING WS-STEP-NAME DELIMITED BY SPACE
               ' COMPLETED RC=' DELIMITED BY SIZE
               WS-STEP-RC-ED DELIMITED BY SIZE
               INTO WS-ERRLOG-TEXT
           END-STRING
           IF WS-STEP-RC = 0 then
               SET ERRLOG-SEV-INFO TO TRUE
               SET WS-ST-COMPLETED(WS-STEP-SUBSCR) TO TRUE
               MOVE WS-CLOCK-DATE TO WS-ST-DONE-DATE(WS-STEP-SUBSCR)
               PERFORM RECORD-STEP-DONE
               MOVE 'COMPLETED CLEAN' TO WS-STEP-NOTE
               IF WS-ST-SEALS-PERIOD(WS-STEP-SUBSCR) then
                   SET WS-PERIOD-SEALED TO TRUE
                   MOVE 'COMPLETED CLEAN - PERIOD SEALED'
                       TO WS-STEP-NOTE
               END-IF
           ELSE
               SET ERRLOG-SEV-ERROR TO TRUE
               SET WS-ST-FAILED(WS-STEP-SUBSCR) TO TRUE
               SET WS-RUN-STOPPED TO TRUE
               MOVE 'FAILED - CLOSE STOPPED HERE, RERUN RESUMES HERE'
                   TO WS-STEP-NOTE
           END-IF
           PERFORM LOG-MESSAGE-PARA
           PERFORM WRITE-STEP-STATUS.
       RUN-ONE-STEP-EXIT.
           EXIT.
       CHECK-STEP-PREREQUISITES.
      *Leaves WS-STEP-NOTE blank when the step may run, otherwise
      *the reason it is held.
           EVALUATE TRUE
               WHEN WS-BUS-DAY-AHEAD-COUNT > 0
                   MOVE 'HELD - PERIOD STILL HAS BUSINESS DAYS TO COME'
                       TO WS-STEP-NOTE
               WHEN NOT WS-BILLING-COMPLETE
                   MOVE 'HELD - NOT EVERY BUSINESS DAY BILLED/POSTED'
                       TO WS-STEP-NOTE
               WHEN WS-ST-NEEDS-RUN-IN-PERIOD(WS-STEP-SUBSCR)
                   AND WS-CLOCK-DATE(1:6) NOT = WS-CLOSE-PERIOD
                   MOVE 'HELD - POSTS BY RUN DATE, RUN IS AFTER PERIOD'
                       TO WS-STEP-NOTE
               WHEN WS-ST-NEEDS-RATES(WS-STEP-SUBSCR)
                   AND NOT WS-RATES-COMPLETE
                   MOVE 'HELD - NO CLOSING RATE IMPORT ON THE LAST DAY'
                       TO WS-STEP-NOTE
               WHEN WS-ST-SEALS-PERIOD(WS-STEP-SUBSCR)
                   PERFORM CHECK-ALL-PRECEDING-CLEAN
           END-EVALUATE.
       CHECK-ALL-PRECEDING-CLEAN.
      *The seal goes on only when every step before it completed
      *clean, this run or an earlier one, or was not due.
           MOVE SPACES TO WS-UNCLEAN-STEP
           PERFORM CHECK-ONE-PRECEDING-STEP
               VARYING WS-CHECK-SUBSCR FROM 1 BY 1
               UNTIL WS-CHECK-SUBSCR NOT < WS-STEP-SUBSCR
               OR WS-UNCLEAN-STEP NOT = SPACES
           IF WS-UNCLEAN-STEP NOT = SPACES then
               STRING 'HELD - ' DELIMITED BY SIZE
                   WS-UNCLEAN-STEP DELIMITED BY SPACE
                   ' HAS NOT COMPLETED CLEAN' DELIMITED BY SIZE
                   INTO WS-STEP-NOTE
               END-STRING
           END-IF.
       CHECK-ONE-PRECEDING-STEP.
           IF NOT WS-ST-COMPLETED(WS-CHECK-SUBSCR)
               AND NOT WS-ST-NOT-DUE(WS-CHECK-SUBSCR) then
               MOVE WS-ST-NAME(WS-CHECK-SUBSCR) TO WS-UNCLEAN-STEP
           END-IF.
       BUILD-STEP-PARM.
      *Each program's PARM in its own documented layout, built from
      *the close period and the driver's own PARM.
           MOVE WS-ST-PROGRAM(WS-STEP-SUBSCR) TO WS-CALL-PROGRAM
           MOVE 0 TO ME-STEP-PARM-LEN
           MOVE SPACES TO ME-STEP-PARM-TEXT
           EVALUATE WS-ST-PARM-TYPE(WS-STEP-SUBSCR)
               WHEN 'F'
                   IF WS-FIN-FIRST-INV > 0 then
                       MOVE 7 TO ME-STEP-PARM-LEN
                       MOVE WS-FIN-FIRST-INV TO ME-STEP-PARM-TEXT
                   END-IF
               WHEN 'A'
                   MOVE 5 TO ME-STEP-PARM-LEN
                   MOVE 'M' TO ME-STEP-PARM-TEXT(1:1)
                   MOVE WS-CLOSE-YEAR TO ME-STEP-PARM-TEXT(2:4)
               WHEN 'P'
                   MOVE 6 TO ME-STEP-PARM-LEN
                   MOVE WS-CLOSE-PERIOD TO ME-STEP-PARM-TEXT
               WHEN 'E'
                   MOVE 6 TO ME-STEP-PARM-LEN
                   MOVE WS-CLOSE-YEAR TO ME-STEP-PARM-TEXT(1:4)
                   MOVE 'Q' TO ME-STEP-PARM-TEXT(5:1)
                   MOVE WS-QUARTER TO ME-STEP-PARM-TEXT(6:1)
                   IF WS-HOME-COUNTRY NOT = SPACES then
                       MOVE 8 TO ME-STEP-PARM-LEN
                       MOVE WS-HOME-COUNTRY TO ME-STEP-PARM-TEXT(7:2)
                   END-IF
               WHEN 'C'
                   MOVE 14 TO ME-STEP-PARM-LEN
                   MOVE WS-CLOSE-PERIOD TO ME-STEP-PARM-TEXT(1:6)
                   MOVE WS-CLOSED-BY TO ME-STEP-PARM-TEXT(7:8)
           END-EVALUATE.
       CALL-STEP-PROGRAM.
      *A program missing from the load library fails the step the
      *same way a bad return code would.
           MOVE 'N' TO WS-CALL-MISSING-SW
           MOVE 0 TO RETURN-CODE
           CALL WS-CALL-PROGRAM USING ME-STEP-PARM
               ON EXCEPTION
                   SET WS-CALL-MISSING TO TRUE
           END-CALL
           IF WS-CALL-MISSING then
               MOVE 16 TO WS-STEP-RC
               MOVE 'ME0011' TO WS-ERRLOG-CODE
               MOVE SPACES TO WS-ERRLOG-TEXT
               STRING 'PROGRAM ' DELIMITED BY SIZE
                   WS-CALL-PROGRAM DELIMITED BY SPACE
                   ' NOT FOUND' DELIMITED BY SIZE
                   INTO WS-ERRLOG-TEXT
               END-STRING
               SET ERRLOG-SEV-ERROR TO TRUE
               PERFORM LOG-MESSAGE-PARA
           ELSE
               MOVE RETURN-CODE TO WS-STEP-RC
               CANCEL WS-CALL-PROGRAM
           END-IF.
       MARK-STEP-START.
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-STEP-START-SECS =
               (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS.
       MARK-STEP-END.
      *A run straddling midnight wraps the clock - fold the day
      *back in rather than reporting a huge negative elapsed time.
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-STEP-END-SECS =
               (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS
           IF WS-STEP-END-SECS < WS-STEP-START-SECS then
               ADD 86400 TO WS-STEP-END-SECS
           END-IF
           COMPUTE WS-STEP-ELAPSED-SECS =
               WS-STEP-END-SECS - WS-STEP-START-SECS.
       APPEND-STEP-STATISTICS.
           OPEN EXTEND RUNSTATS
           MOVE SPACES TO RUN-STAT-RECORD
           SET ST-STEP-ROW TO TRUE
           MOVE WS-CLOCK-DATE TO ST-RUN-DATE
           MOVE WS-STEP-NAME TO ST-STEP-NAME
           MOVE WS-STEP-ELAPSED-SECS TO ST-ELAPSED-SECS
           MOVE 0 TO ST-IN-COUNT
           MOVE 0 TO ST-OUT-COUNT
           MOVE WS-STEP-RC TO ST-REJECT-COUNT
           MOVE 0 TO ST-HOLD-COUNT
           MOVE 0 TO ST-TOTAL-VAT
           MOVE 0 TO ST-TOTAL-NO-VAT
           WRITE RUN-STAT-RECORD
           CLOSE RUNSTATS.
       RECORD-STEP-DONE.
      *Record the step complete for this period as soon as it
      *finishes clean, so an interruption later in the close still
      *finds it recorded.
           OPEN EXTEND MECTL
           MOVE SPACES TO MONTH-END-CONTROL-RECORD
           MOVE WS-CLOSE-PERIOD TO MC-PERIOD
           MOVE WS-ST-NAME(WS-STEP-SUBSCR) TO MC-STEP-NAME
           MOVE 'C' TO MC-STATUS
           MOVE WS-CLOCK-DATE TO MC-DONE-DATE
           WRITE MONTH-END-CONTROL-RECORD
           CLOSE MECTL.
       WRITE-STEP-STATUS.
           MOVE WS-ST-NAME(WS-STEP-SUBSCR) TO WS-SL-STEP
           MOVE WS-ST-PROGRAM(WS-STEP-SUBSCR) TO WS-SL-PROGRAM
           MOVE WS-STEP-NOTE TO WS-SL-TEXT
           MOVE WS-STATUS-LINE TO CLS-REPORT-LINE
           WRITE CLS-REPORT-LINE.
       END-PARA.
      *A period already sealed on an earlier run counts as sealed.
           IF WS-ST-COMPLETED(WS-STEP-COUNT) then
               SET WS-PERIOD-SEALED TO TRUE
           END-IF
           MOVE SPACES TO CLS-REPORT-LINE
           WRITE CLS-REPORT-LINE
           MOVE SPACES TO CLS-REPORT-LINE
           IF WS-PERIOD-SEALED then
               STRING '*** PERIOD ' DELIMITED BY SIZE
                   WS-CLOSE-PERIOD DELIMITED BY SIZE
                   ' IS SEALED ***' DELIMITED BY SIZE
                   INTO CLS-REPORT-LINE
               END-STRING
           ELSE
               STRING '*** PERIOD ' DELIMITED BY SIZE
                   WS-CLOSE-PERIOD DELIMITED BY SIZE
                   ' NOT SEALED - SEE STEP STATUS ABOVE ***'
                   DELIMITED BY SIZE
                   INTO CLS-REPORT-LINE
               END-STRING
           END-IF
           WRITE CLS-REPORT-LINE
           CLOSE CLSRPT
           IF WS-PERIOD-SEALED then
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.
      *Common diagnostic-logging paragraph, shared with DAILYRUN -
      *see ERRCODES.cpy/LOGMSG.cpy.
           COPY "LOGMSG.cpy".
