      *Daily operations driver - runs the whole nightly AR chain as
      *one job, in place of operators submitting each program and
      *sequencing them by hand. The steps are not coded here: they
      *come off the step-definition file (STEPDEF), one entry per
      *step giving the program to CALL, its PARM, the steps it
      *waits on, the highest return code that still counts as
      *success, whether a failure stops the whole run or only the
      *steps that depend on it, and the calendar days it runs on.
      *Adding or reordering a nightly step is a change to that file,
      *not to this program. Every step gets the same run-control
      *restart, calendar and run-statistics handling, and one
      *consolidated run log covers them all; the overall run
      *reports failure via RETURN-CODE, the same way the individual
      *programs already do.
       PROGRAM-ID. DAILYRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PARMKWD ASSIGN PARMKWDNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-PARMKWD-STATUS.
      *Nightly step definitions - the steps run in file order, so a
      *step's predecessors must be defined above it.
           SELECT STEPDEF ASSIGN STEPDEFNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-STEPDEF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOGFILE.
               88 CAL-PERIOD-END-DAY        VALUE 'E'.
       FD  PARMKWD.
       01  PARM-KEYWORD-LINE            PIC X(80).
      *One 'S' line per step, optionally followed by a 'P' line
      *carrying that step's PARM; '*' lines and blank lines are
      *comments. Calendar 'D' runs the step every processing day,
      *'E' only on a period-end day, 'N' on every day but period-end.
      *The weekday mask reads Monday to Sunday, Y or N per day -
      *blank runs the step whatever the weekday. In the PARM text
      *&PROCDT& is replaced by the processing date (YYYYMMDD) and
      *&PERD& by the processing period (YYYYMM).
       FD  STEPDEF.
       01  STEP-DEFINITION-RECORD.
           05 SD-RECORD-TYPE            PIC X.
               88 SD-STEP-LINE              VALUE 'S'.
               88 SD-PARM-LINE              VALUE 'P'.
               88 SD-COMMENT-LINE           VALUE '*' ' '.
           05                           PIC X.
           05 SD-STEP-NAME              PIC X(10).
           05                           PIC X.
           05 SD-PROGRAM-NAME           PIC X(9).
           05                           PIC X.
           05 SD-MAX-OK-RC              PIC 99.
           05                           PIC X.
           05 SD-FAIL-ACTION            PIC X.
               88 SD-FAIL-ACTION-VALID      VALUE 'S' 'D'.
           05                           PIC X.
           05 SD-RUN-CALENDAR           PIC X.
               88 SD-RUN-CALENDAR-VALID     VALUE 'D' 'E' 'N'.
           05                           PIC X.
           05 SD-RUN-WEEKDAYS           PIC X(7).
           05                           PIC X.
           05 SD-PRED-ENTRY OCCURS 3 TIMES.
               10 SD-PRED-STEP          PIC X(10).
               10                       PIC X.
           05                           PIC X(9).
       01  STEP-PARM-RECORD.
           05                           PIC X(2).
           05 SP-PARM-LEN               PIC 99.
           05                           PIC X.
           05 SP-PARM-TEXT              PIC X(75).
       FD  RUNCTL.
       01  RUN-CONTROL-RECORD.
           05 RC-PROC-DATE              PIC 9(8).
       01  WS-STEP-RC-ED                PIC ZZZ9.
       01  WS-RUNCTL-STATUS             PIC X(2) VALUE '00'.
       01  WS-CAL-STATUS                PIC X(2) VALUE '00'.
       01  WS-STEPDEF-STATUS            PIC X(2) VALUE '00'.
      *Keyword-parameter parse state - the driver's own keywords
      *(FORCE, CALOVERRIDE) are applied here; RECHSUM's billing
      *keywords on the same dataset are left for RECHSUM itself.
           88 WS-PERIOD-END-RUN             VALUE 'E'.
       01  WS-CAL-REFUSED-SW            PIC X VALUE 'N'.
           88 WS-RUN-REFUSED                VALUE 'Y'.
      *Processing date's weekday, 1 = Monday, for the step weekday
      *masks, and its period for the &PERD& PARM token.
       01  WS-PROC-WEEKDAY              PIC 9 VALUE 0.
       01  WS-PROC-PERIOD               PIC X(6) VALUE SPACES.
      *Nightly step table, loaded from STEPDEF in run order. Each
      *step's predecessors are held as subscripts of earlier
      *entries; the state byte tracks what became of the step in
      *this run.
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 60 TIMES.
               10 WS-ST-NAME            PIC X(10).
               10 WS-ST-PROGRAM         PIC X(9).
               10 WS-ST-MAX-OK-RC       PIC 99.
               10 WS-ST-FAIL-ACTION     PIC X.
                   88 WS-ST-FAIL-STOPS-RUN  VALUE 'S'.
               10 WS-ST-CALENDAR        PIC X.
               10 WS-ST-WEEKDAYS        PIC X(7).
               10 WS-ST-PRED-SUBSCR OCCURS 3 TIMES PIC 99.
               10 WS-ST-PARM-LEN        PIC 99.
               10 WS-ST-PARM-TEXT       PIC X(75).
               10 WS-ST-STATE           PIC X.
                   88 WS-ST-PENDING         VALUE ' '.
                   88 WS-ST-COMPLETED       VALUE 'C'.
                   88 WS-ST-NOT-SCHEDULED   VALUE 'N'.
                   88 WS-ST-FAILED          VALUE 'F'.
                   88 WS-ST-BYPASSED        VALUE 'K'.
       01  WS-STEP-COUNT                PIC 99 VALUE 0.
       01  WS-STEP-SUBSCR               PIC 99.
       01  WS-PRED-SUBSCR               PIC 9.
       01  WS-FIND-SUBSCR               PIC 99.
       01  WS-FOUND-SUBSCR              PIC 99.
       01  WS-FIND-NAME                 PIC X(10).
       01  WS-STEPDEF-BAD-SW            PIC X VALUE 'N'.
           88 WS-STEPDEF-BAD                VALUE 'Y'.
       01  WS-STEPDEF-ERROR             PIC X(40).
       01  WS-WEEKDAY-YN-COUNT          PIC 99.
       01  WS-STEP-SCHEDULED-SW         PIC X VALUE 'Y'.
           88 WS-STEP-SCHEDULED             VALUE 'Y'.
       01  WS-BLOCKING-PRED             PIC X(10).
       01  WS-STEP-NOTE                 PIC X(60).
       01  WS-CALL-PROGRAM              PIC X(9).
       01  WS-CALL-MISSING-SW           PIC X VALUE 'N'.
           88 WS-CALL-MISSING               VALUE 'Y'.
       01  WS-STEP-OK-SW                PIC X VALUE 'N'.
           88 WS-STEP-OK                    VALUE 'Y'.
      *End-of-run tally of what became of the steps.
       01  WS-RAN-COUNT                 PIC 99 VALUE 0.
       01  WS-SKIPPED-COUNT             PIC 99 VALUE 0.
       01  WS-NOT-SCHED-COUNT           PIC 99 VALUE 0.
       01  WS-FAILED-COUNT              PIC 99 VALUE 0.
       01  WS-BYPASSED-COUNT            PIC 99 VALUE 0.
      *Steps already recorded complete for this processing date,
      *loaded at start-up; the force-rerun override ignores them.
       01  WS-DONE-TABLE.
           05 WS-DONE-STEP OCCURS 60 TIMES PIC X(20).
       01  WS-DONE-COUNT                PIC 99 VALUE 0.
       01  WS-DONE-SUBSCR               PIC 99.
       01  WS-STEP-DONE-SW              PIC X VALUE 'N'.
       01  WS-STEP-END-SECS             PIC 9(7) VALUE 0.
       01  WS-STEP-ELAPSED-SECS         PIC 9(7) VALUE 0.
      *WS-RUN-STATUS-SW -- turned bad the first time a step comes back
      *above its success return code, so the overall run reports
      *failure. Whether later steps still run depends on the failed
      *step's failure action: 'S' stops the run (WS-RUN-STOPPED),
      *'D' bypasses only the steps that wait on it. A step inside
      *its success range but above zero leaves the run warned.
       01  WS-RUN-STATUS-SW             PIC X VALUE 'G'.
           88 WS-RUN-OK                     VALUE 'G'.
           88 WS-RUN-FAILED                 VALUE 'B'.
       01  WS-RUN-STOP-SW               PIC X VALUE 'N'.
           88 WS-RUN-STOPPED                VALUE 'Y'.
       01  WS-RUN-WARN-SW               PIC X VALUE 'N'.
           88 WS-RUN-WARNED                 VALUE 'Y'.
      *PARM handed to each CALLed step, laid out exactly the way a
      *JCL PARM arrives for a stand-alone run of the same program.
       01  DR-STEP-PARM.
           05 DR-STEP-PARM-LEN          PIC S9(4) COMP VALUE 0.
           05 DR-STEP-PARM-TEXT         PIC X(100) VALUE SPACES.
       LINKAGE SECTION.
      *Optional operator overrides: position 1 'F' forces a full
      *rerun regardless of the run-control file; position 2 'Y'
           IF WS-RUN-REFUSED OR WS-RUN-FAILED then
               SET WS-RUN-FAILED TO TRUE
           ELSE
               MOVE SPACES TO RUNLOG-LINE
               STRING 'PROCESSING DATE: ' DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   INTO RUNLOG-LINE
               END-STRING
               WRITE RUNLOG-LINE
               MOVE WS-PROC-DATE(1:6) TO WS-PROC-PERIOD
               COMPUTE WS-PROC-WEEKDAY = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-PROC-DATE) - 1, 7) + 1
               PERFORM LOAD-RUN-CONTROL
               PERFORM LOAD-STEP-DEFINITIONS
                   THRU LOAD-STEP-DEFINITIONS-EXIT
           END-IF.
       READ-KEYWORD-PARAMETERS.
      *Parse the keyword run-parameter dataset - one KEYWORD=VALUE
                           WS-LAST-BUS-PERIOD-END
                   END-IF
           END-READ.
       LOAD-STEP-DEFINITIONS.
      *Read the nightly steps into the step table and validate them
      *before anything runs - a missing, empty or faulty definition
      *file refuses the whole run rather than running half a chain.
           OPEN INPUT STEPDEF
           IF WS-STEPDEF-STATUS NOT = '00' then
               MOVE '*** STEP DEFINITIONS MISSING - RUN REFUSED'
                   TO RUNLOG-LINE
               WRITE RUNLOG-LINE
               SET WS-RUN-FAILED TO TRUE
               GO TO LOAD-STEP-DEFINITIONS-EXIT
           END-IF
           PERFORM READ-ONE-STEP-DEFINITION
               UNTIL WS-STEPDEF-STATUS NOT = '00'
           CLOSE STEPDEF
           IF WS-STEP-COUNT = 0 then
               MOVE 'NO STEPS DEFINED' TO WS-STEPDEF-ERROR
               MOVE SPACES TO SD-STEP-NAME
               PERFORM REPORT-BAD-STEP-DEFINITION
           END-IF
           IF WS-STEPDEF-BAD then
               MOVE '*** INVALID STEP DEFINITIONS - RUN REFUSED'
                   TO RUNLOG-LINE
               WRITE RUNLOG-LINE
               SET WS-RUN-FAILED TO TRUE
               GO TO LOAD-STEP-DEFINITIONS-EXIT
           END-IF
           MOVE SPACES TO RUNLOG-LINE
           STRING 'STEPS DEFINED: ' DELIMITED BY SIZE
               WS-STEP-COUNT DELIMITED BY SIZE
               INTO RUNLOG-LINE
           END-STRING
           WRITE RUNLOG-LINE.
       LOAD-STEP-DEFINITIONS-EXIT.
           EXIT.
       READ-ONE-STEP-DEFINITION.
           READ STEPDEF
               AT END
                   MOVE '10' TO WS-STEPDEF-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN SD-COMMENT-LINE
                           CONTINUE
                       WHEN SD-STEP-LINE
                           PERFORM ADD-ONE-STEP-DEFINITION
                               THRU ADD-ONE-STEP-DEFINITION-EXIT
                       WHEN SD-PARM-LINE
                           PERFORM ADD-ONE-STEP-PARM
                       WHEN OTHER
                           MOVE 'RECORD TYPE NOT S, P OR *'
                               TO WS-STEPDEF-ERROR
                           PERFORM REPORT-BAD-STEP-DEFINITION
                   END-EVALUATE
           END-READ.
       ADD-ONE-STEP-DEFINITION.
      *Check the line, resolve its predecessors against the steps
      *already loaded, and only then take it into the table.
           MOVE SPACES TO WS-STEPDEF-ERROR
           MOVE 0 TO WS-WEEKDAY-YN-COUNT
           INSPECT SD-RUN-WEEKDAYS TALLYING WS-WEEKDAY-YN-COUNT
               FOR ALL 'Y' ALL 'N'
           MOVE SD-STEP-NAME TO WS-FIND-NAME
           PERFORM FIND-STEP-BY-NAME
           EVALUATE TRUE
               WHEN WS-STEP-COUNT NOT < 60
                   MOVE 'MORE THAN 60 STEPS' TO WS-STEPDEF-ERROR
               WHEN SD-STEP-NAME = SPACES
                   MOVE 'STEP NAME MISSING' TO WS-STEPDEF-ERROR
               WHEN WS-FOUND-SUBSCR > 0
                   MOVE 'STEP DEFINED TWICE' TO WS-STEPDEF-ERROR
               WHEN SD-PROGRAM-NAME = SPACES
                   MOVE 'PROGRAM NAME MISSING' TO WS-STEPDEF-ERROR
               WHEN SD-MAX-OK-RC NOT NUMERIC
                   MOVE 'SUCCESS RC NOT NUMERIC' TO WS-STEPDEF-ERROR
               WHEN NOT SD-FAIL-ACTION-VALID
                   MOVE 'FAILURE ACTION NOT S OR D'
                       TO WS-STEPDEF-ERROR
               WHEN NOT SD-RUN-CALENDAR-VALID
                   MOVE 'CALENDAR NOT D, E OR N' TO WS-STEPDEF-ERROR
               WHEN SD-RUN-WEEKDAYS NOT = SPACES
                   AND WS-WEEKDAY-YN-COUNT NOT = 7
                   MOVE 'WEEKDAY MASK NOT 7 Y/N' TO WS-STEPDEF-ERROR
           END-EVALUATE
           IF WS-STEPDEF-ERROR NOT = SPACES then
               PERFORM REPORT-BAD-STEP-DEFINITION
               GO TO ADD-ONE-STEP-DEFINITION-EXIT
           END-IF
           COMPUTE WS-STEP-SUBSCR = WS-STEP-COUNT + 1
           PERFORM RESOLVE-ONE-PREDECESSOR
               VARYING WS-PRED-SUBSCR FROM 1 BY 1
               UNTIL WS-PRED-SUBSCR > 3
           IF WS-STEPDEF-ERROR NOT = SPACES then
               PERFORM REPORT-BAD-STEP-DEFINITION
               GO TO ADD-ONE-STEP-DEFINITION-EXIT
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE SD-STEP-NAME TO WS-ST-NAME(WS-STEP-COUNT)
           MOVE SD-PROGRAM-NAME TO WS-ST-PROGRAM(WS-STEP-COUNT)
           MOVE SD-MAX-OK-RC TO WS-ST-MAX-OK-RC(WS-STEP-COUNT)
           MOVE SD-FAIL-ACTION TO WS-ST-FAIL-ACTION(WS-STEP-COUNT)
           MOVE SD-RUN-CALENDAR TO WS-ST-CALENDAR(WS-STEP-COUNT)
           MOVE SD-RUN-WEEKDAYS TO WS-ST-WEEKDAYS(WS-STEP-COUNT)
           MOVE 0 TO WS-ST-PARM-LEN(WS-STEP-COUNT)
           MOVE SPACES TO WS-ST-PARM-TEXT(WS-STEP-COUNT)
           SET WS-ST-PENDING(WS-STEP-COUNT) TO TRUE.
       ADD-ONE-STEP-DEFINITION-EXIT.
           EXIT.
       RESOLVE-ONE-PREDECESSOR.
      *A predecessor has to be a step defined further up the file -
      *which also rules out a step waiting on itself or a cycle.
           MOVE 0 TO WS-ST-PRED-SUBSCR(WS-STEP-SUBSCR, WS-PRED-SUBSCR)
           IF SD-PRED-STEP(WS-PRED-SUBSCR) NOT = SPACES then
               MOVE SD-PRED-STEP(WS-PRED-SUBSCR) TO WS-FIND-NAME
               PERFORM FIND-STEP-BY-NAME
               IF WS-FOUND-SUBSCR = 0 then
                   MOVE SPACES TO WS-STEPDEF-ERROR
                   STRING 'PREDECESSOR ' DELIMITED BY SIZE
                       WS-FIND-NAME DELIMITED BY SPACE
                       ' NOT DEFINED ABOVE' DELIMITED BY SIZE
                       INTO WS-STEPDEF-ERROR
                   END-STRING
               ELSE
                   MOVE WS-FOUND-SUBSCR TO
                       WS-ST-PRED-SUBSCR(WS-STEP-SUBSCR,
                           WS-PRED-SUBSCR)
               END-IF
           END-IF.
       ADD-ONE-STEP-PARM.
      *The PARM line belongs to the step line just above it.
           EVALUATE TRUE
               WHEN WS-STEP-COUNT = 0
                   MOVE 'PARM LINE WITHOUT A STEP LINE'
                       TO WS-STEPDEF-ERROR
                   PERFORM REPORT-BAD-STEP-DEFINITION
               WHEN SP-PARM-LEN NOT NUMERIC
                   OR SP-PARM-LEN > 75
                   MOVE 'PARM LENGTH NOT 00-75' TO WS-STEPDEF-ERROR
                   PERFORM REPORT-BAD-STEP-DEFINITION
               WHEN OTHER
                   MOVE SP-PARM-LEN TO WS-ST-PARM-LEN(WS-STEP-COUNT)
                   MOVE SP-PARM-TEXT TO
                       WS-ST-PARM-TEXT(WS-STEP-COUNT)
           END-EVALUATE.
       FIND-STEP-BY-NAME.
           MOVE 0 TO WS-FOUND-SUBSCR
           PERFORM CHECK-ONE-STEP-NAME
               VARYING WS-FIND-SUBSCR FROM 1 BY 1
               UNTIL WS-FIND-SUBSCR > WS-STEP-COUNT
               OR WS-FOUND-SUBSCR > 0.
       CHECK-ONE-STEP-NAME.
           IF WS-ST-NAME(WS-FIND-SUBSCR) = WS-FIND-NAME then
               MOVE WS-FIND-SUBSCR TO WS-FOUND-SUBSCR
           END-IF.
       REPORT-BAD-STEP-DEFINITION.
           SET WS-STEPDEF-BAD TO TRUE
           MOVE SPACES TO RUNLOG-LINE
           STRING '*** STEP DEFINITION ' DELIMITED BY SIZE
               SD-STEP-NAME DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-STEPDEF-ERROR DELIMITED BY SIZE
               INTO RUNLOG-LINE
           END-STRING
           WRITE RUNLOG-LINE.
       LOAD-RUN-CONTROL.
      *Pull the steps already completed for this processing date off
      *the run-control file - a missing file just means a first run.
               NOT AT END
                   IF RC-PROC-DATE = WS-PROC-DATE
                       AND RC-STEP-COMPLETE
                       AND WS-DONE-COUNT < 60 then
                       ADD 1 TO WS-DONE-COUNT
                       MOVE RC-STEP-NAME TO
                           WS-DONE-STEP(WS-DONE-COUNT)
           WRITE RUN-CONTROL-RECORD
           CLOSE RUNCTL.
       LOG-STEP-SKIPPED.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE SPACES TO RUNLOG-LINE
           STRING WS-STEP-NAME DELIMITED BY SPACE
               ' SKIPPED - ALREADY COMPLETED FOR '
               INTO RUNLOG-LINE
           END-STRING
           WRITE RUNLOG-LINE.
       LOG-STEP-NOT-RUN.
           MOVE SPACES TO RUNLOG-LINE
           STRING WS-STEP-NAME DELIMITED BY SPACE
               WS-STEP-NOTE DELIMITED BY SIZE
               INTO RUNLOG-LINE
           END-STRING
           WRITE RUNLOG-LINE.
       BOD-PARA.
           IF WS-RUN-OK
               PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-EXIT
                   VARYING WS-STEP-SUBSCR FROM 1 BY 1
                   UNTIL WS-STEP-SUBSCR > WS-STEP-COUNT
           END-IF.
       RUN-ONE-STEP.
      *One step off the table: not run at all once the run has been
      *stopped, off its calendar days, or while one of its
      *predecessors failed or was itself bypassed; skipped when the
      *run-control file already has it complete for this date;
      *otherwise CALLed with its PARM and its outcome recorded.
           MOVE WS-ST-NAME(WS-STEP-SUBSCR) TO WS-STEP-NAME
           IF WS-RUN-STOPPED then
               SET WS-ST-BYPASSED(WS-STEP-SUBSCR) TO TRUE
               ADD 1 TO WS-BYPASSED-COUNT
               MOVE ' BYPASSED - RUN STOPPED BY AN EARLIER FAILURE'
                   TO WS-STEP-NOTE
               PERFORM LOG-STEP-NOT-RUN
               GO TO RUN-ONE-STEP-EXIT
           END-IF
           PERFORM CHECK-STEP-SCHEDULED
           IF NOT WS-STEP-SCHEDULED then
               SET WS-ST-NOT-SCHEDULED(WS-STEP-SUBSCR) TO TRUE
               ADD 1 TO WS-NOT-SCHED-COUNT
               MOVE ' NOT SCHEDULED FOR THIS PROCESSING DATE'
                   TO WS-STEP-NOTE
               PERFORM LOG-STEP-NOT-RUN
               GO TO RUN-ONE-STEP-EXIT
           END-IF
           PERFORM CHECK-PREDECESSORS
           IF WS-BLOCKING-PRED NOT = SPACES then
               SET WS-ST-BYPASSED(WS-STEP-SUBSCR) TO TRUE
               ADD 1 TO WS-BYPASSED-COUNT
               MOVE SPACES TO WS-STEP-NOTE
               STRING ' BYPASSED - PREDECESSOR ' DELIMITED BY SIZE
                   WS-BLOCKING-PRED DELIMITED BY SPACE
                   ' DID NOT COMPLETE' DELIMITED BY SIZE
                   INTO WS-STEP-NOTE
               END-STRING
               PERFORM LOG-STEP-NOT-RUN
               GO TO RUN-ONE-STEP-EXIT
           END-IF
           PERFORM CHECK-STEP-DONE
           IF WS-STEP-ALREADY-DONE then
               SET WS-ST-COMPLETED(WS-STEP-SUBSCR) TO TRUE
               PERFORM LOG-STEP-SKIPPED
               GO TO RUN-ONE-STEP-EXIT
           END-IF
           PERFORM BUILD-STEP-PARM
           PERFORM MARK-STEP-START
           PERFORM CALL-STEP-PROGRAM
           PERFORM MARK-STEP-END
           PERFORM APPEND-STEP-STATISTICS
           PERFORM LOG-STEP-RESULT
           ADD 1 TO WS-RAN-COUNT
           IF WS-STEP-OK then
               SET WS-ST-COMPLETED(WS-STEP-SUBSCR) TO TRUE
               PERFORM RECORD-STEP-DONE
           ELSE
               SET WS-ST-FAILED(WS-STEP-SUBSCR) TO TRUE
               ADD 1 TO WS-FAILED-COUNT
               IF WS-ST-FAIL-STOPS-RUN(WS-STEP-SUBSCR) then
                   SET WS-RUN-STOPPED TO TRUE
               END-IF
           END-IF.
       RUN-ONE-STEP-EXIT.
           EXIT.
       CHECK-STEP-SCHEDULED.
      *Calendar code first - period-end-only work triggers off the
      *calendar marker, so the monthly roll-up no longer waits for
      *someone to remember it - then the weekday mask.
           MOVE 'Y' TO WS-STEP-SCHEDULED-SW
           EVALUATE WS-ST-CALENDAR(WS-STEP-SUBSCR)
               WHEN 'E'
                   IF NOT WS-PERIOD-END-RUN then
                       MOVE 'N' TO WS-STEP-SCHEDULED-SW
                   END-IF
               WHEN 'N'
                   IF WS-PERIOD-END-RUN then
                       MOVE 'N' TO WS-STEP-SCHEDULED-SW
                   END-IF
           END-EVALUATE
           IF WS-ST-WEEKDAYS(WS-STEP-SUBSCR) NOT = SPACES
               AND WS-ST-WEEKDAYS(WS-STEP-SUBSCR)
                   (WS-PROC-WEEKDAY:1) NOT = 'Y' then
               MOVE 'N' TO WS-STEP-SCHEDULED-SW
           END-IF.
       CHECK-PREDECESSORS.
      *A predecessor that completed - now or earlier for the same
      *date - or was simply not scheduled today lets the step run;
      *one that failed or was bypassed holds it back.
           MOVE SPACES TO WS-BLOCKING-PRED
           PERFORM CHECK-ONE-PREDECESSOR
               VARYING WS-PRED-SUBSCR FROM 1 BY 1
               UNTIL WS-PRED-SUBSCR > 3
               OR WS-BLOCKING-PRED NOT = SPACES.
       CHECK-ONE-PREDECESSOR.
           MOVE WS-ST-PRED-SUBSCR(WS-STEP-SUBSCR, WS-PRED-SUBSCR)
               TO WS-FIND-SUBSCR
           IF WS-FIND-SUBSCR > 0 then
               IF WS-ST-FAILED(WS-FIND-SUBSCR)
                   OR WS-ST-BYPASSED(WS-FIND-SUBSCR) then
                   MOVE WS-ST-NAME(WS-FIND-SUBSCR) TO
                       WS-BLOCKING-PRED
               END-IF
           END-IF.
       BUILD-STEP-PARM.
      *Same layout a JCL PARM has, with the run's processing date
      *and period substituted for their tokens.
           MOVE WS-ST-PROGRAM(WS-STEP-SUBSCR) TO WS-CALL-PROGRAM
           MOVE WS-ST-PARM-LEN(WS-STEP-SUBSCR) TO DR-STEP-PARM-LEN
           MOVE WS-ST-PARM-TEXT(WS-STEP-SUBSCR) TO DR-STEP-PARM-TEXT
           INSPECT DR-STEP-PARM-TEXT
               REPLACING ALL '&PROCDT&' BY WS-PROC-DATE
                         ALL '&PERD&' BY WS-PROC-PERIOD.
       CALL-STEP-PROGRAM.
      *A program missing from the load library fails the step the
      *same way a bad return code would. CANCEL after each step so
      *a program defined twice in the chain starts fresh each time.
           MOVE 'N' TO WS-CALL-MISSING-SW
           MOVE 0 TO RETURN-CODE
           CALL WS-CALL-PROGRAM USING DR-STEP-PARM
               ON EXCEPTION
                   SET WS-CALL-MISSING TO TRUE
           END-CALL
           IF WS-CALL-MISSING then
               MOVE 16 TO WS-STEP-RC
               MOVE SPACES TO RUNLOG-LINE
               STRING '*** PROGRAM ' DELIMITED BY SIZE
                   WS-CALL-PROGRAM DELIMITED BY SPACE
                   ' NOT FOUND FOR STEP ' DELIMITED BY SIZE
                   WS-STEP-NAME DELIMITED BY SPACE
                   INTO RUNLOG-LINE
               END-STRING
               WRITE RUNLOG-LINE
           ELSE
               MOVE RETURN-CODE TO WS-STEP-RC
               CANCEL WS-CALL-PROGRAM
           END-IF.
       LOG-STEP-RESULT.
      *Record this step's outcome to both the job log (via the shared
      *LOG-MESSAGE-PARA) and the consolidated RUNLOGFILE, then flag
      *the overall run bad if this step came back above its success
      *return code, or warned if it came back within it but not clean.
           MOVE WS-STEP-RC TO WS-STEP-RC-ED
           MOVE 'Y' TO WS-STEP-OK-SW
           EVALUATE TRUE
               WHEN WS-STEP-RC = 0
                   SET ERRLOG-SEV-INFO TO TRUE
               WHEN WS-STEP-RC > 0
                   AND WS-STEP-RC NOT > WS-ST-MAX-OK-RC(WS-STEP-SUBSCR)
                   SET ERRLOG-SEV-WARN TO TRUE
                   SET WS-RUN-WARNED TO TRUE
               WHEN OTHER
                   SET ERRLOG-SEV-ERROR TO TRUE
                   SET WS-RUN-FAILED TO TRUE
                   MOVE 'N' TO WS-STEP-OK-SW
           END-EVALUATE
           MOVE 'DRV001' TO WS-ERRLOG-CODE
           MOVE SPACES TO WS-ERRLOG-TEXT
           STRING WS-STEP-NAME DELIMITED BY SPACE
           MOVE WS-ERRLOG-LINE TO RUNLOG-LINE
           WRITE RUNLOG-LINE.
       END-PARA.
           IF WS-STEP-COUNT > 0 then
               MOVE SPACES TO RUNLOG-LINE
               STRING 'STEPS RUN: ' DELIMITED BY SIZE
                   WS-RAN-COUNT DELIMITED BY SIZE
                   '  SKIPPED: ' DELIMITED BY SIZE
                   WS-SKIPPED-COUNT DELIMITED BY SIZE
                   '  NOT SCHEDULED: ' DELIMITED BY SIZE
                   WS-NOT-SCHED-COUNT DELIMITED BY SIZE
                   '  FAILED: ' DELIMITED BY SIZE
                   WS-FAILED-COUNT DELIMITED BY SIZE
                   '  BYPASSED: ' DELIMITED BY SIZE
                   WS-BYPASSED-COUNT DELIMITED BY SIZE
                   INTO RUNLOG-LINE
               END-STRING
               WRITE RUNLOG-LINE
           END-IF
           IF WS-RUN-FAILED
               MOVE '*** DAILY RUN FAILED - SEE STEP RCS ABOVE ***'
                   TO RUNLOG-LINE
           END-IF
           WRITE RUNLOG-LINE
           CLOSE RUNLOGFILE
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-RUN-WARNED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      *Common diagnostic-logging paragraph, shared with BinaryGap,
      *FrogJmp and RECHSUM - see ERRCODES.cpy/LOGMSG.cpy.
