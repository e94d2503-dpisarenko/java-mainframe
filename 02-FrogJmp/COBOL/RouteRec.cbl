      *Planned-versus-actual route reconciliation. FrogJmp plans
      *each route's jumps and landings, but what the crews actually
      *did in the field never came back - nobody could tell whether
      *the D values on the scenarios were realistic. Dispatchers
      *key or upload a route-completion file after each day (the
      *route, its crew and the trips actually made, the landing
      *positions actually used, and any aborted legs); this program
      *compares it with the day's RESFILE and LANDFILE and reports
      *extra or missing trips, landings off the plan that are not
      *on the waypoint master either, aborted legs, planned routes
      *with no completion and completions for routes not planned.
      *Each route's day is then added to the cumulative variance
      *statistics (old file in, new file out), and routes whose
      *crews consistently make more or fewer trips than planned, or
      *keep aborting legs, are listed for re-planning with the D
      *their actual trip counts point to.
       program-id. RouteRec as "RouteRec".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select COMPFILE assign COMPNAME
                          organization line sequential.
           select RESFILE assign RESNAME
                          organization line sequential.
           select LANDFILE assign LANDNAME
                          organization line sequential.
           select WAYMAST assign WAYNAME
                          organization line sequential.
           select ROUTMAST assign ROUTNAME
                          organization line sequential.
      *Cumulative per-route variance statistics - read from the
      *previous generation, written out whole as the next one.
           select VAROLD assign VAROLDNM
                          organization line sequential
                          file status WS-VAROLD-STATUS.
           select VARNEW assign VARNEWNM
                          organization line sequential.
           select RECRPT assign RECNAME
                          organization line sequential.

       data division.
       file section.
      *Route-completion file, keyed or uploaded by the dispatchers
      *after each day. Per route: one 'R' record with the crew that
      *ran it and the trips actually made, one 'L' record per
      *landing position actually used, and one 'A' record per leg
      *the crew had to abort, with where they stopped and why.
       fd COMPFILE.
       01 COMPLETION-RECORD.
           05 CMP-REC-TYPE     pic x.
               88 CMP-ROUTE        value 'R'.
               88 CMP-LANDING      value 'L'.
               88 CMP-ABORT        value 'A'.
           05                  pic x.
           05 CMP-ROUTE-ID     pic x(8).
           05                  pic x.
           05 CMP-DATA         pic x(64).
           05 CMP-ROUTE-DATA redefines CMP-DATA.
               10 CMP-RUN-DATE     pic 9(8).
               10                  pic x.
               10 CMP-CREW         pic x(20).
               10                  pic x.
               10 CMP-TRIPS        pic 9(10).
               10                  pic x(24).
           05 CMP-LANDING-DATA redefines CMP-DATA.
               10 CMP-JUMP-NO      pic 9(10).
               10                  pic x.
               10 CMP-POSITION     pic 9(10).
               10                  pic x(43).
           05 CMP-ABORT-DATA redefines CMP-DATA.
               10 CMP-LEG-NO       pic 9.
               10                  pic x.
               10 CMP-ABORT-POS    pic 9(10).
               10                  pic x.
               10 CMP-ABORT-REASON pic x(30).
               10                  pic x(21).
       fd RESFILE.
       01 RESULT-RECORD.
           05 RSF-X            pic 9(10).
           05                  pic x.
           05 RSF-Y            pic 9(10).
           05                  pic x.
           05 RSF-D            pic 9(10).
           05                  pic x.
           05 RSF-STATUS       pic x(7).
           05                  pic x.
           05 RSF-RESULT       pic 9(10).
           05                  pic x.
           05 RSF-ROUTE-ID     pic x(8).
       fd LANDFILE.
       01 LANDING-RECORD.
           05 LND-X            pic 9(10).
           05                  pic x.
           05 LND-Y            pic 9(10).
           05                  pic x.
           05 LND-D            pic 9(10).
           05                  pic x.
           05 LND-JUMP-NO      pic 9(10).
           05                  pic x.
           05 LND-POSITION     pic 9(10).
           05                  pic x.
           05 LND-ROUTE-ID     pic x(8).
       fd WAYMAST.
       01 WAYPOINT-RECORD.
           05 WM-ROUTE-ID      pic x(8).
           05                  pic x.
           05 WM-POSITION      pic 9(10).
       fd ROUTMAST.
           COPY "ROUTMAST.cpy".
       fd VAROLD.
       01 VAROLD-RECORD        pic x(100).
       fd VARNEW.
       01 VARNEW-RECORD        pic x(100).
       fd RECRPT.
       01 REPORT-LINE          pic x(100).

       working-storage section.
       01 END-OF-COMPLETIONS pic 9 value 0.
           88 NO-MORE-COMPLETIONS value 1.
       01 END-OF-RESULTS pic 9 value 0.
           88 NO-MORE-RESULTS value 1.
       01 END-OF-LANDINGS pic 9 value 0.
           88 NO-MORE-LANDINGS value 1.
       01 END-OF-WAYPOINTS pic 9 value 0.
           88 NO-MORE-WAYPOINTS value 1.
       01 END-OF-ROUTES pic 9 value 0.
           88 NO-MORE-ROUTES value 1.
       01 END-OF-STATS pic 9 value 0.
           88 NO-MORE-STATS value 1.
       01 WS-VAROLD-STATUS pic xx value '00'.
       01 WS-RUN-DATE pic 9(8).
      *The day's plan off RESFILE - one row per route from its
      *TOTAL (or INVALID) record, with the legs counted off the
      *VALID records behind it - and what the completion file said
      *the crew actually did.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ROW occurs 200 times.
               10 WS-PL-ROUTE-ID pic x(8).
               10 WS-PL-STATUS pic x(7).
               10 WS-PL-START-X pic 9(10).
               10 WS-PL-FINAL-Y pic 9(10).
               10 WS-PL-D pic 9(10).
               10 WS-PL-TRIPS pic 9(10).
               10 WS-PL-LEGS pic 9.
               10 WS-PL-REPORTED pic 9.
                   88 PL-COMPLETION-IN value 1.
               10 WS-PL-RUN-DATE pic 9(8).
               10 WS-PL-CREW pic x(20).
               10 WS-PL-ACT-TRIPS pic 9(10).
               10 WS-PL-LANDINGS pic 9(7).
               10 WS-PL-OFF-PLAN pic 9(7).
               10 WS-PL-UNPLANNED pic 9(7).
               10 WS-PL-ABORTS pic 9(3).
       01 WS-PLAN-COUNT pic 9(3) value 0.
       01 WS-PLAN-SUBSCR pic 9(3).
       01 WS-PLAN-MATCH pic 9(3) value 0.
      *Planned landings off LANDFILE - an actual landing on the
      *plan is as planned; one off the plan is checked against the
      *waypoint master.
       01 WS-PLND-TABLE.
           05 WS-PLND-ROW occurs 5000 times.
               10 WS-PLND-ROUTE-ID pic x(8).
               10 WS-PLND-POSITION pic 9(10).
       01 WS-PLND-COUNT pic 9(4) value 0.
       01 WS-PLND-SUBSCR pic 9(4).
       01 WS-PLND-FOUND pic 9 value 0.
           88 LANDING-PLANNED value 1.
       01 WS-PLND-FULL pic 9 value 0.
           88 PLANNED-LANDINGS-TRUNCATED value 1.
       01 WS-WAY-TABLE.
           05 WS-WAY-ROW occurs 2000 times.
               10 WS-WAY-ROUTE-ID pic x(8).
               10 WS-WAY-POSITION pic 9(10).
       01 WS-WAY-COUNT pic 9(4) value 0.
       01 WS-WAY-SUBSCR pic 9(4).
       01 WS-WAY-FOUND pic 9 value 0.
           88 LANDING-ON-WAYPOINT value 1.
      *Route master - the crew the route is assigned to, so a
      *completion run by a different crew is noted.
       01 WS-RM-TABLE.
           05 WS-RM-ROW occurs 200 times.
               10 WS-RM-ROUTE-ID pic x(8).
               10 WS-RM-CREW pic x(20).
       01 WS-RM-COUNT pic 9(3) value 0.
       01 WS-RM-SUBSCR pic 9(3).
       01 WS-RM-MATCH pic 9(3) value 0.
      *Cumulative variance statistics per route.
       01 WS-STAT-RECORD.
           05 ST-ROUTE-ID      pic x(8).
           05                  pic x.
           05 ST-DAYS          pic 9(5).
           05                  pic x.
           05 ST-VAR-DAYS      pic 9(5).
           05                  pic x.
           05 ST-PLAN-TRIPS    pic 9(11).
           05                  pic x.
           05 ST-ACT-TRIPS     pic 9(11).
           05                  pic x.
           05 ST-ABORT-DAYS    pic 9(5).
           05                  pic x.
           05 ST-UNPLANNED     pic 9(7).
           05                  pic x.
           05 ST-LAST-DATE     pic 9(8).
           05                  pic x.
           05 ST-LAST-D        pic 9(10).
           05                  pic x.
           05 ST-LAST-SPAN     pic 9(10).
           05                  pic x(10).
       01 WS-STAT-TABLE.
           05 WS-STAT-ROW occurs 500 times.
               10 WS-ST-ROUTE-ID pic x(8).
               10 WS-ST-DAYS pic 9(5).
               10 WS-ST-VAR-DAYS pic 9(5).
               10 WS-ST-PLAN-TRIPS pic 9(11).
               10 WS-ST-ACT-TRIPS pic 9(11).
               10 WS-ST-ABORT-DAYS pic 9(5).
               10 WS-ST-UNPLANNED pic 9(7).
               10 WS-ST-LAST-DATE pic 9(8).
               10 WS-ST-LAST-D pic 9(10).
               10 WS-ST-LAST-SPAN pic 9(10).
       01 WS-STAT-COUNT pic 9(3) value 0.
       01 WS-STAT-SUBSCR pic 9(3).
       01 WS-STAT-MATCH pic 9(3) value 0.
      *Re-planning thresholds: a route is listed once it has this
      *many reported days behind it and either its actual trips
      *run more than WS-REPLAN-VAR-PCT percent above or below plan
      *over all those days, or it aborted a leg on more than
      *WS-REPLAN-ABORT-PCT percent of them.
       01 WS-REPLAN-MIN-DAYS pic 9(3) value 5.
       01 WS-REPLAN-VAR-PCT pic 9(3) value 10.
       01 WS-REPLAN-ABORT-PCT pic 9(3) value 25.
       01 WS-VAR-PCT pic s9(5)v9 value 0.
       01 WS-ABORT-PCT pic 9(3)v9 value 0.
       01 WS-SUGG-D pic 9(10) value 0.
       01 WS-SUGG-WORK pic 9(16) value 0.
       01 WS-REPLAN-SW pic 9 value 0.
           88 ROUTE-NEEDS-REPLAN value 1.
       01 WS-TRIP-VAR pic s9(10) value 0.
       01 WS-TRIP-VAR-ED pic -(9)9.
       01 WS-VAR-PCT-ED pic -(4)9.9.
       01 WS-ABORT-PCT-ED pic zz9.9.
      *Run totals.
       01 WS-COMP-READ pic 9(7) value 0.
       01 WS-COMP-REJECTED pic 9(7) value 0.
       01 WS-ROUTES-VARIANT pic 9(5) value 0.
       01 WS-ROUTES-MISSING pic 9(5) value 0.
       01 WS-ROUTES-UNPLANNED pic 9(5) value 0.
       01 WS-UNPLANNED-LANDINGS pic 9(7) value 0.
       01 WS-ABORTED-LEGS pic 9(5) value 0.
       01 WS-ROUTES-REPLAN pic 9(5) value 0.
       01 WS-ROUTES-RECOUNTED pic 9(5) value 0.
      *Common diagnostic-severity levels and message fields, shared
      *with BinaryGap, FrogJmp and RechnungSumme - see
      *LOG-MESSAGE-PARA below.
           COPY "ERRCODES.cpy".

       procedure division.
       MAINLINE SECTION.
       INIT-PARA.
           accept WS-RUN-DATE from date YYYYMMDD.
           open input COMPFILE.
           open input RESFILE.
           open input LANDFILE.
           open input WAYMAST.
           open input ROUTMAST.
           open output RECRPT.
           perform LOAD-PLAN-LOOP-PARA until NO-MORE-RESULTS.
           close RESFILE.
           perform LOAD-LANDING-LOOP-PARA until NO-MORE-LANDINGS.
           close LANDFILE.
           perform LOAD-WAYPOINT-LOOP-PARA until NO-MORE-WAYPOINTS.
           close WAYMAST.
           perform LOAD-ROUTE-LOOP-PARA until NO-MORE-ROUTES.
           close ROUTMAST.
      *An empty (seeded) or missing previous generation starts
      *every route from zero.
           open input VAROLD.
           if WS-VAROLD-STATUS = '00' then
               perform LOAD-STAT-LOOP-PARA until NO-MORE-STATS
               close VAROLD
           end-if
           move spaces to REPORT-LINE
           string 'ROUTE EXECUTION - PLANNED VERSUS ACTUAL - RUN '
               delimited by size
               WS-RUN-DATE delimited by size
               into REPORT-LINE
           end-string
           write REPORT-LINE.
           perform READ-COMPLETION-PARA.
           perform CHECK-COMPLETION-PARA until NO-MORE-COMPLETIONS.
           close COMPFILE.
           move spaces to REPORT-LINE
           write REPORT-LINE
           move 'TRIPS - PLANNED VERSUS ACTUAL' to REPORT-LINE
           write REPORT-LINE
           perform COMPARE-ONE-ROUTE-PARA
               varying WS-PLAN-SUBSCR from 1 by 1
               until WS-PLAN-SUBSCR > WS-PLAN-COUNT.
           move spaces to REPORT-LINE
           write REPORT-LINE
           move 'CUMULATIVE VARIANCE - ROUTES TO RE-PLAN'
               to REPORT-LINE
           write REPORT-LINE
           perform REVIEW-ONE-STAT-PARA
               varying WS-STAT-SUBSCR from 1 by 1
               until WS-STAT-SUBSCR > WS-STAT-COUNT.
           open output VARNEW.
           perform WRITE-ONE-STAT-PARA
               varying WS-STAT-SUBSCR from 1 by 1
               until WS-STAT-SUBSCR > WS-STAT-COUNT.
           close VARNEW.
           close RECRPT.
           display 'COMPLETION RECORDS READ:'
           display WS-COMP-READ
           display 'COMPLETION RECORDS REJECTED:'
           display WS-COMP-REJECTED
           display 'ROUTES WITH A TRIP VARIANCE:'
           display WS-ROUTES-VARIANT
           display 'PLANNED ROUTES WITH NO COMPLETION:'
           display WS-ROUTES-MISSING
           display 'COMPLETIONS FOR ROUTES NOT PLANNED:'
           display WS-ROUTES-UNPLANNED
           display 'UNPLANNED LANDINGS OFF THE WAYPOINT MASTER:'
           display WS-UNPLANNED-LANDINGS
           display 'ABORTED LEGS:'
           display WS-ABORTED-LEGS
           display 'ROUTES TO RE-PLAN:'
           display WS-ROUTES-REPLAN
           if WS-UNPLANNED-LANDINGS > 0
               or WS-ROUTES-MISSING > 0
               or WS-ROUTES-UNPLANNED > 0
               or WS-COMP-REJECTED > 0 then
               set ERRLOG-SEV-WARN to true
               move 'RVR001' to WS-ERRLOG-CODE
               move 'ROUTE EXECUTION EXCEPTIONS - SEE REPORT'
                   to WS-ERRLOG-TEXT
               perform LOG-MESSAGE-PARA
               if RETURN-CODE < 4 then
                   move 4 to RETURN-CODE
               end-if
           end-if
      *GOBACK alone (no STOP RUN) so this also works correctly when
      *CALLed as a subprogram from the daily-run driver - GOBACK from
      *a program with no caller behaves exactly like STOP RUN.
           goback.
       LOAD-LOOP-SECT SECTION.
       LOAD-PLAN-LOOP-PARA.
      *A TOTAL or INVALID record opens a route's plan; the VALID
      *per-leg records behind it count its legs.
           read RESFILE
               at end
                   set NO-MORE-RESULTS to true
               not at end
                   if RSF-STATUS = 'VALID' then
                       if WS-PLAN-COUNT > 0 then
                           add 1 to WS-PL-LEGS(WS-PLAN-COUNT)
                       end-if
                   else
                       if WS-PLAN-COUNT < 200 then
                           add 1 to WS-PLAN-COUNT
                           perform STORE-PLAN-PARA
                       else
                           set ERRLOG-SEV-ERROR to true
                           move 'RVR002' to WS-ERRLOG-CODE
                           move 'ROUTE PLAN OVERFLOWS TABLE'
                               to WS-ERRLOG-TEXT
                           perform LOG-MESSAGE-PARA
                           move 16 to RETURN-CODE
                           set NO-MORE-RESULTS to true
                       end-if
                   end-if
           end-read.
       STORE-PLAN-PARA.
           move RSF-ROUTE-ID to WS-PL-ROUTE-ID(WS-PLAN-COUNT)
           move RSF-STATUS to WS-PL-STATUS(WS-PLAN-COUNT)
           move RSF-X to WS-PL-START-X(WS-PLAN-COUNT)
           move RSF-Y to WS-PL-FINAL-Y(WS-PLAN-COUNT)
           move RSF-D to WS-PL-D(WS-PLAN-COUNT)
           move RSF-RESULT to WS-PL-TRIPS(WS-PLAN-COUNT)
           move 0 to WS-PL-LEGS(WS-PLAN-COUNT)
           move 0 to WS-PL-REPORTED(WS-PLAN-COUNT)
           move 0 to WS-PL-RUN-DATE(WS-PLAN-COUNT)
           move spaces to WS-PL-CREW(WS-PLAN-COUNT)
           move 0 to WS-PL-ACT-TRIPS(WS-PLAN-COUNT)
           move 0 to WS-PL-LANDINGS(WS-PLAN-COUNT)
           move 0 to WS-PL-OFF-PLAN(WS-PLAN-COUNT)
           move 0 to WS-PL-UNPLANNED(WS-PLAN-COUNT)
           move 0 to WS-PL-ABORTS(WS-PLAN-COUNT).
       LOAD-LANDING-LOOP-PARA.
           read LANDFILE
               at end
                   set NO-MORE-LANDINGS to true
               not at end
                   if WS-PLND-COUNT < 5000 then
                       add 1 to WS-PLND-COUNT
                       move LND-ROUTE-ID
                           to WS-PLND-ROUTE-ID(WS-PLND-COUNT)
                       move LND-POSITION
                           to WS-PLND-POSITION(WS-PLND-COUNT)
                   else
                       if not PLANNED-LANDINGS-TRUNCATED then
                           set PLANNED-LANDINGS-TRUNCATED to true
                           set ERRLOG-SEV-WARN to true
                           move 'RVR003' to WS-ERRLOG-CODE
                           move 'PLANNED LANDINGS OVERFLOW TABLE'
                               to WS-ERRLOG-TEXT
                           perform LOG-MESSAGE-PARA
                           move 4 to RETURN-CODE
                       end-if
                   end-if
           end-read.
       LOAD-WAYPOINT-LOOP-PARA.
           read WAYMAST
               at end
                   set NO-MORE-WAYPOINTS to true
               not at end
                   if WS-WAY-COUNT < 2000 then
                       add 1 to WS-WAY-COUNT
                       move WM-ROUTE-ID
                           to WS-WAY-ROUTE-ID(WS-WAY-COUNT)
                       move WM-POSITION
                           to WS-WAY-POSITION(WS-WAY-COUNT)
                   else
                       set ERRLOG-SEV-ERROR to true
                       move 'RVR004' to WS-ERRLOG-CODE
                       move 'WAYPOINT MASTER OVERFLOWS TABLE'
                           to WS-ERRLOG-TEXT
                       perform LOG-MESSAGE-PARA
                       move 16 to RETURN-CODE
                       set NO-MORE-WAYPOINTS to true
                   end-if
           end-read.
       LOAD-ROUTE-LOOP-PARA.
           read ROUTMAST
               at end
                   set NO-MORE-ROUTES to true
               not at end
                   if WS-RM-COUNT < 200 then
                       add 1 to WS-RM-COUNT
                       move RM-ROUTE-ID
                           to WS-RM-ROUTE-ID(WS-RM-COUNT)
                       move RM-CREW to WS-RM-CREW(WS-RM-COUNT)
                   else
                       set ERRLOG-SEV-ERROR to true
                       move 'RVR005' to WS-ERRLOG-CODE
                       move 'ROUTE MASTER OVERFLOWS TABLE'
                           to WS-ERRLOG-TEXT
                       perform LOG-MESSAGE-PARA
                       move 16 to RETURN-CODE
                       set NO-MORE-ROUTES to true
                   end-if
           end-read.
       LOAD-STAT-LOOP-PARA.
           read VAROLD into WS-STAT-RECORD
               at end
                   set NO-MORE-STATS to true
               not at end
                   if WS-STAT-COUNT < 500 then
                       add 1 to WS-STAT-COUNT
                       move WS-STAT-COUNT to WS-STAT-MATCH
                       perform STORE-STAT-PARA
                   else
                       set ERRLOG-SEV-ERROR to true
                       move 'RVR006' to WS-ERRLOG-CODE
                       move 'VARIANCE STATISTICS OVERFLOW TABLE'
                           to WS-ERRLOG-TEXT
                       perform LOG-MESSAGE-PARA
                       move 16 to RETURN-CODE
                       set NO-MORE-STATS to true
                   end-if
           end-read.
       STORE-STAT-PARA.
           move ST-ROUTE-ID to WS-ST-ROUTE-ID(WS-STAT-MATCH)
           move ST-DAYS to WS-ST-DAYS(WS-STAT-MATCH)
           move ST-VAR-DAYS to WS-ST-VAR-DAYS(WS-STAT-MATCH)
           move ST-PLAN-TRIPS to WS-ST-PLAN-TRIPS(WS-STAT-MATCH)
           move ST-ACT-TRIPS to WS-ST-ACT-TRIPS(WS-STAT-MATCH)
           move ST-ABORT-DAYS to WS-ST-ABORT-DAYS(WS-STAT-MATCH)
           move ST-UNPLANNED to WS-ST-UNPLANNED(WS-STAT-MATCH)
           move ST-LAST-DATE to WS-ST-LAST-DATE(WS-STAT-MATCH)
           move ST-LAST-D to WS-ST-LAST-D(WS-STAT-MATCH)
           move ST-LAST-SPAN to WS-ST-LAST-SPAN(WS-STAT-MATCH).
       COMPLETION-SECT SECTION.
       READ-COMPLETION-PARA.
           read COMPFILE
               at end
                   set NO-MORE-COMPLETIONS to true
               not at end
                   add 1 to WS-COMP-READ
           end-read.
       CHECK-COMPLETION-PARA.
      *Each completion record is matched to the day's plan by
      *route; a route the plan does not have is reported once, off
      *its 'R' record, and its landings and aborts are skipped.
           perform FIND-PLAN-ROUTE-PARA
           evaluate true
               when CMP-ROUTE
                   perform CHECK-ROUTE-RECORD-PARA
               when CMP-LANDING
                   if WS-PLAN-MATCH > 0 then
                       perform CHECK-LANDING-RECORD-PARA
                   end-if
               when CMP-ABORT
                   if WS-PLAN-MATCH > 0 then
                       perform CHECK-ABORT-RECORD-PARA
                   end-if
               when other
                   move 'UNKNOWN RECORD TYPE' to WS-ERRLOG-TEXT
                   perform REJECT-COMPLETION-PARA
           end-evaluate
           perform READ-COMPLETION-PARA.
       FIND-PLAN-ROUTE-PARA.
           move 0 to WS-PLAN-MATCH
           perform MATCH-ONE-PLAN-PARA
               varying WS-PLAN-SUBSCR from 1 by 1
               until WS-PLAN-SUBSCR > WS-PLAN-COUNT
               or WS-PLAN-MATCH > 0.
       MATCH-ONE-PLAN-PARA.
           if WS-PL-ROUTE-ID(WS-PLAN-SUBSCR) = CMP-ROUTE-ID then
               move WS-PLAN-SUBSCR to WS-PLAN-MATCH
           end-if.
       REJECT-COMPLETION-PARA.
           add 1 to WS-COMP-REJECTED
           move spaces to REPORT-LINE
           string 'REJECTED COMPLETION RECORD - ROUTE '
               delimited by size
               CMP-ROUTE-ID delimited by size
               ' TYPE ' delimited by size
               CMP-REC-TYPE delimited by size
               ' - ' delimited by size
               WS-ERRLOG-TEXT delimited by size
               into REPORT-LINE
           end-string
           write REPORT-LINE.
       CHECK-ROUTE-RECORD-PARA.
           if CMP-TRIPS is not numeric
               or CMP-RUN-DATE is not numeric then
               move 'TRIPS OR DATE NOT NUMERIC' to WS-ERRLOG-TEXT
               perform REJECT-COMPLETION-PARA
           else
               if WS-PLAN-MATCH = 0 then
                   add 1 to WS-ROUTES-UNPLANNED
                   move spaces to REPORT-LINE
                   string 'COMPLETION FOR ROUTE NOT PLANNED: '
                       delimited by size
                       CMP-ROUTE-ID delimited by size
                       ' CREW ' delimited by size
                       CMP-CREW delimited by size
                       ' TRIPS ' delimited by size
                       CMP-TRIPS delimited by size
                       into REPORT-LINE
                   end-string
                   write REPORT-LINE
               else
                   if PL-COMPLETION-IN(WS-PLAN-MATCH) then
                       move 'ROUTE REPORTED TWICE' to WS-ERRLOG-TEXT
                       perform REJECT-COMPLETION-PARA
                   else
                       set PL-COMPLETION-IN(WS-PLAN-MATCH) to true
                       move CMP-RUN-DATE
                           to WS-PL-RUN-DATE(WS-PLAN-MATCH)
                       move CMP-CREW to WS-PL-CREW(WS-PLAN-MATCH)
                       move CMP-TRIPS
                           to WS-PL-ACT-TRIPS(WS-PLAN-MATCH)
                       perform CHECK-ROUTE-CREW-PARA
                   end-if
               end-if
           end-if.
       CHECK-ROUTE-CREW-PARA.
      *A different crew from the one the route master assigns is
      *only noted - the dispatcher may have swapped crews on the
      *day - but it explains a variance the planner would otherwise
      *put down to the D value.
           move 0 to WS-RM-MATCH
           perform MATCH-ONE-ROUTE-PARA
               varying WS-RM-SUBSCR from 1 by 1
               until WS-RM-SUBSCR > WS-RM-COUNT
               or WS-RM-MATCH > 0
           if WS-RM-MATCH > 0 then
               if WS-RM-CREW(WS-RM-MATCH) not = CMP-CREW then
                   move spaces to REPORT-LINE
                   string 'ROUTE ' delimited by size
                       CMP-ROUTE-ID delimited by size
                       ' RUN BY CREW ' delimited by size
                       CMP-CREW delimited by size
                       ' NOT ASSIGNED CREW ' delimited by size
                       WS-RM-CREW(WS-RM-MATCH) delimited by size
                       into REPORT-LINE
                   end-string
                   write REPORT-LINE
               end-if
           end-if.
       MATCH-ONE-ROUTE-PARA.
           if WS-RM-ROUTE-ID(WS-RM-SUBSCR) = CMP-ROUTE-ID then
               move WS-RM-SUBSCR to WS-RM-MATCH
           end-if.
       CHECK-LANDING-RECORD-PARA.
      *A landing on the plan is as planned. One off the plan but on
      *a safe waypoint of the route is only counted; one on no
      *waypoint at all is the unplanned landing the safety check
      *never saw.
           if CMP-POSITION is not numeric then
               move 'LANDING POSITION NOT NUMERIC' to WS-ERRLOG-TEXT
               perform REJECT-COMPLETION-PARA
           else
               add 1 to WS-PL-LANDINGS(WS-PLAN-MATCH)
               move 0 to WS-PLND-FOUND
               perform MATCH-ONE-PLANNED-LANDING-PARA
                   varying WS-PLND-SUBSCR from 1 by 1
                   until WS-PLND-SUBSCR > WS-PLND-COUNT
                   or LANDING-PLANNED
               if not LANDING-PLANNED then
                   add 1 to WS-PL-OFF-PLAN(WS-PLAN-MATCH)
                   move 0 to WS-WAY-FOUND
                   perform MATCH-ONE-WAYPOINT-PARA
                       varying WS-WAY-SUBSCR from 1 by 1
                       until WS-WAY-SUBSCR > WS-WAY-COUNT
                       or LANDING-ON-WAYPOINT
                   if not LANDING-ON-WAYPOINT then
                       add 1 to WS-PL-UNPLANNED(WS-PLAN-MATCH)
                       add 1 to WS-UNPLANNED-LANDINGS
                       move spaces to REPORT-LINE
                       string 'UNPLANNED LANDING OFF WAYPOINT '
                           delimited by size
                           'MASTER - ROUTE ' delimited by size
                           CMP-ROUTE-ID delimited by size
                           ' POSITION ' delimited by size
                           CMP-POSITION delimited by size
                           into REPORT-LINE
                       end-string
                       write REPORT-LINE
                   end-if
               end-if
           end-if.
       MATCH-ONE-PLANNED-LANDING-PARA.
           if WS-PLND-ROUTE-ID(WS-PLND-SUBSCR) = CMP-ROUTE-ID
               and WS-PLND-POSITION(WS-PLND-SUBSCR) = CMP-POSITION
           then
               set LANDING-PLANNED to true
           end-if.
       MATCH-ONE-WAYPOINT-PARA.
           if WS-WAY-ROUTE-ID(WS-WAY-SUBSCR) = CMP-ROUTE-ID
               and WS-WAY-POSITION(WS-WAY-SUBSCR) = CMP-POSITION
           then
               set LANDING-ON-WAYPOINT to true
           end-if.
       CHECK-ABORT-RECORD-PARA.
           if CMP-LEG-NO is not numeric
               or CMP-ABORT-POS is not numeric then
               move 'LEG OR ABORT POSITION NOT NUMERIC'
                   to WS-ERRLOG-TEXT
               perform REJECT-COMPLETION-PARA
           else
               add 1 to WS-PL-ABORTS(WS-PLAN-MATCH)
               add 1 to WS-ABORTED-LEGS
               move spaces to REPORT-LINE
               string 'ABORTED LEG - ROUTE ' delimited by size
                   CMP-ROUTE-ID delimited by size
                   ' LEG ' delimited by size
                   CMP-LEG-NO delimited by size
                   ' AT ' delimited by size
                   CMP-ABORT-POS delimited by size
                   ' - ' delimited by size
                   CMP-ABORT-REASON delimited by size
                   into REPORT-LINE
               end-string
               if CMP-LEG-NO = 0
                   or CMP-LEG-NO > WS-PL-LEGS(WS-PLAN-MATCH) then
                   move ' (LEG NOT IN PLAN)' to REPORT-LINE(83:18)
               end-if
               write REPORT-LINE
           end-if.
       COMPARE-SECT SECTION.
       COMPARE-ONE-ROUTE-PARA.
      *Planned against actual trips for every planned route, then
      *the day goes into the route's cumulative statistics. A route
      *FrogJmp could not plan (INVALID) has nothing to compare.
           if WS-PL-STATUS(WS-PLAN-SUBSCR) not = 'TOTAL' then
               continue
           else
               if not PL-COMPLETION-IN(WS-PLAN-SUBSCR) then
                   add 1 to WS-ROUTES-MISSING
                   move spaces to REPORT-LINE
                   string 'NO COMPLETION REPORTED - ROUTE '
                       delimited by size
                       WS-PL-ROUTE-ID(WS-PLAN-SUBSCR)
                           delimited by size
                       ' PLANNED TRIPS ' delimited by size
                       WS-PL-TRIPS(WS-PLAN-SUBSCR)
                           delimited by size
                       into REPORT-LINE
                   end-string
                   write REPORT-LINE
               else
                   compute WS-TRIP-VAR =
                       WS-PL-ACT-TRIPS(WS-PLAN-SUBSCR)
                       - WS-PL-TRIPS(WS-PLAN-SUBSCR)
                   move WS-TRIP-VAR to WS-TRIP-VAR-ED
                   if WS-TRIP-VAR not = 0 then
                       add 1 to WS-ROUTES-VARIANT
                   end-if
                   move spaces to REPORT-LINE
                   string 'ROUTE ' delimited by size
                       WS-PL-ROUTE-ID(WS-PLAN-SUBSCR)
                           delimited by size
                       ' PLANNED ' delimited by size
                       WS-PL-TRIPS(WS-PLAN-SUBSCR)
                           delimited by size
                       ' ACTUAL ' delimited by size
                       WS-PL-ACT-TRIPS(WS-PLAN-SUBSCR)
                           delimited by size
                       ' VARIANCE ' delimited by size
                       WS-TRIP-VAR-ED delimited by size
                       ' ABORTS ' delimited by size
                       WS-PL-ABORTS(WS-PLAN-SUBSCR)
                           delimited by size
                       into REPORT-LINE
                   end-string
                   write REPORT-LINE
                   if WS-TRIP-VAR > 0 then
                       move '  ** EXTRA TRIPS MADE' to REPORT-LINE
                       write REPORT-LINE
                   end-if
                   if WS-TRIP-VAR < 0 then
                       move '  ** PLANNED TRIPS MISSING'
                           to REPORT-LINE
                       write REPORT-LINE
                   end-if
                   perform ACCUMULATE-STAT-PARA
               end-if
           end-if.
       ACCUMULATE-STAT-PARA.
      *A day already in the statistics (the reconciliation rerun
      *for the same completion date) is not counted twice.
           move 0 to WS-STAT-MATCH
           perform MATCH-ONE-STAT-PARA
               varying WS-STAT-SUBSCR from 1 by 1
               until WS-STAT-SUBSCR > WS-STAT-COUNT
               or WS-STAT-MATCH > 0
           if WS-STAT-MATCH = 0 then
               if WS-STAT-COUNT < 500 then
                   add 1 to WS-STAT-COUNT
                   move WS-STAT-COUNT to WS-STAT-MATCH
                   move spaces to WS-STAT-RECORD
                   move WS-PL-ROUTE-ID(WS-PLAN-SUBSCR)
                       to ST-ROUTE-ID
                   move 0 to ST-DAYS ST-VAR-DAYS ST-PLAN-TRIPS
                       ST-ACT-TRIPS ST-ABORT-DAYS ST-UNPLANNED
                       ST-LAST-DATE ST-LAST-D ST-LAST-SPAN
                   perform STORE-STAT-PARA
               else
                   set ERRLOG-SEV-ERROR to true
                   move 'RVR006' to WS-ERRLOG-CODE
                   move 'VARIANCE STATISTICS OVERFLOW TABLE'
                       to WS-ERRLOG-TEXT
                   perform LOG-MESSAGE-PARA
                   move 16 to RETURN-CODE
               end-if
           end-if
           if WS-STAT-MATCH > 0 then
               if WS-ST-LAST-DATE(WS-STAT-MATCH) >=
                   WS-PL-RUN-DATE(WS-PLAN-SUBSCR) then
                   add 1 to WS-ROUTES-RECOUNTED
                   move spaces to REPORT-LINE
                   string '  ROUTE ' delimited by size
                       WS-PL-ROUTE-ID(WS-PLAN-SUBSCR)
                           delimited by size
                       ' DAY ' delimited by size
                       WS-PL-RUN-DATE(WS-PLAN-SUBSCR)
                           delimited by size
                       ' ALREADY IN STATISTICS - NOT COUNTED AGAIN'
                           delimited by size
                       into REPORT-LINE
                   end-string
                   write REPORT-LINE
               else
                   add 1 to WS-ST-DAYS(WS-STAT-MATCH)
                   if WS-TRIP-VAR not = 0 then
                       add 1 to WS-ST-VAR-DAYS(WS-STAT-MATCH)
                   end-if
                   add WS-PL-TRIPS(WS-PLAN-SUBSCR)
                       to WS-ST-PLAN-TRIPS(WS-STAT-MATCH)
                   add WS-PL-ACT-TRIPS(WS-PLAN-SUBSCR)
                       to WS-ST-ACT-TRIPS(WS-STAT-MATCH)
                   if WS-PL-ABORTS(WS-PLAN-SUBSCR) > 0 then
                       add 1 to WS-ST-ABORT-DAYS(WS-STAT-MATCH)
                   end-if
                   add WS-PL-UNPLANNED(WS-PLAN-SUBSCR)
                       to WS-ST-UNPLANNED(WS-STAT-MATCH)
                   move WS-PL-RUN-DATE(WS-PLAN-SUBSCR)
                       to WS-ST-LAST-DATE(WS-STAT-MATCH)
                   move WS-PL-D(WS-PLAN-SUBSCR)
                       to WS-ST-LAST-D(WS-STAT-MATCH)
                   compute WS-ST-LAST-SPAN(WS-STAT-MATCH) =
                       WS-PL-FINAL-Y(WS-PLAN-SUBSCR)
                       - WS-PL-START-X(WS-PLAN-SUBSCR)
               end-if
           end-if.
       MATCH-ONE-STAT-PARA.
           if WS-ST-ROUTE-ID(WS-STAT-SUBSCR) =
               WS-PL-ROUTE-ID(WS-PLAN-SUBSCR) then
               move WS-STAT-SUBSCR to WS-STAT-MATCH
           end-if.
       REVIEW-ONE-STAT-PARA.
      *Net trip variance over all reported days as a percentage of
      *the planned trips, and the share of days with an aborted
      *leg. The suggested D is the smallest one that yields the
      *crews' average actual trip count over the route's span.
           move 0 to WS-REPLAN-SW
           if WS-ST-DAYS(WS-STAT-SUBSCR) >= WS-REPLAN-MIN-DAYS
               and WS-ST-PLAN-TRIPS(WS-STAT-SUBSCR) > 0 then
               compute WS-VAR-PCT rounded =
                   (WS-ST-ACT-TRIPS(WS-STAT-SUBSCR)
                    - WS-ST-PLAN-TRIPS(WS-STAT-SUBSCR)) * 100
                   / WS-ST-PLAN-TRIPS(WS-STAT-SUBSCR)
               compute WS-ABORT-PCT rounded =
                   WS-ST-ABORT-DAYS(WS-STAT-SUBSCR) * 100
                   / WS-ST-DAYS(WS-STAT-SUBSCR)
               if WS-VAR-PCT > WS-REPLAN-VAR-PCT
                   or WS-VAR-PCT < 0 - WS-REPLAN-VAR-PCT
                   or WS-ABORT-PCT > WS-REPLAN-ABORT-PCT then
                   set ROUTE-NEEDS-REPLAN to true
               end-if
           end-if
           if ROUTE-NEEDS-REPLAN then
               add 1 to WS-ROUTES-REPLAN
               move 0 to WS-SUGG-D
               if WS-ST-ACT-TRIPS(WS-STAT-SUBSCR) > 0 then
                   compute WS-SUGG-WORK =
                       WS-ST-LAST-SPAN(WS-STAT-SUBSCR)
                       * WS-ST-DAYS(WS-STAT-SUBSCR)
                       + WS-ST-ACT-TRIPS(WS-STAT-SUBSCR) - 1
                   divide WS-SUGG-WORK
                       by WS-ST-ACT-TRIPS(WS-STAT-SUBSCR)
                       giving WS-SUGG-D
               end-if
               move WS-VAR-PCT to WS-VAR-PCT-ED
               move WS-ABORT-PCT to WS-ABORT-PCT-ED
               move spaces to REPORT-LINE
               string 'RE-PLAN ROUTE ' delimited by size
                   WS-ST-ROUTE-ID(WS-STAT-SUBSCR) delimited by size
                   ' DAYS ' delimited by size
                   WS-ST-DAYS(WS-STAT-SUBSCR) delimited by size
                   ' TRIP VARIANCE PCT ' delimited by size
                   WS-VAR-PCT-ED delimited by size
                   ' ABORT-DAY PCT ' delimited by size
                   WS-ABORT-PCT-ED delimited by size
                   into REPORT-LINE
               end-string
               write REPORT-LINE
               move spaces to REPORT-LINE
               string '  PLANNED D ' delimited by size
                   WS-ST-LAST-D(WS-STAT-SUBSCR) delimited by size
                   ' ACTUALS POINT TO D ' delimited by size
                   WS-SUGG-D delimited by size
                   ' UNPLANNED LANDINGS ' delimited by size
                   WS-ST-UNPLANNED(WS-STAT-SUBSCR)
                       delimited by size
                   into REPORT-LINE
               end-string
               write REPORT-LINE
           end-if.
       WRITE-ONE-STAT-PARA.
           move spaces to WS-STAT-RECORD
           move WS-ST-ROUTE-ID(WS-STAT-SUBSCR) to ST-ROUTE-ID
           move WS-ST-DAYS(WS-STAT-SUBSCR) to ST-DAYS
           move WS-ST-VAR-DAYS(WS-STAT-SUBSCR) to ST-VAR-DAYS
           move WS-ST-PLAN-TRIPS(WS-STAT-SUBSCR) to ST-PLAN-TRIPS
           move WS-ST-ACT-TRIPS(WS-STAT-SUBSCR) to ST-ACT-TRIPS
           move WS-ST-ABORT-DAYS(WS-STAT-SUBSCR) to ST-ABORT-DAYS
           move WS-ST-UNPLANNED(WS-STAT-SUBSCR) to ST-UNPLANNED
           move WS-ST-LAST-DATE(WS-STAT-SUBSCR) to ST-LAST-DATE
           move WS-ST-LAST-D(WS-STAT-SUBSCR) to ST-LAST-D
           move WS-ST-LAST-SPAN(WS-STAT-SUBSCR) to ST-LAST-SPAN
           write VARNEW-RECORD from WS-STAT-RECORD.
      *Common diagnostic-logging paragraph, shared with BinaryGap,
      *FrogJmp and RechnungSumme - see ERRCODES.cpy/LOGMSG.cpy.
           COPY "LOGMSG.cpy".

       end program RouteRec.
