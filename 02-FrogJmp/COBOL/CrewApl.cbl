      *Crew-proposal apply. Manifest proposes a replacement crew for
      *every route it found without a valid one (see CREWPROP.cpy);
      *the dispatcher marks the proposals they accept with 'Y'. This
      *program copies the route master, putting each accepted
      *proposal's crew into RM-CREW, so the next planning cycle's
      *manifest runs with it. A proposal is not applied when the
      *route has gone from the master, has no proposed crew, or the
      *master's crew was changed by hand since the proposal was made
      *- the dispatcher's later change wins. Every accepted proposal
      *is reported as applied or not applied with the reason.
       program-id. CrewApl as "CrewApl".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select PROPFILE assign PROPNAME
                          organization line sequential.
           select ROUTMAST assign ROUTNAME
                          organization line sequential.
      *The updated route master, swapped back over ROUTMAST by the
      *job once this step ends clean.
           select ROUTNEW assign RTNEWNM
                          organization line sequential.
           select APLRPT assign APLNAME
                          organization line sequential.

       data division.
       file section.
       fd PROPFILE.
           COPY "CREWPROP.cpy".
       fd ROUTMAST.
           COPY "ROUTMAST.cpy".
       fd ROUTNEW.
       01 ROUTE-MASTER-NEW     pic x(102).
       fd APLRPT.
       01 REPORT-LINE          pic x(100).

       working-storage section.
       01 END-OF-PROPOSALS pic 9 value 0.
           88 NO-MORE-PROPOSALS value 1.
       01 END-OF-ROUTES pic 9 value 0.
           88 NO-MORE-ROUTES value 1.
      *Accepted proposals loaded into storage, each marked once the
      *route master copy has dealt with it.
       01 WS-ACC-TABLE.
           05 WS-ACC-ROW occurs 200 times.
               10 WS-ACC-ROUTE-ID pic x(8).
               10 WS-ACC-CURRENT-CREW pic x(20).
               10 WS-ACC-PROPOSED-CREW pic x(20).
               10 WS-ACC-RUN-DATE pic 9(8).
               10 WS-ACC-DONE pic 9.
                   88 ACC-PROPOSAL-DONE value 1.
       01 WS-ACC-COUNT pic 9(3) value 0.
       01 WS-ACC-SUBSCR pic 9(3).
       01 WS-ACC-MATCH pic 9(3) value 0.
       01 WS-PROPOSALS-READ pic 9(5) value 0.
       01 WS-PROPOSALS-APPLIED pic 9(5) value 0.
       01 WS-PROPOSALS-REFUSED pic 9(5) value 0.
       01 WS-ROUTES-COPIED pic 9(5) value 0.
      *Common diagnostic-severity levels and message fields, shared
      *with BinaryGap, FrogJmp and RechnungSumme - see
      *LOG-MESSAGE-PARA below.
           COPY "ERRCODES.cpy".

       procedure division.
       MAINLINE SECTION.
       INIT-PARA.
           open input PROPFILE.
           open input ROUTMAST.
           open output ROUTNEW.
           open output APLRPT.
           perform LOAD-PROPOSAL-LOOP-PARA until NO-MORE-PROPOSALS.
           close PROPFILE.
           move spaces to REPORT-LINE
           string 'CREW PROPOSALS APPLIED TO THE ROUTE MASTER'
               delimited by size
               into REPORT-LINE
           end-string
           write REPORT-LINE.
           perform COPY-ROUTE-LOOP-PARA until NO-MORE-ROUTES.
           perform REPORT-UNMATCHED-PARA
               varying WS-ACC-SUBSCR from 1 by 1
               until WS-ACC-SUBSCR > WS-ACC-COUNT.
           close ROUTMAST.
           close ROUTNEW.
           close APLRPT.
           display 'PROPOSALS READ:'
           display WS-PROPOSALS-READ
           display 'ACCEPTED PROPOSALS APPLIED:'
           display WS-PROPOSALS-APPLIED
           display 'ACCEPTED PROPOSALS NOT APPLIED:'
           display WS-PROPOSALS-REFUSED
           display 'ROUTES ON THE NEW ROUTE MASTER:'
           display WS-ROUTES-COPIED
           if WS-PROPOSALS-REFUSED > 0 then
               set ERRLOG-SEV-WARN to true
               move 'CAP001' to WS-ERRLOG-CODE
               move 'ACCEPTED PROPOSALS NOT APPLIED - SEE REPORT'
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
       LOAD-PROPOSAL-LOOP-PARA.
      *Only accepted proposals are kept - pending and rejected ones
      *leave the master as it is.
           read PROPFILE
               at end
                   set NO-MORE-PROPOSALS to true
               not at end
                   add 1 to WS-PROPOSALS-READ
                   if CP-ACCEPTED then
                       perform STORE-PROPOSAL-PARA
                   end-if
           end-read.
       STORE-PROPOSAL-PARA.
           if WS-ACC-COUNT < 200 then
               add 1 to WS-ACC-COUNT
               move CP-ROUTE-ID to WS-ACC-ROUTE-ID(WS-ACC-COUNT)
               move CP-CURRENT-CREW
                   to WS-ACC-CURRENT-CREW(WS-ACC-COUNT)
               move CP-PROPOSED-CREW
                   to WS-ACC-PROPOSED-CREW(WS-ACC-COUNT)
               move CP-RUN-DATE to WS-ACC-RUN-DATE(WS-ACC-COUNT)
               move 0 to WS-ACC-DONE(WS-ACC-COUNT)
           else
               set ERRLOG-SEV-ERROR to true
               move 'CAP002' to WS-ERRLOG-CODE
               move 'ACCEPTED PROPOSALS OVERFLOW TABLE'
                   to WS-ERRLOG-TEXT
               perform LOG-MESSAGE-PARA
               move 16 to RETURN-CODE
               set NO-MORE-PROPOSALS to true
           end-if.
       APPLY-SECT SECTION.
       COPY-ROUTE-LOOP-PARA.
           read ROUTMAST
               at end
                   set NO-MORE-ROUTES to true
               not at end
                   move 0 to WS-ACC-MATCH
                   perform MATCH-ONE-PROPOSAL-PARA
                       varying WS-ACC-SUBSCR from 1 by 1
                       until WS-ACC-SUBSCR > WS-ACC-COUNT
                       or WS-ACC-MATCH > 0
                   if WS-ACC-MATCH > 0 then
                       perform APPLY-PROPOSAL-PARA
                   end-if
                   write ROUTE-MASTER-NEW from ROUTE-MASTER-RECORD
                   add 1 to WS-ROUTES-COPIED
           end-read.
       MATCH-ONE-PROPOSAL-PARA.
           if WS-ACC-ROUTE-ID(WS-ACC-SUBSCR) = RM-ROUTE-ID
               and not ACC-PROPOSAL-DONE(WS-ACC-SUBSCR) then
               move WS-ACC-SUBSCR to WS-ACC-MATCH
           end-if.
       APPLY-PROPOSAL-PARA.
           set ACC-PROPOSAL-DONE(WS-ACC-MATCH) to true
           move spaces to REPORT-LINE
           evaluate true
               when WS-ACC-PROPOSED-CREW(WS-ACC-MATCH) = spaces
                   add 1 to WS-PROPOSALS-REFUSED
                   string 'NOT APPLIED - ROUTE ' delimited by size
                       RM-ROUTE-ID delimited by size
                       ' - NO CREW WAS PROPOSED' delimited by size
                       into REPORT-LINE
                   end-string
               when WS-ACC-CURRENT-CREW(WS-ACC-MATCH) not = RM-CREW
                   add 1 to WS-PROPOSALS-REFUSED
                   string 'NOT APPLIED - ROUTE ' delimited by size
                       RM-ROUTE-ID delimited by size
                       ' - CREW CHANGED SINCE PROPOSAL, NOW '
                       delimited by size
                       RM-CREW delimited by size
                       into REPORT-LINE
                   end-string
               when other
                   add 1 to WS-PROPOSALS-APPLIED
                   string 'APPLIED - ROUTE ' delimited by size
                       RM-ROUTE-ID delimited by size
                       ' CREW ' delimited by size
                       WS-ACC-PROPOSED-CREW(WS-ACC-MATCH)
                           delimited by size
                       ' REPLACES ' delimited by size
                       RM-CREW delimited by size
                       into REPORT-LINE
                   end-string
                   move WS-ACC-PROPOSED-CREW(WS-ACC-MATCH) to RM-CREW
           end-evaluate
           write REPORT-LINE.
       REPORT-UNMATCHED-PARA.
      *An accepted proposal the copy never met - the route is no
      *longer on the master, or was accepted twice.
           if not ACC-PROPOSAL-DONE(WS-ACC-SUBSCR) then
               add 1 to WS-PROPOSALS-REFUSED
               move spaces to REPORT-LINE
               string 'NOT APPLIED - ROUTE ' delimited by size
                   WS-ACC-ROUTE-ID(WS-ACC-SUBSCR) delimited by size
                   ' - NOT ON ROUTE MASTER OR ACCEPTED TWICE'
                   delimited by size
                   into REPORT-LINE
               end-string
               write REPORT-LINE
           end-if.
      *Common diagnostic-logging paragraph, shared with BinaryGap,
      *FrogJmp and RechnungSumme - see ERRCODES.cpy/LOGMSG.cpy.
           COPY "LOGMSG.cpy".

       end program CrewApl.
