      *Routes missing from the route master are listed so the
      *master gets fixed instead of a route silently vanishing from
      *the manifest.
      *Every route block also goes to the dispatched-routes file
      *(see DISPROUT.cpy) with its trip count and crew standing,
      *closed by a trailer of the manifest's totals - the route-
      *billing run bills the trips from it instead of someone
      *retyping them into the feeding system.
      *For every route left without a valid crew the run proposes a
      *replacement off the roster - a crew based at the route's
      *depot, available that day and on no other route - on the
      *proposed-assignment file (see CREWPROP.cpy) and under the
      *manifest's crew proposals, with a shortfall summary of the
      *depots that cannot cover their routes. CrewApl writes the
      *accepted proposals onto the route master.
       program-id. Manifest as "Manifest".

       environment division.
      *route's crew against it and flags double-bookings.
           select CREWFILE assign CREWNAME
                          organization line sequential.
           select DISPFILE assign DISPNAME
                          organization line sequential.
           select PROPFILE assign PROPNAME
                          organization line sequential.

       data division.
       file section.
      *One route per record: identity, display name, origin depot
      *and assigned crew, plus the billing terms the manifest itself
      *does not use.
       fd ROUTMAST.
           COPY "ROUTMAST.cpy".
       fd RESFILE.
       01 RESULT-RECORD.
           05 RSF-X            pic 9(10).
           05 CR-AVAIL-FROM    pic 9(8).
           05                  pic x.
           05 CR-AVAIL-TO      pic 9(8).
       fd DISPFILE.
           COPY "DISPROUT.cpy".
       fd PROPFILE.
           COPY "CREWPROP.cpy".

       working-storage section.
       01 END-OF-RESULTS pic 9 value 0.
               10 WS-USED-CREW-ID pic x(20).
               10 WS-USED-DEPOT pic x(10).
               10 WS-USED-ROUTES pic 9(3).
               10 WS-USED-TRIPS pic 9(10).
       01 WS-USED-COUNT pic 9(3) value 0.
       01 WS-USED-SUBSCR pic 9(3).
       01 WS-USED-MATCH pic 9(3) value 0.
       01 WS-DOUBLE-BOOKED pic 9(3) value 0.
       01 WS-UTIL-ROSTERED pic 9(3) value 0.
       01 WS-UTIL-USED pic 9(3) value 0.
      *Dispatched-routes file totals for its trailer, and the
      *route's crew standing as CHECK-ROUTE-CREW-PARA found it.
       01 WS-DISP-ROUTES pic 9(5) value 0.
       01 WS-DISP-TRIPS pic 9(10) value 0.
       01 WS-DISP-CREW-STATUS pic x value space.
      *Routes left without a valid crew, kept for the proposal pass
      *at the end of the run: not rostered (N), rostered unavailable
      *(U), or the second booking of a crew already on a route (D) -
      *the first route a crew is listed on keeps it.
       01 WS-PROB-TABLE.
           05 WS-PROB-ROW occurs 200 times.
               10 WS-PROB-ROUTE-ID pic x(8).
               10 WS-PROB-DEPOT pic x(10).
               10 WS-PROB-CREW pic x(20).
               10 WS-PROB-TRIPS pic 9(10).
               10 WS-PROB-CODE pic x.
       01 WS-PROB-COUNT pic 9(3) value 0.
       01 WS-PROB-SUBSCR pic 9(3).
       01 WS-NEW-PROB-CODE pic x value space.
      *Proposal search - the best candidate so far and its trips.
       01 WS-BEST-MATCH pic 9(3) value 0.
       01 WS-BEST-TRIPS pic 9(10) value 0.
       01 WS-CAND-TRIPS pic 9(10) value 0.
       01 WS-CAND-BUSY pic 9 value 0.
           88 CANDIDATE-ON-A-ROUTE value 1.
      *Shortfall per depot - routes needing a crew against the
      *proposals found for them.
       01 WS-SHORT-TABLE.
           05 WS-SHORT-ROW occurs 50 times.
               10 WS-SHORT-DEPOT pic x(10).
               10 WS-SHORT-NEEDED pic 9(3).
               10 WS-SHORT-PROPOSED pic 9(3).
       01 WS-SHORT-COUNT pic 99 value 0.
       01 WS-SHORT-SUBSCR pic 99.
       01 WS-SHORT-MATCH pic 99 value 0.
       01 WS-SHORT-UNCOVERED pic 9(3) value 0.
       01 WS-PROPOSALS-MADE pic 9(3) value 0.
       01 WS-ROUTES-UNCOVERED pic 9(3) value 0.
      *Common diagnostic-severity levels and message fields, shared
      *with BinaryGap, FrogJmp and RechnungSumme - see
      *LOG-MESSAGE-PARA below.
           open input LANDFILE.
           open input CREWFILE.
           open output MANFILE.
           open output DISPFILE.
           open output PROPFILE.
           perform LOAD-ROUTE-LOOP-PARA until NO-MORE-ROUTES.
           close ROUTMAST.
           perform LOAD-CREW-LOOP-PARA until NO-MORE-CREWS.
           perform WRITE-DOUBLE-BOOKED-PARA
               varying WS-USED-SUBSCR from 1 by 1
               until WS-USED-SUBSCR > WS-USED-COUNT.
           if WS-PROB-COUNT > 0 then
               move spaces to MANIFEST-LINE
               string 'CREW PROPOSALS' delimited by size
                   into MANIFEST-LINE
               end-string
               write MANIFEST-LINE
           end-if
           perform PROPOSE-ONE-CREW-PARA
               varying WS-PROB-SUBSCR from 1 by 1
               until WS-PROB-SUBSCR > WS-PROB-COUNT.
           perform WRITE-SHORTFALL-PARA
               varying WS-SHORT-SUBSCR from 1 by 1
               until WS-SHORT-SUBSCR > WS-SHORT-COUNT.
           close PROPFILE.
           close RESFILE.
           close LANDFILE.
           close MANFILE.
           perform WRITE-DISPATCH-TRAILER-PARA.
           close DISPFILE.
           display 'ROUTES ON MANIFEST:'
           display WS-ROUTES-LISTED
           display 'ROUTES NOT ON ROUTE MASTER:'
           display WS-CREW-FLAG-COUNT
           display 'CREWS DOUBLE-BOOKED:'
           display WS-DOUBLE-BOOKED
           display 'CREW PROPOSALS MADE:'
           display WS-PROPOSALS-MADE
           display 'ROUTES NO CREW COULD COVER:'
           display WS-ROUTES-UNCOVERED
           if WS-CREW-FLAG-COUNT > 0
               or WS-DOUBLE-BOOKED > 0 then
               set ERRLOG-SEV-WARN to true
               perform LOG-MESSAGE-PARA
               move 4 to RETURN-CODE
           end-if
           if WS-ROUTES-UNCOVERED > 0 then
               set ERRLOG-SEV-WARN to true
               move 'MAN005' to WS-ERRLOG-CODE
               move 'DEPOT CREW SHORTFALL - SEE MANIFEST'
                   to WS-ERRLOG-TEXT
               perform LOG-MESSAGE-PARA
               move 4 to RETURN-CODE
           end-if
           if WS-ROUTES-UNKNOWN > 0 then
               set ERRLOG-SEV-WARN to true
               move 'MAN001' to WS-ERRLOG-CODE
      *per-leg records that follow it, then the stopping points
      *off the landing file in planning order.
           move RSF-ROUTE-ID to WS-MAN-ROUTE-ID
           move space to WS-DISP-CREW-STATUS
           perform FIND-MASTER-ROUTE-PARA
           if ROUTE-ON-MASTER then
               add 1 to WS-ROUTES-LISTED
               end-string
               write MANIFEST-LINE
           end-if
           perform WRITE-DISPATCH-PARA
           perform READ-RESULT-PARA
           perform LIST-LEG-PARA
               until NO-MORE-RESULTS
               or CREW-ON-ROSTER
           if not CREW-ON-ROSTER then
               add 1 to WS-CREW-FLAG-COUNT
               move 'N' to WS-DISP-CREW-STATUS
               move spaces to MANIFEST-LINE
               string '  ** CREW NOT ON ROSTER: '
                   delimited by size
                   or WS-RUN-DATE > WS-CREW-TO(WS-CREW-MATCH)
               then
                   add 1 to WS-CREW-FLAG-COUNT
                   move 'U' to WS-DISP-CREW-STATUS
                   move spaces to MANIFEST-LINE
                   string '  ** CREW ROSTERED UNAVAILABLE: '
                       delimited by size
                   write MANIFEST-LINE
               end-if
           end-if
           perform TALLY-CREW-USED-PARA
           move WS-DISP-CREW-STATUS to WS-NEW-PROB-CODE
           if WS-NEW-PROB-CODE = space
               and WS-USED-MATCH > 0 then
               if WS-USED-ROUTES(WS-USED-MATCH) > 1 then
                   move 'D' to WS-NEW-PROB-CODE
               end-if
           end-if
           if WS-NEW-PROB-CODE not = space then
               perform NOTE-CREW-PROBLEM-PARA
           end-if.
       NOTE-CREW-PROBLEM-PARA.
           if WS-PROB-COUNT < 200 then
               add 1 to WS-PROB-COUNT
               move WS-MAN-ROUTE-ID to WS-PROB-ROUTE-ID(WS-PROB-COUNT)
               move WS-RM-DEPOT(WS-RM-MATCH)
                   to WS-PROB-DEPOT(WS-PROB-COUNT)
               move WS-RM-CREW(WS-RM-MATCH)
                   to WS-PROB-CREW(WS-PROB-COUNT)
               move RSF-RESULT to WS-PROB-TRIPS(WS-PROB-COUNT)
               move WS-NEW-PROB-CODE to WS-PROB-CODE(WS-PROB-COUNT)
           else
               set ERRLOG-SEV-WARN to true
               move 'MAN006' to WS-ERRLOG-CODE
               move 'CREW PROBLEM TABLE FULL - NO PROPOSAL MADE'
                   to WS-ERRLOG-TEXT
               perform LOG-MESSAGE-PARA
               move 4 to RETURN-CODE
           end-if.
       MATCH-ONE-CREW-PARA.
           if WS-CREW-ID(WS-CREW-SUBSCR) =
               WS-RM-CREW(WS-RM-MATCH) then
                           to WS-USED-DEPOT(WS-USED-MATCH)
                   end-if
                   move 0 to WS-USED-ROUTES(WS-USED-MATCH)
                   move 0 to WS-USED-TRIPS(WS-USED-MATCH)
               end-if
           end-if
           if WS-USED-MATCH > 0 then
               add 1 to WS-USED-ROUTES(WS-USED-MATCH)
               add RSF-RESULT to WS-USED-TRIPS(WS-USED-MATCH)
           end-if.
       MATCH-ONE-USED-PARA.
           if WS-USED-CREW-ID(WS-USED-SUBSCR) =
               end-string
               write MANIFEST-LINE
           end-if.
       PROPOSE-ONE-CREW-PARA.
      *Search the roster for a replacement: based at the route's
      *depot, available on the run date and on no route this run,
      *preferring the fewest trips that day with roster order
      *breaking ties. A crew proposed here counts as used, so it is
      *not proposed for a second route.
           move 0 to WS-BEST-MATCH
           move 0 to WS-BEST-TRIPS
           perform WEIGH-ONE-CANDIDATE-PARA
               varying WS-CREW-SUBSCR from 1 by 1
               until WS-CREW-SUBSCR > WS-CREW-COUNT
           perform TALLY-SHORTFALL-PARA
           move spaces to CREW-PROPOSAL-RECORD
           move WS-RUN-DATE to CP-RUN-DATE
           move WS-PROB-ROUTE-ID(WS-PROB-SUBSCR) to CP-ROUTE-ID
           move WS-PROB-DEPOT(WS-PROB-SUBSCR) to CP-DEPOT
           move WS-PROB-CREW(WS-PROB-SUBSCR) to CP-CURRENT-CREW
           move WS-PROB-CODE(WS-PROB-SUBSCR) to CP-PROBLEM
           move spaces to MANIFEST-LINE
           if WS-BEST-MATCH > 0 then
               add 1 to WS-PROPOSALS-MADE
               move WS-CREW-ID(WS-BEST-MATCH) to CP-PROPOSED-CREW
               perform MARK-PROPOSED-USED-PARA
               string 'PROPOSE ROUTE ' delimited by size
                   CP-ROUTE-ID delimited by size
                   ' CREW ' delimited by size
                   CP-PROPOSED-CREW delimited by size
                   ' INSTEAD OF ' delimited by size
                   CP-CURRENT-CREW delimited by size
                   ' (' delimited by size
                   CP-PROBLEM delimited by size
                   ')' delimited by size
                   into MANIFEST-LINE
               end-string
           else
               add 1 to WS-ROUTES-UNCOVERED
               string 'NO CREW TO PROPOSE - ROUTE ' delimited by size
                   CP-ROUTE-ID delimited by size
                   ' DEPOT ' delimited by size
                   CP-DEPOT delimited by size
                   ' (' delimited by size
                   CP-PROBLEM delimited by size
                   ')' delimited by size
                   into MANIFEST-LINE
               end-string
           end-if
           write CREW-PROPOSAL-RECORD
           write MANIFEST-LINE.
       WEIGH-ONE-CANDIDATE-PARA.
           if WS-CREW-DEPOT(WS-CREW-SUBSCR) =
               WS-PROB-DEPOT(WS-PROB-SUBSCR)
               and WS-RUN-DATE >= WS-CREW-FROM(WS-CREW-SUBSCR)
               and WS-RUN-DATE <= WS-CREW-TO(WS-CREW-SUBSCR) then
               move 0 to WS-CAND-BUSY
               move 0 to WS-CAND-TRIPS
               perform CHECK-CANDIDATE-USE-PARA
                   varying WS-USED-SUBSCR from 1 by 1
                   until WS-USED-SUBSCR > WS-USED-COUNT
               if not CANDIDATE-ON-A-ROUTE then
                   if WS-BEST-MATCH = 0
                       or WS-CAND-TRIPS < WS-BEST-TRIPS then
                       move WS-CREW-SUBSCR to WS-BEST-MATCH
                       move WS-CAND-TRIPS to WS-BEST-TRIPS
                   end-if
               end-if
           end-if.
       CHECK-CANDIDATE-USE-PARA.
           if WS-USED-CREW-ID(WS-USED-SUBSCR) =
               WS-CREW-ID(WS-CREW-SUBSCR) then
               add WS-USED-TRIPS(WS-USED-SUBSCR) to WS-CAND-TRIPS
               if WS-USED-ROUTES(WS-USED-SUBSCR) > 0 then
                   set CANDIDATE-ON-A-ROUTE to true
               end-if
           end-if.
       MARK-PROPOSED-USED-PARA.
           if WS-USED-COUNT < 200 then
               add 1 to WS-USED-COUNT
               move WS-CREW-ID(WS-BEST-MATCH)
                   to WS-USED-CREW-ID(WS-USED-COUNT)
               move WS-CREW-DEPOT(WS-BEST-MATCH)
                   to WS-USED-DEPOT(WS-USED-COUNT)
               move 1 to WS-USED-ROUTES(WS-USED-COUNT)
               move WS-PROB-TRIPS(WS-PROB-SUBSCR)
                   to WS-USED-TRIPS(WS-USED-COUNT)
           end-if.
       TALLY-SHORTFALL-PARA.
           move 0 to WS-SHORT-MATCH
           perform MATCH-ONE-SHORT-PARA
               varying WS-SHORT-SUBSCR from 1 by 1
               until WS-SHORT-SUBSCR > WS-SHORT-COUNT
               or WS-SHORT-MATCH > 0
           if WS-SHORT-MATCH = 0 then
               if WS-SHORT-COUNT < 50 then
                   add 1 to WS-SHORT-COUNT
                   move WS-SHORT-COUNT to WS-SHORT-MATCH
                   move WS-PROB-DEPOT(WS-PROB-SUBSCR)
                       to WS-SHORT-DEPOT(WS-SHORT-MATCH)
                   move 0 to WS-SHORT-NEEDED(WS-SHORT-MATCH)
                   move 0 to WS-SHORT-PROPOSED(WS-SHORT-MATCH)
               end-if
           end-if
           if WS-SHORT-MATCH > 0 then
               add 1 to WS-SHORT-NEEDED(WS-SHORT-MATCH)
               if WS-BEST-MATCH > 0 then
                   add 1 to WS-SHORT-PROPOSED(WS-SHORT-MATCH)
               end-if
           end-if.
       MATCH-ONE-SHORT-PARA.
           if WS-SHORT-DEPOT(WS-SHORT-SUBSCR) =
               WS-PROB-DEPOT(WS-PROB-SUBSCR) then
               move WS-SHORT-SUBSCR to WS-SHORT-MATCH
           end-if.
       WRITE-SHORTFALL-PARA.
      *Only depots that could not cover every route needing a crew
      *make the shortfall summary.
           if WS-SHORT-NEEDED(WS-SHORT-SUBSCR) >
               WS-SHORT-PROPOSED(WS-SHORT-SUBSCR) then
               compute WS-SHORT-UNCOVERED =
                   WS-SHORT-NEEDED(WS-SHORT-SUBSCR)
                   - WS-SHORT-PROPOSED(WS-SHORT-SUBSCR)
               move spaces to MANIFEST-LINE
               string 'CREW SHORTFALL - DEPOT ' delimited by size
                   WS-SHORT-DEPOT(WS-SHORT-SUBSCR) delimited by size
                   ' NEEDING ' delimited by size
                   WS-SHORT-NEEDED(WS-SHORT-SUBSCR)
                       delimited by size
                   ' PROPOSED ' delimited by size
                   WS-SHORT-PROPOSED(WS-SHORT-SUBSCR)
                       delimited by size
                   ' UNCOVERED ' delimited by size
                   WS-SHORT-UNCOVERED delimited by size
                   into MANIFEST-LINE
               end-string
               write MANIFEST-LINE
           end-if.
       TALLY-DEPOT-PARA.
           move 0 to WS-DEP-FOUND
           move 0 to WS-DEP-MATCH
               into MANIFEST-LINE
           end-string
           write MANIFEST-LINE.
       WRITE-DISPATCH-PARA.
      *The route block as dispatched - its TOTAL record's trip count
      *and status, with the master's depot and crew where the route
      *is on it.
           move spaces to DISPATCH-ROUTE-RECORD
           set DR-DETAIL to true
           move WS-RUN-DATE to DR-RUN-DATE
           move WS-MAN-ROUTE-ID to DR-ROUTE-ID
           if ROUTE-ON-MASTER then
               set DR-ON-MASTER to true
               move WS-RM-DEPOT(WS-RM-MATCH) to DR-DEPOT
               move WS-RM-CREW(WS-RM-MATCH) to DR-CREW
           else
               set DR-NOT-ON-MASTER to true
           end-if
           move RSF-STATUS to DR-RESULT-STATUS
           move RSF-RESULT to DR-TRIPS
           move WS-DISP-CREW-STATUS to DR-CREW-STATUS
           write DISPATCH-ROUTE-RECORD
           add 1 to WS-DISP-ROUTES
           add RSF-RESULT to WS-DISP-TRIPS.
       WRITE-DISPATCH-TRAILER-PARA.
           move spaces to DISPATCH-TRAILER-RECORD
           move 'T' to DT-REC-TYPE
           move WS-RUN-DATE to DT-RUN-DATE
           move WS-DISP-ROUTES to DT-ROUTE-COUNT
           move WS-DISP-TRIPS to DT-TRIP-TOTAL
           write DISPATCH-TRAILER-RECORD.
       COUNT-DEPOT-ROSTER-PARA.
           if WS-CREW-DEPOT(WS-CREW-SUBSCR) =
               WS-DEP-DEPOT(WS-DEP-SUBSCR) then
