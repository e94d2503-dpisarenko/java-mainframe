      *one on the route), and a per-route pass/fail summary - so an
      *unsafe route plan is caught before the manifest goes out
      *rather than in the field by a dispatcher reading down the
      *laminated waypoint sheet. The pass/fail verdict also goes
      *to the route-check file (see RTECHK.cpy), one record per
      *route, so the route-billing run leaves failed routes unbilled.
       program-id. WayChk as "WayChk".

       environment division.
                          organization line sequential.
           select EXCRPT assign EXCNAME
                          organization line sequential.
           select RCKFILE assign RCKNAME
                          organization line sequential.

       data division.
       file section.
           05 LND-ROUTE-ID     pic x(8).
       fd EXCRPT.
       01 EXCEPTION-LINE       pic x(100).
       fd RCKFILE.
           COPY "RTECHK.cpy".

       working-storage section.
      *END-OF-WAYPOINTS / END-OF-LANDINGS -- input exhaustion flags.
           open input WAYMAST.
           open input LANDFILE.
           open output EXCRPT.
           open output RCKFILE.
           perform LOAD-WAYPOINT-PARA.
           perform LOAD-WAYPOINT-LOOP-PARA until NO-MORE-WAYPOINTS.
           close WAYMAST.
               until WS-ROUTE-SUBSCR > WS-ROUTE-COUNT.
           close LANDFILE.
           close EXCRPT.
           close RCKFILE.
           display 'LANDINGS CHECKED:'
           display WS-LANDINGS-READ
           display 'LANDINGS OFF A SAFE WAYPOINT:'
                   into EXCEPTION-LINE
               end-string
           end-if
           write EXCEPTION-LINE
           move spaces to ROUTE-CHECK-RECORD
           move WS-RT-ROUTE-ID(WS-ROUTE-SUBSCR) to RCK-ROUTE-ID
           if WS-RT-MISSES(WS-ROUTE-SUBSCR) = 0 then
               set RCK-PASS to true
           else
               set RCK-FAIL to true
           end-if
           move WS-RT-LANDINGS(WS-ROUTE-SUBSCR) to RCK-LANDINGS
           move WS-RT-MISSES(WS-ROUTE-SUBSCR) to RCK-MISSES
           write ROUTE-CHECK-RECORD.
      *Common diagnostic-logging paragraph, shared with BinaryGap,
      *FrogJmp and RechnungSumme - see ERRCODES.cpy/LOGMSG.cpy.
           COPY "LOGMSG.cpy".
