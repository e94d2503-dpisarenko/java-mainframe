      *Waypoint-check result per route - one record per route
      *WayChk saw landings for: PASS when every landing sat on a
      *safe waypoint, FAIL otherwise, with the landing and miss
      *counts behind it. The route-billing run bills only routes
      *that passed.
       01 ROUTE-CHECK-RECORD.
           05 RCK-ROUTE-ID     pic x(8).
           05                  pic x.
           05 RCK-RESULT       pic x(4).
               88 RCK-PASS         value 'PASS'.
               88 RCK-FAIL         value 'FAIL'.
           05                  pic x.
           05 RCK-LANDINGS     pic 9(7).
           05                  pic x.
           05 RCK-MISSES       pic 9(7).
