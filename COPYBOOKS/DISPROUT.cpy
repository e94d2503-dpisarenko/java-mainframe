      *Dispatched routes - one detail record per route block on the
      *day's dispatch manifest, as Manifest listed it: the route's
      *depot and crew off the route master, the whole-route trip
      *count and status off its TOTAL result record, and how the
      *crew stood against the roster. A trailer record closes the
      *file with the manifest's own route and trip totals, so the
      *route-billing run can prove it read every route dispatched.
       01 DISPATCH-ROUTE-RECORD.
           05 DR-REC-TYPE      pic x.
               88 DR-DETAIL        value 'D'.
               88 DR-TRAILER       value 'T'.
           05                  pic x.
           05 DR-RUN-DATE      pic 9(8).
           05                  pic x.
           05 DR-ROUTE-ID      pic x(8).
           05                  pic x.
      *'N' - the route's results came in but the route is not on
      *the route master, so it was left off the printed manifest.
           05 DR-MASTER-FLAG   pic x.
               88 DR-ON-MASTER     value 'Y'.
               88 DR-NOT-ON-MASTER value 'N'.
           05                  pic x.
           05 DR-DEPOT         pic x(10).
           05                  pic x.
           05 DR-CREW          pic x(20).
           05                  pic x.
           05 DR-RESULT-STATUS pic x(7).
           05                  pic x.
           05 DR-TRIPS         pic 9(10).
           05                  pic x.
           05 DR-CREW-STATUS   pic x.
               88 DR-CREW-VALID        value ' '.
               88 DR-CREW-NOT-ROSTERED value 'N'.
               88 DR-CREW-UNAVAILABLE  value 'U'.
       01 DISPATCH-TRAILER-RECORD.
           05 DT-REC-TYPE      pic x.
           05                  pic x.
           05 DT-RUN-DATE      pic 9(8).
           05                  pic x.
           05 DT-ROUTE-COUNT   pic 9(5).
           05                  pic x.
           05 DT-TRIP-TOTAL    pic 9(10).
