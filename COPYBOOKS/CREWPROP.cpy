      *Proposed crew assignment - one record per route the manifest
      *found without a valid crew (not on the roster, rostered
      *unavailable, or a second booking of a crew already on
      *another route), with the replacement crew Manifest proposes:
      *rostered at the route's depot, available on the run date and
      *on no other route. No proposal (spaces) means the depot
      *could not cover the route. The dispatcher accepts a proposal
      *by keying 'Y' in CP-ACCEPT (or rejects it with 'N'); CrewApl
      *then writes the accepted crews onto the route master for the
      *next planning cycle.
       01 CREW-PROPOSAL-RECORD.
           05 CP-RUN-DATE      pic 9(8).
           05                  pic x.
           05 CP-ROUTE-ID      pic x(8).
           05                  pic x.
           05 CP-DEPOT         pic x(10).
           05                  pic x.
           05 CP-CURRENT-CREW  pic x(20).
           05                  pic x.
           05 CP-PROBLEM       pic x.
               88 CP-CREW-NOT-ROSTERED value 'N'.
               88 CP-CREW-UNAVAILABLE  value 'U'.
               88 CP-CREW-DOUBLE-BOOKED value 'D'.
           05                  pic x.
           05 CP-PROPOSED-CREW pic x(20).
           05                  pic x.
           05 CP-ACCEPT        pic x.
               88 CP-ACCEPTED      value 'Y'.
               88 CP-REJECTED      value 'N'.
