      *Route master - one route per record: identity, display name,
      *origin depot and assigned crew, shared by the dispatch
      *manifest and the route-billing run. The billing terms
      *(customer the route's trips are charged to, the service item
      *they bill as, the rate per trip and the currency, VAT code
      *and company the line bills under) are blank on a route that
      *is not chargeable; the billing run holds such a route as
      *having no billing terms instead of guessing.
       01 ROUTE-MASTER-RECORD.
           05 RM-ROUTE-ID      pic x(8).
           05                  pic x.
           05 RM-ROUTE-NAME    pic x(30).
           05                  pic x.
           05 RM-DEPOT         pic x(10).
           05                  pic x.
           05 RM-CREW          pic x(20).
           05                  pic x.
           05 RM-BILL-CUST-ID  pic x(6).
           05                  pic x.
           05 RM-SERVICE-ITEM  pic x(8).
           05                  pic x.
           05 RM-TRIP-RATE     pic 9(3)v99.
           05                  pic x.
           05 RM-CURRENCY-CODE pic x(3).
           05                  pic x.
           05 RM-VAT-CODE      pic 9.
           05                  pic x.
           05 RM-COMPANY-CODE  pic x(2).
