      *Cash-receipts forecast record - keyed by the forecast run
      *date, company, currency and week number, one row per week of
      *every run's forecast. Kept so the next run can set what
      *last week's forecast said the coming week would bring in
      *against the cash RECHCASH actually applied in it.
       01  CASH-FORECAST-RECORD.
           05 FC-KEY.
               10 FC-RUN-DATE       PIC 9(8).
               10 FC-COMPANY-CODE   PIC X(2).
               10 FC-CURRENCY-CODE  PIC X(3).
               10 FC-WEEK-NO        PIC 9(2).
           05 FC-WEEK-START         PIC 9(8).
           05 FC-WEEK-END           PIC 9(8).
           05 FC-AMOUNT             PIC S9(11)V99.
