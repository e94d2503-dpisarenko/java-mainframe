      *Credit-review proposal record - one per customer (or
      *national-account parent) the quarterly RECHCRV review wants
      *changed. Credit works the printed proposals and stamps the
      *ones they approve, amended or as proposed, onto the approval
      *file; RECHCRA turns the approved ones into customer-master
      *change transactions for CUSTMNT.
       01  CREDIT-PROPOSAL-RECORD.
           05 CRP-CUST-ID           PIC X(6).
           05                       PIC X.
      *'I' = raise the limit, 'D' = lower the limit, 'B' = block
      *billing (the limit is left as it is).
           05 CRP-ACTION            PIC X.
               88 CRP-INCREASE          VALUE 'I'.
               88 CRP-DECREASE          VALUE 'D'.
               88 CRP-BLOCK             VALUE 'B'.
           05                       PIC X.
           05 CRP-CURRENT-LIMIT     PIC 9(7)V99.
           05                       PIC X.
           05 CRP-PROPOSED-LIMIT    PIC 9(7)V99.
           05                       PIC X.
           05 CRP-EXPOSURE          PIC S9(9)V99.
           05                       PIC X.
           05 CRP-SCORE             PIC S9(3).
           05                       PIC X.
      *Short codes for each finding that moved the score - spelled
      *out in the legend on the review report.
           05 CRP-REASONS           PIC X(40).
