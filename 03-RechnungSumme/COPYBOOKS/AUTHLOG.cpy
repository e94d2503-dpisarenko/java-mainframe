      *Denied-access log - one record per online request the user
      *authorisation table (USERAUTH.cpy) refused, keyed uniquely
      *by the request's timestamp plus the CICS task number. The
      *online transactions only ever add to it; RECHAUR lists the
      *refusals on the periodic access review, appends them to the
      *log history and clears them off the file.
       01  AUTH-LOG-RECORD.
           05 AL-KEY.
               10 AL-TIME-STAMP  PIC 9(15).
               10 AL-TASK-NO     PIC 9(7).
           05 AL-DATE            PIC 9(8).
           05 AL-TIME            PIC 9(6).
           05 AL-USER-ID         PIC X(8).
           05 AL-PROGRAM         PIC X(8).
           05 AL-FUNCTION-CODE   PIC X.
      *What was asked for - whichever of these the request named.
           05 AL-COMPANY-CODE    PIC X(2).
           05 AL-CUST-ID         PIC X(6).
           05 AL-INVOICE-NO      PIC 9(7).
           05 AL-AMOUNT          PIC 9(7)V99.
      *'NU' user not on the table, 'RV' user revoked, 'RL' role
      *does not allow the function, 'CO' company not assigned to
      *the user, 'LM' payment over the applier's limit.
           05 AL-REASON          PIC X(2).
               88 AL-NOT-AUTHORISED-USER VALUE 'NU'.
               88 AL-USER-REVOKED        VALUE 'RV'.
               88 AL-ROLE-REFUSED        VALUE 'RL'.
               88 AL-COMPANY-REFUSED     VALUE 'CO'.
               88 AL-OVER-LIMIT          VALUE 'LM'.
           05 AL-MESSAGE         PIC X(40).
