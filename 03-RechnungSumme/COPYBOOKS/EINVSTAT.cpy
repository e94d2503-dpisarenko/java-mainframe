               88 EV-BOUNCED         VALUE 'B'.
               88 EV-RESEND-QUEUED   VALUE 'R'.
               88 EV-FALLBACK-PRINT  VALUE 'P'.
               88 EV-VALIDATION-HELD VALUE 'V'.
           05 EV-BOUNCE-DATE     PIC 9(8).
           05 EV-BOUNCE-REASON   PIC X(20).
      *How the document went out: the e-mailed text document, or
      *the structured UBL/XRechnung XML RECHUBL generates. A
      *structured document failing validation is held (status
      *VALIDATION-HELD, the missing field in the reason) and is
      *generated on the first run after the master data is fixed.
           05 EV-CHANNEL         PIC X.
               88 EV-CHANNEL-EMAIL      VALUE 'M' ' '.
               88 EV-CHANNEL-STRUCTURED VALUE 'U'.
