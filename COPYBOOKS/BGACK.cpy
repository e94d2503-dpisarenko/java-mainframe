      *Finding acknowledgement - sent back by an upstream source for
      *a finding on its BinaryGap correction file (BGCORR.cpy), one
      *record per finding, the four sources' returns concatenated
      *into the day's acknowledgement file. A acknowledges the
      *finding, F reports it fixed at source. A finding is only
      *closed when a later run no longer detects it - an F that is
      *still detected stays on the aging report as such.
       01 FINDING-ACK-RECORD.
           05 AK-FINDING-ID    pic 9(9).
           05                  pic x.
           05 AK-SRC-SYSTEM    pic x(4).
           05                  pic x.
           05 AK-CODE          pic x.
               88 AK-ACKNOWLEDGED  value 'A'.
               88 AK-FIXED         value 'F'.
           05                  pic x.
           05 AK-DATE          pic 9(8).
           05                  pic x.
      *The source's own ticket or change reference.
           05 AK-REFERENCE     pic x(20).
