      *BinaryGap findings register - one record per finding ever
      *raised against a source system's identifiers, in key order
      *(source, finding type, identifier, gap position) behind a
      *header carrying the next finding id. Each run reads the
      *current generation and writes the next: a finding detected
      *again is kept open, a new one is added with the next id, one
      *no longer detected is cleared, and the sources'
      *acknowledgements move a finding to acknowledged or fix
      *reported. Cleared findings are kept for a while after they
      *clear so a recurrence reopens the same id.
       01 FINDING-REGISTER-RECORD.
           05 FR-REC-TYPE      pic x.
               88 FR-HEADER        value 'H'.
               88 FR-FINDING       value 'F'.
           05 FR-KEY.
               10 FR-SRC-SYSTEM pic x(4).
               10 FR-FIND-TYPE pic x.
                   88 FR-GAP           value 'G'.
                   88 FR-DUPLICATE     value 'D'.
                   88 FR-MISSING       value 'M'.
                   88 FR-OUTSIDE-RANGE value 'O'.
                   88 FR-OTHER-RANGE   value 'X'.
               10 FR-N         pic 9(11).
               10 FR-GAP-POS   pic 9(3).
           05 FR-FINDING-ID    pic 9(9).
           05 FR-STATUS        pic x.
               88 FR-OPEN          value 'O'.
               88 FR-ACKNOWLEDGED  value 'A'.
               88 FR-FIX-REPORTED  value 'F'.
               88 FR-CLEARED       value 'C'.
               88 FR-UNRESOLVED    values 'O' 'A' 'F'.
           05 FR-FIRST-DATE    pic 9(8).
           05 FR-LAST-DATE     pic 9(8).
           05 FR-ACK-DATE      pic 9(8).
           05 FR-CLEAR-DATE    pic 9(8).
           05 FR-TIMES-SEEN    pic 9(5).
           05 FR-LENGTH        pic 9(9).
           05 FR-SRC-REF       pic x(10).
           05 FR-OTHER-SRC     pic x(4).
           05 FR-OTHER-REF     pic x(10).
       01 FINDING-REGISTER-HEADER redefines FINDING-REGISTER-RECORD.
           05 FH-REC-TYPE      pic x.
           05 FH-NEXT-ID       pic 9(9).
           05 FH-LAST-RUN-DATE pic 9(8).
           05                  pic x(82).
