      *BinaryGap correction file - one file per upstream source
      *system, listing every finding BinaryGap holds against that
      *source's identifiers that is not yet resolved, plus the ones
      *that cleared today, so the source can load it and close its
      *own side. A header opens the file and a trailer with the
      *detail count closes it; a source with nothing outstanding
      *still gets the header and a zero trailer. The finding id is
      *the key the source quotes back on its acknowledgement (see
      *BGACK.cpy). Sources that load delimited text get the same
      *fields in the same order, comma-separated.
       01 CORRECTION-RECORD.
           05 CR-REC-TYPE      pic x.
               88 CR-HEADER        value 'H'.
               88 CR-DETAIL        value 'D'.
               88 CR-TRAILER       value 'T'.
           05                  pic x.
           05 CR-SRC-SYSTEM    pic x(4).
           05                  pic x.
           05 CR-FINDING-ID    pic 9(9).
           05                  pic x.
      *N new today, R reopened (cleared earlier, detected again),
      *O still open, C cleared - no longer detected.
           05 CR-ACTION        pic x.
               88 CR-NEW           value 'N'.
               88 CR-REOPENED      value 'R'.
               88 CR-STILL-OPEN    value 'O'.
               88 CR-CLEARED       value 'C'.
           05                  pic x.
      *G binary gap over the threshold, D identifier duplicated,
      *M identifiers missing from the source's sequence, O
      *identifier outside the source's own allocated ranges, X
      *identifier inside another source's range.
           05 CR-FIND-TYPE     pic x.
               88 CR-GAP           value 'G'.
               88 CR-DUPLICATE     value 'D'.
               88 CR-MISSING       value 'M'.
               88 CR-OUTSIDE-RANGE value 'O'.
               88 CR-OTHER-RANGE   value 'X'.
           05                  pic x.
      *The identifier - for M the first missing number.
           05 CR-N             pic 9(11).
           05                  pic x.
           05 CR-GAP-POS       pic 9(3).
           05                  pic x.
      *Gap length for G, missing-run length for M, zero for D.
           05 CR-LENGTH        pic 9(9).
           05                  pic x.
           05 CR-SRC-REF       pic x(10).
           05                  pic x.
      *D: the source and record holding the other occurrence;
      *M: the source's record after the hole; X: the source whose
      *range the identifier is in.
           05 CR-OTHER-SRC     pic x(4).
           05                  pic x.
           05 CR-OTHER-REF     pic x(10).
           05                  pic x.
      *Register status - O open, A acknowledged, F fix reported by
      *the source, C cleared.
           05 CR-STATUS        pic x.
           05                  pic x.
           05 CR-FIRST-DATE    pic 9(8).
           05                  pic x.
           05 CR-DAYS-OPEN     pic 9(5).
           05                  pic x(10).
       01 CORRECTION-HEADER-RECORD redefines CORRECTION-RECORD.
           05 CH-REC-TYPE      pic x.
           05                  pic x.
           05 CH-SRC-SYSTEM    pic x(4).
           05                  pic x.
           05 CH-RUN-DATE      pic 9(8).
           05                  pic x.
           05 CH-SENDER        pic x(10).
           05                  pic x(74).
       01 CORRECTION-TRAILER-RECORD redefines CORRECTION-RECORD.
           05 CT-REC-TYPE      pic x.
           05                  pic x.
           05 CT-SRC-SYSTEM    pic x(4).
           05                  pic x.
           05 CT-RUN-DATE      pic 9(8).
           05                  pic x.
           05 CT-DETAIL-COUNT  pic 9(7).
           05                  pic x(77).
