      *Identifier-range usage - BinaryGap's running record of each
      *registered range (see BGRANGE.cpy), keyed by source and range
      *start: the highest identifier seen in it, and the smoothed
      *number of identifiers the source issues from it per run,
      *which projects the date the range runs out. Each run reads
      *the current generation and writes the next.
       01 RANGE-USAGE-RECORD.
           05 RU-SRC-SYSTEM    pic x(4).
           05 RU-RANGE-START   pic 9(11).
           05 RU-HIGH-USED     pic 9(11).
           05 RU-HIGH-DATE     pic 9(8).
           05 RU-AVG-DAILY     pic 9(9)v99.
           05 RU-LAST-RUN-DATE pic 9(8).
           05                  pic x(27).
