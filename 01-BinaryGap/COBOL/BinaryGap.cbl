           select MISFILE assign MISNAME
                          organization line sequential.
           select SORT-WORK-FILE assign SORTWK1.
      *Every finding the run raises against a source - a gap over
      *the threshold, a duplicate, a hole in the sequence - one
      *work record each, sorted into findings-register key order.
      *Each identifier read also leaves a marker under every
      *identifier-keyed finding type, so the merge knows which
      *register findings this run actually looked at again.
           select FNDCOPY assign FNDCOPYNM
                          organization line sequential.
           select SORT-FIND-FILE assign SORTWK1.
           select FNDSRT assign FNDSRTNM
                          organization sequential.
      *Findings register - the current generation in, the next one
      *out (see BGFNDREG.cpy). There is none before the first run.
           select FREGOLD assign FREGOLDNM
                          organization line sequential
                          file status WS-FREGOLD-STATUS.
           select FREGNEW assign FREGNEWNM
                          organization line sequential.
      *The sources' acknowledgements of their findings (BGACK.cpy),
      *none on a day nobody answered.
           select ACKFILE assign ACKNAME
                          organization line sequential
                          file status WS-ACK-STATUS.
      *Which correction file each source's findings go to, and in
      *which layout - one card per source system.
           select SRCCTL assign SRCCTLNM
                          organization line sequential.
      *The correction files, one per upstream source (BGCORR.cpy),
      *and the aging report of unresolved findings.
           select CORR1 assign CORR1NM
                          organization line sequential.
           select CORR2 assign CORR2NM
                          organization line sequential.
           select CORR3 assign CORR3NM
                          organization line sequential.
           select CORR4 assign CORR4NM
                          organization line sequential.
           select AGERPT assign AGENAME
                          organization line sequential.
      *Identifier-range registry cards (BGRANGE.cpy), the ranges'
      *usage - current generation in, next one out (BGRNGUSE.cpy) -
      *and the range-utilisation report.
           select RNGREG assign RNGREGNM
                          organization line sequential.
           select RNGOLD assign RNGOLDNM
                          organization line sequential
                          file status WS-RNGOLD-STATUS.
           select RNGNEW assign RNGNEWNM
                          organization line sequential.
           select RNGRPT assign RNGRPTNM
                          organization line sequential.

       data division.
       file section.
           05 MIS-REF-BEFORE   pic x(10).
           05                  pic x.
           05 MIS-REF-AFTER    pic x(10).
       fd FNDCOPY.
       01 FIND-COPY-RECORD.
           05 FC-KEY.
               10 FC-SRC-SYSTEM pic x(4).
               10 FC-FIND-TYPE pic x.
               10 FC-N         pic 9(11).
               10 FC-GAP-POS   pic 9(3).
      *E marks an identifier examined, space a finding.
           05 FC-MARKER        pic x.
           05 FC-LENGTH        pic 9(9).
           05 FC-SRC-REF       pic x(10).
           05 FC-OTHER-SRC     pic x(4).
           05 FC-OTHER-REF     pic x(10).
       sd SORT-FIND-FILE.
       01 SORT-FIND-RECORD.
           05 SF-KEY           pic x(19).
           05 SF-MARKER        pic x.
           05                  pic x(33).
       fd FNDSRT.
       01 FIND-SORTED-RECORD   pic x(53).
       fd FREGOLD.
       01 FREG-OLD-RECORD      pic x(100).
       fd FREGNEW.
       01 FREG-NEW-RECORD      pic x(100).
       fd ACKFILE.
           COPY "BGACK.cpy".
       fd SRCCTL.
       01 SRC-CTL-RECORD.
           05 SC-SRC-SYSTEM    pic x(4).
           05                  pic x.
      *Correction file 1-4 (CORR1NM-CORR4NM).
           05 SC-SLOT          pic 9.
           05                  pic x.
      *F fixed layout, C comma-delimited.
           05 SC-FORMAT        pic x.
               88 SC-FORMAT-VALID values 'F' 'C'.
       fd CORR1.
       01 CORR1-LINE           pic x(100).
       fd CORR2.
       01 CORR2-LINE           pic x(100).
       fd CORR3.
       01 CORR3-LINE           pic x(100).
       fd CORR4.
       01 CORR4-LINE           pic x(100).
       fd AGERPT.
       01 AGE-LINE             pic x(100).
       fd RNGREG.
           COPY "BGRANGE.cpy".
       fd RNGOLD.
       01 RNGOLD-RECORD        pic x(80).
       fd RNGNEW.
       01 RNGNEW-RECORD        pic x(80).
       fd RNGRPT.
       01 RNG-LINE             pic x(132).

       working-storage section.
      *N is the decimal number (input data). In this program we will
               10 WS-SRC-OVER-THRESH pic 9(9).
               10 WS-SRC-DUPS pic 9(9).
               10 WS-SRC-MISSING pic 9(9).
               10 WS-SRC-OUT-RANGE pic 9(9).
               10 WS-SRC-IN-OTHER pic 9(9).
               10 WS-SRC-RANGES pic 999.
               10 WS-SRC-REMAINING pic 9(12).
               10 WS-SRC-VOLUME pic 9(9)v99.
               10 WS-SRC-LOW-N pic 9(11).
               10 WS-SRC-HIGH-N pic 9(11).
       01 WS-SRC-COUNT pic 99 value 0.
       01 WS-SRC-SUBSCR pic 99.
       01 WS-SRC-MATCH pic 99 value 0.
       01 WS-MIS-TOTAL pic 9(9) value 0.
      *Gap length a source must explain - overridable from the PARM.
       01 WS-GAP-THRESHOLD pic 99 value 10.
      *Processing date - off the PARM, else today's date.
       01 WS-RUN-DATE pic 9(8).
      *Findings-register merge state. The run's findings come off
      *the sorted work file one key at a time (the same finding can
      *be raised twice, e.g. an identifier sent twice); the register
      *record in hand is held in FINDING-REGISTER-RECORD.
           COPY "BGFNDREG.cpy".
       01 WS-FIND-RECORD.
           05 WF-MATCH-KEY.
               10 WF-KEY.
                   15 WF-SRC-SYSTEM pic x(4).
                   15 WF-FIND-TYPE pic x.
                   15 WF-N pic 9(11).
                   15 WF-GAP-POS pic 9(3).
               10 WF-MARKER pic x.
                   88 WF-EXAMINED value 'E'.
           05 WF-LENGTH pic 9(9).
           05 WF-SRC-REF pic x(10).
           05 WF-OTHER-SRC pic x(4).
           05 WF-OTHER-REF pic x(10).
       01 WS-OLD-KEY pic x(19).
       01 WS-LAST-FIND-KEY pic x(20).
      *Source, type and identifier of the last examined marker the
      *merge passed - a register finding with the same prefix was
      *looked at again this run.
       01 WS-EXAM-KEY pic x(16) value spaces.
       01 END-OF-REGISTER pic 9 value 0.
           88 NO-MORE-REGISTER value 1.
       01 END-OF-FINDINGS pic 9 value 0.
           88 NO-MORE-FINDINGS value 1.
       01 WS-FREGOLD-STATUS pic xx value '00'.
       01 WS-FREGOLD-OPEN pic 9 value 0.
           88 FREGOLD-OPENED value 1.
       01 WS-REG-USABLE pic 9 value 1.
           88 REGISTER-USABLE value 1.
       01 WS-NEXT-ID pic 9(9) value 1.
       01 WS-HDR-NEXT-ID pic 9(9).
       01 WS-FINDINGS-RAISED pic 9(9) value 0.
       01 WS-FIND-PURGED pic 9(7) value 0.
      *A cleared finding stays on the register this many days, so a
      *recurrence reopens the same finding id.
       01 WS-CLEAR-KEEP-DAYS pic 999 value 90.
      *What today's correction file says about the finding in hand
      *- N new, R reopened, O still open, C cleared; space for none.
       01 WS-CORR-ACTION pic x.
       01 WS-FIND-EXAMINED pic 9 value 0.
           88 FINDING-EXAMINED value 1.
      *The sources' acknowledgements for the day, each marked with
      *what became of it: A applied, S another source's finding,
      *C finding already cleared, X unknown code; space - no such
      *finding on the register.
       01 END-OF-ACKS pic 9 value 0.
           88 NO-MORE-ACKS value 1.
       01 WS-ACK-STATUS pic xx value '00'.
       01 WS-ACK-TABLE.
           05 WS-ACK-ROW occurs 500 times.
               10 WS-ACK-ID pic 9(9).
               10 WS-ACK-SRC pic x(4).
               10 WS-ACK-CODE pic x.
               10 WS-ACK-DATE pic 9(8).
               10 WS-ACK-RESULT pic x.
                   88 ACK-APPLIED value 'A'.
       01 WS-ACK-COUNT pic 999 value 0.
       01 WS-ACK-SUBSCR pic 999.
       01 WS-ACK-EXCEPTIONS pic 9(5) value 0.
      *Source-to-correction-file routing off SRCCTL.
       01 END-OF-SRCCTL pic 9 value 0.
           88 NO-MORE-SRCCTL value 1.
       01 WS-RTE-TABLE.
           05 WS-RTE-ROW occurs 10 times.
               10 WS-RTE-SYSTEM pic x(4).
               10 WS-RTE-SLOT pic 9.
               10 WS-RTE-FORMAT pic x.
               10 WS-RTE-DONE pic 9.
                   88 RTE-FILE-WRITTEN value 1.
       01 WS-RTE-COUNT pic 99 value 0.
       01 WS-RTE-SUBSCR pic 99.
       01 WS-RTE-MATCH pic 99 value 0.
      *The source whose findings are being written - the register
      *is source-major, so each source's correction file entries
      *and aging lines come out together.
       01 WS-CORR-SOURCE pic x(4) value spaces.
       01 WS-CORR-STARTED pic 9 value 0.
           88 CORR-SOURCE-STARTED value 1.
       01 WS-CORR-SLOT pic 9 value 0.
       01 WS-CORR-FORMAT pic x.
           88 CORR-DELIMITED value 'C'.
       01 WS-CORR-COUNT pic 9(7) value 0.
       01 WS-UNROUTED-SOURCES pic 99 value 0.
           COPY "BGCORR.cpy".
       01 WS-CORR-LINE pic x(100).
      *Aging counts - row 1 the source in hand, row 2 the whole run.
       01 WS-AGE-TABLE.
           05 WS-AGE-SET occurs 2 times.
               10 WS-AGE-UNRESOLVED pic 9(7).
               10 WS-AGE-BAND-1 pic 9(7).
               10 WS-AGE-BAND-2 pic 9(7).
               10 WS-AGE-BAND-3 pic 9(7).
               10 WS-AGE-BAND-4 pic 9(7).
               10 WS-AGE-ACKED pic 9(7).
               10 WS-AGE-FIXREP pic 9(7).
               10 WS-AGE-NEW pic 9(7).
               10 WS-AGE-REOPENED pic 9(7).
               10 WS-AGE-CLEARED pic 9(7).
       01 WS-AGE-IX pic 9.
       01 WS-AGE-LABEL pic x(11).
       01 WS-AGE-DAYS pic 9(5).
       01 WS-AGE-NOTE pic x(30).
      *Identifier ranges off the registry, with each range's usage
      *carried from run to run: the highest identifier its source
      *has issued from it, and the smoothed count it issues per run.
       01 END-OF-RANGES pic 9 value 0.
           88 NO-MORE-RANGES value 1.
       01 END-OF-USAGE pic 9 value 0.
           88 NO-MORE-USAGE value 1.
       01 WS-RNGOLD-STATUS pic xx value '00'.
           COPY "BGRNGUSE.cpy".
       01 WS-RNG-TABLE.
           05 WS-RNG-ROW occurs 100 times.
               10 WS-RNG-SYSTEM pic x(4).
               10 WS-RNG-START pic 9(11).
               10 WS-RNG-END pic 9(11).
               10 WS-RNG-ALLOC-DATE pic 9(8).
               10 WS-RNG-STATUS pic x.
                   88 RNG-CLOSED value 'C'.
               10 WS-RNG-HIGH pic 9(11).
               10 WS-RNG-HIGH-DATE pic 9(8).
               10 WS-RNG-AVG pic 9(9)v99.
               10 WS-RNG-LAST-RUN pic 9(8).
               10 WS-RNG-TODAY pic 9(9).
       01 WS-RNG-COUNT pic 999 value 0.
       01 WS-RNG-SUBSCR pic 999.
       01 WS-RNG-SUBSCR-2 pic 999.
      *The range the identifier in hand is in - one of its own
      *source's, or another source's.
       01 WS-RNG-OWN pic 999.
       01 WS-RNG-OTHER pic 999.
       01 WS-RNG-SIZE pic 9(12).
       01 WS-RNG-USED pic 9(12).
       01 WS-RNG-LEFT pic 9(12).
       01 WS-RNG-PCT pic 999v9.
       01 WS-RNG-PCT-ED pic zz9.9.
       01 WS-RNG-AVG-ED pic zzzzzzzz9.99.
       01 WS-RNG-RATE pic 9(9)v99.
       01 WS-RNG-DAYS pic 9(7).
       01 WS-RNG-DAYS-WORK pic 9(12).
       01 WS-RNG-DAYS-ED pic z(6)9.
       01 WS-RNG-RUNOUT pic 9(8).
       01 WS-RNG-RUNOUT-TX pic x(13).
      *A source projected to run out within this many days is told
      *to allocate a new range.
       01 WS-RNG-LEAD-DAYS pic 999 value 90.
      *Weight of the latest run in the smoothed per-run volume.
       01 WS-RNG-WEIGHT pic v99 value .10.
       01 WS-RNG-ALERTS pic 9(5) value 0.
      *Common diagnostic-severity levels and message fields, shared
      *with FrogJmp and RechnungSumme - see LOG-MESSAGE-PARA below.
           COPY "ERRCODES.cpy".
       linkage section.
      *Optional start-up PARM: the gap-length threshold above which
      *a gap counts against its source in the statistics (digits,
      *e.g. '10'), optionally followed by the processing date
      *(YYYYMMDD) that dates the findings register. The daily-run
      *driver passes the default threshold and its processing date.
       01 BG-PARM-AREA.
           05 BG-PARM-LEN pic s9(4) comp.
           05 BG-PARM-THRESHOLD pic 99.
           05 BG-PARM-RUN-DATE pic 9(8).
       procedure division using BG-PARM-AREA.
       MAINLINE SECTION.
       INIT-PARA.
           if BG-PARM-LEN > 0 then
               move BG-PARM-THRESHOLD to WS-GAP-THRESHOLD
           end-if
           if BG-PARM-LEN >= 10 then
               move BG-PARM-RUN-DATE to WS-RUN-DATE
           else
               accept WS-RUN-DATE from date yyyymmdd
           end-if
           open input NFILE.
           open output GAPFILE.
           open output SRCSTATS.
           open output SEQCOPY.
           open output DUPFILE.
           open output MISFILE.
           open output FNDCOPY.
           perform LOAD-RANGE-PARA.
           perform READ-N-PARA.
           perform BIN-CONV-PARA UNTIL NO-MORE-NUMBERS.
           close SEQCOPY.
           perform DUP-SCAN-PARA.
           perform MISSING-SCAN-PARA.
           close FNDCOPY.
           perform WRITE-SOURCE-STATS-PARA
               varying WS-SRC-SUBSCR from 1 by 1
               until WS-SRC-SUBSCR > WS-SRC-COUNT.
           perform RANGE-REPORT-PARA.
           perform REGISTER-PARA.
           close NFILE.
           close GAPFILE.
           close SRCSTATS.
           display WS-DUP-COUNT.
           display 'MISSING IDENTIFIERS FOUND:'
           display WS-MIS-TOTAL.
           display 'FINDINGS NEW:'
           display WS-AGE-NEW(2).
           display 'FINDINGS CLEARED:'
           display WS-AGE-CLEARED(2).
           display 'FINDINGS UNRESOLVED:'
           display WS-AGE-UNRESOLVED(2).
           if WS-UNROUTED-SOURCES > 0 or WS-ACK-EXCEPTIONS > 0 then
               set ERRLOG-SEV-WARN to true
               move 'BGP004' to WS-ERRLOG-CODE
               move 'FINDINGS UNROUTED OR ACKS NOT APPLIED - SEE AGING'
                   to WS-ERRLOG-TEXT
               perform LOG-MESSAGE-PARA
               if RETURN-CODE < 4 then
                   move 4 to RETURN-CODE
               end-if
           end-if.
       BIN-GAP-COUNT-PARA.

      *All numbers processed - end the run. The interactive keypress
                   move SRC-SYSTEM to WS-CUR-SOURCE
                   move SRC-RECORD-REF to WS-CUR-REF
                   perform TALLY-SOURCE-CHECKED-PARA
                   perform CHECK-RANGE-PARA
                   perform WRITE-EXAMINED-PARA
                   move SRC-SYSTEM to SQ-SRC-SYSTEM
                   move REC-N to SQ-N
                   move SRC-RECORD-REF to SQ-SRC-REF
           perform FIND-SOURCE-PARA
           if WS-SRC-MATCH > 0 then
               add 1 to WS-SRC-CHECKED(WS-SRC-MATCH)
               if N < WS-SRC-LOW-N(WS-SRC-MATCH) then
                   move N to WS-SRC-LOW-N(WS-SRC-MATCH)
               end-if
               if N > WS-SRC-HIGH-N(WS-SRC-MATCH) then
                   move N to WS-SRC-HIGH-N(WS-SRC-MATCH)
               end-if
           end-if.
       WRITE-EXAMINED-PARA.
      *Mark the identifier in hand examined under each finding type
      *keyed by the identifier itself. A hole is keyed by its first
      *missing number, which no identifier read carries - the
      *source's low and high identifier decide whether a hole was
      *walked over again (see FINDING-EXAMINED-PARA).
           move WS-CUR-SOURCE to FC-SRC-SYSTEM
           move N to FC-N
           move 0 to FC-GAP-POS
           move 'E' to FC-MARKER
           move 0 to FC-LENGTH
           move spaces to FC-SRC-REF
           move spaces to FC-OTHER-SRC
           move spaces to FC-OTHER-REF
           move 'G' to FC-FIND-TYPE
           write FIND-COPY-RECORD
           move 'D' to FC-FIND-TYPE
           write FIND-COPY-RECORD
           move 'O' to FC-FIND-TYPE
           write FIND-COPY-RECORD
           move 'X' to FC-FIND-TYPE
           write FIND-COPY-RECORD.
       FIND-SOURCE-PARA.
           move 0 to WS-SRC-FOUND
           move 0 to WS-SRC-MATCH
                   move 0 to WS-SRC-OVER-THRESH(WS-SRC-MATCH)
                   move 0 to WS-SRC-DUPS(WS-SRC-MATCH)
                   move 0 to WS-SRC-MISSING(WS-SRC-MATCH)
                   move 0 to WS-SRC-OUT-RANGE(WS-SRC-MATCH)
                   move 0 to WS-SRC-IN-OTHER(WS-SRC-MATCH)
                   move 0 to WS-SRC-RANGES(WS-SRC-MATCH)
                   move 0 to WS-SRC-REMAINING(WS-SRC-MATCH)
                   move 0 to WS-SRC-VOLUME(WS-SRC-MATCH)
                   move 99999999999 to WS-SRC-LOW-N(WS-SRC-MATCH)
                   move 0 to WS-SRC-HIGH-N(WS-SRC-MATCH)
               else
                   display 'SOURCE TABLE FULL FOR:'
                   display WS-CUR-SOURCE
           move WQ-SRC-SYSTEM to DUP-SRC-2
           move WQ-SRC-REF to DUP-REF-2
           write DUP-RECORD
           move WQ-SRC-SYSTEM to FC-SRC-SYSTEM
           move 'D' to FC-FIND-TYPE
           move WQ-N to FC-N
           move 0 to FC-GAP-POS
           move 0 to FC-LENGTH
           move WQ-SRC-REF to FC-SRC-REF
           move WS-PREV-SRC to FC-OTHER-SRC
           move WS-PREV-REF to FC-OTHER-REF
           perform WRITE-FINDING-PARA
           move WQ-SRC-SYSTEM to WS-CUR-SOURCE
           perform FIND-SOURCE-PARA
           if WS-SRC-MATCH > 0 then
           move WS-PREV-REF to MIS-REF-BEFORE
           move WQ-SRC-REF to MIS-REF-AFTER
           write MIS-RECORD
           move WQ-SRC-SYSTEM to FC-SRC-SYSTEM
           move 'M' to FC-FIND-TYPE
           compute FC-N = WS-PREV-N + 1
           move 0 to FC-GAP-POS
           move WS-MIS-RUN to FC-LENGTH
           move WS-PREV-REF to FC-SRC-REF
           move spaces to FC-OTHER-SRC
           move WQ-SRC-REF to FC-OTHER-REF
           perform WRITE-FINDING-PARA
           move WQ-SRC-SYSTEM to WS-CUR-SOURCE
           perform FIND-SOURCE-PARA
           if WS-SRC-MATCH > 0 then
               add WS-MIS-RUN to WS-SRC-MISSING(WS-SRC-MATCH)
           end-if.
       WRITE-FINDING-PARA.
      *One work record per finding for the findings register.
           move space to FC-MARKER
           write FIND-COPY-RECORD
           add 1 to WS-FINDINGS-RAISED.
       WRITE-SOURCE-STATS-PARA.
      *One durable summary line per source system.
           if WS-SRC-GAPS(WS-SRC-SUBSCR) > 0 then
               if CUR-GAP-SIZE > WS-GAP-THRESHOLD then
                   add 1 to WS-SRC-OVER-THRESH(WS-SRC-MATCH)
               end-if
           end-if
      *Only a gap over the threshold is a finding the source has to
      *explain.
           if CUR-GAP-SIZE > WS-GAP-THRESHOLD then
               move WS-CUR-SOURCE to FC-SRC-SYSTEM
               move 'G' to FC-FIND-TYPE
               move N to FC-N
               move WS-GAP-START-POS to FC-GAP-POS
               move CUR-GAP-SIZE to FC-LENGTH
               move WS-CUR-REF to FC-SRC-REF
               move spaces to FC-OTHER-SRC
               move spaces to FC-OTHER-REF
               perform WRITE-FINDING-PARA
           end-if.
       GAP-SIZE-LOOP-SECT-END-PARA.
       GAP-SIZE-LOOP-SECT-END-SECT SECTION.
       RANGE-SECT SECTION.
       LOAD-RANGE-PARA.
      *Load the identifier-range registry, and each range's usage
      *as the last run left it. A card that does not describe a
      *usable range is reported and left out rather than trusted.
           open input RNGREG
           perform LOAD-RANGE-LOOP-PARA until NO-MORE-RANGES
           close RNGREG
           open input RNGOLD
           if WS-RNGOLD-STATUS = '00' then
               perform LOAD-USAGE-LOOP-PARA until NO-MORE-USAGE
               close RNGOLD
           end-if.
       LOAD-RANGE-LOOP-PARA.
           read RNGREG
               at end
                   set NO-MORE-RANGES to true
               not at end
                   if not RG-COMMENT then
                       perform STORE-RANGE-PARA
                   end-if
           end-read.
       STORE-RANGE-PARA.
           if RG-SRC-SYSTEM = spaces
               or RG-RANGE-START is not numeric
               or RG-RANGE-END is not numeric
               or not RG-STATUS-VALID
               or WS-RNG-COUNT = 100 then
               perform BAD-RANGE-CARD-PARA
           else
               if RG-RANGE-START > RG-RANGE-END then
                   perform BAD-RANGE-CARD-PARA
               else
                   add 1 to WS-RNG-COUNT
                   move RG-SRC-SYSTEM to WS-RNG-SYSTEM(WS-RNG-COUNT)
                   move RG-RANGE-START to WS-RNG-START(WS-RNG-COUNT)
                   move RG-RANGE-END to WS-RNG-END(WS-RNG-COUNT)
                   if RG-ALLOC-DATE is numeric then
                       move RG-ALLOC-DATE
                           to WS-RNG-ALLOC-DATE(WS-RNG-COUNT)
                   else
                       move 0 to WS-RNG-ALLOC-DATE(WS-RNG-COUNT)
                   end-if
                   move RG-STATUS to WS-RNG-STATUS(WS-RNG-COUNT)
                   move 0 to WS-RNG-HIGH(WS-RNG-COUNT)
                   move 0 to WS-RNG-HIGH-DATE(WS-RNG-COUNT)
                   move 0 to WS-RNG-AVG(WS-RNG-COUNT)
                   move 0 to WS-RNG-LAST-RUN(WS-RNG-COUNT)
                   move 0 to WS-RNG-TODAY(WS-RNG-COUNT)
                   move RG-SRC-SYSTEM to WS-CUR-SOURCE
                   perform FIND-SOURCE-PARA
                   if WS-SRC-MATCH > 0 then
                       add 1 to WS-SRC-RANGES(WS-SRC-MATCH)
                   end-if
               end-if
           end-if.
       BAD-RANGE-CARD-PARA.
           set ERRLOG-SEV-WARN to true
           move 'BGP008' to WS-ERRLOG-CODE
           move spaces to WS-ERRLOG-TEXT
           string 'RANGE REGISTRY CARD IGNORED FOR ' delimited by size
               RG-SRC-SYSTEM delimited by size
               into WS-ERRLOG-TEXT
           end-string
           perform LOG-MESSAGE-PARA
           add 1 to WS-RNG-ALERTS.
       LOAD-USAGE-LOOP-PARA.
      *Usage for a range no longer on the registry is dropped.
           read RNGOLD into RANGE-USAGE-RECORD
               at end
                   set NO-MORE-USAGE to true
               not at end
                   perform MATCH-USAGE-PARA
                       varying WS-RNG-SUBSCR from 1 by 1
                       until WS-RNG-SUBSCR > WS-RNG-COUNT
           end-read.
       MATCH-USAGE-PARA.
           if WS-RNG-SYSTEM(WS-RNG-SUBSCR) = RU-SRC-SYSTEM
               and WS-RNG-START(WS-RNG-SUBSCR) = RU-RANGE-START then
               move RU-HIGH-USED to WS-RNG-HIGH(WS-RNG-SUBSCR)
               move RU-HIGH-DATE to WS-RNG-HIGH-DATE(WS-RNG-SUBSCR)
               move RU-AVG-DAILY to WS-RNG-AVG(WS-RNG-SUBSCR)
               move RU-LAST-RUN-DATE
                   to WS-RNG-LAST-RUN(WS-RNG-SUBSCR)
           end-if.
       CHECK-RANGE-PARA.
      *Place the identifier in hand against the registry. In one of
      *its own source's ranges it counts toward that range's usage
      *(a closed range still belongs to its source but should issue
      *nothing more, so it is flagged as outside). Otherwise it is
      *a finding - inside another source's range, or outside every
      *range its source holds. A source with no ranges registered
      *is not policed.
           move 0 to WS-RNG-OWN
           move 0 to WS-RNG-OTHER
           perform MATCH-ONE-RANGE-PARA
               varying WS-RNG-SUBSCR from 1 by 1
               until WS-RNG-SUBSCR > WS-RNG-COUNT
           if WS-RNG-OWN > 0 then
               add 1 to WS-RNG-TODAY(WS-RNG-OWN)
               if N > WS-RNG-HIGH(WS-RNG-OWN) then
                   move N to WS-RNG-HIGH(WS-RNG-OWN)
                   move WS-RUN-DATE to WS-RNG-HIGH-DATE(WS-RNG-OWN)
               end-if
           else
               if WS-RNG-OTHER > 0 then
                   move 'X' to FC-FIND-TYPE
                   move WS-RNG-SYSTEM(WS-RNG-OTHER) to FC-OTHER-SRC
                   perform WRITE-RANGE-FINDING-PARA
                   if WS-SRC-MATCH > 0 then
                       add 1 to WS-SRC-IN-OTHER(WS-SRC-MATCH)
                   end-if
               else
                   if WS-SRC-MATCH > 0 then
                       if WS-SRC-RANGES(WS-SRC-MATCH) > 0 then
                           move 'O' to FC-FIND-TYPE
                           move spaces to FC-OTHER-SRC
                           perform WRITE-RANGE-FINDING-PARA
                           add 1 to WS-SRC-OUT-RANGE(WS-SRC-MATCH)
                       end-if
                   end-if
               end-if
           end-if.
       MATCH-ONE-RANGE-PARA.
           if N >= WS-RNG-START(WS-RNG-SUBSCR)
               and N <= WS-RNG-END(WS-RNG-SUBSCR) then
               if WS-RNG-SYSTEM(WS-RNG-SUBSCR) = WS-CUR-SOURCE then
                   if not RNG-CLOSED(WS-RNG-SUBSCR) then
                       move WS-RNG-SUBSCR to WS-RNG-OWN
                   end-if
               else
                   if WS-RNG-OTHER = 0 then
                       move WS-RNG-SUBSCR to WS-RNG-OTHER
                   end-if
               end-if
           end-if.
       WRITE-RANGE-FINDING-PARA.
           move WS-CUR-SOURCE to FC-SRC-SYSTEM
           move N to FC-N
           move 0 to FC-GAP-POS
           move 0 to FC-LENGTH
           move WS-CUR-REF to FC-SRC-REF
           move spaces to FC-OTHER-REF
           perform WRITE-FINDING-PARA.
       RANGE-REPORT-PARA.
      *Range-utilisation report: per range, how much is used and
      *how fast the source is using it, projected forward to the
      *date it runs out; per source, what it has left across its
      *open ranges and how many identifiers fell outside them. A
      *source about to run out, or with nothing registered, is told
      *so - a new range takes time to agree with the other sources.
      *The usage carried to the next run is written as it goes.
           open output RNGNEW
           open output RNGRPT
           move spaces to RNG-LINE
           string 'BINARYGAP IDENTIFIER RANGE UTILISATION - RUN '
               delimited by size
               WS-RUN-DATE delimited by size
               into RNG-LINE
           end-string
           write RNG-LINE
           move spaces to RNG-LINE
           string 'SRCE RANGE-START   RANGE-END   ALLOCATED S '
               delimited by size
               '  HIGH-USED  USED%         LEFT      PER-RUN RUNS-OUT'
               delimited by size
               into RNG-LINE
           end-string
           write RNG-LINE
           perform CHECK-OVERLAP-PARA
               varying WS-RNG-SUBSCR from 1 by 1
               until WS-RNG-SUBSCR > WS-RNG-COUNT
               after WS-RNG-SUBSCR-2 from 1 by 1
               until WS-RNG-SUBSCR-2 > WS-RNG-COUNT
           perform REPORT-ONE-RANGE-PARA
               varying WS-RNG-SUBSCR from 1 by 1
               until WS-RNG-SUBSCR > WS-RNG-COUNT
           move spaces to RNG-LINE
           write RNG-LINE
           move spaces to RNG-LINE
           string 'SRCE RANGES         LEFT      PER-RUN OUTSIDE-OWN '
               delimited by size
               'IN-OTHER RUNS-OUT' delimited by size
               into RNG-LINE
           end-string
           write RNG-LINE
           perform REPORT-ONE-SOURCE-PARA
               varying WS-SRC-SUBSCR from 1 by 1
               until WS-SRC-SUBSCR > WS-SRC-COUNT
           close RNGNEW
           close RNGRPT
           display 'RANGE ALERTS:'
           display WS-RNG-ALERTS
           if WS-RNG-ALERTS > 0 then
               set ERRLOG-SEV-WARN to true
               move 'BGP009' to WS-ERRLOG-CODE
               move 'IDENTIFIER RANGE ALERTS - SEE RANGE REPORT'
                   to WS-ERRLOG-TEXT
               perform LOG-MESSAGE-PARA
               if RETURN-CODE < 4 then
                   move 4 to RETURN-CODE
               end-if
           end-if.
       CHECK-OVERLAP-PARA.
      *Two registered ranges sharing identifiers - each pair once.
           if WS-RNG-SUBSCR-2 > WS-RNG-SUBSCR then
               if WS-RNG-START(WS-RNG-SUBSCR)
                   <= WS-RNG-END(WS-RNG-SUBSCR-2)
                   and WS-RNG-START(WS-RNG-SUBSCR-2)
                   <= WS-RNG-END(WS-RNG-SUBSCR) then
                   move spaces to RNG-LINE
                   string '** RANGES OVERLAP: ' delimited by size
                       WS-RNG-SYSTEM(WS-RNG-SUBSCR) delimited by size
                       ' ' delimited by size
                       WS-RNG-START(WS-RNG-SUBSCR) delimited by size
                       '-' delimited by size
                       WS-RNG-END(WS-RNG-SUBSCR) delimited by size
                       ' AND ' delimited by size
                       WS-RNG-SYSTEM(WS-RNG-SUBSCR-2)
                           delimited by size
                       ' ' delimited by size
                       WS-RNG-START(WS-RNG-SUBSCR-2)
                           delimited by size
                       '-' delimited by size
                       WS-RNG-END(WS-RNG-SUBSCR-2) delimited by size
                       into RNG-LINE
                   end-string
                   write RNG-LINE
                   add 1 to WS-RNG-ALERTS
               end-if
           end-if.
       REPORT-ONE-RANGE-PARA.
      *The per-run volume is smoothed so one heavy or quiet day does
      *not swing the projection; it moves once per run date, so a
      *rerun of the same day is not counted twice.
           if WS-RNG-LAST-RUN(WS-RNG-SUBSCR) = 0 then
               move WS-RNG-TODAY(WS-RNG-SUBSCR)
                   to WS-RNG-AVG(WS-RNG-SUBSCR)
               move WS-RUN-DATE to WS-RNG-LAST-RUN(WS-RNG-SUBSCR)
           else
               if WS-RNG-LAST-RUN(WS-RNG-SUBSCR) not = WS-RUN-DATE
                   then
                   compute WS-RNG-AVG(WS-RNG-SUBSCR) rounded =
                       WS-RNG-AVG(WS-RNG-SUBSCR)
                       + WS-RNG-WEIGHT
                       * (WS-RNG-TODAY(WS-RNG-SUBSCR)
                       - WS-RNG-AVG(WS-RNG-SUBSCR))
                   move WS-RUN-DATE to WS-RNG-LAST-RUN(WS-RNG-SUBSCR)
               end-if
           end-if
           compute WS-RNG-SIZE = WS-RNG-END(WS-RNG-SUBSCR)
               - WS-RNG-START(WS-RNG-SUBSCR) + 1
           if WS-RNG-HIGH(WS-RNG-SUBSCR) = 0 then
               move 0 to WS-RNG-USED
           else
               compute WS-RNG-USED = WS-RNG-HIGH(WS-RNG-SUBSCR)
                   - WS-RNG-START(WS-RNG-SUBSCR) + 1
           end-if
           compute WS-RNG-LEFT = WS-RNG-SIZE - WS-RNG-USED
           compute WS-RNG-PCT rounded =
               WS-RNG-USED * 100 / WS-RNG-SIZE
           move WS-RNG-PCT to WS-RNG-PCT-ED
           move WS-RNG-AVG(WS-RNG-SUBSCR) to WS-RNG-AVG-ED
           if RNG-CLOSED(WS-RNG-SUBSCR) then
               move 'CLOSED' to WS-RNG-RUNOUT-TX
           else
               move WS-RNG-AVG(WS-RNG-SUBSCR) to WS-RNG-RATE
               perform PROJECT-RUNOUT-PARA
               move WS-RNG-SYSTEM(WS-RNG-SUBSCR) to WS-CUR-SOURCE
               perform FIND-SOURCE-PARA
               if WS-SRC-MATCH > 0 then
                   add WS-RNG-LEFT
                       to WS-SRC-REMAINING(WS-SRC-MATCH)
                   add WS-RNG-AVG(WS-RNG-SUBSCR)
                       to WS-SRC-VOLUME(WS-SRC-MATCH)
               end-if
           end-if
           move spaces to RNG-LINE
           string WS-RNG-SYSTEM(WS-RNG-SUBSCR) delimited by size
               ' ' delimited by size
               WS-RNG-START(WS-RNG-SUBSCR) delimited by size
               ' ' delimited by size
               WS-RNG-END(WS-RNG-SUBSCR) delimited by size
               ' ' delimited by size
               WS-RNG-ALLOC-DATE(WS-RNG-SUBSCR) delimited by size
               '    ' delimited by size
               WS-RNG-STATUS(WS-RNG-SUBSCR) delimited by size
               ' ' delimited by size
               WS-RNG-HIGH(WS-RNG-SUBSCR) delimited by size
               ' ' delimited by size
               WS-RNG-PCT-ED delimited by size
               ' ' delimited by size
               WS-RNG-LEFT delimited by size
               ' ' delimited by size
               WS-RNG-AVG-ED delimited by size
               ' ' delimited by size
               WS-RNG-RUNOUT-TX delimited by size
               into RNG-LINE
           end-string
           write RNG-LINE
           move spaces to RANGE-USAGE-RECORD
           move WS-RNG-SYSTEM(WS-RNG-SUBSCR) to RU-SRC-SYSTEM
           move WS-RNG-START(WS-RNG-SUBSCR) to RU-RANGE-START
           move WS-RNG-HIGH(WS-RNG-SUBSCR) to RU-HIGH-USED
           move WS-RNG-HIGH-DATE(WS-RNG-SUBSCR) to RU-HIGH-DATE
           move WS-RNG-AVG(WS-RNG-SUBSCR) to RU-AVG-DAILY
           move WS-RNG-LAST-RUN(WS-RNG-SUBSCR) to RU-LAST-RUN-DATE
           write RNGNEW-RECORD from RANGE-USAGE-RECORD.
       PROJECT-RUNOUT-PARA.
      *Days left at the current per-run volume, one run a day, and
      *the date that lands on. Nothing issued yet projects nothing.
           if WS-RNG-LEFT = 0 then
               move 0 to WS-RNG-DAYS
               move WS-RUN-DATE to WS-RNG-RUNOUT
               move WS-RNG-RUNOUT to WS-RNG-RUNOUT-TX
           else
               if WS-RNG-RATE = 0 then
                   move 'NOT PROJECTED' to WS-RNG-RUNOUT-TX
               else
                   compute WS-RNG-DAYS-WORK =
                       WS-RNG-LEFT / WS-RNG-RATE
                   if WS-RNG-DAYS-WORK > 36500 then
                       move 'NOT PROJECTED' to WS-RNG-RUNOUT-TX
                   else
                       move WS-RNG-DAYS-WORK to WS-RNG-DAYS
                       compute WS-RNG-RUNOUT =
                           function date-of-integer(
                           function integer-of-date(WS-RUN-DATE)
                           + WS-RNG-DAYS)
                       move WS-RNG-RUNOUT to WS-RNG-RUNOUT-TX
                   end-if
               end-if
           end-if.
       REPORT-ONE-SOURCE-PARA.
           move 0 to WS-RNG-DAYS
           move WS-SRC-REMAINING(WS-SRC-SUBSCR) to WS-RNG-LEFT
           move WS-SRC-VOLUME(WS-SRC-SUBSCR) to WS-RNG-RATE
           move WS-RNG-RATE to WS-RNG-AVG-ED
           if WS-SRC-RANGES(WS-SRC-SUBSCR) = 0 then
               move spaces to WS-RNG-RUNOUT-TX
           else
               move 99999 to WS-RNG-DAYS
               perform PROJECT-RUNOUT-PARA
           end-if
           move spaces to RNG-LINE
           string WS-SRC-SYSTEM(WS-SRC-SUBSCR) delimited by size
               '    ' delimited by size
               WS-SRC-RANGES(WS-SRC-SUBSCR) delimited by size
               ' ' delimited by size
               WS-SRC-REMAINING(WS-SRC-SUBSCR) delimited by size
               ' ' delimited by size
               WS-RNG-AVG-ED delimited by size
               '   ' delimited by size
               WS-SRC-OUT-RANGE(WS-SRC-SUBSCR) delimited by size
               ' ' delimited by size
               WS-SRC-IN-OTHER(WS-SRC-SUBSCR) delimited by size
               ' ' delimited by size
               WS-RNG-RUNOUT-TX delimited by size
               into RNG-LINE
           end-string
           write RNG-LINE
           if WS-RNG-COUNT > 0 then
               if WS-SRC-RANGES(WS-SRC-SUBSCR) = 0 then
                   move spaces to RNG-LINE
                   string '** ' delimited by size
                       WS-SRC-SYSTEM(WS-SRC-SUBSCR) delimited by size
                       ' HAS NO RANGES REGISTERED' delimited by size
                       into RNG-LINE
                   end-string
                   write RNG-LINE
                   add 1 to WS-RNG-ALERTS
               else
                   if WS-RNG-DAYS <= WS-RNG-LEAD-DAYS then
                       move WS-RNG-DAYS to WS-RNG-DAYS-ED
                       move spaces to RNG-LINE
                       string '** ' delimited by size
                           WS-SRC-SYSTEM(WS-SRC-SUBSCR)
                               delimited by size
                           ' RUNS OUT IN ' delimited by size
                           WS-RNG-DAYS-ED delimited by size
                           ' DAYS - ALLOCATE A NEW RANGE'
                               delimited by size
                           into RNG-LINE
                       end-string
                       write RNG-LINE
                       add 1 to WS-RNG-ALERTS
                   end-if
               end-if
           end-if.
       REGISTER-SECT SECTION.
       REGISTER-PARA.
      *Merge the run's findings into the findings register. Both are
      *in key order, so one pass matches each finding against what
      *the register already holds, takes in the sources'
      *acknowledgements, and writes the next register generation,
      *each source's correction file and the aging report as it
      *goes.
           initialize WS-AGE-TABLE
           sort SORT-FIND-FILE
               on ascending key SF-KEY
               on descending key SF-MARKER
               using FNDCOPY
               giving FNDSRT
           perform LOAD-SOURCE-ROUTE-PARA
           perform LOAD-ACK-PARA
           open input FNDSRT
           open output FREGNEW
           open output CORR1
           open output CORR2
           open output CORR3
           open output CORR4
           open output AGERPT
           move spaces to AGE-LINE
           string 'BINARYGAP UNRESOLVED FINDINGS BY SOURCE - RUN '
               delimited by size
               WS-RUN-DATE delimited by size
               into AGE-LINE
           end-string
           write AGE-LINE
           move spaces to AGE-LINE
           string 'SRCE FINDING-ID T  IDENTIFIER POS    LENGTH S '
               delimited by size
               'FIRST     DAYS NOTE' delimited by size
               into AGE-LINE
           end-string
           write AGE-LINE
           perform OPEN-REGISTER-PARA
           if REGISTER-USABLE then
               perform MERGE-REGISTER-PARA
           else
               perform COPY-REGISTER-PARA until NO-MORE-REGISTER
           end-if
           if FREGOLD-OPENED then
               close FREGOLD
           end-if
           close FNDSRT.
           close FREGNEW.
           close CORR1.
           close CORR2.
           close CORR3.
           close CORR4.
           close AGERPT.
       LOAD-SOURCE-ROUTE-PARA.
           open input SRCCTL
           perform LOAD-SOURCE-ROUTE-LOOP-PARA until NO-MORE-SRCCTL
           close SRCCTL.
       LOAD-SOURCE-ROUTE-LOOP-PARA.
           read SRCCTL
               at end
                   set NO-MORE-SRCCTL to true
               not at end
                   if SC-SLOT < 1 or SC-SLOT > 4
                       or not SC-FORMAT-VALID
                       or WS-RTE-COUNT = 10 then
                       set ERRLOG-SEV-WARN to true
                       move 'BGP006' to WS-ERRLOG-CODE
                       move spaces to WS-ERRLOG-TEXT
                       string 'SOURCE CONTROL CARD IGNORED FOR '
                           delimited by size
                           SC-SRC-SYSTEM delimited by size
                           into WS-ERRLOG-TEXT
                       end-string
                       perform LOG-MESSAGE-PARA
                   else
                       add 1 to WS-RTE-COUNT
                       move SC-SRC-SYSTEM
                           to WS-RTE-SYSTEM(WS-RTE-COUNT)
                       move SC-SLOT to WS-RTE-SLOT(WS-RTE-COUNT)
                       move SC-FORMAT to WS-RTE-FORMAT(WS-RTE-COUNT)
                       move 0 to WS-RTE-DONE(WS-RTE-COUNT)
                   end-if
           end-read.
       LOAD-ACK-PARA.
      *A day with no acknowledgement file is a day nobody answered.
           open input ACKFILE
           if WS-ACK-STATUS = '00' then
               perform LOAD-ACK-LOOP-PARA until NO-MORE-ACKS
               close ACKFILE
           end-if.
       LOAD-ACK-LOOP-PARA.
           read ACKFILE
               at end
                   set NO-MORE-ACKS to true
               not at end
                   if WS-ACK-COUNT < 500 then
                       add 1 to WS-ACK-COUNT
                       perform STORE-ACK-PARA
                   else
                       set ERRLOG-SEV-WARN to true
                       move 'BGP005' to WS-ERRLOG-CODE
                       move 'ACKNOWLEDGEMENTS OVERFLOW TABLE'
                           to WS-ERRLOG-TEXT
                       perform LOG-MESSAGE-PARA
                       add 1 to WS-ACK-EXCEPTIONS
                       set NO-MORE-ACKS to true
                   end-if
           end-read.
       STORE-ACK-PARA.
           if AK-FINDING-ID is numeric then
               move AK-FINDING-ID to WS-ACK-ID(WS-ACK-COUNT)
           else
               move 0 to WS-ACK-ID(WS-ACK-COUNT)
           end-if
           move AK-SRC-SYSTEM to WS-ACK-SRC(WS-ACK-COUNT)
           move AK-CODE to WS-ACK-CODE(WS-ACK-COUNT)
           if AK-DATE is numeric and AK-DATE > 0 then
               move AK-DATE to WS-ACK-DATE(WS-ACK-COUNT)
           else
               move WS-RUN-DATE to WS-ACK-DATE(WS-ACK-COUNT)
           end-if
           move space to WS-ACK-RESULT(WS-ACK-COUNT).
       OPEN-REGISTER-PARA.
      *The register opens with its header. No register yet (or an
      *empty first generation) starts a new one; a register that
      *does not start with its header is carried forward untouched
      *rather than rebuilt without its finding ids.
           open input FREGOLD
           if WS-FREGOLD-STATUS = '00' then
               set FREGOLD-OPENED to true
               read FREGOLD
                   at end
                       set NO-MORE-REGISTER to true
               end-read
           else
               set NO-MORE-REGISTER to true
           end-if
           if NO-MORE-REGISTER then
               set ERRLOG-SEV-INFO to true
               move 'BGP002' to WS-ERRLOG-CODE
               move 'NO FINDINGS REGISTER YET - STARTING A NEW ONE'
                   to WS-ERRLOG-TEXT
               perform LOG-MESSAGE-PARA
               move high-values to WS-OLD-KEY
           else
               move FREG-OLD-RECORD to FINDING-REGISTER-RECORD
               if FR-HEADER then
                   move FH-NEXT-ID to WS-NEXT-ID
                   perform READ-REGISTER-PARA
               else
                   set ERRLOG-SEV-ERROR to true
                   move 'BGP007' to WS-ERRLOG-CODE
                   move 'FINDINGS REGISTER HAS NO HEADER - NOT UPDATED'
                       to WS-ERRLOG-TEXT
                   perform LOG-MESSAGE-PARA
                   move 16 to RETURN-CODE
                   move 0 to WS-REG-USABLE
               end-if
           end-if.
       COPY-REGISTER-PARA.
           write FREG-NEW-RECORD from FREG-OLD-RECORD
           read FREGOLD
               at end
                   set NO-MORE-REGISTER to true
           end-read.
       READ-REGISTER-PARA.
           read FREGOLD
               at end
                   set NO-MORE-REGISTER to true
                   move high-values to WS-OLD-KEY
               not at end
                   move FREG-OLD-RECORD to FINDING-REGISTER-RECORD
                   move FR-KEY to WS-OLD-KEY
           end-read.
       READ-FINDING-PARA.
      *Next finding key - the same key raised again is skipped. An
      *identifier's examined marker sorts ahead of its findings.
           move WF-MATCH-KEY to WS-LAST-FIND-KEY
           perform READ-FINDING-ONE-PARA
           perform READ-FINDING-ONE-PARA
               until NO-MORE-FINDINGS
               or WF-MATCH-KEY not = WS-LAST-FIND-KEY.
       READ-FINDING-ONE-PARA.
           read FNDSRT into WS-FIND-RECORD
               at end
                   set NO-MORE-FINDINGS to true
                   move high-values to WF-KEY
                   move space to WF-MARKER
           end-read.
       MERGE-REGISTER-PARA.
      *The new header reserves an id for every finding the run
      *raised, new or not, so the ids handed out below stay unique
      *without a second pass; they need not run consecutively.
           compute WS-HDR-NEXT-ID = WS-NEXT-ID + WS-FINDINGS-RAISED
           move spaces to FINDING-REGISTER-RECORD
           set FR-HEADER to true
           move WS-HDR-NEXT-ID to FH-NEXT-ID
           move WS-RUN-DATE to FH-LAST-RUN-DATE
           write FREG-NEW-RECORD from FINDING-REGISTER-RECORD
           move low-values to WF-MATCH-KEY
           perform READ-FINDING-PARA
           perform MERGE-FINDING-PARA
               until NO-MORE-REGISTER and NO-MORE-FINDINGS
           if CORR-SOURCE-STARTED then
               perform END-SOURCE-PARA
           end-if
           perform EMPTY-SOURCE-PARA
               varying WS-RTE-SUBSCR from 1 by 1
               until WS-RTE-SUBSCR > WS-RTE-COUNT
           move 2 to WS-AGE-IX
           move 'ALL SOURCES' to WS-AGE-LABEL
           perform WRITE-AGE-SUMMARY-PARA
           if WS-FIND-PURGED > 0 then
               move spaces to AGE-LINE
               string 'CLEARED FINDINGS DROPPED FROM THE REGISTER '
                   delimited by size
                   WS-FIND-PURGED delimited by size
                   into AGE-LINE
               end-string
               write AGE-LINE
           end-if
           perform REPORT-ACK-PARA
               varying WS-ACK-SUBSCR from 1 by 1
               until WS-ACK-SUBSCR > WS-ACK-COUNT.
       MERGE-FINDING-PARA.
           evaluate true
               when WF-EXAMINED and WF-KEY not > WS-OLD-KEY
                   move WF-KEY(1:16) to WS-EXAM-KEY
                   perform READ-FINDING-PARA
               when WS-OLD-KEY < WF-KEY
                   move FREG-OLD-RECORD to FINDING-REGISTER-RECORD
                   perform NOT-DETECTED-PARA
                   perform READ-REGISTER-PARA
               when WS-OLD-KEY = WF-KEY
                   move FREG-OLD-RECORD to FINDING-REGISTER-RECORD
                   perform DETECTED-AGAIN-PARA
                   perform READ-REGISTER-PARA
                   perform READ-FINDING-PARA
               when other
                   perform NEW-FINDING-PARA
                   perform READ-FINDING-PARA
           end-evaluate.
       NEW-FINDING-PARA.
           move spaces to FINDING-REGISTER-RECORD
           set FR-FINDING to true
           move WF-KEY to FR-KEY
           move WS-NEXT-ID to FR-FINDING-ID
           add 1 to WS-NEXT-ID
           set FR-OPEN to true
           move WS-RUN-DATE to FR-FIRST-DATE
           move WS-RUN-DATE to FR-LAST-DATE
           move 0 to FR-ACK-DATE
           move 0 to FR-CLEAR-DATE
           move 1 to FR-TIMES-SEEN
           perform TAKE-FINDING-DETAIL-PARA
           move 'N' to WS-CORR-ACTION
           move 'NEW' to WS-AGE-NOTE
           perform PUT-FINDING-PARA.
       DETECTED-AGAIN-PARA.
      *Still detected - a finding cleared earlier reopens under its
      *old id, aged from today.
           perform APPLY-ACK-PARA
           move spaces to WS-AGE-NOTE
           if FR-CLEARED then
               set FR-OPEN to true
               move WS-RUN-DATE to FR-FIRST-DATE
               move 0 to FR-ACK-DATE
               move 0 to FR-CLEAR-DATE
               move 'R' to WS-CORR-ACTION
               move 'REOPENED' to WS-AGE-NOTE
           else
               move 'O' to WS-CORR-ACTION
               if FR-FIX-REPORTED then
                   move 'FIX REPORTED - STILL DETECTED'
                       to WS-AGE-NOTE
               end-if
           end-if
           if FR-LAST-DATE not = WS-RUN-DATE then
               add 1 to FR-TIMES-SEEN
           end-if
           move WS-RUN-DATE to FR-LAST-DATE
           perform TAKE-FINDING-DETAIL-PARA
           perform PUT-FINDING-PARA.
       NOT-DETECTED-PARA.
      *No longer detected - the finding clears, but only when this
      *run looked at that identifier or hole again. One that was not
      *re-examined stays as it was and goes on aging; a source
      *sending today's identifiers says nothing about yesterday's.
      *Cleared findings are dropped once they have been clear for
      *WS-CLEAR-KEEP-DAYS.
           perform APPLY-ACK-PARA
           move spaces to WS-AGE-NOTE
           move space to WS-CORR-ACTION
           if FR-CLEARED then
               if FR-CLEAR-DATE = WS-RUN-DATE then
                   move 'C' to WS-CORR-ACTION
               end-if
               compute WS-AGE-DAYS =
                   function integer-of-date(WS-RUN-DATE)
                   - function integer-of-date(FR-CLEAR-DATE)
               if WS-AGE-DAYS > WS-CLEAR-KEEP-DAYS then
                   add 1 to WS-FIND-PURGED
               else
                   perform PUT-FINDING-PARA
               end-if
           else
               perform FINDING-EXAMINED-PARA
               if FINDING-EXAMINED then
                   set FR-CLEARED to true
                   move WS-RUN-DATE to FR-CLEAR-DATE
                   move 'C' to WS-CORR-ACTION
               else
                   move 'O' to WS-CORR-ACTION
                   move 'NOT RE-EXAMINED THIS RUN' to WS-AGE-NOTE
               end-if
               perform PUT-FINDING-PARA
           end-if.
       FINDING-EXAMINED-PARA.
      *A finding on an identifier was examined when the identifier
      *came in again from the same source. A hole was examined when
      *the source's identifiers this run reach from below it to
      *above it, so the sequence walk crossed it.
           move 0 to WS-FIND-EXAMINED
           if FR-MISSING then
               perform HOLE-EXAMINED-PARA
           else
               if FR-KEY(1:16) = WS-EXAM-KEY then
                   set FINDING-EXAMINED to true
               end-if
           end-if.
       HOLE-EXAMINED-PARA.
           move 0 to WS-SRC-FOUND
           move 0 to WS-SRC-MATCH
           move FR-SRC-SYSTEM to WS-CUR-SOURCE
           perform MATCH-ONE-SOURCE-PARA
               varying WS-SRC-SUBSCR from 1 by 1
               until WS-SRC-SUBSCR > WS-SRC-COUNT
               or SOURCE-FOUND
           if WS-SRC-MATCH > 0 then
               if WS-SRC-CHECKED(WS-SRC-MATCH) > 0
                   and WS-SRC-LOW-N(WS-SRC-MATCH) < FR-N
                   and WS-SRC-HIGH-N(WS-SRC-MATCH)
                       >= FR-N + FR-LENGTH then
                   set FINDING-EXAMINED to true
               end-if
           end-if.
       TAKE-FINDING-DETAIL-PARA.
           move WF-LENGTH to FR-LENGTH
           move WF-SRC-REF to FR-SRC-REF
           move WF-OTHER-SRC to FR-OTHER-SRC
           move WF-OTHER-REF to FR-OTHER-REF.
       APPLY-ACK-PARA.
           perform APPLY-ONE-ACK-PARA
               varying WS-ACK-SUBSCR from 1 by 1
               until WS-ACK-SUBSCR > WS-ACK-COUNT.
       APPLY-ONE-ACK-PARA.
      *An acknowledgement moves an open finding to acknowledged and
      *any unresolved one to fix reported; it never closes one -
      *only a run that no longer detects the finding does that.
           if WS-ACK-ID(WS-ACK-SUBSCR) = FR-FINDING-ID
               and WS-ACK-RESULT(WS-ACK-SUBSCR) = space then
               evaluate true
                   when WS-ACK-SRC(WS-ACK-SUBSCR) not = FR-SRC-SYSTEM
                       move 'S' to WS-ACK-RESULT(WS-ACK-SUBSCR)
                   when FR-CLEARED
                       move 'C' to WS-ACK-RESULT(WS-ACK-SUBSCR)
                   when WS-ACK-CODE(WS-ACK-SUBSCR) = 'A'
                       set ACK-APPLIED(WS-ACK-SUBSCR) to true
                       if FR-OPEN then
                           set FR-ACKNOWLEDGED to true
                           move WS-ACK-DATE(WS-ACK-SUBSCR)
                               to FR-ACK-DATE
                       end-if
                   when WS-ACK-CODE(WS-ACK-SUBSCR) = 'F'
                       set ACK-APPLIED(WS-ACK-SUBSCR) to true
                       set FR-FIX-REPORTED to true
                       move WS-ACK-DATE(WS-ACK-SUBSCR) to FR-ACK-DATE
                   when other
                       move 'X' to WS-ACK-RESULT(WS-ACK-SUBSCR)
               end-evaluate
           end-if.
       PUT-FINDING-PARA.
      *Write the finding to the next register generation and, when
      *today's correction file has something to say about it, to
      *its source's correction file and the aging report.
           write FREG-NEW-RECORD from FINDING-REGISTER-RECORD
           if WS-CORR-ACTION not = space then
               if not CORR-SOURCE-STARTED
                   or FR-SRC-SYSTEM not = WS-CORR-SOURCE then
                   if CORR-SOURCE-STARTED then
                       perform END-SOURCE-PARA
                   end-if
                   perform START-SOURCE-PARA
               end-if
               compute WS-AGE-DAYS =
                   function integer-of-date(WS-RUN-DATE)
                   - function integer-of-date(FR-FIRST-DATE)
               evaluate WS-CORR-ACTION
                   when 'N'
                       add 1 to WS-AGE-NEW(1) WS-AGE-NEW(2)
                   when 'R'
                       add 1 to WS-AGE-REOPENED(1) WS-AGE-REOPENED(2)
                   when 'C'
                       add 1 to WS-AGE-CLEARED(1) WS-AGE-CLEARED(2)
               end-evaluate
               perform WRITE-CORR-DETAIL-PARA
               if FR-UNRESOLVED then
                   perform WRITE-AGE-DETAIL-PARA
               end-if
           end-if.
       START-SOURCE-PARA.
           move FR-SRC-SYSTEM to WS-CORR-SOURCE
           set CORR-SOURCE-STARTED to true
           initialize WS-AGE-SET(1)
           move 0 to WS-CORR-COUNT
           move 0 to WS-CORR-SLOT
           move 0 to WS-RTE-MATCH
           perform MATCH-ONE-ROUTE-PARA
               varying WS-RTE-SUBSCR from 1 by 1
               until WS-RTE-SUBSCR > WS-RTE-COUNT
               or WS-RTE-MATCH > 0
           if WS-RTE-MATCH > 0 then
               move WS-RTE-SLOT(WS-RTE-MATCH) to WS-CORR-SLOT
               move WS-RTE-FORMAT(WS-RTE-MATCH) to WS-CORR-FORMAT
               set RTE-FILE-WRITTEN(WS-RTE-MATCH) to true
               perform WRITE-CORR-HEADER-PARA
           else
               set ERRLOG-SEV-WARN to true
               move 'BGP003' to WS-ERRLOG-CODE
               move spaces to WS-ERRLOG-TEXT
               string 'NO CORRECTION FILE ROUTED FOR SOURCE '
                   delimited by size
                   WS-CORR-SOURCE delimited by size
                   into WS-ERRLOG-TEXT
               end-string
               perform LOG-MESSAGE-PARA
               add 1 to WS-UNROUTED-SOURCES
           end-if.
       MATCH-ONE-ROUTE-PARA.
           if WS-RTE-SYSTEM(WS-RTE-SUBSCR) = WS-CORR-SOURCE then
               move WS-RTE-SUBSCR to WS-RTE-MATCH
           end-if.
       END-SOURCE-PARA.
           if WS-CORR-SLOT > 0 then
               perform WRITE-CORR-TRAILER-PARA
           end-if
           move 1 to WS-AGE-IX
           move spaces to WS-AGE-LABEL
           string 'SOURCE ' delimited by size
               WS-CORR-SOURCE delimited by size
               into WS-AGE-LABEL
           end-string
           perform WRITE-AGE-SUMMARY-PARA.
       EMPTY-SOURCE-PARA.
      *A routed source with nothing outstanding still gets a header
      *and a zero trailer, so it knows the run happened.
           if not RTE-FILE-WRITTEN(WS-RTE-SUBSCR) then
               move WS-RTE-SYSTEM(WS-RTE-SUBSCR) to WS-CORR-SOURCE
               move WS-RTE-SLOT(WS-RTE-SUBSCR) to WS-CORR-SLOT
               move WS-RTE-FORMAT(WS-RTE-SUBSCR) to WS-CORR-FORMAT
               move 0 to WS-CORR-COUNT
               set RTE-FILE-WRITTEN(WS-RTE-SUBSCR) to true
               perform WRITE-CORR-HEADER-PARA
               perform WRITE-CORR-TRAILER-PARA
           end-if.
       WRITE-CORR-HEADER-PARA.
           move spaces to CORRECTION-RECORD
           set CR-HEADER to true
           move WS-CORR-SOURCE to CH-SRC-SYSTEM
           move WS-RUN-DATE to CH-RUN-DATE
           move 'BINARYGAP' to CH-SENDER
           perform WRITE-CORR-PARA.
       WRITE-CORR-DETAIL-PARA.
           move spaces to CORRECTION-RECORD
           set CR-DETAIL to true
           move FR-SRC-SYSTEM to CR-SRC-SYSTEM
           move FR-FINDING-ID to CR-FINDING-ID
           move WS-CORR-ACTION to CR-ACTION
           move FR-FIND-TYPE to CR-FIND-TYPE
           move FR-N to CR-N
           move FR-GAP-POS to CR-GAP-POS
           move FR-LENGTH to CR-LENGTH
           move FR-SRC-REF to CR-SRC-REF
           move FR-OTHER-SRC to CR-OTHER-SRC
           move FR-OTHER-REF to CR-OTHER-REF
           move FR-STATUS to CR-STATUS
           move FR-FIRST-DATE to CR-FIRST-DATE
           move WS-AGE-DAYS to CR-DAYS-OPEN
           add 1 to WS-CORR-COUNT
           perform WRITE-CORR-PARA.
       WRITE-CORR-TRAILER-PARA.
           move spaces to CORRECTION-RECORD
           set CR-TRAILER to true
           move WS-CORR-SOURCE to CT-SRC-SYSTEM
           move WS-RUN-DATE to CT-RUN-DATE
           move WS-CORR-COUNT to CT-DETAIL-COUNT
           perform WRITE-CORR-PARA.
       WRITE-CORR-PARA.
           if WS-CORR-SLOT > 0 then
               if CORR-DELIMITED then
                   perform BUILD-DELIMITED-PARA
               else
                   move CORRECTION-RECORD to WS-CORR-LINE
               end-if
               evaluate WS-CORR-SLOT
                   when 1
                       write CORR1-LINE from WS-CORR-LINE
                   when 2
                       write CORR2-LINE from WS-CORR-LINE
                   when 3
                       write CORR3-LINE from WS-CORR-LINE
                   when 4
                       write CORR4-LINE from WS-CORR-LINE
               end-evaluate
           end-if.
       BUILD-DELIMITED-PARA.
      *The same fields in the same order, comma-separated.
           move spaces to WS-CORR-LINE
           evaluate true
               when CR-HEADER
                   string CH-REC-TYPE delimited by size
                       ',' delimited by size
                       CH-SRC-SYSTEM delimited by size
                       ',' delimited by size
                       CH-RUN-DATE delimited by size
                       ',' delimited by size
                       CH-SENDER delimited by size
                       into WS-CORR-LINE
                   end-string
               when CR-TRAILER
                   string CT-REC-TYPE delimited by size
                       ',' delimited by size
                       CT-SRC-SYSTEM delimited by size
                       ',' delimited by size
                       CT-RUN-DATE delimited by size
                       ',' delimited by size
                       CT-DETAIL-COUNT delimited by size
                       into WS-CORR-LINE
                   end-string
               when other
                   string CR-REC-TYPE delimited by size
                       ',' delimited by size
                       CR-SRC-SYSTEM delimited by size
                       ',' delimited by size
                       CR-FINDING-ID delimited by size
                       ',' delimited by size
                       CR-ACTION delimited by size
                       ',' delimited by size
                       CR-FIND-TYPE delimited by size
                       ',' delimited by size
                       CR-N delimited by size
                       ',' delimited by size
                       CR-GAP-POS delimited by size
                       ',' delimited by size
                       CR-LENGTH delimited by size
                       ',' delimited by size
                       CR-SRC-REF delimited by size
                       ',' delimited by size
                       CR-OTHER-SRC delimited by size
                       ',' delimited by size
                       CR-OTHER-REF delimited by size
                       ',' delimited by size
                       CR-STATUS delimited by size
                       ',' delimited by size
                       CR-FIRST-DATE delimited by size
                       ',' delimited by size
                       CR-DAYS-OPEN delimited by size
                       into WS-CORR-LINE
                   end-string
           end-evaluate.
       WRITE-AGE-DETAIL-PARA.
      *One line per unresolved finding, banded by days open.
           add 1 to WS-AGE-UNRESOLVED(1) WS-AGE-UNRESOLVED(2)
           evaluate true
               when WS-AGE-DAYS <= 7
                   add 1 to WS-AGE-BAND-1(1) WS-AGE-BAND-1(2)
               when WS-AGE-DAYS <= 30
                   add 1 to WS-AGE-BAND-2(1) WS-AGE-BAND-2(2)
               when WS-AGE-DAYS <= 90
                   add 1 to WS-AGE-BAND-3(1) WS-AGE-BAND-3(2)
               when other
                   add 1 to WS-AGE-BAND-4(1) WS-AGE-BAND-4(2)
           end-evaluate
           if FR-ACKNOWLEDGED then
               add 1 to WS-AGE-ACKED(1) WS-AGE-ACKED(2)
           end-if
           if FR-FIX-REPORTED then
               add 1 to WS-AGE-FIXREP(1) WS-AGE-FIXREP(2)
           end-if
           move spaces to AGE-LINE
           string FR-SRC-SYSTEM delimited by size
               ' ' delimited by size
               FR-FINDING-ID delimited by size
               ' ' delimited by size
               FR-FIND-TYPE delimited by size
               ' ' delimited by size
               FR-N delimited by size
               ' ' delimited by size
               FR-GAP-POS delimited by size
               ' ' delimited by size
               FR-LENGTH delimited by size
               ' ' delimited by size
               FR-STATUS delimited by size
               ' ' delimited by size
               FR-FIRST-DATE delimited by size
               ' ' delimited by size
               WS-AGE-DAYS delimited by size
               ' ' delimited by size
               WS-AGE-NOTE delimited by size
               into AGE-LINE
           end-string
           write AGE-LINE.
       WRITE-AGE-SUMMARY-PARA.
           move spaces to AGE-LINE
           string WS-AGE-LABEL delimited by size
               ' UNRESOLVED ' delimited by size
               WS-AGE-UNRESOLVED(WS-AGE-IX) delimited by size
               ' 0-7 DAYS ' delimited by size
               WS-AGE-BAND-1(WS-AGE-IX) delimited by size
               ' 8-30 ' delimited by size
               WS-AGE-BAND-2(WS-AGE-IX) delimited by size
               ' 31-90 ' delimited by size
               WS-AGE-BAND-3(WS-AGE-IX) delimited by size
               ' OVER 90 ' delimited by size
               WS-AGE-BAND-4(WS-AGE-IX) delimited by size
               into AGE-LINE
           end-string
           write AGE-LINE
           move spaces to AGE-LINE
           string '            ACKNOWLEDGED ' delimited by size
               WS-AGE-ACKED(WS-AGE-IX) delimited by size
               ' FIX REPORTED ' delimited by size
               WS-AGE-FIXREP(WS-AGE-IX) delimited by size
               ' NEW ' delimited by size
               WS-AGE-NEW(WS-AGE-IX) delimited by size
               ' REOPENED ' delimited by size
               WS-AGE-REOPENED(WS-AGE-IX) delimited by size
               ' CLEARED ' delimited by size
               WS-AGE-CLEARED(WS-AGE-IX) delimited by size
               into AGE-LINE
           end-string
           write AGE-LINE.
       REPORT-ACK-PARA.
      *Acknowledgements that could not be applied, with the reason.
           if not ACK-APPLIED(WS-ACK-SUBSCR) then
               add 1 to WS-ACK-EXCEPTIONS
               move spaces to AGE-LINE
               evaluate WS-ACK-RESULT(WS-ACK-SUBSCR)
                   when 'S'
                       move 'FINDING OF ANOTHER SOURCE'
                           to WS-AGE-NOTE
                   when 'C'
                       move 'FINDING ALREADY CLEARED' to WS-AGE-NOTE
                   when 'X'
                       move 'UNKNOWN ACKNOWLEDGEMENT CODE'
                           to WS-AGE-NOTE
                   when other
                       move 'NO SUCH FINDING' to WS-AGE-NOTE
               end-evaluate
               string 'ACK NOT APPLIED - FINDING ' delimited by size
                   WS-ACK-ID(WS-ACK-SUBSCR) delimited by size
                   ' SOURCE ' delimited by size
                   WS-ACK-SRC(WS-ACK-SUBSCR) delimited by size
                   ' CODE ' delimited by size
                   WS-ACK-CODE(WS-ACK-SUBSCR) delimited by size
                   ' - ' delimited by size
                   WS-AGE-NOTE delimited by size
                   into AGE-LINE
               end-string
               write AGE-LINE
           end-if.
      *Common diagnostic-logging paragraph, shared with FrogJmp and
      *RechnungSumme - see ERRCODES.cpy/LOGMSG.cpy.
           COPY "LOGMSG.cpy".
