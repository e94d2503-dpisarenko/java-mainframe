                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY IM-ITEM-NO.
      *Effective-dated standard cost per item - see STDCOST.cpy.
           SELECT STDCOST ASSIGN STDCOSTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY SC-KEY
                          FILE STATUS WS-STDCOST-STATUS.
           SELECT CONTPRC ASSIGN CONTPRCNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          ACCESS MODE RANDOM
                          RECORD KEY EV-KEY
                          FILE STATUS WS-EINVSTAT-STATUS.
      *Issued-document register - one record per document issued,
      *carrying what a cancellation mirrors and the document's
      *cancellation status. See DOCREG.cpy.
           SELECT DOCREG  ASSIGN DOCREGNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY DR-DOC-NO
                          FILE STATUS WS-DOCREG-STATUS.
      *Cancellation requests queued by RECHSTO, keyed by the
      *reversal's invoice number. See STOREQ.cpy.
           SELECT STOREQ  ASSIGN STOREQNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY SQ-REV-INVOICE-NO
                          FILE STATUS WS-STOREQ-STATUS.
      *Deferred-revenue schedule RECHRCR writes for recurring
      *charges billed in advance, keyed by the generated invoice
      *number. See DEFSCHED.cpy.
           SELECT DEFSCHED ASSIGN DEFSCHNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY DS-INVOICE-NO
                          FILE STATUS WS-DEFSCH-STATUS.
      *Unbilled deliveries of customers billed on a cycle - the
      *lines waiting for the customer's next collective invoice,
      *keyed by company, customer, invoice number and line. See
      *UNBILLED.cpy.
           SELECT UNBILLED ASSIGN UNBILLNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY UB-KEY
                          FILE STATUS WS-UNBILL-STATUS.
      *Cash-basis VAT register - the net and VAT per VAT code of
      *each document billed under a company that accounts for VAT
      *on receipts, for cash application to release as the money
      *comes in. See CASHVAT.cpy.
           SELECT CASHVAT ASSIGN CASHVATNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CV-INVOICE-NO
                          FILE STATUS WS-CASHVAT-STATUS.
      *Document text table - the captions and legends of the
      *invoice document and the item descriptions in the customer's
      *language. See DOCTEXT.cpy.
           SELECT DOCTEXT ASSIGN DOCTEXTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY DT-KEY
                          FILE STATUS WS-DOCTEXT-STATUS.
      *Purchase-order line register and the transmission-to-PO
      *cross-reference EDI850 builds - lines generated off a
      *partner's 850 are matched against what the PO ordered and
      *their billing posted back. See POLINE.cpy/POXREF.cpy.
           SELECT POLINE  ASSIGN POLINENM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY PL-KEY
                          FILE STATUS WS-POLINE-STATUS.
           SELECT POXREF  ASSIGN POXREFNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY PX-INVOICE-NO
                          FILE STATUS WS-POXREF-STATUS.
      *PO-matching exception report - every PO line billed past its
      *ordered quantity or off its PO price, and whether it was
      *flagged through or held.
           SELECT POMFILE ASSIGN POMNAME
                          ORGANIZATION LINE SEQUENTIAL.
      *Price-variance exception report - every sale line whose
      *transmitted unit price lies outside the price tolerance of
      *the list (or contract/break) price, and whether it was
      *flagged through or held for Sales.
           SELECT PRXFILE ASSIGN PRXNAME
                          ORGANIZATION LINE SEQUENTIAL.
      *Reverse-charge verification exception report - every line
      *of a customer registered abroad whose registration number is
      *not verified valid recently enough, billed with domestic VAT
      *instead of zero-rated.
           SELECT VRXFILE ASSIGN VRXNAME
                          ORGANIZATION LINE SEQUENTIAL.
      *Stock-movement extract for the inventory system - one
      *record per billed merchandise line, control trailer like
      *the AR feed. See STKMOVE.cpy.
           SELECT STKFILE ASSIGN STKNAME
                          ORGANIZATION LINE SEQUENTIAL.
      *Intercompany payable extract - one record per document billed
      *to a group company, the invoice as the buying company books
      *it in its payables. See ICPAY.cpy.
           SELECT ICPFILE ASSIGN ICPNAME
                          ORGANIZATION LINE SEQUENTIAL.
      *Gross-margin summary: per-item and per-customer billed net
      *against standard cost per company group, with a below-floor
      *exception line for every billed line priced under cost.
                          FILE STATUS WS-PERCTL-STATUS.
      *Keyword run-parameter dataset (ROUNDING=2, VATBASIS=I,
      *MINCHARGE=0000100, DUPOVERRIDE=N, SIMULATE=N, PARTLO/PARTHI/
      *PARTNO, PROCDATE=YYYYMMDD, POMATCH=FLAG|HOLD, PRICETOL=nnn,
      *PRICELIM=nnn, VATVERDAYS=nnn) - replaces counting bytes in the
      *positional PARM string. Every keyword is validated at
      *start-up, the effective settings echo to the run log and the
      *balancing page, and a keyword value beats the corresponding
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT GLFILE  ASSIGN GLNAME
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT GLJFILE ASSIGN GLJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
      *Restart work copy of the posting journal - see
      *CUT-BACK-GL-JOURNAL.
           SELECT GLJWORK ASSIGN GLJWRKNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT EMAILFILE ASSIGN EMAILNM
                          ORGANIZATION LINE SEQUENTIAL.
      *Structured e-invoice extract for the customers on UBL/
      *XRechnung delivery - RECHUBL turns each document on it into
      *the XML the buyer's portal or network takes.
           SELECT UBLEXT  ASSIGN UBLEXTNM
                          ORGANIZATION LINE SEQUENTIAL.
      *EDI 810 invoice transmission extract, one interchange per run,
      *for the trading partners who now require invoices delivered as
      *EDI transactions instead of a mailed printout - handed to the
           COPY "CURRTAB.cpy".
       FD ITEMMAST.
           COPY "ITEMMAST.cpy".
       FD STDCOST.
           COPY "STDCOST.cpy".
       FD CONTPRC.
           COPY "CONTPRC.cpy".
       FD QTYBRK.
           COPY "EDIPART.cpy".
       FD EINVSTAT.
           COPY "EINVSTAT.cpy".
       FD DOCREG.
           COPY "DOCREG.cpy".
       FD STOREQ.
           COPY "STOREQ.cpy".
       FD DEFSCHED.
           COPY "DEFSCHED.cpy".
       FD UNBILLED.
           COPY "UNBILLED.cpy".
       FD CASHVAT.
           COPY "CASHVAT.cpy".
       FD DOCTEXT.
           COPY "DOCTEXT.cpy".
       FD MGNFILE.
       01  MARGIN-REPORT-LINE    PIC X(100).
       FD POLINE.
           COPY "POLINE.cpy".
       FD POXREF.
           COPY "POXREF.cpy".
       FD POMFILE.
       01  PO-MATCH-REPORT-LINE  PIC X(120).
       FD PRXFILE.
       01  PRICE-EXCEPT-REPORT-LINE PIC X(100).
       FD VRXFILE.
       01  VATVER-EXCEPT-REPORT-LINE PIC X(100).
       FD STKFILE.
           COPY "STKMOVE.cpy".
       FD ICPFILE.
           COPY "ICPAY.cpy".
       FD RELCTL.
           COPY "RELCTL.cpy".
       FD RMAAUTH.
      *has to be keyed by hand from the printed report.
       FD GLFILE.
           COPY "GLPOST.cpy".
      *Posting journal - every document behind each GL summary
      *line, with the subtotal that proves it to the posted amount.
       FD GLJFILE.
           COPY "GLJRNL.cpy".
       FD GLJWORK.
       01  GL-JOURNAL-WORK-RECORD    PIC X(161).
      *Electronic-delivery extract - the same detail line an OUTFILE
      *customer would get printed, routed here instead for customers
      *on file as electronic delivery, so nobody has to hand-pull the
           05 EM-CUST-ID             PIC X(6).
           05                        PIC X.
           05 EM-BODY-LINE           PIC X(105).
       FD UBLEXT.
           COPY "UBLEXT.cpy".
      *One EDI 810 segment per record - ISA/GS interchange envelope
      *around one ST/BIG/N1/IT1.../TDS/CTT/SE transaction set per
      *invoice document (an IT1 per billed line), GE/IEA closing the
           05 HLD-CREDIT-LIMIT   PIC 9(7)V99.
           05                    PIC X.
           05 HLD-EXPOSURE       PIC S9(9)V99.
      *Why the line is held - CRED over the credit limit, BLCK
      *billing-blocked account, CLSD closed or anonymised account,
      *POMT PO-matching exception, PRIC transmitted price beyond the
      *hard price-variance limit.
           05                    PIC X.
           05 HLD-REASON-CODE    PIC X(4).

       WORKING-STORAGE SECTION .
      *Common diagnostic-severity levels and message fields, shared
           88 RESTART-RUN           VALUE 1.
           88 FRESH-RUN             VALUE 0.
       01  WS-RECORDS-TO-SKIP    PIC 9(7) VALUE 0.
       01  WS-JRN-COPY-COUNT     PIC 9(7) VALUE 0.
       01  WS-JRN-COPY-EOF-SW    PIC X VALUE 'N'.
           88 WS-JRN-COPY-EOF        VALUE 'Y'.
       01  WS-SKIP-CTR           PIC 9(7) VALUE 0.
       01  WS-BATCH-ID           PIC X(10) VALUE SPACES.
       01  WS-EXPECTED-DETAIL-COUNT PIC 9(7) VALUE 0.
           88 ITEM-NOT-FOUND         VALUE 1.
           88 ITEM-FOUND             VALUE 0.
       01  WS-ITEM-REJECT-COUNT  PIC 9(7) VALUE 0.
      *Sale lines for an item the item master has discontinued -
      *returns credits and reversals for one still bill.
       01  WS-DISC-REJECT-COUNT  PIC 9(7) VALUE 0.
      *Standard cost in force on the line's invoice date, off the
      *effective-dated cost file; no file (first installation) or
      *no row for the item means the item master's cost.
       01  WS-STDCOST-STATUS     PIC X(2) VALUE '00'.
       01  WS-STDCOST-OPEN-SW    PIC X VALUE 'N'.
           88 WS-STDCOST-AVAILABLE   VALUE 'Y'.
       01  WS-LINE-STD-COST      PIC 9(5)V99 VALUE 0.
      *Lines whose invoice number is already on the history file -
      *a re-sent transmission trying to bill twice. Diverted to the
      *suspense file with reason DUPL before they ever reach the
       01  WS-CO-GL-FRT-ACCT     PIC X(10) VALUE '4100-FRT '.
       01  WS-CO-GL-COGS-ACCT    PIC X(10) VALUE '5000-COGS'.
       01  WS-CO-GL-INV-ACCT     PIC X(10) VALUE '1300-INV '.
       01  WS-CO-GL-DEFREV-ACCT  PIC X(10) VALUE '2400-DEFR'.
       01  WS-CO-GL-VATSUS-ACCT  PIC X(10) VALUE '2150-VATS'.
      *Intercompany receivable and revenue - documents billed to a
      *group company post apart from trade so consolidation can
      *eliminate them.
       01  WS-CO-GL-ICAR-ACCT    PIC X(10) VALUE '1260-ICAR'.
       01  WS-CO-GL-ICREV-ACCT   PIC X(10) VALUE '4050-ICRV'.
      *The company's VAT accounting basis - a cash-basis company's
      *VAT credits the VAT-suspense account, not VAT payable, and
      *each of its documents goes on the cash-basis VAT register.
       01  WS-CO-VAT-BASIS       PIC X VALUE 'I'.
           88 WS-CO-VAT-CASH-BASIS   VALUE 'C'.
       01  WS-COMP-REJECT-COUNT  PIC 9(7) VALUE 0.
      *Gapless official document numbering - the next number to
      *assign and the first/last assigned this run (for the GL
           88 NOT-REVERSE-CHARGE      VALUE 'N'.
       01  WS-REVCHG-LINE-COUNT  PIC 9(7) VALUE 0.
       01  WS-CO-COUNTRY         PIC X(2) VALUE 'US'.
      *The registration must be verified valid by RECHVVL (see
      *CM-VAT-VERIFY-STATUS) no more than VATVERDAYS days before the
      *line's invoice date - zero switches the check off. Any other
      *line of a customer registered abroad bills domestic VAT and
      *goes on the verification exception report.
       01  WS-VATVER-DAYS        PIC 9(3) VALUE 90.
       01  WS-VATVER-AGE         PIC S9(7) VALUE 0.
       01  WS-VATVER-SW          PIC X VALUE 'N'.
           88 VAT-REG-VERIFIED       VALUE 'Y'.
           88 VAT-REG-NOT-VERIFIED   VALUE 'N'.
       01  WS-VATVER-STATE       PIC X(12) VALUE SPACES.
       01  WS-VATVER-EXCEPT-COUNT PIC 9(7) VALUE 0.
      *Unapplied-credit pool for the whole run: each customer's
      *open credit items off AROPEN (prepayments, on-account
      *credits) load ONCE - the first time the sorted stream
       01  WS-KW-PART-HI         PIC X(6) VALUE SPACES.
       01  WS-KW-PART-NO         PIC X VALUE ' '.
       01  WS-KW-PROC-DATE       PIC 9(8) VALUE 0.
       01  WS-KW-PO-MATCH        PIC X VALUE ' '.
       01  WS-KW-PRICE-TOL       PIC X(3) VALUE SPACES.
       01  WS-KW-PRICE-TOL-9 REDEFINES WS-KW-PRICE-TOL
                                 PIC 9(3).
       01  WS-KW-PRICE-LIM       PIC X(3) VALUE SPACES.
       01  WS-KW-PRICE-LIM-9 REDEFINES WS-KW-PRICE-LIM
                                 PIC 9(3).
       01  WS-KW-VATVER-DAYS     PIC X(3) VALUE SPACES.
       01  WS-KW-VATVER-DAYS-9 REDEFINES WS-KW-VATVER-DAYS
                                 PIC 9(3).
       01  WS-SYSSTAT-STATUS     PIC X(2) VALUE '00'.
       01  WS-RUN-TIME           PIC 9(8) VALUE 0.
       01  WS-EINVSTAT-STATUS    PIC X(2) VALUE '00'.
       01  WS-EINV-SENT-COUNT    PIC 9(7) VALUE 0.
      *Structured e-invoice extract: documents written, the line's
      *description kept in full (the report column truncates it)
      *and the VAT rate the line was charged at.
       01  WS-UBL-DOC-COUNT      PIC 9(7) VALUE 0.
       01  WS-LINE-ITEM-DESC     PIC X(60) VALUE SPACES.
       01  WS-UBL-VAT-PCT        PIC 9(3)V99 VALUE 0.
       01  WS-UBL-VAT-PCT-1      PIC 9(3)V9 VALUE 0.
      *AR feed control-envelope figures for the trailer ARPOST
      *verifies before posting.
       01  WS-ARFD-COUNT         PIC 9(7) VALUE 0.
      *lines priced under cost.
       01  WS-LINE-COST          PIC S9(9)V99 VALUE 0.
       01  ALL-TOTAL-COGS        PIC S9(9)V99 VALUE 0.
      *Advance-billed recurring revenue: the net of a line on the
      *deferred-revenue schedule credits deferred revenue instead of
      *revenue, and a credit or cancellation against such an invoice
      *takes back what is still unreleased there first - only the
      *already-earned remainder comes off revenue.
       01  WS-DEFSCH-STATUS      PIC X(2) VALUE '00'.
       01  WS-DEFSCH-OPEN-SW     PIC X VALUE 'N'.
           88 WS-DEFSCH-AVAILABLE    VALUE 'Y'.
       01  WS-LINE-ORIG-INV-NO   PIC 9(7) VALUE 0.
       01  WS-LINE-DEFERRED-AMT  PIC S9(9)V99 VALUE 0.
       01  WS-DEFER-UNRELEASED   PIC S9(9)V99 VALUE 0.
       01  ALL-TOTAL-DEFERRED    PIC S9(9)V99 VALUE 0.
      *The company group's intercompany share: gross of the documents
      *billed to group companies, and the revenue in them - split
      *off the trade receivable and revenue postings. The payable
      *extract's count and amount for the end-of-run display.
       01  ALL-TOTAL-IC-AR       PIC S9(9)V99 VALUE 0.
       01  ALL-TOTAL-IC-REV      PIC S9(9)V99 VALUE 0.
       01  WS-ICP-COUNT          PIC 9(7) VALUE 0.
       01  WS-ICP-AMOUNT         PIC S9(11)V99 VALUE 0.
      *Posting journal: what the open invoice document has added to
      *each company total the GL postings are built from, written
      *out as the document's share of each posting when it closes;
      *and per posting of the company group in flight, the shares
      *journalled so far and the documents behind them, for the
      *subtotal written next to the posting. The line keys, in the
      *order WRITE-GL-POSTINGS posts: 1 AR, 2 revenue, 3 IC AR,
      *4 IC revenue, 5 freight, 6 deferred revenue, 7 VAT, 8 rebate
      *contra, 9 cost of sales, 10 inventory relief, 11 WHT
      *receivable, 12 WHT off trade AR.
       01  WS-JD-AMOUNTS.
           05 WS-JD-GROSS           PIC S9(9)V99 VALUE 0.
           05 WS-JD-NET             PIC S9(9)V99 VALUE 0.
           05 WS-JD-REBATE          PIC S9(9)V99 VALUE 0.
           05 WS-JD-FREIGHT         PIC S9(9)V99 VALUE 0.
           05 WS-JD-DEFERRED        PIC S9(9)V99 VALUE 0.
           05 WS-JD-WHT             PIC S9(9)V99 VALUE 0.
           05 WS-JD-COST            PIC S9(9)V99 VALUE 0.
           05 WS-JD-IC-AR           PIC S9(9)V99 VALUE 0.
           05 WS-JD-IC-REV          PIC S9(9)V99 VALUE 0.
       01  WS-JRN-LINE-TABLE.
           05 WS-JRN-LINE OCCURS 12 TIMES.
               10 WS-JRN-LINE-AMT    PIC S9(9)V99 VALUE 0.
               10 WS-JRN-LINE-COUNT  PIC 9(7) VALUE 0.
       01  WS-JRN-LINE-KEYS.
           05 FILLER PIC X(48) VALUE
               'AR  REV ICARICRVFRT DEFRVAT REBCCOGSINV WHT WHAR'.
       01  WS-JRN-LINE-KEY-TABLE REDEFINES WS-JRN-LINE-KEYS.
           05 WS-JRN-LINE-KEY OCCURS 12 TIMES PIC X(4).
       01  WS-JRN-SUBSCR         PIC 99 VALUE 0.
       01  WS-JRN-REC-COUNT      PIC 9(7) VALUE 0.
       01  WS-DEFERRED-LINE-COUNT PIC 9(7) VALUE 0.
       01  WS-DEFER-CREDIT-COUNT PIC 9(7) VALUE 0.
      *Collective invoicing: a cycle customer's sale lines go onto
      *the unbilled-deliveries file as they price instead of
      *billing, and after the last batch the collective pass bills
      *every line whose cycle date has come - one document per
      *customer. WS-UB-CUR-* track the invoice number being
      *gathered, so its further lines are continuations and not
      *duplicates; WS-UB-COLL-* the customer the pass is billing.
       01  WS-UNBILL-STATUS      PIC X(2) VALUE '00'.
       01  WS-UNBILL-OPEN-SW     PIC X VALUE 'N'.
           88 WS-UNBILL-AVAILABLE    VALUE 'Y'.
       01  WS-COLL-PASS-SW       PIC X VALUE 'N'.
           88 WS-COLLECTIVE-PASS     VALUE 'Y'.
       01  WS-UB-EOF-SW          PIC X VALUE 'N'.
           88 WS-UB-EOF              VALUE 'Y'.
       01  WS-UB-DUE-SW          PIC X VALUE 'N'.
           88 WS-UB-ROW-DUE          VALUE 'Y'.
       01  WS-UB-CUR-COMPANY     PIC X(2) VALUE SPACES.
       01  WS-UB-CUR-CUST        PIC X(6) VALUE SPACES.
       01  WS-UB-CUR-INVOICE     PIC 9(7) VALUE 0.
       01  WS-UB-LINE-SEQ        PIC 9(3) VALUE 0.
       01  WS-UB-ACCUM-COUNT     PIC 9(7) VALUE 0.
       01  WS-UB-ACCUM-AMT       PIC S9(11)V99 VALUE 0.
       01  WS-UB-COLL-COMPANY    PIC X(2) VALUE SPACES.
       01  WS-UB-COLL-CUST       PIC X(6) VALUE SPACES.
       01  WS-UB-COLL-INVOICE    PIC 9(7) VALUE 0.
       01  WS-UB-COLL-LINE-COUNT PIC 9(7) VALUE 0.
       01  WS-UB-COLL-DOC-COUNT  PIC 9(7) VALUE 0.
       01  WS-UB-KEPT-COUNT      PIC 9(7) VALUE 0.
      *Cycle-date arithmetic: the delivery date worked forward to
      *the customer's next weekday or day of the month.
       01  WS-UB-CYCLE-DATE      PIC 9(8) VALUE 0.
       01  WS-UB-WORK-DATE       PIC 9(8) VALUE 0.
       01  WS-UB-WORK-DATE-R REDEFINES WS-UB-WORK-DATE.
           05 WS-UB-WORK-YYYY    PIC 9(4).
           05 WS-UB-WORK-MM      PIC 9(2).
           05 WS-UB-WORK-DD      PIC 9(2).
       01  WS-UB-CALC-DATE       PIC 9(8) VALUE 0.
       01  WS-UB-CALC-DATE-R REDEFINES WS-UB-CALC-DATE.
           05 WS-UB-CALC-YYYY    PIC 9(4).
           05 WS-UB-CALC-MM      PIC 9(2).
           05 WS-UB-CALC-DD      PIC 9(2).
       01  WS-UB-TARGET-DAY      PIC 9(2) VALUE 0.
       01  WS-UB-CYCLE-DD        PIC 9(2) VALUE 0.
       01  WS-UB-DAY-INT         PIC 9(7) VALUE 0.
       01  WS-UB-WEEKDAY         PIC 9 VALUE 0.
       01  WS-UB-DAYS-AHEAD      PIC 9 VALUE 0.
      *Net and VAT per VAT code on the open invoice document
      *(subscript is the code plus 1), for the cash-basis VAT
      *register written as the document closes.
       01  WS-CASHVAT-STATUS     PIC X(2) VALUE '00'.
       01  WS-INV-VC-TABLE.
           05 WS-INV-VC-ENTRY OCCURS 10 TIMES.
               10 WS-INV-VC-NET       PIC S9(9)V99 VALUE 0.
               10 WS-INV-VC-VAT       PIC S9(9)V99 VALUE 0.
       01  WS-CASHVAT-DOC-COUNT  PIC 9(7) VALUE 0.
       01  WS-MGI-TABLE.
           05 WS-MGI-ENTRY OCCURS 100 TIMES.
               10 WS-MGI-ITEM-NO     PIC X(8).
       01  WS-INV-CURRENCY       PIC X(3) VALUE SPACES.
       01  WS-INV-BOOKED-RATE    PIC 9(3)V9(4) VALUE 0.
       01  WS-INV-COMPANY        PIC X(2) VALUE SPACES.
      *Group company the open document bills, off the customer
      *master when it opens - spaces for a third-party customer.
       01  WS-INV-IC-COMPANY     PIC X(2) VALUE SPACES.
           88 WS-INV-THIRD-PARTY     VALUE SPACES.
      *Delivery method captured when the document opens - at close
      *time the customer master record in storage can already
      *belong to the NEXT line's customer. Electronic is either the
      *e-mailed text document or the structured UBL/XRechnung one.
       01  WS-INV-ELEC-SW        PIC X VALUE 'N'.
           88 WS-INV-ELECTRONIC      VALUE 'Y' 'U'.
           88 WS-INV-EMAILED         VALUE 'Y'.
           88 WS-INV-STRUCTURED      VALUE 'U'.
      *Reverse-charge state of the open document, for the legend
      *printed ahead of the invoice total line.
       01  WS-INV-RC-SW          PIC X VALUE 'N'.
           88 WS-INV-REVERSE-CHARGE  VALUE 'Y'.
       01  WS-INV-VAT-REG-NO     PIC X(14) VALUE SPACES.
      *Language the open document is produced in, captured when it
      *opens like the delivery method, and the language the current
      *report page was headed in - a document in another language
      *starts a new page so its headings match it.
       01  WS-INV-LANG-CODE      PIC X(2) VALUE 'DE'.
       01  WS-PAGE-LANG-CODE     PIC X(2) VALUE SPACES.
      *Document text lookup (see GET-DOC-TEXT): the text id and
      *language asked for, the text found - holding the program's
      *own wording until a table row replaces it - and a second
      *caption held while the next one is looked up.
       01  WS-DOCTEXT-STATUS     PIC X(2) VALUE '00'.
       01  WS-DOCTEXT-OPEN-SW    PIC X VALUE 'N'.
           88 WS-DOCTEXT-AVAILABLE   VALUE 'Y'.
       01  WS-TX-ID              PIC X(10).
       01  WS-TX-LANG            PIC X(2).
       01  WS-TX-TEXT            PIC X(80).
       01  WS-TX-HOLD            PIC X(80).
       01  WS-TX-VERBATIM-SW     PIC X VALUE 'N'.
           88 WS-TX-VERBATIM         VALUE 'Y'.
      *Freight pricing state for the open document: total shipping
      *weight across its sale lines, the destination zone off the
      *customer's zip, and the VAT code/multiplier its freight line
       01  WS-INV-VAT-MULT       PIC 9(5)V999 VALUE 0.
       01  WS-FRT-NET-AMT        PIC S9(5)V99 VALUE 0.
       01  WS-FRT-VAT-AMT        PIC S9(7)V99 VALUE 0.
      *Cancellation (storno) state. A reversal line off RECHSTO is
      *replaced by the next history line of the document it
      *cancels and bills at that line's stored amounts, sign
      *turned; the reversal document carries the cancelled
      *document's booked rate, freight and reverse-charge state,
      *and references its number on every output.
       01  WS-DOCREG-STATUS      PIC X(2) VALUE '00'.
       01  WS-DOCREG-OPEN-SW     PIC X VALUE 'N'.
           88 WS-DOCREG-AVAILABLE    VALUE 'Y'.
       01  WS-STOREQ-STATUS      PIC X(2) VALUE '00'.
       01  WS-STOREQ-OPEN-SW     PIC X VALUE 'N'.
           88 WS-STOREQ-AVAILABLE    VALUE 'Y'.
       01  WS-LINE-STORNO-SW     PIC X VALUE 'N'.
           88 WS-LINE-IS-STORNO      VALUE 'Y'.
       01  WS-STORNO-BAD-SW      PIC X VALUE 'N'.
           88 STORNO-CHECK-FAILED    VALUE 'Y'.
           88 STORNO-CHECK-PASSED    VALUE 'N'.
       01  WS-STOR-REJECT-COUNT  PIC 9(7) VALUE 0.
       01  WS-STORNO-DOC-COUNT   PIC 9(7) VALUE 0.
       01  WS-STO-CUR-REV-NO     PIC 9(7) VALUE 0.
       01  WS-STO-ORIG-DOC-NO    PIC 9(9) VALUE 0.
       01  WS-STO-ORIG-INV-NO    PIC 9(7) VALUE 0.
       01  WS-STO-ORIG-DATE      PIC 9(8) VALUE 0.
       01  WS-STO-BOOKED-RATE    PIC 9(3)V9(4) VALUE 0.
       01  WS-STO-RC-SW          PIC X VALUE 'N'.
       01  WS-STO-FRT-NET-AMT    PIC S9(5)V99 VALUE 0.
       01  WS-STO-FRT-VAT-AMT    PIC S9(7)V99 VALUE 0.
       01  WS-STO-LINE-NO        PIC 9(3) VALUE 0.
       01  WS-STO-REV-DATE       PIC 9(8) VALUE 0.
       01  WS-STO-NET-AMT        PIC S9(7)V99 VALUE 0.
       01  WS-STO-GROSS-AMT      PIC S9(7)V99 VALUE 0.
       01  WS-STO-REBATE-AMT     PIC S9(7)V99 VALUE 0.
       01  WS-STO-WHT-AMT        PIC S9(7)V99 VALUE 0.
       01  WS-STO-COST-AMT       PIC S9(7)V99 VALUE 0.
      *An original finance-charge line moved no stock, so neither
      *does its reversal.
       01  WS-STO-STOCK-SW       PIC X VALUE 'Y'.
           88 WS-STO-MOVES-STOCK     VALUE 'Y'.
      *The open document is a reversal - captured when it opens,
      *with the cancelled document it references.
       01  WS-INV-STORNO-SW      PIC X VALUE 'N'.
           88 WS-INV-IS-STORNO       VALUE 'Y'.
       01  WS-INV-STO-DOC-NO     PIC 9(9) VALUE 0.
       01  WS-INV-STO-INV-NO     PIC 9(7) VALUE 0.
       01  WS-INV-STO-DATE       PIC 9(8) VALUE 0.
      *PO matching. A line EDI850 generated off a partner's
      *purchase order is checked against the PO line before it
      *bills: billing it must not take the PO line's cumulative
      *billed quantity past the ordered quantity, and its final
      *unit price must be the PO price. An exception is flagged on
      *the PO-matching report and bills on, or - with the POMATCH
      *keyword set to HOLD - goes to the credit-hold file for
      *release through RECHCRRL. A line arriving in a release
      *batch has been released already and only flags.
       01  WS-POLINE-STATUS      PIC X(2) VALUE '00'.
       01  WS-POLINE-OPEN-SW     PIC X VALUE 'N'.
           88 WS-POLINE-AVAILABLE    VALUE 'Y'.
       01  WS-POXREF-STATUS      PIC X(2) VALUE '00'.
       01  WS-POXREF-OPEN-SW     PIC X VALUE 'N'.
           88 WS-POXREF-AVAILABLE    VALUE 'Y'.
       01  WS-PO-MATCH-MODE      PIC X VALUE 'F'.
           88 PO-MATCH-FLAG-ONLY     VALUE 'F'.
           88 PO-MATCH-HOLDS         VALUE 'H'.
       01  WS-PO-HOLD-SW         PIC X VALUE 'N'.
           88 PO-MATCH-HOLD-LINE     VALUE 'Y'.
       01  WS-PO-QTY-SW          PIC X VALUE 'N'.
           88 PO-QTY-EXCEEDED        VALUE 'Y'.
       01  WS-PO-PRICE-SW        PIC X VALUE 'N'.
           88 PO-PRICE-DIFFERS       VALUE 'Y'.
      *The line's purchase order - off the cross-reference for a
      *generated line, off the cancelled line's history for a
      *reversal, spaces otherwise.
       01  WS-LINE-PO-NO         PIC X(20) VALUE SPACES.
       01  WS-LINE-PO-LINE-NO    PIC X(6) VALUE SPACES.
       01  WS-PO-CUM-QTY         PIC S9(7) VALUE 0.
       01  WS-PO-MATCHED-COUNT   PIC 9(7) VALUE 0.
       01  WS-PO-EXCEPT-COUNT    PIC 9(7) VALUE 0.
       01  WS-PO-HOLD-COUNT      PIC 9(7) VALUE 0.
       01  WS-PO-ACTION          PIC X(8) VALUE SPACES.
       01  WS-PO-REASON          PIC X(20) VALUE SPACES.
       01  WS-POM-QTY-ED         PIC -(6)9.
       01  WS-POM-PRC-ED         PIC ZZ9.99.
      *Price-variance check. Every sale line's transmitted unit
      *price is compared with the price it should have carried -
      *the contract or quantity-break price when one applied, the
      *item master list price otherwise (converted to the line's
      *currency basis through the booked rate). A variance beyond
      *the tolerance (PRICETOL, percent either way) goes on the
      *price-exception report and bills on; a variance beyond the
      *hard limit (PRICELIM, percent; zero switches the hold off)
      *sends the line to the credit-hold file, reason PRIC, for
      *Sales to approve through RECHCRRL. A line arriving in a
      *release batch has been approved already and only flags.
       01  WS-PRICE-TOL-PCT      PIC 9(3) VALUE 10.
       01  WS-PRICE-LIM-PCT      PIC 9(3) VALUE 50.
       01  WS-SENT-UNIT-PRICE    PIC 9(3)V99 VALUE 0.
       01  WS-PRX-SENT-PRICE     PIC 9(7)V9(4) VALUE 0.
       01  WS-PRX-REF-PRICE      PIC 9(7)V9(4) VALUE 0.
       01  WS-PRX-VARIANCE-PCT   PIC S9(9)V99 VALUE 0.
       01  WS-PRX-ABS-PCT        PIC 9(9)V99 VALUE 0.
       01  WS-PRX-BASIS          PIC X(8) VALUE SPACES.
       01  WS-PRX-ACTION         PIC X(8) VALUE SPACES.
       01  WS-PRX-HOLD-SW        PIC X VALUE 'N'.
           88 PRICE-HOLD-LINE        VALUE 'Y'.
       01  WS-PRICE-EXCEPT-COUNT PIC 9(7) VALUE 0.
       01  WS-PRICE-HOLD-COUNT   PIC 9(7) VALUE 0.
       01  WS-PRX-PRC-ED         PIC Z(6)9.99.
       01  WS-PRX-PCT-ED         PIC -(7)9.99.
       01  WS-FRT-FOUND-SW       PIC X VALUE 'N'.
           88 WS-FRT-RATE-FOUND      VALUE 'Y'.
       01  WS-FREIGHT-LINE-COUNT PIC 9(7) VALUE 0.
            PERFORM INIT-PARA
            PERFORM PROCESS-ONE-BATCH THRU PROCESS-ONE-BATCH-EXIT
                UNTIL WS-TRANSMISSION-EOF = 1
            IF WS-UNBILL-AVAILABLE then
                PERFORM BILL-COLLECTIVE-INVOICES
            END-IF
            PERFORM END-PARA.
       READ-KEYWORD-PARAMETERS.
      *Parse the keyword run-parameter dataset - one KEYWORD=VALUE
                    ELSE
                        PERFORM REPORT-BAD-KEYWORD
                    END-IF
                WHEN 'POMATCH'
                    EVALUATE WS-KW-VALUE
                        WHEN 'FLAG'
                            MOVE 'F' TO WS-KW-PO-MATCH
                        WHEN 'HOLD'
                            MOVE 'H' TO WS-KW-PO-MATCH
                        WHEN OTHER
                            PERFORM REPORT-BAD-KEYWORD
                    END-EVALUATE
                WHEN 'PRICETOL'
                    IF WS-KW-VALUE(1:3) IS NUMERIC then
                        MOVE WS-KW-VALUE(1:3) TO WS-KW-PRICE-TOL
                    ELSE
                        PERFORM REPORT-BAD-KEYWORD
                    END-IF
                WHEN 'PRICELIM'
                    IF WS-KW-VALUE(1:3) IS NUMERIC then
                        MOVE WS-KW-VALUE(1:3) TO WS-KW-PRICE-LIM
                    ELSE
                        PERFORM REPORT-BAD-KEYWORD
                    END-IF
                WHEN 'VATVERDAYS'
                    IF WS-KW-VALUE(1:3) IS NUMERIC then
                        MOVE WS-KW-VALUE(1:3) TO WS-KW-VATVER-DAYS
                    ELSE
                        PERFORM REPORT-BAD-KEYWORD
                    END-IF
                WHEN OTHER
                    PERFORM REPORT-BAD-KEYWORD
            END-EVALUATE.
            IF WS-KW-PART-NO NOT = ' ' then
                MOVE WS-KW-PART-NO TO WS-PART-NO
            END-IF
            IF WS-KW-PO-MATCH NOT = ' ' then
                MOVE WS-KW-PO-MATCH TO WS-PO-MATCH-MODE
            END-IF
            IF WS-KW-PRICE-TOL NOT = SPACES then
                MOVE WS-KW-PRICE-TOL-9 TO WS-PRICE-TOL-PCT
            END-IF
            IF WS-KW-PRICE-LIM NOT = SPACES then
                MOVE WS-KW-PRICE-LIM-9 TO WS-PRICE-LIM-PCT
            END-IF
            IF WS-KW-VATVER-DAYS NOT = SPACES then
                MOVE WS-KW-VATVER-DAYS-9 TO WS-VATVER-DAYS
            END-IF
            PERFORM ECHO-EFFECTIVE-SETTINGS.
       ECHO-EFFECTIVE-SETTINGS.
      *What the run is ACTUALLY running with, on the log - the
            DISPLAY 'EFFECTIVE SETTINGS - DUPOVERRIDE: '
                WS-DUP-OVERRIDE
                ' SIMULATE: ' WS-SIM-MODE
                ' PARTNO: ' WS-PART-NO
                ' POMATCH: ' WS-PO-MATCH-MODE
            DISPLAY 'EFFECTIVE SETTINGS - PRICETOL: '
                WS-PRICE-TOL-PCT
                ' PRICELIM: ' WS-PRICE-LIM-PCT
                ' VATVERDAYS: ' WS-VATVER-DAYS.
       LOAD-PERIOD-CONTROL.
            OPEN INPUT PERCTL
            IF WS-PERCTL-STATUS = '00' then
            PERFORM LOAD-REFERENCE-TABLES
            CLOSE REBTAB VATTAB CURRTAB WHTTAB
            OPEN INPUT  ITEMMAST
            OPEN INPUT  STDCOST
            IF WS-STDCOST-STATUS = '00' then
                SET WS-STDCOST-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT  CONTPRC
            OPEN INPUT  QTYBRK
            OPEN INPUT  FRTTAB
            OPEN INPUT  SHIPTO
            OPEN I-O    RMAAUTH
            OPEN INPUT  COMPMAST
      *No text table yet means every document in the house wording.
            OPEN INPUT  DOCTEXT
            IF WS-DOCTEXT-STATUS = '00' then
                SET WS-DOCTEXT-AVAILABLE TO TRUE
            END-IF
      *The AR open-item file feeds the prepayment application - a
      *simulation never touches it, and a first installation has
      *none yet (file status 35).
                OPEN EXTEND CHKPTFILE
                OPEN EXTEND CSVFILE
                OPEN EXTEND GLFILE
                PERFORM CUT-BACK-GL-JOURNAL
                OPEN EXTEND EMAILFILE
                OPEN EXTEND UBLEXT
                OPEN EXTEND EDIFILE
                OPEN EXTEND ARFEED
                OPEN EXTEND HOLDFILE
                OPEN EXTEND MGNFILE
                OPEN EXTEND STKFILE
                OPEN EXTEND ICPFILE
                OPEN EXTEND POMFILE
                OPEN EXTEND PRXFILE
                OPEN EXTEND VRXFILE
                OPEN I-O    INFHIST
            ELSE
                OPEN OUTPUT OUTFILE
                OPEN OUTPUT CHKPTFILE
                OPEN OUTPUT CSVFILE
                OPEN OUTPUT GLFILE
                OPEN OUTPUT GLJFILE
                OPEN OUTPUT EMAILFILE
                OPEN OUTPUT UBLEXT
                OPEN OUTPUT EDIFILE
                OPEN OUTPUT ARFEED
                OPEN OUTPUT HOLDFILE
                OPEN OUTPUT MGNFILE
                OPEN OUTPUT STKFILE
                OPEN OUTPUT ICPFILE
                OPEN OUTPUT POMFILE
                PERFORM WRITE-PO-MATCH-HEADER
                OPEN OUTPUT PRXFILE
                PERFORM WRITE-PRICE-EXCEPT-HEADER
                OPEN OUTPUT VRXFILE
                PERFORM WRITE-VATVER-EXCEPT-HEADER
      *The history file persists across runs - duplicate prevention,
      *the annual rebate accumulation, reprints, the online browse
      *and retention purging all depend on it. Only a first
                    CLOSE EINVSTAT
                    OPEN I-O EINVSTAT
                END-IF
      *The issued-document register persists the same way; the
      *cancellation queue is only there once RECHSTO has queued
      *something.
                OPEN I-O DOCREG
                IF WS-DOCREG-STATUS = '35' then
                    OPEN OUTPUT DOCREG
                    CLOSE DOCREG
                    OPEN I-O DOCREG
                END-IF
                SET WS-DOCREG-AVAILABLE TO TRUE
      *So does the cash-basis VAT register - cash application
      *releases from it long after the document was billed.
                OPEN I-O CASHVAT
                IF WS-CASHVAT-STATUS = '35' then
                    OPEN OUTPUT CASHVAT
                    CLOSE CASHVAT
                    OPEN I-O CASHVAT
                END-IF
                OPEN I-O STOREQ
            ELSE
                OPEN INPUT DOCREG
                IF WS-DOCREG-STATUS = '00' then
                    SET WS-DOCREG-AVAILABLE TO TRUE
                END-IF
                OPEN INPUT STOREQ
            END-IF
            IF WS-STOREQ-STATUS = '00' then
                SET WS-STOREQ-AVAILABLE TO TRUE
            END-IF
      *The deferred-revenue schedule is RECHRCR's - only a
      *production run stamps billing and credits onto it; no
      *schedule yet means nothing has been billed in advance.
            IF PRODUCTION-RUN then
                OPEN I-O DEFSCHED
            ELSE
                OPEN INPUT DEFSCHED
            END-IF
            IF WS-DEFSCH-STATUS = '00' then
                SET WS-DEFSCH-AVAILABLE TO TRUE
            END-IF
      *The unbilled-deliveries file - only a production run gathers
      *lines onto it and marks them billed. Without it every
      *customer bills per delivery, cycle or not.
            IF PRODUCTION-RUN then
                OPEN I-O UNBILLED
            ELSE
                OPEN INPUT UNBILLED
            END-IF
            IF WS-UNBILL-STATUS = '00' then
                SET WS-UNBILL-AVAILABLE TO TRUE
            ELSE
                DISPLAY 'UNBILLED-DELIVERIES FILE NOT AVAILABLE - '
                    'CYCLE CUSTOMERS BILLED PER DELIVERY'
            END-IF
      *The PO-line register is EDI850's - only a production run
      *posts billing back to it; no register yet means nothing has
      *come in off an 850 to match.
            IF PRODUCTION-RUN then
                OPEN I-O POLINE
            ELSE
                OPEN INPUT POLINE
            END-IF
            IF WS-POLINE-STATUS = '00' then
                SET WS-POLINE-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT POXREF
            IF WS-POXREF-STATUS = '00' then
                SET WS-POXREF-AVAILABLE TO TRUE
            END-IF
      *A partition run neither checks nor moves the carry-forward
      *baseline - the consolidation step proves a partitioned run,
       WRITE-PAGE-HEADER.
      *Emit a fresh report page: company banner, run date and page
      *number, then the column headings, every WS-LINES-PER-PAGE
      *detail lines - captioned in the language of the document
      *that starts the page.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE 0 TO WS-LINE-COUNT-ON-PAGE
            MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO-ED
            MOVE WS-INV-LANG-CODE TO WS-PAGE-LANG-CODE
            MOVE WS-PAGE-LANG-CODE TO WS-TX-LANG
            MOVE 'PAGE' TO WS-TX-ID
            MOVE 'PAGE' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE SPACES TO OUTREC-TYPE-PAGE-HEADER
            STRING WS-CO-BANNER DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-TX-TEXT DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                WS-HDR-PAGE-NO-ED DELIMITED BY SIZE
                INTO OUT-HDR-LINE
            END-STRING
            WRITE OUTREC-TYPE-PAGE-HEADER
            MOVE 'RUNDATE' TO WS-TX-ID
            MOVE 'RUN DATE:' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE WS-TX-TEXT TO WS-TX-HOLD
            MOVE 'BATCH' TO WS-TX-ID
            MOVE 'BATCH:' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE SPACES TO OUTREC-TYPE-PAGE-HEADER
            STRING WS-TX-HOLD DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                WS-TX-TEXT DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                WS-BATCH-ID DELIMITED BY SIZE
                INTO OUT-HDR-LINE
            END-STRING
            WRITE OUTREC-TYPE-PAGE-HEADER
            MOVE SPACES TO OUTREC-TYPE-PAGE-HEADER
            WRITE OUTREC-TYPE-PAGE-HEADER
      *The column headings line up over the detail fields, so a
      *translation keeps the spacing it was keyed with.
            MOVE 'COLHDR' TO WS-TX-ID
            MOVE 'CUSTOMER            QT NO-VAT-TOT VAT-TOTAL'
                TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE SPACES TO OUTREC-TYPE-PAGE-HEADER
            STRING WS-TX-TEXT DELIMITED BY SIZE
                INTO OUT-HDR-LINE
            END-STRING
            WRITE OUTREC-TYPE-PAGE-HEADER
            MOVE SPACES TO OUTREC-TYPE-PAGE-HEADER
            WRITE OUTREC-TYPE-PAGE-HEADER.
       GET-DOC-TEXT.
      *Text WS-TX-ID in language WS-TX-LANG off the document text
      *table: the customer's language, else the German row, else
      *the wording the caller left in WS-TX-TEXT. A German row
      *flagged verbatim is mandated wording and is used as it
      *stands whatever the language.
            IF NOT WS-DOCTEXT-AVAILABLE then
                GO TO GET-DOC-TEXT-EXIT
            END-IF
            MOVE 'N' TO WS-TX-VERBATIM-SW
            MOVE WS-TX-ID TO DT-TEXT-ID
            MOVE 'DE' TO DT-LANG-CODE
            READ DOCTEXT
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE DT-TEXT TO WS-TX-TEXT
                    MOVE DT-VERBATIM-FLAG TO WS-TX-VERBATIM-SW
            END-READ
            IF WS-TX-VERBATIM
                OR WS-TX-LANG = 'DE'
                OR WS-TX-LANG = SPACES then
                GO TO GET-DOC-TEXT-EXIT
            END-IF
            MOVE WS-TX-ID TO DT-TEXT-ID
            MOVE WS-TX-LANG TO DT-LANG-CODE
            READ DOCTEXT
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE DT-TEXT TO WS-TX-TEXT
            END-READ.
       GET-DOC-TEXT-EXIT.
            EXIT.
       WRITE-INVOICE-LINE.
      *Route the line to the printed report or the electronic
      *delivery extract according to the customer's delivery-method
      *preference, instead of printing every invoice regardless - a
      *failing e-mail address falls back to print. A customer on
      *structured e-invoicing gets the line on the UBL extract.
            EVALUATE TRUE
                WHEN WS-INV-STRUCTURED
                    PERFORM WRITE-UBL-ITEM-LINE
                WHEN WS-INV-EMAILED
                    MOVE in-cust-id TO EM-CUST-ID
                    MOVE OUTREC-TYPE-BODY-LINE TO EM-BODY-LINE
                    WRITE EMAIL-DETAIL-RECORD
                WHEN OTHER
                    IF WS-LINE-COUNT-ON-PAGE = 0
                        OR WS-LINE-COUNT-ON-PAGE >= WS-LINES-PER-PAGE
                        OR WS-INV-LANG-CODE NOT = WS-PAGE-LANG-CODE
                        then
                        PERFORM WRITE-PAGE-HEADER
                    END-IF
                    WRITE OUTREC-TYPE-BODY-LINE
                    ADD 1 TO WS-LINE-COUNT-ON-PAGE
            END-EVALUATE.
       WRITE-UBL-ITEM-LINE.
      *The billed line as the generator needs it: full description,
      *unit of measure, signed quantity, net, the VAT rate and
      *amount it was charged, withholding, and the buyer's order
      *reference. A reversal carries the cancelled line's stored
      *amounts, not the rate table's, so its rate is derived from
      *them (VAT rates run to one decimal place).
            MOVE SPACES TO UBL-EXTRACT-RECORD
            SET UX-LINE TO TRUE
            MOVE WS-INV-CUST-ID TO UX-CUST-ID
            MOVE WS-INV-DOC-NO TO UX-DOC-NO
            MOVE WS-INV-LINE-COUNT TO UX-LINE-NO
            SET UX-ITEM-LINE TO TRUE
            MOVE in-item-no TO UX-ITEM-NO
            MOVE WS-LINE-ITEM-DESC TO UX-ITEM-DESC
            MOVE IM-UNIT-OF-MEAS TO UX-UNIT-OF-MEAS
            IF CUR-TOTAL-NO-VAT < 0 then
                COMPUTE UX-QUANTITY = in-quant * -1
            ELSE
                MOVE in-quant TO UX-QUANTITY
            END-IF
            MOVE CUR-TOTAL-NO-VAT TO UX-NET-AMT
            MOVE in-vat TO UX-VAT-CODE
            COMPUTE UX-VAT-AMT = CUR-TOTAL-VAT - CUR-TOTAL-NO-VAT
            IF WS-LINE-IS-STORNO then
                IF CUR-TOTAL-NO-VAT NOT = 0 then
                    COMPUTE WS-UBL-VAT-PCT-1 ROUNDED =
                        UX-VAT-AMT * 100 / CUR-TOTAL-NO-VAT
                    MOVE WS-UBL-VAT-PCT-1 TO WS-UBL-VAT-PCT
                ELSE
                    MOVE 0 TO WS-UBL-VAT-PCT
                END-IF
            ELSE
                COMPUTE WS-UBL-VAT-PCT = (CUR-VAT-MULT - 1) * 100
            END-IF
            MOVE WS-UBL-VAT-PCT TO UX-VAT-PCT
            MOVE WS-WHT-AMT TO UX-WHT-AMT
            MOVE WS-LINE-PO-NO TO UX-PO-NO-L
            MOVE WS-LINE-PO-LINE-NO TO UX-PO-LINE-NO
            WRITE UBL-EXTRACT-RECORD.
       WRITE-UBL-HEADER.
      *Open the document on the structured extract.
            MOVE SPACES TO UBL-EXTRACT-RECORD
            SET UX-HEADER TO TRUE
            MOVE WS-INV-CUST-ID TO UX-CUST-ID
            MOVE WS-INV-DOC-NO TO UX-DOC-NO
            MOVE WS-INV-COMPANY TO UX-COMPANY-CODE
            MOVE WS-INV-CUR-NO TO UX-INVOICE-NO
            MOVE WS-INV-INVOICE-DATE TO UX-INVOICE-DATE
            MOVE WS-INV-DUE-DATE TO UX-DUE-DATE
            MOVE WS-INV-RC-SW TO UX-RC-FLAG
            MOVE WS-INV-STO-DOC-NO TO UX-STO-DOC-NO
            MOVE WS-INV-STO-DATE TO UX-STO-DATE
            MOVE WS-LINE-PO-NO TO UX-PO-NO
            MOVE WS-INV-LANG-CODE TO UX-LANG-CODE
            WRITE UBL-EXTRACT-RECORD.
       WRITE-UBL-TRAILER.
      *Close the document on the structured extract with the
      *totals it was billed at and the credit applied against it.
            MOVE SPACES TO UBL-EXTRACT-RECORD
            SET UX-TRAILER TO TRUE
            MOVE WS-INV-CUST-ID TO UX-CUST-ID
            MOVE WS-INV-DOC-NO TO UX-DOC-NO
            MOVE WS-INV-LINE-COUNT TO UX-LINE-COUNT
            MOVE WS-INV-TOTAL-NO-VAT TO UX-TOTAL-NO-VAT
            MOVE WS-INV-TOTAL-VAT TO UX-TOTAL-VAT
            MOVE WS-PP-INV-APPLIED TO UX-PREPAID-AMT
            WRITE UBL-EXTRACT-RECORD
            ADD 1 TO WS-UBL-DOC-COUNT.
       WRITE-VAT-SUMMARY-LINE.
      *One row of the VAT-rate breakdown for the code at this
      *subscript (code = subscript - 1); codes never billed are
      *margin figures, and flag a sale line whose contract or
      *break price cut under standard cost on the exception list.
            ADD WS-LINE-COST TO ALL-TOTAL-COGS
            ADD WS-LINE-COST TO WS-JD-COST
            MOVE 'N' TO WS-MGI-FOUND-SW
            MOVE 0 TO WS-MGI-MATCH
            PERFORM FIND-MARGIN-ITEM
            MOVE in-currency-code TO WS-INV-CURRENCY
            MOVE CUR-CURRENCY-MULT TO WS-INV-BOOKED-RATE
            MOVE in-company-code TO WS-INV-COMPANY
            MOVE CM-INTERCO-COMPANY TO WS-INV-IC-COMPANY
      *A customer whose address the bounce processor flagged
      *failing routes to printed delivery until it is fixed. A
      *customer on structured e-invoicing takes that instead of
      *either.
            EVALUATE TRUE
                WHEN CM-STRUCT-EINV
                    MOVE 'U' TO WS-INV-ELEC-SW
                WHEN CM-DELIVERY-ELECTRONIC
                    AND NOT CM-EMAIL-FAILING
                    MOVE 'Y' TO WS-INV-ELEC-SW
                WHEN OTHER
                    MOVE 'N' TO WS-INV-ELEC-SW
            END-EVALUATE
            MOVE 0 TO WS-INV-TOTAL-VAT
            MOVE 0 TO WS-INV-TOTAL-NO-VAT
            MOVE 0 TO WS-INV-LINE-COUNT
            INITIALIZE WS-INV-VC-TABLE
            INITIALIZE WS-JD-AMOUNTS
      *Freight pricing inputs: destination zone off the customer's
      *zip, and the VAT code/rate the document's freight line will
      *tax at.
                MOVE 'N' TO WS-INV-RC-SW
            END-IF
            MOVE CM-VAT-REG-NO TO WS-INV-VAT-REG-NO
            IF CM-LANG-GERMAN then
                MOVE 'DE' TO WS-INV-LANG-CODE
            ELSE
                MOVE CM-LANG-CODE TO WS-INV-LANG-CODE
            END-IF
            MOVE WS-LINE-STORNO-SW TO WS-INV-STORNO-SW
            IF WS-INV-IS-STORNO then
                MOVE WS-STO-ORIG-DOC-NO TO WS-INV-STO-DOC-NO
                MOVE WS-STO-ORIG-INV-NO TO WS-INV-STO-INV-NO
                MOVE WS-STO-ORIG-DATE TO WS-INV-STO-DATE
                MOVE WS-STO-RC-SW TO WS-INV-RC-SW
            ELSE
                MOVE 0 TO WS-INV-STO-DOC-NO
                MOVE 0 TO WS-INV-STO-INV-NO
                MOVE 0 TO WS-INV-STO-DATE
            END-IF
            MOVE WS-NEXT-DOC-NO TO WS-INV-DOC-NO
            IF WS-DOC-FIRST = 0 then
                MOVE WS-NEXT-DOC-NO TO WS-DOC-FIRST
            END-IF
            MOVE WS-NEXT-DOC-NO TO WS-DOC-LAST
            ADD 1 TO WS-NEXT-DOC-NO
            IF WS-INV-STRUCTURED then
                PERFORM WRITE-UBL-HEADER
            END-IF
            IF PRODUCTION-RUN then
                PERFORM CHECK-EDI-PARTNER
                    THRU CHECK-EDI-PARTNER-EXIT
                PERFORM APPLY-PREPAYMENT-CREDIT
                    THRU APPLY-PREPAYMENT-CREDIT-EXIT
                PERFORM WRITE-AR-FEED-LINE
                IF WS-CO-VAT-CASH-BASIS then
                    PERFORM REGISTER-CASH-BASIS-VAT
                END-IF
                IF NOT WS-INV-THIRD-PARTY then
                    PERFORM WRITE-IC-PAYABLE
                END-IF
            END-IF
      *A document billed to a group company debits the intercompany
      *receivable, freight included, instead of trade AR.
            IF NOT WS-INV-THIRD-PARTY then
                ADD WS-INV-TOTAL-VAT TO ALL-TOTAL-IC-AR
                ADD WS-INV-TOTAL-VAT TO WS-JD-IC-AR
            END-IF
            IF WS-INV-STRUCTURED then
                PERFORM WRITE-UBL-TRAILER
            END-IF
            IF WS-INV-REVERSE-CHARGE then
                PERFORM WRITE-REVERSE-CHARGE-LEGEND
            END-IF
      *The structured document carries the reference in its header.
            IF WS-INV-IS-STORNO then
                IF NOT WS-INV-STRUCTURED then
                    PERFORM WRITE-STORNO-REFERENCE
                END-IF
                ADD 1 TO WS-STORNO-DOC-COUNT
            END-IF
            PERFORM WRITE-INVOICE-TOTAL-LINE
      *A structured document's delivery status is recorded by
      *RECHUBL once the XML is generated and validated.
            IF PRODUCTION-RUN AND WS-INV-EMAILED then
                PERFORM RECORD-EINVOICE-SENT
            END-IF
            IF PRODUCTION-RUN then
                PERFORM REGISTER-DOCUMENT
                PERFORM WRITE-DOCUMENT-JOURNAL
            END-IF
            SET INVOICE-GROUP-CLOSED TO TRUE.
       REGISTER-DOCUMENT.
      *Enter the issued document on the register with what a later
      *cancellation needs to mirror it. A reversal is registered as
      *such against the document it cancels, the cancelled
      *document flips to CANCELLED and the request to BILLED - so
      *neither can be cancelled or billed again. A record already
      *there is the restart case.
            MOVE WS-INV-DOC-NO TO DR-DOC-NO
            MOVE WS-INV-CUR-NO TO DR-INVOICE-NO
            MOVE WS-INV-CUST-ID TO DR-CUST-ID
            MOVE WS-INV-COMPANY TO DR-COMPANY-CODE
            MOVE WS-INV-INVOICE-DATE TO DR-INVOICE-DATE
            MOVE WS-INV-DUE-DATE TO DR-DUE-DATE
            MOVE WS-INV-CURRENCY TO DR-CURRENCY-CODE
            MOVE WS-INV-BOOKED-RATE TO DR-BOOKED-RATE
            MOVE WS-INV-LINE-COUNT TO DR-LINE-COUNT
            MOVE WS-INV-TOTAL-NO-VAT TO DR-TOTAL-NO-VAT
            MOVE WS-INV-TOTAL-VAT TO DR-TOTAL-VAT
            MOVE WS-FRT-NET-AMT TO DR-FRT-NET-AMT
            MOVE WS-FRT-VAT-AMT TO DR-FRT-VAT-AMT
            MOVE WS-INV-RC-SW TO DR-RC-FLAG
            MOVE WS-RUN-DATE TO DR-STATUS-DATE
            IF WS-INV-IS-STORNO then
                SET DR-REVERSAL TO TRUE
                MOVE WS-INV-STO-DOC-NO TO DR-LINKED-DOC-NO
            ELSE
                SET DR-ISSUED TO TRUE
                MOVE 0 TO DR-LINKED-DOC-NO
            END-IF
            WRITE DOC-REGISTER-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-INV-IS-STORNO then
                MOVE WS-INV-STO-DOC-NO TO DR-DOC-NO
                READ DOCREG
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET DR-CANCELLED TO TRUE
                        MOVE WS-INV-DOC-NO TO DR-LINKED-DOC-NO
                        MOVE WS-RUN-DATE TO DR-STATUS-DATE
                        REWRITE DOC-REGISTER-RECORD
                END-READ
                MOVE WS-INV-CUR-NO TO SQ-REV-INVOICE-NO
                READ STOREQ
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET SQ-BILLED TO TRUE
                        MOVE WS-INV-DOC-NO TO SQ-REV-DOC-NO
                        REWRITE STORNO-REQUEST-RECORD
                END-READ
            END-IF.
       REGISTER-CASH-BASIS-VAT.
      *Put the document's VAT on the cash-basis register for cash
      *application to release as the customer pays - whatever the
      *run drew down out of the customer's unapplied credit counts
      *as received already. A reversal registers with its amounts
      *negative, so the cancelled document's suspense and its own
      *net off. A record already there is the restart case.
            MOVE WS-INV-CUR-NO TO CV-INVOICE-NO
            MOVE WS-INV-COMPANY TO CV-COMPANY-CODE
            MOVE WS-INV-CUST-ID TO CV-CUST-ID
            MOVE WS-INV-INVOICE-DATE TO CV-INVOICE-DATE
            MOVE WS-INV-TOTAL-VAT TO CV-DOC-GROSS
            MOVE WS-PP-INV-APPLIED TO CV-PREPAID-AMT
            PERFORM REGISTER-ONE-VAT-CODE
                VARYING WS-VAT-SUBSCR FROM 1 BY 1
                UNTIL WS-VAT-SUBSCR > 10
            MOVE 0 TO CV-LAST-RELEASE-DATE
            MOVE 'N' TO CV-WRITEOFF-FLAG
            MOVE 0 TO CV-WRITEOFF-DATE
            WRITE CASH-VAT-REGISTER-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-CASHVAT-DOC-COUNT
            END-WRITE.
       REGISTER-ONE-VAT-CODE.
            MOVE WS-INV-VC-NET(WS-VAT-SUBSCR) TO
                CV-NET-AMT(WS-VAT-SUBSCR)
            MOVE WS-INV-VC-VAT(WS-VAT-SUBSCR) TO
                CV-VAT-AMT(WS-VAT-SUBSCR)
            MOVE 0 TO CV-NET-RELEASED(WS-VAT-SUBSCR)
            MOVE 0 TO CV-VAT-RELEASED(WS-VAT-SUBSCR).
       WRITE-STORNO-REFERENCE.
      *The legally required reference from the reversal to the
      *document it cancels - a legend line ahead of the total on
      *the printed invoice; on the electronic extract a reference
      *line the e-invoice formatter recognizes and prints as such.
            IF WS-INV-EMAILED then
                MOVE SPACES TO OUTREC-TYPE-BODY-LINE
                MOVE 'CANCELS DOCUMENT' TO OUT-NAME
                MOVE 0 TO OUT-QUANT
                MOVE 0 TO OUT-TOTAL-NO-VAT
                MOVE 0 TO OUT-TOTAL-VAT-BODY
                MOVE WS-INV-STO-DATE TO OUT-INVOICE-DATE
                MOVE 'N' TO OUT-MIN-CHG-FLAG
                MOVE 0 TO OUT-DUE-DATE
                MOVE 'STORNO' TO OUT-ITEM-DESC
                MOVE WS-INV-STO-DOC-NO TO OUT-DOC-NO
                MOVE 0 TO OUT-WHT-AMT
                MOVE WS-INV-CUST-ID TO EM-CUST-ID
                MOVE OUTREC-TYPE-BODY-LINE TO EM-BODY-LINE
                WRITE EMAIL-DETAIL-RECORD
            ELSE
                IF WS-LINE-COUNT-ON-PAGE = 0
                    OR WS-LINE-COUNT-ON-PAGE >= WS-LINES-PER-PAGE
                    OR WS-INV-LANG-CODE NOT = WS-PAGE-LANG-CODE
                    then
                    PERFORM WRITE-PAGE-HEADER
                END-IF
                MOVE WS-INV-LANG-CODE TO WS-TX-LANG
                MOVE 'STORNOREF' TO WS-TX-ID
                MOVE 'CANCELS INVOICE DOCUMENT' TO WS-TX-TEXT
                PERFORM GET-DOC-TEXT
                    THRU GET-DOC-TEXT-EXIT
                MOVE WS-TX-TEXT TO WS-TX-HOLD
                MOVE 'STORNOOF' TO WS-TX-ID
                MOVE 'OF' TO WS-TX-TEXT
                PERFORM GET-DOC-TEXT
                    THRU GET-DOC-TEXT-EXIT
                MOVE SPACES TO OUTREC-TYPE-PAGE-HEADER
                STRING WS-TX-HOLD DELIMITED BY '  '
                    ' ' DELIMITED BY SIZE
                    WS-INV-STO-DOC-NO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-TX-TEXT DELIMITED BY '  '
                    ' ' DELIMITED BY SIZE
                    WS-INV-STO-DATE DELIMITED BY SIZE
                    INTO OUT-HDR-LINE
                END-STRING
                WRITE OUTREC-TYPE-PAGE-HEADER
                ADD 1 TO WS-LINE-COUNT-ON-PAGE
            END-IF.
       RECORD-EINVOICE-SENT.
      *One delivery-status record per e-invoice document handed to
      *the mail system, the way EDISTAT records each interchange -
            SET EV-SENT TO TRUE
            MOVE 0 TO EV-BOUNCE-DATE
            MOVE SPACES TO EV-BOUNCE-REASON
            SET EV-CHANNEL-EMAIL TO TRUE
            WRITE EINV-STATUS-RECORD
                INVALID KEY
                    CONTINUE
      *electronic extract skips it for the same reason it skips the
      *invoice total line.
            IF NOT WS-INV-ELECTRONIC then
                MOVE WS-INV-LANG-CODE TO WS-TX-LANG
                MOVE 'REVCHG' TO WS-TX-ID
                MOVE 'REVERSE CHARGE - VAT PAYABLE BY RECIPIENT'
                    TO WS-TX-TEXT
                PERFORM GET-DOC-TEXT
                    THRU GET-DOC-TEXT-EXIT
                MOVE SPACES TO OUTREC-TYPE-PAGE-HEADER
                STRING WS-TX-TEXT DELIMITED BY '  '
                    ' ' DELIMITED BY SIZE
                    WS-INV-VAT-REG-NO DELIMITED BY SIZE
                    INTO OUT-HDR-LINE
                END-STRING
      *re-derives each document's totals from its detail lines, and
      *a foreign line shape would mis-parse there.
            IF NOT WS-INV-ELECTRONIC then
                MOVE WS-INV-LANG-CODE TO WS-TX-LANG
                MOVE 'INVTOTAL' TO WS-TX-ID
                MOVE 'InvTotal' TO WS-TX-TEXT
                PERFORM GET-DOC-TEXT
                    THRU GET-DOC-TEXT-EXIT
                MOVE SPACES TO OUTREC-TYPE-INV-TOTAL
                MOVE WS-TX-TEXT TO OUT-INV-LABEL
                MOVE WS-INV-DOC-NO TO OUT-INV-DOC-NO
                MOVE WS-INV-LINE-COUNT TO OUT-INV-LINES
                MOVE WS-INV-TOTAL-NO-VAT TO OUT-INV-TOTAL-NO-VAT
      *up. Nothing shipped (all-credit or service-only documents),
      *no derivable zone, or no covering rate band just means no
      *freight billed.
            MOVE 0 TO WS-FRT-NET-AMT
            MOVE 0 TO WS-FRT-VAT-AMT
      *A reversal gives back exactly the freight the cancelled
      *document billed, whatever the rate table says today.
            IF WS-INV-IS-STORNO then
                IF WS-STO-FRT-NET-AMT = 0 then
                    GO TO ADD-FREIGHT-CHARGE-EXIT
                END-IF
                COMPUTE WS-FRT-NET-AMT = WS-STO-FRT-NET-AMT * -1
                COMPUTE WS-FRT-VAT-AMT = WS-STO-FRT-VAT-AMT * -1
                GO TO ADD-FREIGHT-CHARGE-BILL
            END-IF
            IF WS-INV-SHIP-WEIGHT = 0
                OR NOT WS-INV-ZONE-OK then
                GO TO ADD-FREIGHT-CHARGE-EXIT
            END-IF
            MOVE FR-FREIGHT-CHARGE TO WS-FRT-NET-AMT
            COMPUTE WS-FRT-VAT-AMT ROUNDED =
                WS-FRT-NET-AMT * WS-INV-VAT-MULT.
       ADD-FREIGHT-CHARGE-BILL.
            ADD 1 TO WS-FREIGHT-LINE-COUNT
            ADD 1 TO WS-INV-LINE-COUNT
      *Fold the charge into the document, company, customer and
            ADD WS-FRT-VAT-AMT TO ALL-TOTAL-VAT
            ADD WS-FRT-NET-AMT TO ALL-TOTAL-NO-VAT
            ADD WS-FRT-NET-AMT TO ALL-TOTAL-FREIGHT
            ADD WS-FRT-VAT-AMT TO WS-JD-GROSS
            ADD WS-FRT-NET-AMT TO WS-JD-NET
            ADD WS-FRT-NET-AMT TO WS-JD-FREIGHT
            ADD WS-FRT-VAT-AMT TO WS-CUST-GRP-TOTAL-VAT
            COMPUTE WS-VAT-SUBSCR = WS-INV-VAT-CODE + 1
            ADD 1 TO WS-VS-COUNT(WS-VAT-SUBSCR)
            ADD WS-FRT-NET-AMT TO
                WS-VS-TOTAL-NO-VAT(WS-VAT-SUBSCR)
            ADD WS-FRT-VAT-AMT TO WS-VS-TOTAL-VAT(WS-VAT-SUBSCR)
            ADD WS-FRT-NET-AMT TO WS-INV-VC-NET(WS-VAT-SUBSCR)
            COMPUTE WS-INV-VC-VAT(WS-VAT-SUBSCR) =
                WS-INV-VC-VAT(WS-VAT-SUBSCR)
                + WS-FRT-VAT-AMT - WS-FRT-NET-AMT
            PERFORM WRITE-FREIGHT-LINE
            IF PRODUCTION-RUN
                AND WS-EDI-PARTNER-LINE then
            MOVE WS-INV-INVOICE-DATE TO OUT-INVOICE-DATE
            MOVE 'N' TO OUT-MIN-CHG-FLAG
            MOVE WS-INV-DUE-DATE TO OUT-DUE-DATE
            MOVE WS-INV-LANG-CODE TO WS-TX-LANG
            MOVE 'FREIGHT' TO WS-TX-ID
            MOVE 'FREIGHT/HANDLING' TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            MOVE WS-TX-TEXT TO OUT-ITEM-DESC
            MOVE ' ' TO OUT-CONTRACT-FLAG
            MOVE WS-INV-DOC-NO TO OUT-DOC-NO
            MOVE 0 TO OUT-WHT-AMT
            MOVE ' ' TO OUT-BREAK-FLAG
            EVALUATE TRUE
                WHEN WS-INV-STRUCTURED
                    PERFORM WRITE-UBL-FREIGHT-LINE
                WHEN WS-INV-EMAILED
                    MOVE WS-INV-CUST-ID TO EM-CUST-ID
                    MOVE OUTREC-TYPE-BODY-LINE TO EM-BODY-LINE
                    WRITE EMAIL-DETAIL-RECORD
                WHEN OTHER
                    IF WS-LINE-COUNT-ON-PAGE = 0
                        OR WS-LINE-COUNT-ON-PAGE >= WS-LINES-PER-PAGE
                        OR WS-INV-LANG-CODE NOT = WS-PAGE-LANG-CODE
                        then
                        PERFORM WRITE-PAGE-HEADER
                    END-IF
                    WRITE OUTREC-TYPE-BODY-LINE
                    ADD 1 TO WS-LINE-COUNT-ON-PAGE
            END-EVALUATE.
       WRITE-UBL-FREIGHT-LINE.
      *The freight charge as a line of its own, taxed at the
      *document's freight VAT code - a reversal's rate derived
      *from the stored amounts like its item lines'.
            MOVE SPACES TO UBL-EXTRACT-RECORD
            SET UX-LINE TO TRUE
            MOVE WS-INV-CUST-ID TO UX-CUST-ID
            MOVE WS-INV-DOC-NO TO UX-DOC-NO
            MOVE WS-INV-LINE-COUNT TO UX-LINE-NO
            SET UX-FREIGHT-LINE TO TRUE
            MOVE WS-TX-TEXT TO UX-ITEM-DESC
            IF WS-FRT-NET-AMT < 0 then
                MOVE -1 TO UX-QUANTITY
            ELSE
                MOVE 1 TO UX-QUANTITY
            END-IF
            MOVE WS-FRT-NET-AMT TO UX-NET-AMT
            MOVE WS-INV-VAT-CODE TO UX-VAT-CODE
            COMPUTE UX-VAT-AMT = WS-FRT-VAT-AMT - WS-FRT-NET-AMT
            IF WS-INV-IS-STORNO then
                COMPUTE WS-UBL-VAT-PCT-1 ROUNDED =
                    UX-VAT-AMT * 100 / WS-FRT-NET-AMT
                MOVE WS-UBL-VAT-PCT-1 TO WS-UBL-VAT-PCT
            ELSE
                COMPUTE WS-UBL-VAT-PCT = (WS-INV-VAT-MULT - 1) * 100
            END-IF
            MOVE WS-UBL-VAT-PCT TO UX-VAT-PCT
            MOVE 0 TO UX-WHT-AMT
            WRITE UBL-EXTRACT-RECORD.
       WRITE-EDI-FREIGHT-SEGMENT.
      *The freight charge as its own IT1 inside the document's
      *transaction set, so the partner sees it itemized rather than
            MOVE WS-INV-CURRENCY TO AF-CURRENCY-CODE
            MOVE WS-INV-BOOKED-RATE TO AF-BOOKED-RATE
            MOVE WS-INV-COMPANY TO AF-COMPANY-CODE
            MOVE 0 TO AF-ORIG-INVOICE-NO
      *A reversal's open item posts closed against the cancelled
      *document's.
            IF WS-INV-IS-STORNO then
                SET AF-STORNO-CLOSE TO TRUE
                MOVE WS-INV-STO-INV-NO TO AF-ORIG-INVOICE-NO
            END-IF
            WRITE AR-FEED-RECORD
            ADD 1 TO WS-ARFD-COUNT
            ADD AF-TOTAL-VAT TO WS-ARFD-AMOUNT.
       WRITE-IC-PAYABLE.
      *The document as the buying group company books it in its
      *payables - RECHICR proves the period's extract against our
      *intercompany receivables at month end.
            MOVE SPACES TO IC-PAYABLE-RECORD
            MOVE WS-INV-IC-COMPANY TO ICP-BUYER-COMPANY
            MOVE WS-INV-COMPANY TO ICP-SELLER-COMPANY
            MOVE WS-INV-CUR-NO TO ICP-INVOICE-NO
            MOVE WS-INV-DOC-NO TO ICP-DOC-NO
            MOVE WS-INV-INVOICE-DATE TO ICP-INVOICE-DATE
            MOVE WS-INV-DUE-DATE TO ICP-DUE-DATE
            MOVE WS-INV-CUST-ID TO ICP-CUST-ID
            MOVE WS-INV-CURRENCY TO ICP-CURRENCY-CODE
            MOVE WS-INV-TOTAL-NO-VAT TO ICP-NET-AMT
            COMPUTE ICP-VAT-AMT =
                WS-INV-TOTAL-VAT - WS-INV-TOTAL-NO-VAT
            MOVE WS-INV-TOTAL-VAT TO ICP-GROSS-AMT
            MOVE WS-RUN-DATE TO ICP-RUN-DATE
            WRITE IC-PAYABLE-RECORD
            ADD 1 TO WS-ICP-COUNT
            ADD ICP-GROSS-AMT TO WS-ICP-AMOUNT.
       APPLY-PREPAYMENT-CREDIT.
      *Draw the customer's loaded credit items down against this
      *invoice document, oldest-loaded first: each slice applied
                MOVE WS-INV-CURRENCY TO AF-CURRENCY-CODE
                MOVE WS-INV-BOOKED-RATE TO AF-BOOKED-RATE
                MOVE WS-INV-COMPANY TO AF-COMPANY-CODE
                MOVE 0 TO AF-ORIG-INVOICE-NO
                WRITE AR-FEED-RECORD
                ADD 1 TO WS-ARFD-COUNT
                ADD WS-PP-APPLY-AMT TO WS-ARFD-AMOUNT
      *the reverse-charge legend skip the electronic extract.
            IF NOT WS-INV-ELECTRONIC then
                MOVE WS-PP-INV-APPLIED TO WS-PP-AMT-ED
                MOVE WS-INV-LANG-CODE TO WS-TX-LANG
                MOVE 'PREPAID' TO WS-TX-ID
                MOVE 'PREPAYMENT APPLIED' TO WS-TX-TEXT
                PERFORM GET-DOC-TEXT
                    THRU GET-DOC-TEXT-EXIT
                MOVE WS-TX-TEXT TO WS-TX-HOLD
                MOVE 'PREPAYNET' TO WS-TX-ID
                MOVE '- PAY NET OF THIS AMOUNT' TO WS-TX-TEXT
                PERFORM GET-DOC-TEXT
                    THRU GET-DOC-TEXT-EXIT
                MOVE SPACES TO OUTREC-TYPE-PAGE-HEADER
                STRING WS-TX-HOLD DELIMITED BY '  '
                    ' ' DELIMITED BY SIZE
                    WS-PP-AMT-ED DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-TX-TEXT DELIMITED BY '  '
                    INTO OUT-HDR-LINE
                END-STRING
                WRITE OUTREC-TYPE-PAGE-HEADER
                INTO EDI-DETAIL-RECORD
            END-STRING
            WRITE EDI-DETAIL-RECORD
      *A reversal references the invoice document it cancels.
            IF WS-INV-IS-STORNO then
                ADD 1 TO WS-EDI-SEG-COUNT
                MOVE SPACES TO EDI-DETAIL-RECORD
                STRING 'REF*OI*' DELIMITED BY SIZE
                    WS-INV-STO-DOC-NO DELIMITED BY SIZE
                    '~' DELIMITED BY SIZE
                    INTO EDI-DETAIL-RECORD
                END-STRING
                WRITE EDI-DETAIL-RECORD
            END-IF
            MOVE SPACES TO EDI-DETAIL-RECORD
            STRING 'N1*ST*' DELIMITED BY SIZE
                FUNCTION TRIM(CM-CUST-NAME) DELIMITED BY SIZE
      *rebate-contra account for the discounts given - one journal
      *entry per company group, into the accounts the company master
      *carries for the entity, in place of the hard-coded accounts
      *the one original company used to own. Each posting is
      *followed on the posting journal by the subtotal of the
      *documents journalled against it as they closed.
            MOVE WS-RUN-DATE TO GL-RUN-DATE
            MOVE WS-DOC-FIRST TO GL-DOC-FIRST
            MOVE WS-DOC-LAST TO GL-DOC-LAST
            MOVE WS-CO-GL-AR-ACCT TO GL-ACCOUNT-NO
            SET GL-DEBIT TO TRUE
            COMPUTE GL-AMOUNT = ALL-TOTAL-VAT - ALL-TOTAL-IC-AR
            MOVE SPACES TO GL-DESCRIPTION
            STRING 'ACCOUNTS RECEIVABLE CO ' DELIMITED BY SIZE
                WS-CO-CUR-CODE DELIMITED BY SIZE
                INTO GL-DESCRIPTION
            END-STRING
            WRITE GL-POSTING-RECORD
            MOVE 1 TO WS-JRN-SUBSCR
            PERFORM WRITE-JOURNAL-SUBTOTAL
            MOVE WS-CO-GL-REV-ACCT TO GL-ACCOUNT-NO
            SET GL-CREDIT TO TRUE
      *Revenue is credited gross (net billed plus the rebates given
      *equals gross revenue credit plus VAT payable credit. Crediting
      *the net here is what used to bounce the batch at the GL days
      *later. Freight billed at invoice close is split out of
      *merchandise revenue into the company's freight account, and
      *recurring charges billed in advance into deferred revenue.
            COMPUTE GL-AMOUNT =
                ALL-TOTAL-NO-VAT + ALL-TOTAL-REBATE-AMT
                - ALL-TOTAL-FREIGHT - ALL-TOTAL-DEFERRED
                - ALL-TOTAL-IC-REV
            MOVE SPACES TO GL-DESCRIPTION
            STRING 'SALES REVENUE CO ' DELIMITED BY SIZE
                WS-CO-CUR-CODE DELIMITED BY SIZE
                INTO GL-DESCRIPTION
            END-STRING
            WRITE GL-POSTING-RECORD
            MOVE 2 TO WS-JRN-SUBSCR
            PERFORM WRITE-JOURNAL-SUBTOTAL
      *Sales to group companies go to the intercompany pair, which
      *consolidation eliminates against the buyer's payable and
      *cost.
            IF ALL-TOTAL-IC-AR NOT = 0 then
                MOVE WS-CO-GL-ICAR-ACCT TO GL-ACCOUNT-NO
                SET GL-DEBIT TO TRUE
                MOVE ALL-TOTAL-IC-AR TO GL-AMOUNT
                MOVE SPACES TO GL-DESCRIPTION
                STRING 'INTERCOMPANY AR CO ' DELIMITED BY SIZE
                    WS-CO-CUR-CODE DELIMITED BY SIZE
                    INTO GL-DESCRIPTION
                END-STRING
                WRITE GL-POSTING-RECORD
                MOVE 3 TO WS-JRN-SUBSCR
                PERFORM WRITE-JOURNAL-SUBTOTAL
            END-IF
            IF ALL-TOTAL-IC-REV NOT = 0 then
                MOVE WS-CO-GL-ICREV-ACCT TO GL-ACCOUNT-NO
                SET GL-CREDIT TO TRUE
                MOVE ALL-TOTAL-IC-REV TO GL-AMOUNT
                MOVE SPACES TO GL-DESCRIPTION
                STRING 'INTERCOMPANY REVENUE CO ' DELIMITED BY SIZE
                    WS-CO-CUR-CODE DELIMITED BY SIZE
                    INTO GL-DESCRIPTION
                END-STRING
                WRITE GL-POSTING-RECORD
                MOVE 4 TO WS-JRN-SUBSCR
                PERFORM WRITE-JOURNAL-SUBTOTAL
            END-IF
            IF ALL-TOTAL-FREIGHT NOT = 0 then
                MOVE WS-CO-GL-FRT-ACCT TO GL-ACCOUNT-NO
                SET GL-CREDIT TO TRUE
                    INTO GL-DESCRIPTION
                END-STRING
                WRITE GL-POSTING-RECORD
                MOVE 5 TO WS-JRN-SUBSCR
                PERFORM WRITE-JOURNAL-SUBTOTAL
            END-IF
      *Net of the day's advance billing and the unreleased revenue
      *credits took back - RECHDRV releases it month by month.
            IF ALL-TOTAL-DEFERRED NOT = 0 then
                MOVE WS-CO-GL-DEFREV-ACCT TO GL-ACCOUNT-NO
                SET GL-CREDIT TO TRUE
                MOVE ALL-TOTAL-DEFERRED TO GL-AMOUNT
                MOVE SPACES TO GL-DESCRIPTION
                STRING 'DEFERRED REVENUE CO ' DELIMITED BY SIZE
                    WS-CO-CUR-CODE DELIMITED BY SIZE
                    INTO GL-DESCRIPTION
                END-STRING
                WRITE GL-POSTING-RECORD
                MOVE 6 TO WS-JRN-SUBSCR
                PERFORM WRITE-JOURNAL-SUBTOTAL
            END-IF
      *A company taxed on receipts holds the VAT in suspense until
      *the customer pays - cash application releases it into VAT
      *payable off the cash-basis VAT register.
            SET GL-CREDIT TO TRUE
            COMPUTE GL-AMOUNT = ALL-TOTAL-VAT - ALL-TOTAL-NO-VAT
            MOVE SPACES TO GL-DESCRIPTION
            IF WS-CO-VAT-CASH-BASIS then
                MOVE WS-CO-GL-VATSUS-ACCT TO GL-ACCOUNT-NO
                STRING 'VAT SUSPENSE CO ' DELIMITED BY SIZE
                    WS-CO-CUR-CODE DELIMITED BY SIZE
                    INTO GL-DESCRIPTION
                END-STRING
            ELSE
                MOVE WS-CO-GL-VAT-ACCT TO GL-ACCOUNT-NO
                STRING 'VAT PAYABLE CO ' DELIMITED BY SIZE
                    WS-CO-CUR-CODE DELIMITED BY SIZE
                    INTO GL-DESCRIPTION
                END-STRING
            END-IF
            WRITE GL-POSTING-RECORD
            MOVE 7 TO WS-JRN-SUBSCR
            PERFORM WRITE-JOURNAL-SUBTOTAL
            MOVE WS-CO-GL-REBC-ACCT TO GL-ACCOUNT-NO
            SET GL-DEBIT TO TRUE
            MOVE ALL-TOTAL-REBATE-AMT TO GL-AMOUNT
                INTO GL-DESCRIPTION
            END-STRING
            WRITE GL-POSTING-RECORD
            MOVE 8 TO WS-JRN-SUBSCR
            PERFORM WRITE-JOURNAL-SUBTOTAL
      *Move the slice the withholding customers will deduct off
      *trade receivables onto the withholding receivable - the
      *customer remits it to their tax authority on our behalf, so
                    INTO GL-DESCRIPTION
                END-STRING
                WRITE GL-POSTING-RECORD
                MOVE 9 TO WS-JRN-SUBSCR
                PERFORM WRITE-JOURNAL-SUBTOTAL
                MOVE WS-CO-GL-INV-ACCT TO GL-ACCOUNT-NO
                SET GL-CREDIT TO TRUE
                MOVE ALL-TOTAL-COGS TO GL-AMOUNT
                    INTO GL-DESCRIPTION
                END-STRING
                WRITE GL-POSTING-RECORD
                MOVE 10 TO WS-JRN-SUBSCR
                PERFORM WRITE-JOURNAL-SUBTOTAL
            END-IF
            IF ALL-TOTAL-WHT-AMT NOT = 0 then
                MOVE WS-CO-GL-WHT-ACCT TO GL-ACCOUNT-NO
                    INTO GL-DESCRIPTION
                END-STRING
                WRITE GL-POSTING-RECORD
                MOVE 11 TO WS-JRN-SUBSCR
                PERFORM WRITE-JOURNAL-SUBTOTAL
                MOVE WS-CO-GL-AR-ACCT TO GL-ACCOUNT-NO
                SET GL-CREDIT TO TRUE
                MOVE ALL-TOTAL-WHT-AMT TO GL-AMOUNT
                    INTO GL-DESCRIPTION
                END-STRING
                WRITE GL-POSTING-RECORD
                MOVE 12 TO WS-JRN-SUBSCR
                PERFORM WRITE-JOURNAL-SUBTOTAL
            END-IF.
       WRITE-DOCUMENT-JOURNAL.
      *The closed document's share of each of its company's GL
      *postings, worked from its own figures exactly the way
      *WRITE-GL-POSTINGS works the company totals, so the shares
      *behind a posting add up to what it posts. A posting the
      *document adds nothing to gets no line from it.
            MOVE SPACES TO GL-JOURNAL-RECORD
            SET GJ-DETAIL TO TRUE
            MOVE WS-RUN-DATE TO GJ-RUN-DATE
            MOVE 'RECHSUM' TO GJ-SOURCE
            MOVE WS-CO-CUR-CODE TO GJ-COMPANY-CODE
            MOVE WS-INV-DOC-NO TO GJ-DOC-NO
            MOVE WS-INV-CUR-NO TO GJ-INVOICE-NO
            MOVE WS-INV-CUST-ID TO GJ-CUST-ID
            MOVE WS-JD-GROSS TO GJ-GROSS-AMT
            MOVE WS-JD-NET TO GJ-NET-AMT
            COMPUTE GJ-VAT-AMT = WS-JD-GROSS - WS-JD-NET
            MOVE WS-JD-REBATE TO GJ-REBATE-AMT
            MOVE WS-JD-FREIGHT TO GJ-FREIGHT-AMT
            MOVE WS-JD-WHT TO GJ-WHT-AMT
            MOVE WS-JD-COST TO GJ-COST-AMT
            MOVE 1 TO WS-JRN-SUBSCR
            MOVE WS-CO-GL-AR-ACCT TO GJ-ACCOUNT-NO
            SET GJ-DEBIT TO TRUE
            COMPUTE GJ-AMOUNT = WS-JD-GROSS - WS-JD-IC-AR
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE 2 TO WS-JRN-SUBSCR
            MOVE WS-CO-GL-REV-ACCT TO GJ-ACCOUNT-NO
            SET GJ-CREDIT TO TRUE
            COMPUTE GJ-AMOUNT =
                WS-JD-NET + WS-JD-REBATE
                - WS-JD-FREIGHT - WS-JD-DEFERRED
                - WS-JD-IC-REV
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE 3 TO WS-JRN-SUBSCR
            MOVE WS-CO-GL-ICAR-ACCT TO GJ-ACCOUNT-NO
            SET GJ-DEBIT TO TRUE
            MOVE WS-JD-IC-AR TO GJ-AMOUNT
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE 4 TO WS-JRN-SUBSCR
            MOVE WS-CO-GL-ICREV-ACCT TO GJ-ACCOUNT-NO
            SET GJ-CREDIT TO TRUE
            MOVE WS-JD-IC-REV TO GJ-AMOUNT
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE 5 TO WS-JRN-SUBSCR
            MOVE WS-CO-GL-FRT-ACCT TO GJ-ACCOUNT-NO
            SET GJ-CREDIT TO TRUE
            MOVE WS-JD-FREIGHT TO GJ-AMOUNT
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE 6 TO WS-JRN-SUBSCR
            MOVE WS-CO-GL-DEFREV-ACCT TO GJ-ACCOUNT-NO
            SET GJ-CREDIT TO TRUE
            MOVE WS-JD-DEFERRED TO GJ-AMOUNT
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE 7 TO WS-JRN-SUBSCR
            IF WS-CO-VAT-CASH-BASIS then
                MOVE WS-CO-GL-VATSUS-ACCT TO GJ-ACCOUNT-NO
            ELSE
                MOVE WS-CO-GL-VAT-ACCT TO GJ-ACCOUNT-NO
            END-IF
            SET GJ-CREDIT TO TRUE
            MOVE GJ-VAT-AMT TO GJ-AMOUNT
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE 8 TO WS-JRN-SUBSCR
            MOVE WS-CO-GL-REBC-ACCT TO GJ-ACCOUNT-NO
            SET GJ-DEBIT TO TRUE
            MOVE WS-JD-REBATE TO GJ-AMOUNT
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE 9 TO WS-JRN-SUBSCR
            MOVE WS-CO-GL-COGS-ACCT TO GJ-ACCOUNT-NO
            SET GJ-DEBIT TO TRUE
            MOVE WS-JD-COST TO GJ-AMOUNT
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE 10 TO WS-JRN-SUBSCR
            MOVE WS-CO-GL-INV-ACCT TO GJ-ACCOUNT-NO
            SET GJ-CREDIT TO TRUE
            MOVE WS-JD-COST TO GJ-AMOUNT
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE 11 TO WS-JRN-SUBSCR
            MOVE WS-CO-GL-WHT-ACCT TO GJ-ACCOUNT-NO
            SET GJ-DEBIT TO TRUE
            MOVE WS-JD-WHT TO GJ-AMOUNT
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE 12 TO WS-JRN-SUBSCR
            MOVE WS-CO-GL-AR-ACCT TO GJ-ACCOUNT-NO
            SET GJ-CREDIT TO TRUE
            MOVE WS-JD-WHT TO GJ-AMOUNT
            PERFORM WRITE-JOURNAL-DETAIL.
       WRITE-JOURNAL-DETAIL.
            IF GJ-AMOUNT NOT = 0 then
                MOVE WS-JRN-LINE-KEY(WS-JRN-SUBSCR) TO GJ-LINE-KEY
                ADD GJ-AMOUNT TO WS-JRN-LINE-AMT(WS-JRN-SUBSCR)
                ADD 1 TO WS-JRN-LINE-COUNT(WS-JRN-SUBSCR)
                ADD 1 TO WS-JRN-REC-COUNT
                WRITE GL-JOURNAL-RECORD
            END-IF.
       WRITE-JOURNAL-SUBTOTAL.
      *The journal's subtotal of the documents behind the posting
      *just written, next to the amount it posted - then cleared
      *for the next company group. GLBAL holds the extract if the
      *two ever differ; the run says so here first.
            MOVE SPACES TO GL-JOURNAL-RECORD
            SET GJ-SUBTOTAL TO TRUE
            MOVE WS-RUN-DATE TO GJ-RUN-DATE
            MOVE 'RECHSUM' TO GJ-SOURCE
            MOVE WS-CO-CUR-CODE TO GJ-COMPANY-CODE
            MOVE WS-JRN-LINE-KEY(WS-JRN-SUBSCR) TO GJ-LINE-KEY
            MOVE GL-ACCOUNT-NO TO GJ-ACCOUNT-NO
            MOVE GL-DEBIT-CREDIT TO GJ-DEBIT-CREDIT
            MOVE WS-JRN-LINE-AMT(WS-JRN-SUBSCR) TO GJ-AMOUNT
            MOVE WS-JRN-LINE-COUNT(WS-JRN-SUBSCR) TO GJ-DOC-COUNT
            MOVE GL-AMOUNT TO GJ-GL-AMOUNT
            IF GJ-AMOUNT NOT = GJ-GL-AMOUNT then
                DISPLAY '*** POSTING JOURNAL DOES NOT PROVE TO '
                    GL-DESCRIPTION
            END-IF
            ADD 1 TO WS-JRN-REC-COUNT
            MOVE 0 TO WS-JRN-LINE-AMT(WS-JRN-SUBSCR)
            MOVE 0 TO WS-JRN-LINE-COUNT(WS-JRN-SUBSCR)
            WRITE GL-JOURNAL-RECORD.
       CHECK-EDI-PARTNER.
      *Route the opening invoice document's customer through the
      *EDI partner master: a partner's documents travel in that
                    MOVE CK-DATA-REJECT-COUNT  TO WS-DATA-REJECT-COUNT
                    MOVE CK-CURR-REJECT-COUNT  TO WS-CURR-REJECT-COUNT
                    MOVE CK-ITEM-REJECT-COUNT  TO WS-ITEM-REJECT-COUNT
                    MOVE CK-DISC-REJECT-COUNT  TO WS-DISC-REJECT-COUNT
                    MOVE CK-COMP-REJECT-COUNT  TO WS-COMP-REJECT-COUNT
                    MOVE CK-DUPL-REJECT-COUNT  TO WS-DUPL-REJECT-COUNT
                    MOVE CK-SHIP-REJECT-COUNT  TO WS-SHIP-REJECT-COUNT
                    MOVE CK-RMA-REJECT-COUNT   TO WS-RMA-REJECT-COUNT
                    MOVE CK-STOR-REJECT-COUNT  TO
                        WS-STOR-REJECT-COUNT
                    MOVE CK-STORNO-DOC-COUNT   TO WS-STORNO-DOC-COUNT
                    MOVE CK-STO-CUR-REV-NO     TO WS-STO-CUR-REV-NO
                    MOVE CK-STO-ORIG-DOC-NO    TO WS-STO-ORIG-DOC-NO
                    MOVE CK-STO-ORIG-INV-NO    TO WS-STO-ORIG-INV-NO
                    MOVE CK-STO-ORIG-DATE      TO WS-STO-ORIG-DATE
                    MOVE CK-STO-BOOKED-RATE    TO WS-STO-BOOKED-RATE
                    MOVE CK-STO-RC-SW          TO WS-STO-RC-SW
                    MOVE CK-STO-FRT-NET-AMT    TO WS-STO-FRT-NET-AMT
                    MOVE CK-STO-FRT-VAT-AMT    TO WS-STO-FRT-VAT-AMT
                    MOVE CK-STO-LINE-NO        TO WS-STO-LINE-NO
                    MOVE CK-INV-STORNO-SW      TO WS-INV-STORNO-SW
                    MOVE CK-INV-STO-DOC-NO     TO WS-INV-STO-DOC-NO
                    MOVE CK-INV-STO-INV-NO     TO WS-INV-STO-INV-NO
                    MOVE CK-INV-STO-DATE       TO WS-INV-STO-DATE
                    MOVE CK-HOLD-COUNT         TO WS-HOLD-COUNT
                    MOVE CK-BLOCK-HOLD-COUNT   TO
                        WS-BLOCK-HOLD-COUNT
                    MOVE CK-PO-HOLD-COUNT      TO WS-PO-HOLD-COUNT
                    MOVE CK-PO-MATCHED-COUNT   TO WS-PO-MATCHED-COUNT
                    MOVE CK-PO-EXCEPT-COUNT    TO WS-PO-EXCEPT-COUNT
                    MOVE CK-PRICE-EXCEPT-COUNT TO
                        WS-PRICE-EXCEPT-COUNT
                    MOVE CK-PRICE-HOLD-COUNT   TO WS-PRICE-HOLD-COUNT
                    MOVE CK-CUR-COMPANY-CODE   TO WS-CO-CUR-CODE
                    MOVE CK-RUN-TOTAL-VAT      TO WS-RUN-TOTAL-VAT
                    MOVE CK-RUN-TOTAL-NO-VAT   TO WS-RUN-TOTAL-NO-VAT
                        WS-FREIGHT-LINE-COUNT
                    MOVE CK-INV-RC-SW          TO WS-INV-RC-SW
                    MOVE CK-INV-VAT-REG-NO     TO WS-INV-VAT-REG-NO
                    MOVE CK-INV-LANG-CODE      TO WS-INV-LANG-CODE
                    MOVE CK-ALL-TOTAL-IC-AR    TO ALL-TOTAL-IC-AR
                    MOVE CK-ALL-TOTAL-IC-REV   TO ALL-TOTAL-IC-REV
                    MOVE CK-INV-IC-COMPANY     TO WS-INV-IC-COMPANY
                    MOVE CK-ICP-COUNT          TO WS-ICP-COUNT
                    MOVE CK-ICP-AMOUNT         TO WS-ICP-AMOUNT
                    MOVE CK-UB-CUR-COMPANY     TO WS-UB-CUR-COMPANY
                    MOVE CK-UB-CUR-CUST        TO WS-UB-CUR-CUST
                    MOVE CK-UB-CUR-INVOICE     TO WS-UB-CUR-INVOICE
                    MOVE CK-UB-LINE-SEQ        TO WS-UB-LINE-SEQ
                    MOVE CK-UB-ACCUM-COUNT     TO WS-UB-ACCUM-COUNT
                    MOVE CK-UB-ACCUM-AMT       TO WS-UB-ACCUM-AMT
                    MOVE CK-REVCHG-LINE-COUNT  TO
                        WS-REVCHG-LINE-COUNT
                    MOVE CK-PP-COUNT           TO WS-PP-COUNT
                    MOVE CK-STK-QTY-TOTAL      TO
                        WS-STK-QTY-TOTAL
                    MOVE CK-ALL-TOTAL-COGS     TO ALL-TOTAL-COGS
                    MOVE CK-ALL-TOTAL-DEFERRED TO ALL-TOTAL-DEFERRED
                    MOVE CK-DEFERRED-LINE-COUNT TO
                        WS-DEFERRED-LINE-COUNT
                    MOVE CK-DEFER-CREDIT-COUNT TO
                        WS-DEFER-CREDIT-COUNT
                    MOVE CK-INV-VC-TABLE       TO WS-INV-VC-TABLE
                    MOVE CK-CASHVAT-DOC-COUNT  TO
                        WS-CASHVAT-DOC-COUNT
                    MOVE CK-BELOW-FLOOR-COUNT  TO
                        WS-BELOW-FLOOR-COUNT
                    MOVE CK-MGI-COUNT          TO WS-MGI-COUNT
                    MOVE CK-MGC-TABLE          TO WS-MGC-TABLE
                    MOVE CK-TOP-CUST-COUNT     TO WS-TOP-CUST-COUNT
                    MOVE CK-TOP-CUST-TABLE     TO WS-TOP-CUST-TABLE
                    MOVE CK-JD-AMOUNTS         TO WS-JD-AMOUNTS
                    MOVE CK-JRN-LINE-TABLE     TO WS-JRN-LINE-TABLE
                    MOVE CK-JRN-REC-COUNT      TO WS-JRN-REC-COUNT
                    MOVE CK-VATVER-EXCEPT-COUNT TO
                        WS-VATVER-EXCEPT-COUNT
                    DISPLAY 'RESTARTING FROM CHECKPOINT - BATCH '
                        CK-BATCH-SEQ ' AFTER RECORD '
                        WS-RECORDS-TO-SKIP
                NOT AT END
                    MOVE CK-IN-REC-COUNT TO WS-RECORDS-TO-SKIP
            END-READ.
       CUT-BACK-GL-JOURNAL.
      *The crashed run went on writing journal records after its
      *last checkpoint, and the restart writes them again for the
      *documents it re-bills - extended as it stood, the journal
      *would carry those shares twice and never prove to the GL
      *extract. Keep only the records the checkpoint counted: copy
      *them to the work file, rewrite the journal from the copy and
      *leave it open to carry on from there.
            OPEN INPUT GLJFILE
            OPEN OUTPUT GLJWORK
            MOVE 0 TO WS-JRN-COPY-COUNT
            MOVE 'N' TO WS-JRN-COPY-EOF-SW
            PERFORM COPY-JOURNAL-TO-WORK
                UNTIL WS-JRN-COPY-COUNT >= WS-JRN-REC-COUNT
                OR WS-JRN-COPY-EOF
            CLOSE GLJFILE GLJWORK
            IF WS-JRN-COPY-COUNT < WS-JRN-REC-COUNT then
                DISPLAY '*** POSTING JOURNAL HOLDS ONLY '
                    WS-JRN-COPY-COUNT ' OF ' WS-JRN-REC-COUNT
                    ' CHECKPOINTED RECORDS ***'
            END-IF
            OPEN INPUT GLJWORK
            OPEN OUTPUT GLJFILE
            MOVE 'N' TO WS-JRN-COPY-EOF-SW
            PERFORM COPY-WORK-TO-JOURNAL
                UNTIL WS-JRN-COPY-EOF
            CLOSE GLJWORK
            DISPLAY 'RESTART - POSTING JOURNAL CUT BACK TO '
                WS-JRN-COPY-COUNT ' RECORDS'.
       COPY-JOURNAL-TO-WORK.
            READ GLJFILE
                AT END
                    SET WS-JRN-COPY-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-JRN-COPY-COUNT
                    WRITE GL-JOURNAL-WORK-RECORD
                        FROM GL-JOURNAL-RECORD
            END-READ.
       COPY-WORK-TO-JOURNAL.
            READ GLJWORK
                AT END
                    SET WS-JRN-COPY-EOF TO TRUE
                NOT AT END
                    WRITE GL-JOURNAL-RECORD
                        FROM GL-JOURNAL-WORK-RECORD
            END-READ.
       BOD-PARA.
            PERFORM PROCESS-REC THRU PROCESS-REC-EXIT
                UNTIL WS-END-OF-FILE = 1
                WRITE STOCK-TRAILER-RECORD
                CLOSE EDIPART
                CLOSE EINVSTAT
                CLOSE CASHVAT
                DISPLAY 'EDI INTERCHANGES SENT: '
                    WS-EDI-INTERCHANGE-COUNT
                DISPLAY 'E-INVOICE DOCUMENTS SENT: '
                    WS-EINV-SENT-COUNT
                DISPLAY 'CASH-BASIS VAT DOCUMENTS REGISTERED: '
                    WS-CASHVAT-DOC-COUNT
                DISPLAY 'INTERCOMPANY PAYABLES EXTRACTED: '
                    WS-ICP-COUNT ' AMOUNT ' WS-ICP-AMOUNT
                DISPLAY 'GL POSTING JOURNAL RECORDS: '
                    WS-JRN-REC-COUNT
                PERFORM WRITE-NUMBER-REGISTER
                IF CONTROL-TOTALS-OK AND UNPARTITIONED-RUN then
                    PERFORM WRITE-CARRY-FORWARD
      *Close files
            CLOSE INFILE OUTFILE REJFILE CUSTMAST
                ITEMMAST CONTPRC QTYBRK FRTTAB SHIPTO RMAAUTH
                COMPMAST CSVFILE GLFILE GLJFILE
                INFHIST EMAILFILE UBLEXT EDIFILE ARFEED HOLDFILE
                MGNFILE STKFILE ICPFILE POMFILE PRXFILE VRXFILE
            IF WS-AROPEN-AVAILABLE then
                CLOSE AROPEN
            END-IF
            IF WS-STDCOST-AVAILABLE then
                CLOSE STDCOST
            END-IF
            IF WS-POLINE-AVAILABLE then
                CLOSE POLINE
            END-IF
            IF WS-POXREF-AVAILABLE then
                CLOSE POXREF
            END-IF
            IF WS-DOCREG-AVAILABLE then
                CLOSE DOCREG
            END-IF
            IF WS-STOREQ-AVAILABLE then
                CLOSE STOREQ
            END-IF
            IF WS-DEFSCH-AVAILABLE then
                CLOSE DEFSCHED
            END-IF
            IF WS-UNBILL-AVAILABLE then
                CLOSE UNBILLED
            END-IF
            IF WS-DOCTEXT-AVAILABLE then
                CLOSE DOCTEXT
            END-IF
            DISPLAY 'STRUCTURED E-INVOICE DOCUMENTS EXTRACTED: '
                WS-UBL-DOC-COUNT
            DISPLAY 'CUSTOMERS REJECTED - NOT ON MASTER: '
                WS-CUST-REJECT-COUNT
            DISPLAY 'LINES REJECTED - UNKNOWN REBATE CODE: '
                WS-CURR-REJECT-COUNT
            DISPLAY 'LINES REJECTED - UNKNOWN ITEM NUMBER: '
                WS-ITEM-REJECT-COUNT
            DISPLAY 'LINES REJECTED - ITEM DISCONTINUED: '
                WS-DISC-REJECT-COUNT
            DISPLAY 'LINES REJECTED - UNKNOWN COMPANY CODE: '
                WS-COMP-REJECT-COUNT
            DISPLAY 'LINES REJECTED - DUPLICATE INVOICE NO: '
                WS-SHIP-REJECT-COUNT
            DISPLAY 'LINES REJECTED - RMA/OVER-CREDIT: '
                WS-RMA-REJECT-COUNT
            DISPLAY 'LINES REJECTED - CANCELLATION INVALID: '
                WS-STOR-REJECT-COUNT
            DISPLAY 'CANCELLATION DOCUMENTS ISSUED: '
                WS-STORNO-DOC-COUNT
            DISPLAY 'BATCHES PROCESSED: ' WS-BATCHES-PROCESSED
            DISPLAY 'BATCHES REJECTED:  ' WS-BATCHES-REJECTED
            DISPLAY 'BATCHES HELD FOR RELEASE: '
                WS-HOLD-COUNT
            DISPLAY 'LINES HELD - CUSTOMER BILLING-BLOCKED: '
                WS-BLOCK-HOLD-COUNT
            DISPLAY 'LINES HELD - PO MATCHING EXCEPTION: '
                WS-PO-HOLD-COUNT
            DISPLAY 'LINES MATCHED TO A PURCHASE ORDER: '
                WS-PO-MATCHED-COUNT
            DISPLAY 'PO MATCHING EXCEPTIONS: '
                WS-PO-EXCEPT-COUNT
            DISPLAY 'LINES HELD - PRICE BEYOND HARD LIMIT: '
                WS-PRICE-HOLD-COUNT
            DISPLAY 'PRICE VARIANCE EXCEPTIONS: '
                WS-PRICE-EXCEPT-COUNT
            DISPLAY 'LINES PRICED FROM CONTRACT FILE: '
                WS-CONTRACT-COUNT
            DISPLAY 'LINES PRICED FROM QUANTITY BREAKS: '
                WS-FREIGHT-LINE-COUNT
            DISPLAY 'LINES ZERO-RATED - REVERSE CHARGE: '
                WS-REVCHG-LINE-COUNT
            DISPLAY 'LINES TAXED - VAT REG NOT VERIFIED: '
                WS-VATVER-EXCEPT-COUNT
            DISPLAY 'LINES BILLED BELOW STANDARD COST: '
                WS-BELOW-FLOOR-COUNT
            DISPLAY 'LINES DEFERRED - BILLED IN ADVANCE: '
                WS-DEFERRED-LINE-COUNT
            DISPLAY 'CREDITS AGAINST DEFERRED REVENUE: '
                WS-DEFER-CREDIT-COUNT
            DISPLAY 'INVOICES WITH PREPAYMENT APPLIED: '
                WS-PREPAY-APPLIED-COUNT
            DISPLAY 'PREPAYMENT CREDIT APPLIED: '
                WS-PREPAY-APPLIED-AMT
            DISPLAY 'LINES GATHERED FOR COLLECTIVE INVOICE: '
                WS-UB-ACCUM-COUNT ' AMOUNT ' WS-UB-ACCUM-AMT
            DISPLAY 'COLLECTIVE INVOICE DOCUMENTS ISSUED: '
                WS-UB-COLL-DOC-COUNT
            DISPLAY 'LINES BILLED ON COLLECTIVE INVOICES: '
                WS-UB-COLL-LINE-COUNT
            DISPLAY 'COLLECTIVE LINES KEPT UNBILLED: '
                WS-UB-KEPT-COUNT
      *Control totals: every input line must either be written to
      *OUTFILE, be one of the counted rejects, be on credit hold, or
      *have gone onto the unbilled-deliveries file - and the lines
      *the collective pass billed off that file are written on top.
            COMPUTE WS-TOTAL-REJECT-COUNT =
                WS-CUST-REJECT-COUNT + WS-REBATE-REJECT-COUNT +
                WS-VAT-REJECT-COUNT + WS-DATA-REJECT-COUNT +
                WS-CURR-REJECT-COUNT + WS-ITEM-REJECT-COUNT +
                WS-DISC-REJECT-COUNT +
                WS-COMP-REJECT-COUNT + WS-DUPL-REJECT-COUNT +
                WS-SHIP-REJECT-COUNT + WS-RMA-REJECT-COUNT +
                WS-STOR-REJECT-COUNT
            COMPUTE WS-EXPECTED-OUT-COUNT =
                WS-IN-REC-COUNT - WS-TOTAL-REJECT-COUNT
                - WS-HOLD-COUNT - WS-UB-ACCUM-COUNT
                + WS-UB-COLL-LINE-COUNT
            DISPLAY 'CONTROL TOTAL - INPUT RECORDS READ:    '
                WS-IN-REC-COUNT
            DISPLAY 'CONTROL TOTAL - OUTPUT RECORDS WRITTEN: '
                INTO BAL-PAGE-LINE
            END-STRING
            WRITE BAL-PAGE-LINE
            MOVE SPACES TO BAL-PAGE-LINE
            STRING 'SETTINGS: POMATCH=' DELIMITED BY SIZE
                WS-PO-MATCH-MODE DELIMITED BY SIZE
                ' PRICETOL=' DELIMITED BY SIZE
                WS-PRICE-TOL-PCT DELIMITED BY SIZE
                ' PRICELIM=' DELIMITED BY SIZE
                WS-PRICE-LIM-PCT DELIMITED BY SIZE
                ' VATVERDAYS=' DELIMITED BY SIZE
                WS-VATVER-DAYS DELIMITED BY SIZE
                INTO BAL-PAGE-LINE
            END-STRING
            WRITE BAL-PAGE-LINE
            MOVE WS-IN-REC-COUNT TO WS-BAL-COUNT-ED
            PERFORM WRITE-BAL-COUNT-LINE-1
            MOVE WS-OUT-REC-COUNT TO WS-BAL-COUNT-ED
            MOVE WS-ITEM-REJECT-COUNT TO WS-BAL-COUNT-ED
            MOVE 'REJECTS - UNKNOWN ITEM' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-DISC-REJECT-COUNT TO WS-BAL-COUNT-ED
            MOVE 'REJECTS - ITEM DISCONTINUED' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-COMP-REJECT-COUNT TO WS-BAL-COUNT-ED
            MOVE 'REJECTS - UNKNOWN COMPANY' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-RMA-REJECT-COUNT TO WS-BAL-COUNT-ED
            MOVE 'REJECTS - RMA/OVER-CREDIT' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-STOR-REJECT-COUNT TO WS-BAL-COUNT-ED
            MOVE 'REJECTS - CANCELLATION' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-HOLD-COUNT TO WS-BAL-COUNT-ED
            MOVE 'LINES ON CREDIT HOLD' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-PO-HOLD-COUNT TO WS-BAL-COUNT-ED
            MOVE '  OF WHICH PO MATCHING HOLDS' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-PO-EXCEPT-COUNT TO WS-BAL-COUNT-ED
            MOVE 'PO MATCHING EXCEPTIONS' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-PRICE-HOLD-COUNT TO WS-BAL-COUNT-ED
            MOVE '  OF WHICH PRICE HOLDS' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-PRICE-EXCEPT-COUNT TO WS-BAL-COUNT-ED
            MOVE 'PRICE VARIANCE EXCEPTIONS' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-VATVER-EXCEPT-COUNT TO WS-BAL-COUNT-ED
            MOVE 'VAT REG NOT VERIFIED - TAXED' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-UB-ACCUM-COUNT TO WS-BAL-COUNT-ED
            MOVE 'LINES GATHERED FOR COLLECTIVE' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-UB-COLL-LINE-COUNT TO WS-BAL-COUNT-ED
            MOVE 'LINES BILLED ON COLLECTIVES' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-UB-COLL-DOC-COUNT TO WS-BAL-COUNT-ED
            MOVE 'COLLECTIVE DOCUMENTS ISSUED' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-UB-KEPT-COUNT TO WS-BAL-COUNT-ED
            MOVE 'COLLECTIVE LINES KEPT UNBILLED' TO WS-BAL-LABEL
            PERFORM WRITE-BAL-COUNT-LINE
            MOVE WS-HASH-TOTAL TO WS-BAL-HASH-ED
            MOVE SPACES TO BAL-PAGE-LINE
            STRING 'HASH TOTAL (QUANT * PRICE):     '
                    END-IF
                END-IF
            END-IF.
       LOAD-STORNO-LINE.
      *Resolve a reversal line against its cancellation request:
      *the first line of a reversal loads the request and the
      *cancelled document's register entry, and every line then
      *takes the next history line of the cancelled document in
      *place of the transmitted image - its line type turned, its
      *date the reversal's. A reversal without a pending request,
      *against a document already cancelled or itself a reversal,
      *or with more lines than the cancelled document had, is
      *rejected.
            SET STORNO-CHECK-PASSED TO TRUE
            MOVE in-invoice-date TO WS-STO-REV-DATE
            IF NOT WS-STOREQ-AVAILABLE
                OR NOT WS-DOCREG-AVAILABLE then
                move 'NO CANCELLATION REQUEST ON FILE' to
                    WS-REJECT-REASON-TEXT
                GO TO LOAD-STORNO-LINE-REJECT
            END-IF
            IF IN-INVOICE-NO NOT = WS-STO-CUR-REV-NO then
                MOVE 0 TO WS-STO-CUR-REV-NO
                MOVE IN-INVOICE-NO TO SQ-REV-INVOICE-NO
                READ STOREQ
                    INVALID KEY
                        move 'NO CANCELLATION REQUEST ON FILE' to
                            WS-REJECT-REASON-TEXT
                        GO TO LOAD-STORNO-LINE-REJECT
                END-READ
                IF SQ-BILLED
                    OR SQ-CUST-ID NOT = in-cust-id then
                    move 'CANCELLATION REQUEST NOT PENDING' to
                        WS-REJECT-REASON-TEXT
                    GO TO LOAD-STORNO-LINE-REJECT
                END-IF
                MOVE SQ-ORIG-DOC-NO TO DR-DOC-NO
                READ DOCREG
                    INVALID KEY
                        move 'CANCELLED DOCUMENT NOT ON REGISTER' to
                            WS-REJECT-REASON-TEXT
                        GO TO LOAD-STORNO-LINE-REJECT
                END-READ
                IF DR-CANCELLED OR DR-REVERSAL then
                    move 'DOCUMENT ALREADY CANCELLED/A REVERSAL' to
                        WS-REJECT-REASON-TEXT
                    GO TO LOAD-STORNO-LINE-REJECT
                END-IF
                MOVE DR-DOC-NO TO WS-STO-ORIG-DOC-NO
                MOVE DR-INVOICE-NO TO WS-STO-ORIG-INV-NO
                MOVE DR-INVOICE-DATE TO WS-STO-ORIG-DATE
                MOVE DR-BOOKED-RATE TO WS-STO-BOOKED-RATE
                MOVE DR-FRT-NET-AMT TO WS-STO-FRT-NET-AMT
                MOVE DR-FRT-VAT-AMT TO WS-STO-FRT-VAT-AMT
                IF DR-REVERSE-CHARGE then
                    MOVE 'Y' TO WS-STO-RC-SW
                ELSE
                    MOVE 'N' TO WS-STO-RC-SW
                END-IF
                MOVE IN-INVOICE-NO TO WS-STO-CUR-REV-NO
                MOVE 0 TO WS-STO-LINE-NO
            END-IF
            ADD 1 TO WS-STO-LINE-NO
            MOVE WS-STO-ORIG-INV-NO TO HIST-INVOICE-NO
            MOVE WS-STO-LINE-NO TO HIST-LINE-NO
            READ INFHIST
                INVALID KEY
                    move 'NO HISTORY LINE LEFT TO CANCEL' to
                        WS-REJECT-REASON-TEXT
                    GO TO LOAD-STORNO-LINE-REJECT
            END-READ
            IF HIST-DOC-NO NOT = WS-STO-ORIG-DOC-NO then
                move 'HISTORY LINE NOT ON CANCELLED DOCUMENT' to
                    WS-REJECT-REASON-TEXT
                GO TO LOAD-STORNO-LINE-REJECT
            END-IF
            MOVE HIST-DETAIL-DATA TO INPUT-RECORD(8:52)
            MOVE WS-STO-REV-DATE TO in-invoice-date
            MOVE HIST-NET-AMT TO WS-STO-NET-AMT
            MOVE HIST-GROSS-AMT TO WS-STO-GROSS-AMT
            MOVE HIST-REBATE-AMT TO WS-STO-REBATE-AMT
            MOVE HIST-WHT-AMT TO WS-STO-WHT-AMT
            MOVE HIST-COST-AMT TO WS-STO-COST-AMT
            MOVE HIST-PO-NO TO WS-LINE-PO-NO
            MOVE HIST-PO-LINE-NO TO WS-LINE-PO-LINE-NO
            IF FINANCE-CHARGE-LINE then
                MOVE 'N' TO WS-STO-STOCK-SW
            END-IF
            IF CREDIT-MEMO-LINE then
                MOVE 'S' TO in-line-type
            ELSE
                MOVE 'C' TO in-line-type
            END-IF
            SET WS-LINE-IS-STORNO TO TRUE
            GO TO LOAD-STORNO-LINE-EXIT.
       LOAD-STORNO-LINE-REJECT.
            SET STORNO-CHECK-FAILED TO TRUE
            add 1 to WS-STOR-REJECT-COUNT
            move 'STOR' to WS-REJECT-REASON-CODE
            perform WRITE-REJECT-REC.
       LOAD-STORNO-LINE-EXIT.
            EXIT.
       PRICE-STORNO-LINE.
      *The mirror image of the cancelled line: its stored amounts
      *with the sign turned, at the cancelled document's booked
      *rate and reverse-charge state - nothing is repriced.
            COMPUTE CUR-TOTAL-NO-VAT = WS-STO-NET-AMT * -1
            COMPUTE CUR-TOTAL-VAT = WS-STO-GROSS-AMT * -1
            COMPUTE CUR-REBATE-AMT = WS-STO-REBATE-AMT * -1
            COMPUTE WS-WHT-AMT = WS-STO-WHT-AMT * -1
            MOVE WS-STO-BOOKED-RATE TO CUR-CURRENCY-MULT
            SET OUT-MIN-CHG-NOT-APPLIED TO TRUE
            SET CONTRACT-PRICE-NOT-APPLIED TO TRUE
            SET BREAK-PRICE-NOT-APPLIED TO TRUE
            IF WS-STO-RC-SW = 'Y' then
                SET REVERSE-CHARGE-LINE TO TRUE
            ELSE
                SET NOT-REVERSE-CHARGE TO TRUE
            END-IF.
       APPLY-REVENUE-DEFERRAL.
      *A recurring charge billed in advance (on the deferred-revenue
      *schedule under its invoice number, pending) is earned over
      *its service period - its net credits deferred revenue, and
      *the schedule records what was deferred. A credit memo or
      *cancellation against such an invoice takes back what is
      *still unreleased first, so the schedule never releases
      *revenue the customer was given back; anything beyond that
      *was already earned and comes off revenue as usual.
            MOVE 0 TO WS-LINE-DEFERRED-AMT
            IF NOT WS-DEFSCH-AVAILABLE then
                GO TO APPLY-REVENUE-DEFERRAL-EXIT
            END-IF
            IF CREDIT-MEMO-LINE then
                MOVE WS-LINE-ORIG-INV-NO TO DS-INVOICE-NO
            ELSE
                MOVE IN-INVOICE-NO TO DS-INVOICE-NO
            END-IF
            IF DS-INVOICE-NO < 9400000
                OR DS-INVOICE-NO > 9499999 then
                GO TO APPLY-REVENUE-DEFERRAL-EXIT
            END-IF
            READ DEFSCHED
                INVALID KEY
                    GO TO APPLY-REVENUE-DEFERRAL-EXIT
            END-READ
            IF CREDIT-MEMO-LINE then
                PERFORM REVERSE-DEFERRED-REVENUE
            ELSE
                IF DS-PENDING then
                    MOVE CUR-TOTAL-NO-VAT TO WS-LINE-DEFERRED-AMT
                    ADD 1 TO WS-DEFERRED-LINE-COUNT
                    IF PRODUCTION-RUN then
                        SET DS-DEFERRING TO TRUE
                        MOVE in-invoice-date TO DS-BILLED-DATE
                        MOVE CUR-TOTAL-NO-VAT TO DS-BILLED-AMT
                        MOVE in-company-code TO DS-COMPANY-CODE
                        MOVE WS-INV-IC-COMPANY TO DS-INTERCO-COMPANY
                        REWRITE DEFERRAL-SCHEDULE-RECORD
                    END-IF
                END-IF
            END-IF
            ADD WS-LINE-DEFERRED-AMT TO ALL-TOTAL-DEFERRED.
       APPLY-REVENUE-DEFERRAL-EXIT.
            EXIT.
       REVERSE-DEFERRED-REVENUE.
      *The line's net is negative here - the part of it within the
      *unreleased balance debits deferred revenue.
            COMPUTE WS-DEFER-UNRELEASED = DS-BILLED-AMT
                - DS-CREDITED-AMT - DS-RELEASED-AMT
            IF DS-DEFERRING
                AND WS-DEFER-UNRELEASED > 0 then
                MOVE CUR-TOTAL-NO-VAT TO WS-LINE-DEFERRED-AMT
                IF WS-LINE-DEFERRED-AMT * -1 > WS-DEFER-UNRELEASED
                then
                    COMPUTE WS-LINE-DEFERRED-AMT =
                        WS-DEFER-UNRELEASED * -1
                END-IF
                ADD 1 TO WS-DEFER-CREDIT-COUNT
                IF PRODUCTION-RUN then
                    SUBTRACT WS-LINE-DEFERRED-AMT FROM DS-CREDITED-AMT
                    REWRITE DEFERRAL-SCHEDULE-RECORD
                END-IF
            END-IF.
       CHECK-REVERSE-CHARGE.
            SET NOT-REVERSE-CHARGE TO TRUE
            IF CM-VAT-REG-NO NOT = SPACES
                AND CM-VAT-COUNTRY NOT = SPACES
                AND CM-VAT-COUNTRY NOT = WS-CO-COUNTRY then
                PERFORM CHECK-VAT-REG-VERIFIED
                    THRU CHECK-VAT-REG-VERIFIED-EXIT
                IF VAT-REG-VERIFIED then
                    SET REVERSE-CHARGE-LINE TO TRUE
                ELSE
                    ADD 1 TO WS-VATVER-EXCEPT-COUNT
                    PERFORM WRITE-VATVER-EXCEPT-LINE
                END-IF
            END-IF.
       CHECK-VAT-REG-VERIFIED.
      *A registration zero-rates only while the tax authority's
      *service last found it valid, no more than VATVERDAYS days
      *before the line's invoice date. A number never checked, one
      *the service rejected or one whose check has run out bills
      *domestic VAT until the next verification cycle confirms it.
            SET VAT-REG-VERIFIED TO TRUE
            IF WS-VATVER-DAYS = 0 then
                GO TO CHECK-VAT-REG-VERIFIED-EXIT
            END-IF
            SET VAT-REG-NOT-VERIFIED TO TRUE
            IF CM-VAT-VERIFY-FAILED then
                MOVE 'FAILED' TO WS-VATVER-STATE
                GO TO CHECK-VAT-REG-VERIFIED-EXIT
            END-IF
            IF NOT CM-VAT-VERIFIED then
                MOVE 'NOT VERIFIED' TO WS-VATVER-STATE
                GO TO CHECK-VAT-REG-VERIFIED-EXIT
            END-IF
            COMPUTE WS-VATVER-AGE =
                FUNCTION INTEGER-OF-DATE(in-invoice-date) -
                FUNCTION INTEGER-OF-DATE(CM-VAT-VERIFY-DATE)
            IF WS-VATVER-AGE > WS-VATVER-DAYS then
                MOVE 'EXPIRED' TO WS-VATVER-STATE
                GO TO CHECK-VAT-REG-VERIFIED-EXIT
            END-IF
            SET VAT-REG-VERIFIED TO TRUE.
       CHECK-VAT-REG-VERIFIED-EXIT.
            EXIT.
       LOOKUP-STD-COST.
      *Position on the last cost row effective at or before the
      *line's invoice date - the before-or-equal pattern
      *LOOKUP-CONTRACT-PRICE uses - and confirm it belongs to this
      *item; otherwise the item master's cost stands.
            MOVE IM-STD-COST TO WS-LINE-STD-COST
            IF NOT WS-STDCOST-AVAILABLE then
                GO TO LOOKUP-STD-COST-EXIT
            END-IF
            move in-item-no to SC-ITEM-NO
            move in-invoice-date to SC-EFF-DATE
            start STDCOST key less than or equal SC-KEY
                invalid key
                    GO TO LOOKUP-STD-COST-EXIT
            end-start
            read STDCOST next record
                at end
                    GO TO LOOKUP-STD-COST-EXIT
            end-read
            if SC-ITEM-NO = in-item-no then
                move SC-STD-COST to WS-LINE-STD-COST
            end-if.
       LOOKUP-STD-COST-EXIT.
            EXIT.
       LOOKUP-CONTRACT-PRICE.
      *Check the contract-price file for a row covering this
      *customer, item and invoice date - position on the last price
      *before-or-equal pattern LOOKUP-VAT-RATE uses on VATTAB, and
      *confirm the row found belongs to this customer and item.
      *When one covers the line, the contract price replaces the
      *transmitted unit price; no row just means no contract, and
      *neither does a row whose expiry date the invoice date has
      *passed - the line falls back to list pricing.
            SET CONTRACT-PRICE-NOT-APPLIED TO TRUE
            move in-cust-id to CP-CUST-ID
            move in-item-no to CP-ITEM-NO
                at end
                    GO TO LOOKUP-CONTRACT-PRICE-EXIT
            end-read
            if CP-EXPIRY-DATE NOT = 0
                and CP-EXPIRY-DATE < in-invoice-date then
                GO TO LOOKUP-CONTRACT-PRICE-EXIT
            end-if
            if CP-CUST-ID = in-cust-id
                and CP-ITEM-NO = in-item-no then
                move CP-CONTRACT-PRICE to in-unit-price
                AND in-cust-id = WS-INV-CUST-ID then
                GO TO CHECK-DUPLICATE-INVOICE-EXIT
            END-IF
      *Likewise a further line of the invoice number being gathered
      *onto the unbilled-deliveries file.
            IF IN-INVOICE-NO = WS-UB-CUR-INVOICE
                AND in-cust-id = WS-UB-CUR-CUST
                AND in-company-code = WS-UB-CUR-COMPANY then
                GO TO CHECK-DUPLICATE-INVOICE-EXIT
            END-IF
            MOVE IN-INVOICE-NO TO HIST-INVOICE-NO
            MOVE 1 TO HIST-LINE-NO
            READ INFHIST
                INVALID KEY
                    PERFORM CHECK-UNBILLED-DUPLICATE
                NOT INVALID KEY
                    PERFORM FLAG-DUPLICATE-INVOICE
            END-READ.
       CHECK-DUPLICATE-INVOICE-EXIT.
            EXIT.
       CHECK-UNBILLED-DUPLICATE.
      *A cycle customer's line is not on the history file until its
      *collective invoice bills - until then it sits on the
      *unbilled-deliveries file under its own invoice number.
            IF WS-UNBILL-AVAILABLE then
                MOVE in-company-code TO UB-COMPANY-CODE
                MOVE in-cust-id TO UB-CUST-ID
                MOVE IN-INVOICE-NO TO UB-INVOICE-NO
                MOVE 1 TO UB-LINE-SEQ
                READ UNBILLED
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM FLAG-DUPLICATE-INVOICE
                END-READ
            END-IF.
       FLAG-DUPLICATE-INVOICE.
            IF WS-DUP-REPROCESS-RUN OR RESTART-RUN then
                DISPLAY 'REPROCESSING DUPLICATE INVOICE: '
                    IN-INVOICE-NO
            ELSE
                SET LINE-IS-DUPLICATE TO TRUE
                ADD 1 TO WS-DUPL-REJECT-COUNT
                move 'DUPL' to WS-REJECT-REASON-CODE
                move 'INVOICE ALREADY ON HISTORY FILE' to
                    WS-REJECT-REASON-TEXT
                perform WRITE-REJECT-REC
            END-IF.
       WRITE-HISTORY-RECORD.
      *One history record per line actually billed, keyed by its
      *invoice number plus the line's sequence within the
                MOVE WS-INV-LINE-COUNT TO HIST-LINE-NO
                MOVE INPUT-RECORD(8:52) TO HIST-DETAIL-DATA
                MOVE CM-REP-CODE TO HIST-REP-CODE
                MOVE WS-INV-DOC-NO TO HIST-DOC-NO
                MOVE CUR-TOTAL-NO-VAT TO HIST-NET-AMT
                MOVE CUR-TOTAL-VAT TO HIST-GROSS-AMT
                MOVE CUR-REBATE-AMT TO HIST-REBATE-AMT
                MOVE WS-WHT-AMT TO HIST-WHT-AMT
                MOVE WS-LINE-COST TO HIST-COST-AMT
                MOVE WS-LINE-PO-NO TO HIST-PO-NO
                MOVE WS-LINE-PO-LINE-NO TO HIST-PO-LINE-NO
                MOVE in-cust-id TO HIST-CUST-ID
                MOVE in-invoice-date TO HIST-INVOICE-DATE
                MOVE in-invoice-date(1:6) TO HIST-PERIOD
      *A record already there was posted to its PO line when it
      *first billed.
                WRITE HISTORY-RECORD
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-LINE-PO-NO NOT = SPACES
                            AND WS-POLINE-AVAILABLE then
                            PERFORM POST-PO-BILLING
                        END-IF
                END-WRITE
            END-IF.
       CHECK-COMPANY-GROUP.
                    MOVE CO-GL-FRT-ACCT TO WS-CO-GL-FRT-ACCT
                    MOVE CO-GL-COGS-ACCT TO WS-CO-GL-COGS-ACCT
                    MOVE CO-GL-INV-ACCT TO WS-CO-GL-INV-ACCT
                    MOVE CO-GL-DEFREV-ACCT TO WS-CO-GL-DEFREV-ACCT
                    MOVE CO-GL-VATSUS-ACCT TO WS-CO-GL-VATSUS-ACCT
                    MOVE CO-GL-ICAR-ACCT TO WS-CO-GL-ICAR-ACCT
                    MOVE CO-GL-ICREV-ACCT TO WS-CO-GL-ICREV-ACCT
                    MOVE CO-VAT-BASIS TO WS-CO-VAT-BASIS
                    MOVE CO-COUNTRY-CODE TO WS-CO-COUNTRY
            END-READ.
       CLOSE-COMPANY-GROUP.
            MOVE 0 TO ALL-TOTAL-WHT-AMT
            MOVE 0 TO ALL-TOTAL-FREIGHT
            MOVE 0 TO ALL-TOTAL-COGS
            MOVE 0 TO ALL-TOTAL-DEFERRED
            MOVE 0 TO ALL-TOTAL-IC-AR
            MOVE 0 TO ALL-TOTAL-IC-REV
            INITIALIZE WS-JRN-LINE-TABLE
            MOVE 0 TO WS-MGI-COUNT
            MOVE 0 TO WS-MGC-COUNT
            INITIALIZE WS-MGI-TABLE
                PERFORM READ-INPUT-FILE
                GO TO PROCESS-REC-EXIT
            END-IF
      *A cancellation line is swapped for the next history line of
      *the document it cancels before anything else looks at it -
      *from here on it is that line, sign turned.
            MOVE 'N' TO WS-LINE-STORNO-SW
            MOVE 0 TO WS-LINE-ORIG-INV-NO
            MOVE 'Y' TO WS-STO-STOCK-SW
            MOVE SPACES TO WS-LINE-PO-NO
            MOVE SPACES TO WS-LINE-PO-LINE-NO
            IF STORNO-LINE then
                PERFORM LOAD-STORNO-LINE
                    THRU LOAD-STORNO-LINE-EXIT
                IF STORNO-CHECK-FAILED then
                    PERFORM READ-INPUT-FILE
                    GO TO PROCESS-REC-EXIT
                END-IF
                MOVE WS-STO-ORIG-INV-NO TO WS-LINE-ORIG-INV-NO
            END-IF
            PERFORM VALIDATE-AMOUNTS
            IF in-quant = 0 or in-unit-price = 0 then
                PERFORM READ-INPUT-FILE
                PERFORM READ-INPUT-FILE
                GO TO PROCESS-REC-EXIT
            END-IF
      *An intercompany account linked to the very company billing
      *it would have the company selling to itself.
            IF NOT CM-THIRD-PARTY
                AND CM-INTERCO-COMPANY = in-company-code then
                add 1 to WS-COMP-REJECT-COUNT
                move 'COMP' to WS-REJECT-REASON-CODE
                move 'INTERCOMPANY ACCOUNT OF OWN COMPANY'
                    to WS-REJECT-REASON-TEXT
                perform WRITE-REJECT-REC
                PERFORM READ-INPUT-FILE
                GO TO PROCESS-REC-EXIT
            END-IF
      *An account handed to the collection agency carries the
      *billing block - new lines divert to the credit-hold file
      *like a credit hold, so no new credit extends to a
      *defaulting customer. A closed or anonymised account bills
      *nothing new either.
            IF (CM-BILLING-BLOCKED OR NOT CM-ACCOUNT-OPEN)
                AND NOT WS-LINE-IS-STORNO then
                ADD 1 TO WS-HOLD-COUNT
                ADD 1 TO WS-BLOCK-HOLD-COUNT
                PERFORM WRITE-BLOCKED-HOLD-REC
                PERFORM READ-INPUT-FILE
                GO TO PROCESS-REC-EXIT
            END-IF
      *A discontinued item sells no more - but the customer can
      *still return one, and a cancellation still reverses one.
            IF IM-DISCONTINUED
                AND NOT CREDIT-MEMO-LINE
                AND NOT WS-LINE-IS-STORNO then
                add 1 to WS-DISC-REJECT-COUNT
                move 'DISC' to WS-REJECT-REASON-CODE
                move 'ITEM DISCONTINUED' to WS-REJECT-REASON-TEXT
                perform WRITE-REJECT-REC
                PERFORM READ-INPUT-FILE
                GO TO PROCESS-REC-EXIT
            END-IF
      *A reversal line bills at the cancelled line's own amounts -
      *no ship-to, returns, pricing, VAT or credit-limit checks.
            IF WS-LINE-IS-STORNO then
                PERFORM PRICE-STORNO-LINE
                PERFORM CHECK-CREDIT-LIMIT
                PERFORM BILL-PRICED-LINE
                GO TO PROCESS-REC-EXIT
            END-IF
      *Resolve the line's delivery destination: a quoted ship-to
      *must be on file, and its jurisdiction's VAT code replaces
      *the transmitted one - goods are taxed where they go, not
      *it needs a returns authorization for its customer and item,
      *and cannot credit more than was authorized or originally
      *billed. Internally-generated credits - the annual retro
      *rebates and their kin, numbered from the generators' own
      *number blocks - are not merchandise returns and carry no
      *authorization; they bill through unchecked as before.
            IF CREDIT-MEMO-LINE
                AND NOT GENERATED-INVOICE-NO then
                PERFORM CHECK-RETURN-AUTHORIZATION
                    THRU CHECK-RETURN-AUTHORIZATION-EXIT
                IF RMA-CHECK-FAILED then
                    PERFORM READ-INPUT-FILE
                    GO TO PROCESS-REC-EXIT
                END-IF
                MOVE RA-ORIG-INVOICE-NO TO WS-LINE-ORIG-INV-NO
            END-IF
            MOVE in-unit-price TO WS-SENT-UNIT-PRICE
            PERFORM LOOKUP-CONTRACT-PRICE
                THRU LOOKUP-CONTRACT-PRICE-EXIT
            PERFORM LOOKUP-QUANTITY-BREAK
                PERFORM READ-INPUT-FILE
                GO TO PROCESS-REC-EXIT
            END-IF
      *A transmitted price far off what the line should have
      *carried is a keying error in the feeding system until Sales
      *says otherwise - see CHECK-PRICE-VARIANCE.
            PERFORM CHECK-PRICE-VARIANCE
                THRU CHECK-PRICE-VARIANCE-EXIT
            IF PRICE-HOLD-LINE then
                PERFORM READ-INPUT-FILE
                GO TO PROCESS-REC-EXIT
            END-IF
            PERFORM LOOKUP-REBATE
            IF REBATE-NOT-FOUND then
                PERFORM READ-INPUT-FILE
      *will actually pay. Follows the line's sign, so a credit memo
      *gives the withholding back.
            PERFORM COMPUTE-WITHHOLDING
      *A line ordered on a partner's 850 must stay within what the
      *PO line ordered, at the PO price - see CHECK-PO-MATCH.
            PERFORM CHECK-PO-MATCH
                THRU CHECK-PO-MATCH-EXIT
            IF PO-MATCH-HOLD-LINE then
                PERFORM READ-INPUT-FILE
                GO TO PROCESS-REC-EXIT
            END-IF
      *Divert the line to the credit-hold file if billing it would
      *push the customer's exposure past the credit limit - the line
      *waits there for Credit's release instead of shipping more
                PERFORM READ-INPUT-FILE
                GO TO PROCESS-REC-EXIT
            END-IF
      *A sale line of a customer billed on a cycle stops here,
      *priced and checked - it waits on the unbilled-deliveries
      *file for the collective invoice on the customer's cycle
      *date. Internally-generated lines bill as they come.
            IF SALE-LINE
                AND NOT CM-BILL-PER-DELIVERY
                AND NOT GENERATED-INVOICE-NO
                AND WS-UNBILL-AVAILABLE then
                PERFORM ACCUMULATE-UNBILLED-LINE
                    THRU ACCUMULATE-UNBILLED-LINE-EXIT
                PERFORM READ-INPUT-FILE
                GO TO PROCESS-REC-EXIT
            END-IF
            PERFORM BILL-PRICED-LINE.
       PROCESS-REC-EXIT.
            EXIT.
       ACCUMULATE-UNBILLED-LINE.
      *Number the line within its invoice number - a further line
      *of the number already being gathered continues the sequence.
            IF IN-INVOICE-NO = WS-UB-CUR-INVOICE
                AND in-cust-id = WS-UB-CUR-CUST
                AND in-company-code = WS-UB-CUR-COMPANY then
                ADD 1 TO WS-UB-LINE-SEQ
            ELSE
                MOVE IN-INVOICE-NO TO WS-UB-CUR-INVOICE
                MOVE in-cust-id TO WS-UB-CUR-CUST
                MOVE in-company-code TO WS-UB-CUR-COMPANY
                MOVE 1 TO WS-UB-LINE-SEQ
            END-IF
            ADD 1 TO WS-UB-ACCUM-COUNT
            ADD CUR-TOTAL-VAT TO WS-UB-ACCUM-AMT
            IF SIMULATION-RUN then
                GO TO ACCUMULATE-UNBILLED-LINE-EXIT
            END-IF
            PERFORM COMPUTE-CYCLE-DATE
            MOVE SPACES TO UNBILLED-DELIVERY-RECORD
            MOVE in-company-code TO UB-COMPANY-CODE
            MOVE in-cust-id TO UB-CUST-ID
            MOVE IN-INVOICE-NO TO UB-INVOICE-NO
            MOVE WS-UB-LINE-SEQ TO UB-LINE-SEQ
            MOVE in-invoice-date TO UB-DELIVERY-DATE
            MOVE WS-UB-CYCLE-DATE TO UB-CYCLE-DATE
            SET UB-PENDING TO TRUE
            MOVE WS-RUN-DATE TO UB-ACCRUED-DATE
            MOVE 0 TO UB-BILLED-DATE
            MOVE 0 TO UB-COLL-INVOICE-NO
            MOVE INPUT-RECORD TO UB-INPUT-DATA
            MOVE CUR-TOTAL-NO-VAT TO UB-NET-AMT
            MOVE CUR-TOTAL-VAT TO UB-GROSS-AMT
            MOVE CUR-REBATE-AMT TO UB-REBATE-AMT
            MOVE WS-WHT-AMT TO UB-WHT-AMT
            MOVE CUR-CURRENCY-MULT TO UB-CURRENCY-MULT
            MOVE CUR-VAT-MULT TO UB-VAT-MULT
            MOVE WS-RC-LINE-SW TO UB-RC-FLAG
            MOVE WS-CONTRACT-PRICE-SW TO UB-CONTRACT-FLAG
            MOVE WS-BREAK-PRICE-SW TO UB-BREAK-FLAG
            MOVE OUT-MIN-CHG-FLAG TO UB-MIN-CHG-FLAG
            MOVE WS-DEST-ZIP TO UB-DEST-ZIP
            MOVE WS-LINE-PO-NO TO UB-PO-NO
            MOVE WS-LINE-PO-LINE-NO TO UB-PO-LINE-NO
      *A line already there is the restart or reprocessing case the
      *duplicate check let through - gathered afresh.
            WRITE UNBILLED-DELIVERY-RECORD
                INVALID KEY
                    REWRITE UNBILLED-DELIVERY-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
            END-WRITE.
       ACCUMULATE-UNBILLED-LINE-EXIT.
            EXIT.
       COMPUTE-CYCLE-DATE.
      *The first cycle date on or after the delivery: the delivery
      *date itself for daily billing, the next cycle weekday for
      *weekly, the next cycle day of a month for monthly.
            MOVE in-invoice-date TO WS-UB-CYCLE-DATE
            EVALUATE TRUE
                WHEN CM-BILL-WEEKLY
                    PERFORM COMPUTE-WEEKLY-CYCLE-DATE
                WHEN CM-BILL-MONTHLY
                    PERFORM COMPUTE-MONTHLY-CYCLE-DATE
            END-EVALUATE.
       COMPUTE-WEEKLY-CYCLE-DATE.
      *Day 1 of the integer calendar was a Monday, so the weekday
      *falls out of the day number; a cycle day the maintenance
      *program should have refused bills on Sunday.
            IF CM-BILL-CYCLE-DAY IS NUMERIC
                AND CM-BILL-CYCLE-DAY >= 1
                AND CM-BILL-CYCLE-DAY <= 7 then
                MOVE CM-BILL-CYCLE-DAY TO WS-UB-TARGET-DAY
            ELSE
                MOVE 7 TO WS-UB-TARGET-DAY
            END-IF
            COMPUTE WS-UB-DAY-INT =
                FUNCTION INTEGER-OF-DATE(in-invoice-date)
            COMPUTE WS-UB-WEEKDAY =
                FUNCTION MOD(WS-UB-DAY-INT - 1, 7) + 1
            COMPUTE WS-UB-DAYS-AHEAD =
                FUNCTION MOD(WS-UB-TARGET-DAY - WS-UB-WEEKDAY + 7, 7)
            COMPUTE WS-UB-CYCLE-DATE = FUNCTION DATE-OF-INTEGER(
                WS-UB-DAY-INT + WS-UB-DAYS-AHEAD).
       COMPUTE-MONTHLY-CYCLE-DATE.
      *This month's cycle day, or next month's once the delivery is
      *past it; a day beyond the end of a short month bills on its
      *last day, and a bad cycle day on the last day of the month.
            IF CM-BILL-CYCLE-DAY IS NUMERIC
                AND CM-BILL-CYCLE-DAY >= 1
                AND CM-BILL-CYCLE-DAY <= 31 then
                MOVE CM-BILL-CYCLE-DAY TO WS-UB-TARGET-DAY
            ELSE
                MOVE 31 TO WS-UB-TARGET-DAY
            END-IF
            MOVE in-invoice-date TO WS-UB-WORK-DATE
            PERFORM FIND-MONTH-CYCLE-DAY
            IF WS-UB-WORK-DD > WS-UB-CYCLE-DD then
                IF WS-UB-WORK-MM = 12 then
                    MOVE 1 TO WS-UB-WORK-MM
                    ADD 1 TO WS-UB-WORK-YYYY
                ELSE
                    ADD 1 TO WS-UB-WORK-MM
                END-IF
                PERFORM FIND-MONTH-CYCLE-DAY
            END-IF
            MOVE WS-UB-CYCLE-DD TO WS-UB-WORK-DD
            MOVE WS-UB-WORK-DATE TO WS-UB-CYCLE-DATE.
       FIND-MONTH-CYCLE-DAY.
      *The cycle day in the month of WS-UB-WORK-DATE - the target
      *day, or the month's last day (the day before the first of
      *the next month) if the month is shorter.
            MOVE WS-UB-WORK-DATE TO WS-UB-CALC-DATE
            MOVE 1 TO WS-UB-CALC-DD
            IF WS-UB-CALC-MM = 12 then
                MOVE 1 TO WS-UB-CALC-MM
                ADD 1 TO WS-UB-CALC-YYYY
            ELSE
                ADD 1 TO WS-UB-CALC-MM
            END-IF
            COMPUTE WS-UB-CALC-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-UB-CALC-DATE) - 1)
            IF WS-UB-TARGET-DAY > WS-UB-CALC-DD then
                MOVE WS-UB-CALC-DD TO WS-UB-CYCLE-DD
            ELSE
                MOVE WS-UB-TARGET-DAY TO WS-UB-CYCLE-DD
            END-IF.
       BILL-COLLECTIVE-INVOICES.
      *The collective pass, after the last batch: every unbilled
      *delivery whose cycle date has come bills, in company and
      *customer order, as one invoice document per customer dated
      *today under the invoice number of the customer's first due
      *line - one document number, one AR item, one due date. The
      *checkpoint predates the pass, so a restarted run bills again
      *the lines the crashed run had already marked billed today.
            SET WS-COLLECTIVE-PASS TO TRUE
            MOVE 'N' TO WS-UB-EOF-SW
            MOVE SPACES TO WS-UB-COLL-COMPANY
            MOVE SPACES TO WS-UB-COLL-CUST
            MOVE LOW-VALUES TO UB-KEY
            START UNBILLED KEY IS NOT LESS THAN UB-KEY
                INVALID KEY
                    SET WS-UB-EOF TO TRUE
            END-START
            MOVE 0 TO WS-END-OF-FILE
            PERFORM READ-INPUT-FILE
            PERFORM PROCESS-COLLECTIVE-REC
                THRU PROCESS-COLLECTIVE-REC-EXIT
                UNTIL WS-END-OF-FILE = 1
            IF WS-CO-CUR-CODE NOT = SPACES then
                PERFORM CLOSE-COMPANY-GROUP
                MOVE SPACES TO WS-CO-CUR-CODE
            END-IF
            MOVE 'N' TO WS-COLL-PASS-SW.
       PROCESS-COLLECTIVE-REC.
      *A line whose company, customer or item has gone since it was
      *delivered, or whose customer is now blocked or closed, stays
      *unbilled for a later run - it was delivered all the same.
            MOVE 'N' TO WS-LINE-STORNO-SW
            MOVE 0 TO WS-LINE-ORIG-INV-NO
            MOVE 'Y' TO WS-STO-STOCK-SW
            PERFORM CHECK-COMPANY-GROUP
            IF COMPANY-INVALID then
                PERFORM KEEP-UNBILLED-LINE
                PERFORM READ-INPUT-FILE
                GO TO PROCESS-COLLECTIVE-REC-EXIT
            END-IF
            SET CUST-FOUND TO TRUE
            MOVE in-cust-id TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    SET CUST-NOT-FOUND TO TRUE
            END-READ
            IF CUST-NOT-FOUND
                OR CM-BILLING-BLOCKED
                OR NOT CM-ACCOUNT-OPEN then
                PERFORM KEEP-UNBILLED-LINE
                PERFORM READ-INPUT-FILE
                GO TO PROCESS-COLLECTIVE-REC-EXIT
            END-IF
            SET ITEM-FOUND TO TRUE
            MOVE in-item-no TO IM-ITEM-NO
            READ ITEMMAST
                INVALID KEY
                    SET ITEM-NOT-FOUND TO TRUE
            END-READ
            IF ITEM-NOT-FOUND then
                PERFORM KEEP-UNBILLED-LINE
                PERFORM READ-INPUT-FILE
                GO TO PROCESS-COLLECTIVE-REC-EXIT
            END-IF
            PERFORM PRICE-CYCLE-LINE
            PERFORM CHECK-CREDIT-LIMIT
            IF INVOICE-GROUP-CLOSED
                OR IN-INVOICE-NO NOT = WS-INV-CUR-NO
                OR in-cust-id NOT = WS-INV-CUST-ID then
                ADD 1 TO WS-UB-COLL-DOC-COUNT
            END-IF
            IF PRODUCTION-RUN then
                SET UB-BILLED TO TRUE
                MOVE WS-RUN-DATE TO UB-BILLED-DATE
                MOVE WS-UB-COLL-INVOICE TO UB-COLL-INVOICE-NO
                REWRITE UNBILLED-DELIVERY-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
            ADD 1 TO WS-UB-COLL-LINE-COUNT
            PERFORM BILL-PRICED-LINE.
       PROCESS-COLLECTIVE-REC-EXIT.
            EXIT.
       KEEP-UNBILLED-LINE.
      *A line a crashed run had marked billed goes back to pending.
            ADD 1 TO WS-UB-KEPT-COUNT
            DISPLAY 'COLLECTIVE LINE KEPT UNBILLED: ' in-company-code
                ' ' in-cust-id ' ' UB-INVOICE-NO '/' UB-LINE-SEQ
            IF PRODUCTION-RUN AND UB-BILLED then
                SET UB-PENDING TO TRUE
                MOVE 0 TO UB-BILLED-DATE
                MOVE 0 TO UB-COLL-INVOICE-NO
                REWRITE UNBILLED-DELIVERY-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF.
       PRICE-CYCLE-LINE.
      *The line as it priced on delivery - its stored amounts, rate,
      *VAT and pricing flags, destination and PO reference; nothing
      *is repriced on the cycle date.
            MOVE UB-NET-AMT TO CUR-TOTAL-NO-VAT
            MOVE UB-GROSS-AMT TO CUR-TOTAL-VAT
            MOVE UB-REBATE-AMT TO CUR-REBATE-AMT
            MOVE UB-WHT-AMT TO WS-WHT-AMT
            MOVE UB-CURRENCY-MULT TO CUR-CURRENCY-MULT
            MOVE UB-VAT-MULT TO CUR-VAT-MULT
            MOVE UB-RC-FLAG TO WS-RC-LINE-SW
            MOVE UB-CONTRACT-FLAG TO WS-CONTRACT-PRICE-SW
            MOVE UB-BREAK-FLAG TO WS-BREAK-PRICE-SW
            MOVE UB-MIN-CHG-FLAG TO OUT-MIN-CHG-FLAG
            MOVE UB-DEST-ZIP TO WS-DEST-ZIP
            MOVE UB-PO-NO TO WS-LINE-PO-NO
            MOVE UB-PO-LINE-NO TO WS-LINE-PO-LINE-NO.
       BILL-PRICED-LINE.
            ADD CUR-REBATE-AMT TO ALL-TOTAL-REBATE-AMT
            PERFORM APPLY-REVENUE-DEFERRAL
                THRU APPLY-REVENUE-DEFERRAL-EXIT
      *Compute the line's due date from the customer's net-days
      *payment terms - everything downstream that ages or chases
      *this line works from this date, not the invoice date.
      *invoice document - close the document in flight at each
      *invoice-number break and open one for this line's number.
            PERFORM CHECK-INVOICE-GROUP
      *The rebate and any deferral went onto the company totals
      *before the check - only now is this line's document open.
            ADD CUR-REBATE-AMT TO WS-JD-REBATE
            ADD WS-LINE-DEFERRED-AMT TO WS-JD-DEFERRED
      *Detect a change of customer in the sorted detail stream and
      *close out the prior customer's running total into the top-
      *customers table before starting the new group.
      *Update the "total" variables (for all rows).
            ADD CUR-TOTAL-VAT TO ALL-TOTAL-VAT
            ADD CUR-TOTAL-NO-VAT TO ALL-TOTAL-NO-VAT
            ADD CUR-TOTAL-VAT TO WS-JD-GROSS
            ADD CUR-TOTAL-NO-VAT TO WS-JD-NET
      *A line billed to a group company credits intercompany revenue
      *on the same gross-of-rebate basis as the trade revenue credit.
            IF NOT WS-INV-THIRD-PARTY then
                COMPUTE ALL-TOTAL-IC-REV = ALL-TOTAL-IC-REV
                    + CUR-TOTAL-NO-VAT + CUR-REBATE-AMT
                    - WS-LINE-DEFERRED-AMT
                COMPUTE WS-JD-IC-REV = WS-JD-IC-REV
                    + CUR-TOTAL-NO-VAT + CUR-REBATE-AMT
                    - WS-LINE-DEFERRED-AMT
            END-IF
      *Update the per-VAT-code and per-rebate-code summary tables
      *(subscript is the code plus 1, since the codes run 0-9).
            COMPUTE WS-VAT-SUBSCR = in-vat + 1
      *per-category breakdown.
            IF WS-WHT-AMT NOT = 0 then
                ADD WS-WHT-AMT TO ALL-TOTAL-WHT-AMT
                ADD WS-WHT-AMT TO WS-JD-WHT
                COMPUTE WS-WHT-SUBSCR = CM-WHT-CATEGORY + 1
                ADD 1 TO WS-WH-COUNT(WS-WHT-SUBSCR)
                ADD WS-WHT-AMT TO WS-WH-TOTAL-WHT(WS-WHT-SUBSCR)
            move cur-total-vat to OUT-TOTAL-VAT-BODY
            move in-invoice-date to OUT-INVOICE-DATE
            move WS-DUE-DATE to OUT-DUE-DATE
      *The item's description in the document's language.
            MOVE WS-INV-LANG-CODE TO WS-TX-LANG
            MOVE SPACES TO WS-TX-ID
            STRING 'IT' DELIMITED BY SIZE
                in-item-no DELIMITED BY SIZE
                INTO WS-TX-ID
            END-STRING
            MOVE IM-DESCRIPTION TO WS-TX-TEXT
            PERFORM GET-DOC-TEXT
                THRU GET-DOC-TEXT-EXIT
            move WS-TX-TEXT to OUT-ITEM-DESC
            move WS-TX-TEXT to WS-LINE-ITEM-DESC
            move WS-WHT-AMT to OUT-WHT-AMT
            IF CONTRACT-PRICE-APPLIED then
                move 'C' to OUT-CONTRACT-FLAG
            ADD CUR-TOTAL-VAT TO WS-INV-TOTAL-VAT
            ADD CUR-TOTAL-NO-VAT TO WS-INV-TOTAL-NO-VAT
            ADD 1 TO WS-INV-LINE-COUNT
            ADD CUR-TOTAL-NO-VAT TO WS-INV-VC-NET(WS-VAT-SUBSCR)
            COMPUTE WS-INV-VC-VAT(WS-VAT-SUBSCR) =
                WS-INV-VC-VAT(WS-VAT-SUBSCR)
                + CUR-TOTAL-VAT - CUR-TOTAL-NO-VAT
      *Total the document's shipping weight for the freight charge
      *at close - sale lines only; credits and internally-generated
      *charge lines ship nothing.
                    WS-INV-SHIP-WEIGHT + (in-quant * IM-SHIP-WEIGHT)
            END-IF
      *Value the line at standard cost alongside the billed net -
      *the cost in force on the invoice date, see LOOKUP-STD-COST.
      *The cost follows the line's sign, so a credit memo relieves
      *cost of sales and puts the stock back.
            PERFORM LOOKUP-STD-COST
                THRU LOOKUP-STD-COST-EXIT
            COMPUTE WS-LINE-COST = in-quant * WS-LINE-STD-COST
            IF CREDIT-MEMO-LINE then
                COMPUTE WS-LINE-COST = WS-LINE-COST * -1
            END-IF
      *A reversal gives back exactly the cost the original took.
            IF WS-LINE-IS-STORNO then
                COMPUTE WS-LINE-COST = WS-STO-COST-AMT * -1
            END-IF
            PERFORM ACCUMULATE-MARGIN
      *Relieve inventory from the same line the customer was
      *billed for - shipped quantity negative back in for a
      *credit-memo return; charge lines move no stock.
            IF PRODUCTION-RUN
                AND NOT FINANCE-CHARGE-LINE
                AND WS-STO-MOVES-STOCK then
                PERFORM WRITE-STOCK-MOVEMENT
            END-IF
            PERFORM WRITE-HISTORY-RECORD
                PERFORM WRITE-EDI-DETAIL-SEGMENTS
            END-IF
            PERFORM READ-INPUT-FILE.
       COMPUTE-WITHHOLDING.
            MOVE 0 TO WS-WHT-AMT
            IF CM-WHT-REQUIRED then
      *a group's branches draw down one shared limit. A zero credit
      *limit means the account is not limit-checked at all. Credit
      *memos are never held - they reduce the debt - and their
      *negative totals roll the running exposure down. A line on a
      *collective invoice passed its check when it was delivered.
            SET CREDIT-LINE-OK TO TRUE
            IF CM-PARENT-CUST-ID NOT = SPACES then
                MOVE CM-PARENT-CUST-ID TO WS-CRD-THIS-ACCT
                PERFORM LOAD-CREDIT-ACCOUNT
            END-IF
            IF NOT CREDIT-MEMO-LINE
                AND NOT WS-LINE-IS-STORNO
                AND NOT WS-COLLECTIVE-PASS
                AND WS-CRD-LIMIT > 0
                AND WS-CRD-EXPOSURE + CUR-TOTAL-VAT
                    > WS-CRD-LIMIT then
                END-READ
            END-IF.
       WRITE-BLOCKED-HOLD-REC.
      *A billing-blocked or closed customer's line on the
      *credit-hold file - the exposure shown is the account's
      *standing balance, since the line never priced.
            MOVE SPACES TO HOLD-RECORD
            MOVE INPUT-RECORD TO HLD-INPUT-DATA
            MOVE CM-CREDIT-LIMIT TO HLD-CREDIT-LIMIT
            MOVE CM-OPEN-AR-BAL TO HLD-EXPOSURE
            IF CM-ACCOUNT-OPEN then
                MOVE 'BLCK' TO HLD-REASON-CODE
            ELSE
                MOVE 'CLSD' TO HLD-REASON-CODE
            END-IF
            WRITE HOLD-RECORD.
       WRITE-HOLD-REC.
      *Write the diverted line to the credit-hold file with the
            MOVE INPUT-RECORD TO HLD-INPUT-DATA
            MOVE WS-CRD-LIMIT TO HLD-CREDIT-LIMIT
            COMPUTE HLD-EXPOSURE = WS-CRD-EXPOSURE + CUR-TOTAL-VAT
            MOVE 'CRED' TO HLD-REASON-CODE
            WRITE HOLD-RECORD.
       CHECK-PRICE-VARIANCE.
      *The reference is the price the line should carry: the
      *contract or break price when pricing replaced the
      *transmitted one, else the list price. The list price is in
      *home currency and the others in the invoice's, so the
      *transmitted price is converted through the booked rate once,
      *up front, and a contract or break price the same way - both
      *prices compare and print on the exception report in home
      *currency whichever the basis. Credit memos and items without
      *a list price have nothing to compare against.
            MOVE 'N' TO WS-PRX-HOLD-SW
            IF CREDIT-MEMO-LINE then
                GO TO CHECK-PRICE-VARIANCE-EXIT
            END-IF
            COMPUTE WS-PRX-SENT-PRICE ROUNDED =
                WS-SENT-UNIT-PRICE * CUR-CURRENCY-MULT
            IF CONTRACT-PRICE-APPLIED
                OR BREAK-PRICE-APPLIED then
                COMPUTE WS-PRX-REF-PRICE ROUNDED =
                    in-unit-price * CUR-CURRENCY-MULT
                IF CONTRACT-PRICE-APPLIED then
                    MOVE 'CONTRACT' TO WS-PRX-BASIS
                ELSE
                    MOVE 'QTYBREAK' TO WS-PRX-BASIS
                END-IF
            ELSE
                MOVE IM-LIST-PRICE TO WS-PRX-REF-PRICE
                MOVE 'LIST' TO WS-PRX-BASIS
            END-IF
            IF WS-PRX-REF-PRICE = 0 then
                GO TO CHECK-PRICE-VARIANCE-EXIT
            END-IF
            COMPUTE WS-PRX-VARIANCE-PCT ROUNDED =
                (WS-PRX-SENT-PRICE - WS-PRX-REF-PRICE) * 100
                / WS-PRX-REF-PRICE
            IF WS-PRX-VARIANCE-PCT < 0 then
                COMPUTE WS-PRX-ABS-PCT = WS-PRX-VARIANCE-PCT * -1
            ELSE
                MOVE WS-PRX-VARIANCE-PCT TO WS-PRX-ABS-PCT
            END-IF
            IF WS-PRX-ABS-PCT NOT > WS-PRICE-TOL-PCT then
                GO TO CHECK-PRICE-VARIANCE-EXIT
            END-IF
            ADD 1 TO WS-PRICE-EXCEPT-COUNT
            IF WS-PRICE-LIM-PCT > 0
                AND WS-PRX-ABS-PCT > WS-PRICE-LIM-PCT then
                IF WS-BATCH-ID(1:2) = 'CR' then
                    MOVE 'RELEASED' TO WS-PRX-ACTION
                ELSE
                    SET PRICE-HOLD-LINE TO TRUE
                    MOVE 'HELD' TO WS-PRX-ACTION
                    ADD 1 TO WS-HOLD-COUNT
                    ADD 1 TO WS-PRICE-HOLD-COUNT
                    PERFORM WRITE-PRICE-HOLD-REC
                END-IF
            ELSE
                MOVE 'FLAGGED' TO WS-PRX-ACTION
            END-IF
            PERFORM WRITE-PRICE-EXCEPT-LINE.
       CHECK-PRICE-VARIANCE-EXIT.
            EXIT.
       WRITE-PRICE-HOLD-REC.
      *A price hold on the credit-hold file - the limit column
      *carries the reference price and the exposure column the
      *transmitted price it was compared with.
            MOVE SPACES TO HOLD-RECORD
            MOVE INPUT-RECORD TO HLD-INPUT-DATA
            MOVE WS-PRX-REF-PRICE TO HLD-CREDIT-LIMIT
            MOVE WS-PRX-SENT-PRICE TO HLD-EXPOSURE
            MOVE 'PRIC' TO HLD-REASON-CODE
            WRITE HOLD-RECORD.
       WRITE-PRICE-EXCEPT-HEADER.
            MOVE SPACES TO PRICE-EXCEPT-REPORT-LINE
            STRING 'PRICE VARIANCE EXCEPTIONS - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                ' TOLERANCE ' DELIMITED BY SIZE
                WS-PRICE-TOL-PCT DELIMITED BY SIZE
                '% HARD LIMIT ' DELIMITED BY SIZE
                WS-PRICE-LIM-PCT DELIMITED BY SIZE
                '%' DELIMITED BY SIZE
                INTO PRICE-EXCEPT-REPORT-LINE
            END-STRING
            WRITE PRICE-EXCEPT-REPORT-LINE
            MOVE SPACES TO PRICE-EXCEPT-REPORT-LINE
            STRING 'INVOICE CUST   ITEM       QUANT       SENT '
                DELIMITED BY SIZE
                ' REFERENCE BASIS      VARIANCE% ACTION'
                DELIMITED BY SIZE
                INTO PRICE-EXCEPT-REPORT-LINE
            END-STRING
            WRITE PRICE-EXCEPT-REPORT-LINE.
       WRITE-PRICE-EXCEPT-LINE.
            MOVE SPACES TO PRICE-EXCEPT-REPORT-LINE
            MOVE IN-INVOICE-NO TO PRICE-EXCEPT-REPORT-LINE(1:7)
            MOVE in-cust-id TO PRICE-EXCEPT-REPORT-LINE(9:6)
            MOVE in-item-no TO PRICE-EXCEPT-REPORT-LINE(16:8)
            MOVE in-quant TO WS-POM-QTY-ED
            MOVE WS-POM-QTY-ED TO PRICE-EXCEPT-REPORT-LINE(25:7)
            MOVE WS-PRX-SENT-PRICE TO WS-PRX-PRC-ED
            MOVE WS-PRX-PRC-ED TO PRICE-EXCEPT-REPORT-LINE(33:10)
            MOVE WS-PRX-REF-PRICE TO WS-PRX-PRC-ED
            MOVE WS-PRX-PRC-ED TO PRICE-EXCEPT-REPORT-LINE(44:10)
            MOVE WS-PRX-BASIS TO PRICE-EXCEPT-REPORT-LINE(55:8)
            MOVE WS-PRX-VARIANCE-PCT TO WS-PRX-PCT-ED
            MOVE WS-PRX-PCT-ED TO PRICE-EXCEPT-REPORT-LINE(64:11)
            MOVE WS-PRX-ACTION TO PRICE-EXCEPT-REPORT-LINE(76:8)
            WRITE PRICE-EXCEPT-REPORT-LINE.
       WRITE-VATVER-EXCEPT-HEADER.
            MOVE SPACES TO VATVER-EXCEPT-REPORT-LINE
            STRING 'REVERSE-CHARGE VERIFICATION EXCEPTIONS - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                ' WINDOW ' DELIMITED BY SIZE
                WS-VATVER-DAYS DELIMITED BY SIZE
                ' DAYS' DELIMITED BY SIZE
                INTO VATVER-EXCEPT-REPORT-LINE
            END-STRING
            WRITE VATVER-EXCEPT-REPORT-LINE
            MOVE SPACES TO VATVER-EXCEPT-REPORT-LINE
            STRING 'INVOICE CUST   ITEM     CTY VAT REG NO     '
                DELIMITED BY SIZE
                'STATUS       VERIFIED ACTION' DELIMITED BY SIZE
                INTO VATVER-EXCEPT-REPORT-LINE
            END-STRING
            WRITE VATVER-EXCEPT-REPORT-LINE.
       WRITE-VATVER-EXCEPT-LINE.
            MOVE SPACES TO VATVER-EXCEPT-REPORT-LINE
            MOVE IN-INVOICE-NO TO VATVER-EXCEPT-REPORT-LINE(1:7)
            MOVE in-cust-id TO VATVER-EXCEPT-REPORT-LINE(9:6)
            MOVE in-item-no TO VATVER-EXCEPT-REPORT-LINE(16:8)
            MOVE CM-VAT-COUNTRY TO VATVER-EXCEPT-REPORT-LINE(25:2)
            MOVE CM-VAT-REG-NO TO VATVER-EXCEPT-REPORT-LINE(29:14)
            MOVE WS-VATVER-STATE TO VATVER-EXCEPT-REPORT-LINE(44:12)
            IF NOT CM-VAT-NOT-VERIFIED then
                MOVE CM-VAT-VERIFY-DATE TO
                    VATVER-EXCEPT-REPORT-LINE(57:8)
            END-IF
            MOVE 'DOMESTIC VAT' TO VATVER-EXCEPT-REPORT-LINE(66:12)
            WRITE VATVER-EXCEPT-REPORT-LINE.
       CHECK-PO-MATCH.
      *Look the line up on EDI850's cross-reference; a line that
      *did not come off an 850 has nothing to match. The
      *cumulative quantity is what the PO line has billed so far
      *plus this line; the price compared is the final one, after
      *contract and quantity-break pricing.
            MOVE 'N' TO WS-PO-HOLD-SW
            MOVE 'N' TO WS-PO-QTY-SW
            MOVE 'N' TO WS-PO-PRICE-SW
            IF NOT WS-POXREF-AVAILABLE
                OR NOT WS-POLINE-AVAILABLE
                OR CREDIT-MEMO-LINE then
                GO TO CHECK-PO-MATCH-EXIT
            END-IF
            MOVE IN-INVOICE-NO TO PX-INVOICE-NO
            READ POXREF
                INVALID KEY
                    GO TO CHECK-PO-MATCH-EXIT
            END-READ
            MOVE PX-PO-NO TO WS-LINE-PO-NO
            MOVE PX-PO-LINE-NO TO WS-LINE-PO-LINE-NO
            MOVE PX-PO-NO TO PL-PO-NO
            MOVE PX-PO-LINE-NO TO PL-PO-LINE-NO
            READ POLINE
                INVALID KEY
                    GO TO CHECK-PO-MATCH-EXIT
            END-READ
            ADD 1 TO WS-PO-MATCHED-COUNT
            COMPUTE WS-PO-CUM-QTY = PL-BILLED-QTY + in-quant
            IF WS-PO-CUM-QTY > PL-ORDER-QTY then
                SET PO-QTY-EXCEEDED TO TRUE
            END-IF
            IF in-unit-price NOT = PL-PO-PRICE then
                SET PO-PRICE-DIFFERS TO TRUE
            END-IF
            IF NOT PO-QTY-EXCEEDED
                AND NOT PO-PRICE-DIFFERS then
                GO TO CHECK-PO-MATCH-EXIT
            END-IF
            ADD 1 TO WS-PO-EXCEPT-COUNT
            EVALUATE TRUE
                WHEN PO-QTY-EXCEEDED AND PO-PRICE-DIFFERS
                    MOVE 'OVER QTY + PRICE' TO WS-PO-REASON
                WHEN PO-QTY-EXCEEDED
                    MOVE 'OVER ORDERED QTY' TO WS-PO-REASON
                WHEN OTHER
                    MOVE 'PRICE NOT PO PRICE' TO WS-PO-REASON
            END-EVALUATE
            IF PO-MATCH-HOLDS
                AND WS-BATCH-ID(1:2) NOT = 'CR' then
                SET PO-MATCH-HOLD-LINE TO TRUE
                MOVE 'HELD' TO WS-PO-ACTION
                ADD 1 TO WS-HOLD-COUNT
                ADD 1 TO WS-PO-HOLD-COUNT
                PERFORM WRITE-PO-HOLD-REC
            ELSE
                IF WS-BATCH-ID(1:2) = 'CR' then
                    MOVE 'RELEASED' TO WS-PO-ACTION
                ELSE
                    MOVE 'FLAGGED' TO WS-PO-ACTION
                END-IF
            END-IF
            PERFORM WRITE-PO-MATCH-LINE.
       CHECK-PO-MATCH-EXIT.
            EXIT.
       WRITE-PO-HOLD-REC.
      *A PO-matching hold on the credit-hold file - the limit
      *column carries the ordered quantity and the exposure column
      *the cumulative quantity billing the line would reach.
            MOVE SPACES TO HOLD-RECORD
            MOVE INPUT-RECORD TO HLD-INPUT-DATA
            MOVE PL-ORDER-QTY TO HLD-CREDIT-LIMIT
            MOVE WS-PO-CUM-QTY TO HLD-EXPOSURE
            MOVE 'POMT' TO HLD-REASON-CODE
            WRITE HOLD-RECORD.
       WRITE-PO-MATCH-HEADER.
            MOVE SPACES TO PO-MATCH-REPORT-LINE
            STRING 'PO MATCHING EXCEPTIONS - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO PO-MATCH-REPORT-LINE
            END-STRING
            WRITE PO-MATCH-REPORT-LINE
            MOVE SPACES TO PO-MATCH-REPORT-LINE
            STRING 'INVOICE CUST   PURCHASE ORDER       LINE  '
                DELIMITED BY SIZE
                ' ORDERED  BILLED    THIS PO PRC BILLED '
                DELIMITED BY SIZE
                'REASON             ACTION' DELIMITED BY SIZE
                INTO PO-MATCH-REPORT-LINE
            END-STRING
            WRITE PO-MATCH-REPORT-LINE.
       WRITE-PO-MATCH-LINE.
            MOVE SPACES TO PO-MATCH-REPORT-LINE
            MOVE IN-INVOICE-NO TO PO-MATCH-REPORT-LINE(1:7)
            MOVE in-cust-id TO PO-MATCH-REPORT-LINE(9:6)
            MOVE PL-PO-NO TO PO-MATCH-REPORT-LINE(16:20)
            MOVE PL-PO-LINE-NO TO PO-MATCH-REPORT-LINE(37:6)
            MOVE PL-ORDER-QTY TO WS-POM-QTY-ED
            MOVE WS-POM-QTY-ED TO PO-MATCH-REPORT-LINE(43:7)
            MOVE PL-BILLED-QTY TO WS-POM-QTY-ED
            MOVE WS-POM-QTY-ED TO PO-MATCH-REPORT-LINE(51:7)
            MOVE in-quant TO WS-POM-QTY-ED
            MOVE WS-POM-QTY-ED TO PO-MATCH-REPORT-LINE(59:7)
            MOVE PL-PO-PRICE TO WS-POM-PRC-ED
            MOVE WS-POM-PRC-ED TO PO-MATCH-REPORT-LINE(67:6)
            MOVE in-unit-price TO WS-POM-PRC-ED
            MOVE WS-POM-PRC-ED TO PO-MATCH-REPORT-LINE(74:6)
            MOVE WS-PO-REASON TO PO-MATCH-REPORT-LINE(81:19)
            MOVE WS-PO-ACTION TO PO-MATCH-REPORT-LINE(100:8)
            WRITE PO-MATCH-REPORT-LINE.
       POST-PO-BILLING.
      *Post the line's billing back to its PO line - a reversal
      *gives its quantity and amount back and reopens the line.
            MOVE WS-LINE-PO-NO TO PL-PO-NO
            MOVE WS-LINE-PO-LINE-NO TO PL-PO-LINE-NO
            READ POLINE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WS-LINE-IS-STORNO then
                        SUBTRACT in-quant FROM PL-BILLED-QTY
                    ELSE
                        ADD in-quant TO PL-BILLED-QTY
                    END-IF
                    ADD CUR-TOTAL-NO-VAT TO PL-BILLED-AMT
                    MOVE WS-RUN-DATE TO PL-LAST-BILL-DATE
                    IF PL-BILLED-QTY < PL-ORDER-QTY then
                        SET PL-LINE-OPEN TO TRUE
                    ELSE
                        SET PL-LINE-COMPLETE TO TRUE
                    END-IF
                    REWRITE PO-LINE-RECORD
            END-READ.
       READ-INPUT-FILE.
      *The collective pass reads the unbilled-deliveries file in
      *place of the sorted batch.
            IF WS-COLLECTIVE-PASS then
                PERFORM READ-DUE-UNBILLED
                    THRU READ-DUE-UNBILLED-EXIT
            ELSE
                READ SRTFILE
                   AT END MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       MOVE SRT-DETAIL-RECORD TO INPUT-RECORD
                       MOVE IN-INVOICE-NO TO WS-LAST-INVOICE-NO
                       ADD 1 TO WS-IN-REC-COUNT
                       ADD 1 TO WS-BATCH-IN-COUNT
                       COMPUTE WS-HASH-TOTAL =
                           WS-HASH-TOTAL + (in-quant * in-unit-price)
                END-READ
                IF WS-END-OF-FILE not = 1
                    AND PRODUCTION-RUN then
                    IF FUNCTION MOD(WS-IN-REC-COUNT,
                        WS-CHECKPOINT-INTERVAL) = 0 then
                        PERFORM WRITE-CHECKPOINT
                    END-IF
                END-IF
            END-IF.
       READ-DUE-UNBILLED.
      *The next unbilled delivery due to bill - pending with its
      *cycle date come, or on a restart marked billed today by the
      *crashed run. A partitioned run takes only its own customers.
      *Each customer's lines go on its first due line's invoice
      *number (the number already given, on a restart), dated
      *today.
            MOVE 'N' TO WS-UB-DUE-SW
            PERFORM READ-NEXT-UNBILLED
                UNTIL WS-UB-ROW-DUE OR WS-UB-EOF
            IF WS-UB-EOF then
                MOVE 1 TO WS-END-OF-FILE
                GO TO READ-DUE-UNBILLED-EXIT
            END-IF
            IF UB-COMPANY-CODE NOT = WS-UB-COLL-COMPANY
                OR UB-CUST-ID NOT = WS-UB-COLL-CUST then
                MOVE UB-COMPANY-CODE TO WS-UB-COLL-COMPANY
                MOVE UB-CUST-ID TO WS-UB-COLL-CUST
                IF UB-BILLED then
                    MOVE UB-COLL-INVOICE-NO TO WS-UB-COLL-INVOICE
                ELSE
                    MOVE UB-INVOICE-NO TO WS-UB-COLL-INVOICE
                END-IF
            END-IF
            MOVE UB-INPUT-DATA TO INPUT-RECORD
            MOVE WS-UB-COLL-INVOICE TO IN-INVOICE-NO
            MOVE WS-RUN-DATE TO in-invoice-date.
       READ-DUE-UNBILLED-EXIT.
            EXIT.
       READ-NEXT-UNBILLED.
            READ UNBILLED NEXT RECORD
                AT END
                    SET WS-UB-EOF TO TRUE
                NOT AT END
                    IF (UB-PENDING
                        AND UB-CYCLE-DATE NOT > WS-RUN-DATE)
                        OR (UB-BILLED AND RESTART-RUN
                        AND UB-BILLED-DATE = WS-RUN-DATE) then
                        SET WS-UB-ROW-DUE TO TRUE
                    END-IF
                    IF PARTITIONED-RUN
                        AND (UB-CUST-ID < WS-PART-LO
                        OR UB-CUST-ID > WS-PART-HI) then
                        MOVE 'N' TO WS-UB-DUE-SW
                    END-IF
            END-READ.
       WRITE-CHECKPOINT.
            MOVE in-cust-id            TO CK-LAST-CUST-ID
            MOVE WS-RUN-DATE           TO CK-RUN-DATE
            MOVE WS-DATA-REJECT-COUNT  TO CK-DATA-REJECT-COUNT
            MOVE WS-CURR-REJECT-COUNT  TO CK-CURR-REJECT-COUNT
            MOVE WS-ITEM-REJECT-COUNT  TO CK-ITEM-REJECT-COUNT
            MOVE WS-DISC-REJECT-COUNT  TO CK-DISC-REJECT-COUNT
            MOVE WS-COMP-REJECT-COUNT  TO CK-COMP-REJECT-COUNT
            MOVE WS-DUPL-REJECT-COUNT  TO CK-DUPL-REJECT-COUNT
            MOVE WS-SHIP-REJECT-COUNT  TO CK-SHIP-REJECT-COUNT
            MOVE WS-RMA-REJECT-COUNT   TO CK-RMA-REJECT-COUNT
            MOVE WS-STOR-REJECT-COUNT  TO CK-STOR-REJECT-COUNT
            MOVE WS-STORNO-DOC-COUNT   TO CK-STORNO-DOC-COUNT
            MOVE WS-STO-CUR-REV-NO     TO CK-STO-CUR-REV-NO
            MOVE WS-STO-ORIG-DOC-NO    TO CK-STO-ORIG-DOC-NO
            MOVE WS-STO-ORIG-INV-NO    TO CK-STO-ORIG-INV-NO
            MOVE WS-STO-ORIG-DATE      TO CK-STO-ORIG-DATE
            MOVE WS-STO-BOOKED-RATE    TO CK-STO-BOOKED-RATE
            MOVE WS-STO-RC-SW          TO CK-STO-RC-SW
            MOVE WS-STO-FRT-NET-AMT    TO CK-STO-FRT-NET-AMT
            MOVE WS-STO-FRT-VAT-AMT    TO CK-STO-FRT-VAT-AMT
            MOVE WS-STO-LINE-NO        TO CK-STO-LINE-NO
            MOVE WS-INV-STORNO-SW      TO CK-INV-STORNO-SW
            MOVE WS-INV-STO-DOC-NO     TO CK-INV-STO-DOC-NO
            MOVE WS-INV-STO-INV-NO     TO CK-INV-STO-INV-NO
            MOVE WS-INV-STO-DATE       TO CK-INV-STO-DATE
            MOVE WS-HOLD-COUNT         TO CK-HOLD-COUNT
            MOVE WS-BLOCK-HOLD-COUNT   TO CK-BLOCK-HOLD-COUNT
            MOVE WS-PO-HOLD-COUNT      TO CK-PO-HOLD-COUNT
            MOVE WS-PO-MATCHED-COUNT   TO CK-PO-MATCHED-COUNT
            MOVE WS-PO-EXCEPT-COUNT    TO CK-PO-EXCEPT-COUNT
            MOVE WS-PRICE-EXCEPT-COUNT TO CK-PRICE-EXCEPT-COUNT
            MOVE WS-PRICE-HOLD-COUNT   TO CK-PRICE-HOLD-COUNT
            MOVE WS-BATCH-SEQ          TO CK-BATCH-SEQ
            MOVE WS-BATCH-IN-COUNT     TO CK-BATCH-IN-COUNT
            MOVE WS-BATCH-PART-SKIP    TO CK-BATCH-PART-SKIP
            MOVE WS-FREIGHT-LINE-COUNT TO CK-FREIGHT-LINE-COUNT
            MOVE WS-INV-RC-SW          TO CK-INV-RC-SW
            MOVE WS-INV-VAT-REG-NO     TO CK-INV-VAT-REG-NO
            MOVE WS-INV-LANG-CODE      TO CK-INV-LANG-CODE
            MOVE ALL-TOTAL-IC-AR       TO CK-ALL-TOTAL-IC-AR
            MOVE ALL-TOTAL-IC-REV      TO CK-ALL-TOTAL-IC-REV
            MOVE WS-INV-IC-COMPANY     TO CK-INV-IC-COMPANY
            MOVE WS-ICP-COUNT          TO CK-ICP-COUNT
            MOVE WS-ICP-AMOUNT         TO CK-ICP-AMOUNT
            MOVE WS-UB-CUR-COMPANY     TO CK-UB-CUR-COMPANY
            MOVE WS-UB-CUR-CUST        TO CK-UB-CUR-CUST
            MOVE WS-UB-CUR-INVOICE     TO CK-UB-CUR-INVOICE
            MOVE WS-UB-LINE-SEQ        TO CK-UB-LINE-SEQ
            MOVE WS-UB-ACCUM-COUNT     TO CK-UB-ACCUM-COUNT
            MOVE WS-UB-ACCUM-AMT       TO CK-UB-ACCUM-AMT
            MOVE WS-REVCHG-LINE-COUNT  TO CK-REVCHG-LINE-COUNT
            MOVE WS-PP-COUNT           TO CK-PP-COUNT
            MOVE WS-PREPAY-TABLE       TO CK-PREPAY-TABLE
            MOVE WS-STK-COUNT          TO CK-STK-COUNT
            MOVE WS-STK-QTY-TOTAL      TO CK-STK-QTY-TOTAL
            MOVE ALL-TOTAL-COGS        TO CK-ALL-TOTAL-COGS
            MOVE ALL-TOTAL-DEFERRED    TO CK-ALL-TOTAL-DEFERRED
            MOVE WS-DEFERRED-LINE-COUNT TO CK-DEFERRED-LINE-COUNT
            MOVE WS-DEFER-CREDIT-COUNT TO CK-DEFER-CREDIT-COUNT
            MOVE WS-INV-VC-TABLE       TO CK-INV-VC-TABLE
            MOVE WS-CASHVAT-DOC-COUNT  TO CK-CASHVAT-DOC-COUNT
            MOVE WS-BELOW-FLOOR-COUNT  TO CK-BELOW-FLOOR-COUNT
            MOVE WS-MGI-COUNT          TO CK-MGI-COUNT
            MOVE WS-MGI-TABLE          TO CK-MGI-TABLE
            MOVE WS-MGC-TABLE          TO CK-MGC-TABLE
            MOVE WS-TOP-CUST-COUNT     TO CK-TOP-CUST-COUNT
            MOVE WS-TOP-CUST-TABLE     TO CK-TOP-CUST-TABLE
            MOVE WS-JD-AMOUNTS         TO CK-JD-AMOUNTS
            MOVE WS-JRN-LINE-TABLE     TO CK-JRN-LINE-TABLE
            MOVE WS-JRN-REC-COUNT      TO CK-JRN-REC-COUNT
            MOVE WS-VATVER-EXCEPT-COUNT TO CK-VATVER-EXCEPT-COUNT
            WRITE CHECKPOINT-RECORD.
       SKIP-CHECKPOINTED-RECORDS.
      *Position the sorted batch past the records already processed
