      *listing that ties each box back to the daily runs that fed it
      *- in place of someone adding up 20-odd daily reports on a
      *calculator every month.
      *A company that accounts for VAT on receipts (CO-VAT-CASH-BASIS
      *on the company master) is reported from the payments received
      *in the period instead: its invoice lines are left out of the
      *boxes, and the VAT cash application released for it during
      *the period (the VAT release history) goes in, split by VAT
      *code, with its own section on the audit listing.
      *Output VAT reclaimed on bad debts written off during the
      *period, and relief reversed because the money came in after
      *all, is read off the same history and reported in a box of
      *its own - never netted into the per-code boxes.
       PROGRAM-ID. RECHVAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDRPT  ASSIGN AUDRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT COMPMAST ASSIGN COMPNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY CO-COMPANY-CODE
                          FILE STATUS WS-COMPMAST-STATUS.
           SELECT VATREL  ASSIGN VATRELNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-VATREL-STATUS.
       FILE SECTION.
       FD  CSVMONIN.
       01  CSV-MONTHLY-RECORD      PIC X(170).
       01  RET-EXTRACT-LINE        PIC X(80).
       FD  AUDRPT.
       01  AUD-REPORT-LINE         PIC X(80).
       FD  COMPMAST.
           COPY "COMPMAST.cpy".
       FD  VATREL.
           COPY "VATREL.cpy".
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE          PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.
       01  WS-VAT-SUBSCR           PIC 99.
       01  WS-RPT-NET-ED           PIC -(9)9.99.
       01  WS-RPT-VAT-ED           PIC -(9)9.99.
      *Cash-basis reporting state: the calendar month whose
      *receipts are reported (the PARM period when it is a YYYYMM,
      *the run month otherwise), the VAT basis of the company last
      *looked up, and the receipts per company and VAT code for
      *the audit listing.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-CASH-PERIOD          PIC 9(6) VALUE 0.
       01  WS-COMPMAST-STATUS      PIC X(2) VALUE '00'.
       01  WS-VATREL-STATUS        PIC X(2) VALUE '00'.
       01  WS-VATREL-EOF-SW        PIC X VALUE 'N'.
           88 WS-VATREL-EOF            VALUE 'Y'.
       01  WS-VB-CO-CODE           PIC X(2) VALUE HIGH-VALUES.
       01  WS-VB-CASH-SW           PIC X VALUE 'N'.
           88 WS-VB-CASH-BASIS         VALUE 'Y'.
       01  WS-CASH-LINES-SKIPPED   PIC 9(7) VALUE 0.
       01  WS-RELEASES-READ        PIC 9(7) VALUE 0.
       01  WS-RELEASES-REPORTED    PIC 9(7) VALUE 0.
       01  WS-CB-TABLE.
           05 WS-CB-ENTRY OCCURS 20 TIMES.
               10 WS-CB-CO-CODE       PIC X(2).
               10 WS-CB-CODE-ENTRY OCCURS 10 TIMES.
                   15 WS-CB-NET           PIC S9(9)V99.
                   15 WS-CB-VAT           PIC S9(9)V99.
       01  WS-CB-COUNT             PIC 99 VALUE 0.
       01  WS-CB-SUBSCR            PIC 99.
       01  WS-CB-MATCH-SUBSCR      PIC 99 VALUE 0.
      *Bad-debt adjustment box - relief claimed (negative) and
      *reversed (positive) in the period, in total for the return
      *and per VAT code for the audit listing.
       01  WS-ADJ-BOX-NO           PIC 99 VALUE 11.
       01  WS-ADJ-COUNT            PIC 9(7) VALUE 0.
       01  WS-ADJ-NET              PIC S9(9)V99 VALUE 0.
       01  WS-ADJ-VAT              PIC S9(9)V99 VALUE 0.
       01  WS-ADJ-TABLE.
           05 WS-ADJ-ENTRY OCCURS 10 TIMES.
               10 WS-ADJ-CLAIM-NET    PIC S9(9)V99.
               10 WS-ADJ-CLAIM-VAT    PIC S9(9)V99.
               10 WS-ADJ-REV-NET      PIC S9(9)V99.
               10 WS-ADJ-REV-VAT      PIC S9(9)V99.
       LINKAGE SECTION.
       01  RV-PARM-AREA.
           05 RV-PARM-LEN          PIC S9(4) COMP.
            IF RV-PARM-LEN > 0 then
                MOVE RV-PARM-PERIOD TO WS-RET-PERIOD
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            IF WS-RET-PERIOD IS NUMERIC then
                MOVE WS-RET-PERIOD TO WS-CASH-PERIOD
            ELSE
                MOVE WS-RUN-DATE(1:6) TO WS-CASH-PERIOD
            END-IF
            INITIALIZE WS-CB-TABLE
            INITIALIZE WS-ADJ-TABLE
            PERFORM SEED-ONE-BOX-NO
                VARYING WS-BOX-SUBSCR FROM 1 BY 1
                UNTIL WS-BOX-SUBSCR > 10
            OPEN INPUT  CSVMONIN
            OPEN OUTPUT RETEXT
            OPEN OUTPUT AUDRPT
            OPEN INPUT  COMPMAST
            PERFORM READ-CSV-RECORD.
       SEED-ONE-BOX-NO.
            MOVE WS-BOX-SUBSCR TO WS-BOX-NO(WS-BOX-SUBSCR)
            MOVE 0 TO WS-BOX-VAT(WS-BOX-SUBSCR).
       BOD-PARA.
            PERFORM READ-CSV-RECORD
                UNTIL WS-EOF
            PERFORM ACCUMULATE-CASH-RECEIPTS.
       READ-CSV-RECORD.
            READ CSVMONIN
                AT END
                    CSV-MONTHLY-RECORD(1:40) ' ***'
                GO TO ACCUMULATE-CSV-LINE-EXIT
            END-IF
      *A cash-basis company's invoices are not what it files -
      *its receipts are, further down.
            IF WS-CSV-COMPANY NOT = WS-VB-CO-CODE then
                PERFORM LOOKUP-VAT-BASIS
            END-IF
            IF WS-VB-CASH-BASIS then
                ADD 1 TO WS-CASH-LINES-SKIPPED
                GO TO ACCUMULATE-CSV-LINE-EXIT
            END-IF
            MOVE WS-CSV-NO-VAT-ED TO WS-CSV-NO-VAT
            MOVE WS-CSV-VAT-ED TO WS-CSV-VAT
      *The CSV's second amount is the VAT-inclusive line total; the
                SET WS-AUD-FOUND TO TRUE
                MOVE WS-AUD-SUBSCR TO WS-AUD-MATCH-SUBSCR
            END-IF.
       LOOKUP-VAT-BASIS.
      *No company master, or a company not on it, reports on the
      *invoice basis as it always has.
            MOVE WS-CSV-COMPANY TO WS-VB-CO-CODE
            MOVE 'N' TO WS-VB-CASH-SW
            IF WS-COMPMAST-STATUS = '00'
                OR WS-COMPMAST-STATUS = '23' then
                MOVE WS-CSV-COMPANY TO CO-COMPANY-CODE
                READ COMPMAST
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CO-VAT-CASH-BASIS then
                            SET WS-VB-CASH-BASIS TO TRUE
                        END-IF
                END-READ
            END-IF.
       ACCUMULATE-CASH-RECEIPTS.
      *The VAT cash application released for the cash-basis
      *companies during the period, into the same boxes by VAT
      *code - a release taken back by a bounced collection comes
      *off again in the period it bounced. No history yet just
      *means no cash-basis company has been paid.
            OPEN INPUT VATREL
            IF WS-VATREL-STATUS NOT = '00' then
                GO TO ACCUMULATE-CASH-RECEIPTS-EXIT
            END-IF
            PERFORM READ-RELEASE-RECORD
                UNTIL WS-VATREL-EOF
            CLOSE VATREL.
       ACCUMULATE-CASH-RECEIPTS-EXIT.
            EXIT.
       READ-RELEASE-RECORD.
            READ VATREL
                AT END
                    SET WS-VATREL-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RELEASES-READ
                    IF VR-RELEASE-DATE(1:6) = WS-CASH-PERIOD then
                        IF VR-BAD-DEBT-ADJ then
                            PERFORM ACCUMULATE-BAD-DEBT-ADJ
                        ELSE
                            PERFORM ACCUMULATE-ONE-RELEASE
                        END-IF
                    END-IF
            END-READ.
       ACCUMULATE-ONE-RELEASE.
            ADD 1 TO WS-RELEASES-REPORTED
            COMPUTE WS-VAT-SUBSCR = VR-VAT-CODE + 1
            ADD 1 TO WS-BOX-COUNT(WS-VAT-SUBSCR)
            ADD VR-NET-AMT TO WS-BOX-NET(WS-VAT-SUBSCR)
            ADD VR-VAT-AMT TO WS-BOX-VAT(WS-VAT-SUBSCR)
            MOVE 0 TO WS-CB-MATCH-SUBSCR
            PERFORM FIND-CASH-BASIS-COMPANY
                VARYING WS-CB-SUBSCR FROM 1 BY 1
                UNTIL WS-CB-SUBSCR > WS-CB-COUNT
                OR WS-CB-MATCH-SUBSCR > 0
            IF WS-CB-MATCH-SUBSCR = 0 then
                IF WS-CB-COUNT < 20 then
                    ADD 1 TO WS-CB-COUNT
                    MOVE WS-CB-COUNT TO WS-CB-MATCH-SUBSCR
                    MOVE VR-COMPANY-CODE TO
                        WS-CB-CO-CODE(WS-CB-MATCH-SUBSCR)
                ELSE
                    DISPLAY '*** CASH-BASIS COMPANY TABLE FULL FOR: '
                        VR-COMPANY-CODE ' ***'
                END-IF
            END-IF
            IF WS-CB-MATCH-SUBSCR > 0 then
                ADD VR-NET-AMT TO WS-CB-NET(
                    WS-CB-MATCH-SUBSCR WS-VAT-SUBSCR)
                ADD VR-VAT-AMT TO WS-CB-VAT(
                    WS-CB-MATCH-SUBSCR WS-VAT-SUBSCR)
            END-IF.
       ACCUMULATE-BAD-DEBT-ADJ.
            COMPUTE WS-VAT-SUBSCR = VR-VAT-CODE + 1
            ADD 1 TO WS-ADJ-COUNT
            ADD VR-NET-AMT TO WS-ADJ-NET
            ADD VR-VAT-AMT TO WS-ADJ-VAT
            IF VR-BAD-DEBT-RELIEF then
                ADD VR-NET-AMT TO WS-ADJ-CLAIM-NET(WS-VAT-SUBSCR)
                ADD VR-VAT-AMT TO WS-ADJ-CLAIM-VAT(WS-VAT-SUBSCR)
            ELSE
                ADD VR-NET-AMT TO WS-ADJ-REV-NET(WS-VAT-SUBSCR)
                ADD VR-VAT-AMT TO WS-ADJ-REV-VAT(WS-VAT-SUBSCR)
            END-IF.
       FIND-CASH-BASIS-COMPANY.
            IF WS-CB-CO-CODE(WS-CB-SUBSCR) = VR-COMPANY-CODE then
                MOVE WS-CB-SUBSCR TO WS-CB-MATCH-SUBSCR
            END-IF.
       WRITE-EXTRACT-HEADER.
            MOVE SPACES TO RET-EXTRACT-LINE
            STRING 'VAT RETURN EXTRACT - PERIOD ' DELIMITED BY SIZE
                END-STRING
                WRITE AUD-REPORT-LINE
            END-IF.
       WRITE-CASH-BASIS-HEADER.
            MOVE SPACES TO AUD-REPORT-LINE
            STRING 'CASH-BASIS RECEIPTS - PAYMENTS RECEIVED IN '
                DELIMITED BY SIZE
                WS-CASH-PERIOD DELIMITED BY SIZE
                INTO AUD-REPORT-LINE
            END-STRING
            WRITE AUD-REPORT-LINE
            MOVE SPACES TO AUD-REPORT-LINE
            STRING 'CO       BOX     NET AMOUNT    VAT AMOUNT'
                DELIMITED BY SIZE
                INTO AUD-REPORT-LINE
            END-STRING
            WRITE AUD-REPORT-LINE.
       WRITE-ONE-CASH-BASIS-CO.
            PERFORM WRITE-ONE-CASH-BASIS-CELL
                VARYING WS-VAT-SUBSCR FROM 1 BY 1
                UNTIL WS-VAT-SUBSCR > 10.
       WRITE-ONE-CASH-BASIS-CELL.
            IF WS-CB-NET(WS-CB-SUBSCR WS-VAT-SUBSCR) NOT = 0
                OR WS-CB-VAT(WS-CB-SUBSCR WS-VAT-SUBSCR)
                    NOT = 0 then
                MOVE WS-CB-NET(WS-CB-SUBSCR WS-VAT-SUBSCR) TO
                    WS-RPT-NET-ED
                MOVE WS-CB-VAT(WS-CB-SUBSCR WS-VAT-SUBSCR) TO
                    WS-RPT-VAT-ED
                MOVE SPACES TO AUD-REPORT-LINE
                STRING WS-CB-CO-CODE(WS-CB-SUBSCR)
                    DELIMITED BY SIZE
                    '       ' DELIMITED BY SIZE
                    WS-BOX-NO(WS-VAT-SUBSCR) DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-RPT-NET-ED DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-RPT-VAT-ED DELIMITED BY SIZE
                    INTO AUD-REPORT-LINE
                END-STRING
                WRITE AUD-REPORT-LINE
            END-IF.
       WRITE-ADJUSTMENT-BOX-LINE.
            MOVE WS-ADJ-NET TO WS-RPT-NET-ED
            MOVE WS-ADJ-VAT TO WS-RPT-VAT-ED
            MOVE SPACES TO RET-EXTRACT-LINE
            STRING WS-ADJ-BOX-NO DELIMITED BY SIZE
                '   BD  ' DELIMITED BY SIZE
                WS-ADJ-COUNT DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-RPT-NET-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-RPT-VAT-ED DELIMITED BY SIZE
                INTO RET-EXTRACT-LINE
            END-STRING
            WRITE RET-EXTRACT-LINE.
       WRITE-ADJUSTMENT-HEADER.
            MOVE SPACES TO AUD-REPORT-LINE
            STRING 'BAD-DEBT VAT ADJUSTMENTS IN ' DELIMITED BY SIZE
                WS-CASH-PERIOD DELIMITED BY SIZE
                ' - BOX ' DELIMITED BY SIZE
                WS-ADJ-BOX-NO DELIMITED BY SIZE
                INTO AUD-REPORT-LINE
            END-STRING
            WRITE AUD-REPORT-LINE
            MOVE SPACES TO AUD-REPORT-LINE
            STRING 'MOVEMENT BOX     NET AMOUNT    VAT AMOUNT'
                DELIMITED BY SIZE
                INTO AUD-REPORT-LINE
            END-STRING
            WRITE AUD-REPORT-LINE.
       WRITE-ONE-ADJUSTMENT-CODE.
      *One line for the relief claimed and one for the relief
      *reversed under each VAT code that moved, showing the code's
      *own box for reference.
            IF WS-ADJ-CLAIM-NET(WS-VAT-SUBSCR) NOT = 0
                OR WS-ADJ-CLAIM-VAT(WS-VAT-SUBSCR) NOT = 0 then
                MOVE WS-ADJ-CLAIM-NET(WS-VAT-SUBSCR) TO WS-RPT-NET-ED
                MOVE WS-ADJ-CLAIM-VAT(WS-VAT-SUBSCR) TO WS-RPT-VAT-ED
                MOVE SPACES TO AUD-REPORT-LINE
                STRING 'RELIEF   ' DELIMITED BY SIZE
                    WS-BOX-NO(WS-VAT-SUBSCR) DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-RPT-NET-ED DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-RPT-VAT-ED DELIMITED BY SIZE
                    INTO AUD-REPORT-LINE
                END-STRING
                WRITE AUD-REPORT-LINE
            END-IF
            IF WS-ADJ-REV-NET(WS-VAT-SUBSCR) NOT = 0
                OR WS-ADJ-REV-VAT(WS-VAT-SUBSCR) NOT = 0 then
                MOVE WS-ADJ-REV-NET(WS-VAT-SUBSCR) TO WS-RPT-NET-ED
                MOVE WS-ADJ-REV-VAT(WS-VAT-SUBSCR) TO WS-RPT-VAT-ED
                MOVE SPACES TO AUD-REPORT-LINE
                STRING 'REVERSED ' DELIMITED BY SIZE
                    WS-BOX-NO(WS-VAT-SUBSCR) DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-RPT-NET-ED DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-RPT-VAT-ED DELIMITED BY SIZE
                    INTO AUD-REPORT-LINE
                END-STRING
                WRITE AUD-REPORT-LINE
            END-IF.
       END-PARA.
            PERFORM WRITE-EXTRACT-HEADER
            PERFORM WRITE-ONE-BOX-LINE
                VARYING WS-BOX-SUBSCR FROM 1 BY 1
                UNTIL WS-BOX-SUBSCR > 10
            IF WS-ADJ-COUNT > 0 then
                PERFORM WRITE-ADJUSTMENT-BOX-LINE
            END-IF
            PERFORM WRITE-AUDIT-HEADER
            PERFORM WRITE-ONE-AUDIT-RUN
                VARYING WS-AUD-SUBSCR FROM 1 BY 1
                UNTIL WS-AUD-SUBSCR > WS-AUD-COUNT
            IF WS-CB-COUNT > 0 then
                PERFORM WRITE-CASH-BASIS-HEADER
                PERFORM WRITE-ONE-CASH-BASIS-CO
                    VARYING WS-CB-SUBSCR FROM 1 BY 1
                    UNTIL WS-CB-SUBSCR > WS-CB-COUNT
            END-IF
            IF WS-ADJ-COUNT > 0 then
                PERFORM WRITE-ADJUSTMENT-HEADER
                PERFORM WRITE-ONE-ADJUSTMENT-CODE
                    VARYING WS-VAT-SUBSCR FROM 1 BY 1
                    UNTIL WS-VAT-SUBSCR > 10
            END-IF
            CLOSE CSVMONIN RETEXT AUDRPT COMPMAST
            DISPLAY 'VAT RETURN EXTRACT - CSV LINES READ: '
                WS-LINES-READ
            DISPLAY 'VAT RETURN EXTRACT - RUN DATES SEEN: '
                WS-AUD-COUNT
            DISPLAY 'VAT RETURN EXTRACT - CASH-BASIS LINES LEFT OUT: '
                WS-CASH-LINES-SKIPPED
            DISPLAY 'VAT RETURN EXTRACT - CASH RECEIPTS REPORTED: '
                WS-RELEASES-REPORTED
            DISPLAY 'VAT RETURN EXTRACT - BAD-DEBT ADJUSTMENTS: '
                WS-ADJ-COUNT
      *GOBACK rather than STOP RUN - the month-end close driver
      *CALLs this as a step of the close, and GOBACK from a program
      *with no caller behaves exactly like STOP RUN.
            GOBACK.
