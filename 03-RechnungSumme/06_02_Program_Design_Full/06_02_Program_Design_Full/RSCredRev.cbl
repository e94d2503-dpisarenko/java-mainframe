      *Quarterly credit-limit review. A credit limit used to be set
      *once at account opening and never looked at again; this run
      *scores every account against what the system now knows about
      *it and proposes a higher limit, a lower one or a billing
      *block, with the reasons. A national account is reviewed as
      *one - its branches' items, payments and holds count against
      *the parent, whose limit and open balance govern billing.
      *
      *The score adds up the findings (higher = worse):
      *  SLIP  days-to-pay trend slipping (payment profile)    +2
      *  IMPR  days-to-pay trend improving                     -1
      *  LATE  pays more than 10 days past terms on average    +1
      *        (more than 30 days past terms                   +2)
      *  PRMT  pays within terms on average                    -1
      *  DUN2  highest dunning level reached is 2              +1
      *  DUN3  final demand reached                            +3
      *  WOFF  written-off items on file                       +4
      *  DISP  open disputed items                             +1
      *  OVLM  exposure over the credit limit                  +2
      *  HOLD  credit-limit holds on 3 or more billing days    +1
      *        (only scored against an account already scoring
      *        badly - a good payer that keeps hitting its limit
      *        is a candidate for an increase instead)
      *A score of 6 or more proposes a billing block, 3 to 5 a
      *quarter off the limit (or, for an account with no limit, a
      *limit at today's exposure). A score of 0 or less on an
      *account using 80% or more of its limit (UTIL) or held on 3
      *or more days proposes a quarter more. Limits round to the
      *hundred. Accounts already billing-blocked are left to
      *Credit. Nothing is changed here - the proposals go to the
      *proposal file, and RECHCRA turns the ones Credit approves
      *into CUSTMNT transactions. Run quarterly after RECHPPF.
       PROGRAM-ID. RECHCRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN CUSTNAME
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY CM-CUST-ID.
           SELECT AROPEN  ASSIGN AROPENNM
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY AR-INVOICE-NO.
           SELECT PAYPRF  ASSIGN PAYPRFNM
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY PF-CUST-ID
                          FILE STATUS WS-PAYPRF-STATUS.
      *The retained generations of the daily credit-hold file (see
      *RSGDGDEF/RSDAILY STEP037), concatenated over the review
      *period.
           SELECT HOLDHIST ASSIGN HLDHSTNM
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WS-HOLDHIST-STATUS.
           SELECT CRPROP  ASSIGN CRPROPNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT CRVSRT  ASSIGN CRVSRTNM
                          ORGANIZATION SEQUENTIAL.
           SELECT CRVRPT  ASSIGN CRVRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN SORTWK1.
       FILE SECTION.
       FD  CUSTMAST.
           COPY "CUSTMAST.cpy".
       FD  AROPEN.
           COPY "ARITEM.cpy".
       FD  PAYPRF.
           COPY "PAYPRF.cpy".
       FD  HOLDHIST.
       01  HOLD-HIST-RECORD.
           05 HH-INPUT-DATA      PIC X(59).
           05                    PIC X.
           05 HH-CREDIT-LIMIT    PIC 9(7)V99.
           05                    PIC X.
           05 HH-EXPOSURE        PIC S9(9)V99.
           05                    PIC X.
           05 HH-REASON-CODE     PIC X(4).
       FD  CRPROP.
           COPY "CREDPROP.cpy".
       SD  SORT-WORK-FILE.
      *One record per reviewed account's master, per AR item, per
      *payment profile and per credit-limit hold, sorted together
      *under the account that answers for them.
       01  SORT-WORK-RECORD.
           05 SW-UNIT-ID         PIC X(6).
           05 SW-REC-TYPE        PIC X.
           05 SW-HOLD-DATE       PIC 9(8).
           05 SW-CUST-NAME       PIC X(30).
           05 SW-CREDIT-LIMIT    PIC 9(7)V99.
           05 SW-OPEN-AR-BAL     PIC S9(9)V99.
           05 SW-TERMS-NET-DAYS  PIC 9(3).
           05 SW-BILLING-BLOCK   PIC X.
           05 SW-ITEM-STATUS     PIC X.
           05 SW-AMOUNT          PIC S9(9)V99.
           05 SW-DUNNING-LEVEL   PIC 9.
           05 SW-PAY-COUNT       PIC 9(7).
           05 SW-AVG-DAYS        PIC S9(5)V9.
           05 SW-RECENT-AVG-DAYS PIC S9(5)V9.
           05 SW-HAS-RECENT      PIC X.
       FD  CRVSRT.
       01  CRV-SORTED-RECORD     PIC X(102).
       FD  CRVRPT.
       01  CRV-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CM-EOF-SW          PIC X VALUE 'N'.
           88 WS-CM-EOF              VALUE 'Y'.
       01  WS-AR-EOF-SW          PIC X VALUE 'N'.
           88 WS-AR-EOF              VALUE 'Y'.
       01  WS-PF-EOF-SW          PIC X VALUE 'N'.
           88 WS-PF-EOF              VALUE 'Y'.
       01  WS-HH-EOF-SW          PIC X VALUE 'N'.
           88 WS-HH-EOF              VALUE 'Y'.
       01  WS-SRT-END-OF-FILE    PIC X VALUE 'N'.
           88 WS-SRT-EOF             VALUE 'Y'.
       01  WS-PAYPRF-STATUS      PIC X(2) VALUE '00'.
       01  WS-HOLDHIST-STATUS    PIC X(2) VALUE '00'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-UNIT-ID            PIC X(6).
       01  WS-CUST-ID            PIC X(6).
      *Scoring thresholds - see the header above.
       01  WS-LATE-DAYS-MINOR    PIC 9(3) VALUE 10.
       01  WS-LATE-DAYS-MAJOR    PIC 9(3) VALUE 30.
       01  WS-HOLD-DAYS-FREQUENT PIC 9(3) VALUE 3.
       01  WS-UTIL-PCT-HIGH      PIC 9(3) VALUE 80.
       01  WS-SCORE-BLOCK        PIC S9(3) VALUE 6.
       01  WS-SCORE-DECREASE     PIC S9(3) VALUE 3.
       01  WS-INCREASE-FACTOR    PIC 9V99 VALUE 1.25.
       01  WS-DECREASE-FACTOR    PIC 9V99 VALUE 0.75.
      *Working copy of the sorted record, since CRVSRT's FD record
      *is a plain byte string.
       01  WS-CRV-RECORD.
           05 WR-UNIT-ID         PIC X(6).
           05 WR-REC-TYPE        PIC X.
               88 WR-MASTER          VALUE 'A'.
               88 WR-HOLD            VALUE 'H'.
               88 WR-ITEM            VALUE 'I'.
               88 WR-PROFILE         VALUE 'P'.
           05 WR-HOLD-DATE       PIC 9(8).
           05 WR-CUST-NAME       PIC X(30).
           05 WR-CREDIT-LIMIT    PIC 9(7)V99.
           05 WR-OPEN-AR-BAL     PIC S9(9)V99.
           05 WR-TERMS-NET-DAYS  PIC 9(3).
           05 WR-BILLING-BLOCK   PIC X.
               88 WR-BLOCKED         VALUE 'Y'.
           05 WR-ITEM-STATUS     PIC X.
               88 WR-WRITTEN-OFF     VALUE 'W'.
               88 WR-DISPUTED        VALUE 'D'.
           05 WR-AMOUNT          PIC S9(9)V99.
           05 WR-DUNNING-LEVEL   PIC 9.
           05 WR-PAY-COUNT       PIC 9(7).
           05 WR-AVG-DAYS        PIC S9(5)V9.
           05 WR-RECENT-AVG-DAYS PIC S9(5)V9.
           05 WR-HAS-RECENT      PIC X.
      *The account being accumulated.
       01  WS-FIRST-REC-SW       PIC X VALUE 'Y'.
           88 WS-FIRST-REC           VALUE 'Y'.
       01  WS-ACCT.
           05 WS-ACCT-ID         PIC X(6).
           05 WS-ACCT-ON-MASTER  PIC X.
               88 WS-ACCT-FOUND      VALUE 'Y'.
           05 WS-ACCT-NAME       PIC X(30).
           05 WS-ACCT-LIMIT      PIC 9(7)V99.
           05 WS-ACCT-EXPOSURE   PIC S9(9)V99.
           05 WS-ACCT-TERMS      PIC 9(3).
           05 WS-ACCT-BLOCK      PIC X.
               88 WS-ACCT-BLOCKED    VALUE 'Y'.
           05 WS-ACCT-MAX-DUN    PIC 9.
           05 WS-ACCT-WOFF-COUNT PIC 9(5).
           05 WS-ACCT-WOFF-AMT   PIC S9(9)V99.
           05 WS-ACCT-DISP-COUNT PIC 9(5).
           05 WS-ACCT-PAY-COUNT  PIC 9(7).
           05 WS-ACCT-DAYS-SUM   PIC S9(11)V9.
           05 WS-ACCT-RCT-COUNT  PIC 9(7).
           05 WS-ACCT-RCT-SUM    PIC S9(11)V9.
           05 WS-ACCT-HOLD-DAYS  PIC 9(5).
           05 WS-ACCT-LAST-HOLD  PIC 9(8).
       01  WS-AVG-DAYS           PIC S9(5)V9.
       01  WS-RCT-AVG-DAYS       PIC S9(5)V9.
       01  WS-LATE-DAYS          PIC S9(5)V9.
       01  WS-TREND-LABEL        PIC X(9).
       01  WS-UTIL-PCT           PIC 9(5).
       01  WS-SCORE              PIC S9(3).
       01  WS-REASONS            PIC X(40).
       01  WS-REASON-PTR         PIC 99.
       01  WS-REASON-CODE        PIC X(4).
       01  WS-ACTION             PIC X.
           88 WS-NO-CHANGE           VALUE SPACE.
           88 WS-PROPOSE-INCREASE    VALUE 'I'.
           88 WS-PROPOSE-DECREASE    VALUE 'D'.
           88 WS-PROPOSE-BLOCK       VALUE 'B'.
       01  WS-NEW-LIMIT          PIC 9(7)V99.
       01  WS-HUNDREDS           PIC 9(7).
       01  WS-ACCTS-REVIEWED     PIC 9(7) VALUE 0.
       01  WS-ACCTS-BLOCKED-NOW  PIC 9(7) VALUE 0.
       01  WS-ACCTS-ORPHANED     PIC 9(7) VALUE 0.
       01  WS-PROPOSED-INCREASE  PIC 9(7) VALUE 0.
       01  WS-PROPOSED-DECREASE  PIC 9(7) VALUE 0.
       01  WS-PROPOSED-BLOCK     PIC 9(7) VALUE 0.
       01  WS-ACTION-TEXT        PIC X(8).
       01  WS-LIMIT-ED           PIC Z(6)9.99.
       01  WS-NEW-LIMIT-ED       PIC Z(6)9.99.
       01  WS-EXPOSURE-ED        PIC -(8)9.99.
       01  WS-WOFF-ED            PIC -(8)9.99.
       01  WS-UTIL-ED            PIC ZZZZ9.
       01  WS-DAYS-ED            PIC -(4)9.9.
       01  WS-HOLD-ED            PIC ZZZZ9.
       01  WS-SCORE-ED           PIC -ZZ9.
      *The held line's transmission record, for its customer and
      *invoice date.
           COPY "INREC.cpy".
       PROCEDURE DIVISION.
       CREDREV-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT CUSTMAST
            OPEN INPUT AROPEN
      *No profile yet, or no hold history retained - the review
      *simply scores without them.
            OPEN INPUT PAYPRF
            IF WS-PAYPRF-STATUS NOT = '00' then
                SET WS-PF-EOF TO TRUE
            END-IF
            OPEN INPUT HOLDHIST
            IF WS-HOLDHIST-STATUS NOT = '00' then
                SET WS-HH-EOF TO TRUE
            END-IF
            OPEN OUTPUT CRPROP
            OPEN OUTPUT CRVRPT
            PERFORM WRITE-REPORT-HEADER
            PERFORM SORT-REVIEW-DATA
            OPEN INPUT CRVSRT
            PERFORM READ-SORTED-REC.
       SORT-REVIEW-DATA.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-UNIT-ID
                ON ASCENDING KEY SW-REC-TYPE
                ON ASCENDING KEY SW-HOLD-DATE
                INPUT PROCEDURE RELEASE-REVIEW-DATA
                GIVING CRVSRT.
       RELEASE-REVIEW-DATA.
            MOVE LOW-VALUES TO CM-CUST-ID
            START CUSTMAST KEY NOT LESS THAN CM-CUST-ID
                INVALID KEY
                    SET WS-CM-EOF TO TRUE
            END-START
            PERFORM RELEASE-ONE-ACCOUNT
                UNTIL WS-CM-EOF
            MOVE 0 TO AR-INVOICE-NO
            START AROPEN KEY NOT LESS THAN AR-INVOICE-NO
                INVALID KEY
                    SET WS-AR-EOF TO TRUE
            END-START
            PERFORM RELEASE-ONE-ITEM
                UNTIL WS-AR-EOF
            PERFORM RELEASE-ONE-PROFILE
                UNTIL WS-PF-EOF
            PERFORM RELEASE-ONE-HOLD
                UNTIL WS-HH-EOF.
       RELEASE-ONE-ACCOUNT.
      *Only an account that answers for itself is reviewed - a
      *branch is scored under its parent.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-CM-EOF TO TRUE
            END-READ
            IF NOT WS-CM-EOF
                AND CM-PARENT-CUST-ID = SPACES then
                INITIALIZE SORT-WORK-RECORD
                MOVE CM-CUST-ID TO SW-UNIT-ID
                MOVE 'A' TO SW-REC-TYPE
                MOVE CM-CUST-NAME TO SW-CUST-NAME
                MOVE CM-CREDIT-LIMIT TO SW-CREDIT-LIMIT
                MOVE CM-OPEN-AR-BAL TO SW-OPEN-AR-BAL
                MOVE CM-TERMS-NET-DAYS TO SW-TERMS-NET-DAYS
                MOVE CM-BILLING-BLOCK TO SW-BILLING-BLOCK
                RELEASE SORT-WORK-RECORD
            END-IF.
       RELEASE-ONE-ITEM.
      *Settled items count too - a write-off or a final demand
      *stays part of the account's record after the item closes.
            READ AROPEN NEXT RECORD
                AT END
                    SET WS-AR-EOF TO TRUE
            END-READ
            IF NOT WS-AR-EOF then
                MOVE AR-CUST-ID TO WS-CUST-ID
                PERFORM FIND-REVIEW-UNIT
                INITIALIZE SORT-WORK-RECORD
                MOVE WS-UNIT-ID TO SW-UNIT-ID
                MOVE 'I' TO SW-REC-TYPE
                MOVE AR-DUNNING-LEVEL TO SW-DUNNING-LEVEL
                COMPUTE SW-AMOUNT = AR-TOTAL-VAT - AR-PAID-AMT
                EVALUATE TRUE
                    WHEN AR-ITEM-WRITTEN-OFF
                        MOVE 'W' TO SW-ITEM-STATUS
                    WHEN AR-ITEM-DISPUTED AND NOT AR-ITEM-SETTLED
                        MOVE 'D' TO SW-ITEM-STATUS
                    WHEN OTHER
                        MOVE 'O' TO SW-ITEM-STATUS
                END-EVALUATE
                RELEASE SORT-WORK-RECORD
            END-IF.
       RELEASE-ONE-PROFILE.
            READ PAYPRF NEXT RECORD
                AT END
                    SET WS-PF-EOF TO TRUE
            END-READ
            IF NOT WS-PF-EOF then
                MOVE PF-CUST-ID TO WS-CUST-ID
                PERFORM FIND-REVIEW-UNIT
                INITIALIZE SORT-WORK-RECORD
                MOVE WS-UNIT-ID TO SW-UNIT-ID
                MOVE 'P' TO SW-REC-TYPE
                MOVE PF-PAY-COUNT TO SW-PAY-COUNT
                MOVE PF-AVG-DAYS TO SW-AVG-DAYS
                MOVE PF-RECENT-AVG-DAYS TO SW-RECENT-AVG-DAYS
                IF PF-TREND = 'NO RECENT' then
                    MOVE 'N' TO SW-HAS-RECENT
                ELSE
                    MOVE 'Y' TO SW-HAS-RECENT
                END-IF
                RELEASE SORT-WORK-RECORD
            END-IF.
       RELEASE-ONE-HOLD.
      *Only holds against the credit limit - a billing-block hold
      *says nothing about whether the limit fits.
            READ HOLDHIST
                AT END
                    SET WS-HH-EOF TO TRUE
            END-READ
            IF NOT WS-HH-EOF
                AND HH-REASON-CODE = 'CRED' then
                MOVE HH-INPUT-DATA TO INPUT-RECORD
                MOVE in-cust-id TO WS-CUST-ID
                PERFORM FIND-REVIEW-UNIT
                INITIALIZE SORT-WORK-RECORD
                MOVE WS-UNIT-ID TO SW-UNIT-ID
                MOVE 'H' TO SW-REC-TYPE
                MOVE in-invoice-date TO SW-HOLD-DATE
                RELEASE SORT-WORK-RECORD
            END-IF.
       FIND-REVIEW-UNIT.
            MOVE WS-CUST-ID TO WS-UNIT-ID
            MOVE WS-CUST-ID TO CM-CUST-ID
            READ CUSTMAST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CM-PARENT-CUST-ID NOT = SPACES then
                        MOVE CM-PARENT-CUST-ID TO WS-UNIT-ID
                    END-IF
            END-READ.
       BOD-PARA.
            PERFORM PROCESS-SORTED-REC
                UNTIL WS-SRT-EOF
            IF NOT WS-FIRST-REC then
                PERFORM REVIEW-ACCOUNT
            END-IF.
       READ-SORTED-REC.
            READ CRVSRT INTO WS-CRV-RECORD
                AT END
                    SET WS-SRT-EOF TO TRUE
            END-READ.
       PROCESS-SORTED-REC.
            IF WS-FIRST-REC
                OR WR-UNIT-ID NOT = WS-ACCT-ID then
                IF NOT WS-FIRST-REC then
                    PERFORM REVIEW-ACCOUNT
                END-IF
                INITIALIZE WS-ACCT
                MOVE WR-UNIT-ID TO WS-ACCT-ID
                MOVE 'N' TO WS-FIRST-REC-SW
            END-IF
            EVALUATE TRUE
                WHEN WR-MASTER
                    MOVE 'Y' TO WS-ACCT-ON-MASTER
                    MOVE WR-CUST-NAME TO WS-ACCT-NAME
                    MOVE WR-CREDIT-LIMIT TO WS-ACCT-LIMIT
                    MOVE WR-OPEN-AR-BAL TO WS-ACCT-EXPOSURE
                    MOVE WR-TERMS-NET-DAYS TO WS-ACCT-TERMS
                    MOVE WR-BILLING-BLOCK TO WS-ACCT-BLOCK
                WHEN WR-HOLD
      *Several lines held on one billing day are one hold.
                    IF WR-HOLD-DATE NOT = WS-ACCT-LAST-HOLD then
                        ADD 1 TO WS-ACCT-HOLD-DAYS
                        MOVE WR-HOLD-DATE TO WS-ACCT-LAST-HOLD
                    END-IF
                WHEN WR-ITEM
                    IF WR-DUNNING-LEVEL > WS-ACCT-MAX-DUN then
                        MOVE WR-DUNNING-LEVEL TO WS-ACCT-MAX-DUN
                    END-IF
                    IF WR-WRITTEN-OFF then
                        ADD 1 TO WS-ACCT-WOFF-COUNT
                        ADD WR-AMOUNT TO WS-ACCT-WOFF-AMT
                    END-IF
                    IF WR-DISPUTED then
                        ADD 1 TO WS-ACCT-DISP-COUNT
                    END-IF
                WHEN WR-PROFILE
                    ADD WR-PAY-COUNT TO WS-ACCT-PAY-COUNT
                    COMPUTE WS-ACCT-DAYS-SUM = WS-ACCT-DAYS-SUM +
                        WR-AVG-DAYS * WR-PAY-COUNT
                    IF WR-HAS-RECENT = 'Y' then
                        ADD WR-PAY-COUNT TO WS-ACCT-RCT-COUNT
                        COMPUTE WS-ACCT-RCT-SUM = WS-ACCT-RCT-SUM +
                            WR-RECENT-AVG-DAYS * WR-PAY-COUNT
                    END-IF
            END-EVALUATE
            PERFORM READ-SORTED-REC.
       REVIEW-ACCOUNT.
            IF NOT WS-ACCT-FOUND then
                ADD 1 TO WS-ACCTS-ORPHANED
            ELSE
                ADD 1 TO WS-ACCTS-REVIEWED
                IF WS-ACCT-BLOCKED then
                    ADD 1 TO WS-ACCTS-BLOCKED-NOW
                ELSE
                    PERFORM SCORE-ACCOUNT
                    PERFORM DECIDE-PROPOSAL
                    IF NOT WS-NO-CHANGE then
                        PERFORM WRITE-PROPOSAL
                    END-IF
                END-IF
            END-IF.
       SCORE-ACCOUNT.
            MOVE 0 TO WS-SCORE
            MOVE SPACES TO WS-REASONS
            MOVE 1 TO WS-REASON-PTR
            MOVE 0 TO WS-AVG-DAYS
            MOVE 'NO HISTORY' TO WS-TREND-LABEL
            IF WS-ACCT-PAY-COUNT > 0 then
                COMPUTE WS-AVG-DAYS ROUNDED =
                    WS-ACCT-DAYS-SUM / WS-ACCT-PAY-COUNT
                COMPUTE WS-LATE-DAYS = WS-AVG-DAYS - WS-ACCT-TERMS
                EVALUATE TRUE
                    WHEN WS-LATE-DAYS > WS-LATE-DAYS-MAJOR
                        ADD 2 TO WS-SCORE
                        MOVE 'LATE' TO WS-REASON-CODE
                        PERFORM ADD-REASON
                    WHEN WS-LATE-DAYS > WS-LATE-DAYS-MINOR
                        ADD 1 TO WS-SCORE
                        MOVE 'LATE' TO WS-REASON-CODE
                        PERFORM ADD-REASON
                    WHEN WS-LATE-DAYS NOT > 0
                        SUBTRACT 1 FROM WS-SCORE
                        MOVE 'PRMT' TO WS-REASON-CODE
                        PERFORM ADD-REASON
                END-EVALUATE
                MOVE 'NO RECENT' TO WS-TREND-LABEL
            END-IF
      *The same two-day band RECHPPF labels the trend with.
            IF WS-ACCT-RCT-COUNT > 0 then
                COMPUTE WS-RCT-AVG-DAYS ROUNDED =
                    WS-ACCT-RCT-SUM / WS-ACCT-RCT-COUNT
                EVALUATE TRUE
                    WHEN WS-RCT-AVG-DAYS > WS-AVG-DAYS + 2
                        MOVE 'SLIPPING ' TO WS-TREND-LABEL
                        ADD 2 TO WS-SCORE
                        MOVE 'SLIP' TO WS-REASON-CODE
                        PERFORM ADD-REASON
                    WHEN WS-RCT-AVG-DAYS < WS-AVG-DAYS - 2
                        MOVE 'IMPROVING' TO WS-TREND-LABEL
                        SUBTRACT 1 FROM WS-SCORE
                        MOVE 'IMPR' TO WS-REASON-CODE
                        PERFORM ADD-REASON
                    WHEN OTHER
                        MOVE 'STEADY   ' TO WS-TREND-LABEL
                END-EVALUATE
            END-IF
            EVALUATE WS-ACCT-MAX-DUN
                WHEN 3
                    ADD 3 TO WS-SCORE
                    MOVE 'DUN3' TO WS-REASON-CODE
                    PERFORM ADD-REASON
                WHEN 2
                    ADD 1 TO WS-SCORE
                    MOVE 'DUN2' TO WS-REASON-CODE
                    PERFORM ADD-REASON
            END-EVALUATE
            IF WS-ACCT-WOFF-COUNT > 0 then
                ADD 4 TO WS-SCORE
                MOVE 'WOFF' TO WS-REASON-CODE
                PERFORM ADD-REASON
            END-IF
            IF WS-ACCT-DISP-COUNT > 0 then
                ADD 1 TO WS-SCORE
                MOVE 'DISP' TO WS-REASON-CODE
                PERFORM ADD-REASON
            END-IF
            MOVE 0 TO WS-UTIL-PCT
            IF WS-ACCT-LIMIT > 0 AND WS-ACCT-EXPOSURE > 0 then
                COMPUTE WS-UTIL-PCT ROUNDED =
                    WS-ACCT-EXPOSURE * 100 / WS-ACCT-LIMIT
                    ON SIZE ERROR
                        MOVE 99999 TO WS-UTIL-PCT
                END-COMPUTE
                IF WS-ACCT-EXPOSURE > WS-ACCT-LIMIT then
                    ADD 2 TO WS-SCORE
                    MOVE 'OVLM' TO WS-REASON-CODE
                    PERFORM ADD-REASON
                END-IF
            END-IF
            IF WS-ACCT-HOLD-DAYS NOT < WS-HOLD-DAYS-FREQUENT
                AND WS-SCORE > 0 then
                ADD 1 TO WS-SCORE
                MOVE 'HOLD' TO WS-REASON-CODE
                PERFORM ADD-REASON
            END-IF.
       ADD-REASON.
            IF WS-REASON-PTR < 36 then
                STRING WS-REASON-CODE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    INTO WS-REASONS
                    WITH POINTER WS-REASON-PTR
                END-STRING
            END-IF.
       DECIDE-PROPOSAL.
            MOVE SPACE TO WS-ACTION
            MOVE WS-ACCT-LIMIT TO WS-NEW-LIMIT
            EVALUATE TRUE
                WHEN WS-SCORE NOT < WS-SCORE-BLOCK
                    SET WS-PROPOSE-BLOCK TO TRUE
                WHEN WS-SCORE NOT < WS-SCORE-DECREASE
                    PERFORM PROPOSE-LOWER-LIMIT
                WHEN WS-SCORE NOT > 0
                    AND WS-ACCT-LIMIT > 0
                    AND (WS-UTIL-PCT NOT < WS-UTIL-PCT-HIGH
                    OR WS-ACCT-HOLD-DAYS NOT < WS-HOLD-DAYS-FREQUENT)
                    PERFORM PROPOSE-HIGHER-LIMIT
            END-EVALUATE.
       PROPOSE-LOWER-LIMIT.
      *An account with no limit gets one at what it owes today,
      *rounded up - no further credit until it pays down.
            IF WS-ACCT-LIMIT > 0 then
                COMPUTE WS-HUNDREDS =
                    WS-ACCT-LIMIT * WS-DECREASE-FACTOR / 100
            ELSE
                IF WS-ACCT-EXPOSURE > 0 then
                    COMPUTE WS-HUNDREDS =
                        (WS-ACCT-EXPOSURE + 99.99) / 100
                        ON SIZE ERROR
                            MOVE 99999 TO WS-HUNDREDS
                    END-COMPUTE
                ELSE
                    MOVE 1 TO WS-HUNDREDS
                END-IF
            END-IF
            IF WS-HUNDREDS < 1 then
                MOVE 1 TO WS-HUNDREDS
            END-IF
            COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100
                ON SIZE ERROR
                    MOVE 9999999.99 TO WS-NEW-LIMIT
            END-COMPUTE
            IF WS-ACCT-LIMIT = 0 OR WS-NEW-LIMIT < WS-ACCT-LIMIT then
                SET WS-PROPOSE-DECREASE TO TRUE
            END-IF.
       PROPOSE-HIGHER-LIMIT.
            IF WS-UTIL-PCT NOT < WS-UTIL-PCT-HIGH then
                MOVE 'UTIL' TO WS-REASON-CODE
                PERFORM ADD-REASON
            END-IF
            IF WS-ACCT-HOLD-DAYS NOT < WS-HOLD-DAYS-FREQUENT then
                MOVE 'HOLD' TO WS-REASON-CODE
                PERFORM ADD-REASON
            END-IF
            COMPUTE WS-HUNDREDS =
                (WS-ACCT-LIMIT * WS-INCREASE-FACTOR + 99.99) / 100
            COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100
                ON SIZE ERROR
                    MOVE 9999999.99 TO WS-NEW-LIMIT
            END-COMPUTE
            IF WS-NEW-LIMIT > WS-ACCT-LIMIT then
                SET WS-PROPOSE-INCREASE TO TRUE
            END-IF.
       WRITE-PROPOSAL.
            EVALUATE TRUE
                WHEN WS-PROPOSE-INCREASE
                    ADD 1 TO WS-PROPOSED-INCREASE
                    MOVE 'INCREASE' TO WS-ACTION-TEXT
                WHEN WS-PROPOSE-DECREASE
                    ADD 1 TO WS-PROPOSED-DECREASE
                    MOVE 'DECREASE' TO WS-ACTION-TEXT
                WHEN WS-PROPOSE-BLOCK
                    ADD 1 TO WS-PROPOSED-BLOCK
                    MOVE 'BLOCK' TO WS-ACTION-TEXT
            END-EVALUATE
            MOVE SPACES TO CREDIT-PROPOSAL-RECORD
            MOVE WS-ACCT-ID TO CRP-CUST-ID
            MOVE WS-ACTION TO CRP-ACTION
            MOVE WS-ACCT-LIMIT TO CRP-CURRENT-LIMIT
            MOVE WS-NEW-LIMIT TO CRP-PROPOSED-LIMIT
            MOVE WS-ACCT-EXPOSURE TO CRP-EXPOSURE
            MOVE WS-SCORE TO CRP-SCORE
            MOVE WS-REASONS TO CRP-REASONS
            WRITE CREDIT-PROPOSAL-RECORD
            MOVE WS-ACCT-LIMIT TO WS-LIMIT-ED
            MOVE WS-NEW-LIMIT TO WS-NEW-LIMIT-ED
            MOVE WS-ACCT-EXPOSURE TO WS-EXPOSURE-ED
            MOVE WS-ACCT-WOFF-AMT TO WS-WOFF-ED
            MOVE WS-UTIL-PCT TO WS-UTIL-ED
            MOVE WS-AVG-DAYS TO WS-DAYS-ED
            MOVE WS-ACCT-HOLD-DAYS TO WS-HOLD-ED
            MOVE WS-SCORE TO WS-SCORE-ED
            MOVE SPACES TO CRV-REPORT-LINE
            MOVE WS-ACCT-ID TO CRV-REPORT-LINE(1:6)
            MOVE WS-ACCT-NAME TO CRV-REPORT-LINE(8:20)
            MOVE WS-ACTION-TEXT TO CRV-REPORT-LINE(29:8)
            MOVE WS-LIMIT-ED TO CRV-REPORT-LINE(38:10)
            MOVE WS-NEW-LIMIT-ED TO CRV-REPORT-LINE(49:10)
            MOVE WS-EXPOSURE-ED TO CRV-REPORT-LINE(60:12)
            MOVE WS-UTIL-ED TO CRV-REPORT-LINE(73:5)
            MOVE WS-DAYS-ED TO CRV-REPORT-LINE(79:7)
            MOVE WS-TREND-LABEL TO CRV-REPORT-LINE(87:9)
            MOVE WS-ACCT-MAX-DUN TO CRV-REPORT-LINE(97:1)
            MOVE WS-HOLD-ED TO CRV-REPORT-LINE(99:5)
            MOVE WS-SCORE-ED TO CRV-REPORT-LINE(105:4)
            MOVE WS-REASONS TO CRV-REPORT-LINE(110:23)
            WRITE CRV-REPORT-LINE
            IF WS-ACCT-WOFF-COUNT > 0 then
                MOVE SPACES TO CRV-REPORT-LINE
                STRING '       WRITTEN OFF: ' DELIMITED BY SIZE
                    WS-ACCT-WOFF-COUNT DELIMITED BY SIZE
                    ' ITEMS ' DELIMITED BY SIZE
                    WS-WOFF-ED DELIMITED BY SIZE
                    INTO CRV-REPORT-LINE
                END-STRING
                WRITE CRV-REPORT-LINE
            END-IF
            IF WS-REASON-PTR > 24 then
                MOVE SPACES TO CRV-REPORT-LINE
                MOVE WS-REASONS(24:17) TO CRV-REPORT-LINE(110:17)
                WRITE CRV-REPORT-LINE
            END-IF.
       WRITE-REPORT-HEADER.
            MOVE SPACES TO CRV-REPORT-LINE
            STRING 'CREDIT-LIMIT REVIEW PROPOSALS - RUN DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO CRV-REPORT-LINE
            END-STRING
            WRITE CRV-REPORT-LINE
            MOVE SPACES TO CRV-REPORT-LINE
            STRING 'CUST   NAME                 PROPOSAL  '
                DELIMITED BY SIZE
                'CUR LIMIT  PROPOSED     EXPOSURE UTIL%  AVGDAY '
                DELIMITED BY SIZE
                'TREND     D HOLDS SCOR REASONS' DELIMITED BY SIZE
                INTO CRV-REPORT-LINE
            END-STRING
            WRITE CRV-REPORT-LINE.
       WRITE-REASON-LEGEND.
            MOVE SPACES TO CRV-REPORT-LINE
            WRITE CRV-REPORT-LINE
            MOVE SPACES TO CRV-REPORT-LINE
            STRING 'REASONS: SLIP/IMPR DAYS-TO-PAY TREND  '
                DELIMITED BY SIZE
                'LATE/PRMT PAYS PAST/WITHIN TERMS  ' DELIMITED BY SIZE
                'DUN2/DUN3 DUNNING LEVEL REACHED' DELIMITED BY SIZE
                INTO CRV-REPORT-LINE
            END-STRING
            WRITE CRV-REPORT-LINE
            MOVE SPACES TO CRV-REPORT-LINE
            STRING '         WOFF WRITE-OFFS  DISP OPEN DISPUTES  '
                DELIMITED BY SIZE
                'OVLM OVER LIMIT  UTIL LIMIT USE  ' DELIMITED BY SIZE
                'HOLD CREDIT-LIMIT HOLDS' DELIMITED BY SIZE
                INTO CRV-REPORT-LINE
            END-STRING
            WRITE CRV-REPORT-LINE.
       END-PARA.
            PERFORM WRITE-REASON-LEGEND
            MOVE SPACES TO CRV-REPORT-LINE
            STRING 'ACCOUNTS REVIEWED: ' DELIMITED BY SIZE
                WS-ACCTS-REVIEWED DELIMITED BY SIZE
                '  INCREASE: ' DELIMITED BY SIZE
                WS-PROPOSED-INCREASE DELIMITED BY SIZE
                '  DECREASE: ' DELIMITED BY SIZE
                WS-PROPOSED-DECREASE DELIMITED BY SIZE
                '  BLOCK: ' DELIMITED BY SIZE
                WS-PROPOSED-BLOCK DELIMITED BY SIZE
                '  ALREADY BLOCKED: ' DELIMITED BY SIZE
                WS-ACCTS-BLOCKED-NOW DELIMITED BY SIZE
                INTO CRV-REPORT-LINE
            END-STRING
            WRITE CRV-REPORT-LINE
            IF WS-ACCTS-ORPHANED > 0 then
                MOVE SPACES TO CRV-REPORT-LINE
                STRING 'ACTIVITY FOR ACCOUNTS NOT ON THE CUSTOMER '
                    DELIMITED BY SIZE
                    'MASTER (NOT REVIEWED): ' DELIMITED BY SIZE
                    WS-ACCTS-ORPHANED DELIMITED BY SIZE
                    INTO CRV-REPORT-LINE
                END-STRING
                WRITE CRV-REPORT-LINE
            END-IF
            IF WS-PAYPRF-STATUS = '00' OR '10' then
                CLOSE PAYPRF
            END-IF
            IF WS-HOLDHIST-STATUS = '00' OR '10' then
                CLOSE HOLDHIST
            END-IF
            CLOSE CUSTMAST AROPEN CRPROP CRVSRT CRVRPT
            DISPLAY 'CREDIT REVIEW - ACCOUNTS REVIEWED: '
                WS-ACCTS-REVIEWED
            DISPLAY 'CREDIT REVIEW - PROPOSED INCREASE: '
                WS-PROPOSED-INCREASE
            DISPLAY 'CREDIT REVIEW - PROPOSED DECREASE: '
                WS-PROPOSED-DECREASE
            DISPLAY 'CREDIT REVIEW - PROPOSED BLOCK:    '
                WS-PROPOSED-BLOCK
            STOP RUN.
