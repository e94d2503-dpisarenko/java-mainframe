      *GL extract balancing step - runs between the billing step and
      *the GL hand-off and refuses to let an out-of-balance file
      *reach the ledger. Proves four things: debits equal credits
      *across the whole extract; the accounts-receivable debits tie
      *back to the report's grand-total VAT-inclusive figure; the
      *rebate-contra debits tie back to the report's rebate total
      *lines; and every posting is proved by the posting journal
      *written alongside the extract (GLJRNL.cpy) - the subtotal
      *that follows the posting matches it, and the documents
      *journalled against it add up to it, with no journal lines
      *left over at the end. Any discrepancy writes the report and sets
      *return code 16, which the job stream's COND protection turns
      *into a held file - instead of the GL bouncing the batch days
      *later.
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT BALRPT  ASSIGN BALRPTNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT GLJFILE ASSIGN GLJRNLNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  GLFILE.
           COPY "GLPOST.cpy".
           05                    PIC X(51).
       FD  BALRPT.
       01  BAL-REPORT-LINE           PIC X(80).
       FD  GLJFILE.
           COPY "GLJRNL.cpy".
       WORKING-STORAGE SECTION.
       01  WS-GL-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-GL-EOF              VALUE 'Y'.
           88 WS-BALANCE-BAD        VALUE 'Y'.
       01  WS-AMT-ED-1           PIC -(9)9.99.
       01  WS-AMT-ED-2           PIC -(9)9.99.
      *Posting journal: the documents journalled so far per summary
      *line of each company, not yet proved to a posting.
       01  WS-GJ-END-OF-FILE     PIC X VALUE 'N'.
           88 WS-GJ-EOF              VALUE 'Y'.
       01  WS-GJ-SUBTOTAL-SW     PIC X VALUE 'N'.
           88 WS-GJ-SUBTOTAL-READ    VALUE 'Y'.
       01  WS-GJ-DETAIL-COUNT    PIC 9(7) VALUE 0.
       01  WS-GJ-SUBTOTAL-COUNT  PIC 9(7) VALUE 0.
       01  WS-JK-COUNT           PIC 9(3) VALUE 0.
       01  WS-JK-SUBSCR          PIC 9(3) VALUE 0.
       01  WS-JK-MATCH           PIC 9(3) VALUE 0.
       01  WS-JK-FOUND-SW        PIC X VALUE 'N'.
           88 WS-JK-FOUND            VALUE 'Y'.
       01  WS-JK-FULL-SW         PIC X VALUE 'N'.
           88 WS-JK-TABLE-FULL       VALUE 'Y'.
       01  WS-JK-TABLE.
           05 WS-JK-ENTRY OCCURS 200 TIMES.
               10 WS-JK-COMPANY      PIC X(2).
               10 WS-JK-LINE-KEY     PIC X(4).
               10 WS-JK-AMT          PIC S9(11)V99.
               10 WS-JK-DOCS         PIC 9(7).
       PROCEDURE DIVISION.
       GLBAL-MAIN.
            PERFORM INIT-PARA
            OPEN INPUT  GLFILE
            OPEN INPUT  OUTFILE
            OPEN OUTPUT BALRPT
            OPEN INPUT  GLJFILE
            PERFORM READ-GL-RECORD.
       BOD-PARA.
            PERFORM READ-GL-RECORD
            IF GL-DEBIT
                AND GL-DESCRIPTION(1:13) = 'REBATE CONTRA' then
                ADD GL-AMOUNT TO WS-REBC-DEBIT-TOTAL
            END-IF
            PERFORM PROVE-POSTING-TO-JOURNAL
                THRU PROVE-POSTING-TO-JOURNAL-EXIT.
       PROVE-POSTING-TO-JOURNAL.
      *The journal carries one subtotal per posting, in posting
      *order, after the documents behind it - read on to this
      *posting's subtotal, folding the documents ahead of it into
      *their summary lines, and prove the posting both ways.
            MOVE 'N' TO WS-GJ-SUBTOTAL-SW
            PERFORM READ-JOURNAL-RECORD
                UNTIL WS-GJ-EOF OR WS-GJ-SUBTOTAL-READ
            IF WS-GJ-EOF then
                SET WS-BALANCE-BAD TO TRUE
                MOVE GL-AMOUNT TO WS-AMT-ED-1
                MOVE SPACES TO BAL-REPORT-LINE
                STRING 'NO JOURNAL SUBTOTAL FOR POSTING '
                    DELIMITED BY SIZE
                    GL-ACCOUNT-NO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    GL-DEBIT-CREDIT DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-AMT-ED-1 DELIMITED BY SIZE
                    INTO BAL-REPORT-LINE
                END-STRING
                WRITE BAL-REPORT-LINE
                GO TO PROVE-POSTING-TO-JOURNAL-EXIT
            END-IF
            IF GJ-ACCOUNT-NO NOT = GL-ACCOUNT-NO
                OR GJ-DEBIT-CREDIT NOT = GL-DEBIT-CREDIT
                OR GJ-GL-AMOUNT NOT = GL-AMOUNT then
                SET WS-BALANCE-BAD TO TRUE
                MOVE GJ-GL-AMOUNT TO WS-AMT-ED-1
                MOVE GL-AMOUNT TO WS-AMT-ED-2
                MOVE SPACES TO BAL-REPORT-LINE
                STRING 'JOURNAL SUBTOTAL ' DELIMITED BY SIZE
                    GJ-ACCOUNT-NO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    GJ-DEBIT-CREDIT DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-AMT-ED-1 DELIMITED BY SIZE
                    ' POSTED ' DELIMITED BY SIZE
                    GL-ACCOUNT-NO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    GL-DEBIT-CREDIT DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-AMT-ED-2 DELIMITED BY SIZE
                    INTO BAL-REPORT-LINE
                END-STRING
                WRITE BAL-REPORT-LINE
            END-IF
            PERFORM FIND-JOURNAL-LINE
            IF WS-JK-AMT(WS-JK-MATCH) NOT = GL-AMOUNT
                OR WS-JK-AMT(WS-JK-MATCH) NOT = GJ-AMOUNT
                OR WS-JK-DOCS(WS-JK-MATCH) NOT = GJ-DOC-COUNT then
                SET WS-BALANCE-BAD TO TRUE
                MOVE WS-JK-AMT(WS-JK-MATCH) TO WS-AMT-ED-1
                MOVE GL-AMOUNT TO WS-AMT-ED-2
                MOVE SPACES TO BAL-REPORT-LINE
                STRING 'DOCUMENTS ' DELIMITED BY SIZE
                    GJ-COMPANY-CODE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    GJ-LINE-KEY DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-AMT-ED-1 DELIMITED BY SIZE
                    ' DO NOT PROVE TO POSTING ' DELIMITED BY SIZE
                    WS-AMT-ED-2 DELIMITED BY SIZE
                    INTO BAL-REPORT-LINE
                END-STRING
                WRITE BAL-REPORT-LINE
            END-IF
            MOVE 0 TO WS-JK-AMT(WS-JK-MATCH)
            MOVE 0 TO WS-JK-DOCS(WS-JK-MATCH).
       PROVE-POSTING-TO-JOURNAL-EXIT.
            EXIT.
       READ-JOURNAL-RECORD.
            READ GLJFILE
                AT END
                    SET WS-GJ-EOF TO TRUE
                NOT AT END
                    IF GJ-SUBTOTAL then
                        SET WS-GJ-SUBTOTAL-READ TO TRUE
                        ADD 1 TO WS-GJ-SUBTOTAL-COUNT
                    ELSE
                        ADD 1 TO WS-GJ-DETAIL-COUNT
                        PERFORM FIND-JOURNAL-LINE
                        ADD GJ-AMOUNT TO WS-JK-AMT(WS-JK-MATCH)
                        ADD 1 TO WS-JK-DOCS(WS-JK-MATCH)
                    END-IF
            END-READ.
       FIND-JOURNAL-LINE.
      *The summary line the journal record belongs to - a line
      *first seen is added to the table. Should the table ever
      *fill, the last entry takes the overflow and the extract is
      *held rather than proved on a partial journal.
            MOVE 'N' TO WS-JK-FOUND-SW
            PERFORM MATCH-ONE-JOURNAL-LINE
                VARYING WS-JK-SUBSCR FROM 1 BY 1
                UNTIL WS-JK-SUBSCR > WS-JK-COUNT
                OR WS-JK-FOUND
            IF NOT WS-JK-FOUND then
                IF WS-JK-COUNT < 200 then
                    ADD 1 TO WS-JK-COUNT
                ELSE
                    SET WS-JK-TABLE-FULL TO TRUE
                END-IF
                MOVE WS-JK-COUNT TO WS-JK-MATCH
                MOVE GJ-COMPANY-CODE TO WS-JK-COMPANY(WS-JK-MATCH)
                MOVE GJ-LINE-KEY TO WS-JK-LINE-KEY(WS-JK-MATCH)
                MOVE 0 TO WS-JK-AMT(WS-JK-MATCH)
                MOVE 0 TO WS-JK-DOCS(WS-JK-MATCH)
            END-IF.
       MATCH-ONE-JOURNAL-LINE.
            IF WS-JK-COMPANY(WS-JK-SUBSCR) = GJ-COMPANY-CODE
                AND WS-JK-LINE-KEY(WS-JK-SUBSCR) = GJ-LINE-KEY then
                SET WS-JK-FOUND TO TRUE
                MOVE WS-JK-SUBSCR TO WS-JK-MATCH
            END-IF.
       DRAIN-JOURNAL.
      *Past the last posting nothing should be left on the journal
      *but documents that net to nothing.
            MOVE 'N' TO WS-GJ-SUBTOTAL-SW
            PERFORM READ-JOURNAL-RECORD
            IF WS-GJ-SUBTOTAL-READ then
                SET WS-BALANCE-BAD TO TRUE
                MOVE GJ-GL-AMOUNT TO WS-AMT-ED-1
                MOVE SPACES TO BAL-REPORT-LINE
                STRING 'JOURNAL SUBTOTAL WITH NO POSTING '
                    DELIMITED BY SIZE
                    GJ-COMPANY-CODE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    GJ-LINE-KEY DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-AMT-ED-1 DELIMITED BY SIZE
                    INTO BAL-REPORT-LINE
                END-STRING
                WRITE BAL-REPORT-LINE
            END-IF.
       CHECK-LEFTOVER-JOURNAL-LINE.
            IF WS-JK-AMT(WS-JK-SUBSCR) NOT = 0 then
                SET WS-BALANCE-BAD TO TRUE
                MOVE WS-JK-AMT(WS-JK-SUBSCR) TO WS-AMT-ED-1
                MOVE SPACES TO BAL-REPORT-LINE
                STRING 'DOCUMENTS JOURNALLED WITH NO POSTING '
                    DELIMITED BY SIZE
                    WS-JK-COMPANY(WS-JK-SUBSCR) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-JK-LINE-KEY(WS-JK-SUBSCR) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-AMT-ED-1 DELIMITED BY SIZE
                    INTO BAL-REPORT-LINE
                END-STRING
                WRITE BAL-REPORT-LINE
            END-IF.
       READ-REPORT-LINE.
      *Pick the run's grand 'Total' line and the per-company
                END-IF
            END-IF.
       CHECK-BALANCES.
            PERFORM DRAIN-JOURNAL
                UNTIL WS-GJ-EOF
            PERFORM CHECK-LEFTOVER-JOURNAL-LINE
                VARYING WS-JK-SUBSCR FROM 1 BY 1
                UNTIL WS-JK-SUBSCR > WS-JK-COUNT
            IF WS-JK-TABLE-FULL then
                SET WS-BALANCE-BAD TO TRUE
                MOVE SPACES TO BAL-REPORT-LINE
                STRING 'POSTING JOURNAL HAS TOO MANY SUMMARY LINES'
                    DELIMITED BY SIZE
                    INTO BAL-REPORT-LINE
                END-STRING
                WRITE BAL-REPORT-LINE
            END-IF
            IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS then
                SET WS-BALANCE-BAD TO TRUE
                MOVE WS-TOTAL-DEBITS TO WS-AMT-ED-1
            END-STRING
            WRITE BAL-REPORT-LINE
            PERFORM CHECK-BALANCES
            MOVE SPACES TO BAL-REPORT-LINE
            STRING 'POSTING JOURNAL - DOCUMENT LINES: '
                DELIMITED BY SIZE
                WS-GJ-DETAIL-COUNT DELIMITED BY SIZE
                ' SUBTOTALS: ' DELIMITED BY SIZE
                WS-GJ-SUBTOTAL-COUNT DELIMITED BY SIZE
                INTO BAL-REPORT-LINE
            END-STRING
            WRITE BAL-REPORT-LINE
            IF WS-BALANCE-BAD then
                MOVE SPACES TO BAL-REPORT-LINE
                STRING '*** GL EXTRACT HELD - DO NOT HAND OFF ***'
                WRITE BAL-REPORT-LINE
                DISPLAY 'GL EXTRACT IN BALANCE - RELEASED'
            END-IF
            CLOSE GLFILE OUTFILE BALRPT GLJFILE
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
