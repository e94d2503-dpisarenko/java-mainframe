      *Batch maintenance of the document text table (DOCTEXT), driven
      *by a transaction file of adds/changes/deletes the same way
      *RATEMAIN maintains the rate tables. Each transaction carries
      *one text in one language; every applied change is logged to
      *AUDITFILE with who made it, when, and the old and new text, so
      *the wording a customer was sent can be traced to the day.
      *
      *The German row is the fallback for every language and the only
      *row that may be flagged verbatim - legally mandated wording
      *that prints as entered whatever the customer's language. A
      *translation keyed for a verbatim text would never be printed,
      *so it is refused.
       PROGRAM-ID. TEXTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEXTTRAN ASSIGN TEXTTRNM
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT DOCTEXT ASSIGN DOCTEXTNM
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY DT-KEY
                          FILE STATUS WS-DOCTEXT-STATUS.
           SELECT AUDITFILE ASSIGN AUDITNM
                          ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  TEXTTRAN.
       01  TEXT-TRAN-RECORD.
           05 TM-ACTION             PIC X.
               88 TM-ACTION-ADD         VALUE 'A'.
               88 TM-ACTION-CHANGE      VALUE 'C'.
               88 TM-ACTION-DELETE      VALUE 'D'.
           05 TM-USER-ID            PIC X(8).
           05 TM-TEXT-ID            PIC X(10).
           05 TM-LANG-CODE          PIC X(2).
           05 TM-VERBATIM-FLAG      PIC X.
           05 TM-TEXT               PIC X(80).
       FD  DOCTEXT.
           COPY "DOCTEXT.cpy".
       FD  AUDITFILE.
       01  AUDIT-RECORD.
           05 AU-AUDIT-DATE         PIC 9(8).
           05                       PIC X.
           05 AU-AUDIT-TIME         PIC 9(8).
           05                       PIC X.
           05 AU-USER-ID            PIC X(8).
           05                       PIC X.
           05 AU-ACTION             PIC X(6).
           05                       PIC X.
           05 AU-KEY-VALUE          PIC X(12).
           05                       PIC X.
           05 AU-OLD-VALUE          PIC X(81).
           05                       PIC X.
           05 AU-NEW-VALUE          PIC X(81).
       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).
       01  WS-DOCTEXT-STATUS         PIC X(2) VALUE '00'.
       01  WS-OLD-VALUE-ED           PIC X(81).
       01  WS-NEW-VALUE-ED           PIC X(81).
       01  WS-TRAN-OK-SW             PIC X VALUE 'Y'.
           88 WS-TRAN-OK                 VALUE 'Y'.
           88 WS-TRAN-REFUSED            VALUE 'N'.
       01  WS-TRAN-COUNT             PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT          PIC 9(7) VALUE 0.
       01  WS-REFUSED-COUNT          PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       TEXTMNT-MAIN.
            PERFORM INIT-PARA
            PERFORM BOD-PARA
            PERFORM END-PARA.
       INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            OPEN INPUT  TEXTTRAN
      *The text table is created by the first load.
            OPEN I-O    DOCTEXT
            IF WS-DOCTEXT-STATUS = '35' then
                OPEN OUTPUT DOCTEXT
                CLOSE DOCTEXT
                OPEN I-O DOCTEXT
            END-IF
            OPEN EXTEND AUDITFILE
            PERFORM READ-TRANSACTION.
       BOD-PARA.
            PERFORM READ-TRANSACTION
                UNTIL WS-EOF.
       READ-TRANSACTION.
            READ TEXTTRAN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-TRAN-COUNT
                    PERFORM APPLY-TRANSACTION
            END-READ.
       APPLY-TRANSACTION.
            PERFORM VALIDATE-TRANSACTION
                THRU VALIDATE-TRANSACTION-EXIT
            IF WS-TRAN-REFUSED then
                ADD 1 TO WS-REFUSED-COUNT
            ELSE
                MOVE TM-TEXT-ID TO DT-TEXT-ID
                MOVE TM-LANG-CODE TO DT-LANG-CODE
                MOVE SPACES TO WS-OLD-VALUE-ED
                MOVE SPACES TO WS-NEW-VALUE-ED
                EVALUATE TRUE
                    WHEN TM-ACTION-ADD
                        PERFORM APPLY-ADD
                    WHEN TM-ACTION-CHANGE
                        PERFORM APPLY-CHANGE
                    WHEN TM-ACTION-DELETE
                        PERFORM APPLY-DELETE
                END-EVALUATE
            END-IF.
       VALIDATE-TRANSACTION.
            SET WS-TRAN-OK TO TRUE
            IF NOT TM-ACTION-ADD
                AND NOT TM-ACTION-CHANGE
                AND NOT TM-ACTION-DELETE then
                SET WS-TRAN-REFUSED TO TRUE
                DISPLAY '*** UNKNOWN ACTION ON TEXTTRAN: '
                    TM-ACTION ' ***'
                GO TO VALIDATE-TRANSACTION-EXIT
            END-IF
            IF TM-TEXT-ID = SPACES
                OR TM-LANG-CODE IS NOT ALPHABETIC-UPPER
                OR TM-LANG-CODE(1:1) = SPACE
                OR TM-LANG-CODE(2:1) = SPACE then
                SET WS-TRAN-REFUSED TO TRUE
                DISPLAY '*** TEXT ID OR LANGUAGE MISSING: '
                    TM-TEXT-ID ' ' TM-LANG-CODE ' ***'
                GO TO VALIDATE-TRANSACTION-EXIT
            END-IF
            IF TM-ACTION-DELETE then
                GO TO VALIDATE-TRANSACTION-EXIT
            END-IF
            IF TM-TEXT = SPACES then
                SET WS-TRAN-REFUSED TO TRUE
                DISPLAY '*** TEXT MISSING FOR: '
                    TM-TEXT-ID ' ' TM-LANG-CODE ' ***'
                GO TO VALIDATE-TRANSACTION-EXIT
            END-IF
            IF TM-VERBATIM-FLAG NOT = 'Y'
                AND TM-VERBATIM-FLAG NOT = 'N'
                AND TM-VERBATIM-FLAG NOT = ' ' then
                SET WS-TRAN-REFUSED TO TRUE
                DISPLAY '*** INVALID VERBATIM FLAG FOR: '
                    TM-TEXT-ID ' ' TM-LANG-CODE ' ***'
                GO TO VALIDATE-TRANSACTION-EXIT
            END-IF
      *Mandated wording is entered once, in German.
            IF TM-LANG-CODE NOT = 'DE' then
                IF TM-VERBATIM-FLAG = 'Y' then
                    SET WS-TRAN-REFUSED TO TRUE
                    DISPLAY '*** ONLY THE GERMAN ROW MAY BE VERBATIM: '
                        TM-TEXT-ID ' ' TM-LANG-CODE ' ***'
                    GO TO VALIDATE-TRANSACTION-EXIT
                END-IF
                MOVE TM-TEXT-ID TO DT-TEXT-ID
                MOVE 'DE' TO DT-LANG-CODE
                READ DOCTEXT
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF DT-VERBATIM then
                            SET WS-TRAN-REFUSED TO TRUE
                            DISPLAY '*** TEXT IS MANDATED VERBATIM - '
                                'NO TRANSLATION: ' TM-TEXT-ID ' '
                                TM-LANG-CODE ' ***'
                        END-IF
                END-READ
            END-IF.
       VALIDATE-TRANSACTION-EXIT.
            EXIT.
       APPLY-ADD.
            MOVE TM-VERBATIM-FLAG TO DT-VERBATIM-FLAG
            MOVE TM-TEXT TO DT-TEXT
            WRITE DOC-TEXT-RECORD
                INVALID KEY
                    ADD 1 TO WS-REFUSED-COUNT
                    DISPLAY '*** TEXT ALREADY ON FILE: '
                        TM-TEXT-ID ' ' TM-LANG-CODE ' ***'
                NOT INVALID KEY
                    MOVE DT-VERBATIM-FLAG TO WS-NEW-VALUE-ED(1:1)
                    MOVE DT-TEXT TO WS-NEW-VALUE-ED(2:80)
                    PERFORM WRITE-AUDIT-RECORD
            END-WRITE.
       APPLY-CHANGE.
            READ DOCTEXT
                INVALID KEY
                    ADD 1 TO WS-REFUSED-COUNT
                    DISPLAY '*** TEXT NOT ON FILE FOR CHANGE: '
                        TM-TEXT-ID ' ' TM-LANG-CODE ' ***'
                NOT INVALID KEY
                    MOVE DT-VERBATIM-FLAG TO WS-OLD-VALUE-ED(1:1)
                    MOVE DT-TEXT TO WS-OLD-VALUE-ED(2:80)
                    MOVE TM-VERBATIM-FLAG TO DT-VERBATIM-FLAG
                    MOVE TM-TEXT TO DT-TEXT
                    REWRITE DOC-TEXT-RECORD
                    MOVE DT-VERBATIM-FLAG TO WS-NEW-VALUE-ED(1:1)
                    MOVE DT-TEXT TO WS-NEW-VALUE-ED(2:80)
                    PERFORM WRITE-AUDIT-RECORD
            END-READ.
       APPLY-DELETE.
            READ DOCTEXT
                INVALID KEY
                    ADD 1 TO WS-REFUSED-COUNT
                    DISPLAY '*** TEXT NOT ON FILE FOR DELETE: '
                        TM-TEXT-ID ' ' TM-LANG-CODE ' ***'
                NOT INVALID KEY
                    MOVE DT-VERBATIM-FLAG TO WS-OLD-VALUE-ED(1:1)
                    MOVE DT-TEXT TO WS-OLD-VALUE-ED(2:80)
                    DELETE DOCTEXT RECORD
                    PERFORM WRITE-AUDIT-RECORD
            END-READ.
       WRITE-AUDIT-RECORD.
            ADD 1 TO WS-APPLIED-COUNT
            MOVE WS-RUN-DATE TO AU-AUDIT-DATE
            MOVE WS-RUN-TIME TO AU-AUDIT-TIME
            MOVE TM-USER-ID TO AU-USER-ID
            EVALUATE TRUE
                WHEN TM-ACTION-ADD
                    MOVE 'ADD' TO AU-ACTION
                WHEN TM-ACTION-CHANGE
                    MOVE 'CHANGE' TO AU-ACTION
                WHEN TM-ACTION-DELETE
                    MOVE 'DELETE' TO AU-ACTION
            END-EVALUATE
            MOVE SPACES TO AU-KEY-VALUE
            STRING TM-TEXT-ID DELIMITED BY SIZE
                TM-LANG-CODE DELIMITED BY SIZE
                INTO AU-KEY-VALUE
            END-STRING
            MOVE WS-OLD-VALUE-ED TO AU-OLD-VALUE
            MOVE WS-NEW-VALUE-ED TO AU-NEW-VALUE
            WRITE AUDIT-RECORD.
       END-PARA.
            CLOSE TEXTTRAN DOCTEXT AUDITFILE
            DISPLAY 'TEXT MAINTENANCE - TRANSACTIONS: ' WS-TRAN-COUNT
            DISPLAY 'TEXT MAINTENANCE - APPLIED:      '
                WS-APPLIED-COUNT
            DISPLAY 'TEXT MAINTENANCE - REFUSED:      '
                WS-REFUSED-COUNT
            IF WS-REFUSED-COUNT > 0 then
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.
