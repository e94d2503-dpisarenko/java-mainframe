                OR WS-ACKS-WITH-ERRORS > 0 then
                MOVE 4 TO RETURN-CODE
            END-IF
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
