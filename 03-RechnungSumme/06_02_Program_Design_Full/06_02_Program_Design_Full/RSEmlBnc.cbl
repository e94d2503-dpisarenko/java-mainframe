                DISPLAY '*** BOUNCE COUNTS DO NOT RECONCILE ***'
                MOVE 16 TO RETURN-CODE
            END-IF
      *GOBACK rather than STOP RUN - the daily-run driver CALLs this
      *as a step of the nightly chain, and GOBACK from a program with
      *no caller behaves exactly like STOP RUN.
            GOBACK.
