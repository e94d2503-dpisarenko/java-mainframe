                DISPLAY '*** PERIOD CLOSE NEEDS THE PERIOD IN '
                    'THE PARM - NOTHING CLOSED ***'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE PC-PARM-PERIOD TO WS-CLOSE-PERIOD
            IF PC-PARM-LEN > 6 then
            IF WS-CLOSE-REFUSED then
                MOVE 16 TO RETURN-CODE
            END-IF
      *GOBACK rather than STOP RUN - the month-end close driver
      *CALLs this as a step of the close, and GOBACK from a program
      *with no caller behaves exactly like STOP RUN.
            GOBACK.
