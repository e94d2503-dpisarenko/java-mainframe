      *an electronic customer's lines into a complete document.
       01  OUTREC-TYPE-BODY-LINE.
           05 OUT-NAME           PIC X(19).
      *Reference line on a reversal document's electronic extract -
      *OUT-DOC-NO carries the cancelled document's number, and the
      *e-invoice formatter prints it as the cancellation reference.
               88 OUT-STORNO-REF-LINE VALUE 'CANCELS DOCUMENT'.
           05                    PIC X.
           05 OUT-QUANT          pic 9(5).
           05                    PIC X.
