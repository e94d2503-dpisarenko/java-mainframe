      *Document text table - every fixed caption and legend printed
      *on a customer document (invoice, e-invoice, reprint, dunning
      *letter, statement), one record per text and language, keyed
      *by the text id and the customer's CM-LANG-CODE. Maintained by
      *TEXTMNT. A program looks its caption up in the customer's
      *language, falls back to the German ('DE') row when there is
      *no translation, and to the wording compiled into the program
      *when the table has neither. A German row flagged verbatim is
      *legally mandated wording: it prints exactly as entered on
      *every customer's documents and translations are never read.
      *Item descriptions are held under text id 'IT' followed by
      *the item number - the German row, where there is one,
      *replaces IM-DESCRIPTION on German documents too.
       01  DOC-TEXT-RECORD.
           05 DT-KEY.
               10 DT-TEXT-ID        PIC X(10).
               10 DT-LANG-CODE      PIC X(2).
           05 DT-VERBATIM-FLAG      PIC X.
               88 DT-VERBATIM           VALUE 'Y'.
               88 DT-TRANSLATABLE       VALUE 'N' ' '.
           05 DT-TEXT               PIC X(80).
