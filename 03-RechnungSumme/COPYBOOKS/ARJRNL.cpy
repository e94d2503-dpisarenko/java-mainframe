      *AR open-item journal - one record per change any program
      *makes to AROPEN or to the AR control balance, appended to
      *the cumulative journal dataset as the change is made: the
      *item's image before and after the change, the program that
      *made it, that program's run date and the date and time of
      *day the change was made. Online changes go onto the ARJRNLQ
      *queue file under the same layout (keyed by AJ-STAMP) and
      *RECHCASH appends them to the journal on its nightly drain.
      *RECHARJ replays the journal over a backup of AROPEN to
      *rebuild the file and the control balance up to a chosen
      *point, and lists it as the item-level audit trail.
       01  AR-JOURNAL-RECORD.
      *Date and time of day (HHMMSSFF) of the change, then an
      *ascending sequence within the writing run - a batch
      *program's count of records journaled, or online the task
      *number times ten plus the slice of the transaction.
           05 AJ-STAMP.
               10 AJ-STAMP-DATE  PIC 9(8).
               10 AJ-STAMP-TIME  PIC 9(8).
               10 AJ-SEQ-NO      PIC 9(9).
           05 AJ-PROGRAM         PIC X(8).
           05 AJ-RUN-DATE        PIC 9(8).
      *'A' item added (before image spaces), 'C' item changed, 'K'
      *control balance changed - the images then hold the AR
      *control record (ARCTL.cpy) in their first 23 bytes.
           05 AJ-REC-TYPE        PIC X.
               88 AJ-ITEM-ADDED      VALUE 'A'.
               88 AJ-ITEM-CHANGED    VALUE 'C'.
               88 AJ-CONTROL-CHANGED VALUE 'K'.
      *The open item changed - zero on a control record.
           05 AJ-INVOICE-NO      PIC 9(7).
      *Whole AR-OPEN-ITEM-RECORD images (ARITEM.cpy).
           05 AJ-BEFORE-IMAGE    PIC X(103).
           05 AJ-AFTER-IMAGE     PIC X(103).
