      *Bank end-of-day statement record - one opening-balance
      *record, one record per booked entry, one closing-balance
      *record. Entry codes the bank books for us: 'PAY' customer
      *credit transfer, 'DDC' direct-debit collection credited,
      *'DDR' direct-debit return debited, 'RFD' refund transfer
      *paid out; anything else (charges, interest) is the bank's
      *own. BS-ITEM-NO carries the invoice or item number the
      *entry referenced - zeros when the remitter quoted none.
       01  BANK-STATEMENT-RECORD.
           05 BS-REC-TYPE        PIC X.
               88 BS-OPENING         VALUE 'O'.
               88 BS-ENTRY           VALUE 'E'.
               88 BS-CLOSING         VALUE 'C'.
           05                    PIC X.
           05 BS-STMT-DATE       PIC 9(8).
           05                    PIC X.
           05 BS-ENTRY-CODE      PIC X(3).
               88 BS-CUST-PAYMENT    VALUE 'PAY'.
               88 BS-DD-COLLECTION   VALUE 'DDC'.
               88 BS-DD-RETURN       VALUE 'DDR'.
               88 BS-REFUND-PAID     VALUE 'RFD'.
           05                    PIC X.
      *Direction of the entry - on the balance records, 'D' for an
      *overdrawn balance.
           05 BS-DEBIT-CREDIT    PIC X.
               88 BS-DEBIT           VALUE 'D'.
               88 BS-CREDIT          VALUE 'C'.
           05                    PIC X.
           05 BS-AMOUNT          PIC 9(11)V99.
           05                    PIC X.
           05 BS-CUST-ID         PIC X(6).
           05                    PIC X.
           05 BS-ITEM-NO         PIC 9(7).
           05                    PIC X.
           05 BS-BANK-REF        PIC X(16).
           05                    PIC X.
           05 BS-TEXT            PIC X(30).
