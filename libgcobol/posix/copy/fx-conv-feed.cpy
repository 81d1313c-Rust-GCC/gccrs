      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  fx-conv-feed.cpy
      *  One customer currency conversion on the FXCONV feed, the
      *  line-sequential file ACCT-MAINT appends to (OPEN EXTEND)
      *  for every movement it posts in a currency other than the
      *  account's.  FX-POSITION reads the day's entries to carry
      *  the bank's side of each conversion into the currency
      *  position: the transaction amount leaves (credit) or enters
      *  (debit) the position in the transaction currency while the
      *  converted amount moves the account balance.  FXV-SPREAD-
      *  INCOME is in the account currency, positive when the bank
      *  earns.  COPY under the FD of the FXCONV file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 FX-CONV-RECORD.
           05 FXV-POST-DATE         PIC 9(08).
           05 FXV-ACCOUNT-KEY       PIC X(32).
           05 FXV-REFERENCE         PIC X(16).
           05 FXV-SEGMENT           PIC X(02).
           05 FXV-VALUE-DATE        PIC 9(08).
           05 FXV-TXN-CURRENCY      PIC X(03).
           05 FXV-TXN-AMOUNT        PIC S9(13)V99
                                    Sign Leading Separate.
           05 FXV-ACCT-CURRENCY     PIC X(03).
           05 FXV-CONVERTED         PIC S9(13)V99
                                    Sign Leading Separate.
           05 FXV-MID-RATE          PIC 9(7)V9(8).
           05 FXV-CUSTOMER-RATE     PIC 9(7)V9(8).
           05 FXV-SPREAD-INCOME     PIC S9(13)V99
                                    Sign Leading Separate.
           05 FXV-SOURCE            PIC X(08).
