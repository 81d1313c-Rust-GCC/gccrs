      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  gl-move-feed.cpy
      *  One applied balance movement on the GLMOVE feed, the
      *  line-sequential file ACCT-MAINT and ACCT-BULK append to
      *  (OPEN EXTEND) for every master update they commit that
      *  moves money or moves a balance between GL homes.  GL-BRIDGE
      *  reads the day's rows to post the general ledger from what
      *  the master actually took: a transaction rejected, held or
      *  only scheduled leaves no row.  The old fields are the
      *  account as it stood before the update (spaces and zero on
      *  an add), the new fields as it stands after (the new
      *  balance zero on a delete); branch, product and type are
      *  the account's own, the product's GL class is looked up by
      *  the reader.  GMV-SPREAD-INCOME is the customer conversion
      *  spread of a foreign-currency movement, in the account
      *  currency, positive when the bank earns.  COPY under the FD
      *  of the GLMOVE file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 GL-MOVE-RECORD.
           05 GMV-POST-DATE         PIC 9(08).
           05 GMV-ACCOUNT-KEY       PIC X(32).
           05 GMV-ACTION            PIC X(01).
           05 GMV-OLD-BRANCH        PIC X(04).
           05 GMV-OLD-PRODUCT       PIC X(04).
           05 GMV-OLD-TYPE          PIC X(02).
           05 GMV-OLD-BALANCE       PIC S9(13)V99
                                    Sign Leading Separate.
           05 GMV-NEW-BRANCH        PIC X(04).
           05 GMV-NEW-PRODUCT       PIC X(04).
           05 GMV-NEW-TYPE          PIC X(02).
           05 GMV-NEW-BALANCE       PIC S9(13)V99
                                    Sign Leading Separate.
           05 GMV-CURRENCY          PIC X(03).
           05 GMV-SPREAD-INCOME     PIC S9(13)V99
                                    Sign Leading Separate.
           05 GMV-SOURCE            PIC X(08).
           05 GMV-REFERENCE         PIC X(16).
