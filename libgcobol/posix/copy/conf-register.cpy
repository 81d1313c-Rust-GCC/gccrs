      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  conf-register.cpy
      *  One balance confirmation request of the indexed CONFREG
      *  register AUD-CONFIRM keeps: the account asked about for an
      *  audit date, the book balance quoted to the customer, how
      *  the account came to be asked (the auditors' own sample or
      *  the stratified draw) and what the customer answered.
      *  Keyed audit date first, so one year-end's confirmations
      *  are read together.  CFR-DIFFERENCE is the customer's
      *  stated balance less the book balance, set only on a
      *  disagreement.  COPY under the FD of the CONFREG file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 CONF-REGISTER-RECORD.
           05 CFR-KEY.
              10 CFR-AUDIT-DATE     PIC 9(08).
              10 CFR-ACCOUNT-KEY    PIC X(32).
           05 CFR-BRANCH            PIC X(04).
           05 CFR-CURRENCY          PIC X(03).
           05 CFR-BALANCE           PIC S9(13)V99 COMP-3.
           05 CFR-BALANCE-DATE      PIC 9(08).
           05 CFR-BAND              PIC 9(01).
           05 CFR-SOURCE            PIC X(01).
              88 CFR-FROM-AUDITOR      Value 'A'.
              88 CFR-FROM-DRAW         Value 'S'.
           05 CFR-SENT-DATE         PIC 9(08).
           05 CFR-BURST-KEY         PIC X(04).
           05 CFR-STATUS            PIC X(01).
              88 CFR-SENT              Value 'S'.
              88 CFR-AGREED            Value 'A'.
              88 CFR-DISAGREED         Value 'D'.
              88 CFR-NO-REPLY          Value 'N'.
              88 CFR-NOT-SENT          Value 'X'.
           05 CFR-NOTE              PIC X(20).
           05 CFR-RESPONSE-DATE     PIC 9(08).
           05 CFR-CLAIMED           PIC S9(13)V99 COMP-3.
           05 CFR-DIFFERENCE        PIC S9(13)V99 COMP-3.
           05 FILLER                PIC X(16).
