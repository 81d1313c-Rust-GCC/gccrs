      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  cust-rel.cpy
      *  One account-to-customer relationship of the indexed CUSTREL
      *  file, keyed customer id + account key so a START on the
      *  customer id walks everything that customer holds.  The
      *  account key is carried again in CRL-ACCOUNT-ALT as an
      *  alternate key (duplicates), which finds every party to one
      *  account.  Role:
      *      P primary holder (at most one per account)
      *      J joint holder
      *      G guarantor
      *  The primary relationship is written by ACCT-MAINT with the
      *  account add and removed with the account; ACCT-SCREEN adds,
      *  re-roles and removes relationships.  COPY under the FD of
      *  the CUSTREL file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 CUST-REL-RECORD.
           05 CRL-KEY.
              10 CRL-CUSTOMER-ID    PIC X(10).
              10 CRL-ACCOUNT-KEY    PIC X(32).
           05 CRL-ACCOUNT-ALT       PIC X(32).
           05 CRL-ROLE              PIC X(01).
              88 CRL-ROLE-PRIMARY      Value 'P'.
              88 CRL-ROLE-JOINT        Value 'J'.
              88 CRL-ROLE-GUARANTOR    Value 'G'.
              88 CRL-ROLE-VALID        Value 'P' 'J' 'G'.
           05 CRL-SINCE-DATE        PIC 9(08).
           05 CRL-LAST-MAINT-DATE   PIC 9(08).
           05 FILLER                PIC X(11).
