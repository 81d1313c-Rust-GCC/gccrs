      *  utf8-paragraphs.cpy helpers keep truncation from splitting
      *  a multi-byte character.  AM-STMT-CYCLE selects the account
      *  into a statement cycle for the STMT-GEN deposit statement
      *  run (space = no statements).  AM-CUSTOMER-NAME is held
      *  encrypted under the PIIKEYS key AM-PII-KEY-ID names
      *  (spaces: not yet protected); read and write it only
      *  through pii-crypt-paragraphs.cpy.  A closed account whose
      *  personal data CUST-ERASE has erased carries ERASED as its
      *  short name (AM-ERASED) and a blank customer name.
      *  AM-PRODUCT-CODE names the account's PRODMST catalog product
      *  (product-master.cpy), which carries its rate table, fee
      *  plan, overdraft, dormancy and GL parameters; AM-TYPE is the
      *  product's base type, and an account with no product code
      *  is looked up under its type (product-lookup.cpy).  A 'TD'
      *  term-deposit account carries its deposit terms on the
      *  companion TERMDEP record (term-deposit.cpy).  COPY under
      *  the FD of the ACCTMST file, or into WORKING-STORAGE of a
      *  program that only builds records.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 ACCT-MASTER-RECORD.
           05 AM-KEY                PIC X(32).
           05 AM-SHORT-NAME         PIC X(20).
              88 AM-ERASED             Value 'ERASED'.
           05 AM-CUSTOMER-NAME      PIC X(70).
           05 AM-BRANCH             PIC X(04).
           05 AM-TYPE               PIC X(02).
              88 AM-TYPE-VALID         Value 'CH' 'SV' 'LN' 'GL'
                                             'TD'.
           05 AM-STATUS             PIC X(01).
              88 AM-STATUS-ACTIVE      Value 'A'.
              88 AM-STATUS-CLOSED      Value 'C'.
           05 AM-OPEN-DATE          PIC 9(08).
           05 AM-LAST-MAINT-DATE    PIC 9(08).
           05 AM-STMT-CYCLE         PIC X(01).
           05 AM-PII-KEY-ID         PIC X(08).
           05 AM-PRODUCT-CODE       PIC X(04).
           05 FILLER                PIC X(07).
