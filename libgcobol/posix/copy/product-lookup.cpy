      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  product-lookup.cpy
      *  Request/reply area for the PRODUCT-LOOKUP subprogram
      *  (subsys/product-lookup.cbl).  COPY into WORKING-STORAGE and
      *  pass BY REFERENCE on every CALL 'PRODUCT-LOOKUP'.  The
      *  caller supplies the account's product code and its type;
      *  an account opened before the catalog carries no product
      *  code and is looked up under its type, so each base type
      *  needs a product of the same code ('CH  ', 'SV  ', ...).
      *  The reply is the product's parameters (product-master.cpy).
      *  PQQ-STATUS '00' ok, '10' product not on the catalog, '30'
      *  catalog not openable; on '10' and '30' the reply carries
      *  the behavior the type had before the catalog -- base type
      *  and GL class the type itself, no fee plan (the type's own
      *  FEESCHED rows), the default rate table, the run-default
      *  dormancy thresholds, and an overdraft permitted except on
      *  'SV' and 'TD'.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 PQQ-CONTROL.
           05 PQQ-CODE             PIC X(04).
           05 PQQ-TYPE             PIC X(02).
           05 PQQ-NAME             PIC X(30).
           05 PQQ-BASE-TYPE        PIC X(02).
           05 PQQ-CURRENCY         PIC X(03).
           05 PQQ-RATE-TABLE       PIC X(04).
           05 PQQ-FEE-PLAN         PIC X(04).
           05 PQQ-STMT-CYCLE       PIC X(01).
           05 PQQ-OD-PERMITTED     PIC X(01).
              88 PQQ-OD-ALLOWED       Value 'Y'.
           05 PQQ-NOTICE-MONTHS    PIC 9(04).
           05 PQQ-DORMANT-MONTHS   PIC 9(04).
           05 PQQ-ESCHEAT-MONTHS   PIC 9(04).
           05 PQQ-GL-CLASS         PIC X(02).
           05 PQQ-PRODUCT-STATUS   PIC X(01).
              88 PQQ-PRODUCT-ACTIVE   Value 'A'.
              88 PQQ-PRODUCT-WITHDRAWN
                                      Value 'W'.
           05 PQQ-STATUS           PIC X(02).
              88 PQQ-OK               Value '00'.
              88 PQQ-UNKNOWN          Value '10'.
              88 PQQ-NO-FILE          Value '30'.
