      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  product-master.cpy
      *  One product record of the indexed PRODMST catalog, keyed by
      *  the four-character product code an account carries in
      *  AM-PRODUCT-CODE.  The product, not the account type, now
      *  says how an account behaves: its base type (one of the
      *  AM-TYPE-VALID values), the currency it is sold in (spaces
      *  = any), the SAVRATES tier table its interest accrues on,
      *  the FEESCHED fee plan it is charged under, the statement
      *  cycle a new account opens on, whether it may be overdrawn,
      *  its dormancy thresholds in months (zero = the DORMANT-SCAN
      *  run default) and the GLMAP class it posts through.  A
      *  withdrawn product takes no new accounts; existing ones
      *  keep running on it.  Maintained by PRODUCT-MAINT.  COPY
      *  under the FD of the PRODMST file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 PRODUCT-MASTER-RECORD.
           05 PRD-CODE              PIC X(04).
           05 PRD-NAME              PIC X(30).
           05 PRD-BASE-TYPE         PIC X(02).
           05 PRD-CURRENCY          PIC X(03).
           05 PRD-RATE-TABLE        PIC X(04).
           05 PRD-FEE-PLAN          PIC X(04).
           05 PRD-STMT-CYCLE        PIC X(01).
           05 PRD-OD-PERMITTED      PIC X(01).
              88 PRD-OD-ALLOWED        Value 'Y'.
           05 PRD-NOTICE-MONTHS     PIC 9(04).
           05 PRD-DORMANT-MONTHS    PIC 9(04).
           05 PRD-ESCHEAT-MONTHS    PIC 9(04).
           05 PRD-GL-CLASS          PIC X(02).
           05 PRD-STATUS            PIC X(01).
              88 PRD-STATUS-ACTIVE     Value 'A'.
              88 PRD-STATUS-WITHDRAWN  Value 'W'.
           05 PRD-LAUNCH-DATE       PIC 9(08).
           05 PRD-WITHDRAWN-DATE    PIC 9(08).
           05 FILLER                PIC X(20).
