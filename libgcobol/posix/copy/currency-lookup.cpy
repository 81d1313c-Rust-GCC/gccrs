      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  currency-lookup.cpy
      *  Request/reply area for the CURRENCY-LOOKUP subprogram
      *  (subsys/currency-lookup.cbl).  COPY into WORKING-STORAGE and
      *  pass BY REFERENCE on every CALL 'CURRENCY-LOOKUP'.  The
      *  caller supplies the ISO alphabetic code in CYQ-CODE and one
      *  of the requests:
      *      GET       the currency's reference data only
      *      ROUND     CYQ-AMOUNT rounded in place to the currency's
      *                minor units under its rounding rule
      *      TOMINOR   CYQ-AMOUNT as a whole number of minor units
      *                in CYQ-MINOR-AMOUNT (the form settlement
      *                messages carry), rounded under the rule
      *      TOMAJOR   CYQ-MINOR-AMOUNT back to an amount in
      *                CYQ-AMOUNT
      *      EDIT      CYQ-AMOUNT rounded and edited right-justified
      *                into CYQ-EDITED with the currency's own number
      *                of decimals
      *  Every reply carries the reference data (currency-master.cpy).
      *  CYQ-STATUS '00' ok, '11' currency inactive, '10' currency
      *  not on the master, '30' master not openable, '80' unknown
      *  request.  On '10' and '30' the currency is treated as the
      *  system always treated every currency -- two minor units,
      *  rounded half up -- so the scaling requests still answer;
      *  an intake edit rejects on '10' and '11' and, like the
      *  product edits, lets everything through on '30'.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 CYQ-CONTROL.
           05 CYQ-REQUEST          PIC X(08).
              88 CYQ-REQ-GET          Value 'GET'.
              88 CYQ-REQ-ROUND        Value 'ROUND'.
              88 CYQ-REQ-TOMINOR      Value 'TOMINOR'.
              88 CYQ-REQ-TOMAJOR      Value 'TOMAJOR'.
              88 CYQ-REQ-EDIT         Value 'EDIT'.
           05 CYQ-CODE             PIC X(03).
           05 CYQ-NUMERIC          PIC 9(03).
           05 CYQ-NAME             PIC X(30).
           05 CYQ-MINOR-UNITS      PIC 9(01).
           05 CYQ-ROUNDING         PIC X(01).
           05 CYQ-CCY-STATUS       PIC X(01).
              88 CYQ-CCY-ACTIVE       Value 'A'.
              88 CYQ-CCY-INACTIVE     Value 'I'.
           05 CYQ-AMOUNT           PIC S9(15)V9(03) COMP-3.
           05 CYQ-MINOR-AMOUNT     PIC S9(18) COMP-3.
           05 CYQ-EDITED           PIC X(20).
           05 CYQ-STATUS           PIC X(02).
              88 CYQ-OK               Value '00'.
              88 CYQ-UNKNOWN          Value '10'.
              88 CYQ-INACTIVE         Value '11'.
              88 CYQ-NO-FILE          Value '30'.
              88 CYQ-BAD-REQUEST      Value '80'.
