      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  currency-master.cpy
      *  One currency record of the indexed CCYMST reference master,
      *  keyed by the ISO 4217 alphabetic code an account carries in
      *  AM-CURRENCY.  It holds the ISO numeric code, the currency's
      *  minor units (0 for JPY, 2 for USD, 3 for BHD) and the rule
      *  an amount is rounded to them by -- H half up, D down
      *  (truncated), E half to even.  An inactive currency takes no
      *  new accounts or movements; its record stays so history
      *  still resolves.  Maintained by CURRENCY-MAINT, read through
      *  CURRENCY-LOOKUP.  COPY under the FD of the CCYMST file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 CURRENCY-MASTER-RECORD.
           05 CCY-CODE              PIC X(03).
           05 CCY-NUMERIC           PIC 9(03).
           05 CCY-NAME              PIC X(30).
           05 CCY-MINOR-UNITS       PIC 9(01).
              88 CCY-MINOR-VALID       Value 0 THRU 3.
           05 CCY-ROUNDING          PIC X(01).
              88 CCY-ROUND-HALF-UP     Value 'H'.
              88 CCY-ROUND-DOWN        Value 'D'.
              88 CCY-ROUND-HALF-EVEN   Value 'E'.
              88 CCY-ROUNDING-VALID    Value 'H' 'D' 'E'.
           05 CCY-STATUS            PIC X(01).
              88 CCY-STATUS-ACTIVE     Value 'A'.
              88 CCY-STATUS-INACTIVE   Value 'I'.
           05 CCY-ADDED-DATE        PIC 9(08).
           05 CCY-INACTIVE-DATE     PIC 9(08).
           05 FILLER                PIC X(20).
