      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  mandate-record.cpy
      *  One direct-debit mandate of the indexed MANDATES file: the
      *  customer's standing authority for one creditor (a CPTYMST
      *  counterparty) to collect from one account, keyed creditor
      *  id + the creditor's mandate reference, which is what every
      *  collection item quotes.  Alternate key on the account so
      *  every mandate on an account can be found.  Collections are
      *  capped at MDT-MAX-AMOUNT per item and spaced by frequency:
      *      W weekly     M monthly    Q quarterly   A annual
      *      O one-off (a single collection)   V variable (no
      *      spacing limit)
      *  Status: A active, S suspended by the customer, C cancelled,
      *  E expired after MANDATE-EXPIRE found it unused too long.
      *  Maintained through the MANDATE-SCREEN (journaled in
      *  MANDJRNL), used by DD-COLLECT, which stamps the last-used
      *  date and count.  COPY under the FD of the MANDATES file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 MANDATE-RECORD.
           05 MDT-KEY.
              10 MDT-CREDITOR-ID    PIC X(08).
              10 MDT-MANDATE-REF    PIC X(16).
           05 MDT-ACCOUNT-KEY       PIC X(32).
           05 MDT-MAX-AMOUNT        PIC S9(13)V99 COMP-3.
           05 MDT-FREQUENCY         PIC X(01).
              88 MDT-FREQ-WEEKLY       Value 'W'.
              88 MDT-FREQ-MONTHLY      Value 'M'.
              88 MDT-FREQ-QUARTERLY    Value 'Q'.
              88 MDT-FREQ-ANNUAL       Value 'A'.
              88 MDT-FREQ-ONE-OFF      Value 'O'.
              88 MDT-FREQ-VARIABLE     Value 'V'.
              88 MDT-FREQ-VALID        Value 'W' 'M' 'Q' 'A'
                                             'O' 'V'.
           05 MDT-STATUS            PIC X(01).
              88 MDT-STATUS-ACTIVE     Value 'A'.
              88 MDT-STATUS-SUSPENDED  Value 'S'.
              88 MDT-STATUS-CANCELLED  Value 'C'.
              88 MDT-STATUS-EXPIRED    Value 'E'.
           05 MDT-SIGNED-DATE       PIC 9(08).
           05 MDT-LAST-USED-DATE    PIC 9(08).
           05 MDT-USE-COUNT         PIC 9(07).
           05 MDT-LAST-MAINT-DATE   PIC 9(08).
           05 FILLER                PIC X(20).
