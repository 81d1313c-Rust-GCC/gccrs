      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  fx-convert.cpy
      *  Request/reply area for the FX-CONVERT subprogram
      *  (subsys/fx-convert.cbl).  COPY into WORKING-STORAGE and
      *  pass BY REFERENCE on every CALL 'FX-CONVERT'.  The caller
      *  supplies the transaction currency, the account currency,
      *  the customer segment, the value date and the signed
      *  transaction amount (positive credit, negative debit).  The
      *  reply is the amount to post in the account currency at the
      *  customer rate, the same amount at the mid rate, and the
      *  spread income between them -- always in the account
      *  currency, positive when the bank earns.  The mid rate is
      *  the cross of the two RATE-LOOKUP rates in force on the
      *  value date; a credit converts at the buy spread below mid,
      *  a debit at the sell spread above it.
      *  FXC-STATUS '00' ok, '10' no rate for the transaction
      *  currency, '11' no rate for the account currency, '20'
      *  request incomplete, '30' rate table not mappable.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 FXC-CONTROL.
           05 FXC-FROM-CURRENCY    PIC X(03).
           05 FXC-TO-CURRENCY      PIC X(03).
           05 FXC-SEGMENT          PIC X(02).
           05 FXC-VALUE-DATE       PIC 9(08).
           05 FXC-AMOUNT           PIC S9(13)V99 COMP-3.
           05 FXC-CONVERTED        PIC S9(13)V99 COMP-3.
           05 FXC-MID-AMOUNT       PIC S9(13)V99 COMP-3.
           05 FXC-SPREAD-INCOME    PIC S9(13)V99 COMP-3.
           05 FXC-MID-RATE         PIC 9(7)V9(8).
           05 FXC-CUSTOMER-RATE    PIC 9(7)V9(8).
           05 FXC-SPREAD-PCT       PIC 9(3)V9(6).
           05 FXC-STATUS           PIC X(02).
              88 FXC-OK               Value '00'.
              88 FXC-NO-FROM-RATE     Value '10'.
              88 FXC-NO-TO-RATE       Value '11'.
              88 FXC-BAD-REQUEST      Value '20'.
              88 FXC-NO-TABLE         Value '30'.
