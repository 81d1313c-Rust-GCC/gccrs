      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  liq-pos.cpy
      *  One currency's intraday nostro liquidity position, on the
      *  indexed LIQPOS file (primary key LPR-CURRENCY).  LIQ-OPEN
      *  sets the opening nostro balance and the treasury floor at
      *  the start of the business day; LIQ-POSITION keeps the
      *  rest live through the day: expected receipts from the
      *  NET-SETTLE receive positions enqueued, payments released
      *  to the wire, and the payments waiting on LIQHOLD.  The
      *  position is
      *      opening + receipts - released
      *  and a payment is released only while the position after
      *  it stays at or above the floor.  LPR-NEXT-HOLD-ID is the
      *  next LIQHOLD id to hand out for the currency.  COPY under
      *  the FD of the LIQPOS file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 LIQ-POS-RECORD.
           05 LPR-CURRENCY          PIC X(03).
           05 LPR-POS-DATE          PIC 9(08).
           05 LPR-OPENING           PIC S9(13)V99 COMP-3.
           05 LPR-FLOOR             PIC S9(13)V99 COMP-3.
           05 LPR-RECEIPTS          PIC S9(13)V99 COMP-3.
           05 LPR-RECEIPT-COUNT     PIC 9(07).
           05 LPR-RELEASED          PIC S9(13)V99 COMP-3.
           05 LPR-RELEASE-COUNT     PIC 9(07).
           05 LPR-HELD-AMOUNT       PIC S9(13)V99 COMP-3.
           05 LPR-HELD-COUNT        PIC 9(07).
           05 LPR-NEXT-HOLD-ID      PIC 9(08).
           05 FILLER                PIC X(28).
