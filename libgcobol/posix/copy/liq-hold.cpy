      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  liq-hold.cpy
      *  One payment waiting for nostro liquidity, on the indexed
      *  LIQHOLD file.  MSG-ENQUEUE parks a payment here (through
      *  LIQ-POSITION) instead of enqueueing it when releasing it
      *  would take its currency's position below the floor; the
      *  wire bytes are kept whole.  The primary key orders the
      *  queue: currency, then priority (01 most urgent, 99 least),
      *  then hold id, so within a priority payments release in
      *  the order they were held.  Status:
      *      H held, waiting for liquidity
      *      R released -- enqueued, sequence in LHD-SEQUENCE
      *  Released entries stay until LIQ-OPEN clears them at the
      *  next start of day.  COPY under the FD of the LIQHOLD file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 LIQ-HOLD-RECORD.
           05 LHD-KEY.
              10 LHD-CURRENCY       PIC X(03).
              10 LHD-PRIORITY       PIC 9(02).
              10 LHD-HOLD-ID        PIC 9(08).
           05 LHD-STATUS            PIC X(01).
              88 LHD-STATUS-HELD       Value 'H'.
              88 LHD-STATUS-RELEASED   Value 'R'.
           05 LHD-PARTY             PIC X(08).
           05 LHD-BENEF-NAME        PIC X(70).
           05 LHD-AMOUNT            PIC S9(13)V99 COMP-3.
           05 LHD-HELD-DATE         PIC 9(08).
           05 LHD-HELD-TIME         PIC 9(06).
           05 LHD-RELEASED-DATE     PIC 9(08).
           05 LHD-SEQUENCE          PIC 9(09).
           05 LHD-ITEM-LENGTH       PIC 9(05).
           05 LHD-ITEM              PIC X(1024).
           05 FILLER                PIC X(20).
