      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  setl-trk-record.cpy
      *  One stage event of the settlement tracking log (SETLTRK,
      *  line sequential, appended only).  Every program a
      *  settlement item passes through leaves a line when the
      *  item reaches its stage, stamped with the business date
      *  and the wall-clock date and time:
      *      R  received      SETTLE-CYCLE (CYCLEIN) or NET-SETTLE
      *                       (NETIN) read the gross item
      *      N  netted        NET-SETTLE took the item into the
      *                       party's net instruction for the day
      *      Q  queued        MSG-ENQUEUE wrote the slot: the
      *                       sequence and assigned value date
      *      H  held          MSG-ENQUEUE held it for sanctions
      *                       review or liquidity (STK-NOTE)
      *      C  carried       MSG-ENQUEUE carried it past cutoff
      *                       to STK-VALUE-DATE
      *      S  sent          MSGQ-SENDER first sent the sequence
      *      A  acked         MSGQ-SENDER recorded the network ack
      *      M  matched       NOSTRO-RECON matched it on the
      *                       counterparty's statement
      *      O  outstanding   NOSTRO-RECON left it ours-only
      *  STK-KIND says whether the line is about a gross item (G)
      *  or a net instruction (N, the party's one NETS message of
      *  the day, no reference of its own).  Lines keyed by queue
      *  sequence (S, A, C) carry no reference; the tracker joins
      *  them through the Q line.  Written and read only through
      *  the SETL-TRACK subprogram (setl-track.cpy).
      *  COPY under the FD of the SETLTRK file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 SETTLE-TRACK-RECORD.
           05 STK-BUS-DATE          PIC 9(08).
           05 STK-STAMP.
              10 STK-STAMP-DATE     PIC 9(08).
              10 STK-STAMP-TIME     PIC 9(06).
           05 STK-STAGE             PIC X(01).
              88 STK-RECEIVED          Value 'R'.
              88 STK-NETTED            Value 'N'.
              88 STK-QUEUED            Value 'Q'.
              88 STK-HELD              Value 'H'.
              88 STK-CARRIED           Value 'C'.
              88 STK-SENT              Value 'S'.
              88 STK-ACKED             Value 'A'.
              88 STK-MATCHED           Value 'M'.
              88 STK-OUTSTANDING       Value 'O'.
           05 STK-KIND              PIC X(01).
              88 STK-GROSS-ITEM        Value 'G'.
              88 STK-NET-INSTRUCTION   Value 'N'.
           05 STK-PARTY             PIC X(08).
           05 STK-REFERENCE         PIC X(16).
           05 STK-SEQUENCE          PIC 9(09).
           05 STK-AMOUNT            PIC S9(13)V99
                                    Sign Leading Separate.
           05 STK-VALUE-DATE        PIC 9(08).
           05 STK-PROGRAM           PIC X(08).
           05 STK-NOTE              PIC X(30).
