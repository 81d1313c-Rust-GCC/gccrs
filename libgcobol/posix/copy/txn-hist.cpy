      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  txn-hist.cpy
      *  Request/reply area for the TXN-HIST subprogram
      *  (subsys/txn-hist.cbl), the owner of the posted-transaction
      *  history file (TXNHIST, txnh-record.cpy).  COPY into
      *  WORKING-STORAGE and pass BY REFERENCE on every CALL
      *  'TXN-HIST'.
      *
      *  Requests:
      *      POST      record one posting: THQ-KEY, THQ-POST-DATE
      *                and the THQ-ACTION through THQ-POSTED-BY
      *                fields; the sequence assigned within the
      *                account's day comes back in THQ-SEQUENCE.
      *                THQ-VALUE-DATE dates a posting back (zero
      *                means the posting date); it is zeroed on
      *                return, so a caller that never sets it
      *                posts at the posting date.
      *                THQ-PROVENANCE is the transaction's intake
      *                stamp (txnh-record.cpy TXH-PROVENANCE); it
      *                is cleared on return the same way
      *      LAST      the account's most recent THQ-MAX-ITEMS
      *                postings (zero means 10, never more than
      *                30), newest first
      *      RANGE     the account's postings dated THQ-FROM-DATE
      *                through THQ-TO-DATE (zero means no upper
      *                bound), oldest first, at most THQ-MAX-ITEMS;
      *                a non-zero THQ-FROM-SEQUENCE starts after
      *                that posting of the from date, so a caller
      *                pages through a busy range by passing the
      *                last item's date and sequence back
      *  Items of a LAST or RANGE carry each posting's intake stamp
      *  in THQ-I-PROVENANCE.
      *  A LAST or RANGE that had to leave postings out sets
      *  THQ-MORE.  THQ-STATUS '00' ok, '10' no postings found,
      *  '20' bad request, '30' history file not openable, '40'
      *  history write failed (the posting is NOT recorded).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 THQ-CONTROL.
           05 THQ-REQUEST          PIC X(08).
              88 THQ-REQ-POST         Value 'POST'.
              88 THQ-REQ-LAST         Value 'LAST'.
              88 THQ-REQ-RANGE        Value 'RANGE'.
           05 THQ-STATUS           PIC X(02).
              88 THQ-OK               Value '00'.
              88 THQ-NOT-FOUND        Value '10'.
              88 THQ-BAD-REQUEST      Value '20'.
              88 THQ-NO-FILE          Value '30'.
              88 THQ-WRITE-FAILED     Value '40'.
           05 THQ-KEY              PIC X(32).
           05 THQ-POST-DATE        PIC 9(08).
           05 THQ-ACTION           PIC X(01).
           05 THQ-AMOUNT           PIC S9(13)V99 COMP-3.
           05 THQ-BALANCE          PIC S9(13)V99 COMP-3.
           05 THQ-NARRATIVE        PIC X(30).
           05 THQ-ORIGIN           PIC X(08).
           05 THQ-REFERENCE        PIC X(16).
           05 THQ-POSTED-BY        PIC X(08).
           05 THQ-VALUE-DATE       PIC 9(08).
           05 THQ-SEQUENCE         PIC 9(06).
           05 THQ-FROM-DATE        PIC 9(08).
           05 THQ-TO-DATE          PIC 9(08).
           05 THQ-FROM-SEQUENCE    PIC 9(06).
           05 THQ-MAX-ITEMS        PIC 9(02).
           05 THQ-ITEM-COUNT       PIC 9(02).
           05 THQ-MORE-SW          PIC X(01).
              88 THQ-MORE             Value 'Y', False 'N'.
           05 THQ-PROVENANCE.
              10 THQ-SRC-SENDER    PIC X(08).
              10 THQ-SRC-FILE-SEQ  PIC 9(06).
              10 THQ-SRC-RECORD    PIC 9(09).
              10 THQ-SRC-RUN-ID    PIC X(08).
           05 THQ-ITEM OCCURS 30 TIMES.
              10 THQ-I-DATE        PIC 9(08).
              10 THQ-I-SEQUENCE    PIC 9(06).
              10 THQ-I-ACTION      PIC X(01).
              10 THQ-I-AMOUNT      PIC S9(13)V99 COMP-3.
              10 THQ-I-BALANCE     PIC S9(13)V99 COMP-3.
              10 THQ-I-NARRATIVE   PIC X(30).
              10 THQ-I-ORIGIN      PIC X(08).
              10 THQ-I-REFERENCE   PIC X(16).
              10 THQ-I-VALUE-DATE  PIC 9(08).
              10 THQ-I-PROVENANCE.
                 15 THQ-I-SRC-SENDER   PIC X(08).
                 15 THQ-I-SRC-FILE-SEQ PIC 9(06).
                 15 THQ-I-SRC-RECORD   PIC 9(09).
                 15 THQ-I-SRC-RUN-ID   PIC X(08).
