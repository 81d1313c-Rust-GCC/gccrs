      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  setl-track.cpy
      *  Request/reply area for the SETL-TRACK subprogram
      *  (subsys/setl-track.cbl), the owner of the settlement
      *  tracking log (SETLTRK, setl-trk-record.cpy).  COPY into
      *  WORKING-STORAGE and pass BY REFERENCE on every CALL
      *  'SETL-TRACK'.
      *
      *  Requests:
      *      POST      record one stage event: SKQ-STAGE through
      *                SKQ-NOTE.  The business date and the wall-
      *                clock stamp are the subprogram's; the fields
      *                are cleared on return, so a caller only sets
      *                the ones its stage knows.
      *      TRACE     the life of every gross item received with
      *                reference SKQ-SEL-REFERENCE, for party
      *                SKQ-SEL-PARTY, on business dates
      *                SKQ-SEL-FROM-DATE through SKQ-SEL-TO-DATE
      *                (zero means no bound) -- any that are not
      *                blank or zero, at least one of them -- in
      *                the order received, at most SKQ-MAX-ITEMS
      *                (zero means 20, never more than 20) after
      *                skipping the first SKQ-SKIP-ITEMS, so a
      *                caller pages by adding the item count to the
      *                skip.  Each item carries the wall-clock stamp
      *                (date 9(8) and time 9(6), spaces when the
      *                stage was never reached) of every stage, the
      *                queue sequence it went out under (its own,
      *                or its net instruction's when it was netted)
      *                and the slot's live state on the queue file.
      *  A TRACE that had to leave items out sets SKQ-MORE.
      *  SKQ-STATUS '00' ok, '10' no items found, '20' bad request,
      *  '30' tracking log not openable, '40' log write failed (the
      *  event is NOT recorded; the caller's own work stands).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 SKQ-CONTROL.
           05 SKQ-REQUEST          PIC X(08).
              88 SKQ-REQ-POST         Value 'POST'.
              88 SKQ-REQ-TRACE        Value 'TRACE'.
           05 SKQ-STATUS           PIC X(02).
              88 SKQ-OK               Value '00'.
              88 SKQ-NOT-FOUND        Value '10'.
              88 SKQ-BAD-REQUEST      Value '20'.
              88 SKQ-NO-FILE          Value '30'.
              88 SKQ-WRITE-FAILED     Value '40'.
           05 SKQ-STAGE            PIC X(01).
              88 SKQ-STAGE-RECEIVED   Value 'R'.
              88 SKQ-STAGE-NETTED     Value 'N'.
              88 SKQ-STAGE-QUEUED     Value 'Q'.
              88 SKQ-STAGE-HELD       Value 'H'.
              88 SKQ-STAGE-CARRIED    Value 'C'.
              88 SKQ-STAGE-SENT       Value 'S'.
              88 SKQ-STAGE-ACKED      Value 'A'.
              88 SKQ-STAGE-MATCHED    Value 'M'.
              88 SKQ-STAGE-OUTSTAND   Value 'O'.
           05 SKQ-KIND             PIC X(01).
              88 SKQ-GROSS-ITEM       Value 'G'.
              88 SKQ-NET-INSTRUCTION  Value 'N'.
           05 SKQ-PARTY            PIC X(08).
           05 SKQ-REFERENCE        PIC X(16).
           05 SKQ-SEQUENCE         PIC 9(09).
           05 SKQ-AMOUNT           PIC S9(13)V99 COMP-3.
           05 SKQ-VALUE-DATE       PIC 9(08).
           05 SKQ-PROGRAM          PIC X(08).
           05 SKQ-NOTE             PIC X(30).
           05 SKQ-SEL-REFERENCE    PIC X(16).
           05 SKQ-SEL-PARTY        PIC X(08).
           05 SKQ-SEL-FROM-DATE    PIC 9(08).
           05 SKQ-SEL-TO-DATE      PIC 9(08).
           05 SKQ-SKIP-ITEMS       PIC 9(05).
           05 SKQ-MAX-ITEMS        PIC 9(02).
           05 SKQ-ITEM-COUNT       PIC 9(02).
           05 SKQ-MORE-SW          PIC X(01).
              88 SKQ-MORE             Value 'Y', False 'N'.
           05 SKQ-ITEM OCCURS 20 TIMES.
              10 SKQ-I-PARTY       PIC X(08).
              10 SKQ-I-REFERENCE   PIC X(16).
              10 SKQ-I-AMOUNT      PIC S9(13)V99 COMP-3.
              10 SKQ-I-VALUE-DATE  PIC 9(08).
              10 SKQ-I-BUS-DATE    PIC 9(08).
              10 SKQ-I-RECEIVED    PIC X(14).
              10 SKQ-I-RECEIVED-BY PIC X(08).
              10 SKQ-I-NETTED      PIC X(14).
              10 SKQ-I-HELD        PIC X(14).
              10 SKQ-I-HOLD-NOTE   PIC X(30).
              10 SKQ-I-SEQUENCE    PIC 9(09).
              10 SKQ-I-QUEUED      PIC X(14).
              10 SKQ-I-QUEUE-DATE  PIC 9(08).
              10 SKQ-I-SETTLE-DATE PIC 9(08).
              10 SKQ-I-CARRIED     PIC X(14).
              10 SKQ-I-SENT        PIC X(14).
              10 SKQ-I-ACKED       PIC X(14).
              10 SKQ-I-SLOT-STATE  PIC X(01).
                 88 SKQ-I-SLOT-QUEUED  Value 'Q'.
                 88 SKQ-I-SLOT-SENT    Value 'S'.
                 88 SKQ-I-SLOT-ACKED   Value 'A'.
              10 SKQ-I-NOSTRO      PIC X(01).
                 88 SKQ-I-MATCHED      Value 'M'.
                 88 SKQ-I-OUTSTANDING  Value 'O'.
              10 SKQ-I-NOSTRO-AT   PIC X(14).
