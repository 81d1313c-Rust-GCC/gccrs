      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  liq-position.cpy
      *  Request/reply area for the LIQ-POSITION intraday nostro
      *  liquidity subprogram (subsys/liq-position.cbl).  COPY into
      *  WORKING-STORAGE and pass BY REFERENCE on every CALL
      *  'LIQ-POSITION'.  Requests:
      *      CHECK     may a payment of LQC-AMOUNT in LQC-CURRENCY
      *                at LQC-PRIORITY go now?  '00' yes (nothing
      *                is recorded until PAID); '70' no -- it is
      *                parked on LIQHOLD with the wire bytes, the
      *                party and beneficiary name, LQC-HOLD-ID set
      *      PAID      the cleared payment reached the queue:
      *                count it against the position
      *      RECEIPT   an expected receipt of LQC-AMOUNT was
      *                enqueued: add it to the position
      *      NEXTREL   the head of the currency's hold queue, if
      *                it now fits: '00' with the held item in the
      *                request fields, '10' nothing releasable
      *      RELEASED  the NEXTREL item (LQC-PRIORITY, LQC-HOLD-ID)
      *                reached the queue at LQC-SEQUENCE: mark it
      *                released and count it against the position
      *  A currency with no LIQPOS row is not managed: CHECK
      *  clears and PAID, RECEIPT are accepted without effect.
      *  LQC-POSITION and LQC-FLOOR reply with the currency's
      *  position after the request.
      *  LQC-STATUS '00' ok, '10' nothing releasable, '20' bad
      *  request, '70' held for liquidity, '90' LIQPOS or LIQHOLD
      *  could not be read or written.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 LQC-CONTROL.
           05 LQC-REQUEST          PIC X(08).
              88 LQC-REQ-CHECK        Value 'CHECK'.
              88 LQC-REQ-PAID         Value 'PAID'.
              88 LQC-REQ-RECEIPT      Value 'RECEIPT'.
              88 LQC-REQ-NEXTREL      Value 'NEXTREL'.
              88 LQC-REQ-RELEASED     Value 'RELEASED'.
           05 LQC-CURRENCY         PIC X(03).
           05 LQC-AMOUNT           PIC S9(13)V99 COMP-3.
           05 LQC-PRIORITY         PIC 9(02).
           05 LQC-PARTY            PIC X(08).
           05 LQC-BENEF-NAME       PIC X(70).
           05 LQC-ITEM-LENGTH      PIC 9(05).
           05 LQC-ITEM             PIC X(1024).
           05 LQC-HOLD-ID          PIC 9(08).
           05 LQC-SEQUENCE         PIC 9(09).
           05 LQC-POSITION         PIC S9(13)V99 COMP-3.
           05 LQC-FLOOR            PIC S9(13)V99 COMP-3.
           05 LQC-STATUS           PIC X(02).
              88 LQC-OK               Value '00'.
              88 LQC-NONE             Value '10'.
              88 LQC-BAD-REQUEST      Value '20'.
              88 LQC-HELD             Value '70'.
              88 LQC-FAILED           Value '90'.
