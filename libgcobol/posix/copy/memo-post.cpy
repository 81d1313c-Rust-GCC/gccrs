      *  'MEMO-POST'.
      *
      *  Requests:
      *      POST      accumulate MPQ-AMOUNT against MPQ-KEY on the
      *                open side and log it to MEMOLOG with
      *                MPQ-REFERENCE and MPQ-ORIGIN; MPQ-DATE comes
      *                back as the business day it was taken for
      *      QUERY     return the key's memo total and count, both
      *                sides together (neither is on the master)
      *      CUTOVER   close the open side as MPQ-DATE, the day
      *                being posted, and open the other for
      *                MPQ-NEXT-DATE (the ACCTTRAN cut); the closed
      *                side's total and count come back
      *      CLEAR     empty the side of business day MPQ-DATE
      *                (the nightly posting run, once the real
      *                master is updated)
      *  MPQ-STATUS '00' ok, '10' segment not attachable, '20' bad
      *  request, '30' table full (the posting is NOT recorded),
      *  '40' MEMOLOG not writable (the posting is NOT recorded),
      *  '50' cutover refused: the other side still holds a day
      *  not yet cleared, '60' no side for MPQ-DATE (nothing
      *  cleared), '70' cleared, but the day was never cut over,
      *  so postings since the ACCTTRAN cut went with it, '80' no
      *  business date established to open the side under (the
      *  posting is NOT recorded).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 MPQ-CONTROL.
           05 MPQ-REQUEST          PIC X(08).
              88 MPQ-REQ-POST         Value 'POST'.
              88 MPQ-REQ-QUERY        Value 'QUERY'.
              88 MPQ-REQ-CUTOVER      Value 'CUTOVER'.
              88 MPQ-REQ-CLEAR        Value 'CLEAR'.
           05 MPQ-STATUS           PIC X(02).
              88 MPQ-OK               Value '00'.
              88 MPQ-NO-SEGMENT       Value '10'.
              88 MPQ-BAD-REQUEST      Value '20'.
              88 MPQ-TABLE-FULL       Value '30'.
              88 MPQ-LOG-FAILED       Value '40'.
              88 MPQ-DAY-NOT-CLEARED  Value '50'.
              88 MPQ-NO-DAY           Value '60'.
              88 MPQ-CLEARED-UNCUT    Value '70'.
              88 MPQ-NO-BUS-DATE      Value '80'.
           05 MPQ-KEY              PIC X(32).
           05 MPQ-AMOUNT           PIC S9(13)V99 COMP-3.
           05 MPQ-MEMO-TOTAL       PIC S9(13)V99 COMP-3.
           05 MPQ-TXN-COUNT        PIC 9(09).
           05 MPQ-DATE             PIC 9(08).
           05 MPQ-NEXT-DATE        PIC 9(08).
           05 MPQ-REFERENCE        PIC X(16).
           05 MPQ-ORIGIN           PIC X(08).
