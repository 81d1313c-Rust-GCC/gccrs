      *  pass BY REFERENCE on every CALL 'HOLD-CHECK'.  The caller
      *  supplies the account key and the business date; the reply
      *  is the total of holds active on that date and their count.
      *  A hold whose expiry date is zero never expires.  Stop-
      *  payment holds (reason STOP) are not funds and are never in
      *  the total; a STOPCHK request also tests HCQ-CHEQUE-NO and
      *  HCQ-CHEQUE-AMOUNT against the account's active stops and
      *  sets HCQ-STOPPED on a match.  Any other request value
      *  (including spaces) totals only.
      *  HCQ-STATUS '00' ok (including zero holds), '30' holds file
      *  not openable.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           05 HCQ-STATUS           PIC X(02).
              88 HCQ-OK               Value '00'.
              88 HCQ-NO-FILE          Value '30'.
           05 HCQ-REQUEST          PIC X(08).
              88 HCQ-REQ-STOPCHK      Value 'STOPCHK'.
           05 HCQ-CHEQUE-NO        PIC 9(08).
           05 HCQ-CHEQUE-AMOUNT    PIC S9(13)V99 COMP-3.
           05 HCQ-STOP-SW          PIC X(01).
              88 HCQ-STOPPED          Value 'Y', False 'N'.
