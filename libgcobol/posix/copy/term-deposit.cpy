      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  term-deposit.cpy
      *  One deposit record of the indexed TERMDEP file, the
      *  companion of a 'TD' account on the account master and keyed
      *  by the same AM-KEY.  The master carries the balance; this
      *  record carries the terms: principal placed, annual rate
      *  (percent, as SAVRATES), day-count convention, term, start
      *  and maturity dates, and what to do at maturity --
      *      P  roll the principal for another term, interest paid
      *         away to TDR-PAYOUT-KEY
      *      R  roll principal plus interest for another term
      *      O  pay principal and interest out to TDR-PAYOUT-KEY
      *  Maintained by TD-MAINT; TD-MATURE settles each deposit on
      *  its maturity date (rolled to the next business day) or on
      *  the business day after an early break was lodged, and
      *  moves the term on for a rollover.  COPY under the FD of the
      *  TERMDEP file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 TERM-DEPOSIT-RECORD.
           05 TDR-KEY               PIC X(32).
           05 TDR-PRINCIPAL         PIC S9(13)V99 COMP-3.
           05 TDR-RATE              PIC 9(3)V9(6).
           05 TDR-CONVENTION        PIC X(07).
           05 TDR-TERM-MONTHS       PIC 9(03).
           05 TDR-START-DATE        PIC 9(08).
           05 TDR-MATURITY-DATE     PIC 9(08).
           05 TDR-INSTRUCTION       PIC X(01).
              88 TDR-ROLL-PRINCIPAL    Value 'P'.
              88 TDR-ROLL-ALL          Value 'R'.
              88 TDR-PAY-OUT           Value 'O'.
              88 TDR-INSTRUCTION-VALID Value 'P' 'R' 'O'.
           05 TDR-PAYOUT-KEY        PIC X(32).
           05 TDR-STATUS            PIC X(01).
              88 TDR-STATUS-ACTIVE     Value 'A'.
              88 TDR-STATUS-BREAK-DUE  Value 'K'.
              88 TDR-STATUS-MATURED    Value 'M'.
              88 TDR-STATUS-BROKEN     Value 'B'.
           05 TDR-BREAK-DATE        PIC 9(08).
           05 TDR-ROLL-COUNT        PIC 9(03).
           05 TDR-LAST-SETTLED-DATE PIC 9(08).
           05 TDR-INTEREST-PAID-TD  PIC S9(13)V99 COMP-3.
           05 TDR-PENALTY-TD        PIC S9(13)V99 COMP-3.
           05 FILLER                PIC X(20).
