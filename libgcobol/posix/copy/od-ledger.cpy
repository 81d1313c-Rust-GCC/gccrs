      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  od-ledger.cpy
      *  One overdraft-interest ledger record per checking account:
      *  the debit interest accrued and not yet charged (carried to
      *  four decimals so the daily fractions do not lose cents),
      *  the date accrued through, and the year-to-date interest
      *  charged.  Maintained in the indexed ODLEDGR file by the
      *  OD-ACCRUE nightly batch.  ODG-KEY matches AM-KEY so a
      *  ledger line keys straight back to its master record.  COPY
      *  under the FD of the ODLEDGR file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 OD-LEDGER-RECORD.
           05 ODG-KEY               PIC X(32).
           05 ODG-ACCRUED-TD        PIC S9(13)V9(4) COMP-3.
           05 ODG-THROUGH-DATE      PIC 9(08).
           05 ODG-CHARGED-YTD       PIC S9(13)V99 COMP-3.
           05 ODG-LAST-CHARGE-DATE  PIC 9(08).
           05 FILLER                PIC X(12).
