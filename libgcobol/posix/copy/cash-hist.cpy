      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  cash-hist.cpy
      *  One cash posting on the rolling per-account cash history
      *  of the indexed CASHHIST file, kept by the nightly AML step
      *  (CASH-AML).  Every TXNHIST posting whose origin is a cash
      *  channel on the CASHCODE list is copied here under the
      *  same account key, posting date and sequence, so a rerun
      *  of the night finds the posting already on file instead of
      *  counting it twice.  Entries older than the structuring
      *  window are purged as the account is next examined.
      *  COPY under the FD of the CASHHIST file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 CASH-HISTORY-RECORD.
           05 CHS-KEY.
              10 CHS-ACCOUNT-KEY    PIC X(32).
              10 CHS-POST-DATE      PIC 9(08).
              10 CHS-SEQUENCE       PIC 9(06).
           05 CHS-AMOUNT            PIC S9(13)V99 COMP-3.
           05 CHS-ORIGIN            PIC X(08).
           05 CHS-REFERENCE         PIC X(16).
           05 CHS-NARRATIVE         PIC X(30).
           05 CHS-LOADED-DATE       PIC 9(08).
           05 FILLER                PIC X(20).
