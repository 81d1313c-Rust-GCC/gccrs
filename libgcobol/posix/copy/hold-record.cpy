      *  HOLD-MAINT screen (mandatory reason code), expired
      *  automatically by the HOLD-EXPIRE sweep on the date roll,
      *  summed by the HOLD-CHECK subprogram for the posting-path
      *  held-funds test and the listener's hold inquiry.  A hold
      *  with reason STOP is a stop-payment on one cheque: it holds
      *  no funds, and HOLD-CHECK matches inward-clearing items
      *  against its cheque number and (when not zero) amount.  A
      *  hold with reason SANC is a sanctions freeze placed by
      *  SANC-SCREEN for the whole balance (the largest amount the
      *  field holds, no expiry); only the release of its
      *  sanctions hold in CHANGE-REVIEW lifts it.  A hold with
      *  reason LEGL is a legal hold placed while the account is
      *  under litigation; like any active hold it keeps
      *  CUST-ERASE away from the account.
      *  COPY under the FD of the HOLDS file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 HOLD-RECORD.
           05 HLD-KEY.
              10 HLD-HOLD-NO        PIC 9(04).
           05 HLD-AMOUNT            PIC S9(13)V99 COMP-3.
           05 HLD-REASON            PIC X(04).
              88 HLD-STOP-PAYMENT      Value 'STOP'.
              88 HLD-SANCTIONS-FREEZE  Value 'SANC'.
              88 HLD-LEGAL-HOLD        Value 'LEGL'.
           05 HLD-PLACED-BY         PIC X(12).
           05 HLD-PLACED-DATE       PIC 9(08).
           05 HLD-EXPIRY-DATE       PIC 9(08).
              88 HLD-STATUS-ACTIVE     Value 'A'.
              88 HLD-STATUS-RELEASED   Value 'R'.
              88 HLD-STATUS-EXPIRED    Value 'E'.
           05 HLD-CHEQUE-NO         PIC 9(08).
           05 FILLER                PIC X(02).
