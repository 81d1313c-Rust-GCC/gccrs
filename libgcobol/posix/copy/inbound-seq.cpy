      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  inbound-seq.cpy
      *  One inbound settlement message of the indexed INBSEQ file,
      *  keyed by the sending counterparty (the SETTLE-MSG envelope
      *  sender, a CPTYMST id) and its message sequence.  SETTLE-RECV
      *  writes the record before it applies the money and marks it
      *  applied afterwards, so a sequence the network delivers a
      *  second time is found here and acknowledged without posting
      *  again.  Disposition:
      *      R received, not yet applied (a record left in this
      *        state means the receiver stopped between the two
      *        writes; the item is checked by hand, never reposted)
      *      P posted to the beneficiary account through INBTRAN
      *      S sent to suspense through INBSUSP
      *  The day's control totals for CTLLEDGR are summed from this
      *  file by business date.  COPY under the FD of INBSEQ.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 INBOUND-SEQ-RECORD.
           05 ISQ-KEY.
              10 ISQ-SENDER         PIC X(08).
              10 ISQ-SEQUENCE       PIC 9(09).
           05 ISQ-BUSINESS-DATE     PIC 9(08).
           05 ISQ-DISPOSITION       PIC X(01).
              88 ISQ-RECEIVED          Value 'R'.
              88 ISQ-POSTED            Value 'P'.
              88 ISQ-SUSPENDED         Value 'S'.
           05 ISQ-REASON            PIC X(03).
           05 ISQ-ACCOUNT-KEY       PIC X(32).
           05 ISQ-CURRENCY          PIC X(03).
           05 ISQ-AMOUNT            PIC S9(13)V99 COMP-3.
           05 ISQ-REFERENCE         PIC X(16).
           05 ISQ-VALUE-DATE        PIC 9(08).
           05 FILLER                PIC X(20).
