      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  fwd-change.cpy
      *  One future-dated master change waiting for its effective
      *  business date on the pending-effective file FWDCHG.  A
      *  transaction reaching ACCT-MAINT or ACCT-BULK with an
      *  effective date after the business date, or a change keyed
      *  on ACCT-SCREEN with one, is edited and captured here whole
      *  (the 300-byte ACCTTRAN record) instead of applying.
      *  FWD-SCHED, run as a step after BUSDATE-ROLL, releases
      *  every scheduled change whose date has come into that
      *  day's ACCT-MAINT run, where it meets the normal edits,
      *  journal and audit; an operator may cancel a scheduled
      *  change up to then.
      *  Record id zero is the id counter (the next id rides in
      *  FWC-EFFECTIVE-DATE), never a change.  COPY under the FD
      *  of the FWDCHG file: primary key FWC-ID, alternate key
      *  FWC-ACCOUNT-KEY with duplicates.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 FWD-CHANGE-RECORD.
           05 FWC-ID                PIC 9(08).
           05 FWC-STATUS            PIC X(01).
              88 FWC-STATUS-SCHEDULED  Value 'S'.
              88 FWC-STATUS-RELEASED   Value 'R'.
              88 FWC-STATUS-CANCELLED  Value 'C'.
           05 FWC-ACCOUNT-KEY       PIC X(32).
           05 FWC-EFFECTIVE-DATE    PIC 9(08).
           05 FWC-SCHEDULED-DATE    PIC 9(08).
           05 FWC-SOURCE            PIC X(08).
           05 FWC-SCHEDULED-BY      PIC X(12).
           05 FWC-REASON            PIC X(04).
      *    the date released or cancelled, and by whom
           05 FWC-ACTION-DATE       PIC 9(08).
           05 FWC-ACTION-BY         PIC X(12).
           05 FWC-TRANSACTION       PIC X(300).
           05 FWC-TRAN-VIEW REDEFINES FWC-TRANSACTION.
              10 FWC-TRAN-ACTION    PIC X(01).
              10 FILLER             PIC X(178).
              10 FWC-TRAN-NARRATIVE PIC X(30).
              10 FILLER             PIC X(52).
              10 FWC-TRAN-EFFECTIVE PIC X(08).
              10 FILLER             PIC X(31).
           05 FILLER                PIC X(19).
