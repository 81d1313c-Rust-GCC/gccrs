      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  loan-resched.cpy
      *  One regenerated schedule period of the indexed RESCHED
      *  file, keyed by loan id and period number.  LOAN-REPRICE
      *  writes the remaining periods of a loan each time it resets
      *  the loan's rate -- same amounts as a LOAN-SCHED POSTOUT
      *  record, worked at the new rate from the principal not yet
      *  billed -- and LOAN-PAYAPP bills a loan marked
      *  LNM-RESCHEDULED (loan-master.cpy) from here.  LRS-RESET-
      *  DATE is the reset that produced the period.  COPY under
      *  the FD of the RESCHED file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 LOAN-RESCHED-RECORD.
           05 LRS-KEY.
              10 LRS-LOAN-ID        PIC X(12).
              10 LRS-PERIOD         PIC 9(03).
           05 LRS-DUE-DATE          PIC 9(08).
           05 LRS-PAYMENT           PIC 9(13)V99.
           05 LRS-INTEREST          PIC 9(13)V99.
           05 LRS-PRINCIPAL         PIC 9(13)V99.
           05 LRS-BALANCE           PIC 9(13)V99.
           05 LRS-RESET-DATE        PIC 9(08).
           05 FILLER                PIC X(20).
