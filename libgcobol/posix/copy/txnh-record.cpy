      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  txnh-record.cpy
      *  One posted-transaction history entry of the indexed
      *  TXNHIST file.  Every posting that moves an account-master
      *  balance leaves one: the signed movement, the balance it
      *  left behind, the narrative, the program the transaction
      *  originated in, its reference, and the program that applied
      *  it to the master.  Keyed account key + posting date + a
      *  sequence within the account's day, so one account's
      *  postings read back in the order they applied.  A posting
      *  the originator dated back carries its value date in
      *  TXH-VALUE-DATE; every other posting carries the posting
      *  date there (spaces on entries written before the field
      *  existed).  TXH-PROVENANCE is the stamp the transaction
      *  carried from intake (the ACCTTRAN ATR-PROVENANCE): the
      *  sender and manifest sequence of the inbound file, or
      *  spaces and zero for a machine-generated posting, the
      *  record number within that file or generated output, and
      *  the run id (business date) of the run that produced it;
      *  spaces on entries written before the stamp existed.
      *  Written and read only through the TXN-HIST subprogram
      *  (txn-hist.cpy).
      *  COPY under the FD of the TXNHIST file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 TXN-HISTORY-RECORD.
           05 TXH-KEY.
              10 TXH-ACCOUNT-KEY    PIC X(32).
              10 TXH-POST-DATE      PIC 9(08).
              10 TXH-SEQUENCE       PIC 9(06).
           05 TXH-ACTION            PIC X(01).
           05 TXH-AMOUNT            PIC S9(13)V99 COMP-3.
           05 TXH-BALANCE           PIC S9(13)V99 COMP-3.
           05 TXH-NARRATIVE         PIC X(30).
           05 TXH-ORIGIN            PIC X(08).
           05 TXH-REFERENCE         PIC X(16).
           05 TXH-POSTED-BY         PIC X(08).
           05 TXH-VALUE-DATE        PIC 9(08).
           05 TXH-PROVENANCE.
              10 TXH-SRC-SENDER     PIC X(08).
              10 TXH-SRC-FILE-SEQ   PIC 9(06).
              10 TXH-SRC-RECORD     PIC 9(09).
              10 TXH-SRC-RUN-ID     PIC X(08).
           05 FILLER                PIC X(01).
