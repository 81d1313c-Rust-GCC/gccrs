      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  applied-batch.cpy
      *  One application of a posting file, on the applied-batch
      *  registry (APPLYREG, indexed on APB-KEY), written by
      *  APPLY-REG and listed by APPLY-REPORT.  The key leads with
      *  the content identity -- hash, record count and amount
      *  total -- so every application of the same content sits
      *  together, in run order.  COPY under the FD of the APPLYREG
      *  file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 APPLIED-BATCH-RECORD.
           05 APB-KEY.
              10 APB-CONTENT-HASH  PIC 9(15).
              10 APB-RECORD-COUNT  PIC 9(09).
              10 APB-AMOUNT-TOTAL  PIC S9(15)V99
                                   Sign Leading Separate.
              10 APB-RUN-ID        PIC 9(11).
           05 APB-PROGRAM-ID       PIC X(08).
           05 APB-BUSINESS-DATE    PIC 9(08).
           05 APB-APPLIED-DATE     PIC 9(08).
           05 APB-APPLIED-TIME     PIC 9(06).
           05 APB-FILE-NAME        PIC X(128).
           05 APB-OVERRIDE-SW      PIC X(01).
              88 APB-OVERRIDE         Value 'Y'.
           05 FILLER               PIC X(16).
