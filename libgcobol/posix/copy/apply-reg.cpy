      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  apply-reg.cpy
      *  Request/reply area for the APPLY-REG applied-batch registry
      *  subprogram (subsys/apply-reg.cbl).  INTAKE-GATE stops a
      *  counterparty resending a file; this stops us applying the
      *  same posting file twice.  A posting program hashes every
      *  record of its input on a read-through before it posts
      *  (9880-APPLY-HASH-RECORD, apply-reg-paragraphs.cpy), asks
      *  CHECK, and REGISTERs the file once it is applied.  COPY
      *  into WORKING-STORAGE.  Requests:
      *      CHECK     has content with this hash, record count and
      *                amount total been applied before?  '00' no;
      *                '40' yes -- APC-PRIOR-* say by which program,
      *                on which business date and run; '45' yes, but
      *                the operator has exported APPLY_DUP_OVERRIDE=Y
      *                and the application may go ahead
      *      REGISTER  record the application: file name, counts,
      *                business date, program and run id (the run's
      *                start seconds, its JOBHIST key); marked as an
      *                override when CHECK answered '45'
      *  APC-STATUS '00' ok, '40' already applied, '45' already
      *  applied under override, '80' unknown request, '90' the
      *  registry (APPLYREG) could not be read or written.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 APC-CONTROL.
           05 APC-REQUEST          PIC X(08).
              88 APC-REQ-CHECK        Value 'CHECK'.
              88 APC-REQ-REGISTER     Value 'REGISTER'.
           05 APC-PROGRAM-ID       PIC X(08).
           05 APC-BUSINESS-DATE    PIC 9(08).
           05 APC-RUN-ID           PIC 9(11).
           05 APC-FILE-NAME        PIC X(128).
           05 APC-CONTENT-HASH     PIC 9(15).
           05 APC-RECORD-COUNT     PIC 9(09).
           05 APC-AMOUNT-TOTAL     PIC S9(15)V99.
           05 APC-OVERRIDE-SW      PIC X(01).
              88 APC-OVERRIDE         Value 'Y', False 'N'.
           05 APC-PRIOR-PROGRAM-ID PIC X(08).
           05 APC-PRIOR-DATE       PIC 9(08).
           05 APC-PRIOR-RUN-ID     PIC 9(11).
           05 APC-STATUS           PIC X(02).
              88 APC-OK               Value '00'.
              88 APC-ALREADY-APPLIED  Value '40'.
              88 APC-OVERRIDDEN       Value '45'.
              88 APC-BAD-REQUEST      Value '80'.
              88 APC-REGISTRY-ERROR   Value '90'.
        01 APC-HASH-TEXT           PIC X(512).
        01 APC-HASH-LENGTH         BINARY-LONG.
        01 APC-HASH-WORK           PIC S9(18) COMP-5.
        01 APC-HASH-SUB            BINARY-LONG.
