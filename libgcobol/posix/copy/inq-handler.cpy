      *  transaction handler subprogram.  The listener fills the
      *  request side and CALLs the handler named in the TXNTABLE
      *  registry with this area BY REFERENCE; the handler fills the
      *  reply side and IHX-STATUS.  IHX-USER / IHX-USER-TIER are
      *  the signed-on caller, for a handler that asks PII-CRYPT
      *  for a protected field (PCX-USER / PCX-USER-TIER).  COPY
      *  into the listener's WORKING-STORAGE and into each
      *  handler's LINKAGE SECTION.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 IHX-EXCHANGE.
           05 IHX-TXN-CODE         PIC X(04).
           05 IHX-USER             PIC X(12).
           05 IHX-USER-TIER        PIC 9(01).
           05 IHX-REQUEST-LENGTH   Binary-Long.
           05 IHX-REQUEST          PIC X(4096).
           05 IHX-REPLY-LENGTH     Binary-Long.
