      *  pass BY REFERENCE on every CALL 'ADDR-LOOKUP'.  The caller
      *  supplies the account key and an as-of date; the reply is
      *  the address in force on that date (the record with the
      *  highest effective date not after it).  The address lines
      *  and city come back clear only when PII-CRYPT authorizes
      *  the caller named in ALQ-PROGRAM-ID / ALQ-USER at
      *  ALQ-USER-TIER; otherwise masked, with ALQ-ADDR-MASKED
      *  set.  ALQ-HOLD-MAIL is set when mail sent to the address
      *  in force has come back (addr-master.cpy): the caller
      *  routes the customer's paper to the hold-mail bundle,
      *  burst key 'HOLD', instead of the branch.  ALQ-STATUS '00'
      *  ok, '10' no address on file for the key, '30' address
      *  master not openable.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 ALQ-CONTROL.
           05 ALQ-KEY              PIC X(32).
           05 ALQ-ASOF-DATE        PIC 9(08).
           05 ALQ-PROGRAM-ID       PIC X(08).
           05 ALQ-USER             PIC X(12).
           05 ALQ-USER-TIER        PIC 9(01).
           05 ALQ-ADDR1            PIC X(30).
           05 ALQ-ADDR2            PIC X(30).
           05 ALQ-CITY             PIC X(20).
           05 ALQ-POSTCODE         PIC X(10).
           05 ALQ-EFFECTIVE-DATE   PIC 9(08).
           05 ALQ-MASKED-SW        PIC X(01).
              88 ALQ-ADDR-MASKED      Value 'Y', False 'N'.
           05 ALQ-MAIL-STATUS      PIC X(01).
              88 ALQ-HOLD-MAIL        Value 'R'.
           05 ALQ-HOLD-SINCE       PIC 9(08).
           05 ALQ-RETURNED-DOC     PIC X(04).
           05 ALQ-STATUS           PIC X(02).
              88 ALQ-OK               Value '00'.
              88 ALQ-NOT-FOUND        Value '10'.
