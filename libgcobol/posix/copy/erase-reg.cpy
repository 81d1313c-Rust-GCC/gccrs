      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  erase-reg.cpy
      *  One erasure-register record per account whose customer
      *  data CUST-ERASE has irreversibly erased, keyed by AM-KEY.
      *  The register is the evidence an erasure happened -- the
      *  date, the certificate number printed on ERASCERT and the
      *  closure date the retention period ran from -- and the list
      *  ERASE-SCRUB works from when it clears the same accounts
      *  out of extracts and vaulted copies.  It holds no personal
      *  data itself.  COPY under the FD of the ERASEREG file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 ERASE-REG-RECORD.
           05 ERG-KEY               PIC X(32).
           05 ERG-ERASED-DATE       PIC 9(08).
           05 ERG-CERT-NO           PIC X(16).
           05 ERG-CLOSED-DATE       PIC 9(08).
           05 ERG-RETAIN-YEARS      PIC 9(02).
           05 ERG-ADDR-COUNT        PIC 9(04).
           05 FILLER                PIC X(10).
