      *  (subsys/branch-lookup.cbl).  COPY into WORKING-STORAGE and
      *  pass BY REFERENCE on every CALL 'BRANCH-LOOKUP'.  The
      *  caller supplies the four-character branch code; the reply
      *  is the branch's name, region and open/closed status, and
      *  for a closed branch the successor it named.
      *  BLQ-STATUS '00' ok, '10' branch not on the master, '30'
      *  branch master not openable.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           05 BLQ-BRANCH-STATUS    PIC X(01).
              88 BLQ-BRANCH-ACTIVE    Value 'A'.
              88 BLQ-BRANCH-CLOSED    Value 'C'.
           05 BLQ-SUCCESSOR        PIC X(04).
           05 BLQ-STATUS           PIC X(02).
              88 BLQ-OK               Value '00'.
              88 BLQ-UNKNOWN          Value '10'.
