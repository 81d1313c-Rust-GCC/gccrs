      *  memo-table.cpy
      *  Layout of the shared intraday memo-post segment (shm key
      *  9106, guarded by semaphore key 9107, both created and the
      *  semaphore primed by the IPC-INIT provisioning step).  The
      *  segment holds two sides, one per business day: the side
      *  MEM-OPEN-SIDE names takes the new postings, and at the
      *  ACCTTRAN cut the MEMO-CUT step closes it (state C, dated
      *  the day being posted) and opens the other for the next
      *  business day, so postings reported while the night's
      *  posting run is under way are kept apart from the day it
      *  is posting.  One slot per account with activity on that
      *  side: the accumulated memo movement (fixed-scaled cents
      *  so the postings add exactly, the rsv-results convention)
      *  and the transaction count behind it.  The MEMO-POST
      *  subprogram owns all access; the nightly posting run
      *  clears only the side of the day it posted, once the real
      *  master is updated.  COPY into the LINKAGE SECTION and SET
      *  ADDRESS after posix-shmat.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 MEM-SEGMENT.
           05 MEM-EYE-CATCHER       PIC X(08).
           05 MEM-OPEN-SIDE         PIC S9(4) COMP-5.
           05 MEM-SIDE OCCURS 2 TIMES.
              10 MEM-SIDE-DATE      PIC 9(08).
              10 MEM-SIDE-STATE     PIC X(01).
                 88 MEM-SIDE-OPEN      Value 'O'.
                 88 MEM-SIDE-CUT       Value 'C'.
                 88 MEM-SIDE-EMPTY     Value SPACE.
              10 MEM-SLOT-COUNT     PIC S9(4) COMP-5.
              10 MEM-SLOT OCCURS 256 TIMES.
                 15 MEM-KEY         PIC X(32).
                 15 MEM-MEMO-CENTS  PIC S9(18) COMP-5.
                 15 MEM-TXN-COUNT   PIC S9(9)  COMP-5.
