      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  dsn-claim-table.cpy
      *  Layout of the shared dataset-claim segment (shm key 9108,
      *  guarded by semaphore key 9109, both created and the
      *  semaphore primed by the IPC-INIT provisioning step).  One
      *  slot per claim a running job step holds on a dataset:
      *  dataset name, shared or exclusive mode, and the holder --
      *  stream id, step name, the pid of the POSIX-JOB-DRIVER that
      *  dispatched it and when the claim was taken.  Every shared
      *  holder has a slot of its own, so the display names them
      *  all.  COPY into the LINKAGE SECTION of DSN-CLAIM and
      *  JOB-CONSOLE and SET ADDRESS after posix-shmat.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 DCT-SEGMENT.
           05 DCT-EYE-CATCHER       PIC X(08).
           05 DCT-SLOT-COUNT        PIC S9(4) COMP-5.
           05 DCT-SLOT OCCURS 64 TIMES.
              10 DCT-DATASET        PIC X(08).
              10 DCT-MODE           PIC X(01).
              10 DCT-STREAM-ID      PIC X(16).
              10 DCT-STEP-NAME      PIC X(08).
              10 DCT-OWNER-PID      PIC S9(9) COMP-5.
              10 DCT-CLAIMED        PIC X(14).
