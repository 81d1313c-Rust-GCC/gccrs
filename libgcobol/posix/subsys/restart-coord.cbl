      *                        deleting the predicate would have
      *                        turned skip-if-ok steps
      *                        unconditional.
      *  2026-10-15 smckinney  Carries the JSR-DATASETS claim list
      *                        through to the pruned stream, so a
      *                        restarted step still claims its
      *                        datasets before it runs.
      *  2026-10-15 smckinney  Carries the cross-stream trigger
      *                        columns through to the pruned stream.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. RESTART-COORD.
            05  JSR-INPUT-PATH      PIC X(64).
            05  JSR-INPUT-MIN-SIZE  PIC 9(09).
            05  JSR-INPUT-MAX-AGE   PIC 9(05).
            05  JSR-DATASETS        PIC X(43).
            05  JSR-TRIG-STREAM     PIC X(16).
            05  JSR-TRIG-STEP       PIC X(08).
            05  JSR-TRIG-OP         PIC X(02).
            05  JSR-TRIG-STATUS     PIC 9(03).
            05  JSR-TRIG-FILE       PIC X(64).
            05  JSR-TRIG-TIMEOUT    PIC 9(05).
        FD  RESTART-STREAM-FILE.
        01  RESTART-STREAM-RECORD.
            05  RSR-STEP-NAME       PIC X(08).
            05  RSR-INPUT-PATH      PIC X(64).
            05  RSR-INPUT-MIN-SIZE  PIC 9(09).
            05  RSR-INPUT-MAX-AGE   PIC 9(05).
            05  RSR-DATASETS        PIC X(43).
            05  RSR-TRIG-STREAM     PIC X(16).
            05  RSR-TRIG-STEP       PIC X(08).
            05  RSR-TRIG-OP         PIC X(02).
            05  RSR-TRIG-STATUS     PIC 9(03).
            05  RSR-TRIG-FILE       PIC X(64).
            05  RSR-TRIG-TIMEOUT    PIC 9(05).
        Working-Storage Section.
        COPY ckpt-record.
        01  CKPT-FD                 PIC 9(8) Usage COMP.
            MOVE JSR-INPUT-PATH   TO RSR-INPUT-PATH
            MOVE JSR-INPUT-MIN-SIZE TO RSR-INPUT-MIN-SIZE
            MOVE JSR-INPUT-MAX-AGE  TO RSR-INPUT-MAX-AGE
            MOVE JSR-DATASETS       TO RSR-DATASETS
            MOVE JSR-TRIG-STREAM    TO RSR-TRIG-STREAM
            MOVE JSR-TRIG-STEP      TO RSR-TRIG-STEP
            MOVE JSR-TRIG-OP        TO RSR-TRIG-OP
            MOVE JSR-TRIG-STATUS    TO RSR-TRIG-STATUS
            MOVE JSR-TRIG-FILE      TO RSR-TRIG-FILE
            MOVE JSR-TRIG-TIMEOUT   TO RSR-TRIG-TIMEOUT
            PERFORM 2450-PRUNE-DEAD-CONDITIONS
               THRU 2450-PRUNE-DEAD-CONDITIONS-EXIT
            MOVE SPACES TO RSC-PRED-NAMES
