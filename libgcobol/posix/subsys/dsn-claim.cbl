      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  dsn-claim.cbl
      *
      *  Dataset claim manager for concurrently running job streams.
      *  LOCK-MANAGER guards single records; this guards whole
      *  datasets -- ACCTMST, BALHIST, POSTSEQ -- between separate
      *  POSIX-JOB-DRIVER processes that STREAM-SCHED may have
      *  running side by side.  Each JOBSTEPS step declares the
      *  datasets it uses, shared or exclusive; the driver claims
      *  them here before the fork and releases them when the step
      *  is reaped.  Any number of shared claims on a dataset may
      *  stand together; an exclusive claim stands alone.
      *
      *  A claim is all or nothing and never waits: when any one
      *  dataset is held in a conflicting mode nothing is granted
      *  and DCM-HELD comes back naming the holder, so the driver
      *  can hold the step, say who it is waiting for and carry on
      *  dispatching the rest of its stream.  A claim whose driver
      *  pid no longer exists is stale -- the driver died without
      *  releasing -- and is cleared when it gets in the way.
      *
      *  The shm segment (key 9108) and its semaphore (key 9109)
      *  are created by the IPC-INIT provisioning step.  JOB-CONSOLE
      *  -CMD=CLAIMS shows who holds which dataset.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. DSN-CLAIM.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-SHMGET
            Function POSIX-SEMGET
            Function POSIX-SEMOP.
        Data Division.
        Working-Storage Section.
        01  DCW-SHM-KEY           Binary-Long Value 9108.
        01  DCW-SEM-KEY           Binary-Long Value 9109.
        01  DCW-SHM-ID            Binary-Long Value -1.
        01  DCW-SEM-ID            Binary-Long Value -1.
        01  DCW-SEG-PTR           Usage POINTER.
        01  DCW-RC                Binary-Long.
        01  DCW-MY-PID            Binary-Long Value 0.
        01  DCW-ATTACHED-SWITCH   PIC X(01) Value 'N'.
            88  DCW-ATTACHED          Value 'Y', False 'N'.
        01  DCW-SEMBUF.
            05  DCW-SEM-NUM       PIC 9(4)  COMP-5 Value 0.
            05  DCW-SEM-OP        PIC S9(4) COMP-5 Value 0.
            05  DCW-SEM-FLG       PIC S9(4) COMP-5 Value 0.
            05  FILLER            PIC X(18) Value Low-Values.
        01  DCW-SUB               Binary-Long.
        01  DCW-DSN-SUB           Binary-Long.
        01  DCW-FREE-COUNT        Binary-Long.
        01  DCW-NEED-COUNT        Binary-Long.
        01  DCW-CONFLICT-SWITCH   PIC X(01).
            88  DCW-CONFLICT          Value 'Y', False 'N'.
        01  DCW-NOW               PIC X(21).
        Linkage Section.
        COPY dsn-claim.
        COPY dsn-claim-table.
        Procedure Division Using DCM-CONTROL.
        0000-DISPATCH.
            IF NOT DCW-ATTACHED
               PERFORM 1000-ATTACH THRU 1000-ATTACH-EXIT
            END-IF
            IF NOT DCW-ATTACHED
               SET DCM-NOT-ATTACHED TO TRUE
               GOBACK
            END-IF
            EVALUATE TRUE
               WHEN DCM-REQ-CLAIM
                  PERFORM 2000-CLAIM THRU 2000-CLAIM-EXIT
               WHEN DCM-REQ-RELEASE
                  PERFORM 3000-RELEASE THRU 3000-RELEASE-EXIT
               WHEN DCM-REQ-RELEASE-ALL
                  PERFORM 3000-RELEASE THRU 3000-RELEASE-EXIT
               WHEN OTHER
                  SET DCM-BAD-REQUEST TO TRUE
            END-EVALUATE
            GOBACK.

        1000-ATTACH.
            CALL "getpid" RETURNING DCW-MY-PID END-CALL
            MOVE FUNCTION POSIX-SHMGET(DCW-SHM-KEY,
                 LENGTH OF DCT-SEGMENT, 0) TO DCW-SHM-ID
            IF DCW-SHM-ID < 0
               DISPLAY 'dsn-claim: shmget failed rc=' DCW-SHM-ID
               GO TO 1000-ATTACH-EXIT
            END-IF
            CALL "posix-shmat" USING BY VALUE DCW-SHM-ID
                 BY VALUE 0 BY VALUE 0
                RETURNING DCW-SEG-PTR
            END-CALL
            IF DCW-SEG-PTR = NULL
               DISPLAY 'dsn-claim: shmat failed'
               GO TO 1000-ATTACH-EXIT
            END-IF
            SET ADDRESS OF DCT-SEGMENT TO DCW-SEG-PTR
            MOVE FUNCTION POSIX-SEMGET(DCW-SEM-KEY, 1, 0)
              TO DCW-SEM-ID
            IF DCW-SEM-ID < 0
               DISPLAY 'dsn-claim: semget failed rc=' DCW-SEM-ID
               GO TO 1000-ATTACH-EXIT
            END-IF
            SET DCW-ATTACHED TO TRUE
            PERFORM 1100-LOCK-TABLE THRU 1100-LOCK-TABLE-EXIT
            IF DCT-EYE-CATCHER NOT = 'DSNCLAIM'
               MOVE 'DSNCLAIM' TO DCT-EYE-CATCHER
               MOVE 0 TO DCT-SLOT-COUNT
               PERFORM 1200-CLEAR-ONE-SLOT
                  THRU 1200-CLEAR-ONE-SLOT-EXIT
                  VARYING DCW-SUB FROM 1 BY 1
                  UNTIL DCW-SUB > 64
            END-IF
            PERFORM 1110-UNLOCK-TABLE THRU 1110-UNLOCK-TABLE-EXIT.
        1000-ATTACH-EXIT.
            EXIT.

        1100-LOCK-TABLE.
            MOVE 0  TO DCW-SEM-NUM
            MOVE -1 TO DCW-SEM-OP
            MOVE 0  TO DCW-SEM-FLG
            MOVE FUNCTION POSIX-SEMOP(DCW-SEM-ID, DCW-SEMBUF, 1)
              TO DCW-RC.
        1100-LOCK-TABLE-EXIT.
            EXIT.

        1110-UNLOCK-TABLE.
            MOVE 0 TO DCW-SEM-NUM
            MOVE 1 TO DCW-SEM-OP
            MOVE 0 TO DCW-SEM-FLG
            MOVE FUNCTION POSIX-SEMOP(DCW-SEM-ID, DCW-SEMBUF, 1)
              TO DCW-RC.
        1110-UNLOCK-TABLE-EXIT.
            EXIT.

        1200-CLEAR-ONE-SLOT.
            MOVE SPACES TO DCT-DATASET (DCW-SUB)
            MOVE SPACE TO DCT-MODE (DCW-SUB)
            MOVE SPACES TO DCT-STREAM-ID (DCW-SUB)
            MOVE SPACES TO DCT-STEP-NAME (DCW-SUB)
            MOVE 0 TO DCT-OWNER-PID (DCW-SUB)
            MOVE SPACES TO DCT-CLAIMED (DCW-SUB).
        1200-CLEAR-ONE-SLOT-EXIT.
            EXIT.

      * test every dataset first and grant only when none conflicts,
      * so a step never sits on half its datasets while it waits
      * for the rest
        2000-CLAIM.
            SET DCM-GRANTED TO TRUE
            MOVE SPACES TO DCM-HOLDER-DATASET DCM-HOLDER-MODE
                           DCM-HOLDER-STREAM DCM-HOLDER-STEP
            MOVE 0 TO DCM-HOLDER-PID
            MOVE 0 TO DCW-NEED-COUNT
            PERFORM 2010-CHECK-ONE-MODE THRU 2010-CHECK-ONE-MODE-EXIT
               VARYING DCW-DSN-SUB FROM 1 BY 1
               UNTIL DCW-DSN-SUB > 4
            IF DCM-BAD-REQUEST
               GO TO 2000-CLAIM-EXIT
            END-IF
            PERFORM 1100-LOCK-TABLE THRU 1100-LOCK-TABLE-EXIT
            SET DCW-CONFLICT TO FALSE
            PERFORM 2100-TEST-ONE-DATASET
               THRU 2100-TEST-ONE-DATASET-EXIT
               VARYING DCW-DSN-SUB FROM 1 BY 1
               UNTIL DCW-DSN-SUB > 4
                  OR DCW-CONFLICT
            IF DCW-CONFLICT
               SET DCM-HELD TO TRUE
               PERFORM 1110-UNLOCK-TABLE THRU 1110-UNLOCK-TABLE-EXIT
               GO TO 2000-CLAIM-EXIT
            END-IF
            MOVE 0 TO DCW-FREE-COUNT
            PERFORM 2300-COUNT-ONE-FREE THRU 2300-COUNT-ONE-FREE-EXIT
               VARYING DCW-SUB FROM 1 BY 1
               UNTIL DCW-SUB > 64
            IF DCW-FREE-COUNT < DCW-NEED-COUNT
               SET DCM-TABLE-FULL TO TRUE
               PERFORM 1110-UNLOCK-TABLE THRU 1110-UNLOCK-TABLE-EXIT
               GO TO 2000-CLAIM-EXIT
            END-IF
            MOVE FUNCTION CURRENT-DATE TO DCW-NOW
            PERFORM 2400-GRANT-ONE-DATASET
               THRU 2400-GRANT-ONE-DATASET-EXIT
               VARYING DCW-DSN-SUB FROM 1 BY 1
               UNTIL DCW-DSN-SUB > 4
            SET DCM-GRANTED TO TRUE
            PERFORM 1110-UNLOCK-TABLE THRU 1110-UNLOCK-TABLE-EXIT.
        2000-CLAIM-EXIT.
            EXIT.

        2010-CHECK-ONE-MODE.
            IF DCM-DSN-NAME (DCW-DSN-SUB) = SPACES
               GO TO 2010-CHECK-ONE-MODE-EXIT
            END-IF
            IF DCM-DSN-MODE (DCW-DSN-SUB) NOT = 'S' AND
               DCM-DSN-MODE (DCW-DSN-SUB) NOT = 'X'
               SET DCM-BAD-REQUEST TO TRUE
               GO TO 2010-CHECK-ONE-MODE-EXIT
            END-IF
            ADD 1 TO DCW-NEED-COUNT.
        2010-CHECK-ONE-MODE-EXIT.
            EXIT.

        2100-TEST-ONE-DATASET.
            IF DCM-DSN-NAME (DCW-DSN-SUB) = SPACES
               GO TO 2100-TEST-ONE-DATASET-EXIT
            END-IF
            PERFORM 2110-TEST-ONE-SLOT THRU 2110-TEST-ONE-SLOT-EXIT
               VARYING DCW-SUB FROM 1 BY 1
               UNTIL DCW-SUB > 64
                  OR DCW-CONFLICT.
        2100-TEST-ONE-DATASET-EXIT.
            EXIT.

      * a step's own earlier claim never conflicts with itself; a
      * holder whose driver has gone is swept away, not waited on
        2110-TEST-ONE-SLOT.
            IF DCT-DATASET (DCW-SUB) NOT = DCM-DSN-NAME (DCW-DSN-SUB)
               GO TO 2110-TEST-ONE-SLOT-EXIT
            END-IF
            IF DCT-OWNER-PID (DCW-SUB) = DCW-MY-PID AND
               DCT-STEP-NAME (DCW-SUB) = DCM-STEP-NAME
               GO TO 2110-TEST-ONE-SLOT-EXIT
            END-IF
            IF DCT-MODE (DCW-SUB) = 'S' AND
               DCM-DSN-MODE (DCW-DSN-SUB) = 'S'
               GO TO 2110-TEST-ONE-SLOT-EXIT
            END-IF
            CALL "kill" USING BY VALUE DCT-OWNER-PID (DCW-SUB)
                 BY VALUE 0
                RETURNING DCW-RC
            END-CALL
            IF DCW-RC NOT = 0
               DISPLAY 'dsn-claim: stale claim on '
                  DCT-DATASET (DCW-SUB) ' by stream '
                  DCT-STREAM-ID (DCW-SUB) ' step '
                  DCT-STEP-NAME (DCW-SUB) ' pid '
                  DCT-OWNER-PID (DCW-SUB) ' cleared'
               PERFORM 1200-CLEAR-ONE-SLOT
                  THRU 1200-CLEAR-ONE-SLOT-EXIT
               GO TO 2110-TEST-ONE-SLOT-EXIT
            END-IF
            SET DCW-CONFLICT TO TRUE
            MOVE DCT-DATASET (DCW-SUB) TO DCM-HOLDER-DATASET
            MOVE DCT-MODE (DCW-SUB) TO DCM-HOLDER-MODE
            MOVE DCT-STREAM-ID (DCW-SUB) TO DCM-HOLDER-STREAM
            MOVE DCT-STEP-NAME (DCW-SUB) TO DCM-HOLDER-STEP
            MOVE DCT-OWNER-PID (DCW-SUB) TO DCM-HOLDER-PID.
        2110-TEST-ONE-SLOT-EXIT.
            EXIT.

        2300-COUNT-ONE-FREE.
            IF DCT-DATASET (DCW-SUB) = SPACES
               ADD 1 TO DCW-FREE-COUNT
            END-IF.
        2300-COUNT-ONE-FREE-EXIT.
            EXIT.

        2400-GRANT-ONE-DATASET.
            IF DCM-DSN-NAME (DCW-DSN-SUB) = SPACES
               GO TO 2400-GRANT-ONE-DATASET-EXIT
            END-IF
            MOVE 1 TO DCW-SUB
            PERFORM 2410-NEXT-SLOT THRU 2410-NEXT-SLOT-EXIT
               UNTIL DCW-SUB > 64
                  OR DCT-DATASET (DCW-SUB) = SPACES
            MOVE DCM-DSN-NAME (DCW-DSN-SUB) TO DCT-DATASET (DCW-SUB)
            MOVE DCM-DSN-MODE (DCW-DSN-SUB) TO DCT-MODE (DCW-SUB)
            MOVE DCM-STREAM-ID TO DCT-STREAM-ID (DCW-SUB)
            MOVE DCM-STEP-NAME TO DCT-STEP-NAME (DCW-SUB)
            MOVE DCW-MY-PID TO DCT-OWNER-PID (DCW-SUB)
            MOVE DCW-NOW (1:14) TO DCT-CLAIMED (DCW-SUB)
            IF DCW-SUB > DCT-SLOT-COUNT
               MOVE DCW-SUB TO DCT-SLOT-COUNT
            END-IF.
        2400-GRANT-ONE-DATASET-EXIT.
            EXIT.

        2410-NEXT-SLOT.
            ADD 1 TO DCW-SUB.
        2410-NEXT-SLOT-EXIT.
            EXIT.

        3000-RELEASE.
            PERFORM 1100-LOCK-TABLE THRU 1100-LOCK-TABLE-EXIT
            PERFORM 3100-RELEASE-ONE-SLOT
               THRU 3100-RELEASE-ONE-SLOT-EXIT
               VARYING DCW-SUB FROM 1 BY 1
               UNTIL DCW-SUB > 64
            SET DCM-GRANTED TO TRUE
            PERFORM 1110-UNLOCK-TABLE THRU 1110-UNLOCK-TABLE-EXIT.
        3000-RELEASE-EXIT.
            EXIT.

        3100-RELEASE-ONE-SLOT.
            IF DCT-DATASET (DCW-SUB) = SPACES OR
               DCT-OWNER-PID (DCW-SUB) NOT = DCW-MY-PID
               GO TO 3100-RELEASE-ONE-SLOT-EXIT
            END-IF
            IF DCM-REQ-RELEASE AND
               DCT-STEP-NAME (DCW-SUB) NOT = DCM-STEP-NAME
               GO TO 3100-RELEASE-ONE-SLOT-EXIT
            END-IF
            PERFORM 1200-CLEAR-ONE-SLOT THRU 1200-CLEAR-ONE-SLOT-EXIT.
        3100-RELEASE-ONE-SLOT-EXIT.
            EXIT.
        End Program DSN-CLAIM.
