      *      record locks     shm 9102   sem 9103
      *      reserve results  shm 9104   sem 9105
      *      memo post        shm 9106   sem 9107
      *      dataset claims   shm 9108   sem 9109
      *
      *  Each segment is created with IPC_CREAT and mode 0600,
      *  initialized (eye-catcher set, counts zeroed), and its
      *                        shadow segment (memo-table.cpy,
      *                        shm 9106 / sem 9107) alongside the
      *                        original three.
      *  2026-10-15 smckinney  Provisions the dataset-claim segment
      *                        (dsn-claim-table.cpy, shm 9108 / sem
      *                        9109) that DSN-CLAIM keeps for job
      *                        streams running side by side.
      *  2026-10-15 smckinney  The memo-post segment is created with
      *                        its two business-day sides empty and
      *                        side 1 open for postings.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. IPC-INIT.
            05  IPC-SEM-FLG       PIC S9(4) COMP-5 Value 0.
            05  FILLER            PIC X(18) Value Low-Values.
        01  IPC-SUB               Binary-Long.
        01  IPC-SIDE              Binary-Long.
        Linkage Section.
        COPY ctl-totals.
        COPY lock-table.
        COPY rsv-results.
        COPY memo-table.
        COPY dsn-claim-table.
        Procedure Division.
        0000-MAINLINE.
            SET JOB-OK TO TRUE
               THRU 3000-PROVISION-RESERVE-EXIT
            PERFORM 4000-PROVISION-MEMO
               THRU 4000-PROVISION-MEMO-EXIT
            PERFORM 4500-PROVISION-CLAIMS
               THRU 4500-PROVISION-CLAIMS-EXIT
            DISPLAY 'ipc-init: provisioning complete'
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
                  ' provisioned'
            ELSE
               MOVE 'MEMOPOST' TO MEM-EYE-CATCHER
               MOVE 1 TO MEM-OPEN-SIDE
               PERFORM 4050-CLEAR-ONE-MEMO-SIDE
                  THRU 4050-CLEAR-ONE-MEMO-SIDE-EXIT
                  VARYING IPC-SIDE FROM 1 BY 1
                  UNTIL IPC-SIDE > 2
               SET MEM-SIDE-OPEN (1) TO TRUE
               DISPLAY 'ipc-init: memo-post segment created'
            END-IF
            PERFORM 6000-PRIME-SEMAPHORE
        4000-PROVISION-MEMO-EXIT.
            EXIT.

        4050-CLEAR-ONE-MEMO-SIDE.
            MOVE 0 TO MEM-SIDE-DATE (IPC-SIDE)
            SET MEM-SIDE-EMPTY (IPC-SIDE) TO TRUE
            MOVE 0 TO MEM-SLOT-COUNT (IPC-SIDE)
            PERFORM 4100-CLEAR-ONE-MEMO-SLOT
               THRU 4100-CLEAR-ONE-MEMO-SLOT-EXIT
               VARYING IPC-SUB FROM 1 BY 1
               UNTIL IPC-SUB > 256.
        4050-CLEAR-ONE-MEMO-SIDE-EXIT.
            EXIT.

        4100-CLEAR-ONE-MEMO-SLOT.
            MOVE SPACES TO MEM-KEY (IPC-SIDE, IPC-SUB)
            MOVE 0 TO MEM-MEMO-CENTS (IPC-SIDE, IPC-SUB)
            MOVE 0 TO MEM-TXN-COUNT (IPC-SIDE, IPC-SUB).
        4100-CLEAR-ONE-MEMO-SLOT-EXIT.
            EXIT.

        4500-PROVISION-CLAIMS.
            MOVE 9108 TO IPC-SHM-KEY
            MOVE 9109 TO IPC-SEM-KEY
            MOVE LENGTH OF DCT-SEGMENT TO IPC-SEG-SIZE
            PERFORM 5000-CREATE-PAIR THRU 5000-CREATE-PAIR-EXIT
            IF IPC-SEG-PTR = NULL
               GO TO 4500-PROVISION-CLAIMS-EXIT
            END-IF
            SET ADDRESS OF DCT-SEGMENT TO IPC-SEG-PTR
            IF DCT-EYE-CATCHER = 'DSNCLAIM'
               SET IPC-FRESH-SEGMENT TO FALSE
               DISPLAY 'ipc-init: dataset-claim segment already'
                  ' provisioned'
            ELSE
               MOVE 'DSNCLAIM' TO DCT-EYE-CATCHER
               MOVE 0 TO DCT-SLOT-COUNT
               PERFORM 4510-CLEAR-ONE-CLAIM-SLOT
                  THRU 4510-CLEAR-ONE-CLAIM-SLOT-EXIT
                  VARYING IPC-SUB FROM 1 BY 1
                  UNTIL IPC-SUB > 64
               DISPLAY 'ipc-init: dataset-claim segment created'
            END-IF
            PERFORM 6000-PRIME-SEMAPHORE
               THRU 6000-PRIME-SEMAPHORE-EXIT.
        4500-PROVISION-CLAIMS-EXIT.
            EXIT.

        4510-CLEAR-ONE-CLAIM-SLOT.
            MOVE SPACES TO DCT-DATASET (IPC-SUB)
            MOVE SPACE TO DCT-MODE (IPC-SUB)
            MOVE SPACES TO DCT-STREAM-ID (IPC-SUB)
            MOVE SPACES TO DCT-STEP-NAME (IPC-SUB)
            MOVE 0 TO DCT-OWNER-PID (IPC-SUB)
            MOVE SPACES TO DCT-CLAIMED (IPC-SUB).
        4510-CLEAR-ONE-CLAIM-SLOT-EXIT.
            EXIT.

      * create-or-attach the segment and its semaphore; a NULL
      * pointer back means provisioning failed and the run must be
      * repeated before any stream starts
