      *  Every console action writes an audit-record entry carrying
      *  the operator's name, because
      *  "who skipped the GL post step" is a question we have
      *  actually had to answer.  CLAIMS writes no command: it
      *  lists the dataset claims DSN-CLAIM holds for every stream
      *  on the box (dsn-claim-table.cpy) -- which dataset, shared
      *  or exclusive, held by which stream, step and driver pid
      *  since when -- the question asked when a step sits held.
      *  TRIGGERS likewise writes nothing: it lists the steps the
      *  driver is holding on cross-stream triggers, from the
      *  driver's TRIGSTAT file (trig-wait.cpy), and RELEASE lets
      *  one of them go without its trigger, logged and audited
      *  like SKIP.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -CMD=PAUSE | RESUME | SKIP | ABORT | FORCE | RELEASE
      *           | CLAIMS | TRIGGERS
      *      -STEP=<step name>     required for SKIP, ABORT, FORCE,
      *                            RELEASE
      *      -OPERATOR=<name>      required, goes to the audit trail
      *                            (not needed for CLAIMS, TRIGGERS)
      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *  2026-08-23 smckinney  FORCE added: the manifest-hold
      *                        override the driver honors must be
      *                        issuable from here.
      *  2026-10-15 smckinney  CLAIMS added: shows who holds which
      *                        dataset across the running streams.
      *  2026-10-15 smckinney  TRIGGERS shows the steps waiting on
      *                        cross-stream triggers; RELEASE lets
      *                        one go.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. JOB-CONSOLE.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG
            Function POSIX-SHMGET
            Function POSIX-SEMGET
            Function POSIX-SEMOP.
        Input-Output Section.
        File-Control.
            Select OPTIONAL JOB-CONTROL-FILE Assign To JOBCTL
                Organization Is Line Sequential.
            Select OPTIONAL TRIG-STATUS-FILE Assign To TRIGSTAT
                Organization Is Line Sequential.
        Data Division.
        File Section.
        FD  JOB-CONTROL-FILE.
            05  JCR-COMMAND         PIC X(08).
            05  JCR-STEP            PIC X(08).
            05  JCR-OPERATOR        PIC X(20).
        FD  TRIG-STATUS-FILE.
        COPY trig-wait.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        01  JCO-CMD                 PIC X(08).
        01  JCO-STEP                PIC X(08).
        01  JCO-OPERATOR            PIC X(20).
        01  JCO-SHM-KEY             Binary-Long Value 9108.
        01  JCO-SEM-KEY             Binary-Long Value 9109.
        01  JCO-SHM-ID              Binary-Long.
        01  JCO-SEM-ID              Binary-Long.
        01  JCO-SEG-PTR             Usage POINTER.
        01  JCO-RC                  Binary-Long.
        01  JCO-SUB                 Binary-Long.
        01  JCO-HELD-COUNT          Binary-Long Value 0.
        01  JCO-SEMBUF.
            05  JCO-SEM-NUM         PIC 9(4)  COMP-5 Value 0.
            05  JCO-SEM-OP          PIC S9(4) COMP-5 Value 0.
            05  JCO-SEM-FLG         PIC S9(4) COMP-5 Value 0.
            05  FILLER              PIC X(18) Value Low-Values.
        01  JCO-PID-DISPLAY         PIC Z(8)9.
        01  JCO-EOF-SWITCH          PIC X(01).
            88  JCO-EOF                 Value 'Y', False 'N'.
        01  JCO-WAIT-COUNT          Binary-Long Value 0.
        01  JCO-NOW.
            05  JCO-NOW-SECONDS     Usage BINARY-DOUBLE.
            05  JCO-NOW-NANOS       Usage BINARY-DOUBLE.
        01  JCO-WAITED              PIC Z(6)9.
        01  JCO-ON-TEXT             PIC X(40).
        Linkage Section.
        COPY dsn-claim-table.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               EVALUATE JCO-CMD
                  WHEN 'CLAIMS'
                     PERFORM 3000-SHOW-CLAIMS
                        THRU 3000-SHOW-CLAIMS-EXIT
                  WHEN 'TRIGGERS'
                     PERFORM 4000-SHOW-TRIGGERS
                        THRU 4000-SHOW-TRIGGERS-EXIT
                  WHEN OTHER
                     PERFORM 2000-SEND-COMMAND
                        THRU 2000-SEND-COMMAND-EXIT
               END-EVALUATE
            END-IF
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            MOVE CLP-LOOKUP-VALUE TO JCO-OPERATOR
            IF JCO-CMD NOT = 'PAUSE' AND JCO-CMD NOT = 'RESUME' AND
               JCO-CMD NOT = 'SKIP' AND JCO-CMD NOT = 'ABORT' AND
               JCO-CMD NOT = 'FORCE' AND JCO-CMD NOT = 'CLAIMS' AND
               JCO-CMD NOT = 'RELEASE' AND JCO-CMD NOT = 'TRIGGERS'
               DISPLAY 'job-console: -CMD must be PAUSE, RESUME,'
                  ' SKIP, ABORT, FORCE, RELEASE, CLAIMS or TRIGGERS'
               SET JOB-WARNING TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            IF (JCO-CMD = 'SKIP' OR JCO-CMD = 'ABORT' OR
                JCO-CMD = 'FORCE' OR JCO-CMD = 'RELEASE') AND
               JCO-STEP = SPACES
               DISPLAY 'job-console: -STEP=<name> is required for '
                  JCO-CMD
               SET JOB-WARNING TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            IF JCO-OPERATOR = SPACES AND JCO-CMD NOT = 'CLAIMS' AND
               JCO-CMD NOT = 'TRIGGERS'
               DISPLAY 'job-console: -OPERATOR=<name> is required'
               SET JOB-WARNING TO TRUE
            END-IF.
        2000-SEND-COMMAND-EXIT.
            EXIT.

      * read under the claim semaphore, as LOCK-DISPLAY reads the
      * lock table, so a claim half written is never shown
        3000-SHOW-CLAIMS.
            MOVE FUNCTION POSIX-SHMGET(JCO-SHM-KEY,
                 LENGTH OF DCT-SEGMENT, 0) TO JCO-SHM-ID
            IF JCO-SHM-ID < 0
               DISPLAY 'job-console: no dataset-claim table (shmget'
                  ' rc=' JCO-SHM-ID ')'
               SET JOB-WARNING TO TRUE
               GO TO 3000-SHOW-CLAIMS-EXIT
            END-IF
            CALL "posix-shmat" USING BY VALUE JCO-SHM-ID
                 BY VALUE 0 BY VALUE 0
                RETURNING JCO-SEG-PTR
            END-CALL
            IF JCO-SEG-PTR = NULL
               DISPLAY 'job-console: shmat failed'
               SET JOB-WARNING TO TRUE
               GO TO 3000-SHOW-CLAIMS-EXIT
            END-IF
            SET ADDRESS OF DCT-SEGMENT TO JCO-SEG-PTR
            MOVE FUNCTION POSIX-SEMGET(JCO-SEM-KEY, 1, 0)
              TO JCO-SEM-ID
            MOVE 0  TO JCO-SEM-NUM
            MOVE -1 TO JCO-SEM-OP
            MOVE FUNCTION POSIX-SEMOP(JCO-SEM-ID, JCO-SEMBUF, 1)
              TO JCO-RC
            DISPLAY 'DATASET  MODE STREAM           STEP     '
                    '      PID CLAIMED'
            PERFORM 3100-SHOW-ONE-CLAIM THRU 3100-SHOW-ONE-CLAIM-EXIT
               VARYING JCO-SUB FROM 1 BY 1
               UNTIL JCO-SUB > 64
            MOVE 1 TO JCO-SEM-OP
            MOVE FUNCTION POSIX-SEMOP(JCO-SEM-ID, JCO-SEMBUF, 1)
              TO JCO-RC
            DISPLAY 'job-console: ' JCO-HELD-COUNT
               ' dataset claim(s) held'.
        3000-SHOW-CLAIMS-EXIT.
            EXIT.

        3100-SHOW-ONE-CLAIM.
            IF DCT-DATASET (JCO-SUB) = SPACES
               GO TO 3100-SHOW-ONE-CLAIM-EXIT
            END-IF
            ADD 1 TO JCO-HELD-COUNT
            MOVE DCT-OWNER-PID (JCO-SUB) TO JCO-PID-DISPLAY
            DISPLAY DCT-DATASET (JCO-SUB) ' '
                    DCT-MODE (JCO-SUB) '    '
                    DCT-STREAM-ID (JCO-SUB) ' '
                    DCT-STEP-NAME (JCO-SUB) ' '
                    JCO-PID-DISPLAY ' '
                    DCT-CLAIMED (JCO-SUB).
        3100-SHOW-ONE-CLAIM-EXIT.
            EXIT.

        4000-SHOW-TRIGGERS.
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, JCO-NOW) TO JCO-RC
            SET JCO-EOF TO FALSE
            OPEN INPUT TRIG-STATUS-FILE
            DISPLAY 'STREAM           STEP     WAITING ON'
                    '                                  SECS LVL'
            PERFORM 4100-SHOW-ONE-TRIGGER
               THRU 4100-SHOW-ONE-TRIGGER-EXIT
               UNTIL JCO-EOF
            CLOSE TRIG-STATUS-FILE
            DISPLAY 'job-console: ' JCO-WAIT-COUNT
               ' step(s) waiting on triggers'.
        4000-SHOW-TRIGGERS-EXIT.
            EXIT.

      * one line per wait: the event still outstanding, else the
      * file -- whichever is holding the step now
        4100-SHOW-ONE-TRIGGER.
            READ TRIG-STATUS-FILE
                AT END
                    SET JCO-EOF TO TRUE
                    GO TO 4100-SHOW-ONE-TRIGGER-EXIT
            END-READ
            ADD 1 TO JCO-WAIT-COUNT
            MOVE SPACES TO JCO-ON-TEXT
            IF TWR-ON-STEP NOT = SPACES AND TWR-EVENT-MET NOT = 'Y'
               STRING TWR-ON-STREAM DELIMITED BY SPACE
                      '/'           DELIMITED BY SIZE
                      TWR-ON-STEP   DELIMITED BY SPACE
                      ' '           DELIMITED BY SIZE
                      TWR-ON-OP     DELIMITED BY SPACE
                      ' '           DELIMITED BY SIZE
                      TWR-ON-STATUS DELIMITED BY SIZE
                   INTO JCO-ON-TEXT
            ELSE
               MOVE TWR-ON-FILE TO JCO-ON-TEXT
            END-IF
            COMPUTE JCO-WAITED = JCO-NOW-SECONDS - TWR-WAIT-SINCE
            DISPLAY TWR-STREAM-ID ' '
                    TWR-STEP-NAME ' '
                    JCO-ON-TEXT ' '
                    JCO-WAITED '  '
                    TWR-LEVEL.
        4100-SHOW-ONE-TRIGGER-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
