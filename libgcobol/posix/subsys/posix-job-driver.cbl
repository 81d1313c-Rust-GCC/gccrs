      *                                 = no gate
      *      JSR-INPUT-MIN-SIZE 9(9)    bytes the input must reach
      *      JSR-INPUT-MAX-AGE  9(5)    seconds; 0 = no age check
      *      JSR-DATASETS       X(43)   comma list of up to four
      *                                 dataset claims, NAME:S for
      *                                 shared or NAME:X for
      *                                 exclusive (a bare NAME is
      *                                 exclusive); spaces = none
      *      JSR-TRIG-STREAM    X(16)   cross-stream trigger: the
      *                                 other stream's id, spaces =
      *                                 any stream
      *      JSR-TRIG-STEP      X(8)    its step (its program id on
      *                                 JOBHIST); spaces = no event
      *      JSR-TRIG-OP        X(2)    EQ exit status equal to, LE
      *                                 at most (spaces = EQ)
      *      JSR-TRIG-STATUS    9(3)    the exit status tested
      *      JSR-TRIG-FILE      X(64)   trigger file that must
      *                                 exist; spaces = none
      *      JSR-TRIG-TIMEOUT   9(5)    seconds before the wait is
      *                                 escalated; 0 = never
      *
      *  Modification history:
      *  2026-02-xx smckinney  Original version.
      *                        group holds until every stage's own
      *                        predecessors are complete, not just
      *                        the stage that came up for dispatch.
      *  2026-10-15 smckinney  Dataset claims across streams: a step
      *                        may declare the datasets it uses,
      *                        shared or exclusive, in JSR-DATASETS.
      *                        They are claimed through DSN-CLAIM
      *                        before the fork, against every driver
      *                        running on the box, and released when
      *                        the step is reaped.  A step whose
      *                        datasets another step holds is held
      *                        with a syslog message naming the
      *                        holder until they are free.
      *  2026-10-15 smckinney  Cross-stream triggers: a step may wait
      *                        on a named step of another stream
      *                        finishing the business date with a
      *                        given exit status (JOBHIST, then
      *                        OPSLOG) and/or on a trigger file
      *                        appearing.  Waits past JSR-TRIG-
      *                        TIMEOUT escalate through syslog;
      *                        waiting triggers are listed on
      *                        TRIGSTAT for JOB-CONSOLE, whose
      *                        RELEASE command lets a step go.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. POSIX-JOB-DRIVER.
                Organization Is Line Sequential.
            Select OPTIONAL JOB-CONTROL-FILE Assign To JOBCTL
                Organization Is Line Sequential.
            Select OPTIONAL OPS-LOG-IN Assign To OPSLOG
                Organization Is Line Sequential.
            Select OPTIONAL JOB-HISTORY-IN Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is JHR-KEY
                File Status Is JOB-JH-STATUS.
            Select TRIG-STATUS-FILE Assign To TRIGSTAT
                Organization Is Line Sequential.
        Data Division.
        File Section.
        FD  JOB-STREAM-FILE.
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
        FD  OPS-LOG-FILE.
        COPY ops-record.
        FD  JOB-CONTROL-FILE.
            05  JCR-COMMAND         PIC X(08).
            05  JCR-STEP            PIC X(08).
            05  JCR-OPERATOR        PIC X(20).
      * the same step events, read back for cross-stream triggers
        FD  OPS-LOG-IN.
        01  OPS-IN-RECORD.
            05  OPI-STREAM-ID       PIC X(16).
            05  OPI-STEP-NAME       PIC X(08).
            05  OPI-START-SECONDS   PIC 9(11).
            05  OPI-STOP-SECONDS    PIC 9(11).
            05  OPI-EXIT-CODE       PIC 9(03).
            05  OPI-STATE           PIC X(01).
        FD  JOB-HISTORY-IN.
        COPY jobhist-record.
        FD  TRIG-STATUS-FILE.
        COPY trig-wait.
        Working-Storage Section.
        01  JOB-NULL-PTR            Usage POINTER.
        01  JOB-HANDLER-PTR         Usage PROCEDURE-POINTER.
            05  JOB-NOW-SECONDS      Usage BINARY-DOUBLE.
            05  JOB-NOW-NANOS        Usage BINARY-DOUBLE.
        01  JOB-OPS-SUB              Binary-Long.
        COPY dsn-claim.
        01  JOB-CLAIM-SUB            Binary-Long.
        01  JOB-DSN-SUB              Binary-Long.
        01  JOB-DSN-LIST.
            05  JOB-DSN-ITEM         PIC X(10) OCCURS 4 TIMES.
        01  JOB-PID-DISPLAY          PIC Z(8)9.
        01  JOB-CLAIMS-USED-SW       PIC X(01) Value 'N'.
            88  JOB-CLAIMS-USED          Value 'Y', False 'N'.
        01  JOB-CLAIM-WARNED-SW      PIC X(01) Value 'N'.
            88  JOB-CLAIM-WARNED         Value 'Y', False 'N'.
        COPY bus-date.
        01  JOB-JH-STATUS            PIC X(02).
        01  JOB-BUS-DATE             PIC 9(08) Value 0.
        01  JOB-BUS-DAY-START        Binary-Double.
        01  JOB-TRIG-CODE            Binary-Long.
        01  JOB-TRIG-ELAPSED         Binary-Double.
        01  JOB-TRIG-PRIORITY        Binary-Long.
        01  JOB-LOG-PTR              Binary-Long.
        01  JOB-STATUS-DISPLAY       PIC 9(03).
        01  JOB-ELAPSED-DISPLAY      PIC Z(10)9.
        01  JOB-TRIG-HIT-SW          PIC X(01).
            88  JOB-TRIG-HIT             Value 'Y', False 'N'.
        01  JOB-TRIG-EOF-SW          PIC X(01).
            88  JOB-TRIG-EOF             Value 'Y', False 'N'.
        01  JOB-TRIG-CHANGED-SW      PIC X(01) Value 'N'.
            88  JOB-TRIG-CHANGED         Value 'Y', False 'N'.
        01  JOB-TRIGGERS-SW          PIC X(01) Value 'N'.
            88  JOB-TRIGGERS-DEFINED     Value 'Y', False 'N'.
        01  JOB-STEP-TABLE.
            05  JOB-STEP-ENTRY OCCURS 64 TIMES.
                10  JST-NAME        PIC X(08).
                10  JST-INPUT-AGE   Binary-Long.
                10  JST-FORCED-SW   PIC X(01).
                10  JST-HOLD-SAID   PIC X(01).
                10  JST-DSN OCCURS 4 TIMES.
                    15  JST-DSN-NAME PIC X(08).
                    15  JST-DSN-MODE PIC X(01).
                10  JST-CLAIM-SAID  PIC X(01).
                10  JST-TRIG-STREAM PIC X(16).
                10  JST-TRIG-STEP   PIC X(08).
                10  JST-TRIG-OP     PIC X(02).
                10  JST-TRIG-STATUS PIC 9(03).
                10  JST-TRIG-FILE   PIC X(64).
                10  JST-TRIG-TIMEOUT Binary-Long.
                10  JST-TRIG-SINCE  Binary-Double.
                10  JST-TRIG-NEXT   Binary-Double.
                10  JST-TRIG-LEVEL  PIC 9(01).
                10  JST-TRIG-EVENT-SW PIC X(01).
                10  JST-TRIG-SW     PIC X(01).
                10  JST-STATE       PIC X(01).
                    88  JST-PENDING     Value 'P'.
                    88  JST-RUNNING     Value 'R'.
            MOVE JSR-INPUT-MAX-AGE TO JST-INPUT-AGE (JOB-SUB)
            MOVE 'N' TO JST-FORCED-SW (JOB-SUB)
            MOVE 'N' TO JST-HOLD-SAID (JOB-SUB)
            MOVE 'N' TO JST-CLAIM-SAID (JOB-SUB)
            PERFORM 1140-LOAD-TRIGGER THRU 1140-LOAD-TRIGGER-EXIT
            MOVE 0 TO JST-RETRY-COUNT (JOB-SUB)
            MOVE 0 TO JST-PID (JOB-SUB)
            MOVE 0 TO JST-EXIT-CODE (JOB-SUB)
                        JST-PRED-NAME (JOB-SUB 3)
                        JST-PRED-NAME (JOB-SUB 4)
               END-UNSTRING
            END-IF
            MOVE SPACES TO JOB-DSN-LIST
            IF JSR-DATASETS NOT = SPACES
               UNSTRING JSR-DATASETS DELIMITED BY ','
                   INTO JOB-DSN-ITEM (1) JOB-DSN-ITEM (2)
                        JOB-DSN-ITEM (3) JOB-DSN-ITEM (4)
               END-UNSTRING
            END-IF
            PERFORM 1130-SPLIT-ONE-DATASET
               THRU 1130-SPLIT-ONE-DATASET-EXIT
               VARYING JOB-DSN-SUB FROM 1 BY 1
               UNTIL JOB-DSN-SUB > 4.
        1120-ADD-STEP-EXIT.
            EXIT.

        1130-SPLIT-ONE-DATASET.
            MOVE SPACES TO JST-DSN-NAME (JOB-SUB JOB-DSN-SUB)
                           JST-DSN-MODE (JOB-SUB JOB-DSN-SUB)
            IF JOB-DSN-ITEM (JOB-DSN-SUB) = SPACES
               GO TO 1130-SPLIT-ONE-DATASET-EXIT
            END-IF
            UNSTRING JOB-DSN-ITEM (JOB-DSN-SUB) DELIMITED BY ':'
                INTO JST-DSN-NAME (JOB-SUB JOB-DSN-SUB)
                     JST-DSN-MODE (JOB-SUB JOB-DSN-SUB)
            END-UNSTRING
            IF JST-DSN-MODE (JOB-SUB JOB-DSN-SUB) = SPACE
               MOVE 'X' TO JST-DSN-MODE (JOB-SUB JOB-DSN-SUB)
            END-IF.
        1130-SPLIT-ONE-DATASET-EXIT.
            EXIT.

      * a step with no trigger starts out satisfied
        1140-LOAD-TRIGGER.
            MOVE JSR-TRIG-STREAM TO JST-TRIG-STREAM (JOB-SUB)
            MOVE JSR-TRIG-STEP   TO JST-TRIG-STEP (JOB-SUB)
            MOVE JSR-TRIG-OP     TO JST-TRIG-OP (JOB-SUB)
            MOVE JSR-TRIG-FILE   TO JST-TRIG-FILE (JOB-SUB)
            MOVE 0 TO JST-TRIG-STATUS (JOB-SUB)
            MOVE 0 TO JST-TRIG-TIMEOUT (JOB-SUB)
            IF JSR-TRIG-STATUS IS NUMERIC
               MOVE JSR-TRIG-STATUS TO JST-TRIG-STATUS (JOB-SUB)
            END-IF
            IF JSR-TRIG-TIMEOUT IS NUMERIC
               MOVE JSR-TRIG-TIMEOUT TO JST-TRIG-TIMEOUT (JOB-SUB)
            END-IF
            MOVE 0 TO JST-TRIG-SINCE (JOB-SUB)
            MOVE 0 TO JST-TRIG-NEXT (JOB-SUB)
            MOVE 0 TO JST-TRIG-LEVEL (JOB-SUB)
            MOVE 'N' TO JST-TRIG-EVENT-SW (JOB-SUB)
            IF JSR-TRIG-STEP = SPACES AND JSR-TRIG-FILE = SPACES
               MOVE 'Y' TO JST-TRIG-SW (JOB-SUB)
            ELSE
               MOVE 'N' TO JST-TRIG-SW (JOB-SUB)
               SET JOB-TRIGGERS-DEFINED TO TRUE
            END-IF.
        1140-LOAD-TRIGGER-EXIT.
            EXIT.

      * every predecessor, condition-step and alternate-step name
      * must refer to a step in the stream, and not to the step
      * itself; a typo here would otherwise hold the step forever
               VARYING JOB-PRED-SUB FROM 1 BY 1
               UNTIL JOB-PRED-SUB > 4
            PERFORM 1230-VALIDATE-COND-NAMES
               THRU 1230-VALIDATE-COND-NAMES-EXIT
            PERFORM 1240-VALIDATE-ONE-DATASET
               THRU 1240-VALIDATE-ONE-DATASET-EXIT
               VARYING JOB-DSN-SUB FROM 1 BY 1
               UNTIL JOB-DSN-SUB > 4
            IF JST-TRIG-STEP (JOB-SUB) NOT = SPACES AND
               JST-TRIG-OP (JOB-SUB) NOT = SPACES AND
               JST-TRIG-OP (JOB-SUB) NOT = 'EQ' AND
               JST-TRIG-OP (JOB-SUB) NOT = 'LE'
               DISPLAY 'posix-job-driver: step ' JST-NAME (JOB-SUB)
                  ' trigger test must be EQ or LE'
               SET JOB-LOAD-ERROR TO TRUE
            END-IF.
        1210-VALIDATE-ONE-STEP-EXIT.
            EXIT.

        1240-VALIDATE-ONE-DATASET.
            IF JST-DSN-NAME (JOB-SUB JOB-DSN-SUB) = SPACES
               GO TO 1240-VALIDATE-ONE-DATASET-EXIT
            END-IF
            IF JST-DSN-MODE (JOB-SUB JOB-DSN-SUB) NOT = 'S' AND
               JST-DSN-MODE (JOB-SUB JOB-DSN-SUB) NOT = 'X'
               DISPLAY 'posix-job-driver: step ' JST-NAME (JOB-SUB)
                  ' dataset ' JST-DSN-NAME (JOB-SUB JOB-DSN-SUB)
                  ' mode must be S or X'
               SET JOB-LOAD-ERROR TO TRUE
            END-IF.
        1240-VALIDATE-ONE-DATASET-EXIT.
            EXIT.

        1230-VALIDATE-COND-NAMES.
            IF JST-COND-STEP (JOB-SUB) NOT = SPACES
               IF JST-COND-STEP (JOB-SUB) = JST-NAME (JOB-SUB)
                  CALL "sleep" USING BY VALUE 2
               END-IF
            END-IF
            PERFORM 2500-CHECK-ALL-DONE THRU 2500-CHECK-ALL-DONE-EXIT
            IF JOB-TRIG-CHANGED
               PERFORM 2650-WRITE-TRIG-STATUS
                  THRU 2650-WRITE-TRIG-STATUS-EXIT
            END-IF.
        2000-SCHEDULE-CYCLE-EXIT.
            EXIT.

            END-IF
            PERFORM 2120-TEST-PREDECESSORS
               THRU 2120-TEST-PREDECESSORS-EXIT
            IF JOB-STEP-READY AND
               JST-TRIG-SW (JOB-SUB) NOT = 'Y'
               PERFORM 2190-TEST-TRIGGER THRU 2190-TEST-TRIGGER-EXIT
            END-IF
            IF JOB-STEP-READY AND
               JST-INPUT-PATH (JOB-SUB) NOT = SPACES AND
               JST-FORCED-SW (JOB-SUB) NOT = 'Y'
               PERFORM 2140-TEST-CONDITION
                  THRU 2140-TEST-CONDITION-EXIT
            END-IF
            IF JOB-STEP-READY AND
               JST-PIPE-GROUP (JOB-SUB) = SPACES
               MOVE JOB-SUB TO JOB-CLAIM-SUB
               PERFORM 2170-CLAIM-DATASETS
                  THRU 2170-CLAIM-DATASETS-EXIT
            END-IF
            IF JOB-STEP-READY
               IF JST-PIPE-GROUP (JOB-SUB) = SPACES
                  PERFORM 2200-ATTEMPT-STEP
        2160-TEST-MANIFEST-EXIT.
            EXIT.

      * the step's datasets are claimed against every driver on the
      * box, all at once or not at all; a step whose datasets are
      * held waits like a manifest hold, naming the holder (once)
        2170-CLAIM-DATASETS.
            IF JST-DSN-NAME (JOB-CLAIM-SUB 1) = SPACES AND
               JST-DSN-NAME (JOB-CLAIM-SUB 2) = SPACES AND
               JST-DSN-NAME (JOB-CLAIM-SUB 3) = SPACES AND
               JST-DSN-NAME (JOB-CLAIM-SUB 4) = SPACES
               GO TO 2170-CLAIM-DATASETS-EXIT
            END-IF
            MOVE 'CLAIM' TO DCM-REQUEST
            MOVE JOB-STREAM-ID TO DCM-STREAM-ID
            MOVE JST-NAME (JOB-CLAIM-SUB) TO DCM-STEP-NAME
            PERFORM 2171-LOAD-ONE-CLAIM THRU 2171-LOAD-ONE-CLAIM-EXIT
               VARYING JOB-DSN-SUB FROM 1 BY 1
               UNTIL JOB-DSN-SUB > 4
            CALL 'DSN-CLAIM' USING DCM-CONTROL
            SET JOB-CLAIMS-USED TO TRUE
            EVALUATE TRUE
               WHEN DCM-GRANTED
                  MOVE 'N' TO JST-CLAIM-SAID (JOB-CLAIM-SUB)
                  GO TO 2170-CLAIM-DATASETS-EXIT
               WHEN DCM-NOT-ATTACHED
      *           no claim segment on this box (IPC-INIT not run):
      *           the stream runs as it did before claims existed
                  IF NOT JOB-CLAIM-WARNED
                     SET JOB-CLAIM-WARNED TO TRUE
                     MOVE SPACES TO JOB-LOG-MESSAGE
                     STRING 'posix-job-driver: dataset claims'
                                                   DELIMITED BY SIZE
                            ' unavailable, steps run unguarded'
                                                   DELIMITED BY SIZE
                            X'00'                  DELIMITED BY SIZE
                         INTO JOB-LOG-MESSAGE
                     MOVE FUNCTION POSIX-SYSLOG(4, JOB-LOG-MESSAGE)
                       TO JOB-RC
                     DISPLAY FUNCTION TRIM(JOB-LOG-MESSAGE)
                  END-IF
                  GO TO 2170-CLAIM-DATASETS-EXIT
            END-EVALUATE
            SET JOB-STEP-READY TO FALSE
            SET JOB-ANY-HELD TO TRUE
            IF JST-CLAIM-SAID (JOB-CLAIM-SUB) = 'Y'
               GO TO 2170-CLAIM-DATASETS-EXIT
            END-IF
            MOVE 'Y' TO JST-CLAIM-SAID (JOB-CLAIM-SUB)
            MOVE SPACES TO JOB-LOG-MESSAGE
            IF DCM-HELD
               MOVE DCM-HOLDER-PID TO JOB-PID-DISPLAY
               STRING 'posix-job-driver: step ' DELIMITED BY SIZE
                      JST-NAME (JOB-CLAIM-SUB) DELIMITED BY SPACE
                      ' held, dataset '        DELIMITED BY SIZE
                      DCM-HOLDER-DATASET       DELIMITED BY SPACE
                      ' held by stream '       DELIMITED BY SIZE
                      DCM-HOLDER-STREAM        DELIMITED BY SPACE
                      ' step '                 DELIMITED BY SIZE
                      DCM-HOLDER-STEP          DELIMITED BY SPACE
                      ' mode '                 DELIMITED BY SIZE
                      DCM-HOLDER-MODE          DELIMITED BY SIZE
                      ' pid '                  DELIMITED BY SIZE
                      FUNCTION TRIM(JOB-PID-DISPLAY)
                                               DELIMITED BY SIZE
                      X'00'                    DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
            ELSE
               STRING 'posix-job-driver: step ' DELIMITED BY SIZE
                      JST-NAME (JOB-CLAIM-SUB) DELIMITED BY SPACE
                      ' held, dataset claim status '
                                               DELIMITED BY SIZE
                      DCM-STATUS               DELIMITED BY SIZE
                      X'00'                    DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
            END-IF
            MOVE FUNCTION POSIX-SYSLOG(4, JOB-LOG-MESSAGE) TO JOB-RC
            DISPLAY FUNCTION TRIM(JOB-LOG-MESSAGE).
        2170-CLAIM-DATASETS-EXIT.
            EXIT.

        2171-LOAD-ONE-CLAIM.
            MOVE JST-DSN-NAME (JOB-CLAIM-SUB JOB-DSN-SUB)
              TO DCM-DSN-NAME (JOB-DSN-SUB)
            MOVE JST-DSN-MODE (JOB-CLAIM-SUB JOB-DSN-SUB)
              TO DCM-DSN-MODE (JOB-DSN-SUB).
        2171-LOAD-ONE-CLAIM-EXIT.
            EXIT.

        2180-RELEASE-DATASETS.
            IF NOT JOB-CLAIMS-USED
               GO TO 2180-RELEASE-DATASETS-EXIT
            END-IF
            IF JST-DSN-NAME (JOB-CLAIM-SUB 1) = SPACES AND
               JST-DSN-NAME (JOB-CLAIM-SUB 2) = SPACES AND
               JST-DSN-NAME (JOB-CLAIM-SUB 3) = SPACES AND
               JST-DSN-NAME (JOB-CLAIM-SUB 4) = SPACES
               GO TO 2180-RELEASE-DATASETS-EXIT
            END-IF
            MOVE 'RELEASE' TO DCM-REQUEST
            MOVE JOB-STREAM-ID TO DCM-STREAM-ID
            MOVE JST-NAME (JOB-CLAIM-SUB) TO DCM-STEP-NAME
            CALL 'DSN-CLAIM' USING DCM-CONTROL.
        2180-RELEASE-DATASETS-EXIT.
            EXIT.

      * a cross-stream trigger holds the step until the other
      * stream's step has finished the business date with the
      * status asked for and the trigger file is there.  JOBHIST
      * and OPSLOG are searched at most every 15 seconds; the wait
      * is logged when it starts and escalated when it runs long
        2190-TEST-TRIGGER.
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, JOB-NOW) TO JOB-RC
            IF JST-TRIG-SINCE (JOB-SUB) = 0
               MOVE JOB-NOW-SECONDS TO JST-TRIG-SINCE (JOB-SUB)
               SET JOB-TRIG-CHANGED TO TRUE
               MOVE 4 TO JOB-TRIG-PRIORITY
               PERFORM 2199-LOG-TRIGGER THRU 2199-LOG-TRIGGER-EXIT
            END-IF
            IF JOB-NOW-SECONDS NOT < JST-TRIG-NEXT (JOB-SUB)
               COMPUTE JST-TRIG-NEXT (JOB-SUB) = JOB-NOW-SECONDS + 15
               PERFORM 2191-TRY-TRIGGER THRU 2191-TRY-TRIGGER-EXIT
               IF JST-TRIG-SW (JOB-SUB) = 'Y'
                  SET JOB-TRIG-CHANGED TO TRUE
                  DISPLAY 'posix-job-driver: step ' JST-NAME (JOB-SUB)
                     ' trigger satisfied'
                  GO TO 2190-TEST-TRIGGER-EXIT
               END-IF
            END-IF
            SET JOB-STEP-READY TO FALSE
            SET JOB-ANY-HELD TO TRUE
            PERFORM 2196-ESCALATE-TRIGGER
               THRU 2196-ESCALATE-TRIGGER-EXIT.
        2190-TEST-TRIGGER-EXIT.
            EXIT.

      * the event, once seen, stays seen; the file must be there
      * at the moment the step is let go
        2191-TRY-TRIGGER.
            IF JST-TRIG-STEP (JOB-SUB) NOT = SPACES AND
               JST-TRIG-EVENT-SW (JOB-SUB) NOT = 'Y'
               PERFORM 2192-SEARCH-JOBHIST
                  THRU 2192-SEARCH-JOBHIST-EXIT
               IF NOT JOB-TRIG-HIT
                  PERFORM 2194-SEARCH-OPSLOG
                     THRU 2194-SEARCH-OPSLOG-EXIT
               END-IF
               IF NOT JOB-TRIG-HIT
                  GO TO 2191-TRY-TRIGGER-EXIT
               END-IF
               MOVE 'Y' TO JST-TRIG-EVENT-SW (JOB-SUB)
               SET JOB-TRIG-CHANGED TO TRUE
            END-IF
            IF JST-TRIG-FILE (JOB-SUB) NOT = SPACES
               MOVE SPACES TO JOB-MANIFEST-PATH
               MOVE JST-TRIG-FILE (JOB-SUB) TO JOB-MANIFEST-PATH
               CALL "posix-stat" USING
                    BY REFERENCE JOB-MANIFEST-PATH
                    BY REFERENCE JOB-STATBUF
                   RETURNING JOB-RC
               END-CALL
               IF JOB-RC NOT = 0
                  GO TO 2191-TRY-TRIGGER-EXIT
               END-IF
            END-IF
            MOVE 'Y' TO JST-TRIG-SW (JOB-SUB).
        2191-TRY-TRIGGER-EXIT.
            EXIT.

      * JOBHIST knows the business date of every run; the step
      * name is looked up as the program id it ran under
        2192-SEARCH-JOBHIST.
            SET JOB-TRIG-HIT TO FALSE
            IF JOB-BUS-DATE = 0
               PERFORM 2198-GET-BUS-DATE THRU 2198-GET-BUS-DATE-EXIT
            END-IF
            OPEN INPUT JOB-HISTORY-IN
            IF JOB-JH-STATUS NOT = '00'
               IF JOB-JH-STATUS = '05'
                  CLOSE JOB-HISTORY-IN
               END-IF
               GO TO 2192-SEARCH-JOBHIST-EXIT
            END-IF
            MOVE JST-TRIG-STEP (JOB-SUB) TO JHR-PROGRAM-ID
            MOVE JOB-BUS-DATE TO JHR-BUSINESS-DATE
            MOVE 0 TO JHR-START-SECONDS
            START JOB-HISTORY-IN KEY NOT < JHR-KEY
            IF JOB-JH-STATUS = '00'
               SET JOB-TRIG-EOF TO FALSE
               PERFORM 2193-READ-ONE-JOBHIST
                  THRU 2193-READ-ONE-JOBHIST-EXIT
                  UNTIL JOB-TRIG-EOF OR JOB-TRIG-HIT
            END-IF
            CLOSE JOB-HISTORY-IN.
        2192-SEARCH-JOBHIST-EXIT.
            EXIT.

        2193-READ-ONE-JOBHIST.
            READ JOB-HISTORY-IN NEXT
                AT END
                    SET JOB-TRIG-EOF TO TRUE
                    GO TO 2193-READ-ONE-JOBHIST-EXIT
            END-READ
            IF JHR-PROGRAM-ID NOT = JST-TRIG-STEP (JOB-SUB) OR
               JHR-BUSINESS-DATE NOT = JOB-BUS-DATE
               SET JOB-TRIG-EOF TO TRUE
               GO TO 2193-READ-ONE-JOBHIST-EXIT
            END-IF
            IF JST-TRIG-STREAM (JOB-SUB) NOT = SPACES AND
               JHR-STREAM-ID NOT = JST-TRIG-STREAM (JOB-SUB)
               GO TO 2193-READ-ONE-JOBHIST-EXIT
            END-IF
            MOVE JHR-EXIT-STATUS TO JOB-TRIG-CODE
            PERFORM 2197-TEST-STATUS THRU 2197-TEST-STATUS-EXIT.
        2193-READ-ONE-JOBHIST-EXIT.
            EXIT.

      * OPSLOG carries no business date: a finish stamped before
      * the business date began belongs to an earlier night
        2194-SEARCH-OPSLOG.
            SET JOB-TRIG-HIT TO FALSE
            SET JOB-TRIG-EOF TO FALSE
            OPEN INPUT OPS-LOG-IN
            PERFORM 2195-READ-ONE-EVENT THRU 2195-READ-ONE-EVENT-EXIT
               UNTIL JOB-TRIG-EOF OR JOB-TRIG-HIT
            CLOSE OPS-LOG-IN.
        2194-SEARCH-OPSLOG-EXIT.
            EXIT.

        2195-READ-ONE-EVENT.
            READ OPS-LOG-IN
                AT END
                    SET JOB-TRIG-EOF TO TRUE
                    GO TO 2195-READ-ONE-EVENT-EXIT
            END-READ
            IF OPI-STEP-NAME NOT = JST-TRIG-STEP (JOB-SUB)
               GO TO 2195-READ-ONE-EVENT-EXIT
            END-IF
            IF JST-TRIG-STREAM (JOB-SUB) NOT = SPACES AND
               OPI-STREAM-ID NOT = JST-TRIG-STREAM (JOB-SUB)
               GO TO 2195-READ-ONE-EVENT-EXIT
            END-IF
            IF OPI-STATE NOT = 'C' AND OPI-STATE NOT = 'F'
               GO TO 2195-READ-ONE-EVENT-EXIT
            END-IF
            IF OPI-STOP-SECONDS < JOB-BUS-DAY-START
               GO TO 2195-READ-ONE-EVENT-EXIT
            END-IF
            MOVE OPI-EXIT-CODE TO JOB-TRIG-CODE
            PERFORM 2197-TEST-STATUS THRU 2197-TEST-STATUS-EXIT.
        2195-READ-ONE-EVENT-EXIT.
            EXIT.

      * escalation climbs once past the timeout and again at twice
      * it: warning when the wait starts, error, then critical
        2196-ESCALATE-TRIGGER.
            IF JST-TRIG-TIMEOUT (JOB-SUB) = 0
               GO TO 2196-ESCALATE-TRIGGER-EXIT
            END-IF
            COMPUTE JOB-TRIG-ELAPSED =
               JOB-NOW-SECONDS - JST-TRIG-SINCE (JOB-SUB)
            EVALUATE TRUE
               WHEN JST-TRIG-LEVEL (JOB-SUB) = 0 AND
                    JOB-TRIG-ELAPSED > JST-TRIG-TIMEOUT (JOB-SUB)
                  MOVE 1 TO JST-TRIG-LEVEL (JOB-SUB)
                  MOVE 3 TO JOB-TRIG-PRIORITY
               WHEN JST-TRIG-LEVEL (JOB-SUB) = 1 AND
                    JOB-TRIG-ELAPSED >
                    JST-TRIG-TIMEOUT (JOB-SUB) * 2
                  MOVE 2 TO JST-TRIG-LEVEL (JOB-SUB)
                  MOVE 2 TO JOB-TRIG-PRIORITY
               WHEN OTHER
                  GO TO 2196-ESCALATE-TRIGGER-EXIT
            END-EVALUATE
            SET JOB-TRIG-CHANGED TO TRUE
            PERFORM 2199-LOG-TRIGGER THRU 2199-LOG-TRIGGER-EXIT.
        2196-ESCALATE-TRIGGER-EXIT.
            EXIT.

        2197-TEST-STATUS.
            EVALUATE JST-TRIG-OP (JOB-SUB)
               WHEN 'LE'
                  IF JOB-TRIG-CODE NOT > JST-TRIG-STATUS (JOB-SUB)
                     SET JOB-TRIG-HIT TO TRUE
                  END-IF
               WHEN OTHER
                  IF JOB-TRIG-CODE = JST-TRIG-STATUS (JOB-SUB)
                     SET JOB-TRIG-HIT TO TRUE
                  END-IF
            END-EVALUATE.
        2197-TEST-STATUS-EXIT.
            EXIT.

      * the calendar date stands in when no business date has been
      * established, so a trigger is not held forever on that alone
        2198-GET-BUS-DATE.
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF BDQ-OK
               MOVE BDQ-DATE TO JOB-BUS-DATE
            ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-BUS-DATE
               DISPLAY 'posix-job-driver: no business date'
                  ' established, triggers use ' JOB-BUS-DATE
            END-IF
            COMPUTE JOB-BUS-DAY-START =
               (FUNCTION INTEGER-OF-DATE(JOB-BUS-DATE)
                - FUNCTION INTEGER-OF-DATE(19700101)) * 86400.
        2198-GET-BUS-DATE-EXIT.
            EXIT.

        2199-LOG-TRIGGER.
            MOVE SPACES TO JOB-LOG-MESSAGE
            MOVE 1 TO JOB-LOG-PTR
            STRING 'posix-job-driver: step ' DELIMITED BY SIZE
                   JST-NAME (JOB-SUB)        DELIMITED BY SPACE
                   ' waiting on'             DELIMITED BY SIZE
                INTO JOB-LOG-MESSAGE
                WITH POINTER JOB-LOG-PTR
            END-STRING
            IF JST-TRIG-STEP (JOB-SUB) NOT = SPACES
               MOVE JST-TRIG-STATUS (JOB-SUB) TO JOB-STATUS-DISPLAY
               IF JST-TRIG-STREAM (JOB-SUB) NOT = SPACES
                  STRING ' stream '          DELIMITED BY SIZE
                         JST-TRIG-STREAM (JOB-SUB)
                                             DELIMITED BY SPACE
                      INTO JOB-LOG-MESSAGE
                      WITH POINTER JOB-LOG-PTR
                  END-STRING
               END-IF
               STRING ' step '               DELIMITED BY SIZE
                      JST-TRIG-STEP (JOB-SUB) DELIMITED BY SPACE
                      ' status '             DELIMITED BY SIZE
                      JST-TRIG-OP (JOB-SUB)  DELIMITED BY SPACE
                      ' '                    DELIMITED BY SIZE
                      JOB-STATUS-DISPLAY     DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
                   WITH POINTER JOB-LOG-PTR
               END-STRING
            END-IF
            IF JST-TRIG-FILE (JOB-SUB) NOT = SPACES
               STRING ' file '               DELIMITED BY SIZE
                      JST-TRIG-FILE (JOB-SUB) DELIMITED BY SPACE
                   INTO JOB-LOG-MESSAGE
                   WITH POINTER JOB-LOG-PTR
               END-STRING
            END-IF
            IF JST-TRIG-LEVEL (JOB-SUB) > 0
               MOVE JOB-TRIG-ELAPSED TO JOB-ELAPSED-DISPLAY
               STRING ', still waiting after ' DELIMITED BY SIZE
                      FUNCTION TRIM(JOB-ELAPSED-DISPLAY)
                                             DELIMITED BY SIZE
                      ' seconds'             DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
                   WITH POINTER JOB-LOG-PTR
               END-STRING
            END-IF
            STRING X'00' DELIMITED BY SIZE
                INTO JOB-LOG-MESSAGE
                WITH POINTER JOB-LOG-PTR
            END-STRING
            MOVE FUNCTION POSIX-SYSLOG(JOB-TRIG-PRIORITY,
                 JOB-LOG-MESSAGE) TO JOB-RC
            DISPLAY FUNCTION TRIM(JOB-LOG-MESSAGE).
        2199-LOG-TRIGGER-EXIT.
            EXIT.

        2200-ATTEMPT-STEP.
            CALL "posix-fork" RETURNING JOB-CHILD-PID END-CALL
            IF JOB-CHILD-PID = 0
                  THRU 2900-REAP-GROUP-MEMBER-EXIT
               GO TO 2300-REAP-STEP-EXIT
            END-IF
      *    a retried step claims again at its next dispatch
            MOVE JOB-SUB2 TO JOB-CLAIM-SUB
            PERFORM 2180-RELEASE-DATASETS
               THRU 2180-RELEASE-DATASETS-EXIT
            IF JOB-CHILD-STATUS = 0
               SET JST-COMPLETE (JOB-SUB2) TO TRUE
               MOVE JOB-SUB2 TO JOB-OPS-SUB
                  PERFORM 2730-OMIT-STEP THRU 2730-OMIT-STEP-EXIT
               WHEN 'FORCE'
                  PERFORM 2750-FORCE-STEP THRU 2750-FORCE-STEP-EXIT
               WHEN 'RELEASE'
                  PERFORM 2760-RELEASE-TRIGGER
                     THRU 2760-RELEASE-TRIGGER-EXIT
               WHEN 'ABORT'
                  PERFORM 2740-ABORT-STEP THRU 2740-ABORT-STEP-EXIT
               WHEN OTHER
        2750-FORCE-STEP-EXIT.
            EXIT.

      * RELEASE lets a step go without its cross-stream trigger --
      * the handoff an operator used to make by hand, now on the
      * log under the operator's name
        2760-RELEASE-TRIGGER.
            MOVE JCR-STEP TO JOB-FIND-NAME
            PERFORM 7000-FIND-STEP-BY-NAME
               THRU 7000-FIND-STEP-BY-NAME-EXIT
            IF JOB-FOUND-SUB = 0
               DISPLAY 'posix-job-driver: RELEASE names unknown step '
                  JCR-STEP
               GO TO 2760-RELEASE-TRIGGER-EXIT
            END-IF
            IF JST-TRIG-SW (JOB-FOUND-SUB) = 'Y'
               DISPLAY 'posix-job-driver: step ' JCR-STEP
                  ' not waiting on a trigger, RELEASE ignored'
               GO TO 2760-RELEASE-TRIGGER-EXIT
            END-IF
            MOVE 'Y' TO JST-TRIG-SW (JOB-FOUND-SUB)
            SET JOB-TRIG-CHANGED TO TRUE
            DISPLAY 'posix-job-driver: trigger wait on ' JCR-STEP
               ' released by ' JCR-OPERATOR.
        2760-RELEASE-TRIGGER-EXIT.
            EXIT.

      * ABORT ends the step's retry loop: a running step gets no
      * further attempts after its current one; a step waiting
      * between retries fails now, taking only its branch
      *        wait for room; the group needs all its slots at once
               GO TO 2800-ATTEMPT-PIPELINE-EXIT
            END-IF
            PERFORM 2850-CLAIM-GROUP THRU 2850-CLAIM-GROUP-EXIT
            IF NOT JOB-STEP-READY
               GO TO 2800-ATTEMPT-PIPELINE-EXIT
            END-IF
            PERFORM 2820-OPEN-PIPES THRU 2820-OPEN-PIPES-EXIT
            PERFORM 2830-FORK-ONE-STAGE THRU 2830-FORK-ONE-STAGE-EXIT
               VARYING JOB-GROUP-SUB FROM 1 BY 1
            MOVE JOB-GROUP-MEMBER (JOB-GROUP-SUB) TO JOB-SUB
            PERFORM 2120-TEST-PREDECESSORS
               THRU 2120-TEST-PREDECESSORS-EXIT
            IF JOB-STEP-READY AND
               JST-TRIG-SW (JOB-SUB) NOT = 'Y'
               PERFORM 2190-TEST-TRIGGER THRU 2190-TEST-TRIGGER-EXIT
            END-IF
            IF NOT JOB-STEP-READY
               SET JOB-GROUP-READY TO FALSE
            END-IF
        2841-CLOSE-ONE-PIPE-EXIT.
            EXIT.

      * every stage claims its own datasets; one stage held holds
      * the group, and what the others claimed is given back
        2850-CLAIM-GROUP.
            SET JOB-STEP-READY TO TRUE
            PERFORM 2851-CLAIM-ONE-STAGE THRU 2851-CLAIM-ONE-STAGE-EXIT
               VARYING JOB-GROUP-SUB FROM 1 BY 1
               UNTIL JOB-GROUP-SUB > JOB-GROUP-COUNT
                  OR NOT JOB-STEP-READY
            IF NOT JOB-STEP-READY
               PERFORM 2852-RELEASE-ONE-STAGE
                  THRU 2852-RELEASE-ONE-STAGE-EXIT
                  VARYING JOB-GROUP-SUB FROM 1 BY 1
                  UNTIL JOB-GROUP-SUB > JOB-GROUP-COUNT
            END-IF.
        2850-CLAIM-GROUP-EXIT.
            EXIT.

        2851-CLAIM-ONE-STAGE.
            MOVE JOB-GROUP-MEMBER (JOB-GROUP-SUB) TO JOB-CLAIM-SUB
            PERFORM 2170-CLAIM-DATASETS THRU 2170-CLAIM-DATASETS-EXIT.
        2851-CLAIM-ONE-STAGE-EXIT.
            EXIT.

        2852-RELEASE-ONE-STAGE.
            MOVE JOB-GROUP-MEMBER (JOB-GROUP-SUB) TO JOB-CLAIM-SUB
            PERFORM 2180-RELEASE-DATASETS
               THRU 2180-RELEASE-DATASETS-EXIT.
        2852-RELEASE-ONE-STAGE-EXIT.
            EXIT.

      * a reaped stage waits until its siblings finish; then the
      * group completes or retries as one unit
        2900-REAP-GROUP-MEMBER.
               NOT JST-GROUP-WAIT (JOB-SUB2)
               GO TO 2921-RETRY-ONE-EXIT
            END-IF
            MOVE JOB-SUB2 TO JOB-CLAIM-SUB
            PERFORM 2180-RELEASE-DATASETS
               THRU 2180-RELEASE-DATASETS-EXIT
            ADD 1 TO JST-RETRY-COUNT (JOB-SUB2)
            IF JST-RETRY-COUNT (JOB-SUB2) >
               JST-MAX-RETRIES (JOB-SUB2)
        2931-COMPLETE-ONE.
            IF JST-PIPE-GROUP (JOB-SUB2) = JOB-PIPE-GROUP AND
               JST-GROUP-WAIT (JOB-SUB2)
               MOVE JOB-SUB2 TO JOB-CLAIM-SUB
               PERFORM 2180-RELEASE-DATASETS
                  THRU 2180-RELEASE-DATASETS-EXIT
               SET JST-COMPLETE (JOB-SUB2) TO TRUE
               MOVE JOB-SUB2 TO JOB-OPS-SUB
               PERFORM 2600-WRITE-OPS-EVENT
        2600-WRITE-OPS-EVENT-EXIT.
            EXIT.

      * TRIGSTAT is rewritten whole: one line per step waiting on
      * a trigger right now, for JOB-CONSOLE -CMD=TRIGGERS
        2650-WRITE-TRIG-STATUS.
            OPEN OUTPUT TRIG-STATUS-FILE
            PERFORM 2651-WRITE-ONE-WAIT THRU 2651-WRITE-ONE-WAIT-EXIT
               VARYING JOB-SUB2 FROM 1 BY 1
               UNTIL JOB-SUB2 > JOB-STEP-COUNT
            CLOSE TRIG-STATUS-FILE
            SET JOB-TRIG-CHANGED TO FALSE.
        2650-WRITE-TRIG-STATUS-EXIT.
            EXIT.

        2651-WRITE-ONE-WAIT.
            IF NOT JST-PENDING (JOB-SUB2) OR
               JST-TRIG-SW (JOB-SUB2) = 'Y' OR
               JST-TRIG-SINCE (JOB-SUB2) = 0
               GO TO 2651-WRITE-ONE-WAIT-EXIT
            END-IF
            MOVE JOB-STREAM-ID TO TWR-STREAM-ID
            MOVE JST-NAME (JOB-SUB2) TO TWR-STEP-NAME
            MOVE JST-TRIG-STREAM (JOB-SUB2) TO TWR-ON-STREAM
            MOVE JST-TRIG-STEP (JOB-SUB2) TO TWR-ON-STEP
            MOVE JST-TRIG-OP (JOB-SUB2) TO TWR-ON-OP
            MOVE JST-TRIG-STATUS (JOB-SUB2) TO TWR-ON-STATUS
            MOVE JST-TRIG-FILE (JOB-SUB2) TO TWR-ON-FILE
            MOVE JST-TRIG-SINCE (JOB-SUB2) TO TWR-WAIT-SINCE
            MOVE JST-TRIG-TIMEOUT (JOB-SUB2) TO TWR-TIMEOUT
            MOVE JST-TRIG-LEVEL (JOB-SUB2) TO TWR-LEVEL
            MOVE JST-TRIG-EVENT-SW (JOB-SUB2) TO TWR-EVENT-MET
            WRITE TRIG-WAIT-RECORD.
        2651-WRITE-ONE-WAIT-EXIT.
            EXIT.

        2430-SKIP-TEST-PRED.
            IF JST-PRED-NAME (JOB-SUB JOB-PRED-SUB) = SPACES
               GO TO 2430-SKIP-TEST-PRED-EXIT
            ELSE
               DISPLAY 'posix-job-driver: stream complete'
            END-IF
            IF JOB-TRIGGERS-DEFINED
               PERFORM 2650-WRITE-TRIG-STATUS
                  THRU 2650-WRITE-TRIG-STATUS-EXIT
            END-IF
            IF JOB-CLAIMS-USED
               MOVE 'RELALL' TO DCM-REQUEST
               CALL 'DSN-CLAIM' USING DCM-CONTROL
            END-IF
            CLOSE OPS-LOG-FILE.
        9999-EXIT-EXIT.
            EXIT.
