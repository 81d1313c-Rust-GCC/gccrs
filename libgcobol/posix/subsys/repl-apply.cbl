      *  -ONCE=Y runs a single catch-up pass instead of standing.
      *  SIGTERM stops the loop cleanly.
      *
      *  The journal is kept in daily generations (JRNL-ROLL).  The
      *  state names the generation the offset is in; at the end of
      *  a generation that JRNL-INDEX shows sealed, and read to its
      *  sealed size, the apply goes on at the start of the next
      *  one.  A generation still open is simply waited on.  Each
      *  generation is read at the entry length its index entry
      *  gives, so one written before JRN-PROVENANCE still applies.
      *
      *  REPLSTAT record layout (fixed columns):
      *      RST-OFFSET      9(15)   journal bytes applied through
      *      RST-SEQUENCE    9(9)    last journal sequence applied
      *      RST-SECONDS     9(11)   applied-through wall clock
      *      RST-GENERATION  9(6)    journal generation the offset
      *                              is in (blank is generation 1)
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Follows the journal from one daily
      *                        generation to the next through
      *                        JRNL-INDEX; RST-GENERATION added.
      *  2026-10-15 smckinney  Each journal generation is stepped
      *                        through at its own entry length.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. REPL-APPLY.
            Function POSIX-PWRITE
            Function POSIX-PREAD
            Function POSIX-FSYNC
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            05  RST-OFFSET          PIC 9(15).
            05  RST-SEQUENCE        PIC 9(09).
            05  RST-SECONDS         PIC 9(11).
            05  RST-GENERATION      PIC 9(06).
        Working-Storage Section.
        COPY jrnl-record.
        01  JRN-FD                  PIC 9(8) Usage COMP Value 0.
        01  JRN-OFFSET              Binary-Long.
        01  JRN-RC                  Binary-Long.
        01  JRN-GOOD-SW             PIC X(01).
            88  JRN-GOOD                Value 'Y', False 'N'.
        COPY jrnl-index.
        COPY cmdline-parms.
        COPY exit-status.
        01  RPA-STOP-SWITCH         PIC X(01) External.
            88  RPA-ONCE                Value 'Y', False 'N'.
        01  RPA-REBUILD-SW          PIC X(01) Value 'N'.
            88  RPA-REBUILD             Value 'Y', False 'N'.
        01  RPA-GENERATION          PIC 9(06) Value 1.
        01  RPA-STEPPED-SW          PIC X(01).
            88  RPA-GEN-STEPPED         Value 'Y', False 'N'.
        01  RPA-POLL-SECONDS        Binary-Long Value 10.
        01  RPA-APPLIED-COUNT       PIC 9(09) Value 0.
        01  RPA-LAST-SEQUENCE       PIC 9(09) Value 0.
            END-IF
            IF JOB-OK
               PERFORM 2000-ONE-PASS THRU 2000-ONE-PASS-EXIT
                   UNTIL RPA-STOP-REQUESTED OR NOT JOB-OK OR
                         (RPA-ONCE AND RPA-EOF)
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO RPA-POLL-SECONDS
            END-IF
            OPEN I-O REPLICA-FILE
            IF RPA-REPL-STATUS = '35'
      *        a fresh box: the replica starts empty and the
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1100-LOAD-STATE THRU 1100-LOAD-STATE-EXIT
            IF NOT RPA-REBUILD
               PERFORM 1200-OPEN-GENERATION
                  THRU 1200-OPEN-GENERATION-EXIT
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

                NOT AT END
                    MOVE RST-OFFSET TO JRN-OFFSET
                    MOVE RST-SEQUENCE TO RPA-LAST-SEQUENCE
                    IF RST-GENERATION NUMERIC AND RST-GENERATION > 0
                       MOVE RST-GENERATION TO RPA-GENERATION
                    END-IF
            END-READ
            CLOSE STATE-FILE.
        1100-LOAD-STATE-EXIT.
            EXIT.

      * the generation RPA-GENERATION names, wherever it is now
        1200-OPEN-GENERATION.
            MOVE RPA-GENERATION TO JIQ-GENERATION
            MOVE 'GET' TO JIQ-REQUEST
            CALL 'JRNL-INDEX' USING JIQ-CONTROL
            IF NOT JIQ-OK
               DISPLAY 'repl-apply: journal generation '
                  RPA-GENERATION ' not on the index, status '
                  JIQ-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1200-OPEN-GENERATION-EXIT
            END-IF
            CALL "posix-open" USING BY REFERENCE JIQ-PATH
                 BY VALUE 0
                RETURNING RPA-RC
            END-CALL
            IF RPA-RC < 0
               DISPLAY 'repl-apply: cannot open journal '
                  FUNCTION TRIM(JIQ-PATH)
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1200-OPEN-GENERATION-EXIT
            END-IF
            MOVE RPA-RC TO JRN-FD
            MOVE JIQ-ENTRY-LENGTH TO JRN-READ-LENGTH.
        1200-OPEN-GENERATION-EXIT.
            EXIT.

        2000-ONE-PASS.
            SET RPA-EOF TO FALSE
            PERFORM 2100-ONE-ENTRY THRU 2100-ONE-ENTRY-EXIT
                UNTIL RPA-EOF OR RPA-STOP-REQUESTED OR NOT JOB-OK
            IF NOT RPA-ONCE AND NOT RPA-STOP-REQUESTED AND JOB-OK
               CALL "sleep" USING BY VALUE RPA-POLL-SECONDS
            END-IF.
        2000-ONE-PASS-EXIT.
            EXIT.

        2100-ONE-ENTRY.
            PERFORM 9565-READ-JOURNAL-ENTRY
               THRU 9565-READ-JOURNAL-ENTRY-EXIT
            IF JRN-RC < LENGTH OF JRN-RECORD
               PERFORM 2200-NEXT-GENERATION
                  THRU 2200-NEXT-GENERATION-EXIT
               IF NOT RPA-GEN-STEPPED
                  SET RPA-EOF TO TRUE
               END-IF
               GO TO 2100-ONE-ENTRY-EXIT
            END-IF
            PERFORM 3000-APPLY-ONE THRU 3000-APPLY-ONE-EXIT
            ADD JRN-READ-LENGTH TO JRN-OFFSET
            MOVE JRN-SEQUENCE TO RPA-LAST-SEQUENCE
            PERFORM 4000-SAVE-STATE THRU 4000-SAVE-STATE-EXIT.
        2100-ONE-ENTRY-EXIT.
            EXIT.

      * the end of a generation is the end of the journal until
      * JRNL-ROLL has sealed it and entered the next one
        2200-NEXT-GENERATION.
            SET RPA-GEN-STEPPED TO FALSE
            MOVE RPA-GENERATION TO JIQ-GENERATION
            MOVE 'GET' TO JIQ-REQUEST
            CALL 'JRNL-INDEX' USING JIQ-CONTROL
            IF NOT JIQ-OK OR NOT JIQ-GEN-CLOSED
               GO TO 2200-NEXT-GENERATION-EXIT
            END-IF
            IF JRN-OFFSET < JIQ-ENTRY-COUNT * JRN-READ-LENGTH
               GO TO 2200-NEXT-GENERATION-EXIT
            END-IF
            COMPUTE JIQ-GENERATION = RPA-GENERATION + 1
            MOVE 'GET' TO JIQ-REQUEST
            CALL 'JRNL-INDEX' USING JIQ-CONTROL
            IF NOT JIQ-OK
               GO TO 2200-NEXT-GENERATION-EXIT
            END-IF
            CALL "posix-close" USING BY VALUE JRN-FD
                RETURNING JRN-RC
            END-CALL
            ADD 1 TO RPA-GENERATION
            PERFORM 1200-OPEN-GENERATION
               THRU 1200-OPEN-GENERATION-EXIT
            IF NOT JOB-OK
               GO TO 2200-NEXT-GENERATION-EXIT
            END-IF
            DISPLAY 'repl-apply: continuing with journal generation '
               RPA-GENERATION
            MOVE 0 TO JRN-OFFSET
            PERFORM 4000-SAVE-STATE THRU 4000-SAVE-STATE-EXIT
            SET RPA-GEN-STEPPED TO TRUE.
        2200-NEXT-GENERATION-EXIT.
            EXIT.

        3000-APPLY-ONE.
            EVALUATE TRUE
               WHEN JRN-ACTION-CREATE
            MOVE JRN-OFFSET TO RST-OFFSET
            MOVE RPA-LAST-SEQUENCE TO RST-SEQUENCE
            MOVE RPA-NOW-SECONDS TO RST-SECONDS
            MOVE RPA-GENERATION TO RST-GENERATION
            WRITE STATE-RECORD
            CLOSE STATE-FILE.
        4000-SAVE-STATE-EXIT.
            CLOSE ACCT-MASTER-FILE
            CLOSE REPLICA-FILE
            OPEN I-O REPLICA-FILE
            MOVE 'CURRENT' TO JIQ-REQUEST
            CALL 'JRNL-INDEX' USING JIQ-CONTROL
            IF NOT JIQ-OK
               DISPLAY 'repl-apply: journal index status '
                  JIQ-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 5000-REBUILD-EXIT
            END-IF
            MOVE JIQ-GENERATION TO RPA-GENERATION
            PERFORM 1200-OPEN-GENERATION
               THRU 1200-OPEN-GENERATION-EXIT
            IF NOT JOB-OK
               GO TO 5000-REBUILD-EXIT
            END-IF
            CALL "posix-lseek" USING BY VALUE JRN-FD
                 BY VALUE 0 BY VALUE 2
                RETURNING JRN-OFFSET
