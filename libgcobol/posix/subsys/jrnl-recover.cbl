      *      -MODE=BACKOUT | FORWARD
      *      -RUNID=<run id>        required for BACKOUT
      *      -TOSECONDS=<epoch>     FORWARD stops after this time
      *      -FROM=<yyyymmdd>       FORWARD starts at the generation
      *                             holding this business date,
      *                             default the first
      *      -JRNL=<path>           one journal file only, instead of
      *                             the generations on the journal
      *                             index
      *      -ENTRYLEN=<bytes>      entry length of the -JRNL file,
      *                             default the current layout; 487
      *                             for one written before
      *                             JRN-PROVENANCE
      *
      *  The journal is kept in daily generations (JRNL-ROLL); the
      *  ones needed are found through JRNL-INDEX, sealed and
      *  vaulted ones included.  BACKOUT of a run whose id starts
      *  with its business date reads only the generations holding
      *  that date, newest first; any other run id reads them all.
      *  Each generation is read at the entry length its index
      *  entry gives; bytes past the last whole entry are reported
      *  and left alone.
      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *  2026-10-15 smckinney  Recovery works across the daily journal
      *                        generations through JRNL-INDEX; -JRNL
      *                        names a single file, -FROM added.
      *  2026-10-15 smckinney  Each journal generation is read at its
      *                        own entry length; -ENTRYLEN added.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. JRNL-RECOVER.
        COPY acct-master.
        Working-Storage Section.
        COPY jrnl-record.
        01  JRN-FD                  PIC 9(8) Usage COMP Value 0.
        01  JRN-OFFSET              Binary-Long.
        01  JRN-RC                  Binary-Long.
        01  JRN-GOOD-SW             PIC X(01).
            88  JRN-GOOD                Value 'Y', False 'N'.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY jrnl-index.
        COPY cmdline-parms.
        COPY exit-status.
        01  JRV-FILE-STATUS         PIC X(02).
        01  JRV-TO-SECONDS          PIC 9(11) Value 99999999999.
        01  JRV-JRNL-PATH           PIC X(256)
                Value '/var/batch/acct-master.jrnl'.
        01  JRV-EXPLICIT-SW         PIC X(01) Value 'N'.
            88  JRV-EXPLICIT-JRNL       Value 'Y', False 'N'.
        01  JRV-FROM-DATE           PIC 9(08) Value 0.
        01  JRV-RUN-DATE-X          PIC X(08).
        01  JRV-GEN-COUNT           Binary-Long Value 0.
        01  JRV-GEN-SUB             Binary-Long.
        01  JRV-GEN-TABLE.
            05  JRV-GEN-NUMBER      PIC 9(06) OCCURS 9999 TIMES.
        01  JRV-FD-RC               Binary-Long.
        01  JRV-JRNL-SIZE           Binary-Long.
        01  JRV-RECORD-COUNT        Binary-Long Value 0.
        01  JRV-TAIL-BYTES          Binary-Long Value 0.
        01  JRV-ENTRY-LENGTH        PIC 9(05) Value 0.
        01  JRV-RECORD-SUB          Binary-Long.
        01  JRV-APPLIED-COUNT       PIC 9(09) Value 0.
        01  JRV-SKIPPED-COUNT       PIC 9(09) Value 0.
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO JRV-JRNL-PATH
               SET JRV-EXPLICIT-JRNL TO TRUE
               MOVE 1 TO JRV-GEN-COUNT
            END-IF
            MOVE 'FROM' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO JRV-FROM-DATE
            END-IF
            MOVE LENGTH OF JRN-RECORD TO JRV-ENTRY-LENGTH
            MOVE 'ENTRYLEN' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO JRV-ENTRY-LENGTH
            END-IF
            IF JRV-ENTRY-LENGTH NOT = LENGTH OF JRN-RECORD AND
               JRV-ENTRY-LENGTH NOT = JRN-SHORT-LENGTH
               DISPLAY 'jrnl-recover: -ENTRYLEN must be '
                  JRN-SHORT-LENGTH ' or the current length'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            IF JRV-MODE = 'BACKOUT' AND JRV-RUN-ID = SPACES
               DISPLAY 'jrnl-recover: -RUNID is required for BACKOUT'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            IF NOT JRV-EXPLICIT-JRNL
               PERFORM 1100-LIST-GENERATIONS
                  THRU 1100-LIST-GENERATIONS-EXIT
               IF NOT JOB-OK
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
            END-IF
            OPEN I-O ACCT-MASTER-FILE
            IF JRV-FILE-STATUS NOT = '00'
               DISPLAY 'jrnl-recover: cannot open master, status '
        1000-INITIALIZE-EXIT.
            EXIT.

      * the generations holding the dates wanted, oldest first
        1100-LIST-GENERATIONS.
            MOVE JRV-FROM-DATE TO JIQ-FROM-DATE
            MOVE 99999999 TO JIQ-TO-DATE
            IF JRV-MODE = 'BACKOUT'
               MOVE 0 TO JIQ-FROM-DATE
               MOVE JRV-RUN-ID (1:8) TO JRV-RUN-DATE-X
               IF JRV-RUN-DATE-X NUMERIC
                  MOVE JRV-RUN-DATE-X TO JIQ-FROM-DATE JIQ-TO-DATE
               END-IF
            END-IF
            MOVE 'FIRST' TO JIQ-REQUEST
            CALL 'JRNL-INDEX' USING JIQ-CONTROL
            PERFORM 1110-TAKE-ONE-GEN THRU 1110-TAKE-ONE-GEN-EXIT
                UNTIL NOT JIQ-OK OR NOT JOB-OK
            IF JOB-OK AND NOT JIQ-NO-GENERATION
               DISPLAY 'jrnl-recover: journal index status '
                  JIQ-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1100-LIST-GENERATIONS-EXIT
            END-IF
            DISPLAY 'jrnl-recover: ' JRV-GEN-COUNT
               ' journal generation(s) to read'.
        1100-LIST-GENERATIONS-EXIT.
            EXIT.

        1110-TAKE-ONE-GEN.
            IF JRV-GEN-COUNT = 9999
               DISPLAY 'jrnl-recover: too many journal generations,'
                  ' narrow the range with -FROM'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1110-TAKE-ONE-GEN-EXIT
            END-IF
            ADD 1 TO JRV-GEN-COUNT
            MOVE JIQ-GENERATION TO JRV-GEN-NUMBER (JRV-GEN-COUNT)
            MOVE 'NEXT' TO JIQ-REQUEST
            CALL 'JRNL-INDEX' USING JIQ-CONTROL.
        1110-TAKE-ONE-GEN-EXIT.
            EXIT.

      * newest generation first, and within each the newest entry
      * first: walk the fixed-length journal backwards by offset
      * arithmetic
        2000-BACKOUT.
            PERFORM 2050-BACKOUT-GEN THRU 2050-BACKOUT-GEN-EXIT
               VARYING JRV-GEN-SUB FROM JRV-GEN-COUNT BY -1
               UNTIL JRV-GEN-SUB < 1.
        2000-BACKOUT-EXIT.
            EXIT.

        2050-BACKOUT-GEN.
            PERFORM 5000-OPEN-GENERATION
               THRU 5000-OPEN-GENERATION-EXIT
            IF JRN-FD = 0
               GO TO 2050-BACKOUT-GEN-EXIT
            END-IF
            PERFORM 2100-BACKOUT-ONE THRU 2100-BACKOUT-ONE-EXIT
               VARYING JRV-RECORD-SUB FROM JRV-RECORD-COUNT BY -1
               UNTIL JRV-RECORD-SUB < 1
            PERFORM 5100-CLOSE-GENERATION
               THRU 5100-CLOSE-GENERATION-EXIT.
        2050-BACKOUT-GEN-EXIT.
            EXIT.

        2100-BACKOUT-ONE.
            COMPUTE JRN-OFFSET =
               (JRV-RECORD-SUB - 1) * JRN-READ-LENGTH
            PERFORM 9565-READ-JOURNAL-ENTRY
               THRU 9565-READ-JOURNAL-ENTRY-EXIT
            IF JRN-RC NOT = LENGTH OF JRN-RECORD
               ADD 1 TO JRV-ERROR-COUNT
               GO TO 2100-BACKOUT-ONE-EXIT
            EXIT.

        3000-ROLL-FORWARD.
            PERFORM 3050-FORWARD-GEN THRU 3050-FORWARD-GEN-EXIT
               VARYING JRV-GEN-SUB FROM 1 BY 1
               UNTIL JRV-GEN-SUB > JRV-GEN-COUNT.
        3000-ROLL-FORWARD-EXIT.
            EXIT.

        3050-FORWARD-GEN.
            PERFORM 5000-OPEN-GENERATION
               THRU 5000-OPEN-GENERATION-EXIT
            IF JRN-FD = 0
               GO TO 3050-FORWARD-GEN-EXIT
            END-IF
            PERFORM 3100-FORWARD-ONE THRU 3100-FORWARD-ONE-EXIT
               VARYING JRV-RECORD-SUB FROM 1 BY 1
               UNTIL JRV-RECORD-SUB > JRV-RECORD-COUNT
            PERFORM 5100-CLOSE-GENERATION
               THRU 5100-CLOSE-GENERATION-EXIT.
        3050-FORWARD-GEN-EXIT.
            EXIT.

        3100-FORWARD-ONE.
            COMPUTE JRN-OFFSET =
               (JRV-RECORD-SUB - 1) * JRN-READ-LENGTH
            PERFORM 9565-READ-JOURNAL-ENTRY
               THRU 9565-READ-JOURNAL-ENTRY-EXIT
            IF JRN-RC NOT = LENGTH OF JRN-RECORD
               ADD 1 TO JRV-ERROR-COUNT
               GO TO 3100-FORWARD-ONE-EXIT
        4000-AUDIT-RECOVERY-EXIT.
            EXIT.

      * a generation that cannot be found or opened is an error;
      * the run goes on with the rest and ends for a rerun
        5000-OPEN-GENERATION.
            MOVE 0 TO JRN-FD JRV-RECORD-COUNT
            IF NOT JRV-EXPLICIT-JRNL
               MOVE JRV-GEN-NUMBER (JRV-GEN-SUB) TO JIQ-GENERATION
               MOVE 'GET' TO JIQ-REQUEST
               CALL 'JRNL-INDEX' USING JIQ-CONTROL
               IF NOT JIQ-OK
                  DISPLAY 'jrnl-recover: journal generation '
                     JIQ-GENERATION ' not on the index, status '
                     JIQ-STATUS
                  ADD 1 TO JRV-ERROR-COUNT
                  GO TO 5000-OPEN-GENERATION-EXIT
               END-IF
               MOVE JIQ-PATH TO JRV-JRNL-PATH
               MOVE JIQ-ENTRY-LENGTH TO JRV-ENTRY-LENGTH
            END-IF
            MOVE JRV-ENTRY-LENGTH TO JRN-READ-LENGTH
            CALL "posix-open" USING BY REFERENCE JRV-JRNL-PATH
                 BY VALUE 0
                RETURNING JRV-FD-RC
            END-CALL
            IF JRV-FD-RC < 0
               DISPLAY 'jrnl-recover: cannot open journal '
                  FUNCTION TRIM(JRV-JRNL-PATH)
               ADD 1 TO JRV-ERROR-COUNT
               GO TO 5000-OPEN-GENERATION-EXIT
            END-IF
            MOVE JRV-FD-RC TO JRN-FD
            CALL "posix-lseek" USING BY VALUE JRN-FD
                 BY VALUE 0 BY VALUE 2
                RETURNING JRV-JRNL-SIZE
            END-CALL
            DIVIDE JRV-JRNL-SIZE BY JRN-READ-LENGTH
               GIVING JRV-RECORD-COUNT REMAINDER JRV-TAIL-BYTES
            DISPLAY 'jrnl-recover: journal '
               FUNCTION TRIM(JRV-JRNL-PATH) ' holds '
               JRV-RECORD-COUNT ' entries of ' JRN-READ-LENGTH
               ' bytes'
            IF JRV-TAIL-BYTES NOT = 0
               DISPLAY 'jrnl-recover: ' JRV-TAIL-BYTES
                  ' bytes past the last whole entry ignored'
            END-IF.
        5000-OPEN-GENERATION-EXIT.
            EXIT.

        5100-CLOSE-GENERATION.
            IF JRN-FD NOT = 0
               CALL "posix-close" USING BY VALUE JRN-FD
                   RETURNING JRN-RC
               END-CALL
               MOVE 0 TO JRN-FD
            END-IF.
        5100-CLOSE-GENERATION-EXIT.
            EXIT.

        9999-EXIT.
            IF JRN-FD NOT = 0
               CALL "posix-close" USING BY VALUE JRN-FD
