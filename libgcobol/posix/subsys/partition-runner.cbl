      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  partition-runner.cbl
      *
      *  Key-range partitioned runner for the nightly account-master
      *  walks (SAV-ACCRUE, OD-MONITOR, FEE-ENGINE, DORMANT-SCAN,
      *  BAL-SNAPSHOT).  The AM-KEY range is cut into N slices of
      *  about equal record count, N sized the way SCENARIO-RUNNER
      *  sizes its pool: the posix-sysconf processor count less the
      *  one-minute posix-getloadavg, capped by -MAXSLICES.  Each
      *  slice is forked through posix-fork as its own run of the
      *  walker with -SLICE/-LOWKEY/-HIGHKEY, writing its own outputs
      *  and its own restart file (part-slice.cpy) in the work
      *  directory.  When every slice has finished the walker is run
      *  once more with -MERGE, which folds the slice outputs,
      *  control totals and reports back into the same single
      *  outputs and job history a sequential run produces.
      *
      *  The slice boundaries are kept in <workdir>/<job>.plan under
      *  the run id, so a rerun of the same run cuts the same
      *  slices: a slice already complete for the run is not
      *  started again, and one that failed resumes alone from its
      *  own last checkpoint.  A slice that fails is retried alone
      *  (-RETRIES times) after the others have finished; if it
      *  still fails no merge is run and the job ends NEEDS-RERUN,
      *  so the rerun picks up at that slice.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -PROGRAM=<path>     the walker program
      *      -JOB=<job id>       the walker's job id (e.g. SAVACCRU),
      *                          names the slice files
      *      -RUNID=<id>         default job id + business date, so
      *                          the same day's rerun resumes
      *      -MAXSLICES=<n>      cap, default 8 (never above 16)
      *      -WORKDIR=<dir>      default /var/batch/part
      *      -RETRIES=<n>        default 1
      *  every other flag (-BLOCK, -FORCE, ...) is handed on to the
      *  walker unchanged.
      *
      *  PARTPLAN record layout (fixed columns):
      *      PPL-RUN-ID   X(16)
      *      PPL-SLICE    9(2)
      *      PPL-LOW-KEY  X(32)   spaces: from the top of the file
      *      PPL-HIGH-KEY X(32)   spaces: to the end of the file
      *      PPL-RECORDS  9(9)    accounts in the slice when cut
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. PARTITION-RUNNER.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-SYSCONF
            Function POSIX-GETLOADAVG
            Function POSIX-SETENV
            Function POSIX-PREAD.
        Input-Output Section.
        File-Control.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is PRN-ACCT-STATUS.
            Select PLAN-FILE Assign To PARTPLAN
                Organization Is Line Sequential
                File Status Is PRN-PLAN-STATUS.
        Data Division.
        File Section.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  PLAN-FILE.
        01  PLAN-RECORD.
            05  PPL-RUN-ID          PIC X(16).
            05  PPL-SLICE           PIC 9(02).
            05  PPL-LOW-KEY         PIC X(32).
            05  PPL-HIGH-KEY        PIC X(32).
            05  PPL-RECORDS         PIC 9(09).
        Working-Storage Section.
        COPY cmdline-parms.
        COPY exit-status.
        COPY bus-date.
        COPY ckpt-record.
        01  PRN-ACCT-STATUS         PIC X(02).
        01  PRN-PLAN-STATUS         PIC X(02).
        01  PRN-EOF-SWITCH          PIC X(01).
            88  PRN-EOF                 Value 'Y', False 'N'.
        01  PRN-PLAN-SW             PIC X(01) Value 'N'.
            88  PRN-PLAN-REUSED         Value 'Y', False 'N'.
        01  PRN-PROGRAM-PATH        PIC X(256).
        01  PRN-JOB-ID              PIC X(08).
        01  PRN-RUN-ID              PIC X(16).
        01  PRN-WORK-DIR            PIC X(200) Value '/var/batch/part'.
        01  PRN-MAX-SLICES          Binary-Long Value 8.
        01  PRN-RETRIES             Binary-Long Value 1.
        01  PRN-TRY                 Binary-Long.
        01  PRN-CORES               Binary-Long.
        01  PRN-LOADAVG.
            05  PRN-LOAD-ENTRY      Usage FLOAT-LONG OCCURS 3 TIMES.
        01  PRN-LOAD-WHOLE          Binary-Long.
        01  PRN-SLICES              Binary-Long.
        01  PRN-SUB                 Binary-Long.
        01  PRN-ARG-SUB             Binary-Long.
        01  PRN-RC                  Binary-Long.
        01  PRN-FD-RC               Binary-Long.
        01  PRN-FD                  PIC 9(8) Usage COMP.
        01  PRN-ACCOUNTS            PIC 9(09) Value 0.
        01  PRN-PER-SLICE           PIC 9(09).
        01  PRN-FAILED-COUNT        Binary-Long Value 0.
        01  PRN-SLICE-TEXT          PIC 9(02).
        01  PRN-ENV-NAME            PIC X(64).
        01  PRN-ENV-VALUE           PIC X(256).
        01  PRN-CKPT-PATH           PIC X(256).
      * one entry per slice of the plan
        01  PRN-SLICE-TABLE.
            05  PRN-SLICE-ENTRY     OCCURS 16 TIMES.
                10  PRN-S-LOW-KEY   PIC X(32).
                10  PRN-S-HIGH-KEY  PIC X(32).
                10  PRN-S-RECORDS   PIC 9(09).
                10  PRN-S-PID       Binary-Long.
                10  PRN-S-STATE     PIC X(01).
                    88  PRN-S-COMPLETE  Value 'C'.
                    88  PRN-S-RUNNING   Value 'R'.
                    88  PRN-S-FAILED    Value 'F'.
        01  PRN-CHILD-PID           Binary-Long.
        01  PRN-CHILD-STATUS        Binary-Long.
        01  PRN-CHILD-EXIT          Binary-Long.
        01  PRN-CHILD-SIGNAL        Binary-Long.
      * the flags handed on to every child unchanged
        01  PRN-FWD-COUNT           Binary-Long Value 0.
        01  PRN-FWD-TABLE.
            05  PRN-FWD-ARG         PIC X(84) OCCURS 20 TIMES.
        01  PRN-ARG-0               PIC X(257).
        01  PRN-ARG-RUNID           PIC X(24).
        01  PRN-ARG-WORKDIR         PIC X(210).
        01  PRN-ARG-SLICE           PIC X(12).
        01  PRN-ARG-LOWKEY          PIC X(42).
        01  PRN-ARG-HIGHKEY         PIC X(42).
        01  PRN-ARGC                Binary-Long.
        01  PRN-ARGV-VECTOR.
            05  PRN-ARGV-PTR        Usage POINTER OCCURS 28 TIMES.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-SIZE-SLICE-POOL
                  THRU 2000-SIZE-SLICE-POOL-EXIT
               PERFORM 2500-PLAN-SLICES THRU 2500-PLAN-SLICES-EXIT
            END-IF
            IF JOB-OK
               PERFORM 3000-FORK-SLICES THRU 3000-FORK-SLICES-EXIT
               PERFORM 4000-WAIT-FOR-SLICES
                  THRU 4000-WAIT-FOR-SLICES-EXIT
               PERFORM 4500-RETRY-FAILED THRU 4500-RETRY-FAILED-EXIT
                  VARYING PRN-TRY FROM 1 BY 1
                  UNTIL PRN-TRY > PRN-RETRIES
                     OR PRN-FAILED-COUNT = 0
               PERFORM 5000-MERGE THRU 5000-MERGE-EXIT
            END-IF
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            PERFORM 9700-CLP-PARSE-ARGS THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'PROGRAM' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            MOVE CLP-LOOKUP-VALUE TO PRN-PROGRAM-PATH
            MOVE 'JOB' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            MOVE CLP-LOOKUP-VALUE TO PRN-JOB-ID
            MOVE 'MAXSLICES' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO PRN-MAX-SLICES
            END-IF
            MOVE 'RETRIES' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO PRN-RETRIES
            END-IF
            MOVE 'WORKDIR' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO PRN-WORK-DIR
            END-IF
            IF PRN-PROGRAM-PATH = SPACES OR PRN-JOB-ID = SPACES
               DISPLAY 'partition-runner: -PROGRAM and -JOB'
                  ' are required'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE 'RUNID' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO PRN-RUN-ID
            ELSE
               CALL 'BUS-DATE' USING BDQ-CONTROL
               IF NOT BDQ-OK
                  DISPLAY 'partition-runner: no business date'
                     ' established and no -RUNID given'
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE PRN-JOB-ID TO PRN-RUN-ID
               MOVE BDQ-DATE TO PRN-RUN-ID (9:8)
            END-IF
            PERFORM 1100-KEEP-FORWARD-FLAG
               THRU 1100-KEEP-FORWARD-FLAG-EXIT
               VARYING PRN-SUB FROM 1 BY 1
               UNTIL PRN-SUB > CLP-ENTRY-COUNT
            MOVE 'PARTPLAN' TO PRN-ENV-NAME
            MOVE SPACES TO PRN-ENV-VALUE
            STRING PRN-WORK-DIR  DELIMITED BY SPACE
                   '/'           DELIMITED BY SIZE
                   PRN-JOB-ID    DELIMITED BY SPACE
                   '.plan'       DELIMITED BY SIZE
              INTO PRN-ENV-VALUE
            END-STRING
            MOVE FUNCTION POSIX-SETENV(PRN-ENV-NAME, PRN-ENV-VALUE, 1)
              TO PRN-RC
            DISPLAY 'partition-runner: ' FUNCTION TRIM(PRN-JOB-ID)
               ' run ' PRN-RUN-ID.
        1000-INITIALIZE-EXIT.
            EXIT.

      * the runner's own flags stay here; the rest go to the walker
        1100-KEEP-FORWARD-FLAG.
            EVALUATE CLP-PARM-NAME (PRN-SUB)
               WHEN 'PROGRAM'
               WHEN 'JOB'
               WHEN 'RUNID'
               WHEN 'MAXSLICES'
               WHEN 'WORKDIR'
               WHEN 'RETRIES'
               WHEN 'SLICE'
               WHEN 'MERGE'
               WHEN 'LOWKEY'
               WHEN 'HIGHKEY'
                  CONTINUE
               WHEN OTHER
                  ADD 1 TO PRN-FWD-COUNT
                  MOVE SPACES TO PRN-FWD-ARG (PRN-FWD-COUNT)
                  STRING '-' DELIMITED BY SIZE
                         CLP-PARM-NAME (PRN-SUB) DELIMITED BY SPACE
                         '=' DELIMITED BY SIZE
                         FUNCTION TRIM(CLP-PARM-VALUE (PRN-SUB)
                            TRAILING) DELIMITED BY SIZE
                         X'00' DELIMITED BY SIZE
                    INTO PRN-FWD-ARG (PRN-FWD-COUNT)
                  END-STRING
            END-EVALUATE.
        1100-KEEP-FORWARD-FLAG-EXIT.
            EXIT.

      * one slice per idle core: online processor count less the
      * one-minute load average, inside [1, MAXSLICES]
        2000-SIZE-SLICE-POOL.
      *    _SC_NPROCESSORS_ONLN
            MOVE FUNCTION POSIX-SYSCONF(84) TO PRN-CORES
            IF PRN-CORES < 1
               MOVE 1 TO PRN-CORES
            END-IF
            MOVE FUNCTION POSIX-GETLOADAVG(PRN-LOADAVG, 3)
              TO PRN-RC
            IF PRN-RC > 0
               COMPUTE PRN-LOAD-WHOLE = PRN-LOAD-ENTRY (1)
            ELSE
               MOVE 0 TO PRN-LOAD-WHOLE
            END-IF
            COMPUTE PRN-SLICES = PRN-CORES - PRN-LOAD-WHOLE
            IF PRN-SLICES > PRN-MAX-SLICES
               MOVE PRN-MAX-SLICES TO PRN-SLICES
            END-IF
            IF PRN-SLICES > 16
               MOVE 16 TO PRN-SLICES
            END-IF
            IF PRN-SLICES < 1
               MOVE 1 TO PRN-SLICES
            END-IF
            DISPLAY 'partition-runner: ' PRN-SLICES
               ' slice(s) on ' PRN-CORES ' core(s), load '
               PRN-LOAD-WHOLE.
        2000-SIZE-SLICE-POOL-EXIT.
            EXIT.

      * a rerun of the same run keeps the boundaries it was cut with,
      * whatever the load is now, so its finished slices still fit
        2500-PLAN-SLICES.
            INITIALIZE PRN-SLICE-TABLE
            SET PRN-PLAN-REUSED TO FALSE
            OPEN INPUT PLAN-FILE
            IF PRN-PLAN-STATUS = '00'
               SET PRN-EOF TO FALSE
               MOVE 0 TO PRN-SUB
               PERFORM 2510-LOAD-PLAN-ONE THRU 2510-LOAD-PLAN-ONE-EXIT
                  UNTIL PRN-EOF
               CLOSE PLAN-FILE
            END-IF
            IF PRN-PLAN-REUSED
               MOVE PRN-SUB TO PRN-SLICES
               DISPLAY 'partition-runner: rerun of ' PRN-RUN-ID
                  ', keeping its ' PRN-SLICES ' slice(s)'
               GO TO 2500-PLAN-SLICES-EXIT
            END-IF
            INITIALIZE PRN-SLICE-TABLE
            PERFORM 2600-CUT-SLICES THRU 2600-CUT-SLICES-EXIT
            IF NOT JOB-OK
               GO TO 2500-PLAN-SLICES-EXIT
            END-IF
            OPEN OUTPUT PLAN-FILE
            IF PRN-PLAN-STATUS NOT = '00'
               DISPLAY 'partition-runner: cannot write the plan, '
                  'status ' PRN-PLAN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2500-PLAN-SLICES-EXIT
            END-IF
            PERFORM 2700-WRITE-PLAN-ONE THRU 2700-WRITE-PLAN-ONE-EXIT
               VARYING PRN-SUB FROM 1 BY 1
               UNTIL PRN-SUB > PRN-SLICES
            CLOSE PLAN-FILE.
        2500-PLAN-SLICES-EXIT.
            EXIT.

        2510-LOAD-PLAN-ONE.
            READ PLAN-FILE
                AT END
                    SET PRN-EOF TO TRUE
                    GO TO 2510-LOAD-PLAN-ONE-EXIT
            END-READ
            IF PPL-RUN-ID NOT = PRN-RUN-ID OR PRN-SUB >= 16
               SET PRN-PLAN-REUSED TO FALSE
               SET PRN-EOF TO TRUE
               GO TO 2510-LOAD-PLAN-ONE-EXIT
            END-IF
            SET PRN-PLAN-REUSED TO TRUE
            ADD 1 TO PRN-SUB
            MOVE PPL-LOW-KEY TO PRN-S-LOW-KEY (PRN-SUB)
            MOVE PPL-HIGH-KEY TO PRN-S-HIGH-KEY (PRN-SUB)
            MOVE PPL-RECORDS TO PRN-S-RECORDS (PRN-SUB).
        2510-LOAD-PLAN-ONE-EXIT.
            EXIT.

      * two passes over the master: count it, then cut it every
      * ceil(count / slices) accounts; the first slice starts at
      * the top of the file and the last runs to its end
        2600-CUT-SLICES.
            MOVE 0 TO PRN-ACCOUNTS
            PERFORM 2610-OPEN-MASTER THRU 2610-OPEN-MASTER-EXIT
            IF NOT JOB-OK
               GO TO 2600-CUT-SLICES-EXIT
            END-IF
            PERFORM 2620-COUNT-ONE THRU 2620-COUNT-ONE-EXIT
               UNTIL PRN-EOF
            CLOSE ACCT-MASTER-FILE
            IF PRN-ACCOUNTS < PRN-SLICES
               MOVE PRN-ACCOUNTS TO PRN-SLICES
            END-IF
            IF PRN-SLICES < 1
               MOVE 1 TO PRN-SLICES
            END-IF
            COMPUTE PRN-PER-SLICE =
               (PRN-ACCOUNTS + PRN-SLICES - 1) / PRN-SLICES
            IF PRN-PER-SLICE < 1
               MOVE 1 TO PRN-PER-SLICE
            END-IF
            PERFORM 2610-OPEN-MASTER THRU 2610-OPEN-MASTER-EXIT
            IF NOT JOB-OK
               GO TO 2600-CUT-SLICES-EXIT
            END-IF
            MOVE 1 TO PRN-SUB
            PERFORM 2630-CUT-ONE THRU 2630-CUT-ONE-EXIT
               UNTIL PRN-EOF
            CLOSE ACCT-MASTER-FILE
      *    accounts closed between the passes can leave the last
      *    slices unreached
            MOVE PRN-SUB TO PRN-SLICES
            MOVE SPACES TO PRN-S-HIGH-KEY (PRN-SLICES)
            DISPLAY 'partition-runner: ' PRN-ACCOUNTS
               ' account(s) cut into ' PRN-SLICES ' slice(s)'.
        2600-CUT-SLICES-EXIT.
            EXIT.

        2610-OPEN-MASTER.
            SET PRN-EOF TO FALSE
            OPEN INPUT ACCT-MASTER-FILE
            IF PRN-ACCT-STATUS NOT = '00'
               DISPLAY 'partition-runner: cannot open master, status '
                  PRN-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        2610-OPEN-MASTER-EXIT.
            EXIT.

        2620-COUNT-ONE.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET PRN-EOF TO TRUE
                NOT AT END
                    ADD 1 TO PRN-ACCOUNTS
            END-READ.
        2620-COUNT-ONE-EXIT.
            EXIT.

        2630-CUT-ONE.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET PRN-EOF TO TRUE
                    GO TO 2630-CUT-ONE-EXIT
            END-READ
            ADD 1 TO PRN-S-RECORDS (PRN-SUB)
            IF PRN-S-RECORDS (PRN-SUB) >= PRN-PER-SLICE
               AND PRN-SUB < PRN-SLICES
               MOVE AM-KEY TO PRN-S-HIGH-KEY (PRN-SUB)
               ADD 1 TO PRN-SUB
               MOVE AM-KEY TO PRN-S-LOW-KEY (PRN-SUB)
            END-IF.
        2630-CUT-ONE-EXIT.
            EXIT.

        2700-WRITE-PLAN-ONE.
            MOVE PRN-RUN-ID TO PPL-RUN-ID
            MOVE PRN-SUB TO PPL-SLICE
            MOVE PRN-S-LOW-KEY (PRN-SUB) TO PPL-LOW-KEY
            MOVE PRN-S-HIGH-KEY (PRN-SUB) TO PPL-HIGH-KEY
            MOVE PRN-S-RECORDS (PRN-SUB) TO PPL-RECORDS
            WRITE PLAN-RECORD.
        2700-WRITE-PLAN-ONE-EXIT.
            EXIT.

        3000-FORK-SLICES.
            PERFORM 3100-START-ONE-SLICE THRU 3100-START-ONE-SLICE-EXIT
               VARYING PRN-SUB FROM 1 BY 1
               UNTIL PRN-SUB > PRN-SLICES.
        3000-FORK-SLICES-EXIT.
            EXIT.

      * a slice already complete for this run is not run again
        3100-START-ONE-SLICE.
            PERFORM 3150-READ-SLICE-CKPT THRU 3150-READ-SLICE-CKPT-EXIT
            IF CKPT-RUN-ID = PRN-RUN-ID AND CKPT-STATUS-COMPLETE
               SET PRN-S-COMPLETE (PRN-SUB) TO TRUE
               DISPLAY 'partition-runner: slice ' PRN-SUB
                  ' already complete'
               GO TO 3100-START-ONE-SLICE-EXIT
            END-IF
            PERFORM 3200-BUILD-SLICE-ARGV
               THRU 3200-BUILD-SLICE-ARGV-EXIT
            PERFORM 3300-FORK-CHILD THRU 3300-FORK-CHILD-EXIT
            MOVE PRN-CHILD-PID TO PRN-S-PID (PRN-SUB)
            SET PRN-S-RUNNING (PRN-SUB) TO TRUE
            DISPLAY 'partition-runner: slice ' PRN-SUB
               ' pid ' PRN-CHILD-PID ' keys after '
               PRN-S-LOW-KEY (PRN-SUB) ' through '
               PRN-S-HIGH-KEY (PRN-SUB).
        3100-START-ONE-SLICE-EXIT.
            EXIT.

      * the slice's restart file, CKPT-RECORD first (part-slice.cpy)
        3150-READ-SLICE-CKPT.
            INITIALIZE CKPT-RECORD
            MOVE PRN-SUB TO PRN-SLICE-TEXT
            MOVE SPACES TO PRN-CKPT-PATH
            STRING PRN-WORK-DIR   DELIMITED BY SPACE
                   '/'            DELIMITED BY SIZE
                   PRN-JOB-ID     DELIMITED BY SPACE
                   '.'            DELIMITED BY SIZE
                   PRN-SLICE-TEXT DELIMITED BY SIZE
                   '.ckpt'        DELIMITED BY SIZE
              INTO PRN-CKPT-PATH
            END-STRING
            CALL "posix-open" USING BY REFERENCE PRN-CKPT-PATH
                 BY VALUE 0
                RETURNING PRN-FD-RC
            END-CALL
            IF PRN-FD-RC < 0
               GO TO 3150-READ-SLICE-CKPT-EXIT
            END-IF
            MOVE PRN-FD-RC TO PRN-FD
            MOVE FUNCTION POSIX-PREAD(PRN-FD, CKPT-RECORD,
                 LENGTH OF CKPT-RECORD, 0) TO PRN-RC
            IF PRN-RC < LENGTH OF CKPT-RECORD
               INITIALIZE CKPT-RECORD
            END-IF
            CALL "posix-close" USING BY VALUE PRN-FD
                RETURNING PRN-RC
            END-CALL.
        3150-READ-SLICE-CKPT-EXIT.
            EXIT.

      * program, handed-on flags, -RUNID, -WORKDIR, then -SLICE and
      * the key range (a blank bound is left off)
        3200-BUILD-SLICE-ARGV.
            PERFORM 3250-BUILD-COMMON-ARGV
               THRU 3250-BUILD-COMMON-ARGV-EXIT
            MOVE PRN-SUB TO PRN-SLICE-TEXT
            MOVE SPACES TO PRN-ARG-SLICE
            STRING '-SLICE=' PRN-SLICE-TEXT X'00'
               DELIMITED BY SIZE INTO PRN-ARG-SLICE
            ADD 1 TO PRN-ARGC
            SET PRN-ARGV-PTR (PRN-ARGC) TO ADDRESS OF PRN-ARG-SLICE
            IF PRN-S-LOW-KEY (PRN-SUB) NOT = SPACES
               MOVE SPACES TO PRN-ARG-LOWKEY
               STRING '-LOWKEY=' DELIMITED BY SIZE
                      FUNCTION TRIM(PRN-S-LOW-KEY (PRN-SUB) TRAILING)
                         DELIMITED BY SIZE
                      X'00' DELIMITED BY SIZE
                 INTO PRN-ARG-LOWKEY
               END-STRING
               ADD 1 TO PRN-ARGC
               SET PRN-ARGV-PTR (PRN-ARGC) TO ADDRESS OF PRN-ARG-LOWKEY
            END-IF
            IF PRN-S-HIGH-KEY (PRN-SUB) NOT = SPACES
               MOVE SPACES TO PRN-ARG-HIGHKEY
               STRING '-HIGHKEY=' DELIMITED BY SIZE
                      FUNCTION TRIM(PRN-S-HIGH-KEY (PRN-SUB) TRAILING)
                         DELIMITED BY SIZE
                      X'00' DELIMITED BY SIZE
                 INTO PRN-ARG-HIGHKEY
               END-STRING
               ADD 1 TO PRN-ARGC
               SET PRN-ARGV-PTR (PRN-ARGC)
                 TO ADDRESS OF PRN-ARG-HIGHKEY
            END-IF
            ADD 1 TO PRN-ARGC
            SET PRN-ARGV-PTR (PRN-ARGC) TO NULL.
        3200-BUILD-SLICE-ARGV-EXIT.
            EXIT.

        3250-BUILD-COMMON-ARGV.
            MOVE SPACES TO PRN-ARG-0
            STRING PRN-PROGRAM-PATH DELIMITED BY SPACE
                   X'00' DELIMITED BY SIZE INTO PRN-ARG-0
            MOVE 1 TO PRN-ARGC
            SET PRN-ARGV-PTR (1) TO ADDRESS OF PRN-ARG-0
            PERFORM 3260-ADD-FORWARD-ARG THRU 3260-ADD-FORWARD-ARG-EXIT
               VARYING PRN-ARG-SUB FROM 1 BY 1
               UNTIL PRN-ARG-SUB > PRN-FWD-COUNT
            MOVE SPACES TO PRN-ARG-RUNID
            STRING '-RUNID=' PRN-RUN-ID X'00'
               DELIMITED BY SIZE INTO PRN-ARG-RUNID
            ADD 1 TO PRN-ARGC
            SET PRN-ARGV-PTR (PRN-ARGC) TO ADDRESS OF PRN-ARG-RUNID
            MOVE SPACES TO PRN-ARG-WORKDIR
            STRING '-WORKDIR=' DELIMITED BY SIZE
                   PRN-WORK-DIR DELIMITED BY SPACE
                   X'00' DELIMITED BY SIZE
              INTO PRN-ARG-WORKDIR
            END-STRING
            ADD 1 TO PRN-ARGC
            SET PRN-ARGV-PTR (PRN-ARGC) TO ADDRESS OF PRN-ARG-WORKDIR.
        3250-BUILD-COMMON-ARGV-EXIT.
            EXIT.

        3260-ADD-FORWARD-ARG.
            ADD 1 TO PRN-ARGC
            SET PRN-ARGV-PTR (PRN-ARGC)
              TO ADDRESS OF PRN-FWD-ARG (PRN-ARG-SUB).
        3260-ADD-FORWARD-ARG-EXIT.
            EXIT.

      * execv, not posix-execve with a built envp: the child must
      * inherit every assign-name variable of the job (ACCTMST and
      * the walker's own files), whichever walker it is
        3300-FORK-CHILD.
            CALL "posix-fork" RETURNING PRN-CHILD-PID END-CALL
            IF PRN-CHILD-PID = 0
               CALL "execv" USING
                    BY REFERENCE PRN-ARG-0
                    BY VALUE ADDRESS OF PRN-ARGV-VECTOR
                   RETURNING PRN-RC
               END-CALL
               DISPLAY 'partition-runner: exec failed for '
                  FUNCTION TRIM(PRN-PROGRAM-PATH)
               STOP RUN
            END-IF
            IF PRN-CHILD-PID < 0
               DISPLAY 'partition-runner: fork failed rc='
                  PRN-CHILD-PID
            END-IF.
        3300-FORK-CHILD-EXIT.
            EXIT.

        4000-WAIT-FOR-SLICES.
            MOVE 0 TO PRN-FAILED-COUNT
            PERFORM 4100-WAIT-ONE THRU 4100-WAIT-ONE-EXIT
               VARYING PRN-SUB FROM 1 BY 1
               UNTIL PRN-SUB > PRN-SLICES.
        4000-WAIT-FOR-SLICES-EXIT.
            EXIT.

      * a slice failed when it was killed or ended above WARNING, or
      * when its restart file does not say it completed the run
        4100-WAIT-ONE.
            IF NOT PRN-S-RUNNING (PRN-SUB)
               GO TO 4100-WAIT-ONE-EXIT
            END-IF
            MOVE 0 TO PRN-CHILD-EXIT
            MOVE 0 TO PRN-CHILD-SIGNAL
            IF PRN-S-PID (PRN-SUB) > 0
               CALL "posix-waitpid" USING
                    BY VALUE PRN-S-PID (PRN-SUB)
                    BY REFERENCE PRN-CHILD-STATUS
                    BY VALUE 0
                   RETURNING PRN-RC
               END-CALL
               DIVIDE PRN-CHILD-STATUS BY 256
                  GIVING PRN-CHILD-EXIT REMAINDER PRN-CHILD-SIGNAL
            END-IF
            PERFORM 3150-READ-SLICE-CKPT THRU 3150-READ-SLICE-CKPT-EXIT
            IF PRN-S-PID (PRN-SUB) > 0
               AND PRN-CHILD-SIGNAL = 0
               AND PRN-CHILD-EXIT <= 4
               AND CKPT-RUN-ID = PRN-RUN-ID
               AND CKPT-STATUS-COMPLETE
               SET PRN-S-COMPLETE (PRN-SUB) TO TRUE
            ELSE
               SET PRN-S-FAILED (PRN-SUB) TO TRUE
               ADD 1 TO PRN-FAILED-COUNT
               DISPLAY 'partition-runner: slice ' PRN-SUB
                  ' failed, exit ' PRN-CHILD-EXIT
                  ' signal ' PRN-CHILD-SIGNAL
            END-IF.
        4100-WAIT-ONE-EXIT.
            EXIT.

      * each failed slice again, alone, from its own last checkpoint
        4500-RETRY-FAILED.
            PERFORM 4600-RETRY-ONE THRU 4600-RETRY-ONE-EXIT
               VARYING PRN-SUB FROM 1 BY 1
               UNTIL PRN-SUB > PRN-SLICES.
        4500-RETRY-FAILED-EXIT.
            EXIT.

        4600-RETRY-ONE.
            IF NOT PRN-S-FAILED (PRN-SUB)
               GO TO 4600-RETRY-ONE-EXIT
            END-IF
            DISPLAY 'partition-runner: retrying slice ' PRN-SUB
            SUBTRACT 1 FROM PRN-FAILED-COUNT
            PERFORM 3200-BUILD-SLICE-ARGV
               THRU 3200-BUILD-SLICE-ARGV-EXIT
            PERFORM 3300-FORK-CHILD THRU 3300-FORK-CHILD-EXIT
            MOVE PRN-CHILD-PID TO PRN-S-PID (PRN-SUB)
            SET PRN-S-RUNNING (PRN-SUB) TO TRUE
            PERFORM 4100-WAIT-ONE THRU 4100-WAIT-ONE-EXIT.
        4600-RETRY-ONE-EXIT.
            EXIT.

      * the merge run writes the walker's real outputs and job
      * history; its exit status is the job's
        5000-MERGE.
            IF PRN-FAILED-COUNT > 0
               DISPLAY 'partition-runner: ' PRN-FAILED-COUNT
                  ' slice(s) failed, no merge; rerun run '
                  PRN-RUN-ID ' to resume them'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 5000-MERGE-EXIT
            END-IF
            PERFORM 3250-BUILD-COMMON-ARGV
               THRU 3250-BUILD-COMMON-ARGV-EXIT
            MOVE PRN-SLICES TO PRN-SLICE-TEXT
            MOVE SPACES TO PRN-ARG-SLICE
            STRING '-MERGE=' PRN-SLICE-TEXT X'00'
               DELIMITED BY SIZE INTO PRN-ARG-SLICE
            ADD 1 TO PRN-ARGC
            SET PRN-ARGV-PTR (PRN-ARGC) TO ADDRESS OF PRN-ARG-SLICE
            ADD 1 TO PRN-ARGC
            SET PRN-ARGV-PTR (PRN-ARGC) TO NULL
            PERFORM 3300-FORK-CHILD THRU 3300-FORK-CHILD-EXIT
            IF PRN-CHILD-PID < 0
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 5000-MERGE-EXIT
            END-IF
            CALL "posix-waitpid" USING
                 BY VALUE PRN-CHILD-PID
                 BY REFERENCE PRN-CHILD-STATUS
                 BY VALUE 0
                RETURNING PRN-RC
            END-CALL
            DIVIDE PRN-CHILD-STATUS BY 256
               GIVING PRN-CHILD-EXIT REMAINDER PRN-CHILD-SIGNAL
            IF PRN-CHILD-SIGNAL NOT = 0
               DISPLAY 'partition-runner: merge killed by signal '
                  PRN-CHILD-SIGNAL
               SET JOB-ABEND TO TRUE
               GO TO 5000-MERGE-EXIT
            END-IF
            MOVE PRN-CHILD-EXIT TO EXIT-STATUS-CODE
            DISPLAY 'partition-runner: merge of ' PRN-SLICES
               ' slice(s) ended ' EXIT-STATUS-CODE.
        5000-MERGE-EXIT.
            EXIT.

        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program PARTITION-RUNNER.
