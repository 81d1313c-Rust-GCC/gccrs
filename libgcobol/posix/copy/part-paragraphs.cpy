      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  part-paragraphs.cpy
      *  The slice and merge steps of a PARTITION-RUNNER walk of the
      *  account master, COPYed into the PROCEDURE DIVISION of a
      *  walker that COPYs part-slice.cpy (see there for what else
      *  it supplies).  The walker reads ACCT-MASTER-FILE (AM-KEY)
      *  in sequential access mode.  In order:
      *      9450-PART-PARSE-ARGS  after 9700-CLP-PARSE-ARGS, with
      *              PTS-JOB-ID filled; sets PTS-SLICE-RUN or
      *              PTS-MERGE-RUN (neither: the ordinary run)
      *  a slice:
      *      9455-PART-OPEN-SLICE  with the outputs named in
      *              PTS-OUT-NAME; repoints them, and when
      *              PTS-RESUMING has cut them back and left the
      *              saved totals in PTS-CKPT-TOTALS (open them
      *              EXTEND then, OUTPUT otherwise).
      *              PTS-ALREADY-DONE: this run's slice finished
      *              before and there is nothing to do
      *      9460-PART-POSITION    after the master is opened: STARTs
      *              it at the slice's first unfinished key;
      *              PTS-SLICE-END when there is none.  A key past
      *              PTS-HIGH-KEY ends the slice
      *      9465-PART-CHECKPOINT  after an account, once
      *              PTS-SINCE-CKPT reaches PTS-BLOCK, with the
      *              outputs flushed (CLOSE, OPEN EXTEND) and the
      *              running totals moved to PTS-CKPT-TOTALS
      *      9475-PART-COMPLETE    at the end, the outputs closed and
      *              the totals moved; no job history is written
      *              for a slice, the merge writes the run's
      *  the merge, for each slice PTS-MERGE-SLICE from 1:
      *      9480-PART-READ-SLICE  PTS-SLICE-OK when the slice is
      *              complete for the run; its totals are then in
      *              PTS-CKPT-TOTALS and its exit status in
      *              PTS-IMAGE-EXIT-STATUS
      *      9485-PART-OPEN-MERGE-INPUT  with PTS-OUT-SUB naming the
      *              output, then 9490-PART-READ-MERGE-INPUT until
      *              PTS-SLICE-EOF, then CLOSE PART-SLICE-FILE
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       9450-PART-PARSE-ARGS.
           SET PTS-SEQUENTIAL TO TRUE
           MOVE 'SLICE' TO CLP-LOOKUP-NAME
           PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
           IF CLP-FOUND
              MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO PTS-SLICE
              SET PTS-SLICE-RUN TO TRUE
           END-IF
           MOVE 'MERGE' TO CLP-LOOKUP-NAME
           PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
           IF CLP-FOUND
              MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                TO PTS-SLICE-COUNT
              SET PTS-MERGE-RUN TO TRUE
           END-IF
           IF PTS-SEQUENTIAL
              GO TO 9450-PART-PARSE-ARGS-EXIT
           END-IF
           MOVE 'RUNID' TO CLP-LOOKUP-NAME
           PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
           IF CLP-FOUND
              MOVE CLP-LOOKUP-VALUE TO PTS-RUN-ID
           END-IF
           MOVE 'WORKDIR' TO CLP-LOOKUP-NAME
           PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
           IF CLP-FOUND
              MOVE CLP-LOOKUP-VALUE TO PTS-WORK-DIR
           END-IF
           MOVE 'BLOCK' TO CLP-LOOKUP-NAME
           PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
           IF CLP-FOUND
              MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO PTS-BLOCK
           END-IF
           IF PTS-BLOCK < 1
              MOVE 1000 TO PTS-BLOCK
           END-IF
           MOVE 'LOWKEY' TO CLP-LOOKUP-NAME
           PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
           IF CLP-FOUND
              MOVE CLP-LOOKUP-VALUE TO PTS-LOW-KEY
           END-IF
           MOVE 'HIGHKEY' TO CLP-LOOKUP-NAME
           PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
           IF CLP-FOUND
              MOVE CLP-LOOKUP-VALUE TO PTS-HIGH-KEY
           END-IF
      *    the last slice runs to the end of the file
           IF PTS-HIGH-KEY = SPACES
              MOVE HIGH-VALUES TO PTS-HIGH-KEY
           END-IF
           IF PTS-RUN-ID = SPACES
              OR (PTS-SLICE-RUN AND PTS-SLICE = 0)
              OR (PTS-MERGE-RUN AND PTS-SLICE-COUNT = 0)
              OR (PTS-MERGE-RUN AND PTS-SLICE > 0)
              DISPLAY PTS-JOB-ID ': -SLICE=<nn> or -MERGE=<nn>,'
                 ' not both, and -RUNID are required'
              SET JOB-NEEDS-RERUN TO TRUE
           END-IF.
       9450-PART-PARSE-ARGS-EXIT.
           EXIT.

      * the restart file says whether this slice of this run is
      * new, part done, or finished
       9455-PART-OPEN-SLICE.
           SET PTS-RESUMING TO FALSE
           SET PTS-ALREADY-DONE TO FALSE
           MOVE PTS-SLICE TO PTS-PATH-SLICE
           PERFORM 9458-PART-CKPT-PATH THRU 9458-PART-CKPT-PATH-EXIT
           CALL "posix-open" USING BY REFERENCE PTS-CKPT-PATH
                BY VALUE 2
               RETURNING PTS-FD-RC
           END-CALL
           IF PTS-FD-RC < 0
      *       first start of the slice: carve the restart file out
      *       empty (mode 0600) and reopen it read-write
              MOVE FUNCTION POSIX-CREAT(PTS-CKPT-PATH, 384)
                TO PTS-FD-RC
              IF PTS-FD-RC >= 0
                 MOVE PTS-FD-RC TO CKPT-FD
                 CALL "posix-close" USING BY VALUE CKPT-FD
                     RETURNING PTS-RC
                 END-CALL
                 CALL "posix-open" USING BY REFERENCE PTS-CKPT-PATH
                      BY VALUE 2
                     RETURNING PTS-FD-RC
                 END-CALL
              END-IF
           END-IF
           IF PTS-FD-RC < 0
              DISPLAY PTS-JOB-ID ': cannot open slice restart file '
                 FUNCTION TRIM(PTS-CKPT-PATH)
              SET JOB-NEEDS-RERUN TO TRUE
              GO TO 9455-PART-OPEN-SLICE-EXIT
           END-IF
           MOVE PTS-FD-RC TO CKPT-FD
           SET PTS-CKPT-OPEN TO TRUE
           INITIALIZE PTS-CKPT-IMAGE
           MOVE FUNCTION POSIX-PREAD(CKPT-FD, PTS-CKPT-IMAGE,
                LENGTH OF PTS-CKPT-IMAGE, 0) TO CKPT-RC
           IF CKPT-RC < LENGTH OF PTS-CKPT-IMAGE
              INITIALIZE PTS-CKPT-IMAGE
           END-IF
           MOVE PTS-IMAGE-CKPT TO CKPT-RECORD
           IF CKPT-RUN-ID = PTS-RUN-ID AND CKPT-STATUS-COMPLETE
              DISPLAY PTS-JOB-ID ': slice ' PTS-SLICE ' of run '
                 PTS-RUN-ID ' already complete'
              SET PTS-ALREADY-DONE TO TRUE
              GO TO 9455-PART-OPEN-SLICE-EXIT
           END-IF
           IF CKPT-RUN-ID = PTS-RUN-ID AND CKPT-STATUS-OPEN
              SET PTS-RESUMING TO TRUE
              MOVE PTS-IMAGE-EXIT-STATUS TO PTS-RESUME-STATUS
              DISPLAY PTS-JOB-ID ': slice ' PTS-SLICE
                 ' resuming after ' CKPT-KEY
              PERFORM 9456-PART-CUT-BACK-ONE
                 THRU 9456-PART-CUT-BACK-ONE-EXIT
                 VARYING PTS-OUT-SUB FROM 1 BY 1
                 UNTIL PTS-OUT-SUB > PTS-OUT-COUNT
           ELSE
              INITIALIZE CKPT-RECORD
              MOVE PTS-RUN-ID TO CKPT-RUN-ID
              MOVE 0 TO CKPT-LAST-RECORD-PTR
              SET CKPT-STATUS-OPEN TO TRUE
           END-IF
           MOVE 0 TO PTS-SINCE-CKPT
           PERFORM 9457-PART-REDIRECT-ONE
              THRU 9457-PART-REDIRECT-ONE-EXIT
              VARYING PTS-OUT-SUB FROM 1 BY 1
              UNTIL PTS-OUT-SUB > PTS-OUT-COUNT.
       9455-PART-OPEN-SLICE-EXIT.
           EXIT.

      * what an output gained after the last checkpoint is written
      * again by the accounts walked again
       9456-PART-CUT-BACK-ONE.
           PERFORM 9459-PART-OUT-PATH THRU 9459-PART-OUT-PATH-EXIT
           CALL "posix-open" USING BY REFERENCE PTS-OUT-PATH
                BY VALUE 2
               RETURNING PTS-FD-RC
           END-CALL
           IF PTS-FD-RC < 0
              IF PTS-IMAGE-OUT-BYTES (PTS-OUT-SUB) > 0
                 DISPLAY PTS-JOB-ID ': slice output lost since the'
                    ' checkpoint: ' FUNCTION TRIM(PTS-OUT-PATH)
                 SET JOB-NEEDS-RERUN TO TRUE
              END-IF
              GO TO 9456-PART-CUT-BACK-ONE-EXIT
           END-IF
           MOVE PTS-FD-RC TO PTS-CUT-FD
           MOVE PTS-IMAGE-OUT-BYTES (PTS-OUT-SUB) TO PTS-CUT-LENGTH
           MOVE FUNCTION POSIX-FTRUNCATE(PTS-CUT-FD, PTS-CUT-LENGTH)
             TO PTS-RC
           IF PTS-RC NOT = 0
              DISPLAY PTS-JOB-ID ': cannot cut back '
                 FUNCTION TRIM(PTS-OUT-PATH) ' rc=' PTS-RC
              SET JOB-NEEDS-RERUN TO TRUE
           END-IF
           CALL "posix-close" USING BY VALUE PTS-CUT-FD
               RETURNING PTS-RC
           END-CALL.
       9456-PART-CUT-BACK-ONE-EXIT.
           EXIT.

       9457-PART-REDIRECT-ONE.
           PERFORM 9459-PART-OUT-PATH THRU 9459-PART-OUT-PATH-EXIT
           MOVE PTS-OUT-NAME (PTS-OUT-SUB) TO PTS-ENV-NAME
           MOVE FUNCTION POSIX-SETENV(PTS-ENV-NAME, PTS-OUT-PATH, 1)
             TO PTS-RC.
       9457-PART-REDIRECT-ONE-EXIT.
           EXIT.

       9458-PART-CKPT-PATH.
           MOVE SPACES TO PTS-CKPT-PATH
           STRING PTS-WORK-DIR   DELIMITED BY SPACE
                  '/'            DELIMITED BY SIZE
                  PTS-JOB-ID     DELIMITED BY SPACE
                  '.'            DELIMITED BY SIZE
                  PTS-PATH-SLICE DELIMITED BY SIZE
                  '.ckpt'        DELIMITED BY SIZE
             INTO PTS-CKPT-PATH
           END-STRING.
       9458-PART-CKPT-PATH-EXIT.
           EXIT.

       9459-PART-OUT-PATH.
           MOVE SPACES TO PTS-OUT-PATH
           STRING PTS-WORK-DIR   DELIMITED BY SPACE
                  '/'            DELIMITED BY SIZE
                  PTS-JOB-ID     DELIMITED BY SPACE
                  '.'            DELIMITED BY SIZE
                  PTS-OUT-NAME (PTS-OUT-SUB)
                                 DELIMITED BY SPACE
                  '.'            DELIMITED BY SIZE
                  PTS-PATH-SLICE DELIMITED BY SIZE
             INTO PTS-OUT-PATH
           END-STRING.
       9459-PART-OUT-PATH-EXIT.
           EXIT.

      * slice 1 reads from the top of the file; every other slice
      * starts past the key that ends the slice before it
       9460-PART-POSITION.
           SET PTS-SLICE-END TO FALSE
           EVALUATE TRUE
              WHEN PTS-RESUMING
                 MOVE CKPT-KEY TO AM-KEY
                 START ACCT-MASTER-FILE KEY IS GREATER THAN AM-KEY
                     INVALID KEY
                         SET PTS-SLICE-END TO TRUE
                 END-START
              WHEN PTS-LOW-KEY = SPACES
                 CONTINUE
              WHEN OTHER
                 MOVE PTS-LOW-KEY TO AM-KEY
                 START ACCT-MASTER-FILE KEY IS GREATER THAN AM-KEY
                     INVALID KEY
                         SET PTS-SLICE-END TO TRUE
                 END-START
           END-EVALUATE.
       9460-PART-POSITION-EXIT.
           EXIT.

      * never past an account that failed: the resume must walk it
       9465-PART-CHECKPOINT.
           IF EXIT-STATUS-CODE > 4
              GO TO 9465-PART-CHECKPOINT-EXIT
           END-IF
           ADD PTS-SINCE-CKPT TO CKPT-LAST-RECORD-PTR
           MOVE 0 TO PTS-SINCE-CKPT
           MOVE AM-KEY TO CKPT-KEY
           PERFORM 9470-PART-WRITE-IMAGE
              THRU 9470-PART-WRITE-IMAGE-EXIT.
       9465-PART-CHECKPOINT-EXIT.
           EXIT.

      * record, output sizes and totals go down in one write; a
      * warning raised before a resume still counts
       9470-PART-WRITE-IMAGE.
           MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CKPT-TIMESTAMP)
             TO CKPT-RC
           PERFORM 9471-PART-SIZE-ONE THRU 9471-PART-SIZE-ONE-EXIT
              VARYING PTS-OUT-SUB FROM 1 BY 1
              UNTIL PTS-OUT-SUB > PTS-OUT-COUNT
           MOVE CKPT-RECORD TO PTS-IMAGE-CKPT
           MOVE EXIT-STATUS-CODE TO PTS-IMAGE-EXIT-STATUS
           IF PTS-RESUME-STATUS > PTS-IMAGE-EXIT-STATUS
              MOVE PTS-RESUME-STATUS TO PTS-IMAGE-EXIT-STATUS
           END-IF
           MOVE FUNCTION POSIX-PWRITE(CKPT-FD, PTS-CKPT-IMAGE,
                LENGTH OF PTS-CKPT-IMAGE, 0) TO CKPT-RC
           IF CKPT-RC < LENGTH OF PTS-CKPT-IMAGE
              DISPLAY PTS-JOB-ID ': slice checkpoint write failed'
                 ' rc=' CKPT-RC
              SET JOB-NEEDS-RERUN TO TRUE
              GO TO 9470-PART-WRITE-IMAGE-EXIT
           END-IF
           MOVE FUNCTION POSIX-FSYNC(CKPT-FD) TO CKPT-RC
           IF CKPT-RC NOT = 0
              DISPLAY PTS-JOB-ID ': slice checkpoint fsync failed'
                 ' rc=' CKPT-RC
              SET JOB-NEEDS-RERUN TO TRUE
           END-IF.
       9470-PART-WRITE-IMAGE-EXIT.
           EXIT.

       9471-PART-SIZE-ONE.
           PERFORM 9459-PART-OUT-PATH THRU 9459-PART-OUT-PATH-EXIT
           MOVE 0 TO PTS-IMAGE-OUT-BYTES (PTS-OUT-SUB)
           CALL "posix-stat" USING BY REFERENCE PTS-OUT-PATH
                                   BY REFERENCE PTS-STATBUF
               RETURNING PTS-RC
           END-CALL
           IF PTS-RC = 0
              MOVE PTS-ST-SIZE TO PTS-IMAGE-OUT-BYTES (PTS-OUT-SUB)
           END-IF.
       9471-PART-SIZE-ONE-EXIT.
           EXIT.

      * a slice that must be rerun keeps its last checkpoint, so the
      * rerun resumes from there
       9475-PART-COMPLETE.
           IF NOT PTS-CKPT-OPEN OR PTS-ALREADY-DONE
              GO TO 9475-PART-COMPLETE-EXIT
           END-IF
           IF JOB-OK AND PTS-RESUME-STATUS = 4
              SET JOB-WARNING TO TRUE
           END-IF
           IF NOT JOB-NEEDS-RERUN
              ADD PTS-SINCE-CKPT TO CKPT-LAST-RECORD-PTR
              MOVE 0 TO PTS-SINCE-CKPT
              SET CKPT-STATUS-COMPLETE TO TRUE
              PERFORM 9470-PART-WRITE-IMAGE
                 THRU 9470-PART-WRITE-IMAGE-EXIT
           END-IF
           CALL "posix-close" USING BY VALUE CKPT-FD
               RETURNING PTS-RC
           END-CALL
           SET PTS-CKPT-OPEN TO FALSE.
       9475-PART-COMPLETE-EXIT.
           EXIT.

       9480-PART-READ-SLICE.
           SET PTS-SLICE-OK TO FALSE
           MOVE PTS-MERGE-SLICE TO PTS-PATH-SLICE
           PERFORM 9458-PART-CKPT-PATH THRU 9458-PART-CKPT-PATH-EXIT
           CALL "posix-open" USING BY REFERENCE PTS-CKPT-PATH
                BY VALUE 0
               RETURNING PTS-FD-RC
           END-CALL
           IF PTS-FD-RC < 0
              DISPLAY PTS-JOB-ID ': no restart file for slice '
                 PTS-MERGE-SLICE
              GO TO 9480-PART-READ-SLICE-EXIT
           END-IF
           MOVE PTS-FD-RC TO CKPT-FD
           INITIALIZE PTS-CKPT-IMAGE
           MOVE FUNCTION POSIX-PREAD(CKPT-FD, PTS-CKPT-IMAGE,
                LENGTH OF PTS-CKPT-IMAGE, 0) TO CKPT-RC
           CALL "posix-close" USING BY VALUE CKPT-FD
               RETURNING PTS-RC
           END-CALL
           IF CKPT-RC < LENGTH OF PTS-CKPT-IMAGE
              DISPLAY PTS-JOB-ID ': short restart file for slice '
                 PTS-MERGE-SLICE
              GO TO 9480-PART-READ-SLICE-EXIT
           END-IF
           MOVE PTS-IMAGE-CKPT TO CKPT-RECORD
           IF CKPT-RUN-ID = PTS-RUN-ID AND CKPT-STATUS-COMPLETE
              SET PTS-SLICE-OK TO TRUE
           ELSE
              DISPLAY PTS-JOB-ID ': slice ' PTS-MERGE-SLICE
                 ' of run ' PTS-RUN-ID ' is not complete'
           END-IF.
       9480-PART-READ-SLICE-EXIT.
           EXIT.

       9485-PART-OPEN-MERGE-INPUT.
           SET PTS-SLICE-EOF TO FALSE
           MOVE PTS-MERGE-SLICE TO PTS-PATH-SLICE
           PERFORM 9459-PART-OUT-PATH THRU 9459-PART-OUT-PATH-EXIT
           MOVE 'PARTSLCE' TO PTS-ENV-NAME
           MOVE FUNCTION POSIX-SETENV(PTS-ENV-NAME, PTS-OUT-PATH, 1)
             TO PTS-RC
           OPEN INPUT PART-SLICE-FILE
           IF PTS-SLICE-STATUS NOT = '00'
              DISPLAY PTS-JOB-ID ': cannot open slice output '
                 FUNCTION TRIM(PTS-OUT-PATH) ', status '
                 PTS-SLICE-STATUS
              SET JOB-NEEDS-RERUN TO TRUE
              SET PTS-SLICE-EOF TO TRUE
           END-IF.
       9485-PART-OPEN-MERGE-INPUT-EXIT.
           EXIT.

       9490-PART-READ-MERGE-INPUT.
           READ PART-SLICE-FILE
               AT END
                   SET PTS-SLICE-EOF TO TRUE
           END-READ.
       9490-PART-READ-MERGE-INPUT-EXIT.
           EXIT.
