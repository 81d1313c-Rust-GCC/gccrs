      *  subprogram every other reader uses.  A snapshot already on
      *  file for the date is rewritten, so a rerun is harmless.
      *
      *  Flags (-NAME=value):
      *      -SLICE=, -MERGE=, -RUNID=, -WORKDIR=, -BLOCK=, -LOWKEY=,
      *      -HIGHKEY=   set by PARTITION-RUNNER when the walk is
      *                  split over key ranges (see part-slice.cpy);
      *                  each slice writes its own BALSUMM and the
      *                  merge concatenates them in key order
      *
      *  BALSUMM record layout (fixed columns):
      *      BSM-MONTH    9(6)
      *      BSM-KEY      X(32)
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Slice and merge modes for a key-range
      *                        partitioned walk under PARTITION-RUNNER.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. BAL-SNAPSHOT.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SETENV
            Function POSIX-PWRITE
            Function POSIX-PREAD
            Function POSIX-FSYNC
            Function POSIX-FTRUNCATE
            Function POSIX-CREAT.
        Input-Output Section.
        File-Control.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                File Status Is BSN-HIST-STATUS.
            Select SUMMARY-FILE Assign To BALSUMM
                Organization Is Line Sequential.
            Select PART-SLICE-FILE Assign To PARTSLCE
                Organization Is Line Sequential
                File Status Is PTS-SLICE-STATUS.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
            05  BSM-MIN             PIC S9(13)V99
                                    Sign Leading Separate.
            05  BSM-DAYS            PIC 9(03).
        FD  PART-SLICE-FILE.
        01  PART-SLICE-RECORD       PIC X(512).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY run-calendar.
        COPY bal-average.
        COPY exit-status.
        COPY cmdline-parms.
        COPY ckpt-record.
        COPY part-slice.
        01  JHW-FILE-STATUS         PIC X(02).
        01  BSN-RUN-START.
            05  BSN-START-SECONDS   Usage BINARY-DOUBLE.
            88  BSN-EOF                 Value 'Y', False 'N'.
        01  BSN-MONTH-END-SW        PIC X(01).
            88  BSN-MONTH-END           Value 'Y', False 'N'.
        01  BSN-SUMM-OPEN-SW        PIC X(01) Value 'N'.
            88  BSN-SUMM-OPEN           Value 'Y', False 'N'.
        01  BSN-READ-COUNT          PIC 9(09) Value 0.
        01  BSN-SNAP-COUNT          PIC 9(09) Value 0.
        01  BSN-SUMM-COUNT          PIC 9(09) Value 0.
        01  BSN-TODAY               PIC 9(08).
        01  BSN-MONTH               PIC 9(06).
      * the counts a slice carries in its restart file
        01  BSN-SLICE-TOTALS.
            05  BSN-ST-READ         PIC 9(09).
            05  BSN-ST-SNAP         PIC 9(09).
            05  BSN-ST-SUMM         PIC 9(09).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF PTS-MERGE-RUN
               PERFORM 7000-MERGE-SLICES
                  THRU 7000-MERGE-SLICES-EXIT
            ELSE
               PERFORM 2000-SNAPSHOT-ALL
                  THRU 2000-SNAPSHOT-ALL-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            SET JOB-OK TO TRUE
            SET BSN-EOF TO FALSE
            SET BSN-MONTH-END TO FALSE
            PERFORM 9700-CLP-PARSE-ARGS THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'BALSNAP1' TO PTS-JOB-ID
            PERFORM 9450-PART-PARSE-ARGS
               THRU 9450-PART-PARSE-ARGS-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'bal-snapshot: no business date established'
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, BSN-RUN-START)
              TO BSN-RC
            IF PTS-MERGE-RUN
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT ACCT-MASTER-FILE
            IF BSN-ACCT-STATUS NOT = '00'
               DISPLAY 'bal-snapshot: cannot open master, status '
                  BSN-HIST-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            IF PTS-SLICE-RUN
               PERFORM 1100-OPEN-SLICE THRU 1100-OPEN-SLICE-EXIT
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            IF BSN-MONTH-END
               OPEN OUTPUT SUMMARY-FILE
               SET BSN-SUMM-OPEN TO TRUE
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

      * one key range of a partitioned walk: its own BALSUMM, picked
      * up where the last checkpoint left it
        1100-OPEN-SLICE.
            IF NOT JOB-OK
               GO TO 1100-OPEN-SLICE-EXIT
            END-IF
            MOVE 1 TO PTS-OUT-COUNT
            MOVE 'BALSUMM' TO PTS-OUT-NAME (1)
            PERFORM 9455-PART-OPEN-SLICE
               THRU 9455-PART-OPEN-SLICE-EXIT
            IF PTS-ALREADY-DONE
               SET BSN-EOF TO TRUE
            END-IF
            IF NOT JOB-OK OR PTS-ALREADY-DONE
               GO TO 1100-OPEN-SLICE-EXIT
            END-IF
            IF PTS-RESUMING
               MOVE PTS-CKPT-TOTALS TO BSN-SLICE-TOTALS
               MOVE BSN-ST-READ TO BSN-READ-COUNT
               MOVE BSN-ST-SNAP TO BSN-SNAP-COUNT
               MOVE BSN-ST-SUMM TO BSN-SUMM-COUNT
            END-IF
            IF BSN-MONTH-END
               IF PTS-RESUMING
                  OPEN EXTEND SUMMARY-FILE
               ELSE
                  OPEN OUTPUT SUMMARY-FILE
               END-IF
               SET BSN-SUMM-OPEN TO TRUE
            END-IF
            PERFORM 9460-PART-POSITION THRU 9460-PART-POSITION-EXIT
            IF PTS-SLICE-END
               SET BSN-EOF TO TRUE
            END-IF.
        1100-OPEN-SLICE-EXIT.
            EXIT.

        2000-SNAPSHOT-ALL.
            IF NOT JOB-OK
               GO TO 2000-SNAPSHOT-ALL-EXIT
                AT END
                    SET BSN-EOF TO TRUE
                NOT AT END
                    IF PTS-SLICE-RUN AND AM-KEY > PTS-HIGH-KEY
                       SET BSN-EOF TO TRUE
                       GO TO 2100-READ-ONE-ACCOUNT-EXIT
                    END-IF
                    ADD 1 TO BSN-READ-COUNT
                    IF AM-STATUS-ACTIVE
                       PERFORM 3000-SNAPSHOT-ONE
                             THRU 3500-SUMMARIZE-ONE-EXIT
                       END-IF
                    END-IF
                    IF PTS-SLICE-RUN
                       PERFORM 2200-SLICE-CHECKPOINT
                          THRU 2200-SLICE-CHECKPOINT-EXIT
                    END-IF
            END-READ.
        2100-READ-ONE-ACCOUNT-EXIT.
            EXIT.

      * every PTS-BLOCK accounts the summary is flushed and the
      * slice's position, file size and counts go down together
        2200-SLICE-CHECKPOINT.
            ADD 1 TO PTS-SINCE-CKPT
            IF PTS-SINCE-CKPT < PTS-BLOCK
               GO TO 2200-SLICE-CHECKPOINT-EXIT
            END-IF
            IF BSN-SUMM-OPEN
               CLOSE SUMMARY-FILE
               OPEN EXTEND SUMMARY-FILE
            END-IF
            PERFORM 2300-SAVE-TOTALS THRU 2300-SAVE-TOTALS-EXIT
            PERFORM 9465-PART-CHECKPOINT
               THRU 9465-PART-CHECKPOINT-EXIT
            IF JOB-NEEDS-RERUN
               SET BSN-EOF TO TRUE
            END-IF.
        2200-SLICE-CHECKPOINT-EXIT.
            EXIT.

        2300-SAVE-TOTALS.
            MOVE BSN-READ-COUNT TO BSN-ST-READ
            MOVE BSN-SNAP-COUNT TO BSN-ST-SNAP
            MOVE BSN-SUMM-COUNT TO BSN-ST-SUMM
            MOVE BSN-SLICE-TOTALS TO PTS-CKPT-TOTALS.
        2300-SAVE-TOTALS-EXIT.
            EXIT.

        3000-SNAPSHOT-ONE.
            MOVE AM-KEY TO BHR-ACCOUNT-KEY
            MOVE BSN-TODAY TO BHR-DATE
        3500-SUMMARIZE-ONE-EXIT.
            EXIT.

      * the merge: every slice must have finished for this run; their
      * counts are added and their summaries copied out in slice
      * (key) order into the one BALSUMM a sequential run writes
        7000-MERGE-SLICES.
            IF NOT JOB-OK
               GO TO 7000-MERGE-SLICES-EXIT
            END-IF
            PERFORM 7100-TOTAL-ONE-SLICE THRU 7100-TOTAL-ONE-SLICE-EXIT
               VARYING PTS-MERGE-SLICE FROM 1 BY 1
               UNTIL PTS-MERGE-SLICE > PTS-SLICE-COUNT
            IF JOB-NEEDS-RERUN
               DISPLAY 'bal-snapshot: slices incomplete, nothing merged'
               GO TO 7000-MERGE-SLICES-EXIT
            END-IF
            IF NOT BSN-MONTH-END
               GO TO 7000-MERGE-SLICES-EXIT
            END-IF
            OPEN OUTPUT SUMMARY-FILE
            SET BSN-SUMM-OPEN TO TRUE
            MOVE 1 TO PTS-OUT-COUNT
            MOVE 'BALSUMM' TO PTS-OUT-NAME (1)
            MOVE 1 TO PTS-OUT-SUB
            PERFORM 7200-COPY-ONE-SLICE THRU 7200-COPY-ONE-SLICE-EXIT
               VARYING PTS-MERGE-SLICE FROM 1 BY 1
               UNTIL PTS-MERGE-SLICE > PTS-SLICE-COUNT.
        7000-MERGE-SLICES-EXIT.
            EXIT.

        7100-TOTAL-ONE-SLICE.
            PERFORM 9480-PART-READ-SLICE THRU 9480-PART-READ-SLICE-EXIT
            IF NOT PTS-SLICE-OK
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 7100-TOTAL-ONE-SLICE-EXIT
            END-IF
            MOVE PTS-CKPT-TOTALS TO BSN-SLICE-TOTALS
            ADD BSN-ST-READ TO BSN-READ-COUNT
            ADD BSN-ST-SNAP TO BSN-SNAP-COUNT
            ADD BSN-ST-SUMM TO BSN-SUMM-COUNT
            IF PTS-IMAGE-EXIT-STATUS = 4 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF.
        7100-TOTAL-ONE-SLICE-EXIT.
            EXIT.

        7200-COPY-ONE-SLICE.
            PERFORM 9485-PART-OPEN-MERGE-INPUT
               THRU 9485-PART-OPEN-MERGE-INPUT-EXIT
            PERFORM 7210-COPY-ONE-LINE THRU 7210-COPY-ONE-LINE-EXIT
               UNTIL PTS-SLICE-EOF
            CLOSE PART-SLICE-FILE.
        7200-COPY-ONE-SLICE-EXIT.
            EXIT.

        7210-COPY-ONE-LINE.
            PERFORM 9490-PART-READ-MERGE-INPUT
               THRU 9490-PART-READ-MERGE-INPUT-EXIT
            IF NOT PTS-SLICE-EOF
               MOVE PART-SLICE-RECORD TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
            END-IF.
        7210-COPY-ONE-LINE-EXIT.
            EXIT.

        9999-EXIT.
            IF NOT PTS-MERGE-RUN
               CLOSE ACCT-MASTER-FILE BAL-HISTORY-FILE
            END-IF
            IF BSN-SUMM-OPEN
               CLOSE SUMMARY-FILE
            END-IF
            DISPLAY 'bal-snapshot: ' BSN-READ-COUNT ' read, '
               BSN-SNAP-COUNT ' snapshots, '
               BSN-SUMM-COUNT ' month-end summaries'
      *    a slice leaves its counts to the merge's job history
            IF PTS-SLICE-RUN
               PERFORM 2300-SAVE-TOTALS THRU 2300-SAVE-TOTALS-EXIT
               PERFORM 9475-PART-COMPLETE
                  THRU 9475-PART-COMPLETE-EXIT
               GO TO 9999-EXIT-EXIT
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, BSN-RUN-STOP)
              TO BSN-RC
            MOVE 'BALSNAP1' TO JHR-PROGRAM-ID
        9999-EXIT-EXIT.
            EXIT.

        COPY cmdline-parms-paragraphs.
        COPY part-paragraphs.
        COPY jobhist-paragraphs.
        COPY exit-status-paragraphs.
        End Program BAL-SNAPSHOT.
