      *  an excess).  Exceptions are sorted on branch and printed to
      *  ODEXCP grouped by AM-BRANCH with branch subtotals and a
      *  days-in-excess age per account, carried run to run in the
      *  ODSTATE file (account key + first-excess date; a cataloged
      *  generation file, GEN-CATALOG).  An account
      *  newly in excess tonight gets one posix-syslog warning line,
      *  so an ALERT-ENGINE rule can page the credit desk when a
      *  large account blows through its limit overnight -- the
      *      ODS-KEY         X(32)
      *      ODS-FIRST-DATE  9(8)    first business date in excess
      *
      *  Flags (-NAME=value):
      *      -SLICE=, -MERGE=, -RUNID=, -WORKDIR=, -BLOCK=, -LOWKEY=,
      *      -HIGHKEY=   set by PARTITION-RUNNER when the walk is
      *                  split over key ranges (see part-slice.cpy);
      *                  each slice writes its exceptions unsorted
      *                  to its own ODEXCP, its still-in-excess
      *                  accounts to its own ODSTATE and its new
      *                  events to its own NOTIFEVT; the merge sorts
      *                  and prints the report, publishes one ODSTATE
      *                  generation and appends the events
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  A new excess also appends an ODXS
      *                        event to the NOTIFEVT customer-
      *                        notification feed (notif-event.cpy).
      *  2026-10-15 smckinney  ODSTATE is a cataloged generation
      *                        file: last night's ages come from the
      *                        current generation (or the one an
      *                        operator rerun override names) and
      *                        tonight's are published as a new
      *                        generation instead of overwriting
      *                        it.
      *  2026-10-15 smckinney  Slice and merge modes for a key-range
      *                        partitioned walk under PARTITION-RUNNER.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. OD-MONITOR.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG
            Function POSIX-SETENV
            Function POSIX-PWRITE
            Function POSIX-PREAD
            Function POSIX-FSYNC
            Function POSIX-FTRUNCATE
            Function POSIX-CREAT.
        Input-Output Section.
        File-Control.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To ODEXCP
                Organization Is Line Sequential.
            Select OPTIONAL NOTIF-EVENT-FILE Assign To NOTIFEVT
                Organization Is Line Sequential.
            Select SORT-FILE Assign To SORTWK01.
            Select PART-SLICE-FILE Assign To PARTSLCE
                Organization Is Line Sequential
                File Status Is PTS-SLICE-STATUS.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
            05  ODS-FIRST-DATE      PIC 9(08).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  NOTIF-EVENT-FILE.
        COPY notif-event.
        SD  SORT-FILE.
        01  SORT-RECORD.
            05  SRT-BRANCH          PIC X(04).
            05  SRT-BALANCE         PIC S9(13)V99.
            05  SRT-LIMIT           PIC 9(13)V99.
            05  SRT-DAYS            PIC 9(05).
        FD  PART-SLICE-FILE.
        01  PART-SLICE-RECORD       PIC X(512).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY exit-status.
        COPY gen-catalog.
        COPY cmdline-parms.
        COPY ckpt-record.
        COPY part-slice.
        01  JHW-FILE-STATUS         PIC X(02).
        01  ODM-RUN-START.
            05  ODM-START-SECONDS   Usage BINARY-DOUBLE.
        01  ODM-READ-COUNT          PIC 9(09) Value 0.
        01  ODM-EXCESS-COUNT        PIC 9(09) Value 0.
        01  ODM-NEW-COUNT           PIC 9(09) Value 0.
        01  ODM-OUT-OPEN-SW         PIC X(01) Value 'N'.
            88  ODM-OUT-OPEN            Value 'Y', False 'N'.
      * the counts a slice carries in its restart file
        01  ODM-SLICE-TOTALS.
            05  ODM-ST-READ         PIC 9(09).
            05  ODM-ST-EXCESS       PIC 9(09).
            05  ODM-ST-NEW          PIC 9(09).
        01  ODM-TODAY               PIC 9(08).
        01  ODM-TODAY-SERIAL        PIC S9(09).
        01  ODM-LIMIT-COUNT         Binary-Long Value 0.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            EVALUATE TRUE
            WHEN NOT JOB-OK
               CONTINUE
            WHEN PTS-MERGE-RUN
               PERFORM 7000-MERGE-SLICES
                  THRU 7000-MERGE-SLICES-EXIT
            WHEN PTS-SLICE-RUN
               PERFORM 2000-SCAN-MASTER THRU 2000-SCAN-MASTER-EXIT
            WHEN OTHER
               SORT SORT-FILE
                  ON ASCENDING KEY SRT-BRANCH SRT-KEY
                  INPUT PROCEDURE IS 2000-SCAN-MASTER
                     THRU 5000-PRINT-REPORT-EXIT
               PERFORM 6000-REWRITE-STATE
                  THRU 6000-REWRITE-STATE-EXIT
            END-EVALUATE
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET ODM-EOF TO FALSE
            PERFORM 9700-CLP-PARSE-ARGS THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'ODMONITR' TO PTS-JOB-ID
            PERFORM 9450-PART-PARSE-ARGS
               THRU 9450-PART-PARSE-ARGS-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'od-monitor: no business date established'
              TO ODM-TODAY-SERIAL
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ODM-RUN-START)
              TO ODM-RC
            IF PTS-MERGE-RUN
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1100-LOAD-LIMITS THRU 1100-LOAD-LIMITS-EXIT
            PERFORM 1200-LOAD-STATE THRU 1200-LOAD-STATE-EXIT.
        1000-INITIALIZE-EXIT.

        1200-LOAD-STATE.
            SET ODM-EOF TO FALSE
            MOVE 'ODSTATE' TO GNC-BASE-NAME
            PERFORM 9850-GEN-POINT-INPUT THRU 9850-GEN-POINT-INPUT-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 1200-LOAD-STATE-EXIT
            END-IF
            OPEN INPUT STATE-FILE
            PERFORM 1210-READ-ONE-STATE
               THRU 1210-READ-ONE-STATE-EXIT
               SET JOB-NEEDS-RERUN TO TRUE
               SET ODM-EOF TO TRUE
            END-IF
            IF PTS-SLICE-RUN
               PERFORM 2050-OPEN-SLICE THRU 2050-OPEN-SLICE-EXIT
            ELSE
               OPEN EXTEND NOTIF-EVENT-FILE
            END-IF
            PERFORM 2100-READ-ONE-ACCOUNT
               THRU 2100-READ-ONE-ACCOUNT-EXIT
                UNTIL ODM-EOF
            CLOSE ACCT-MASTER-FILE
            IF NOT PTS-SLICE-RUN
               CLOSE NOTIF-EVENT-FILE
            END-IF.
        2000-SCAN-MASTER-EXIT.
            EXIT.

      * one key range of a partitioned walk: its own exception,
      * state and event files, picked up where the last checkpoint
      * left them; ODSTATE is repointed only after last night's
      * generation has been loaded
        2050-OPEN-SLICE.
            IF NOT JOB-OK
               GO TO 2050-OPEN-SLICE-EXIT
            END-IF
            MOVE 3 TO PTS-OUT-COUNT
            MOVE 'ODEXCP' TO PTS-OUT-NAME (1)
            MOVE 'ODSTATE' TO PTS-OUT-NAME (2)
            MOVE 'NOTIFEVT' TO PTS-OUT-NAME (3)
            PERFORM 9455-PART-OPEN-SLICE
               THRU 9455-PART-OPEN-SLICE-EXIT
            IF NOT JOB-OK OR PTS-ALREADY-DONE
               SET ODM-EOF TO TRUE
               GO TO 2050-OPEN-SLICE-EXIT
            END-IF
            IF PTS-RESUMING
               MOVE PTS-CKPT-TOTALS TO ODM-SLICE-TOTALS
               MOVE ODM-ST-READ TO ODM-READ-COUNT
               MOVE ODM-ST-EXCESS TO ODM-EXCESS-COUNT
               MOVE ODM-ST-NEW TO ODM-NEW-COUNT
               OPEN EXTEND REPORT-FILE STATE-FILE NOTIF-EVENT-FILE
            ELSE
               OPEN OUTPUT REPORT-FILE STATE-FILE NOTIF-EVENT-FILE
            END-IF
            SET ODM-OUT-OPEN TO TRUE
            PERFORM 9460-PART-POSITION THRU 9460-PART-POSITION-EXIT
            IF PTS-SLICE-END
               SET ODM-EOF TO TRUE
            END-IF.
        2050-OPEN-SLICE-EXIT.
            EXIT.

        2100-READ-ONE-ACCOUNT.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET ODM-EOF TO TRUE
                NOT AT END
                    IF PTS-SLICE-RUN AND AM-KEY > PTS-HIGH-KEY
                       SET ODM-EOF TO TRUE
                       GO TO 2100-READ-ONE-ACCOUNT-EXIT
                    END-IF
                    ADD 1 TO ODM-READ-COUNT
                    IF AM-TYPE = 'CH' AND AM-STATUS-ACTIVE
                       AND AM-BALANCE < 0
                       PERFORM 3000-TEST-EXCESS
                          THRU 3000-TEST-EXCESS-EXIT
                    END-IF
                    IF PTS-SLICE-RUN
                       PERFORM 2200-SLICE-CHECKPOINT
                          THRU 2200-SLICE-CHECKPOINT-EXIT
                    END-IF
            END-READ.
        2100-READ-ONE-ACCOUNT-EXIT.
            EXIT.

      * every PTS-BLOCK accounts the outputs are flushed and the
      * slice's position, file sizes and counts go down together
        2200-SLICE-CHECKPOINT.
            ADD 1 TO PTS-SINCE-CKPT
            IF PTS-SINCE-CKPT < PTS-BLOCK
               GO TO 2200-SLICE-CHECKPOINT-EXIT
            END-IF
            CLOSE REPORT-FILE STATE-FILE NOTIF-EVENT-FILE
            OPEN EXTEND REPORT-FILE STATE-FILE NOTIF-EVENT-FILE
            PERFORM 2300-SAVE-TOTALS THRU 2300-SAVE-TOTALS-EXIT
            PERFORM 9465-PART-CHECKPOINT
               THRU 9465-PART-CHECKPOINT-EXIT
            IF JOB-NEEDS-RERUN
               SET ODM-EOF TO TRUE
            END-IF.
        2200-SLICE-CHECKPOINT-EXIT.
            EXIT.

        2300-SAVE-TOTALS.
            MOVE ODM-READ-COUNT TO ODM-ST-READ
            MOVE ODM-EXCESS-COUNT TO ODM-ST-EXCESS
            MOVE ODM-NEW-COUNT TO ODM-ST-NEW
            MOVE ODM-SLICE-TOTALS TO PTS-CKPT-TOTALS.
        2300-SAVE-TOTALS-EXIT.
            EXIT.

        3000-TEST-EXCESS.
            PERFORM 3100-FIND-LIMIT THRU 3100-FIND-LIMIT-EXIT
            COMPUTE ODM-EXCESS-AMT =
            MOVE AM-BALANCE TO SRT-BALANCE
            MOVE ODM-LIMIT-FOUND TO SRT-LIMIT
            MOVE ODM-DAYS TO SRT-DAYS
      *    a slice keeps its exception and its first-excess date in
      *    its own files; the merge does the sorting
            IF PTS-SLICE-RUN
               WRITE REPORT-LINE FROM SORT-RECORD
               MOVE AM-KEY TO ODS-KEY
               MOVE ODM-FIRST-DATE TO ODS-FIRST-DATE
               WRITE STATE-RECORD
            ELSE
               RELEASE SORT-RECORD
            END-IF
            IF ODM-NEW-EXCESS
               ADD 1 TO ODM-NEW-COUNT
               MOVE AM-BALANCE TO ODM-AMT-DISPLAY
               END-STRING
               MOVE FUNCTION POSIX-SYSLOG(4, ODM-SYSLOG-MSG)
                 TO ODM-RC
               PERFORM 3300-NOTIFY-EXCESS
                  THRU 3300-NOTIFY-EXCESS-EXIT
            END-IF.
        3000-TEST-EXCESS-EXIT.
            EXIT.
        3210-MATCH-ONE-STATE-EXIT.
            EXIT.

      * the customer is told once, on the night the excess starts;
      * the first-excess date in ODSTATE keeps later nights quiet
        3300-NOTIFY-EXCESS.
            SET NEV-TYPE-OD-EXCESS TO TRUE
            MOVE AM-KEY TO NEV-ACCOUNT-KEY
            MOVE ODM-TODAY TO NEV-EVENT-DATE
            MOVE 'FIRST EXCESS' TO NEV-REFERENCE
            MOVE FUNCTION CURRENT-DATE (9:6) TO NEV-EVENT-TIME
            MOVE 'ODMONITR' TO NEV-SOURCE
            MOVE AM-BALANCE TO NEV-AMOUNT
            MOVE 'OVERDRAFT LIMIT EXCEEDED' TO NEV-TEXT
            WRITE NOTIF-EVENT-RECORD.
        3300-NOTIFY-EXCESS-EXIT.
            EXIT.

        5000-PRINT-REPORT.
            SET ODM-SORT-EOF TO FALSE
            OPEN OUTPUT REPORT-FILE

      * the state file is rewritten with only the accounts still in
      * excess tonight, so a cured account ages from scratch next
      * time it goes over; a run that must be rerun leaves the
      * current generation in place
        6000-REWRITE-STATE.
            IF JOB-NEEDS-RERUN
               GO TO 6000-REWRITE-STATE-EXIT
            END-IF
            MOVE 'ODSTATE' TO GNC-BASE-NAME
            PERFORM 9860-GEN-POINT-OUTPUT
               THRU 9860-GEN-POINT-OUTPUT-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 6000-REWRITE-STATE-EXIT
            END-IF
            OPEN OUTPUT STATE-FILE
            IF PTS-MERGE-RUN
               MOVE 2 TO PTS-OUT-SUB
               PERFORM 7200-COPY-ONE-SLICE
                  THRU 7200-COPY-ONE-SLICE-EXIT
                  VARYING PTS-MERGE-SLICE FROM 1 BY 1
                  UNTIL PTS-MERGE-SLICE > PTS-SLICE-COUNT
            ELSE
               PERFORM 6100-WRITE-ONE-STATE
                  THRU 6100-WRITE-ONE-STATE-EXIT
                  VARYING ODM-STATE-SUB FROM 1 BY 1
                  UNTIL ODM-STATE-SUB > ODM-STATE-COUNT
            END-IF
            CLOSE STATE-FILE
            IF JOB-NEEDS-RERUN
               GO TO 6000-REWRITE-STATE-EXIT
            END-IF
            MOVE ODM-TODAY TO GNC-BUSINESS-DATE
            MOVE 'ODMONITR' TO GNC-PROGRAM-ID
            PERFORM 9870-GEN-PUBLISH THRU 9870-GEN-PUBLISH-EXIT.
        6000-REWRITE-STATE-EXIT.
            EXIT.

        6100-WRITE-ONE-STATE-EXIT.
            EXIT.

      * the merge: every slice must have finished for this run; their
      * counts are added, their exceptions sorted into the one
      * branch report, their state lines published as tonight's
      * ODSTATE generation and, last, their events appended to
      * NOTIFEVT, so a merge that must be rerun has sent nothing
        7000-MERGE-SLICES.
            PERFORM 7100-TOTAL-ONE-SLICE THRU 7100-TOTAL-ONE-SLICE-EXIT
               VARYING PTS-MERGE-SLICE FROM 1 BY 1
               UNTIL PTS-MERGE-SLICE > PTS-SLICE-COUNT
            IF JOB-NEEDS-RERUN
               DISPLAY 'od-monitor: slices incomplete, nothing merged'
               GO TO 7000-MERGE-SLICES-EXIT
            END-IF
            MOVE 3 TO PTS-OUT-COUNT
            MOVE 'ODEXCP' TO PTS-OUT-NAME (1)
            MOVE 'ODSTATE' TO PTS-OUT-NAME (2)
            MOVE 'NOTIFEVT' TO PTS-OUT-NAME (3)
            SORT SORT-FILE
               ON ASCENDING KEY SRT-BRANCH SRT-KEY
               INPUT PROCEDURE IS 7300-RELEASE-SLICES
                  THRU 7300-RELEASE-SLICES-EXIT
               OUTPUT PROCEDURE IS 5000-PRINT-REPORT
                  THRU 5000-PRINT-REPORT-EXIT
            PERFORM 6000-REWRITE-STATE THRU 6000-REWRITE-STATE-EXIT
            PERFORM 7400-APPEND-EVENTS THRU 7400-APPEND-EVENTS-EXIT.
        7000-MERGE-SLICES-EXIT.
            EXIT.

        7100-TOTAL-ONE-SLICE.
            PERFORM 9480-PART-READ-SLICE THRU 9480-PART-READ-SLICE-EXIT
            IF NOT PTS-SLICE-OK
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 7100-TOTAL-ONE-SLICE-EXIT
            END-IF
            MOVE PTS-CKPT-TOTALS TO ODM-SLICE-TOTALS
            ADD ODM-ST-READ TO ODM-READ-COUNT
            ADD ODM-ST-EXCESS TO ODM-EXCESS-COUNT
            ADD ODM-ST-NEW TO ODM-NEW-COUNT
            IF PTS-IMAGE-EXIT-STATUS = 4 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF.
        7100-TOTAL-ONE-SLICE-EXIT.
            EXIT.

      * one slice's output PTS-OUT-SUB: 1 exceptions to the sort,
      * 2 state lines, 3 notification events
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
            IF PTS-SLICE-EOF
               GO TO 7210-COPY-ONE-LINE-EXIT
            END-IF
            EVALUATE PTS-OUT-SUB
            WHEN 1
               MOVE PART-SLICE-RECORD TO SORT-RECORD
               RELEASE SORT-RECORD
            WHEN 2
               MOVE PART-SLICE-RECORD TO STATE-RECORD
               WRITE STATE-RECORD
            WHEN OTHER
               MOVE PART-SLICE-RECORD TO NOTIF-EVENT-RECORD
               WRITE NOTIF-EVENT-RECORD
            END-EVALUATE.
        7210-COPY-ONE-LINE-EXIT.
            EXIT.

        7300-RELEASE-SLICES.
            MOVE 1 TO PTS-OUT-SUB
            PERFORM 7200-COPY-ONE-SLICE THRU 7200-COPY-ONE-SLICE-EXIT
               VARYING PTS-MERGE-SLICE FROM 1 BY 1
               UNTIL PTS-MERGE-SLICE > PTS-SLICE-COUNT.
        7300-RELEASE-SLICES-EXIT.
            EXIT.

        7400-APPEND-EVENTS.
            IF JOB-NEEDS-RERUN
               GO TO 7400-APPEND-EVENTS-EXIT
            END-IF
            OPEN EXTEND NOTIF-EVENT-FILE
            MOVE 3 TO PTS-OUT-SUB
            PERFORM 7200-COPY-ONE-SLICE THRU 7200-COPY-ONE-SLICE-EXIT
               VARYING PTS-MERGE-SLICE FROM 1 BY 1
               UNTIL PTS-MERGE-SLICE > PTS-SLICE-COUNT
            CLOSE NOTIF-EVENT-FILE.
        7400-APPEND-EVENTS-EXIT.
            EXIT.

        9999-EXIT.
            IF ODM-OUT-OPEN
               CLOSE REPORT-FILE STATE-FILE NOTIF-EVENT-FILE
            END-IF
            DISPLAY 'od-monitor: ' ODM-READ-COUNT ' accounts read, '
               ODM-EXCESS-COUNT ' in excess, '
               ODM-NEW-COUNT ' new tonight'
            IF ODM-EXCESS-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
      *    a slice leaves its counts to the merge's job history
            IF PTS-SLICE-RUN
               PERFORM 2300-SAVE-TOTALS THRU 2300-SAVE-TOTALS-EXIT
               PERFORM 9475-PART-COMPLETE
                  THRU 9475-PART-COMPLETE-EXIT
               GO TO 9999-EXIT-EXIT
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ODM-RUN-STOP)
              TO ODM-RC
            MOVE 'ODMONITR' TO JHR-PROGRAM-ID
            EXIT.

        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY part-paragraphs.
        COPY exit-status-paragraphs.
        COPY gen-catalog-paragraphs.
        End Program OD-MONITOR.
