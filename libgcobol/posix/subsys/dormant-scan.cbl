      *  trail matters more than the report.  At the escheat stage
      *  the account is also written to the regulator's
      *  unclaimed-property extract (ESCHEXTR, fixed format below).
      *  A stage change for an account whose address in force is
      *  on hold mail (returned mail, ADDR-LOOKUP) is marked HOLD
      *  MAIL on the report, so its notice goes to the hold-mail
      *  desk and not into the post.
      *
      *  ESCHEXTR record layout (fixed columns):
      *      EXR-KEY            X(32)
      *      -NOTICE=<months>    default 12
      *      -DORMANT=<months>   default 18
      *      -ESCHEAT=<months>   default 60
      *  These are the run defaults; an account whose PRODMST
      *  catalog product (PRODUCT-LOOKUP) sets its own threshold
      *  is staged on the product's months instead.
      *      -SLICE=, -MERGE=, -RUNID=, -WORKDIR=, -BLOCK=, -LOWKEY=,
      *      -HIGHKEY=   set by PARTITION-RUNNER when the walk is
      *                  split over key ranges (see part-slice.cpy);
      *                  each slice writes its own DORMRPT lines and
      *                  ESCHEXTR, and the merge concatenates them in
      *                  key order under one report heading
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  The customer name on the escheat
      *                        extract is decrypted through
      *                        PII-CRYPT.
      *  2026-10-15 smckinney  The notice, dormant and escheat
      *                        thresholds come from the account's
      *                        catalog product where it sets them.
      *  2026-10-15 smckinney  Slice and merge modes for a key-range
      *                        partitioned walk under PARTITION-RUNNER.
      *  2026-10-15 smckinney  Stage changes for an address on hold
      *                        mail are marked HOLD MAIL.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. DORMANT-SCAN.
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
            Select EXTRACT-FILE Assign To ESCHEXTR
                Organization Is Line Sequential.
            Select PART-SLICE-FILE Assign To PARTSLCE
                Organization Is Line Sequential
                File Status Is PTS-SLICE-STATUS.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
            05  EXR-BRANCH          PIC X(04).
            05  EXR-BALANCE         PIC S9(13)V99.
            05  EXR-LAST-ACTIVITY   PIC 9(08).
        FD  PART-SLICE-FILE.
        01  PART-SLICE-RECORD       PIC X(512).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY cmdline-parms.
        COPY exit-status.
        COPY pii-crypt.
        COPY ckpt-record.
        COPY part-slice.
        01  JHW-FILE-STATUS         PIC X(02).
        01  DSC-RUN-START.
            05  DSC-START-SECONDS   Usage BINARY-DOUBLE.
        01  DSC-DORMANT-COUNT       PIC 9(09) Value 0.
        01  DSC-ESCHEAT-COUNT       PIC 9(09) Value 0.
        01  DSC-CLEARED-COUNT       PIC 9(09) Value 0.
        01  DSC-OUT-OPEN-SW         PIC X(01) Value 'N'.
            88  DSC-OUT-OPEN            Value 'Y', False 'N'.
      * the counts a slice carries in its restart file
        01  DSC-SLICE-TOTALS.
            05  DSC-ST-READ         PIC 9(09).
            05  DSC-ST-NOTICE       PIC 9(09).
            05  DSC-ST-DORMANT      PIC 9(09).
            05  DSC-ST-ESCHEAT      PIC 9(09).
            05  DSC-ST-CLEARED      PIC 9(09).
        01  DSC-TODAY               PIC 9(08).
        01  DSC-YMD.
            05  DSC-YMD-YYYY        PIC 9(04).
        01  DSC-NOTICE-MONTHS       PIC 9(04) Value 12.
        01  DSC-DORMANT-MONTHS      PIC 9(04) Value 18.
        01  DSC-ESCHEAT-MONTHS      PIC 9(04) Value 60.
        01  DSC-ACCT-NOTICE         PIC 9(04).
        01  DSC-ACCT-DORMANT        PIC 9(04).
        01  DSC-ACCT-ESCHEAT        PIC 9(04).
        COPY product-lookup.
        01  DSC-HAVE-STATUS-SW      PIC X(01).
            88  DSC-HAVE-STATUS         Value 'Y', False 'N'.
        01  DSC-HDR-LINE.
            05  DSC-DL-CHANGE       PIC X(20).
            05  FILLER              PIC X(07) Value ' IDLE M'.
            05  DSC-DL-MONTHS       PIC ZZZZ9.
            05  FILLER              PIC X(01) Value SPACE.
            05  DSC-DL-MAIL         PIC X(09).
        COPY addr-lookup.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF PTS-MERGE-RUN
               PERFORM 7000-MERGE-SLICES
                  THRU 7000-MERGE-SLICES-EXIT
            ELSE
               PERFORM 2000-SCAN-ALL THRU 2000-SCAN-ALL-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE 'DORMSCAN' TO PCX-PROGRAM-ID ALQ-PROGRAM-ID
            MOVE SPACES TO ALQ-USER
            MOVE 0 TO ALQ-USER-TIER
            SET DSC-EOF TO FALSE
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO DSC-ESCHEAT-MONTHS
            END-IF
            MOVE 'DORMSCAN' TO PTS-JOB-ID
            PERFORM 9450-PART-PARSE-ARGS
               THRU 9450-PART-PARSE-ARGS-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'dormant-scan: no business date established'
               DSC-YMD-YYYY * 12 + DSC-YMD-MM
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, DSC-RUN-START)
              TO AUD-RC
            IF PTS-MERGE-RUN
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT ACCT-MASTER-FILE
            IF DSC-ACCT-STATUS NOT = '00'
               DISPLAY 'dormant-scan: cannot open master, status '
                  DSC-DORM-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            IF PTS-SLICE-RUN
               PERFORM 1200-OPEN-SLICE THRU 1200-OPEN-SLICE-EXIT
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE
            OPEN OUTPUT EXTRACT-FILE
            SET DSC-OUT-OPEN TO TRUE
            MOVE DSC-TODAY TO DSC-HDR-DATE
            WRITE REPORT-LINE FROM DSC-HDR-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

      * one key range of a partitioned walk: its own report lines
      * (no heading) and extract, picked up where the last
      * checkpoint left them
        1200-OPEN-SLICE.
            IF NOT JOB-OK
               GO TO 1200-OPEN-SLICE-EXIT
            END-IF
            MOVE 2 TO PTS-OUT-COUNT
            MOVE 'DORMRPT' TO PTS-OUT-NAME (1)
            MOVE 'ESCHEXTR' TO PTS-OUT-NAME (2)
            PERFORM 9455-PART-OPEN-SLICE
               THRU 9455-PART-OPEN-SLICE-EXIT
            IF PTS-ALREADY-DONE
               SET DSC-EOF TO TRUE
            END-IF
            IF NOT JOB-OK OR PTS-ALREADY-DONE
               GO TO 1200-OPEN-SLICE-EXIT
            END-IF
            IF PTS-RESUMING
               MOVE PTS-CKPT-TOTALS TO DSC-SLICE-TOTALS
               MOVE DSC-ST-READ TO DSC-READ-COUNT
               MOVE DSC-ST-NOTICE TO DSC-NOTICE-COUNT
               MOVE DSC-ST-DORMANT TO DSC-DORMANT-COUNT
               MOVE DSC-ST-ESCHEAT TO DSC-ESCHEAT-COUNT
               MOVE DSC-ST-CLEARED TO DSC-CLEARED-COUNT
               OPEN EXTEND REPORT-FILE EXTRACT-FILE
            ELSE
               OPEN OUTPUT REPORT-FILE EXTRACT-FILE
            END-IF
            SET DSC-OUT-OPEN TO TRUE
            PERFORM 9460-PART-POSITION THRU 9460-PART-POSITION-EXIT
            IF PTS-SLICE-END
               SET DSC-EOF TO TRUE
            END-IF.
        1200-OPEN-SLICE-EXIT.
            EXIT.

        2000-SCAN-ALL.
            IF NOT JOB-OK
               GO TO 2000-SCAN-ALL-EXIT
                AT END
                    SET DSC-EOF TO TRUE
                NOT AT END
                    IF PTS-SLICE-RUN AND AM-KEY > PTS-HIGH-KEY
                       SET DSC-EOF TO TRUE
                       GO TO 2100-READ-ONE-ACCOUNT-EXIT
                    END-IF
                    ADD 1 TO DSC-READ-COUNT
                    IF AM-STATUS-ACTIVE
                       PERFORM 3000-STAGE-ACCOUNT
                          THRU 3000-STAGE-ACCOUNT-EXIT
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
            CLOSE REPORT-FILE EXTRACT-FILE
            OPEN EXTEND REPORT-FILE EXTRACT-FILE
            PERFORM 2300-SAVE-TOTALS THRU 2300-SAVE-TOTALS-EXIT
            PERFORM 9465-PART-CHECKPOINT
               THRU 9465-PART-CHECKPOINT-EXIT
            IF JOB-NEEDS-RERUN
               SET DSC-EOF TO TRUE
            END-IF.
        2200-SLICE-CHECKPOINT-EXIT.
            EXIT.

        2300-SAVE-TOTALS.
            MOVE DSC-READ-COUNT TO DSC-ST-READ
            MOVE DSC-NOTICE-COUNT TO DSC-ST-NOTICE
            MOVE DSC-DORMANT-COUNT TO DSC-ST-DORMANT
            MOVE DSC-ESCHEAT-COUNT TO DSC-ST-ESCHEAT
            MOVE DSC-CLEARED-COUNT TO DSC-ST-CLEARED
            MOVE DSC-SLICE-TOTALS TO PTS-CKPT-TOTALS.
        2300-SAVE-TOTALS-EXIT.
            EXIT.

        3000-STAGE-ACCOUNT.
            MOVE AM-LAST-MAINT-DATE TO DSC-YMD
            COMPUTE DSC-LAST-MONTHS =
               DSC-YMD-YYYY * 12 + DSC-YMD-MM
            COMPUTE DSC-IDLE-MONTHS =
               DSC-TODAY-MONTHS - DSC-LAST-MONTHS
            PERFORM 3050-PRODUCT-THRESHOLDS
               THRU 3050-PRODUCT-THRESHOLDS-EXIT
            MOVE AM-KEY TO DST-KEY
            READ DORM-STATUS-FILE
            IF DSC-DORM-STATUS = '00'
      *     one stage per run at most, never skipping a stage
            EVALUATE TRUE
               WHEN NOT DSC-HAVE-STATUS
                  IF DSC-IDLE-MONTHS >= DSC-ACCT-NOTICE
                     PERFORM 3100-STAGE-NOTICE
                        THRU 3100-STAGE-NOTICE-EXIT
                  END-IF
               WHEN DST-STAGE-NOTICE
                  IF DSC-IDLE-MONTHS >= DSC-ACCT-DORMANT
                     PERFORM 3200-STAGE-DORMANT
                        THRU 3200-STAGE-DORMANT-EXIT
                  END-IF
               WHEN DST-STAGE-DORMANT
                  IF DSC-IDLE-MONTHS >= DSC-ACCT-ESCHEAT
                     PERFORM 3300-STAGE-ESCHEAT
                        THRU 3300-STAGE-ESCHEAT-EXIT
                  END-IF
        3000-STAGE-ACCOUNT-EXIT.
            EXIT.

      * a product threshold of zero leaves the run default
        3050-PRODUCT-THRESHOLDS.
            MOVE DSC-NOTICE-MONTHS TO DSC-ACCT-NOTICE
            MOVE DSC-DORMANT-MONTHS TO DSC-ACCT-DORMANT
            MOVE DSC-ESCHEAT-MONTHS TO DSC-ACCT-ESCHEAT
            MOVE AM-PRODUCT-CODE TO PQQ-CODE
            MOVE AM-TYPE TO PQQ-TYPE
            CALL 'PRODUCT-LOOKUP' USING PQQ-CONTROL
            IF PQQ-NOTICE-MONTHS > 0
               MOVE PQQ-NOTICE-MONTHS TO DSC-ACCT-NOTICE
            END-IF
            IF PQQ-DORMANT-MONTHS > 0
               MOVE PQQ-DORMANT-MONTHS TO DSC-ACCT-DORMANT
            END-IF
            IF PQQ-ESCHEAT-MONTHS > 0
               MOVE PQQ-ESCHEAT-MONTHS TO DSC-ACCT-ESCHEAT
            END-IF.
        3050-PRODUCT-THRESHOLDS-EXIT.
            EXIT.

        3100-STAGE-NOTICE.
            MOVE AM-KEY TO DST-KEY
            SET DST-STAGE-NOTICE TO TRUE
            MOVE 'DORMANT TO ESCHEAT' TO DSC-DL-CHANGE
            PERFORM 3500-PRINT-CHANGE THRU 3500-PRINT-CHANGE-EXIT
            MOVE AM-KEY TO EXR-KEY
            MOVE AM-KEY TO PII-RECORD-KEY
            MOVE AM-PII-KEY-ID TO PII-KEY-ID
            MOVE AM-CUSTOMER-NAME TO PII-NAME
            PERFORM 9300-PII-REVEAL-NAME
               THRU 9300-PII-REVEAL-NAME-EXIT
            MOVE PII-NAME TO EXR-CUST-NAME
            MOVE AM-BRANCH TO EXR-BRANCH
            MOVE AM-BALANCE TO EXR-BALANCE
            MOVE AM-LAST-MAINT-DATE TO EXR-LAST-ACTIVITY
            MOVE AM-KEY TO DSC-DL-KEY
            MOVE AM-SHORT-NAME TO DSC-DL-NAME
            MOVE DSC-IDLE-MONTHS TO DSC-DL-MONTHS
            MOVE AM-KEY TO ALQ-KEY
            MOVE DSC-TODAY TO ALQ-ASOF-DATE
            CALL 'ADDR-LOOKUP' USING ALQ-CONTROL
            IF ALQ-OK AND ALQ-HOLD-MAIL
               MOVE 'HOLD MAIL' TO DSC-DL-MAIL
            ELSE
               MOVE SPACES TO DSC-DL-MAIL
            END-IF
            WRITE REPORT-LINE FROM DSC-DETAIL-LINE.
        3500-PRINT-CHANGE-EXIT.
            EXIT.
        3600-AUDIT-STAGE-EXIT.
            EXIT.

      * the merge: every slice must have finished for this run; their
      * counts are added and their report lines and extract records
      * copied out in slice (key) order into the outputs a
      * sequential run writes
        7000-MERGE-SLICES.
            IF NOT JOB-OK
               GO TO 7000-MERGE-SLICES-EXIT
            END-IF
            PERFORM 7100-TOTAL-ONE-SLICE THRU 7100-TOTAL-ONE-SLICE-EXIT
               VARYING PTS-MERGE-SLICE FROM 1 BY 1
               UNTIL PTS-MERGE-SLICE > PTS-SLICE-COUNT
            IF JOB-NEEDS-RERUN
               DISPLAY 'dormant-scan: slices incomplete,'
                  ' nothing merged'
               GO TO 7000-MERGE-SLICES-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE
            OPEN OUTPUT EXTRACT-FILE
            SET DSC-OUT-OPEN TO TRUE
            MOVE DSC-TODAY TO DSC-HDR-DATE
            WRITE REPORT-LINE FROM DSC-HDR-LINE
            MOVE 2 TO PTS-OUT-COUNT
            MOVE 'DORMRPT' TO PTS-OUT-NAME (1)
            MOVE 'ESCHEXTR' TO PTS-OUT-NAME (2)
            PERFORM 7200-COPY-ONE-SLICE THRU 7200-COPY-ONE-SLICE-EXIT
               VARYING PTS-OUT-SUB FROM 1 BY 1
               UNTIL PTS-OUT-SUB > PTS-OUT-COUNT
                  AFTER PTS-MERGE-SLICE FROM 1 BY 1
                  UNTIL PTS-MERGE-SLICE > PTS-SLICE-COUNT.
        7000-MERGE-SLICES-EXIT.
            EXIT.

        7100-TOTAL-ONE-SLICE.
            PERFORM 9480-PART-READ-SLICE THRU 9480-PART-READ-SLICE-EXIT
            IF NOT PTS-SLICE-OK
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 7100-TOTAL-ONE-SLICE-EXIT
            END-IF
            MOVE PTS-CKPT-TOTALS TO DSC-SLICE-TOTALS
            ADD DSC-ST-READ TO DSC-READ-COUNT
            ADD DSC-ST-NOTICE TO DSC-NOTICE-COUNT
            ADD DSC-ST-DORMANT TO DSC-DORMANT-COUNT
            ADD DSC-ST-ESCHEAT TO DSC-ESCHEAT-COUNT
            ADD DSC-ST-CLEARED TO DSC-CLEARED-COUNT
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
            IF PTS-SLICE-EOF
               GO TO 7210-COPY-ONE-LINE-EXIT
            END-IF
            IF PTS-OUT-SUB = 1
               MOVE PART-SLICE-RECORD TO REPORT-LINE
               WRITE REPORT-LINE
            ELSE
               MOVE PART-SLICE-RECORD TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
            END-IF.
        7210-COPY-ONE-LINE-EXIT.
            EXIT.

        9999-EXIT.
            IF NOT PTS-MERGE-RUN
               CLOSE ACCT-MASTER-FILE DORM-STATUS-FILE
            END-IF
            IF DSC-OUT-OPEN
               CLOSE REPORT-FILE EXTRACT-FILE
            END-IF
            DISPLAY 'dormant-scan: ' DSC-READ-COUNT ' read, '
               DSC-NOTICE-COUNT ' to notice, '
               DSC-DORMANT-COUNT ' to dormant, '
               DSC-ESCHEAT-COUNT ' to escheat, '
               DSC-CLEARED-COUNT ' reactivated'
      *    a slice leaves its counts to the merge's job history
            IF PTS-SLICE-RUN
               PERFORM 2300-SAVE-TOTALS THRU 2300-SAVE-TOTALS-EXIT
               PERFORM 9475-PART-COMPLETE
                  THRU 9475-PART-COMPLETE-EXIT
               GO TO 9999-EXIT-EXIT
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, DSC-RUN-STOP)
              TO AUD-RC
            MOVE 'DORMSCAN' TO JHR-PROGRAM-ID
        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY part-paragraphs.
        COPY exit-status-paragraphs.
        End Program DORMANT-SCAN.
