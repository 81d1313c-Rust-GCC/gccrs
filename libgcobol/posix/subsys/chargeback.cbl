      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  chargeback.cbl
      *
      *  Month-end intercompany chargeback of batch processing.
      *  Each legal entity runs its own entity-qualified streams on
      *  our hardware (ENTITY_ID through BUS-DATE); this step puts
      *  a price on what each of them used in the month.  Runs as a
      *  calendar-selected stream step: unless the business date
      *  carries the run-calendar month-end marker (or -FORCE=Y) it
      *  ends JOB-OK having done nothing.  It runs after CAP-TREND,
      *  so the capacity warehouse already holds the month.
      *
      *  Usage is gathered per source, and every source is
      *  attributed to an entity through the attribution map
      *  (CHGMAP):
      *      steps and run time  every completed or failed step of
      *                          the month on OPSLOG, under its
      *                          stream id ('S' rows)
      *      record volumes      JOBHIST records in and out of every
      *                          run of the month, under the stream
      *                          whose step was running the program
      *                          when it ran (the step window holding
      *                          the run, the step named after the
      *                          program where windows of two streams
      *                          overlap).  A run outside any stream
      *                          step is charged its own run time and
      *                          counts as a step, under its
      *                          JHR-STREAM-ID ('S' rows) or, with
      *                          none, its program id ('P' rows)
      *      stored bytes        every VAULTCAT file vaulted by the
      *                          end of the month, under its original
      *                          path ('V' rows)
      *  The month's JOBHIST runs and records-in are proved against
      *  the CAPSTATS generation for the month; a difference is
      *  printed and ends the run JOB-WARNING.
      *
      *  The rate card (CHGRATE) prices a CPU-minute equivalent
      *  (sixty seconds of step or run time), a thousand records
      *  and a GB-month stored (2**30 bytes vaulted at month end),
      *  the entity's own row before the '****' row.  An entity
      *  with no rate row is reported unpriced and ends the run
      *  JOB-WARNING.
      *
      *  Anything the map does not attribute -- and a run whose
      *  stream cannot be told because the steps of two streams
      *  overlap it and neither is named after the program -- is
      *  shown on its own page with its volumes, by source, so the
      *  map can be fixed; it is never invoiced.
      *
      *  The invoice detail (CHGRPT) carries the page's burst key in
      *  columns 1-4 of every line -- the entity id for an entity's
      *  invoice, '????' for the unattributed page, '****' for the
      *  summary -- so BURST-REPORT (default -KEYCOL) delivers each
      *  invoice to the finance contact DISTCTL names for it.  The
      *  intercompany journal goes to CHGMOVE, one row per invoiced
      *  entity dated the business date and booked at the -BRANCH
      *  branch, which GL-BRIDGE posts through the entity's 'IC'
      *  GLMAP row.
      *
      *  CHGMAP record layout (fixed columns):
      *      CGM-KIND     X(1)    S stream id, P program id,
      *                           V vault original path
      *      CGM-ENTITY   X(4)
      *      CGM-NAME     X(64)   prefix of the name; the longest
      *                           matching prefix of the kind wins
      *
      *  CHGRATE record layout (fixed columns):
      *      CRT-ENTITY     X(4)      '****' = any entity
      *      CRT-CPU-RATE   9(5)V9(4) per CPU-minute equivalent
      *      CRT-KREC-RATE  9(5)V9(4) per thousand records
      *      CRT-GBM-RATE   9(5)V9(4) per GB-month stored
      *
      *  CHGMOVE record layout (fixed columns):
      *      CMV-DATE     9(8)
      *      CMV-BRANCH   X(4)     booking branch
      *      CMV-ENTITY   X(4)
      *      CMV-AMOUNT   S9(13)V99 sign leading separate
      *
      *  CAPSTATS layout is CAP-TREND's.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -FORCE=Y             run without the month-end marker
      *      -MONTH=<yyyymm>      month charged, default the
      *                           business date's
      *      -BRANCH=<code>       booking branch, default 0001
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. CHARGEBACK.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select OPTIONAL MAP-FILE Assign To CHGMAP
                Organization Is Line Sequential.
            Select RATE-FILE Assign To CHGRATE
                Organization Is Line Sequential.
            Select OPTIONAL OPS-LOG-FILE Assign To OPSLOG
                Organization Is Line Sequential.
            Select OPTIONAL STATS-FILE Assign To CAPSTATS
                Organization Is Line Sequential.
            Select OPTIONAL VAULT-CATALOG-FILE Assign To VAULTCAT
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To CHGRPT
                Organization Is Line Sequential.
            Select MOVE-FILE Assign To CHGMOVE
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  MAP-FILE.
        01  MAP-RECORD.
            05  CGM-KIND            PIC X(01).
            05  CGM-ENTITY          PIC X(04).
            05  CGM-NAME            PIC X(64).
        FD  RATE-FILE.
        01  RATE-RECORD.
            05  CRT-ENTITY          PIC X(04).
            05  CRT-CPU-RATE        PIC 9(05)V9(04).
            05  CRT-KREC-RATE       PIC 9(05)V9(04).
            05  CRT-GBM-RATE        PIC 9(05)V9(04).
        FD  OPS-LOG-FILE.
        COPY ops-record.
        FD  STATS-FILE.
        01  STATS-RECORD.
            05  CPS-MONTH           PIC 9(06).
            05  CPS-STREAM          PIC X(16).
            05  CPS-RUNS            PIC 9(06).
            05  CPS-RECORDS         PIC 9(15).
            05  CPS-LEDGER          PIC 9(15).
            05  CPS-SECONDS         PIC 9(09).
        FD  VAULT-CATALOG-FILE.
        COPY vault-catalog.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  MOVE-FILE.
        01  MOVE-RECORD.
            05  CMV-DATE            PIC 9(08).
            05  CMV-BRANCH          PIC X(04).
            05  CMV-ENTITY          PIC X(04).
            05  CMV-AMOUNT          PIC S9(13)V99
                                     Sign Leading Separate.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY run-calendar.
        COPY bus-date.
        COPY gen-catalog.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  CHB-RUN-START.
            05  CHB-START-SECONDS   Usage BINARY-DOUBLE.
            05  CHB-START-NANOS     Usage BINARY-DOUBLE.
        01  CHB-RUN-STOP.
            05  CHB-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  CHB-STOP-NANOS      Usage BINARY-DOUBLE.
        01  CHB-RC                  Binary-Long.
        01  CHB-FORCE               PIC X(01) Value 'N'.
        01  CHB-MONTH-END-SW        PIC X(01) Value 'N'.
            88  CHB-MONTH-END           Value 'Y', False 'N'.
        01  CHB-EOF-SWITCH          PIC X(01).
            88  CHB-EOF                 Value 'Y', False 'N'.
        01  CHB-TODAY               PIC 9(08) Value 0.
        01  CHB-MONTH               PIC 9(06) Value 0.
        01  CHB-BRANCH              PIC X(04) Value '0001'.
        01  CHB-EPOCH-BASE          Binary-Long.
        01  CHB-DAY-NUMBER          Binary-Long.
        01  CHB-STEP-DATE           PIC 9(08).
        01  CHB-SECONDS             PIC 9(11).
      *    the attribution map, longest prefix of the kind wins
        01  CHB-MAP-COUNT           Binary-Long Value 0.
        01  CHB-MAP-SUB             Binary-Long.
        01  CHB-MAP-TABLE.
            05  CHB-MAP-ENTRY OCCURS 300 TIMES.
                10  CHB-M-KIND      PIC X(01).
                10  CHB-M-ENTITY    PIC X(04).
                10  CHB-M-NAME      PIC X(64).
                10  CHB-M-LENGTH    Binary-Long.
        01  CHB-BEST-LENGTH         Binary-Long.
        01  CHB-LEN-SUB             Binary-Long.
      *    the rate card
        01  CHB-RATE-COUNT          Binary-Long Value 0.
        01  CHB-RATE-SUB            Binary-Long.
        01  CHB-RATE-TABLE.
            05  CHB-RATE-ENTRY OCCURS 100 TIMES.
                10  CHB-R-ENTITY    PIC X(04).
                10  CHB-R-CPU       PIC 9(05)V9(04).
                10  CHB-R-KREC      PIC 9(05)V9(04).
                10  CHB-R-GBM       PIC 9(05)V9(04).
        01  CHB-BEST-RATE           Binary-Long.
      *    the entities found in the data, in order of arrival;
      *    entity SPACES collects the unattributed
        01  CHB-FIND-ENTITY         PIC X(04).
        01  CHB-ENT-COUNT           Binary-Long Value 0.
        01  CHB-ENT-SUB             Binary-Long.
        01  CHB-ENTITY-TABLE.
            05  CHB-ENTITY-ENTRY OCCURS 60 TIMES.
                10  CHB-E-ENTITY    PIC X(04).
                10  CHB-E-STEPS     PIC 9(09).
                10  CHB-E-SECONDS   PIC 9(11).
                10  CHB-E-RECORDS   PIC 9(15).
                10  CHB-E-BYTES     PIC 9(15).
                10  CHB-E-CPU-MIN   PIC 9(11)V99.
                10  CHB-E-KREC      PIC 9(12)V999.
                10  CHB-E-GBM       PIC 9(09)V9(04).
                10  CHB-E-CPU-AMT   PIC S9(13)V99 COMP-3.
                10  CHB-E-REC-AMT   PIC S9(13)V99 COMP-3.
                10  CHB-E-STO-AMT   PIC S9(13)V99 COMP-3.
                10  CHB-E-TOTAL     PIC S9(13)V99 COMP-3.
                10  CHB-E-PRICED    PIC X(01).
      *    every source the usage came from: S stream, P program,
      *    V vault path, A a run no stream can be told for
        01  CHB-FIND-KIND           PIC X(01).
        01  CHB-FIND-NAME           PIC X(64).
        01  CHB-SRC-COUNT           Binary-Long Value 0.
        01  CHB-SRC-SUB             Binary-Long.
        01  CHB-SOURCE-TABLE.
            05  CHB-SOURCE-ENTRY OCCURS 600 TIMES.
                10  CHB-S-KIND      PIC X(01).
                10  CHB-S-NAME      PIC X(64).
                10  CHB-S-ENTITY    PIC X(04).
                10  CHB-S-ENT-SUB   Binary-Long.
                10  CHB-S-STEPS     PIC 9(09).
                10  CHB-S-SECONDS   PIC 9(11).
                10  CHB-S-RECORDS   PIC 9(15).
                10  CHB-S-BYTES     PIC 9(15).
      *    the month's step windows, for telling which stream ran
      *    a job-history run
        01  CHB-WIN-COUNT           Binary-Long Value 0.
        01  CHB-WIN-SUB             Binary-Long.
        01  CHB-WINDOW-TABLE.
            05  CHB-WINDOW-ENTRY OCCURS 8000 TIMES.
                10  CHB-W-STEP      PIC X(08).
                10  CHB-W-START     PIC 9(11).
                10  CHB-W-STOP      PIC 9(11).
                10  CHB-W-SRC-SUB   Binary-Long.
        01  CHB-HOLD-COUNT          Binary-Long.
        01  CHB-HOLD-SRC            Binary-Long.
        01  CHB-NAMED-SRC           Binary-Long.
        01  CHB-SLASH-SUB           Binary-Long.
      *    counts and the capacity warehouse proof
        01  CHB-OPS-COUNT           PIC 9(09) Value 0.
        01  CHB-RUN-COUNT           PIC 9(09) Value 0.
        01  CHB-RUN-RECS-IN         PIC 9(15) Value 0.
        01  CHB-STANDALONE-COUNT    PIC 9(09) Value 0.
        01  CHB-AMBIGUOUS-COUNT     PIC 9(09) Value 0.
        01  CHB-VAULT-COUNT         PIC 9(09) Value 0.
        01  CHB-CAP-RUNS            PIC 9(09) Value 0.
        01  CHB-CAP-RECORDS         PIC 9(15) Value 0.
        01  CHB-CAP-ROWS            PIC 9(07) Value 0.
        01  CHB-WIN-DROPPED         PIC 9(07) Value 0.
        01  CHB-UNPRICED-COUNT      PIC 9(05) Value 0.
        01  CHB-MOVE-COUNT          PIC 9(05) Value 0.
        01  CHB-INVOICE-TOTAL       PIC S9(15)V99 COMP-3 Value 0.
        01  CHB-PAGE-KEY            PIC X(04).
        01  CHB-KIND-TEXT           PIC X(10).
        01  CHB-TITLE-LINE.
            05  CHB-TL-KEY          PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  CHB-TL-TEXT         PIC X(100).
        01  CHB-SOURCE-LINE.
            05  CHB-SL-KEY          PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  CHB-SL-KIND         PIC X(10).
            05  CHB-SL-NAME         PIC X(40).
            05  CHB-SL-STEPS        PIC Z(8)9.
            05  FILLER              PIC X(01) Value SPACE.
            05  CHB-SL-SECONDS      PIC Z(10)9.
            05  FILLER              PIC X(01) Value SPACE.
            05  CHB-SL-RECORDS      PIC Z(14)9.
            05  FILLER              PIC X(01) Value SPACE.
            05  CHB-SL-BYTES        PIC Z(14)9.
        01  CHB-COL-LINE.
            05  CHB-CL-KEY          PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  FILLER              PIC X(50) Value
                'SOURCE    NAME'.
            05  FILLER              PIC X(10) Value '    STEPS'.
            05  FILLER              PIC X(12) Value '    SECONDS'.
            05  FILLER              PIC X(16) Value
                '         RECORDS'.
            05  FILLER              PIC X(16) Value
                '    BYTES STORED'.
        01  CHB-CHARGE-LINE.
            05  CHB-CH-KEY          PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  CHB-CH-LABEL        PIC X(26).
            05  CHB-CH-QUANTITY     PIC Z(11)9.9999.
            05  FILLER              PIC X(03) Value ' @ '.
            05  CHB-CH-RATE         PIC ZZZZ9.9999.
            05  FILLER              PIC X(03) Value ' = '.
            05  CHB-CH-AMOUNT       PIC -(13)9.99.
        01  CHB-TOTAL-LINE.
            05  CHB-TT-KEY          PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  CHB-TT-LABEL        PIC X(58).
            05  CHB-TT-AMOUNT       PIC -(13)9.99.
            05  FILLER              PIC X(02) Value SPACES.
            05  CHB-TT-NOTE         PIC X(30).
        01  CHB-PROOF-LINE.
            05  CHB-PF-KEY          PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  CHB-PF-LABEL        PIC X(30).
            05  CHB-PF-RUNS         PIC Z(8)9.
            05  FILLER              PIC X(01) Value SPACE.
            05  CHB-PF-RECORDS      PIC Z(14)9.
            05  FILLER              PIC X(02) Value SPACES.
            05  CHB-PF-NOTE         PIC X(30).
        01  CHB-MONTH-ED            PIC 9(06).
        01  CHB-COUNT-ED            PIC Z(8)9.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF NOT JOB-NEEDS-RERUN AND CHB-MONTH-END
               PERFORM 2000-WALK-OPSLOG THRU 2000-WALK-OPSLOG-EXIT
               PERFORM 3000-WALK-JOBHIST THRU 3000-WALK-JOBHIST-EXIT
               PERFORM 4000-PROVE-CAPSTATS
                  THRU 4000-PROVE-CAPSTATS-EXIT
               PERFORM 4500-WALK-VAULT THRU 4500-WALK-VAULT-EXIT
            END-IF
            IF NOT JOB-NEEDS-RERUN AND CHB-MONTH-END
               PERFORM 5000-PRICE-ENTITIES
                  THRU 5000-PRICE-ENTITIES-EXIT
               PERFORM 6000-REPORT THRU 6000-REPORT-EXIT
               PERFORM 7000-WRITE-MOVES THRU 7000-WRITE-MOVES-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CHB-RUN-START)
              TO CHB-RC
            MOVE FUNCTION INTEGER-OF-DATE(19700101)
              TO CHB-EPOCH-BASE
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'FORCE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE (1:1) TO CHB-FORCE
            END-IF
            MOVE 'BRANCH' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO CHB-BRANCH
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'chargeback: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO CHB-TODAY
            COMPUTE CHB-MONTH = CHB-TODAY / 100
            MOVE 'MONTH' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO CHB-MONTH
            END-IF
      *    the month-end marker selects this step; off month-end
      *    the stream just passes through
            IF CHB-FORCE NOT = 'Y'
               SET RCQ-REQ-INFO TO TRUE
               MOVE CHB-TODAY TO RCQ-DATE
               CALL 'RUN-CALENDAR' USING RCQ-CONTROL
               IF NOT RCQ-OK OR NOT RCQ-IS-MONTH-END
                  DISPLAY 'chargeback: ' CHB-TODAY
                     ' is not month-end, nothing to charge'
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
            END-IF
            SET CHB-MONTH-END TO TRUE
            PERFORM 1100-LOAD-MAP THRU 1100-LOAD-MAP-EXIT
            PERFORM 1200-LOAD-RATES THRU 1200-LOAD-RATES-EXIT.
        1000-INITIALIZE-EXIT.
            EXIT.

        1100-LOAD-MAP.
            SET CHB-EOF TO FALSE
            OPEN INPUT MAP-FILE
            PERFORM 1110-READ-ONE-MAP THRU 1110-READ-ONE-MAP-EXIT
               UNTIL CHB-EOF
            CLOSE MAP-FILE
            IF CHB-MAP-COUNT = 0
               DISPLAY 'chargeback: CHGMAP is empty,'
                  ' every source is unattributed'
            END-IF.
        1100-LOAD-MAP-EXIT.
            EXIT.

        1110-READ-ONE-MAP.
            READ MAP-FILE
                AT END
                    SET CHB-EOF TO TRUE
                    GO TO 1110-READ-ONE-MAP-EXIT
            END-READ
            IF CGM-KIND NOT = 'S' AND NOT = 'P' AND NOT = 'V'
               OR CGM-ENTITY = SPACES OR CGM-NAME = SPACES
               DISPLAY 'chargeback: CHGMAP row ' CGM-KIND ' '
                  CGM-ENTITY ' not usable, ignored'
               SET JOB-WARNING TO TRUE
               GO TO 1110-READ-ONE-MAP-EXIT
            END-IF
            IF CHB-MAP-COUNT >= 300
               DISPLAY 'chargeback: CHGMAP table full, '
                  CGM-KIND ' ' CGM-ENTITY ' dropped'
               SET JOB-WARNING TO TRUE
               GO TO 1110-READ-ONE-MAP-EXIT
            END-IF
            ADD 1 TO CHB-MAP-COUNT
            MOVE CGM-KIND TO CHB-M-KIND (CHB-MAP-COUNT)
            MOVE CGM-ENTITY TO CHB-M-ENTITY (CHB-MAP-COUNT)
            MOVE CGM-NAME TO CHB-M-NAME (CHB-MAP-COUNT)
            PERFORM 1120-TRIM-ONE THRU 1120-TRIM-ONE-EXIT
               VARYING CHB-LEN-SUB FROM 64 BY -1
               UNTIL CHB-LEN-SUB < 1
                  OR CGM-NAME (CHB-LEN-SUB:1) NOT = SPACE
            MOVE CHB-LEN-SUB TO CHB-M-LENGTH (CHB-MAP-COUNT).
        1110-READ-ONE-MAP-EXIT.
            EXIT.

        1120-TRIM-ONE.
            CONTINUE.
        1120-TRIM-ONE-EXIT.
            EXIT.

        1200-LOAD-RATES.
            SET CHB-EOF TO FALSE
            OPEN INPUT RATE-FILE
            PERFORM 1210-READ-ONE-RATE THRU 1210-READ-ONE-RATE-EXIT
               UNTIL CHB-EOF
            CLOSE RATE-FILE
            IF CHB-RATE-COUNT = 0
               DISPLAY 'chargeback: CHGRATE is empty,'
                  ' refusing to invoice unpriced'
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        1200-LOAD-RATES-EXIT.
            EXIT.

        1210-READ-ONE-RATE.
            READ RATE-FILE
                AT END
                    SET CHB-EOF TO TRUE
                    GO TO 1210-READ-ONE-RATE-EXIT
            END-READ
            IF CHB-RATE-COUNT >= 100
               DISPLAY 'chargeback: CHGRATE table full, '
                  CRT-ENTITY ' dropped'
               SET JOB-WARNING TO TRUE
               GO TO 1210-READ-ONE-RATE-EXIT
            END-IF
            ADD 1 TO CHB-RATE-COUNT
            MOVE CRT-ENTITY TO CHB-R-ENTITY (CHB-RATE-COUNT)
            MOVE CRT-CPU-RATE TO CHB-R-CPU (CHB-RATE-COUNT)
            MOVE CRT-KREC-RATE TO CHB-R-KREC (CHB-RATE-COUNT)
            MOVE CRT-GBM-RATE TO CHB-R-GBM (CHB-RATE-COUNT).
        1210-READ-ONE-RATE-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  The driver's step events: a completed or failed step of
      *  the month charges its stream a step and its elapsed time,
      *  and its window is kept for the job-history walk.  The
      *  month of a step is the (UTC) date it stopped.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        2000-WALK-OPSLOG.
            SET CHB-EOF TO FALSE
            OPEN INPUT OPS-LOG-FILE
            PERFORM 2100-READ-ONE-EVENT THRU 2100-READ-ONE-EVENT-EXIT
               UNTIL CHB-EOF
            CLOSE OPS-LOG-FILE
            IF CHB-WIN-DROPPED > 0
               DISPLAY 'chargeback: ' CHB-WIN-DROPPED
                  ' step windows over 8000 not kept'
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
            END-IF.
        2000-WALK-OPSLOG-EXIT.
            EXIT.

        2100-READ-ONE-EVENT.
            READ OPS-LOG-FILE
                AT END
                    SET CHB-EOF TO TRUE
                    GO TO 2100-READ-ONE-EVENT-EXIT
            END-READ
            IF NOT OPS-STATE-COMPLETE AND NOT OPS-STATE-FAILED
               GO TO 2100-READ-ONE-EVENT-EXIT
            END-IF
            IF OPS-STOP-SECONDS < OPS-START-SECONDS
               GO TO 2100-READ-ONE-EVENT-EXIT
            END-IF
            COMPUTE CHB-DAY-NUMBER =
               CHB-EPOCH-BASE + OPS-STOP-SECONDS / 86400
            MOVE FUNCTION DATE-OF-INTEGER(CHB-DAY-NUMBER)
              TO CHB-STEP-DATE
            IF CHB-STEP-DATE / 100 NOT = CHB-MONTH
               GO TO 2100-READ-ONE-EVENT-EXIT
            END-IF
            ADD 1 TO CHB-OPS-COUNT
            MOVE 'S' TO CHB-FIND-KIND
            MOVE OPS-STREAM-ID TO CHB-FIND-NAME
            PERFORM 8000-FIND-SOURCE THRU 8000-FIND-SOURCE-EXIT
            IF CHB-SRC-SUB = 0
               GO TO 2100-READ-ONE-EVENT-EXIT
            END-IF
            COMPUTE CHB-SECONDS =
               OPS-STOP-SECONDS - OPS-START-SECONDS
            ADD 1 TO CHB-S-STEPS (CHB-SRC-SUB)
            ADD CHB-SECONDS TO CHB-S-SECONDS (CHB-SRC-SUB)
            IF CHB-WIN-COUNT >= 8000
               ADD 1 TO CHB-WIN-DROPPED
               GO TO 2100-READ-ONE-EVENT-EXIT
            END-IF
            ADD 1 TO CHB-WIN-COUNT
            MOVE OPS-STEP-NAME TO CHB-W-STEP (CHB-WIN-COUNT)
            MOVE OPS-START-SECONDS TO CHB-W-START (CHB-WIN-COUNT)
            MOVE OPS-STOP-SECONDS TO CHB-W-STOP (CHB-WIN-COUNT)
            MOVE CHB-SRC-SUB TO CHB-W-SRC-SUB (CHB-WIN-COUNT).
        2100-READ-ONE-EVENT-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Every run of the month on the job history.  A run inside
      *  a step window charges its records to that step's stream
      *  (its time is already in the step's); a run outside every
      *  window is charged as a step of its own.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        3000-WALK-JOBHIST.
            OPEN INPUT JOB-HISTORY-FILE
            IF JHW-FILE-STATUS NOT = '00'
               DISPLAY 'chargeback: cannot open JOBHIST, status '
                  JHW-FILE-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3000-WALK-JOBHIST-EXIT
            END-IF
            SET CHB-EOF TO FALSE
            PERFORM 3100-READ-ONE-RUN THRU 3100-READ-ONE-RUN-EXIT
               UNTIL CHB-EOF
            CLOSE JOB-HISTORY-FILE.
        3000-WALK-JOBHIST-EXIT.
            EXIT.

        3100-READ-ONE-RUN.
            READ JOB-HISTORY-FILE NEXT
                AT END
                    SET CHB-EOF TO TRUE
                    GO TO 3100-READ-ONE-RUN-EXIT
            END-READ
            IF JHR-BUSINESS-DATE / 100 NOT = CHB-MONTH
               GO TO 3100-READ-ONE-RUN-EXIT
            END-IF
            ADD 1 TO CHB-RUN-COUNT
            ADD JHR-RECORDS-IN TO CHB-RUN-RECS-IN
            MOVE 0 TO CHB-HOLD-COUNT CHB-HOLD-SRC CHB-NAMED-SRC
            PERFORM 3200-TEST-ONE-WINDOW THRU 3200-TEST-ONE-WINDOW-EXIT
               VARYING CHB-WIN-SUB FROM 1 BY 1
               UNTIL CHB-WIN-SUB > CHB-WIN-COUNT
            IF CHB-NAMED-SRC > 0
               MOVE CHB-NAMED-SRC TO CHB-SRC-SUB
            ELSE
               IF CHB-HOLD-COUNT = 1
                  MOVE CHB-HOLD-SRC TO CHB-SRC-SUB
               ELSE
                  MOVE 0 TO CHB-SRC-SUB
               END-IF
            END-IF
            IF CHB-SRC-SUB > 0
               ADD JHR-RECORDS-IN JHR-RECORDS-OUT
                 TO CHB-S-RECORDS (CHB-SRC-SUB)
               GO TO 3100-READ-ONE-RUN-EXIT
            END-IF
      *    inside the windows of several streams, none of them
      *    running the program by name: nobody can be charged
            IF CHB-HOLD-COUNT > 1
               ADD 1 TO CHB-AMBIGUOUS-COUNT
               MOVE 'A' TO CHB-FIND-KIND
               MOVE JHR-PROGRAM-ID TO CHB-FIND-NAME
               PERFORM 8000-FIND-SOURCE THRU 8000-FIND-SOURCE-EXIT
               IF CHB-SRC-SUB > 0
                  ADD JHR-RECORDS-IN JHR-RECORDS-OUT
                    TO CHB-S-RECORDS (CHB-SRC-SUB)
               END-IF
               GO TO 3100-READ-ONE-RUN-EXIT
            END-IF
            ADD 1 TO CHB-STANDALONE-COUNT
            IF JHR-STREAM-ID NOT = SPACES
               MOVE 'S' TO CHB-FIND-KIND
               MOVE JHR-STREAM-ID TO CHB-FIND-NAME
            ELSE
               MOVE 'P' TO CHB-FIND-KIND
               MOVE JHR-PROGRAM-ID TO CHB-FIND-NAME
            END-IF
            PERFORM 8000-FIND-SOURCE THRU 8000-FIND-SOURCE-EXIT
            IF CHB-SRC-SUB = 0
               GO TO 3100-READ-ONE-RUN-EXIT
            END-IF
            ADD 1 TO CHB-S-STEPS (CHB-SRC-SUB)
            IF JHR-STOP-SECONDS > JHR-START-SECONDS
               COMPUTE CHB-SECONDS =
                  JHR-STOP-SECONDS - JHR-START-SECONDS
               ADD CHB-SECONDS TO CHB-S-SECONDS (CHB-SRC-SUB)
            END-IF
            ADD JHR-RECORDS-IN JHR-RECORDS-OUT
              TO CHB-S-RECORDS (CHB-SRC-SUB).
        3100-READ-ONE-RUN-EXIT.
            EXIT.

        3200-TEST-ONE-WINDOW.
            IF JHR-START-SECONDS < CHB-W-START (CHB-WIN-SUB)
               OR JHR-START-SECONDS > CHB-W-STOP (CHB-WIN-SUB)
               GO TO 3200-TEST-ONE-WINDOW-EXIT
            END-IF
            IF CHB-HOLD-COUNT = 0
               OR CHB-W-SRC-SUB (CHB-WIN-SUB) NOT = CHB-HOLD-SRC
               ADD 1 TO CHB-HOLD-COUNT
               MOVE CHB-W-SRC-SUB (CHB-WIN-SUB) TO CHB-HOLD-SRC
            END-IF
            IF CHB-W-STEP (CHB-WIN-SUB) = JHR-PROGRAM-ID
               MOVE CHB-W-SRC-SUB (CHB-WIN-SUB) TO CHB-NAMED-SRC
            END-IF.
        3200-TEST-ONE-WINDOW-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  The capacity warehouse holds the same month's runs and
      *  records-in, summed by CAP-TREND from the same job history;
      *  an invoice that does not tie to it is not sent unflagged.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        4000-PROVE-CAPSTATS.
            IF JOB-NEEDS-RERUN
               GO TO 4000-PROVE-CAPSTATS-EXIT
            END-IF
            MOVE 'CAPSTATS' TO GNC-BASE-NAME
            PERFORM 9850-GEN-POINT-INPUT THRU 9850-GEN-POINT-INPUT-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 4000-PROVE-CAPSTATS-EXIT
            END-IF
            SET CHB-EOF TO FALSE
            OPEN INPUT STATS-FILE
            PERFORM 4100-READ-ONE-STAT THRU 4100-READ-ONE-STAT-EXIT
               UNTIL CHB-EOF
            CLOSE STATS-FILE
            IF CHB-CAP-RUNS NOT = CHB-RUN-COUNT
               OR CHB-CAP-RECORDS NOT = CHB-RUN-RECS-IN
               DISPLAY 'chargeback: month ' CHB-MONTH
                  ' does not tie to CAPSTATS'
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
            END-IF.
        4000-PROVE-CAPSTATS-EXIT.
            EXIT.

        4100-READ-ONE-STAT.
            READ STATS-FILE
                AT END
                    SET CHB-EOF TO TRUE
                    GO TO 4100-READ-ONE-STAT-EXIT
            END-READ
            IF CPS-MONTH = CHB-MONTH
               ADD 1 TO CHB-CAP-ROWS
               ADD CPS-RUNS TO CHB-CAP-RUNS
               ADD CPS-RECORDS TO CHB-CAP-RECORDS
            END-IF.
        4100-READ-ONE-STAT-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Storage: everything vaulted by the end of the month is
      *  held for the month.  Unattributed files are shown by the
      *  directory they were vaulted from.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        4500-WALK-VAULT.
            IF JOB-NEEDS-RERUN
               GO TO 4500-WALK-VAULT-EXIT
            END-IF
            SET CHB-EOF TO FALSE
            OPEN INPUT VAULT-CATALOG-FILE
            PERFORM 4600-READ-ONE-VAULTED
               THRU 4600-READ-ONE-VAULTED-EXIT
               UNTIL CHB-EOF
            CLOSE VAULT-CATALOG-FILE.
        4500-WALK-VAULT-EXIT.
            EXIT.

        4600-READ-ONE-VAULTED.
            READ VAULT-CATALOG-FILE
                AT END
                    SET CHB-EOF TO TRUE
                    GO TO 4600-READ-ONE-VAULTED-EXIT
            END-READ
            IF VCR-BUSINESS-DATE / 100 > CHB-MONTH
               GO TO 4600-READ-ONE-VAULTED-EXIT
            END-IF
            ADD 1 TO CHB-VAULT-COUNT
            MOVE 'V' TO CHB-FIND-KIND
            MOVE VCR-ORIG-PATH TO CHB-FIND-NAME
            PERFORM 8100-ATTRIBUTE THRU 8100-ATTRIBUTE-EXIT
            IF CHB-FIND-ENTITY = SPACES
               PERFORM 4610-FIND-SLASH THRU 4610-FIND-SLASH-EXIT
                  VARYING CHB-SLASH-SUB FROM 256 BY -1
                  UNTIL CHB-SLASH-SUB < 2
                     OR VCR-ORIG-PATH (CHB-SLASH-SUB:1) = '/'
               MOVE SPACES TO CHB-FIND-NAME
               IF CHB-SLASH-SUB > 65
                  MOVE VCR-ORIG-PATH (1:64) TO CHB-FIND-NAME
               ELSE
                  IF CHB-SLASH-SUB > 1
                     MOVE VCR-ORIG-PATH (1:CHB-SLASH-SUB - 1)
                       TO CHB-FIND-NAME
                  ELSE
                     MOVE VCR-FILE-TYPE TO CHB-FIND-NAME
                  END-IF
               END-IF
            ELSE
               MOVE VCR-FILE-TYPE TO CHB-FIND-NAME
            END-IF
            PERFORM 8010-FIND-SOURCE-FOR
               THRU 8010-FIND-SOURCE-FOR-EXIT
            IF CHB-SRC-SUB > 0
               ADD 1 TO CHB-S-STEPS (CHB-SRC-SUB)
               ADD VCR-SIZE-BYTES TO CHB-S-BYTES (CHB-SRC-SUB)
            END-IF.
        4600-READ-ONE-VAULTED-EXIT.
            EXIT.

        4610-FIND-SLASH.
            CONTINUE.
        4610-FIND-SLASH-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Sources roll up to their entities, and each entity's
      *  usage is priced off its rate card row.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        5000-PRICE-ENTITIES.
            PERFORM 5100-ROLL-ONE-SOURCE THRU 5100-ROLL-ONE-SOURCE-EXIT
               VARYING CHB-SRC-SUB FROM 1 BY 1
               UNTIL CHB-SRC-SUB > CHB-SRC-COUNT
            PERFORM 5200-PRICE-ONE-ENTITY
               THRU 5200-PRICE-ONE-ENTITY-EXIT
               VARYING CHB-ENT-SUB FROM 1 BY 1
               UNTIL CHB-ENT-SUB > CHB-ENT-COUNT
            IF CHB-UNPRICED-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF.
        5000-PRICE-ENTITIES-EXIT.
            EXIT.

        5100-ROLL-ONE-SOURCE.
            MOVE CHB-S-ENT-SUB (CHB-SRC-SUB) TO CHB-ENT-SUB
            IF CHB-S-KIND (CHB-SRC-SUB) NOT = 'V'
               ADD CHB-S-STEPS (CHB-SRC-SUB)
                 TO CHB-E-STEPS (CHB-ENT-SUB)
            END-IF
            ADD CHB-S-SECONDS (CHB-SRC-SUB)
              TO CHB-E-SECONDS (CHB-ENT-SUB)
            ADD CHB-S-RECORDS (CHB-SRC-SUB)
              TO CHB-E-RECORDS (CHB-ENT-SUB)
            ADD CHB-S-BYTES (CHB-SRC-SUB)
              TO CHB-E-BYTES (CHB-ENT-SUB).
        5100-ROLL-ONE-SOURCE-EXIT.
            EXIT.

        5200-PRICE-ONE-ENTITY.
            COMPUTE CHB-E-CPU-MIN (CHB-ENT-SUB) ROUNDED =
               CHB-E-SECONDS (CHB-ENT-SUB) / 60
            COMPUTE CHB-E-KREC (CHB-ENT-SUB) ROUNDED =
               CHB-E-RECORDS (CHB-ENT-SUB) / 1000
            COMPUTE CHB-E-GBM (CHB-ENT-SUB) ROUNDED =
               CHB-E-BYTES (CHB-ENT-SUB) / 1073741824
            MOVE 0 TO CHB-E-CPU-AMT (CHB-ENT-SUB)
                      CHB-E-REC-AMT (CHB-ENT-SUB)
                      CHB-E-STO-AMT (CHB-ENT-SUB)
                      CHB-E-TOTAL (CHB-ENT-SUB)
            MOVE 'N' TO CHB-E-PRICED (CHB-ENT-SUB)
            IF CHB-E-ENTITY (CHB-ENT-SUB) = SPACES
               GO TO 5200-PRICE-ONE-ENTITY-EXIT
            END-IF
            PERFORM 8200-FIND-RATE THRU 8200-FIND-RATE-EXIT
            IF CHB-BEST-RATE = 0
               ADD 1 TO CHB-UNPRICED-COUNT
               DISPLAY 'chargeback: no CHGRATE row for entity '
                  CHB-E-ENTITY (CHB-ENT-SUB)
               GO TO 5200-PRICE-ONE-ENTITY-EXIT
            END-IF
            MOVE 'Y' TO CHB-E-PRICED (CHB-ENT-SUB)
            COMPUTE CHB-E-CPU-AMT (CHB-ENT-SUB) ROUNDED =
               CHB-E-CPU-MIN (CHB-ENT-SUB)
               * CHB-R-CPU (CHB-BEST-RATE)
            COMPUTE CHB-E-REC-AMT (CHB-ENT-SUB) ROUNDED =
               CHB-E-KREC (CHB-ENT-SUB)
               * CHB-R-KREC (CHB-BEST-RATE)
            COMPUTE CHB-E-STO-AMT (CHB-ENT-SUB) ROUNDED =
               CHB-E-GBM (CHB-ENT-SUB)
               * CHB-R-GBM (CHB-BEST-RATE)
            COMPUTE CHB-E-TOTAL (CHB-ENT-SUB) =
               CHB-E-CPU-AMT (CHB-ENT-SUB)
               + CHB-E-REC-AMT (CHB-ENT-SUB)
               + CHB-E-STO-AMT (CHB-ENT-SUB)
            ADD CHB-E-TOTAL (CHB-ENT-SUB) TO CHB-INVOICE-TOTAL.
        5200-PRICE-ONE-ENTITY-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  One invoice page per entity, the unattributed page, then
      *  the summary with the capacity warehouse proof.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        6000-REPORT.
            OPEN OUTPUT REPORT-FILE
            PERFORM 6100-ENTITY-PAGE THRU 6100-ENTITY-PAGE-EXIT
               VARYING CHB-ENT-SUB FROM 1 BY 1
               UNTIL CHB-ENT-SUB > CHB-ENT-COUNT
            PERFORM 6300-UNATTRIBUTED-PAGE
               THRU 6300-UNATTRIBUTED-PAGE-EXIT
            PERFORM 6400-SUMMARY-PAGE THRU 6400-SUMMARY-PAGE-EXIT
            CLOSE REPORT-FILE.
        6000-REPORT-EXIT.
            EXIT.

        6100-ENTITY-PAGE.
            IF CHB-E-ENTITY (CHB-ENT-SUB) = SPACES
               GO TO 6100-ENTITY-PAGE-EXIT
            END-IF
            MOVE CHB-E-ENTITY (CHB-ENT-SUB) TO CHB-PAGE-KEY
            MOVE CHB-PAGE-KEY TO CHB-TL-KEY
            MOVE CHB-MONTH TO CHB-MONTH-ED
            MOVE SPACES TO CHB-TL-TEXT
            STRING 'INTERCOMPANY PROCESSING CHARGEBACK -- ENTITY '
                      DELIMITED BY SIZE
                   CHB-PAGE-KEY DELIMITED BY SIZE
                   ' -- MONTH ' DELIMITED BY SIZE
                   CHB-MONTH-ED DELIMITED BY SIZE
                INTO CHB-TL-TEXT
            WRITE REPORT-LINE FROM CHB-TITLE-LINE
            MOVE CHB-PAGE-KEY TO CHB-CL-KEY
            WRITE REPORT-LINE FROM CHB-COL-LINE
            PERFORM 6200-SOURCE-LINE THRU 6200-SOURCE-LINE-EXIT
               VARYING CHB-SRC-SUB FROM 1 BY 1
               UNTIL CHB-SRC-SUB > CHB-SRC-COUNT
            MOVE CHB-PAGE-KEY TO CHB-CH-KEY
            MOVE 'CPU-MINUTE EQUIVALENTS' TO CHB-CH-LABEL
            MOVE CHB-E-CPU-MIN (CHB-ENT-SUB) TO CHB-CH-QUANTITY
            MOVE 0 TO CHB-CH-RATE
            PERFORM 8200-FIND-RATE THRU 8200-FIND-RATE-EXIT
            IF CHB-BEST-RATE > 0
               MOVE CHB-R-CPU (CHB-BEST-RATE) TO CHB-CH-RATE
            END-IF
            MOVE CHB-E-CPU-AMT (CHB-ENT-SUB) TO CHB-CH-AMOUNT
            WRITE REPORT-LINE FROM CHB-CHARGE-LINE
            MOVE 'THOUSANDS OF RECORDS' TO CHB-CH-LABEL
            MOVE CHB-E-KREC (CHB-ENT-SUB) TO CHB-CH-QUANTITY
            MOVE 0 TO CHB-CH-RATE
            IF CHB-BEST-RATE > 0
               MOVE CHB-R-KREC (CHB-BEST-RATE) TO CHB-CH-RATE
            END-IF
            MOVE CHB-E-REC-AMT (CHB-ENT-SUB) TO CHB-CH-AMOUNT
            WRITE REPORT-LINE FROM CHB-CHARGE-LINE
            MOVE 'GB-MONTHS STORED' TO CHB-CH-LABEL
            MOVE CHB-E-GBM (CHB-ENT-SUB) TO CHB-CH-QUANTITY
            MOVE 0 TO CHB-CH-RATE
            IF CHB-BEST-RATE > 0
               MOVE CHB-R-GBM (CHB-BEST-RATE) TO CHB-CH-RATE
            END-IF
            MOVE CHB-E-STO-AMT (CHB-ENT-SUB) TO CHB-CH-AMOUNT
            WRITE REPORT-LINE FROM CHB-CHARGE-LINE
            MOVE CHB-PAGE-KEY TO CHB-TT-KEY
            MOVE 'INVOICE TOTAL' TO CHB-TT-LABEL
            MOVE CHB-E-TOTAL (CHB-ENT-SUB) TO CHB-TT-AMOUNT
            MOVE SPACES TO CHB-TT-NOTE
            IF CHB-E-PRICED (CHB-ENT-SUB) NOT = 'Y'
               MOVE 'UNPRICED -- NO CHGRATE ROW' TO CHB-TT-NOTE
            END-IF
            WRITE REPORT-LINE FROM CHB-TOTAL-LINE
            MOVE SPACES TO CHB-TL-TEXT
            WRITE REPORT-LINE FROM CHB-TITLE-LINE.
        6100-ENTITY-PAGE-EXIT.
            EXIT.

        6200-SOURCE-LINE.
            IF CHB-S-ENT-SUB (CHB-SRC-SUB) NOT = CHB-ENT-SUB
               GO TO 6200-SOURCE-LINE-EXIT
            END-IF
            EVALUATE CHB-S-KIND (CHB-SRC-SUB)
               WHEN 'S'
                  MOVE 'STREAM' TO CHB-KIND-TEXT
               WHEN 'P'
                  MOVE 'PROGRAM' TO CHB-KIND-TEXT
               WHEN 'V'
                  MOVE 'VAULT' TO CHB-KIND-TEXT
               WHEN OTHER
                  MOVE 'AMBIGUOUS' TO CHB-KIND-TEXT
            END-EVALUATE
            MOVE CHB-PAGE-KEY TO CHB-SL-KEY
            MOVE CHB-KIND-TEXT TO CHB-SL-KIND
            MOVE CHB-S-NAME (CHB-SRC-SUB) TO CHB-SL-NAME
            MOVE CHB-S-STEPS (CHB-SRC-SUB) TO CHB-SL-STEPS
            MOVE CHB-S-SECONDS (CHB-SRC-SUB) TO CHB-SL-SECONDS
            MOVE CHB-S-RECORDS (CHB-SRC-SUB) TO CHB-SL-RECORDS
            MOVE CHB-S-BYTES (CHB-SRC-SUB) TO CHB-SL-BYTES
            WRITE REPORT-LINE FROM CHB-SOURCE-LINE.
        6200-SOURCE-LINE-EXIT.
            EXIT.

        6300-UNATTRIBUTED-PAGE.
            MOVE SPACES TO CHB-FIND-ENTITY
            PERFORM 8300-FIND-ENTITY THRU 8300-FIND-ENTITY-EXIT
            IF CHB-ENT-SUB = 0
               GO TO 6300-UNATTRIBUTED-PAGE-EXIT
            END-IF
            MOVE '????' TO CHB-PAGE-KEY
            MOVE CHB-PAGE-KEY TO CHB-TL-KEY
            MOVE CHB-MONTH TO CHB-MONTH-ED
            MOVE SPACES TO CHB-TL-TEXT
            STRING 'UNATTRIBUTED PROCESSING -- MONTH '
                      DELIMITED BY SIZE
                   CHB-MONTH-ED DELIMITED BY SIZE
                   ' -- ADD CHGMAP ROWS, NOT INVOICED'
                      DELIMITED BY SIZE
                INTO CHB-TL-TEXT
            WRITE REPORT-LINE FROM CHB-TITLE-LINE
            MOVE CHB-PAGE-KEY TO CHB-CL-KEY
            WRITE REPORT-LINE FROM CHB-COL-LINE
            PERFORM 6200-SOURCE-LINE THRU 6200-SOURCE-LINE-EXIT
               VARYING CHB-SRC-SUB FROM 1 BY 1
               UNTIL CHB-SRC-SUB > CHB-SRC-COUNT
            MOVE SPACES TO CHB-TL-TEXT
            WRITE REPORT-LINE FROM CHB-TITLE-LINE.
        6300-UNATTRIBUTED-PAGE-EXIT.
            EXIT.

        6400-SUMMARY-PAGE.
            MOVE '****' TO CHB-PAGE-KEY
            MOVE CHB-PAGE-KEY TO CHB-TL-KEY
            MOVE CHB-MONTH TO CHB-MONTH-ED
            MOVE SPACES TO CHB-TL-TEXT
            STRING 'INTERCOMPANY CHARGEBACK SUMMARY -- MONTH '
                      DELIMITED BY SIZE
                   CHB-MONTH-ED DELIMITED BY SIZE
                INTO CHB-TL-TEXT
            WRITE REPORT-LINE FROM CHB-TITLE-LINE
            PERFORM 6410-SUMMARY-LINE THRU 6410-SUMMARY-LINE-EXIT
               VARYING CHB-ENT-SUB FROM 1 BY 1
               UNTIL CHB-ENT-SUB > CHB-ENT-COUNT
            MOVE CHB-PAGE-KEY TO CHB-TT-KEY
            MOVE 'TOTAL INVOICED' TO CHB-TT-LABEL
            MOVE CHB-INVOICE-TOTAL TO CHB-TT-AMOUNT
            MOVE SPACES TO CHB-TT-NOTE
            WRITE REPORT-LINE FROM CHB-TOTAL-LINE
            MOVE CHB-PAGE-KEY TO CHB-PF-KEY
            MOVE 'JOB HISTORY RUNS / RECS IN' TO CHB-PF-LABEL
            MOVE CHB-RUN-COUNT TO CHB-PF-RUNS
            MOVE CHB-RUN-RECS-IN TO CHB-PF-RECORDS
            MOVE SPACES TO CHB-PF-NOTE
            WRITE REPORT-LINE FROM CHB-PROOF-LINE
            MOVE 'CAPSTATS RUNS / RECS IN' TO CHB-PF-LABEL
            MOVE CHB-CAP-RUNS TO CHB-PF-RUNS
            MOVE CHB-CAP-RECORDS TO CHB-PF-RECORDS
            IF CHB-CAP-RUNS = CHB-RUN-COUNT
               AND CHB-CAP-RECORDS = CHB-RUN-RECS-IN
               MOVE 'AGREES' TO CHB-PF-NOTE
            ELSE
               IF CHB-CAP-ROWS = 0
                  MOVE 'MONTH NOT IN CAPSTATS' TO CHB-PF-NOTE
               ELSE
                  MOVE 'DIFFERS' TO CHB-PF-NOTE
               END-IF
            END-IF
            WRITE REPORT-LINE FROM CHB-PROOF-LINE
            MOVE SPACES TO CHB-TL-TEXT
            MOVE CHB-AMBIGUOUS-COUNT TO CHB-COUNT-ED
            STRING 'RUNS NO STREAM COULD BE TOLD FOR '
                      DELIMITED BY SIZE
                   CHB-COUNT-ED DELIMITED BY SIZE
                INTO CHB-TL-TEXT
            WRITE REPORT-LINE FROM CHB-TITLE-LINE.
        6400-SUMMARY-PAGE-EXIT.
            EXIT.

        6410-SUMMARY-LINE.
            MOVE CHB-PAGE-KEY TO CHB-TT-KEY
            MOVE SPACES TO CHB-TT-LABEL CHB-TT-NOTE
            IF CHB-E-ENTITY (CHB-ENT-SUB) = SPACES
               MOVE 'UNATTRIBUTED (NOT INVOICED)' TO CHB-TT-LABEL
               MOVE 0 TO CHB-TT-AMOUNT
            ELSE
               STRING 'ENTITY ' DELIMITED BY SIZE
                      CHB-E-ENTITY (CHB-ENT-SUB) DELIMITED BY SIZE
                   INTO CHB-TT-LABEL
               MOVE CHB-E-TOTAL (CHB-ENT-SUB) TO CHB-TT-AMOUNT
               IF CHB-E-PRICED (CHB-ENT-SUB) NOT = 'Y'
                  MOVE 'UNPRICED -- NO CHGRATE ROW' TO CHB-TT-NOTE
               END-IF
            END-IF
            WRITE REPORT-LINE FROM CHB-TOTAL-LINE.
        6410-SUMMARY-LINE-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  The intercompany journal: one row per invoiced entity for
      *  GL-BRIDGE.  A run that must be rerun leaves none.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        7000-WRITE-MOVES.
            OPEN OUTPUT MOVE-FILE
            PERFORM 7100-WRITE-ONE-MOVE THRU 7100-WRITE-ONE-MOVE-EXIT
               VARYING CHB-ENT-SUB FROM 1 BY 1
               UNTIL CHB-ENT-SUB > CHB-ENT-COUNT
            CLOSE MOVE-FILE.
        7000-WRITE-MOVES-EXIT.
            EXIT.

        7100-WRITE-ONE-MOVE.
            IF CHB-E-ENTITY (CHB-ENT-SUB) = SPACES
               OR CHB-E-TOTAL (CHB-ENT-SUB) = 0
               GO TO 7100-WRITE-ONE-MOVE-EXIT
            END-IF
            MOVE CHB-TODAY TO CMV-DATE
            MOVE CHB-BRANCH TO CMV-BRANCH
            MOVE CHB-E-ENTITY (CHB-ENT-SUB) TO CMV-ENTITY
            MOVE CHB-E-TOTAL (CHB-ENT-SUB) TO CMV-AMOUNT
            WRITE MOVE-RECORD
            ADD 1 TO CHB-MOVE-COUNT.
        7100-WRITE-ONE-MOVE-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  The source table: a source is found or added with the
      *  entity the map attributes it to (8000 attributes it,
      *  8010 takes CHB-FIND-ENTITY as already attributed).
      *  CHB-SRC-SUB 0 when a table is full.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        8000-FIND-SOURCE.
            PERFORM 8100-ATTRIBUTE THRU 8100-ATTRIBUTE-EXIT
            PERFORM 8010-FIND-SOURCE-FOR
               THRU 8010-FIND-SOURCE-FOR-EXIT.
        8000-FIND-SOURCE-EXIT.
            EXIT.

        8010-FIND-SOURCE-FOR.
            PERFORM 8020-MATCH-SOURCE THRU 8020-MATCH-SOURCE-EXIT
               VARYING CHB-SRC-SUB FROM 1 BY 1
               UNTIL CHB-SRC-SUB > CHB-SRC-COUNT
                  OR (CHB-S-KIND (CHB-SRC-SUB) = CHB-FIND-KIND
                  AND CHB-S-NAME (CHB-SRC-SUB) = CHB-FIND-NAME
                  AND CHB-S-ENTITY (CHB-SRC-SUB) = CHB-FIND-ENTITY)
            IF CHB-SRC-SUB <= CHB-SRC-COUNT
               GO TO 8010-FIND-SOURCE-FOR-EXIT
            END-IF
            PERFORM 8300-FIND-ENTITY THRU 8300-FIND-ENTITY-EXIT
            IF CHB-ENT-SUB = 0
               IF CHB-ENT-COUNT >= 60
                  DISPLAY 'chargeback: over 60 entities, '
                     CHB-FIND-ENTITY ' not charged'
                  SET JOB-NEEDS-RERUN TO TRUE
                  MOVE 0 TO CHB-SRC-SUB
                  GO TO 8010-FIND-SOURCE-FOR-EXIT
               END-IF
               ADD 1 TO CHB-ENT-COUNT
               MOVE CHB-ENT-COUNT TO CHB-ENT-SUB
               INITIALIZE CHB-ENTITY-ENTRY (CHB-ENT-SUB)
               MOVE CHB-FIND-ENTITY TO CHB-E-ENTITY (CHB-ENT-SUB)
            END-IF
            IF CHB-SRC-COUNT >= 600
               DISPLAY 'chargeback: over 600 sources, '
                  CHB-FIND-KIND ' ' CHB-FIND-NAME (1:40)
                  ' not charged'
               SET JOB-NEEDS-RERUN TO TRUE
               MOVE 0 TO CHB-SRC-SUB
               GO TO 8010-FIND-SOURCE-FOR-EXIT
            END-IF
            ADD 1 TO CHB-SRC-COUNT
            MOVE CHB-SRC-COUNT TO CHB-SRC-SUB
            INITIALIZE CHB-SOURCE-ENTRY (CHB-SRC-SUB)
            MOVE CHB-FIND-KIND TO CHB-S-KIND (CHB-SRC-SUB)
            MOVE CHB-FIND-NAME TO CHB-S-NAME (CHB-SRC-SUB)
            MOVE CHB-FIND-ENTITY TO CHB-S-ENTITY (CHB-SRC-SUB)
            MOVE CHB-ENT-SUB TO CHB-S-ENT-SUB (CHB-SRC-SUB).
        8010-FIND-SOURCE-FOR-EXIT.
            EXIT.

        8020-MATCH-SOURCE.
            CONTINUE.
        8020-MATCH-SOURCE-EXIT.
            EXIT.

      * the longest CHGMAP prefix of the kind names the entity; an
      * ambiguous run ('A') is never attributed
        8100-ATTRIBUTE.
            MOVE SPACES TO CHB-FIND-ENTITY
            MOVE 0 TO CHB-BEST-LENGTH
            IF CHB-FIND-KIND = 'A'
               GO TO 8100-ATTRIBUTE-EXIT
            END-IF
            PERFORM 8110-TEST-ONE-MAP THRU 8110-TEST-ONE-MAP-EXIT
               VARYING CHB-MAP-SUB FROM 1 BY 1
               UNTIL CHB-MAP-SUB > CHB-MAP-COUNT.
        8100-ATTRIBUTE-EXIT.
            EXIT.

        8110-TEST-ONE-MAP.
            IF CHB-M-KIND (CHB-MAP-SUB) NOT = CHB-FIND-KIND
               OR CHB-M-LENGTH (CHB-MAP-SUB) <= CHB-BEST-LENGTH
               GO TO 8110-TEST-ONE-MAP-EXIT
            END-IF
            IF CHB-FIND-NAME (1:CHB-M-LENGTH (CHB-MAP-SUB)) =
               CHB-M-NAME (CHB-MAP-SUB) (1:CHB-M-LENGTH (CHB-MAP-SUB))
               MOVE CHB-M-ENTITY (CHB-MAP-SUB) TO CHB-FIND-ENTITY
               MOVE CHB-M-LENGTH (CHB-MAP-SUB) TO CHB-BEST-LENGTH
            END-IF.
        8110-TEST-ONE-MAP-EXIT.
            EXIT.

      * the entity's own rate row, else the '****' row
        8200-FIND-RATE.
            MOVE 0 TO CHB-BEST-RATE
            PERFORM 8210-TEST-ONE-RATE THRU 8210-TEST-ONE-RATE-EXIT
               VARYING CHB-RATE-SUB FROM 1 BY 1
               UNTIL CHB-RATE-SUB > CHB-RATE-COUNT.
        8200-FIND-RATE-EXIT.
            EXIT.

        8210-TEST-ONE-RATE.
            IF CHB-R-ENTITY (CHB-RATE-SUB) =
               CHB-E-ENTITY (CHB-ENT-SUB)
               MOVE CHB-RATE-SUB TO CHB-BEST-RATE
               GO TO 8210-TEST-ONE-RATE-EXIT
            END-IF
            IF CHB-R-ENTITY (CHB-RATE-SUB) = '****'
               AND CHB-BEST-RATE = 0
               MOVE CHB-RATE-SUB TO CHB-BEST-RATE
            END-IF.
        8210-TEST-ONE-RATE-EXIT.
            EXIT.

        8300-FIND-ENTITY.
            PERFORM 8310-MATCH-ENTITY THRU 8310-MATCH-ENTITY-EXIT
               VARYING CHB-ENT-SUB FROM 1 BY 1
               UNTIL CHB-ENT-SUB > CHB-ENT-COUNT
                  OR CHB-E-ENTITY (CHB-ENT-SUB) = CHB-FIND-ENTITY
            IF CHB-ENT-SUB > CHB-ENT-COUNT
               MOVE 0 TO CHB-ENT-SUB
            END-IF.
        8300-FIND-ENTITY-EXIT.
            EXIT.

        8310-MATCH-ENTITY.
            CONTINUE.
        8310-MATCH-ENTITY-EXIT.
            EXIT.

        9999-EXIT.
            DISPLAY 'chargeback: ' CHB-OPS-COUNT ' steps, '
               CHB-RUN-COUNT ' runs ('
               CHB-STANDALONE-COUNT ' outside streams, '
               CHB-AMBIGUOUS-COUNT ' unattributable), '
               CHB-VAULT-COUNT ' vaulted files, '
               CHB-ENT-COUNT ' entities, '
               CHB-MOVE-COUNT ' journal rows'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CHB-RUN-STOP)
              TO CHB-RC
            MOVE 'CHGBACK' TO JHR-PROGRAM-ID
            MOVE CHB-TODAY TO JHR-BUSINESS-DATE
            MOVE CHB-START-SECONDS TO JHR-START-SECONDS
            MOVE CHB-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE CHB-RUN-COUNT TO JHR-RECORDS-IN
            MOVE CHB-MOVE-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY gen-catalog-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program CHARGEBACK.
