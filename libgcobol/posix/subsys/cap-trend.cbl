      *  the whole job-history file (JHR-RECORDS-IN and the
      *  start/stop seconds of every run) and the control ledger's
      *  record counts, accumulates them into per-stream,
      *  per-month statistics written to CAPSTATS (published as a
      *  new generation through GEN-CATALOG), and prints the
      *  capacity report (CAPRPT): month-over-month runtime growth
      *  per stream and a straight-line projection of the month
      *  each stream's runtime no longer fits the batch window --
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  CAPSTATS is a cataloged generation
      *                        file: each run publishes a new
      *                        generation instead of overwriting the
      *                        last one.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. CAP-TREND.
        Working-Storage Section.
        COPY bus-date.
        COPY exit-status.
        COPY gen-catalog.
        01  CPT-JH-STATUS           PIC X(02).
        01  CPT-RC                  Binary-Long.
        01  CPT-EOF-SWITCH          PIC X(01).
            EXIT.

        4000-WRITE-STATS.
            MOVE 'CAPSTATS' TO GNC-BASE-NAME
            PERFORM 9860-GEN-POINT-OUTPUT
               THRU 9860-GEN-POINT-OUTPUT-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 4000-WRITE-STATS-EXIT
            END-IF
            OPEN OUTPUT STATS-FILE
            PERFORM 4100-WRITE-ONE THRU 4100-WRITE-ONE-EXIT
               VARYING CPT-ENTRY-SUB FROM 1 BY 1
               UNTIL CPT-ENTRY-SUB > CPT-ENTRY-COUNT
            CLOSE STATS-FILE
            MOVE CPT-TODAY TO GNC-BUSINESS-DATE
            MOVE 'CAPTREND' TO GNC-PROGRAM-ID
            PERFORM 9870-GEN-PUBLISH THRU 9870-GEN-PUBLISH-EXIT.
        4000-WRITE-STATS-EXIT.
            EXIT.

            EXIT.

        COPY exit-status-paragraphs.
        COPY gen-catalog-paragraphs.
        End Program CAP-TREND.
