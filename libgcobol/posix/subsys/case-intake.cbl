      *  reference, description -- the intake streams append a row
      *  per INTAKE-GATE rejection and settlement failure) and the
      *  nostro outstanding-items file (NOSTROOS, every unmatched
      *  break; its current generation from GEN-CATALOG), and
      *  opens a case on the indexed CASEFILE for each exception
      *  that does not already have an open case with the
      *  same source and reference -- the dedup that keeps a break
      *  aging in one case instead of opening a fresh case nightly.
      *  Case ids come from the counter record (id zero); every
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  NOSTROOS is read as the current
      *                        generation on the generation catalog.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. CASE-INTAKE.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY exit-status.
        COPY gen-catalog.
        01  JHW-FILE-STATUS         PIC X(02).
        01  CIW-RUN-START.
            05  CIW-START-SECONDS   Usage BINARY-DOUBLE.

        2500-FEED-NOSTRO.
            SET CIW-EOF TO FALSE
            MOVE 'NOSTROOS' TO GNC-BASE-NAME
            PERFORM 9850-GEN-POINT-INPUT THRU 9850-GEN-POINT-INPUT-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 2500-FEED-NOSTRO-EXIT
            END-IF
            OPEN INPUT OUTSTANDING-FILE
            PERFORM 2600-READ-ONE-BREAK
               THRU 2600-READ-ONE-BREAK-EXIT
        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY exit-status-paragraphs.
        COPY gen-catalog-paragraphs.
        End Program CASE-INTAKE.
