      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *  2026-10-15 smckinney  Exit 12 lists as ALREADY-APPLIED and
      *                        tallies with the reruns.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. JOBHIST-INQUIRY.
               WHEN 0  MOVE 'JOB-OK' TO JHI-STATUS-TEXT
               WHEN 4  MOVE 'JOB-WARNING' TO JHI-STATUS-TEXT
               WHEN 8  MOVE 'JOB-NEEDS-RERUN' TO JHI-STATUS-TEXT
               WHEN 12 MOVE 'ALREADY-APPLIED' TO JHI-STATUS-TEXT
               WHEN 16 MOVE 'JOB-ABEND' TO JHI-STATUS-TEXT
               WHEN 99 MOVE 'OPERATOR-STOP' TO JHI-STATUS-TEXT
               WHEN OTHER MOVE 'OTHER' TO JHI-STATUS-TEXT
            EVALUATE JHR-EXIT-STATUS
               WHEN 0  ADD 1 TO JPT-OK (JHI-FOUND-SUB)
               WHEN 4  ADD 1 TO JPT-WARNING (JHI-FOUND-SUB)
               WHEN 8
               WHEN 12 ADD 1 TO JPT-RERUN (JHI-FOUND-SUB)
               WHEN OTHER ADD 1 TO JPT-ABEND (JHI-FOUND-SUB)
            END-EVALUATE.
        3500-TALLY-ONE-RUN-EXIT.
