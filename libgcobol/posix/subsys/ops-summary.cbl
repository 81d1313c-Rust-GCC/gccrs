      *                        FAILED RC nnn and marks the night
      *                        not clean even when its recorded
      *                        exit code is zero.
      *  2026-10-15 smckinney  Exit 12 prints as ALREADY-APPLIED.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. OPS-SUMMARY.
               WHEN OST-EXIT-CODE (OSM-SUB) = 8
                  MOVE 'JOB-NEEDS-RERUN' TO OSM-STATUS-TEXT
                  SET OSM-NIGHT-CLEAN TO FALSE
               WHEN OST-EXIT-CODE (OSM-SUB) = 12
                  MOVE 'ALREADY-APPLIED' TO OSM-STATUS-TEXT
                  SET OSM-NIGHT-CLEAN TO FALSE
               WHEN OST-EXIT-CODE (OSM-SUB) = 16
                  MOVE 'JOB-ABEND' TO OSM-STATUS-TEXT
                  SET OSM-NIGHT-CLEAN TO FALSE
