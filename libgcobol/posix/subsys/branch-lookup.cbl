      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Returns the successor branch a
      *                        closed branch names.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. BRANCH-LOOKUP.
               MOVE BRM-NAME TO BLQ-NAME
               MOVE BRM-REGION TO BLQ-REGION
               MOVE BRM-STATUS TO BLQ-BRANCH-STATUS
               MOVE BRM-SUCCESSOR TO BLQ-SUCCESSOR
               MOVE '00' TO BLQ-STATUS
            ELSE
               MOVE SPACES TO BLQ-NAME BLQ-REGION BLQ-SUCCESSOR
               MOVE SPACE TO BLQ-BRANCH-STATUS
               MOVE '10' TO BLQ-STATUS
            END-IF
