      *  rejects to BRCHREJ, an AUD-RECORD per applied change, and
      *  the run's record in the central job-history file.  A
      *  branch is closed, never deleted: its code stays on the
      *  master so history keeps resolving.  A close (or a later
      *  change) may name the successor branch that takes over the
      *  closed branch's business; it must be another branch on
      *  the master and still open.  BRANCH-CONSOL then moves the
      *  closed branch's accounts and loans there.
      *
      *  Transaction record layout (fixed columns):
      *      BRT-ACTION   X(1)    A add, C change, X close
      *      BRT-REGION   X(2)
      *      BRT-OPENED   9(8)
      *      BRT-CLOSED   9(8)    for action X
      *      BRT-SUCCESSOR X(4)   successor branch, action X or C
      *
      *  Reject reason codes:
      *      B01 invalid action code     B05 duplicate code on add
      *      B02 code not 4 digits       B06 code not found
      *      B03 name missing on add     B07 file error
      *      B04 region missing on add   B08 already closed
      *      B09 successor not an open branch on the master, or
      *          the branch itself
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  A close or change may name the
      *                        closed branch's successor
      *                        (BRT-SUCCESSOR, BRM-SUCCESSOR),
      *                        edited B09.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. BRANCH-MAINT.
            05  BRT-REGION          PIC X(02).
            05  BRT-OPENED          PIC X(08).
            05  BRT-CLOSED          PIC X(08).
            05  BRT-SUCCESSOR       PIC X(04).
        FD  REJECT-FILE.
        01  REJECT-RECORD.
            05  BRJ-REASON          PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  BRJ-TRANSACTION     PIC X(57).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
               MOVE 'B02' TO BRW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF BRT-ACTION NOT = 'A' AND BRT-SUCCESSOR NOT = SPACES
               PERFORM 2250-EDIT-SUCCESSOR
                  THRU 2250-EDIT-SUCCESSOR-EXIT
               IF BRW-REASON NOT = SPACES
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
            END-IF
            IF BRT-ACTION = 'X'
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
        2200-EDIT-TRAN-EXIT.
            EXIT.

      * the business has to go somewhere that is still trading
        2250-EDIT-SUCCESSOR.
            IF BRT-SUCCESSOR NOT NUMERIC OR
               BRT-SUCCESSOR = BRT-CODE
               MOVE 'B09' TO BRW-REASON
               GO TO 2250-EDIT-SUCCESSOR-EXIT
            END-IF
            MOVE BRT-SUCCESSOR TO BRM-CODE
            READ BRANCH-MASTER-FILE
            IF BRW-FILE-STATUS NOT = '00'
               MOVE 'B09' TO BRW-REASON
               GO TO 2250-EDIT-SUCCESSOR-EXIT
            END-IF
            IF NOT BRM-STATUS-ACTIVE
               MOVE 'B09' TO BRW-REASON
            END-IF.
        2250-EDIT-SUCCESSOR-EXIT.
            EXIT.

        3000-APPLY-TRAN.
            EVALUATE BRT-ACTION
               WHEN 'A'
               MOVE BRW-TODAY TO BRM-OPENED-DATE
            END-IF
            MOVE 0 TO BRM-CLOSED-DATE
            MOVE SPACES TO BRM-SUCCESSOR
            WRITE BRANCH-MASTER-RECORD
            IF BRW-FILE-STATUS = '00'
               ADD 1 TO BRW-APPLIED-COUNT
            IF BRT-REGION NOT = SPACES
               MOVE BRT-REGION TO BRM-REGION
            END-IF
            IF BRT-SUCCESSOR NOT = SPACES
               MOVE BRT-SUCCESSOR TO BRM-SUCCESSOR
            END-IF
            REWRITE BRANCH-MASTER-RECORD
            IF BRW-FILE-STATUS = '00'
               ADD 1 TO BRW-APPLIED-COUNT
            ELSE
               MOVE BRW-TODAY TO BRM-CLOSED-DATE
            END-IF
            IF BRT-SUCCESSOR NOT = SPACES
               MOVE BRT-SUCCESSOR TO BRM-SUCCESSOR
            END-IF
            REWRITE BRANCH-MASTER-RECORD
            IF BRW-FILE-STATUS = '00'
               ADD 1 TO BRW-APPLIED-COUNT
