      *         through the normal write-ahead journal and an
      *         AUD-RECORD naming both users;
      *      D  decline -- the change is marked declined, audited.
      *  A sanctions hold (SANCHOLD, sanc-hold.cpy) is retrieved by
      *  its hold id the same way, and released only by two people:
      *      R  request release -- one reviewer asks for it;
      *      A  approve release -- a second reviewer (never the
      *         requester) approves, and the held item goes on its
      *         way: a held transaction is appended to SANCREL for
      *         the next ACCT-MAINT run, a held settlement item is
      *         enqueued through MSG-ENQUEUE, and a frozen account's
      *         SANC hold on HOLDS is released;
      *      C  confirm match -- the item stays blocked for good.
      *  -EXPIRE=Y runs the date-roll sweep instead: every pending
      *  change older than the business date is marked expired and
      *  listed on the EXPRPT report, so nothing waits forever.
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  An approved change that moves the
      *                        balance is recorded in the
      *                        posted-transaction history through
      *                        TXN-HIST, referenced by its pending
      *                        change id.
      *  2026-10-15 smckinney  Sanctions holds: release of an item
      *                        held by SANC-SCREEN is requested by
      *                        one reviewer and approved by a
      *                        second, then applied (SANCREL,
      *                        MSG-ENQUEUE or the HOLDS freeze);
      *                        confirm keeps it blocked.  Audited
      *                        SANREQ, SANREL and SANCNF.
      *  2026-10-15 smckinney  A released settlement item that
      *                        MSG-ENQUEUE then holds for nostro
      *                        liquidity counts as released; it
      *                        goes out when the position allows.
      *  2026-10-15 smckinney  A released transaction that cannot
      *                        be opened onto or written to SANCREL
      *                        leaves the hold as it was and ends
      *                        the session JOB-NEEDS-RERUN; ACCT-MAINT
      *                        now empties SANCREL after it posts.
      *  2026-10-15 smckinney  An approved change that moves the
      *                        balance, or moves it to another
      *                        branch or type, is written to the
      *                        GLMOVE feed for GL-BRIDGE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. CHANGE-REVIEW.
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is CRW-ACCT-STATUS.
            Select SANC-HOLD-FILE Assign To SANCHOLD
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is SHD-ID
                Alternate Record Key Is SHD-KEY
                    With Duplicates
                File Status Is CRW-SANC-STATUS.
            Select HOLDS-FILE Assign To HOLDS
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is HLD-KEY
                File Status Is CRW-HLD-STATUS.
            Select OPTIONAL SANC-RELEASE-FILE Assign To SANCREL
                Organization Is Line Sequential
                File Status Is CRW-SREL-STATUS.
            Select OPTIONAL GL-MOVE-FILE Assign To GLMOVE
                Organization Is Line Sequential
                File Status Is CRW-GLM-STATUS.
            Select USER-TABLE-FILE Assign To USERTAB
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To EXPRPT
        COPY pend-change.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  SANC-HOLD-FILE.
        COPY sanc-hold.
        FD  HOLDS-FILE.
        COPY hold-record.
        FD  SANC-RELEASE-FILE.
        01  SANC-RELEASE-RECORD     PIC X(300).
        FD  GL-MOVE-FILE.
        COPY gl-move-feed.
        FD  USER-TABLE-FILE.
        01  USER-TABLE-RECORD.
            05  UTR-USER            PIC X(12).
        COPY exit-status.
        01  CRW-PEND-STATUS         PIC X(02).
        01  CRW-ACCT-STATUS         PIC X(02).
        01  CRW-SANC-STATUS         PIC X(02).
        01  CRW-HLD-STATUS          PIC X(02).
        01  CRW-SREL-STATUS         PIC X(02).
        01  CRW-SANC-SWITCH         PIC X(01) Value 'N'.
            88  CRW-SANC-OPEN           Value 'Y', False 'N'.
        01  CRW-SANC-IN             PIC X(08).
        01  CRW-RELEASED-SWITCH     PIC X(01).
            88  CRW-RELEASE-DONE        Value 'Y', False 'N'.
        01  CRW-SANC-REQ-COUNT      PIC 9(05) Value 0.
        01  CRW-SANC-REL-COUNT      PIC 9(05) Value 0.
        01  CRW-SANC-CNF-COUNT      PIC 9(05) Value 0.
        01  CRW-DONE-SWITCH         PIC X(01).
            88  CRW-DONE                Value 'Y', False 'N'.
        01  CRW-EXPIRE-SW           PIC X(01) Value 'N'.
        01  CRW-APPLIED-COUNT       PIC 9(05) Value 0.
        01  CRW-DECLINED-COUNT      PIC 9(05) Value 0.
        01  CRW-EXPIRED-COUNT       PIC 9(05) Value 0.
        01  CRW-HIST-FAIL-COUNT     PIC 9(05) Value 0.
        01  CRW-BEFORE-VIEW.
            05  CRB-KEY             PIC X(32).
            05  FILLER              PIC X(100).
            05  FILLER              PIC X(100).
            05  CRA-BALANCE         PIC S9(13)V99 COMP-3.
            05  FILLER              PIC X(36).
        01  CRW-OLD-BALANCE         PIC S9(13)V99 COMP-3.
        01  CRW-OLD-BRANCH          PIC X(04).
        01  CRW-OLD-PRODUCT         PIC X(04).
        01  CRW-OLD-TYPE            PIC X(02).
        01  CRW-GLM-STATUS          PIC X(02).
        01  CRW-GLM-FAIL-COUNT      PIC 9(05) Value 0.
        COPY txn-hist.
        COPY msgq-enqueue.
        01  CRW-BEFORE-DISPLAY      PIC -(12)9.99.
        01  CRW-AFTER-DISPLAY       PIC -(12)9.99.
        Screen Section.
                Value 'PENDING CHANGE REVIEW'.
            05  Line 3  Column 5  Value 'PENDING ID..:'.
            05  Line 3  Column 20 Pic X(08) Using CRW-ID-IN.
            05  Line 3  Column 35 Value 'OR SANCTIONS HOLD:'.
            05  Line 3  Column 54 Pic X(08) Using CRW-SANC-IN.
            05  Line 5  Column 5  Value 'ACCOUNT.....:'.
            05  Line 5  Column 20 Pic X(32) From PCH-KEY.
            05  Line 6  Column 5  Value 'REQUESTED BY:'.
                Value 'DECISION (A/D, SPACE=EXIT):'.
            05  Line 10 Column 34 Pic X(01) Using CRW-DECISION.
            05  Line 12 Column 5  Pic X(40) From CRW-EDIT-ERROR.
        01  SANCTION-SCREEN.
            05  Blank Screen.
            05  Line 1  Column 5
                Value 'SANCTIONS HOLD REVIEW'.
            05  Line 3  Column 5  Value 'HOLD ID.....:'.
            05  Line 3  Column 20 Pic 9(08) From SHD-ID.
            05  Line 3  Column 35 Value 'STATUS:'.
            05  Line 3  Column 43 Pic X(01) From SHD-STATUS.
            05  Line 3  Column 47 Value 'KIND:'.
            05  Line 3  Column 53 Pic X(01) From SHD-KIND.
            05  Line 4  Column 5  Value 'HELD BY.....:'.
            05  Line 4  Column 20 Pic X(08) From SHD-SOURCE.
            05  Line 4  Column 35 Value 'ON:'.
            05  Line 4  Column 39 Pic 9(08) From SHD-HELD-DATE.
            05  Line 5  Column 5  Value 'KEY.........:'.
            05  Line 5  Column 20 Pic X(32) From SHD-KEY.
            05  Line 6  Column 5  Value 'NAME........:'.
            05  Line 6  Column 20 Pic X(50) From SHD-NAME.
            05  Line 7  Column 5  Value 'LIST ENTRY..:'.
            05  Line 7  Column 20 Pic X(12) From SHD-LIST-ID.
            05  Line 7  Column 35 Value 'SCORE:'.
            05  Line 7  Column 42 Pic ZZ9 From SHD-SCORE.
            05  Line 8  Column 5  Value 'LISTED NAME.:'.
            05  Line 8  Column 20 Pic X(50) From SHD-LIST-NAME.
            05  Line 9  Column 5  Value 'REQUESTED BY:'.
            05  Line 9  Column 20 Pic X(12)
                From SHD-REQUESTED-BY.
            05  Line 11 Column 5
                Value 'R REQUEST RELEASE  A APPROVE RELEASE'.
            05  Line 11 Column 42 Value 'C CONFIRM MATCH'.
            05  Line 12 Column 5
                Value 'DECISION (R/A/C, SPACE=EXIT):'.
            05  Line 12 Column 36 Pic X(01) Using CRW-DECISION.
            05  Line 14 Column 5  Pic X(40) From CRW-EDIT-ERROR.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
      *     no SANCHOLD file yet means nothing has ever been held
            OPEN I-O SANC-HOLD-FILE
            IF CRW-SANC-STATUS = '00'
               SET CRW-SANC-OPEN TO TRUE
            END-IF
            MOVE 'ACCTJRNL' TO CRW-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(CRW-ENV-NAME)
              TO CRW-ENV-VALUE

        3000-ONE-REVIEW.
            MOVE SPACES TO CRW-ID-IN CRW-DECISION CRW-EDIT-ERROR
            MOVE SPACES TO CRW-SANC-IN
            MOVE 0 TO CRW-BEFORE-DISPLAY CRW-AFTER-DISPLAY
            MOVE SPACES TO PCH-KEY PCH-REQUESTED-BY PCH-REASON
            DISPLAY REVIEW-SCREEN
            ACCEPT REVIEW-SCREEN
            IF CRW-ID-IN = SPACES AND CRW-SANC-IN = SPACES
               SET CRW-DONE TO TRUE
               GO TO 3000-ONE-REVIEW-EXIT
            END-IF
            IF CRW-ID-IN = SPACES
               PERFORM 7000-ONE-SANCTION THRU 7000-ONE-SANCTION-EXIT
               GO TO 3000-ONE-REVIEW-EXIT
            END-IF
            IF CRW-ID-IN NOT NUMERIC
               GO TO 3000-ONE-REVIEW-EXIT
            END-IF
               GO TO 4000-APPROVE-EXIT
            END-IF
            MOVE ACCT-MASTER-RECORD TO JRN-BEFORE-IMAGE
            MOVE AM-BALANCE TO CRW-OLD-BALANCE
            MOVE AM-BRANCH TO CRW-OLD-BRANCH
            MOVE AM-PRODUCT-CODE TO CRW-OLD-PRODUCT
            MOVE AM-TYPE TO CRW-OLD-TYPE
            MOVE PCH-AFTER-IMAGE TO ACCT-MASTER-RECORD
            MOVE CRW-TODAY TO AM-LAST-MAINT-DATE
            MOVE ACCT-MASTER-RECORD TO JRN-AFTER-IMAGE
               ACCEPT REVIEW-SCREEN
               GO TO 4000-APPROVE-EXIT
            END-IF
            PERFORM 4200-LOG-GL-MOVEMENT
               THRU 4200-LOG-GL-MOVEMENT-EXIT
            SET PCH-STATUS-APPROVED TO TRUE
            MOVE CRW-REVIEWER TO PCH-REVIEWED-BY
            REWRITE PEND-CHANGE-RECORD
            ADD 1 TO CRW-APPLIED-COUNT
            PERFORM 5000-AUDIT-DECISION
               THRU 5000-AUDIT-DECISION-EXIT
            IF AM-BALANCE NOT = CRW-OLD-BALANCE
               PERFORM 4100-POST-HISTORY THRU 4100-POST-HISTORY-EXIT
            END-IF.
        4000-APPROVE-EXIT.
            EXIT.

      * the movement is measured against the live balance the
      * after-image replaced, not the one captured at request time
        4100-POST-HISTORY.
            SET THQ-REQ-POST TO TRUE
            MOVE AM-KEY TO THQ-KEY
            MOVE CRW-TODAY TO THQ-POST-DATE
            MOVE 'C' TO THQ-ACTION
            COMPUTE THQ-AMOUNT = AM-BALANCE - CRW-OLD-BALANCE
            MOVE AM-BALANCE TO THQ-BALANCE
            MOVE 'DUAL-CONTROL BALANCE CHANGE' TO THQ-NARRATIVE
            MOVE 'CHGREVW1' TO THQ-ORIGIN
            MOVE 'CHGREVW1' TO THQ-POSTED-BY
            MOVE SPACES TO THQ-REFERENCE
            STRING 'PENDCHG ' PCH-ID DELIMITED BY SIZE
              INTO THQ-REFERENCE
            END-STRING
            CALL 'TXN-HIST' USING THQ-CONTROL
            IF NOT THQ-OK
               MOVE 'APPLIED, HISTORY NOT RECORDED'
                 TO CRW-EDIT-ERROR
               DISPLAY REVIEW-SCREEN
               ACCEPT REVIEW-SCREEN
               ADD 1 TO CRW-HIST-FAIL-COUNT
            END-IF.
        4100-POST-HISTORY-EXIT.
            EXIT.

      * the after-image is on the master; a balance it moved, or
      * moved to another branch or type, goes on the GLMOVE feed
      * for GL-BRIDGE as ACCT-MAINT's updates do, measured against
      * the live record it replaced.  The change stands if the row
      * cannot be written; the session ends with a warning and
      * GL-TRIAL shows the break.
        4200-LOG-GL-MOVEMENT.
            IF AM-BALANCE = CRW-OLD-BALANCE
               IF CRW-OLD-BALANCE = 0
                  GO TO 4200-LOG-GL-MOVEMENT-EXIT
               END-IF
               IF AM-BRANCH = CRW-OLD-BRANCH AND
                  AM-PRODUCT-CODE = CRW-OLD-PRODUCT AND
                  AM-TYPE = CRW-OLD-TYPE
                  GO TO 4200-LOG-GL-MOVEMENT-EXIT
               END-IF
            END-IF
            OPEN EXTEND GL-MOVE-FILE
            IF CRW-GLM-STATUS NOT = '00' AND
               CRW-GLM-STATUS NOT = '05'
               DISPLAY 'change-review: GLMOVE open failed, status '
                  CRW-GLM-STATUS ', movement not logged for '
                  AM-KEY
               ADD 1 TO CRW-GLM-FAIL-COUNT
               GO TO 4200-LOG-GL-MOVEMENT-EXIT
            END-IF
            MOVE CRW-TODAY TO GMV-POST-DATE
            MOVE AM-KEY TO GMV-ACCOUNT-KEY
            MOVE 'C' TO GMV-ACTION
            MOVE CRW-OLD-BRANCH TO GMV-OLD-BRANCH
            MOVE CRW-OLD-PRODUCT TO GMV-OLD-PRODUCT
            MOVE CRW-OLD-TYPE TO GMV-OLD-TYPE
            MOVE CRW-OLD-BALANCE TO GMV-OLD-BALANCE
            MOVE AM-BRANCH TO GMV-NEW-BRANCH
            MOVE AM-PRODUCT-CODE TO GMV-NEW-PRODUCT
            MOVE AM-TYPE TO GMV-NEW-TYPE
            MOVE AM-BALANCE TO GMV-NEW-BALANCE
            MOVE AM-CURRENCY TO GMV-CURRENCY
            MOVE 0 TO GMV-SPREAD-INCOME
            MOVE 'CHGREVW1' TO GMV-SOURCE
            MOVE SPACES TO GMV-REFERENCE
            STRING 'PENDCHG ' PCH-ID DELIMITED BY SIZE
              INTO GMV-REFERENCE
            END-STRING
            WRITE GL-MOVE-RECORD
            IF CRW-GLM-STATUS NOT = '00'
               DISPLAY 'change-review: GLMOVE write failed, status '
                  CRW-GLM-STATUS ', movement not logged for '
                  AM-KEY
               ADD 1 TO CRW-GLM-FAIL-COUNT
            END-IF
            CLOSE GL-MOVE-FILE.
        4200-LOG-GL-MOVEMENT-EXIT.
            EXIT.

      * the audit key names both users: requester and reviewer
        5000-AUDIT-DECISION.
            MOVE 'CHGREVW1' TO AUD-PROGRAM-ID
        6100-ONE-PENDING-EXIT.
            EXIT.

      * a sanctions hold: one reviewer requests release, a second
      * approves it, and only then does the held item move
        7000-ONE-SANCTION.
            IF NOT CRW-SANC-OPEN OR CRW-SANC-IN NOT NUMERIC
               GO TO 7000-ONE-SANCTION-EXIT
            END-IF
            MOVE FUNCTION NUMVAL(CRW-SANC-IN) TO SHD-ID
            IF SHD-ID = 0
               GO TO 7000-ONE-SANCTION-EXIT
            END-IF
            READ SANC-HOLD-FILE
            IF CRW-SANC-STATUS NOT = '00' OR
               (NOT SHD-STATUS-HELD AND NOT SHD-STATUS-REQUESTED)
               GO TO 7000-ONE-SANCTION-EXIT
            END-IF
            MOVE SPACES TO CRW-DECISION
            DISPLAY SANCTION-SCREEN
            ACCEPT SANCTION-SCREEN
            EVALUATE CRW-DECISION
               WHEN 'R'
                  PERFORM 7100-REQUEST-RELEASE
                     THRU 7100-REQUEST-RELEASE-EXIT
               WHEN 'A'
                  PERFORM 7200-APPROVE-RELEASE
                     THRU 7200-APPROVE-RELEASE-EXIT
               WHEN 'C'
                  SET SHD-STATUS-CONFIRMED TO TRUE
                  MOVE CRW-REVIEWER TO SHD-REVIEWED-BY
                  MOVE CRW-TODAY TO SHD-DECIDED-DATE
                  REWRITE SANC-HOLD-RECORD
                  ADD 1 TO CRW-SANC-CNF-COUNT
                  MOVE 'SANCNF' TO AUD-ACTION
                  PERFORM 7500-AUDIT-SANCTION
                     THRU 7500-AUDIT-SANCTION-EXIT
            END-EVALUATE.
        7000-ONE-SANCTION-EXIT.
            EXIT.

        7100-REQUEST-RELEASE.
            IF NOT SHD-STATUS-HELD
               MOVE 'RELEASE ALREADY REQUESTED' TO CRW-EDIT-ERROR
               DISPLAY SANCTION-SCREEN
               ACCEPT SANCTION-SCREEN
               GO TO 7100-REQUEST-RELEASE-EXIT
            END-IF
            SET SHD-STATUS-REQUESTED TO TRUE
            MOVE CRW-REVIEWER TO SHD-REQUESTED-BY
            REWRITE SANC-HOLD-RECORD
            ADD 1 TO CRW-SANC-REQ-COUNT
            MOVE 'SANREQ' TO AUD-ACTION
            PERFORM 7500-AUDIT-SANCTION THRU 7500-AUDIT-SANCTION-EXIT.
        7100-REQUEST-RELEASE-EXIT.
            EXIT.

      * two people means two people here too; the item is moved
      * first and the hold marked released only once it has gone
        7200-APPROVE-RELEASE.
            IF NOT SHD-STATUS-REQUESTED
               MOVE 'RELEASE NOT YET REQUESTED' TO CRW-EDIT-ERROR
               DISPLAY SANCTION-SCREEN
               ACCEPT SANCTION-SCREEN
               GO TO 7200-APPROVE-RELEASE-EXIT
            END-IF
            IF SHD-REQUESTED-BY = CRW-REVIEWER
               MOVE 'REQUESTER MAY NOT SELF-APPROVE'
                 TO CRW-EDIT-ERROR
               DISPLAY SANCTION-SCREEN
               ACCEPT SANCTION-SCREEN
               GO TO 7200-APPROVE-RELEASE-EXIT
            END-IF
            SET CRW-RELEASE-DONE TO FALSE
            EVALUATE TRUE
               WHEN SHD-KIND-TRAN
                  PERFORM 7250-QUEUE-RELEASED-TRAN
                     THRU 7250-QUEUE-RELEASED-TRAN-EXIT
               WHEN SHD-KIND-SETTLE
                  PERFORM 7300-ENQUEUE-RELEASED
                     THRU 7300-ENQUEUE-RELEASED-EXIT
               WHEN SHD-KIND-ACCOUNT
                  PERFORM 7400-LIFT-FREEZE THRU 7400-LIFT-FREEZE-EXIT
            END-EVALUATE
            IF NOT CRW-RELEASE-DONE
               DISPLAY SANCTION-SCREEN
               ACCEPT SANCTION-SCREEN
               GO TO 7200-APPROVE-RELEASE-EXIT
            END-IF
            SET SHD-STATUS-RELEASED TO TRUE
            MOVE CRW-REVIEWER TO SHD-REVIEWED-BY
            MOVE CRW-TODAY TO SHD-DECIDED-DATE
            REWRITE SANC-HOLD-RECORD
            ADD 1 TO CRW-SANC-REL-COUNT
            MOVE 'SANREL' TO AUD-ACTION
            PERFORM 7500-AUDIT-SANCTION THRU 7500-AUDIT-SANCTION-EXIT.
        7200-APPROVE-RELEASE-EXIT.
            EXIT.

      * the transaction waits on SANCREL for ACCT-MAINT; a hold
      * whose transaction did not get there stays as it was
        7250-QUEUE-RELEASED-TRAN.
            OPEN EXTEND SANC-RELEASE-FILE
            IF CRW-SREL-STATUS NOT = '00' AND
               CRW-SREL-STATUS NOT = '05'
               DISPLAY 'change-review: cannot open SANCREL, status '
                  CRW-SREL-STATUS ', hold ' SHD-ID ' not released'
               MOVE 'SANCREL UNAVAILABLE, NOT RELEASED'
                 TO CRW-EDIT-ERROR
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 7250-QUEUE-RELEASED-TRAN-EXIT
            END-IF
            MOVE SHD-ITEM (1:300) TO SANC-RELEASE-RECORD
            WRITE SANC-RELEASE-RECORD
            IF CRW-SREL-STATUS = '00'
               SET CRW-RELEASE-DONE TO TRUE
            ELSE
               DISPLAY 'change-review: SANCREL write failed, status '
                  CRW-SREL-STATUS ', hold ' SHD-ID ' not released'
               MOVE 'SANCREL WRITE FAILED, NOT RELEASED'
                 TO CRW-EDIT-ERROR
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            CLOSE SANC-RELEASE-FILE.
        7250-QUEUE-RELEASED-TRAN-EXIT.
            EXIT.

        7300-ENQUEUE-RELEASED.
            MOVE SHD-ITEM-LENGTH TO MQC-DATA-LENGTH
            MOVE SHD-ITEM TO MQC-DATA
            MOVE SHD-PARTY TO MQC-PARTY
            MOVE SHD-NAME TO MQC-BENEF-NAME
            SET MQC-RELEASED TO TRUE
            SET MQC-SWEEP TO FALSE
            MOVE 50 TO MQC-PRIORITY
            CALL 'MSG-ENQUEUE' USING MQC-CONTROL
            IF MQC-OK OR MQC-LIQ-HELD
               SET CRW-RELEASE-DONE TO TRUE
            ELSE
               MOVE 'ENQUEUE FAILED, NOT RELEASED' TO CRW-EDIT-ERROR
            END-IF.
        7300-ENQUEUE-RELEASED-EXIT.
            EXIT.

        7400-LIFT-FREEZE.
            OPEN I-O HOLDS-FILE
            IF CRW-HLD-STATUS NOT = '00'
               MOVE 'HOLDS UNAVAILABLE, NOT RELEASED'
                 TO CRW-EDIT-ERROR
               GO TO 7400-LIFT-FREEZE-EXIT
            END-IF
            MOVE SHD-KEY TO HLD-ACCOUNT-KEY
            MOVE SHD-HOLD-NO TO HLD-HOLD-NO
            READ HOLDS-FILE
            IF CRW-HLD-STATUS = '00'
               SET HLD-STATUS-RELEASED TO TRUE
               REWRITE HOLD-RECORD
            END-IF
      *     a freeze already lifted by hand is as good as lifted
            IF CRW-HLD-STATUS = '00' OR CRW-HLD-STATUS = '23'
               SET CRW-RELEASE-DONE TO TRUE
            ELSE
               MOVE 'FREEZE NOT LIFTED, NOT RELEASED'
                 TO CRW-EDIT-ERROR
            END-IF
            CLOSE HOLDS-FILE.
        7400-LIFT-FREEZE-EXIT.
            EXIT.

      * as for a pending change: who asked and who decided, then
      * the key the decision applies to
        7500-AUDIT-SANCTION.
            MOVE 'CHGREVW1' TO AUD-PROGRAM-ID
            MOVE SPACES TO AUD-KEY
            STRING SHD-REQUESTED-BY DELIMITED BY SPACE
                   '>'              DELIMITED BY SIZE
                   CRW-REVIEWER     DELIMITED BY SPACE
              INTO AUD-KEY
            END-STRING
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT
            MOVE 'CHGREVW1' TO AUD-PROGRAM-ID
            MOVE 'TARGET' TO AUD-ACTION
            MOVE SHD-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        7500-AUDIT-SANCTION-EXIT.
            EXIT.

        9999-EXIT.
            IF CRW-SANC-OPEN
               CLOSE SANC-HOLD-FILE
            END-IF
            IF JOB-OK
               CLOSE PEND-CHANGE-FILE
               IF NOT CRW-EXPIRE-MODE
               END-IF
            END-IF
            DISPLAY 'change-review: ' CRW-APPLIED-COUNT
               ' approved, ' CRW-DECLINED-COUNT ' declined'
            IF CRW-SANC-REQ-COUNT > 0 OR CRW-SANC-REL-COUNT > 0 OR
               CRW-SANC-CNF-COUNT > 0
               DISPLAY 'change-review: sanctions holds '
                  CRW-SANC-REQ-COUNT ' release requested, '
                  CRW-SANC-REL-COUNT ' released, '
                  CRW-SANC-CNF-COUNT ' confirmed'
            END-IF
            IF CRW-HIST-FAIL-COUNT > 0 AND JOB-OK
               DISPLAY 'change-review: ' CRW-HIST-FAIL-COUNT
                  ' approval(s) missing from transaction history'
               SET JOB-WARNING TO TRUE
            END-IF
            IF CRW-GLM-FAIL-COUNT > 0 AND JOB-OK
               DISPLAY 'change-review: ' CRW-GLM-FAIL-COUNT
                  ' approval(s) missing from GLMOVE'
               SET JOB-WARNING TO TRUE
            END-IF.
        9999-EXIT-EXIT.
            EXIT.

