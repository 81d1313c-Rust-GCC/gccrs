      *  gl-bridge.cbl
      *
      *  General-ledger posting bridge -- the step the 'GL' value in
      *  AM-TYPE-VALID always implied.  Runs after the day's
      *  ACCT-MAINT and ACCT-BULK runs and reads the applied-
      *  movement feed they leave (GLMOVE, gl-move-feed.cpy): one
      *  row for every master update that moved a balance or moved
      *  one to another GL home, with the account as it stood
      *  before and after.  What the master did not take -- a
      *  reject, a sanctions hold, a future-dated change only
      *  scheduled -- has no row and never reaches the ledger; a
      *  held transaction reaches it on the day SANCREL releases it
      *  and it posts.  Every movement is translated through the
      *  chart-of-accounts mapping file (GLMAP) into a balanced
      *  debit/credit pair of GL entries by branch.  Rows dated
      *  another day have been bridged already and are passed over.
      *
      *  The batch refuses to publish when its debits and credits
      *  disagree or any transaction has no mapping row: the staged
      *
      *  GLMAP record layout (fixed columns):
      *      GLM-BRANCH   X(4)    '****' = any branch
      *      GLM-TYPE     X(2)    GL class of the account's
      *                           PRODMST catalog product (its
      *                           base type unless the product
      *                           says otherwise), '**' = any
      *      GLM-DR-ACCT  X(8)    GL account debited on increase
      *      GLM-CR-ACCT  X(8)    GL account credited on increase
      *  A row of type 'FX' is not an account type: it names the
      *  accounts for customer currency conversion spread income
      *  (DR the conversion clearing account, CR spread income),
      *  branch-specific before '****'.  A row of type 'LP' names
      *  the loan loss provision accounts (DR provision expense,
      *  CR loan loss allowance), branch-specific before '****'.
      *  A row of type 'TC' names the teller cash accounts (DR
      *  teller cash, CR cash over/short differences), branch-
      *  specific before '****'.
      *
      *  The movement is the new balance less the old, posted at
      *  the account's new branch through the GL class of its new
      *  product (PRODUCT-LOOKUP).  A movement ACCT-MAINT converted
      *  from another currency arrives already converted; the
      *  spread income the row carries posts through the branch's
      *  'FX' row.
      *
      *  An update that moves an account to another branch --
      *  BRANCH-CONSOL's re-homing of a closed branch's accounts,
      *  or any hand-keyed move -- or to a product of another GL
      *  class transfers the balance between the two homes: the
      *  old balance reverses out through the old branch and
      *  class's mapping row and posts in through the new one's,
      *  so every control account stays tied to the accounts it
      *  holds.
      *
      *  On a month-end the loan loss provision journal LOAN-
      *  PROVISION leaves on PROVMOVE (one signed net movement per
      *  branch and delinquency bucket, dated the business date)
      *  posts through the branch's 'LP' GLMAP row, branch-specific
      *  before '****': an increase debits provision expense (DR)
      *  and credits the loan loss allowance (CR), a release the
      *  other way.  Rows dated another day have been posted
      *  already and are passed over.
      *
      *  The tellers' over/short TELLER-BAL leaves on TELLMOVE (one
      *  signed row per balanced drawer with a difference, dated
      *  the business date) posts the same way through the branch's
      *  'TC' GLMAP row: an over debits teller cash (DR) and credits
      *  the differences account (CR), a short the other way.
      *
      *  The month-end intercompany chargeback CHARGEBACK leaves on
      *  CHGMOVE (one row per legal entity invoiced, dated the
      *  business date, with the branch it books at) posts at that
      *  branch through the 'IC' GLMAP row whose branch column names
      *  the entity charged, '****' after: the intercompany
      *  receivable from the entity (DR) against processing
      *  chargeback income (CR).
      *
      *  GL entry record (GLSTAGE, fixed columns):
      *      GLE-DATE     9(8)
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  A movement (M) transaction carries its
      *                        signed amount directly; it posts as
      *                        is and rolls the running balance
      *                        forward.
      *  2026-10-15 smckinney  POSTSEQ records widened to 340 bytes
      *                        with the 300-byte transaction record.
      *  2026-10-15 smckinney  A decrease now debits the mapping
      *                        row's CR account and credits its DR
      *                        account; both directions used to post
      *                        the increase legs, so the control
      *                        account never tied to the subledger
      *                        for GL-TRIAL's proof.
      *  2026-10-15 smckinney  Foreign-currency movements post at
      *                        the converted amount, and their
      *                        spread income posts as a pair
      *                        through the 'FX' GLMAP row.
      *  2026-10-15 smckinney  Movements map through the GL class
      *                        of the account's catalog product
      *                        (PRODUCT-LOOKUP) instead of its type;
      *                        an add or a change naming a product
      *                        maps through that product's class.
      *  2026-10-15 smckinney  A change moving an account to another
      *                        branch transfers its balance between
      *                        the branches' GL; a change with a
      *                        blank balance moves nothing, and a
      *                        future-dated transaction waits for
      *                        its release.
      *  2026-10-15 smckinney  Posts the month-end loan loss
      *                        provision movements from PROVMOVE
      *                        through the 'LP' GLMAP row.
      *  2026-10-15 smckinney  Posts the tellers' over/short from
      *                        TELLMOVE through the 'TC' GLMAP row.
      *  2026-10-15 smckinney  Posts the month-end intercompany
      *                        chargeback from CHGMOVE through the
      *                        entity's 'IC' GLMAP row.
      *  2026-10-15 smckinney  Bridges the GLMOVE feed of what
      *                        ACCT-MAINT and ACCT-BULK applied,
      *                        instead of POSTSEQ ahead of them:
      *                        rejected, held and scheduled
      *                        transactions no longer reach the GL,
      *                        a balance moving to another GL class
      *                        transfers like a branch move, and
      *                        conversions are no longer re-priced
      *                        here.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. GL-BRIDGE.
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select OPTIONAL GL-MOVE-FILE Assign To GLMOVE
                Organization Is Line Sequential.
            Select GL-MAP-FILE Assign To GLMAP
                Organization Is Line Sequential.
            Select GL-STAGE-FILE Assign To GLSTAGE
                Organization Is Line Sequential.
            Select OPTIONAL PROV-MOVE-FILE Assign To PROVMOVE
                Organization Is Line Sequential.
            Select OPTIONAL TELLER-MOVE-FILE Assign To TELLMOVE
                Organization Is Line Sequential.
            Select OPTIONAL CHARGE-MOVE-FILE Assign To CHGMOVE
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  GL-MOVE-FILE.
        COPY gl-move-feed.
        FD  GL-MAP-FILE.
        01  GL-MAP-RECORD.
            05  GLM-BRANCH          PIC X(04).
            05  GLE-ACCOUNT         PIC X(08).
            05  GLE-DR-CR           PIC X(01).
            05  GLE-AMOUNT          PIC 9(13)V99.
        FD  PROV-MOVE-FILE.
        01  PROV-MOVE-RECORD.
            05  PMV-DATE            PIC 9(08).
            05  PMV-BRANCH          PIC X(04).
            05  PMV-BUCKET          PIC X(03).
            05  PMV-AMOUNT          PIC S9(13)V99
                                     Sign Leading Separate.
        FD  TELLER-MOVE-FILE.
        01  TELLER-MOVE-RECORD.
            05  TMV-DATE            PIC 9(08).
            05  TMV-BRANCH          PIC X(04).
            05  TMV-TELLER          PIC X(06).
            05  TMV-AMOUNT          PIC S9(13)V99
                                     Sign Leading Separate.
        FD  CHARGE-MOVE-FILE.
        01  CHARGE-MOVE-RECORD.
            05  CMV-DATE            PIC 9(08).
            05  CMV-BRANCH          PIC X(04).
            05  CMV-ENTITY          PIC X(04).
            05  CMV-AMOUNT          PIC S9(13)V99
                                     Sign Leading Separate.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
            05  GLB-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  GLB-STOP-NANOS      Usage BINARY-DOUBLE.
        01  GLB-RC                  Binary-Long.
        01  GLB-EOF-SWITCH          PIC X(01).
            88  GLB-EOF                 Value 'Y', False 'N'.
        01  GLB-READ-COUNT          PIC 9(09) Value 0.
                10  GLB-M-DR        PIC X(08).
                10  GLB-M-CR        PIC X(08).
        01  GLB-BEST-SUB            Binary-Long.
        01  GLB-MOVEMENT            PIC S9(13)V99 COMP-3.
        01  GLB-ABS-AMOUNT          PIC 9(13)V99.
        01  GLB-DEBIT-TOTAL         PIC S9(15)V99 COMP-3 Value 0.
                Value '/var/batch/glout.dat'.
        01  GLB-ENV-NAME            PIC X(64).
        01  GLB-ENV-VALUE           PIC X(256).
        01  GLB-GL-CLASS            PIC X(02).
        01  GLB-OLD-CLASS           PIC X(02).
        01  GLB-NEW-CLASS           PIC X(02).
        COPY product-lookup.
        01  GLB-FX-COUNT            PIC 9(09) Value 0.
        01  GLB-POST-BRANCH         PIC X(04).
        01  GLB-TRANSFER-COUNT      PIC 9(09) Value 0.
        01  GLB-PROV-COUNT          PIC 9(09) Value 0.
        01  GLB-TELLER-COUNT        PIC 9(09) Value 0.
        01  GLB-CHARGE-COUNT        PIC 9(09) Value 0.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
               MOVE GLB-ENV-VALUE TO GLB-FINAL-PATH
            END-IF
            PERFORM 1100-LOAD-MAP THRU 1100-LOAD-MAP-EXIT
            OPEN INPUT GL-MOVE-FILE
            OPEN OUTPUT GL-STAGE-FILE.
        1000-INITIALIZE-EXIT.
            EXIT.

            SET GLB-EOF TO FALSE
            PERFORM 2100-READ-ONE-TRAN
               THRU 2100-READ-ONE-TRAN-EXIT
                UNTIL GLB-EOF
            PERFORM 2500-BRIDGE-PROVISIONS
               THRU 2500-BRIDGE-PROVISIONS-EXIT
            PERFORM 2600-BRIDGE-TELLER-DIFFS
               THRU 2600-BRIDGE-TELLER-DIFFS-EXIT
            PERFORM 2700-BRIDGE-CHARGEBACKS
               THRU 2700-BRIDGE-CHARGEBACKS-EXIT.
        2000-BRIDGE-ALL-EXIT.
            EXIT.

        2100-READ-ONE-TRAN.
            READ GL-MOVE-FILE
                AT END
                    SET GLB-EOF TO TRUE
                NOT AT END
                    IF GMV-POST-DATE = GLB-TODAY
                       ADD 1 TO GLB-READ-COUNT
                       PERFORM 3000-BRIDGE-ONE
                          THRU 3000-BRIDGE-ONE-EXIT
                    END-IF
            END-READ.
        2100-READ-ONE-TRAN-EXIT.
            EXIT.

        2500-BRIDGE-PROVISIONS.
            SET GLB-EOF TO FALSE
            OPEN INPUT PROV-MOVE-FILE
            PERFORM 2510-READ-ONE-PROVISION
               THRU 2510-READ-ONE-PROVISION-EXIT
                UNTIL GLB-EOF
            CLOSE PROV-MOVE-FILE.
        2500-BRIDGE-PROVISIONS-EXIT.
            EXIT.

        2510-READ-ONE-PROVISION.
            READ PROV-MOVE-FILE
                AT END
                    SET GLB-EOF TO TRUE
                NOT AT END
                    IF PMV-DATE = GLB-TODAY AND PMV-AMOUNT NOT = 0
                       PERFORM 3600-EMIT-PROVISION
                          THRU 3600-EMIT-PROVISION-EXIT
                    END-IF
            END-READ.
        2510-READ-ONE-PROVISION-EXIT.
            EXIT.

        2600-BRIDGE-TELLER-DIFFS.
            SET GLB-EOF TO FALSE
            OPEN INPUT TELLER-MOVE-FILE
            PERFORM 2610-READ-ONE-TELLER-DIFF
               THRU 2610-READ-ONE-TELLER-DIFF-EXIT
                UNTIL GLB-EOF
            CLOSE TELLER-MOVE-FILE.
        2600-BRIDGE-TELLER-DIFFS-EXIT.
            EXIT.

        2610-READ-ONE-TELLER-DIFF.
            READ TELLER-MOVE-FILE
                AT END
                    SET GLB-EOF TO TRUE
                NOT AT END
                    IF TMV-DATE = GLB-TODAY AND TMV-AMOUNT NOT = 0
                       PERFORM 3700-EMIT-TELLER-DIFF
                          THRU 3700-EMIT-TELLER-DIFF-EXIT
                    END-IF
            END-READ.
        2610-READ-ONE-TELLER-DIFF-EXIT.
            EXIT.

        2700-BRIDGE-CHARGEBACKS.
            SET GLB-EOF TO FALSE
            OPEN INPUT CHARGE-MOVE-FILE
            PERFORM 2710-READ-ONE-CHARGEBACK
               THRU 2710-READ-ONE-CHARGEBACK-EXIT
                UNTIL GLB-EOF
            CLOSE CHARGE-MOVE-FILE.
        2700-BRIDGE-CHARGEBACKS-EXIT.
            EXIT.

        2710-READ-ONE-CHARGEBACK.
            READ CHARGE-MOVE-FILE
                AT END
                    SET GLB-EOF TO TRUE
                NOT AT END
                    IF CMV-DATE = GLB-TODAY AND CMV-AMOUNT NOT = 0
                       PERFORM 3800-EMIT-CHARGEBACK
                          THRU 3800-EMIT-CHARGEBACK-EXIT
                    END-IF
            END-READ.
        2710-READ-ONE-CHARGEBACK-EXIT.
            EXIT.

      * one update the master took: a balance that moved to another
      * branch or GL class leaves its old home and arrives in the
      * new one, then the update's own movement posts at the new
      * home and any conversion spread through the new branch's
      * 'FX' row
        3000-BRIDGE-ONE.
            MOVE GMV-NEW-PRODUCT TO PQQ-CODE
            MOVE GMV-NEW-TYPE TO PQQ-TYPE
            CALL 'PRODUCT-LOOKUP' USING PQQ-CONTROL
            MOVE PQQ-GL-CLASS TO GLB-NEW-CLASS
            IF GMV-OLD-BRANCH NOT = SPACES AND
               GMV-OLD-BALANCE NOT = 0
               MOVE GMV-OLD-PRODUCT TO PQQ-CODE
               MOVE GMV-OLD-TYPE TO PQQ-TYPE
               CALL 'PRODUCT-LOOKUP' USING PQQ-CONTROL
               MOVE PQQ-GL-CLASS TO GLB-OLD-CLASS
               IF GMV-OLD-BRANCH NOT = GMV-NEW-BRANCH OR
                  GLB-OLD-CLASS NOT = GLB-NEW-CLASS
                  PERFORM 3300-TRANSFER-HOME
                     THRU 3300-TRANSFER-HOME-EXIT
               END-IF
            END-IF
            MOVE GMV-NEW-BRANCH TO GLB-POST-BRANCH
            MOVE GLB-NEW-CLASS TO GLB-GL-CLASS
            COMPUTE GLB-MOVEMENT = GMV-NEW-BALANCE - GMV-OLD-BALANCE
            IF GLB-MOVEMENT NOT = 0
               PERFORM 3310-EMIT-MAPPED THRU 3310-EMIT-MAPPED-EXIT
            END-IF
            IF GMV-SPREAD-INCOME NOT = 0
               ADD 1 TO GLB-FX-COUNT
               PERFORM 3500-EMIT-SPREAD THRU 3500-EMIT-SPREAD-EXIT
            END-IF.
        3000-BRIDGE-ONE-EXIT.
            EXIT.


        3110-TEST-ONE-MAP.
            IF GLB-M-TYPE (GLB-MAP-SUB) NOT = '**' AND
               GLB-M-TYPE (GLB-MAP-SUB) NOT = GLB-GL-CLASS
               GO TO 3110-TEST-ONE-MAP-EXIT
            END-IF
            IF GLB-M-BRANCH (GLB-MAP-SUB) = GLB-POST-BRANCH
               MOVE GLB-MAP-SUB TO GLB-BEST-SUB
               GO TO 3110-TEST-ONE-MAP-EXIT
            END-IF
        3110-TEST-ONE-MAP-EXIT.
            EXIT.

      * an increase debits the row's DR account and credits its CR
      * account; a decrease reverses both legs, so the CR (control)
      * account always moves with the subledger balance
        3200-EMIT-PAIR.
            IF GLB-MOVEMENT > 0
               MOVE GLB-MOVEMENT TO GLB-ABS-AMOUNT
            ELSE
               COMPUTE GLB-ABS-AMOUNT = 0 - GLB-MOVEMENT
               MOVE GLB-M-CR (GLB-BEST-SUB) TO GLE-ACCOUNT
               MOVE 'D' TO GLE-DR-CR
            END-IF
            MOVE GLB-TODAY TO GLE-DATE
            MOVE GLB-POST-BRANCH TO GLE-BRANCH
            MOVE GLB-ABS-AMOUNT TO GLE-AMOUNT
            WRITE GL-ENTRY-RECORD
            ADD GLB-ABS-AMOUNT TO GLB-DEBIT-TOTAL
      *     the balancing leg of the pair
            IF GLB-MOVEMENT > 0
               MOVE GLB-M-CR (GLB-BEST-SUB) TO GLE-ACCOUNT
            ELSE
               MOVE GLB-M-DR (GLB-BEST-SUB) TO GLE-ACCOUNT
            END-IF
            MOVE 'C' TO GLE-DR-CR
            ADD GLB-ABS-AMOUNT TO GLB-CREDIT-TOTAL
            WRITE GL-ENTRY-RECORD
            ADD 2 TO GLB-ENTRY-COUNT.
        3200-EMIT-PAIR-EXIT.
            EXIT.

      * the balance the account carried leaves the old home's GL
      * and arrives in the new home's, each pair through its own
      * branch and class's mapping row
        3300-TRANSFER-HOME.
            MOVE GMV-OLD-BRANCH TO GLB-POST-BRANCH
            MOVE GLB-OLD-CLASS TO GLB-GL-CLASS
            COMPUTE GLB-MOVEMENT = 0 - GMV-OLD-BALANCE
            PERFORM 3310-EMIT-MAPPED THRU 3310-EMIT-MAPPED-EXIT
            MOVE GMV-NEW-BRANCH TO GLB-POST-BRANCH
            MOVE GLB-NEW-CLASS TO GLB-GL-CLASS
            MOVE GMV-OLD-BALANCE TO GLB-MOVEMENT
            PERFORM 3310-EMIT-MAPPED THRU 3310-EMIT-MAPPED-EXIT
            ADD 1 TO GLB-TRANSFER-COUNT.
        3300-TRANSFER-HOME-EXIT.
            EXIT.

      * GLB-MOVEMENT posts at GLB-POST-BRANCH through the row for
      * GLB-GL-CLASS
        3310-EMIT-MAPPED.
            PERFORM 3100-FIND-MAPPING
               THRU 3100-FIND-MAPPING-EXIT
            IF GLB-BEST-SUB = 0
               ADD 1 TO GLB-UNMAPPED-COUNT
               DISPLAY 'gl-bridge: no GLMAP row for branch '
                  GLB-POST-BRANCH ' class ' GLB-GL-CLASS
               GO TO 3310-EMIT-MAPPED-EXIT
            END-IF
            PERFORM 3200-EMIT-PAIR THRU 3200-EMIT-PAIR-EXIT.
        3310-EMIT-MAPPED-EXIT.
            EXIT.

      * spread income posts through the branch's 'FX' row: the
      * clearing account on DR takes the bank's margin against the
      * income account on CR
        3500-EMIT-SPREAD.
            MOVE 0 TO GLB-BEST-SUB
            PERFORM 3510-TEST-ONE-FX-MAP
               THRU 3510-TEST-ONE-FX-MAP-EXIT
               VARYING GLB-MAP-SUB FROM 1 BY 1
               UNTIL GLB-MAP-SUB > GLB-MAP-COUNT
            IF GLB-BEST-SUB = 0
               ADD 1 TO GLB-UNMAPPED-COUNT
               DISPLAY 'gl-bridge: no GLMAP FX row for branch '
                  GLB-POST-BRANCH
               GO TO 3500-EMIT-SPREAD-EXIT
            END-IF
            MOVE GMV-SPREAD-INCOME TO GLB-MOVEMENT
            PERFORM 3200-EMIT-PAIR THRU 3200-EMIT-PAIR-EXIT.
        3500-EMIT-SPREAD-EXIT.
            EXIT.

        3510-TEST-ONE-FX-MAP.
            IF GLB-M-TYPE (GLB-MAP-SUB) NOT = 'FX'
               GO TO 3510-TEST-ONE-FX-MAP-EXIT
            END-IF
            IF GLB-M-BRANCH (GLB-MAP-SUB) = GLB-POST-BRANCH
               MOVE GLB-MAP-SUB TO GLB-BEST-SUB
               GO TO 3510-TEST-ONE-FX-MAP-EXIT
            END-IF
            IF GLB-M-BRANCH (GLB-MAP-SUB) = '****' AND
               GLB-BEST-SUB = 0
               MOVE GLB-MAP-SUB TO GLB-BEST-SUB
            END-IF.
        3510-TEST-ONE-FX-MAP-EXIT.
            EXIT.

      * a provision movement posts through the branch's 'LP' row:
      * provision expense on DR against the loan loss allowance on
      * CR, so an increase builds the allowance and a release runs
      * it down
        3600-EMIT-PROVISION.
            MOVE PMV-BRANCH TO GLB-POST-BRANCH
            MOVE 0 TO GLB-BEST-SUB
            PERFORM 3610-TEST-ONE-LP-MAP
               THRU 3610-TEST-ONE-LP-MAP-EXIT
               VARYING GLB-MAP-SUB FROM 1 BY 1
               UNTIL GLB-MAP-SUB > GLB-MAP-COUNT
            IF GLB-BEST-SUB = 0
               ADD 1 TO GLB-UNMAPPED-COUNT
               DISPLAY 'gl-bridge: no GLMAP LP row for branch '
                  GLB-POST-BRANCH
               GO TO 3600-EMIT-PROVISION-EXIT
            END-IF
            MOVE PMV-AMOUNT TO GLB-MOVEMENT
            PERFORM 3200-EMIT-PAIR THRU 3200-EMIT-PAIR-EXIT
            ADD 1 TO GLB-PROV-COUNT.
        3600-EMIT-PROVISION-EXIT.
            EXIT.

        3610-TEST-ONE-LP-MAP.
            IF GLB-M-TYPE (GLB-MAP-SUB) NOT = 'LP'
               GO TO 3610-TEST-ONE-LP-MAP-EXIT
            END-IF
            IF GLB-M-BRANCH (GLB-MAP-SUB) = GLB-POST-BRANCH
               MOVE GLB-MAP-SUB TO GLB-BEST-SUB
               GO TO 3610-TEST-ONE-LP-MAP-EXIT
            END-IF
            IF GLB-M-BRANCH (GLB-MAP-SUB) = '****' AND
               GLB-BEST-SUB = 0
               MOVE GLB-MAP-SUB TO GLB-BEST-SUB
            END-IF.
        3610-TEST-ONE-LP-MAP-EXIT.
            EXIT.

      * a teller's over/short posts through the branch's 'TC' row:
      * teller cash on DR against the differences account on CR,
      * so an over adds to the cash and a short takes from it
        3700-EMIT-TELLER-DIFF.
            MOVE TMV-BRANCH TO GLB-POST-BRANCH
            MOVE 0 TO GLB-BEST-SUB
            PERFORM 3710-TEST-ONE-TC-MAP
               THRU 3710-TEST-ONE-TC-MAP-EXIT
               VARYING GLB-MAP-SUB FROM 1 BY 1
               UNTIL GLB-MAP-SUB > GLB-MAP-COUNT
            IF GLB-BEST-SUB = 0
               ADD 1 TO GLB-UNMAPPED-COUNT
               DISPLAY 'gl-bridge: no GLMAP TC row for branch '
                  GLB-POST-BRANCH
               GO TO 3700-EMIT-TELLER-DIFF-EXIT
            END-IF
            MOVE TMV-AMOUNT TO GLB-MOVEMENT
            PERFORM 3200-EMIT-PAIR THRU 3200-EMIT-PAIR-EXIT
            ADD 1 TO GLB-TELLER-COUNT.
        3700-EMIT-TELLER-DIFF-EXIT.
            EXIT.

        3710-TEST-ONE-TC-MAP.
            IF GLB-M-TYPE (GLB-MAP-SUB) NOT = 'TC'
               GO TO 3710-TEST-ONE-TC-MAP-EXIT
            END-IF
            IF GLB-M-BRANCH (GLB-MAP-SUB) = GLB-POST-BRANCH
               MOVE GLB-MAP-SUB TO GLB-BEST-SUB
               GO TO 3710-TEST-ONE-TC-MAP-EXIT
            END-IF
            IF GLB-M-BRANCH (GLB-MAP-SUB) = '****' AND
               GLB-BEST-SUB = 0
               MOVE GLB-MAP-SUB TO GLB-BEST-SUB
            END-IF.
        3710-TEST-ONE-TC-MAP-EXIT.
            EXIT.

      * an entity's chargeback posts at its booking branch through
      * the entity's 'IC' row: the receivable from the entity on
      * DR against chargeback income on CR
        3800-EMIT-CHARGEBACK.
            MOVE CMV-BRANCH TO GLB-POST-BRANCH
            MOVE 0 TO GLB-BEST-SUB
            PERFORM 3810-TEST-ONE-IC-MAP
               THRU 3810-TEST-ONE-IC-MAP-EXIT
               VARYING GLB-MAP-SUB FROM 1 BY 1
               UNTIL GLB-MAP-SUB > GLB-MAP-COUNT
            IF GLB-BEST-SUB = 0
               ADD 1 TO GLB-UNMAPPED-COUNT
               DISPLAY 'gl-bridge: no GLMAP IC row for entity '
                  CMV-ENTITY
               GO TO 3800-EMIT-CHARGEBACK-EXIT
            END-IF
            MOVE CMV-AMOUNT TO GLB-MOVEMENT
            PERFORM 3200-EMIT-PAIR THRU 3200-EMIT-PAIR-EXIT
            ADD 1 TO GLB-CHARGE-COUNT.
        3800-EMIT-CHARGEBACK-EXIT.
            EXIT.

        3810-TEST-ONE-IC-MAP.
            IF GLB-M-TYPE (GLB-MAP-SUB) NOT = 'IC'
               GO TO 3810-TEST-ONE-IC-MAP-EXIT
            END-IF
            IF GLB-M-BRANCH (GLB-MAP-SUB) = CMV-ENTITY
               MOVE GLB-MAP-SUB TO GLB-BEST-SUB
               GO TO 3810-TEST-ONE-IC-MAP-EXIT
            END-IF
            IF GLB-M-BRANCH (GLB-MAP-SUB) = '****' AND
               GLB-BEST-SUB = 0
               MOVE GLB-MAP-SUB TO GLB-BEST-SUB
            END-IF.
        3810-TEST-ONE-IC-MAP-EXIT.
            EXIT.

      * a batch out of balance or with unmapped transactions is
      * never published: the staged file is left for inspection
        5000-PUBLISH.
            CLOSE GL-MOVE-FILE GL-STAGE-FILE
            IF NOT JOB-OK
               GO TO 5000-PUBLISH-EXIT
            END-IF
            EXIT.

        9999-EXIT.
            DISPLAY 'gl-bridge: ' GLB-READ-COUNT ' movements, '
               GLB-ENTRY-COUNT ' GL entries, '
               GLB-UNMAPPED-COUNT ' unmapped, '
               GLB-FX-COUNT ' with spread income, '
               GLB-TRANSFER-COUNT ' balance transfers, '
               GLB-PROV-COUNT ' provision movements, '
               GLB-TELLER-COUNT ' teller over/short, '
               GLB-CHARGE-COUNT ' intercompany chargebacks'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, GLB-RUN-STOP)
              TO GLB-RC
            MOVE 'GLBRIDGE' TO JHR-PROGRAM-ID
