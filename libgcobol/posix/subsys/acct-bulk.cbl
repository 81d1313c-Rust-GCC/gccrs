      *  ACCT-MAINT's random applies are fine at 20,000
      *  transactions and unusable at conversion scale.  The SORT's
      *  input procedure applies exactly the batch field edits
      *  (A01-A09 plus the branch-master and held-funds checks,
      *  and the movement (M) transaction's key and amount edits)
      *  and rejects to ACCTREJ; the keys are account plus arrival
      *  order, so several transactions on one account apply in
      *  sequence.  The output procedure match-merges the sorted
      *  master set aside as <path>.prev is the before-image of
      *  the whole run.
      *
      *  Adds, and changes carrying a name, are screened against
      *  the sanctions watch list through SANC-SCREEN in the input
      *  procedure, exactly as ACCT-MAINT screens them: a hit is
      *  held on SANCHOLD and never released to the sort (it comes
      *  back through SANCREL once compliance releases it), and a
      *  hold that cannot be recorded rejects A17.
      *
      *  Types, products and currencies are edited through
      *  PRODUCT-LOOKUP as ACCT-MAINT edits them (A09, A21, A22,
      *  A23): an add in the input procedure, a change in the
      *  merge against the account's own product; the product and
      *  the type and currency it resolves are what the master
      *  takes, and an add takes its statement cycle.  A change
      *  with a blank balance keeps the balance.  A transaction
      *  whose effective date is after the business date is edited
      *  and scheduled whole on FWDCHG for the ACCT-MAINT run of
      *  that date (A24 bad date, A25 a future-dated change
      *  carrying a balance), not applied.
      *
      *  Every staged history entry, and every re-homing of a
      *  balance to another branch, product or type, is written to
      *  the GLMOVE feed (gl-move-feed.cpy) for GL-BRIDGE once the
      *  rebuilt master is live.
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-09-01 smckinney  An add for a key not on the old
      *                        same-key transactions in the batch
      *                        apply to it (or reject A07/A08)
      *                        exactly as the random path would.
      *  2026-10-15 smckinney  Movement transactions (action M) add
      *                        their signed amount to the balance as
      *                        the merge reaches them, after any
      *                        earlier same-key transactions in the
      *                        batch, with the random path's A12
      *                        held-funds and A15 closed-account
      *                        rejects.
      *  2026-10-15 smckinney  Transaction record widened to 300
      *                        bytes with origin, reference and
      *                        narrative.  Every applied change that
      *                        moves a balance is staged to TXNHSTW
      *                        during the merge and recorded in the
      *                        posted-transaction history through
      *                        TXN-HIST only once the rebuilt master
      *                        has proved and been swapped in, so a
      *                        run that keeps the original master
      *                        leaves no history behind it.
      *  2026-10-15 smckinney  Accepts account type TD (term
      *                        deposit).
      *  2026-10-15 smckinney  Adds and name changes are screened
      *                        against the sanctions watch list
      *                        through SANC-SCREEN before they are
      *                        released to the sort; a hit is held,
      *                        not applied or rejected, and the run
      *                        ends with a warning.
      *  2026-10-15 smckinney  A movement in a currency other than
      *                        the account's is rejected A19: the
      *                        bulk merge does not price customer
      *                        conversions, ACCT-MAINT does.
      *  2026-10-15 smckinney  ACCTTRAN is checked against and
      *                        registered on the applied-batch
      *                        registry through APPLY-REG, the
      *                        registry ACCT-MAINT keeps: content
      *                        applied by either path before is
      *                        refused whole with JOB-ALREADY-
      *                        APPLIED unless the operator has
      *                        exported APPLY_DUP_OVERRIDE=Y.
      *  2026-10-15 smckinney  Customer names go onto the rebuilt
      *                        master encrypted through PII-CRYPT,
      *                        as ACCT-MAINT writes them; an add or
      *                        name change that cannot be protected
      *                        (no current PIIKEYS key) rejects
      *                        A20 in the input procedure.
      *  2026-10-15 smckinney  Account key check digits proved
      *                        through ACCT-KEY in the input
      *                        procedure, rejecting A26 as
      *                        ACCT-MAINT does.
      *  2026-10-15 smckinney  Currencies edited against the CCYMST
      *                        currency master through
      *                        CURRENCY-LOOKUP and amounts against
      *                        its minor units, rejecting A27 and
      *                        A28 as ACCT-MAINT does; a movement
      *                        naming no currency is edited against
      *                        the account's in the merge.
      *  2026-10-15 smckinney  A movement on an account added
      *                        earlier in the same batch is held to
      *                        the A15 closed-account reject too.
      *  2026-10-15 smckinney  Adds and changes are edited against
      *                        the product catalog through
      *                        PRODUCT-LOOKUP and the master takes
      *                        the product, type, currency and (on
      *                        an add) statement cycle it resolves;
      *                        a change with a blank balance keeps
      *                        the balance; a future-dated
      *                        transaction is scheduled on FWDCHG
      *                        instead of applying at once; applied
      *                        movements and balance re-homings go
      *                        to the GLMOVE feed for GL-BRIDGE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. ACCT-BULK.
                Alternate Record Key Is NAM-SHORT-NAME
                    With Duplicates
                File Status Is ABK-NEW-STATUS.
            Select HIST-WORK-FILE Assign To TXNHSTW
                Organization Is Line Sequential.
            Select OPTIONAL GL-MOVE-FILE Assign To GLMOVE
                Organization Is Line Sequential
                File Status Is ABK-GLM-STATUS.
            Select FWD-CHANGE-FILE Assign To FWDCHG
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is FWC-ID
                Alternate Record Key Is FWC-ACCOUNT-KEY
                    With Duplicates
                File Status Is ABK-FWD-STATUS.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
        01  SORT-RECORD.
            05  SRT-KEY             PIC X(32).
            05  SRT-ARRIVAL         PIC 9(09).
            05  SRT-DATA            PIC X(300).
      *     what the add's product edit resolved
            05  SRT-TYPE            PIC X(02).
            05  SRT-CURRENCY        PIC X(03).
            05  SRT-PRODUCT         PIC X(04).
            05  SRT-STMT-CYCLE      PIC X(01).
        FD  TRAN-IN-FILE.
        01  TRAN-IN-RECORD.
            05  ATR-ACTION          PIC X(01).
            05  ATR-TYPE            PIC X(02).
            05  ATR-CURRENCY        PIC X(03).
            05  ATR-BALANCE         PIC S9(13)V99.
            05  ATR-AMOUNT REDEFINES ATR-BALANCE
                                    PIC S9(13)V99.
            05  ATR-BALANCE-X REDEFINES ATR-BALANCE
                                    PIC X(15).
            05  ATR-OPEN-DATE       PIC X(08).
            05  ATR-ORIGIN          PIC X(08).
            05  ATR-REFERENCE       PIC X(16).
            05  ATR-NARRATIVE       PIC X(30).
            05  FILLER              PIC X(10).
            05  ATR-CUST-BIRTH-DATE PIC X(08).
            05  FILLER              PIC X(30).
            05  ATR-PRODUCT         PIC X(04).
            05  ATR-EFFECTIVE-DATE  PIC X(08).
            05  FILLER              PIC X(31).
        FD  REJECT-FILE.
        01  REJECT-RECORD.
            05  ARJ-REASON          PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  ARJ-TRANSACTION     PIC X(300).
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  NEW-MASTER-FILE.
            05  NAM-KEY             PIC X(32).
            05  NAM-SHORT-NAME      PIC X(20).
            05  FILLER              PIC X(124).
      * history entries staged until the rebuilt master is in place
        FD  HIST-WORK-FILE.
        01  HIST-WORK-RECORD.
            05  HWK-KEY             PIC X(32).
            05  HWK-ACTION          PIC X(01).
            05  HWK-AMOUNT          PIC S9(13)V99.
            05  HWK-BALANCE         PIC S9(13)V99.
            05  HWK-ORIGIN          PIC X(08).
            05  HWK-REFERENCE       PIC X(16).
            05  HWK-NARRATIVE       PIC X(30).
            05  HWK-OLD-BALANCE     PIC S9(13)V99.
            05  HWK-OLD-HOME.
                10  HWK-OLD-BRANCH  PIC X(04).
                10  HWK-OLD-PRODUCT PIC X(04).
                10  HWK-OLD-TYPE    PIC X(02).
            05  HWK-NEW-HOME.
                10  HWK-NEW-BRANCH  PIC X(04).
                10  HWK-NEW-PRODUCT PIC X(04).
                10  HWK-NEW-TYPE    PIC X(02).
            05  HWK-CURRENCY        PIC X(03).
        FD  GL-MOVE-FILE.
        COPY gl-move-feed.
        FD  FWD-CHANGE-FILE.
        COPY fwd-change.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY hold-check.
        COPY branch-lookup.
        COPY sanc-screen.
        COPY exit-status.
        COPY apply-reg.
        COPY txn-hist.
        COPY pii-crypt.
        COPY acct-key.
        COPY currency-lookup.
        COPY product-lookup.
        01  JHW-FILE-STATUS         PIC X(02).
        01  ABK-RUN-START.
            05  ABK-START-SECONDS   Usage BINARY-DOUBLE.
        01  ABK-BR-OVERRIDE-SW      PIC X(01) Value 'N'.
            88  ABK-BR-OVERRIDE         Value 'Y', False 'N'.
        01  ABK-REASON              PIC X(03).
        01  ABK-CCY-CODE            PIC X(03).
        01  ABK-CCY-AMOUNT          PIC S9(13)V99 COMP-3.
        01  ABK-CCY-KEEP-SW         PIC X(01).
            88  ABK-CCY-KEEP            Value 'Y', False 'N'.
        01  ABK-ARRIVAL             PIC 9(09) Value 0.
        01  ABK-READ-COUNT          PIC 9(09) Value 0.
        01  ABK-APPLIED-COUNT       PIC 9(09) Value 0.
        01  ABK-REJECT-COUNT        PIC 9(09) Value 0.
        01  ABK-HELD-COUNT          PIC 9(09) Value 0.
        01  ABK-IN-COUNT            PIC 9(09) Value 0.
        01  ABK-OUT-COUNT           PIC 9(09) Value 0.
        01  ABK-VERIFY-COUNT        PIC 9(09) Value 0.
        01  ABK-VERIFY-HASH         PIC S9(18) COMP-5 Value 0.
        01  ABK-BAL-CENTS           PIC S9(15)  COMP-5.
        01  ABK-TODAY               PIC 9(08).
        01  ABK-NEW-BALANCE         PIC S9(13)V99 COMP-3.
        01  ABK-OLD-BALANCE         PIC S9(13)V99 COMP-3.
        01  ABK-HIST-COUNT          PIC 9(09) Value 0.
        01  ABK-HIST-FAIL-COUNT     PIC 9(09) Value 0.
      * the account's GL home -- branch, product, type -- before and
      * after an update, for the GLMOVE row
        01  ABK-OLD-HOME.
            05  ABK-OLD-BRANCH      PIC X(04).
            05  ABK-OLD-PRODUCT     PIC X(04).
            05  ABK-OLD-TYPE        PIC X(02).
        01  ABK-NEW-HOME.
            05  ABK-NEW-BRANCH      PIC X(04).
            05  ABK-NEW-PRODUCT     PIC X(04).
            05  ABK-NEW-TYPE        PIC X(02).
        01  ABK-HOME-CURRENCY       PIC X(03).
        01  ABK-GLM-STATUS          PIC X(02).
        01  ABK-GLM-FAIL-COUNT      PIC 9(09) Value 0.
        01  ABK-GLM-OPEN-SW         PIC X(01) Value 'N'.
            88  ABK-GLM-OPEN            Value 'Y', False 'N'.
      * what 2270-EDIT-PRODUCT resolves, and the account's own
      * product and currency a change is edited against
        01  ABK-TYPE                PIC X(02).
        01  ABK-CURRENCY            PIC X(03).
        01  ABK-PRODUCT-CODE        PIC X(04).
        01  ABK-STMT-CYCLE          PIC X(01).
        01  ABK-ACCT-PRODUCT        PIC X(04).
        01  ABK-ACCT-CURRENCY       PIC X(03).
        01  ABK-FWD-STATUS          PIC X(02).
        01  ABK-FWD-OPEN-SW         PIC X(01) Value 'N'.
            88  ABK-FWD-OPEN            Value 'Y', False 'N'.
        01  ABK-FWD-SW              PIC X(01).
            88  ABK-FORWARD             Value 'Y', False 'N'.
        01  ABK-FWD-EOF-SW          PIC X(01).
            88  ABK-FWD-EOF             Value 'Y', False 'N'.
        01  ABK-FWD-SAME-SW         PIC X(01).
            88  ABK-FWD-SAME            Value 'Y', False 'N'.
        01  ABK-EFFECTIVE-DATE      PIC 9(08).
        01  ABK-FWD-ID              PIC 9(08).
        01  ABK-SCHED-COUNT         PIC 9(09) Value 0.
        01  ABK-ENV-NAME            PIC X(64).
        01  ABK-ENV-VALUE           PIC X(256).
        01  ABK-OLD-PATH            PIC X(256).
            05  ABI-BRANCH          PIC X(04).
            05  ABI-TYPE            PIC X(02).
            05  ABI-STATUS          PIC X(01).
                88  ABI-STATUS-CLOSED   Value 'C'.
            05  ABI-CURRENCY        PIC X(03).
            05  ABI-BALANCE         PIC S9(13)V99 COMP-3.
            05  ABI-OPEN-DATE       PIC 9(08).
            05  ABI-LAST-MAINT-DATE PIC 9(08).
            05  ABI-STMT-CYCLE      PIC X(01).
            05  ABI-PII-KEY-ID      PIC X(08).
            05  ABI-PRODUCT-CODE    PIC X(04).
            05  FILLER              PIC X(07).
        01  ABK-WORK-TRAN.
            05  ABW-ACTION          PIC X(01).
            05  ABW-KEY             PIC X(32).
            05  ABW-TYPE            PIC X(02).
            05  ABW-CURRENCY        PIC X(03).
            05  ABW-BALANCE         PIC S9(13)V99.
            05  ABW-AMOUNT REDEFINES ABW-BALANCE
                                    PIC S9(13)V99.
            05  ABW-BALANCE-X REDEFINES ABW-BALANCE
                                    PIC X(15).
            05  ABW-OPEN-DATE      PIC X(08).
            05  ABW-ORIGIN          PIC X(08).
            05  ABW-REFERENCE       PIC X(16).
            05  ABW-NARRATIVE       PIC X(30).
            05  FILLER              PIC X(48).
            05  ABW-PRODUCT         PIC X(04).
            05  FILLER              PIC X(39).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 6000-SWAP THRU 6000-SWAP-EXIT
            END-IF
            IF JOB-OK
               PERFORM 7000-POST-HISTORY THRU 7000-POST-HISTORY-EXIT
            END-IF
            IF JOB-OK
               PERFORM 9890-APPLY-REGISTER
                  THRU 9890-APPLY-REGISTER-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE 'ACCTBULK' TO PCX-PROGRAM-ID
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'acct-bulk: no business date established,'
                      DELIMITED BY SIZE
                   '.prev' DELIMITED BY SIZE
              INTO ABK-PREV-PATH
            END-STRING
            PERFORM 1100-CHECK-APPLIED THRU 1100-CHECK-APPLIED-EXIT.
        1000-INITIALIZE-EXIT.
            EXIT.

      * a read-through of ACCTTRAN before the sort: the whole file
      * is refused when its content was applied before
        1100-CHECK-APPLIED.
            PERFORM 9875-APPLY-START THRU 9875-APPLY-START-EXIT
            SET ABK-EOF TO FALSE
            OPEN INPUT TRAN-IN-FILE
            PERFORM 1110-HASH-ONE-TRAN THRU 1110-HASH-ONE-TRAN-EXIT
                UNTIL ABK-EOF
            CLOSE TRAN-IN-FILE
            MOVE 'ACCTBULK' TO APC-PROGRAM-ID
            MOVE ABK-TODAY TO APC-BUSINESS-DATE
            MOVE ABK-START-SECONDS TO APC-RUN-ID
            MOVE 'ACCTTRAN' TO ABK-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(ABK-ENV-NAME)
              TO ABK-ENV-VALUE
            IF ABK-ENV-VALUE = SPACES
               MOVE 'ACCTTRAN' TO APC-FILE-NAME
            ELSE
               MOVE ABK-ENV-VALUE TO APC-FILE-NAME
            END-IF
            PERFORM 9885-APPLY-CHECK THRU 9885-APPLY-CHECK-EXIT.
        1100-CHECK-APPLIED-EXIT.
            EXIT.

        1110-HASH-ONE-TRAN.
            READ TRAN-IN-FILE
                AT END
                    SET ABK-EOF TO TRUE
                    GO TO 1110-HASH-ONE-TRAN-EXIT
            END-READ
            MOVE TRAN-IN-RECORD TO APC-HASH-TEXT
            MOVE LENGTH OF TRAN-IN-RECORD TO APC-HASH-LENGTH
            PERFORM 9880-APPLY-HASH-RECORD
               THRU 9880-APPLY-HASH-RECORD-EXIT
            IF ATR-BALANCE NUMERIC
               ADD ATR-BALANCE TO APC-AMOUNT-TOTAL
            END-IF.
        1110-HASH-ONE-TRAN-EXIT.
            EXIT.

      * exactly the acct-maint field edits; what the random path
      * would reject, the bulk path rejects the same way
        2000-EDIT-AND-RELEASE.
            OPEN OUTPUT REJECT-FILE
            PERFORM 2100-ONE-TRAN THRU 2100-ONE-TRAN-EXIT
                UNTIL ABK-EOF
            CLOSE TRAN-IN-FILE
            IF ABK-FWD-OPEN
               CLOSE FWD-CHANGE-FILE
               SET ABK-FWD-OPEN TO FALSE
            END-IF.
        2000-EDIT-AND-RELEASE-EXIT.
            EXIT.

                  THRU 2900-REJECT-TRAN-EXIT
               GO TO 2100-ONE-TRAN-EXIT
            END-IF
      *     a future-dated transaction waits on FWDCHG and is
      *     screened when it is released, as in ACCT-MAINT
            IF ABK-FORWARD
               PERFORM 2400-SCHEDULE-TRAN
                  THRU 2400-SCHEDULE-TRAN-EXIT
               IF ABK-REASON NOT = SPACES
                  PERFORM 2900-REJECT-TRAN
                     THRU 2900-REJECT-TRAN-EXIT
               END-IF
               GO TO 2100-ONE-TRAN-EXIT
            END-IF
            IF ATR-ACTION = 'A' OR
               (ATR-ACTION = 'C' AND ATR-CUST-NAME NOT = SPACES)
               PERFORM 2300-SCREEN-NAME THRU 2300-SCREEN-NAME-EXIT
               IF SSQ-HELD
                  GO TO 2100-ONE-TRAN-EXIT
               END-IF
               IF ABK-REASON NOT = SPACES
                  PERFORM 2900-REJECT-TRAN
                     THRU 2900-REJECT-TRAN-EXIT
                  GO TO 2100-ONE-TRAN-EXIT
               END-IF
            END-IF
      *     the name must be protectable before the transaction is
      *     let into the merge; the sort work file stays in clear
            IF (ATR-ACTION = 'A' OR ATR-ACTION = 'C') AND
               ATR-CUST-NAME NOT = SPACES
               MOVE ATR-CUST-NAME TO PII-NAME
               MOVE ATR-KEY TO PII-RECORD-KEY
               PERFORM 9310-PII-PROTECT-NAME
                  THRU 9310-PII-PROTECT-NAME-EXIT
               IF PII-FAILED
                  MOVE 'A20' TO ABK-REASON
                  PERFORM 2900-REJECT-TRAN
                     THRU 2900-REJECT-TRAN-EXIT
                  GO TO 2100-ONE-TRAN-EXIT
               END-IF
            END-IF
            ADD 1 TO ABK-ARRIVAL
            MOVE ATR-KEY TO SRT-KEY
            MOVE ABK-ARRIVAL TO SRT-ARRIVAL
            MOVE TRAN-IN-RECORD TO SRT-DATA
            MOVE ABK-TYPE TO SRT-TYPE
            MOVE ABK-CURRENCY TO SRT-CURRENCY
            MOVE ABK-PRODUCT-CODE TO SRT-PRODUCT
            MOVE ABK-STMT-CYCLE TO SRT-STMT-CYCLE
            RELEASE SORT-RECORD.
        2100-ONE-TRAN-EXIT.
            EXIT.

        2200-EDIT-TRAN.
            MOVE SPACES TO ABK-REASON
            MOVE SPACES TO ABK-TYPE ABK-CURRENCY ABK-PRODUCT-CODE
                           ABK-STMT-CYCLE
            SET ABK-FORWARD TO FALSE
            IF ATR-ACTION NOT = 'A' AND ATR-ACTION NOT = 'C' AND
               ATR-ACTION NOT = 'D' AND ATR-ACTION NOT = 'M'
               MOVE 'A01' TO ABK-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
               MOVE 'A02' TO ABK-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            SET AKQ-REQ-VALIDATE TO TRUE
            MOVE ATR-KEY TO AKQ-KEY
            CALL 'ACCT-KEY' USING AKQ-CONTROL
            IF AKQ-CHECK-FAILED
               MOVE 'A26' TO ABK-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            PERFORM 2260-EDIT-EFFECTIVE-DATE
               THRU 2260-EDIT-EFFECTIVE-DATE-EXIT
            IF ABK-REASON NOT = SPACES
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF ATR-ACTION = 'D'
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF ATR-ACTION = 'M'
               IF ATR-AMOUNT NOT NUMERIC
                  MOVE 'A05' TO ABK-REASON
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
               IF ATR-CURRENCY NOT = SPACES
                  MOVE ATR-CURRENCY TO ABK-CCY-CODE
                  MOVE ATR-AMOUNT TO ABK-CCY-AMOUNT
                  SET ABK-CCY-KEEP TO FALSE
                  PERFORM 2250-EDIT-CURRENCY
                     THRU 2250-EDIT-CURRENCY-EXIT
               END-IF
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF ATR-ACTION = 'A' AND ATR-CUST-NAME = SPACES
               MOVE 'A03' TO ABK-REASON
               GO TO 2200-EDIT-TRAN-EXIT
                  MOVE 'A14' TO ABK-REASON
                  GO TO 2200-EDIT-TRAN-EXIT
            END-EVALUATE
      *     a change is edited against the account's product when
      *     the merge reaches the account
            IF ATR-ACTION = 'A'
               MOVE TRAN-IN-RECORD TO ABK-WORK-TRAN
               MOVE ATR-PRODUCT TO ABK-PRODUCT-CODE
               PERFORM 2270-EDIT-PRODUCT THRU 2270-EDIT-PRODUCT-EXIT
               IF ABK-REASON NOT = SPACES
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
            END-IF
      *     a change may leave the balance as it stands, and must
      *     when it is future-dated
            IF ATR-ACTION = 'C' AND ATR-BALANCE-X = SPACES
               CONTINUE
            ELSE
               IF ATR-BALANCE NOT NUMERIC
                  MOVE 'A05' TO ABK-REASON
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
               IF ATR-ACTION = 'C' AND ABK-FORWARD
                  MOVE 'A25' TO ABK-REASON
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
            END-IF
      *     a change's currency is edited in the merge, against the
      *     balance it will carry
            IF ATR-ACTION = 'A'
               MOVE ABK-CURRENCY TO ABK-CCY-CODE
               MOVE ATR-BALANCE TO ABK-CCY-AMOUNT
               SET ABK-CCY-KEEP TO FALSE
               PERFORM 2250-EDIT-CURRENCY
                  THRU 2250-EDIT-CURRENCY-EXIT
               IF ABK-REASON NOT = SPACES
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
            END-IF
            IF ATR-OPEN-DATE NOT NUMERIC
               MOVE 'A06' TO ABK-REASON
        2200-EDIT-TRAN-EXIT.
            EXIT.

      * 2280-EDIT-CURRENCY in acct-maint: ABK-CCY-CODE on the
      * currency master and active (or kept), ABK-CCY-AMOUNT within
      * its minor units; no currency master, no edit
        2250-EDIT-CURRENCY.
            MOVE ABK-CCY-CODE TO CYQ-CODE
            MOVE ABK-CCY-AMOUNT TO CYQ-AMOUNT
            SET CYQ-REQ-ROUND TO TRUE
            CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL
            IF CYQ-NO-FILE
               GO TO 2250-EDIT-CURRENCY-EXIT
            END-IF
            IF CYQ-UNKNOWN OR (CYQ-INACTIVE AND NOT ABK-CCY-KEEP)
               MOVE 'A27' TO ABK-REASON
               GO TO 2250-EDIT-CURRENCY-EXIT
            END-IF
            IF CYQ-AMOUNT NOT = ABK-CCY-AMOUNT
               MOVE 'A28' TO ABK-REASON
            END-IF.
        2250-EDIT-CURRENCY-EXIT.
            EXIT.

      * 2260-EDIT-EFFECTIVE-DATE in acct-maint: an effective date is
      * optional; one after today makes the transaction a scheduled
      * one, one not after today applies it now
        2260-EDIT-EFFECTIVE-DATE.
            IF ATR-EFFECTIVE-DATE = SPACES
               GO TO 2260-EDIT-EFFECTIVE-DATE-EXIT
            END-IF
            IF ATR-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'A24' TO ABK-REASON
               GO TO 2260-EDIT-EFFECTIVE-DATE-EXIT
            END-IF
            MOVE ATR-EFFECTIVE-DATE TO ABK-EFFECTIVE-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD(ABK-EFFECTIVE-DATE)
                  NOT = 0
               MOVE 'A24' TO ABK-REASON
               GO TO 2260-EDIT-EFFECTIVE-DATE-EXIT
            END-IF
            IF ABK-EFFECTIVE-DATE > ABK-TODAY
               SET ABK-FORWARD TO TRUE
            END-IF.
        2260-EDIT-EFFECTIVE-DATE-EXIT.
            EXIT.

      * 2270-EDIT-PRODUCT in acct-maint, on the transaction in
      * ABK-WORK-TRAN: the product says which type and currency
      * the account may have.  ABK-PRODUCT-CODE comes in as the
      * product to edit against; it, ABK-TYPE, ABK-CURRENCY and
      * ABK-STMT-CYCLE come back as what the master takes.
      * Without a catalog only the base types are known.
        2270-EDIT-PRODUCT.
            MOVE ABW-TYPE TO ABK-TYPE
            MOVE ABW-CURRENCY TO ABK-CURRENCY
            MOVE ABK-PRODUCT-CODE TO PQQ-CODE
            MOVE ABW-TYPE TO PQQ-TYPE
            CALL 'PRODUCT-LOOKUP' USING PQQ-CONTROL
            MOVE PQQ-STMT-CYCLE TO ABK-STMT-CYCLE
            IF PQQ-NO-FILE
               IF ABW-TYPE NOT = 'CH' AND ABW-TYPE NOT = 'SV' AND
                  ABW-TYPE NOT = 'LN' AND ABW-TYPE NOT = 'GL' AND
                  ABW-TYPE NOT = 'TD'
                  MOVE 'A09' TO ABK-REASON
               END-IF
               GO TO 2270-EDIT-PRODUCT-EXIT
            END-IF
            IF PQQ-UNKNOWN
               MOVE 'A21' TO ABK-REASON
               GO TO 2270-EDIT-PRODUCT-EXIT
            END-IF
            IF ABW-ACTION = 'A' AND PQQ-PRODUCT-WITHDRAWN
               MOVE 'A21' TO ABK-REASON
               GO TO 2270-EDIT-PRODUCT-EXIT
            END-IF
            IF ABK-PRODUCT-CODE = SPACES
               MOVE ABW-TYPE TO ABK-PRODUCT-CODE
            END-IF
            IF ABK-TYPE = SPACES
               MOVE PQQ-BASE-TYPE TO ABK-TYPE
            END-IF
            IF ABK-TYPE NOT = PQQ-BASE-TYPE
               MOVE 'A09' TO ABK-REASON
               GO TO 2270-EDIT-PRODUCT-EXIT
            END-IF
            IF ABK-CURRENCY = SPACES
               MOVE PQQ-CURRENCY TO ABK-CURRENCY
            END-IF
            IF PQQ-CURRENCY NOT = SPACES AND
               ABK-CURRENCY NOT = PQQ-CURRENCY
               MOVE 'A22' TO ABK-REASON
            END-IF.
        2270-EDIT-PRODUCT-EXIT.
            EXIT.

      * a hit waits on SANCHOLD for compliance and never reaches
      * the sort
        2300-SCREEN-NAME.
            INITIALIZE SSQ-CONTROL
            MOVE 'ACCTBULK' TO SSQ-SOURCE
            SET SSQ-KIND-TRAN TO TRUE
            MOVE ATR-KEY TO SSQ-KEY
            MOVE ATR-CUST-NAME TO SSQ-NAME
            IF ATR-ACTION = 'A' AND ATR-CUST-BIRTH-DATE NUMERIC
               MOVE ATR-CUST-BIRTH-DATE TO SSQ-BIRTH-DATE
            ELSE
               MOVE 0 TO SSQ-BIRTH-DATE
            END-IF
            MOVE LENGTH OF TRAN-IN-RECORD TO SSQ-ITEM-LENGTH
            MOVE TRAN-IN-RECORD TO SSQ-ITEM
            CALL 'SANC-SCREEN' USING SSQ-CONTROL
            EVALUATE TRUE
               WHEN SSQ-HELD
                  ADD 1 TO ABK-HELD-COUNT
                  DISPLAY 'acct-bulk: ' FUNCTION TRIM(ATR-KEY)
                     ' held for sanctions review, hold '
                     SSQ-HOLD-ID
               WHEN SSQ-FAILED
                  MOVE 'A17' TO ABK-REASON
            END-EVALUATE.
        2300-SCREEN-NAME-EXIT.
            EXIT.

      * 2400-SCHEDULE-TRAN in acct-maint: a future-dated
      * transaction waits on FWDCHG, whole, for the ACCT-MAINT run
      * of its effective date; the file is opened on the first one,
      * and a transaction already waiting there unchanged (a rerun
      * of this batch) is not written again
        2400-SCHEDULE-TRAN.
            IF NOT ABK-FWD-OPEN
               OPEN I-O FWD-CHANGE-FILE
               IF ABK-FWD-STATUS = '35'
                  OPEN OUTPUT FWD-CHANGE-FILE
                  CLOSE FWD-CHANGE-FILE
                  OPEN I-O FWD-CHANGE-FILE
               END-IF
               IF ABK-FWD-STATUS NOT = '00'
                  DISPLAY 'acct-bulk: cannot open FWDCHG, status '
                     ABK-FWD-STATUS
                  MOVE 'A10' TO ABK-REASON
                  GO TO 2400-SCHEDULE-TRAN-EXIT
               END-IF
               SET ABK-FWD-OPEN TO TRUE
            END-IF
            PERFORM 2410-FIND-SAME THRU 2410-FIND-SAME-EXIT
            IF ABK-FWD-SAME
               DISPLAY 'acct-bulk: ' FUNCTION TRIM(ATR-KEY)
                  ' already scheduled as id ' FWC-ID
               ADD 1 TO ABK-SCHED-COUNT
               GO TO 2400-SCHEDULE-TRAN-EXIT
            END-IF
      *     record zero's effective date carries the next id
            MOVE 0 TO FWC-ID
            READ FWD-CHANGE-FILE
            IF ABK-FWD-STATUS = '00'
               MOVE FWC-EFFECTIVE-DATE TO ABK-FWD-ID
            ELSE
               MOVE 1 TO ABK-FWD-ID
               MOVE SPACES TO FWD-CHANGE-RECORD
               MOVE 0 TO FWC-ID FWC-SCHEDULED-DATE FWC-ACTION-DATE
               SET FWC-STATUS-RELEASED TO TRUE
               MOVE 1 TO FWC-EFFECTIVE-DATE
               WRITE FWD-CHANGE-RECORD
            END-IF
            MOVE SPACES TO FWD-CHANGE-RECORD
            MOVE ABK-FWD-ID TO FWC-ID
            SET FWC-STATUS-SCHEDULED TO TRUE
            MOVE ATR-KEY TO FWC-ACCOUNT-KEY
            MOVE ABK-EFFECTIVE-DATE TO FWC-EFFECTIVE-DATE
            MOVE ABK-TODAY TO FWC-SCHEDULED-DATE
            MOVE 'ACCTBULK' TO FWC-SOURCE FWC-SCHEDULED-BY
            MOVE 0 TO FWC-ACTION-DATE
            MOVE TRAN-IN-RECORD TO FWC-TRANSACTION
            WRITE FWD-CHANGE-RECORD
            IF ABK-FWD-STATUS NOT = '00'
               DISPLAY 'acct-bulk: ' FUNCTION TRIM(ATR-KEY)
                  ' not scheduled, status ' ABK-FWD-STATUS
               MOVE 'A10' TO ABK-REASON
               GO TO 2400-SCHEDULE-TRAN-EXIT
            END-IF
            MOVE 0 TO FWC-ID
            READ FWD-CHANGE-FILE
            IF ABK-FWD-STATUS = '00'
               COMPUTE FWC-EFFECTIVE-DATE = ABK-FWD-ID + 1
               REWRITE FWD-CHANGE-RECORD
            END-IF
            ADD 1 TO ABK-SCHED-COUNT
            MOVE 'ACCTBULK' TO AUD-PROGRAM-ID
            MOVE 'FWDSCH' TO AUD-ACTION
            MOVE ATR-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        2400-SCHEDULE-TRAN-EXIT.
            EXIT.

        2410-FIND-SAME.
            SET ABK-FWD-SAME TO FALSE
            SET ABK-FWD-EOF TO FALSE
            MOVE ATR-KEY TO FWC-ACCOUNT-KEY
            START FWD-CHANGE-FILE KEY = FWC-ACCOUNT-KEY
            IF ABK-FWD-STATUS NOT = '00'
               GO TO 2410-FIND-SAME-EXIT
            END-IF
            PERFORM 2420-TEST-ONE-SAME THRU 2420-TEST-ONE-SAME-EXIT
                UNTIL ABK-FWD-EOF OR ABK-FWD-SAME.
        2410-FIND-SAME-EXIT.
            EXIT.

        2420-TEST-ONE-SAME.
            READ FWD-CHANGE-FILE NEXT
                AT END
                    SET ABK-FWD-EOF TO TRUE
                    GO TO 2420-TEST-ONE-SAME-EXIT
            END-READ
            IF FWC-ACCOUNT-KEY NOT = ATR-KEY
               SET ABK-FWD-EOF TO TRUE
               GO TO 2420-TEST-ONE-SAME-EXIT
            END-IF
            IF FWC-STATUS-SCHEDULED AND
               FWC-TRANSACTION = TRAN-IN-RECORD
               SET ABK-FWD-SAME TO TRUE
            END-IF.
        2420-TEST-ONE-SAME-EXIT.
            EXIT.

        2900-REJECT-TRAN.
            ADD 1 TO ABK-REJECT-COUNT
            MOVE ABK-REASON TO ARJ-REASON
                  ' status ' ABK-NEW-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            OPEN OUTPUT HIST-WORK-FILE
            PERFORM 3800-ADVANCE-MASTER
               THRU 3800-ADVANCE-MASTER-EXIT
            PERFORM 3100-ONE-SORTED-TRAN
            PERFORM 3900-FLUSH-CURRENT
               THRU 3900-FLUSH-CURRENT-EXIT
                UNTIL NOT ABK-HAVE-CURRENT
            CLOSE ACCT-MASTER-FILE NEW-MASTER-FILE REJECT-FILE
                  HIST-WORK-FILE.
        3000-MERGE-EXIT.
            EXIT.

                    GO TO 3100-ONE-SORTED-TRAN-EXIT
            END-RETURN
            MOVE SRT-DATA TO ABK-WORK-TRAN
            MOVE SRT-TYPE TO ABK-TYPE
            MOVE SRT-CURRENCY TO ABK-CURRENCY
            MOVE SRT-PRODUCT TO ABK-PRODUCT-CODE
            MOVE SRT-STMT-CYCLE TO ABK-STMT-CYCLE
      *     a pending insert flushes once the stream moves past
      *     its key; its key is below every unflushed master
            IF ABK-HAVE-INSERT AND ABW-KEY > ABI-KEY
                  PERFORM 2900-REJECT-TRAN
                     THRU 2900-REJECT-TRAN-EXIT
               WHEN 'C'
                  MOVE ABI-PRODUCT-CODE TO ABK-ACCT-PRODUCT
                  MOVE ABI-CURRENCY TO ABK-ACCT-CURRENCY
                  PERFORM 3270-EDIT-CHANGE THRU 3270-EDIT-CHANGE-EXIT
                  IF ABK-REASON = SPACES
                     PERFORM 3260-HELD-FUNDS-ON-INSERT
                        THRU 3260-HELD-FUNDS-ON-INSERT-EXIT
                  END-IF
                  IF ABK-REASON = SPACES
                     PERFORM 3360-CHANGE-INSERT
                        THRU 3360-CHANGE-INSERT-EXIT
                  SET AUD-ACTION-DELETE TO TRUE
                  PERFORM 3700-AUDIT-ONE
                     THRU 3700-AUDIT-ONE-EXIT
                  PERFORM 3735-HOME-OF-INSERT
                     THRU 3735-HOME-OF-INSERT-EXIT
                  MOVE ABK-NEW-HOME TO ABK-OLD-HOME
                  MOVE ABI-BALANCE TO ABK-OLD-BALANCE
                  MOVE 0 TO ABK-NEW-BALANCE
                  PERFORM 3750-STAGE-HISTORY
                     THRU 3750-STAGE-HISTORY-EXIT
               WHEN 'M'
                  PERFORM 3370-MOVE-INSERT
                     THRU 3370-MOVE-INSERT-EXIT
            END-EVALUATE.
        3350-APPLY-TO-INSERT-EXIT.
            EXIT.

        3360-CHANGE-INSERT.
            MOVE ABI-BALANCE TO ABK-OLD-BALANCE
            PERFORM 3735-HOME-OF-INSERT THRU 3735-HOME-OF-INSERT-EXIT
            MOVE ABK-NEW-HOME TO ABK-OLD-HOME
            IF ABW-SHORT-NAME NOT = SPACES
               MOVE ABW-SHORT-NAME TO ABI-SHORT-NAME
            END-IF
            IF ABW-CUST-NAME NOT = SPACES
               PERFORM 3550-PROTECT-NAME THRU 3550-PROTECT-NAME-EXIT
               MOVE PII-NAME TO ABI-CUSTOMER-NAME
               MOVE PII-KEY-ID TO ABI-PII-KEY-ID
            END-IF
            MOVE ABW-BRANCH TO ABI-BRANCH
            MOVE ABK-TYPE TO ABI-TYPE
            MOVE ABK-CURRENCY TO ABI-CURRENCY
            MOVE ABK-PRODUCT-CODE TO ABI-PRODUCT-CODE
            IF ABW-BALANCE-X NOT = SPACES
               MOVE ABW-BALANCE TO ABI-BALANCE
            END-IF
            MOVE FUNCTION NUMVAL(ABW-OPEN-DATE)
              TO ABI-OPEN-DATE
            MOVE ABK-TODAY TO ABI-LAST-MAINT-DATE
            ADD 1 TO ABK-APPLIED-COUNT
            MOVE ABI-BALANCE TO ABK-NEW-BALANCE
            PERFORM 3735-HOME-OF-INSERT THRU 3735-HOME-OF-INSERT-EXIT
            PERFORM 3750-STAGE-HISTORY THRU 3750-STAGE-HISTORY-EXIT.
        3360-CHANGE-INSERT-EXIT.
            EXIT.

      * a movement on a key added earlier in this batch
        3370-MOVE-INSERT.
            MOVE SPACES TO ABK-REASON
            IF ABI-STATUS-CLOSED
               MOVE 'A15' TO ABK-REASON
               MOVE ABK-WORK-TRAN TO TRAN-IN-RECORD
               PERFORM 2900-REJECT-TRAN
                  THRU 2900-REJECT-TRAN-EXIT
               GO TO 3370-MOVE-INSERT-EXIT
            END-IF
            IF ABW-CURRENCY NOT = SPACES AND
               ABW-CURRENCY NOT = ABI-CURRENCY
               MOVE 'A19' TO ABK-REASON
               MOVE ABK-WORK-TRAN TO TRAN-IN-RECORD
               PERFORM 2900-REJECT-TRAN
                  THRU 2900-REJECT-TRAN-EXIT
               GO TO 3370-MOVE-INSERT-EXIT
            END-IF
            COMPUTE ABK-NEW-BALANCE = ABI-BALANCE + ABW-AMOUNT
            IF ABW-AMOUNT < 0
               MOVE ABI-KEY TO HCQ-KEY
               MOVE ABK-TODAY TO HCQ-ASOF-DATE
               CALL 'HOLD-CHECK' USING HCQ-CONTROL
               IF HCQ-OK AND ABK-NEW-BALANCE < HCQ-TOTAL
                  MOVE 'A12' TO ABK-REASON
                  MOVE ABK-WORK-TRAN TO TRAN-IN-RECORD
                  PERFORM 2900-REJECT-TRAN
                     THRU 2900-REJECT-TRAN-EXIT
                  GO TO 3370-MOVE-INSERT-EXIT
               END-IF
            END-IF
            MOVE ABI-BALANCE TO ABK-OLD-BALANCE
            PERFORM 3735-HOME-OF-INSERT THRU 3735-HOME-OF-INSERT-EXIT
            MOVE ABK-NEW-HOME TO ABK-OLD-HOME
            MOVE ABK-NEW-BALANCE TO ABI-BALANCE
            MOVE ABK-TODAY TO ABI-LAST-MAINT-DATE
            ADD 1 TO ABK-APPLIED-COUNT
            SET AUD-ACTION-UPDATE TO TRUE
            PERFORM 3700-AUDIT-ONE THRU 3700-AUDIT-ONE-EXIT
            PERFORM 3750-STAGE-HISTORY THRU 3750-STAGE-HISTORY-EXIT.
        3370-MOVE-INSERT-EXIT.
            EXIT.

        3260-HELD-FUNDS-ON-INSERT.
            MOVE SPACES TO ABK-REASON
            IF ABW-BALANCE-X = SPACES
               GO TO 3260-HELD-FUNDS-ON-INSERT-EXIT
            END-IF
            IF ABW-BALANCE < ABI-BALANCE
               MOVE ABI-KEY TO HCQ-KEY
               MOVE ABK-TODAY TO HCQ-ASOF-DATE
                     PERFORM 2900-REJECT-TRAN
                        THRU 2900-REJECT-TRAN-EXIT
                  ELSE
                     MOVE AM-PRODUCT-CODE TO ABK-ACCT-PRODUCT
                     MOVE AM-CURRENCY TO ABK-ACCT-CURRENCY
                     PERFORM 3270-EDIT-CHANGE
                        THRU 3270-EDIT-CHANGE-EXIT
                     IF ABK-REASON = SPACES
                        PERFORM 3250-HELD-FUNDS-CHECK
                           THRU 3250-HELD-FUNDS-CHECK-EXIT
                     END-IF
                     IF ABK-REASON = SPACES
                        PERFORM 3600-CHANGE-CURRENT
                           THRU 3600-CHANGE-CURRENT-EXIT
                     SET AUD-ACTION-DELETE TO TRUE
                     PERFORM 3700-AUDIT-ONE
                        THRU 3700-AUDIT-ONE-EXIT
                     PERFORM 3730-HOME-OF-CURRENT
                        THRU 3730-HOME-OF-CURRENT-EXIT
                     MOVE ABK-NEW-HOME TO ABK-OLD-HOME
                     MOVE AM-BALANCE TO ABK-OLD-BALANCE
                     MOVE 0 TO ABK-NEW-BALANCE
                     PERFORM 3750-STAGE-HISTORY
                        THRU 3750-STAGE-HISTORY-EXIT
                  END-IF
               WHEN 'M'
                  IF ABK-CURRENT-DELETED
                     MOVE 'A08' TO ABK-REASON
                     MOVE ABK-WORK-TRAN TO TRAN-IN-RECORD
                     PERFORM 2900-REJECT-TRAN
                        THRU 2900-REJECT-TRAN-EXIT
                  ELSE
                     PERFORM 3650-MOVE-CURRENT
                        THRU 3650-MOVE-CURRENT-EXIT
                  END-IF
            END-EVALUATE.
        3300-APPLY-TO-CURRENT-EXIT.

        3250-HELD-FUNDS-CHECK.
            MOVE SPACES TO ABK-REASON
            IF ABW-BALANCE-X = SPACES
               GO TO 3250-HELD-FUNDS-CHECK-EXIT
            END-IF
            IF ABW-BALANCE < AM-BALANCE
               MOVE AM-KEY TO HCQ-KEY
               MOVE ABK-TODAY TO HCQ-ASOF-DATE
        3250-HELD-FUNDS-CHECK-EXIT.
            EXIT.

      * a change is edited against the account's own product (or
      * the one it names) and currency once the merge has the
      * account, as 3200-CHANGE-ACCOUNT in acct-maint edits it:
      * the caller sets ABK-ACCT-PRODUCT and ABK-ACCT-CURRENCY
        3270-EDIT-CHANGE.
            MOVE SPACES TO ABK-REASON
            IF ABW-PRODUCT NOT = SPACES
               MOVE ABW-PRODUCT TO ABK-PRODUCT-CODE
            ELSE
               MOVE ABK-ACCT-PRODUCT TO ABK-PRODUCT-CODE
            END-IF
            PERFORM 2270-EDIT-PRODUCT THRU 2270-EDIT-PRODUCT-EXIT
            IF ABK-REASON NOT = SPACES
               GO TO 3270-EDIT-CHANGE-EXIT
            END-IF
      *     a change may keep a currency made inactive since the
      *     account opened in it
            MOVE ABK-CURRENCY TO ABK-CCY-CODE
            IF ABW-BALANCE-X = SPACES
               MOVE 0 TO ABK-CCY-AMOUNT
            ELSE
               MOVE ABW-BALANCE TO ABK-CCY-AMOUNT
            END-IF
            IF ABK-CURRENCY = ABK-ACCT-CURRENCY
               SET ABK-CCY-KEEP TO TRUE
            ELSE
               SET ABK-CCY-KEEP TO FALSE
            END-IF
            PERFORM 2250-EDIT-CURRENCY THRU 2250-EDIT-CURRENCY-EXIT
            IF ABK-REASON NOT = SPACES
               GO TO 3270-EDIT-CHANGE-EXIT
            END-IF
            IF ABW-BALANCE-X NOT = SPACES AND ABW-BALANCE < 0 AND
               PQQ-OK AND NOT PQQ-OD-ALLOWED
               MOVE 'A23' TO ABK-REASON
            END-IF.
        3270-EDIT-CHANGE-EXIT.
            EXIT.

      * an insert ahead of the current master builds in its own
      * record and stays pending until the merge moves past its
      * key; the FD buffer keeps the pending master untouched
            MOVE SPACES TO ABK-INSERT-RECORD
            MOVE ABW-KEY TO ABI-KEY
            MOVE ABW-SHORT-NAME TO ABI-SHORT-NAME
            PERFORM 3550-PROTECT-NAME THRU 3550-PROTECT-NAME-EXIT
            MOVE PII-NAME TO ABI-CUSTOMER-NAME
            MOVE PII-KEY-ID TO ABI-PII-KEY-ID
            MOVE ABW-BRANCH TO ABI-BRANCH
            MOVE ABK-TYPE TO ABI-TYPE
            MOVE 'A' TO ABI-STATUS
            MOVE ABK-CURRENCY TO ABI-CURRENCY
            MOVE ABK-PRODUCT-CODE TO ABI-PRODUCT-CODE
            MOVE ABK-STMT-CYCLE TO ABI-STMT-CYCLE
            MOVE ABW-BALANCE TO ABI-BALANCE
            MOVE FUNCTION NUMVAL(ABW-OPEN-DATE)
              TO ABI-OPEN-DATE
            ADD 1 TO ABK-APPLIED-COUNT
            SET ABK-HAVE-INSERT TO TRUE
            SET AUD-ACTION-CREATE TO TRUE
            PERFORM 3700-AUDIT-ONE THRU 3700-AUDIT-ONE-EXIT
            MOVE 0 TO ABK-OLD-BALANCE
            MOVE SPACES TO ABK-OLD-HOME
            MOVE ABI-BALANCE TO ABK-NEW-BALANCE
            PERFORM 3735-HOME-OF-INSERT THRU 3735-HOME-OF-INSERT-EXIT
            PERFORM 3750-STAGE-HISTORY THRU 3750-STAGE-HISTORY-EXIT.
        3400-INSERT-NEW-EXIT.
            EXIT.

            MOVE SPACES TO ACCT-MASTER-RECORD
            MOVE ABW-KEY TO AM-KEY
            MOVE ABW-SHORT-NAME TO AM-SHORT-NAME
            PERFORM 3550-PROTECT-NAME THRU 3550-PROTECT-NAME-EXIT
            MOVE PII-NAME TO AM-CUSTOMER-NAME
            MOVE PII-KEY-ID TO AM-PII-KEY-ID
            MOVE ABW-BRANCH TO AM-BRANCH
            MOVE ABK-TYPE TO AM-TYPE
            MOVE ABK-CURRENCY TO AM-CURRENCY
            MOVE ABK-PRODUCT-CODE TO AM-PRODUCT-CODE
            MOVE ABK-STMT-CYCLE TO AM-STMT-CYCLE
            MOVE ABW-BALANCE TO AM-BALANCE
            MOVE FUNCTION NUMVAL(ABW-OPEN-DATE)
              TO AM-OPEN-DATE
            MOVE ABK-TODAY TO AM-LAST-MAINT-DATE
            SET AM-STATUS-ACTIVE TO TRUE
            ADD 1 TO ABK-APPLIED-COUNT
            MOVE 0 TO ABK-OLD-BALANCE
            MOVE SPACES TO ABK-OLD-HOME
            MOVE AM-BALANCE TO ABK-NEW-BALANCE
            PERFORM 3730-HOME-OF-CURRENT THRU 3730-HOME-OF-CURRENT-EXIT
            PERFORM 3750-STAGE-HISTORY THRU 3750-STAGE-HISTORY-EXIT.
        3500-BUILD-FROM-TRAN-EXIT.
            EXIT.

      * the input procedure proved the name protectable; a failure
      * here leaves the rebuild unpublished rather than in clear
        3550-PROTECT-NAME.
            MOVE ABW-CUST-NAME TO PII-NAME
            MOVE ABW-KEY TO PII-RECORD-KEY
            PERFORM 9310-PII-PROTECT-NAME
               THRU 9310-PII-PROTECT-NAME-EXIT
            IF PII-FAILED
               MOVE SPACES TO PII-NAME PII-KEY-ID
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        3550-PROTECT-NAME-EXIT.
            EXIT.

      * change semantics match 3400-BUILD-MASTER in acct-maint: a
      * blank name keeps the master's contents
        3600-CHANGE-CURRENT.
            MOVE AM-BALANCE TO ABK-OLD-BALANCE
            PERFORM 3730-HOME-OF-CURRENT THRU 3730-HOME-OF-CURRENT-EXIT
            MOVE ABK-NEW-HOME TO ABK-OLD-HOME
            IF ABW-SHORT-NAME NOT = SPACES
               MOVE ABW-SHORT-NAME TO AM-SHORT-NAME
            END-IF
            IF ABW-CUST-NAME NOT = SPACES
               PERFORM 3550-PROTECT-NAME THRU 3550-PROTECT-NAME-EXIT
               MOVE PII-NAME TO AM-CUSTOMER-NAME
               MOVE PII-KEY-ID TO AM-PII-KEY-ID
            END-IF
            MOVE ABW-BRANCH TO AM-BRANCH
            MOVE ABK-TYPE TO AM-TYPE
            MOVE ABK-CURRENCY TO AM-CURRENCY
            MOVE ABK-PRODUCT-CODE TO AM-PRODUCT-CODE
            IF ABW-BALANCE-X NOT = SPACES
               MOVE ABW-BALANCE TO AM-BALANCE
            END-IF
            MOVE FUNCTION NUMVAL(ABW-OPEN-DATE)
              TO AM-OPEN-DATE
            MOVE ABK-TODAY TO AM-LAST-MAINT-DATE
            ADD 1 TO ABK-APPLIED-COUNT
            MOVE AM-BALANCE TO ABK-NEW-BALANCE
            PERFORM 3730-HOME-OF-CURRENT THRU 3730-HOME-OF-CURRENT-EXIT
            PERFORM 3750-STAGE-HISTORY THRU 3750-STAGE-HISTORY-EXIT.
        3600-CHANGE-CURRENT-EXIT.
            EXIT.

      * movement semantics match 3700-MOVE-BALANCE in acct-maint:
      * the amount adds to the balance as the batch has left it
        3650-MOVE-CURRENT.
            MOVE SPACES TO ABK-REASON
            IF AM-STATUS-CLOSED
               MOVE 'A15' TO ABK-REASON
            END-IF
            IF ABK-REASON = SPACES AND ABW-CURRENCY NOT = SPACES
               AND ABW-CURRENCY NOT = AM-CURRENCY
               MOVE 'A19' TO ABK-REASON
            END-IF
            IF ABK-REASON = SPACES AND ABW-CURRENCY = SPACES
               MOVE AM-CURRENCY TO ABK-CCY-CODE
               MOVE ABW-AMOUNT TO ABK-CCY-AMOUNT
               SET ABK-CCY-KEEP TO FALSE
               PERFORM 2250-EDIT-CURRENCY THRU 2250-EDIT-CURRENCY-EXIT
            END-IF
            COMPUTE ABK-NEW-BALANCE = AM-BALANCE + ABW-AMOUNT
            IF ABK-REASON = SPACES AND ABW-AMOUNT < 0
               MOVE AM-KEY TO HCQ-KEY
               MOVE ABK-TODAY TO HCQ-ASOF-DATE
               CALL 'HOLD-CHECK' USING HCQ-CONTROL
               IF HCQ-OK AND ABK-NEW-BALANCE < HCQ-TOTAL
                  MOVE 'A12' TO ABK-REASON
               END-IF
            END-IF
            IF ABK-REASON NOT = SPACES
               MOVE ABK-WORK-TRAN TO TRAN-IN-RECORD
               PERFORM 2900-REJECT-TRAN
                  THRU 2900-REJECT-TRAN-EXIT
               GO TO 3650-MOVE-CURRENT-EXIT
            END-IF
            MOVE AM-BALANCE TO ABK-OLD-BALANCE
            PERFORM 3730-HOME-OF-CURRENT THRU 3730-HOME-OF-CURRENT-EXIT
            MOVE ABK-NEW-HOME TO ABK-OLD-HOME
            MOVE ABK-NEW-BALANCE TO AM-BALANCE
            MOVE ABK-TODAY TO AM-LAST-MAINT-DATE
            ADD 1 TO ABK-APPLIED-COUNT
            SET AUD-ACTION-UPDATE TO TRUE
            PERFORM 3700-AUDIT-ONE THRU 3700-AUDIT-ONE-EXIT
            PERFORM 3750-STAGE-HISTORY THRU 3750-STAGE-HISTORY-EXIT.
        3650-MOVE-CURRENT-EXIT.
            EXIT.

        3700-AUDIT-ONE.
            MOVE 'ACCTBULK' TO AUD-PROGRAM-ID
            MOVE ABW-KEY TO AUD-KEY
        3700-AUDIT-ONE-EXIT.
            EXIT.

      * the GL home of the master being merged, or of the pending
      * insert, as it stands now
        3730-HOME-OF-CURRENT.
            MOVE AM-BRANCH TO ABK-NEW-BRANCH
            MOVE AM-PRODUCT-CODE TO ABK-NEW-PRODUCT
            MOVE AM-TYPE TO ABK-NEW-TYPE
            MOVE AM-CURRENCY TO ABK-HOME-CURRENCY.
        3730-HOME-OF-CURRENT-EXIT.
            EXIT.

        3735-HOME-OF-INSERT.
            MOVE ABI-BRANCH TO ABK-NEW-BRANCH
            MOVE ABI-PRODUCT-CODE TO ABK-NEW-PRODUCT
            MOVE ABI-TYPE TO ABK-NEW-TYPE
            MOVE ABI-CURRENCY TO ABK-HOME-CURRENCY.
        3735-HOME-OF-INSERT-EXIT.
            EXIT.

      * a change that moved the balance, or moved a balance to a
      * new GL home, is staged for the history and the GLMOVE
      * feed; nothing reaches either until the new master is in
      * place
        3750-STAGE-HISTORY.
            IF ABK-NEW-BALANCE = ABK-OLD-BALANCE
               IF ABK-OLD-BALANCE = 0 OR
                  ABK-NEW-HOME = ABK-OLD-HOME
                  GO TO 3750-STAGE-HISTORY-EXIT
               END-IF
            END-IF
            MOVE ABW-KEY TO HWK-KEY
            MOVE ABW-ACTION TO HWK-ACTION
            COMPUTE HWK-AMOUNT = ABK-NEW-BALANCE - ABK-OLD-BALANCE
            MOVE ABK-NEW-BALANCE TO HWK-BALANCE
            MOVE ABW-ORIGIN TO HWK-ORIGIN
            MOVE ABW-REFERENCE TO HWK-REFERENCE
            MOVE ABW-NARRATIVE TO HWK-NARRATIVE
            MOVE ABK-OLD-BALANCE TO HWK-OLD-BALANCE
            MOVE ABK-OLD-HOME TO HWK-OLD-HOME
            MOVE ABK-NEW-HOME TO HWK-NEW-HOME
            MOVE ABK-HOME-CURRENCY TO HWK-CURRENCY
            WRITE HIST-WORK-RECORD.
        3750-STAGE-HISTORY-EXIT.
            EXIT.

        3800-ADVANCE-MASTER.
            IF ABK-MASTER-EOF
               SET ABK-HAVE-CURRENT TO FALSE
        6000-SWAP-EXIT.
            EXIT.

      * the new master is live: the staged entries go to the
      * history and the GLMOVE feed in the order the merge applied
      * them; a failed entry leaves the posting in place and warns
      * the run
        7000-POST-HISTORY.
            SET ABK-EOF TO FALSE
            OPEN INPUT HIST-WORK-FILE
            OPEN EXTEND GL-MOVE-FILE
            IF ABK-GLM-STATUS = '00' OR ABK-GLM-STATUS = '05'
               SET ABK-GLM-OPEN TO TRUE
            ELSE
               DISPLAY 'acct-bulk: GLMOVE open failed, status '
                  ABK-GLM-STATUS
            END-IF
            PERFORM 7100-POST-ONE THRU 7100-POST-ONE-EXIT
                UNTIL ABK-EOF
            CLOSE HIST-WORK-FILE
            IF ABK-GLM-OPEN
               CLOSE GL-MOVE-FILE
            END-IF.
        7000-POST-HISTORY-EXIT.
            EXIT.

        7100-POST-ONE.
            READ HIST-WORK-FILE
                AT END
                    SET ABK-EOF TO TRUE
                    GO TO 7100-POST-ONE-EXIT
            END-READ
            PERFORM 7200-LOG-GL-MOVEMENT
               THRU 7200-LOG-GL-MOVEMENT-EXIT
      *     a re-homing that moved no money leaves no history entry
            IF HWK-AMOUNT = 0
               GO TO 7100-POST-ONE-EXIT
            END-IF
            SET THQ-REQ-POST TO TRUE
            MOVE HWK-KEY TO THQ-KEY
            MOVE ABK-TODAY TO THQ-POST-DATE
            MOVE HWK-ACTION TO THQ-ACTION
            MOVE HWK-AMOUNT TO THQ-AMOUNT
            MOVE HWK-BALANCE TO THQ-BALANCE
            MOVE HWK-REFERENCE TO THQ-REFERENCE
            MOVE 'ACCTBULK' TO THQ-POSTED-BY
            IF HWK-ORIGIN = SPACES
               MOVE 'ACCTBULK' TO THQ-ORIGIN
            ELSE
               MOVE HWK-ORIGIN TO THQ-ORIGIN
            END-IF
            MOVE HWK-NARRATIVE TO THQ-NARRATIVE
            IF THQ-NARRATIVE = SPACES
               EVALUATE HWK-ACTION
                  WHEN 'A'
                     MOVE 'OPENING BALANCE' TO THQ-NARRATIVE
                  WHEN 'C'
                     MOVE 'BALANCE ADJUSTMENT' TO THQ-NARRATIVE
                  WHEN 'D'
                     MOVE 'BALANCE REMOVED ON CLOSE'
                       TO THQ-NARRATIVE
                  WHEN OTHER
                     IF THQ-AMOUNT < 0
                        MOVE 'DEBIT' TO THQ-NARRATIVE
                     ELSE
                        MOVE 'CREDIT' TO THQ-NARRATIVE
                     END-IF
               END-EVALUATE
            END-IF
            CALL 'TXN-HIST' USING THQ-CONTROL
            IF THQ-OK
               ADD 1 TO ABK-HIST-COUNT
            ELSE
               DISPLAY 'acct-bulk: history not recorded for '
                  HWK-KEY ' status ' THQ-STATUS
               ADD 1 TO ABK-HIST-FAIL-COUNT
            END-IF.
        7100-POST-ONE-EXIT.
            EXIT.

      * the staged update goes on the feed GL-BRIDGE posts the
      * ledger from, as ACCT-MAINT writes it
        7200-LOG-GL-MOVEMENT.
            IF NOT ABK-GLM-OPEN
               ADD 1 TO ABK-GLM-FAIL-COUNT
               GO TO 7200-LOG-GL-MOVEMENT-EXIT
            END-IF
            MOVE ABK-TODAY TO GMV-POST-DATE
            MOVE HWK-KEY TO GMV-ACCOUNT-KEY
            MOVE HWK-ACTION TO GMV-ACTION
            MOVE HWK-OLD-BRANCH TO GMV-OLD-BRANCH
            MOVE HWK-OLD-PRODUCT TO GMV-OLD-PRODUCT
            MOVE HWK-OLD-TYPE TO GMV-OLD-TYPE
            MOVE HWK-OLD-BALANCE TO GMV-OLD-BALANCE
            MOVE HWK-NEW-BRANCH TO GMV-NEW-BRANCH
            MOVE HWK-NEW-PRODUCT TO GMV-NEW-PRODUCT
            MOVE HWK-NEW-TYPE TO GMV-NEW-TYPE
            MOVE HWK-BALANCE TO GMV-NEW-BALANCE
            MOVE HWK-CURRENCY TO GMV-CURRENCY
            MOVE 0 TO GMV-SPREAD-INCOME
            IF HWK-ORIGIN = SPACES
               MOVE 'ACCTBULK' TO GMV-SOURCE
            ELSE
               MOVE HWK-ORIGIN TO GMV-SOURCE
            END-IF
            MOVE HWK-REFERENCE TO GMV-REFERENCE
            WRITE GL-MOVE-RECORD
            IF ABK-GLM-STATUS NOT = '00'
               DISPLAY 'acct-bulk: GLMOVE write failed, status '
                  ABK-GLM-STATUS ', movement not logged for '
                  HWK-KEY
               ADD 1 TO ABK-GLM-FAIL-COUNT
            END-IF.
        7200-LOG-GL-MOVEMENT-EXIT.
            EXIT.

        9999-EXIT.
            DISPLAY 'acct-bulk: ' ABK-READ-COUNT ' read, '
               ABK-APPLIED-COUNT ' applied, '
               ABK-REJECT-COUNT ' rejected, '
               ABK-HELD-COUNT ' held, '
               ABK-SCHED-COUNT ' scheduled; '
               ABK-IN-COUNT ' masters in, '
               ABK-OUT-COUNT ' out'
            IF ABK-REJECT-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            IF ABK-HELD-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            IF ABK-HIST-FAIL-COUNT > 0 AND JOB-OK
               DISPLAY 'acct-bulk: ' ABK-HIST-FAIL-COUNT
                  ' postings missing from transaction history'
               SET JOB-WARNING TO TRUE
            END-IF
            IF ABK-GLM-FAIL-COUNT > 0 AND JOB-OK
               DISPLAY 'acct-bulk: ' ABK-GLM-FAIL-COUNT
                  ' movements missing from GLMOVE'
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ABK-RUN-STOP)
              TO AUD-RC
            MOVE 'ACCTBULK' TO JHR-PROGRAM-ID

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY apply-reg-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY exit-status-paragraphs.
        End Program ACCT-BULK.
