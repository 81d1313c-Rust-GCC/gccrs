      *  extract.
      *
      *  Transaction record layout (fixed columns):
      *      ATR-ACTION       X(1)   A add, C change, D delete,
      *                              M movement
      *      ATR-KEY          X(32)
      *      ATR-SHORT-NAME   X(20)
      *      ATR-CUST-NAME    X(70)  UTF-8, sized in bytes
      *      ATR-BRANCH       X(4)
      *      ATR-TYPE         X(2)   spaces = the product's base
      *                              type
      *      ATR-CURRENCY     X(3)
      *      ATR-BALANCE      S9(13)V99 zoned, sign trailing
      *      ATR-OPEN-DATE    9(8)
      *      ATR-ORIGIN       X(8)   originating program id
      *      ATR-REFERENCE    X(16)  originator's reference
      *      ATR-NARRATIVE    X(30)
      *      ATR-CUSTOMER-ID  X(10)  owning customer, on an add
      *      ATR-CUST-BIRTH-DATE 9(8)
      *      ATR-CUST-TAX-ID  X(20)
      *      ATR-CUST-SEGMENT X(2)   default RT; these three are
      *                              used only when the add
      *                              creates the customer
      *      ATR-VALUE-DATE   9(8)   optional, on a change or
      *                              movement: the date the money
      *                              moved when that is earlier
      *                              than the posting date
      *      ATR-PRODUCT      X(4)   catalog product code; spaces
      *                              on an add = the product named
      *                              by the type, on a change = the
      *                              account's own
      *      ATR-EFFECTIVE-DATE 9(8) optional: a later business
      *                              date on which the transaction
      *                              is to take effect
      *      ATR-PROVENANCE   X(31)  intake stamp: the inbound
      *                              file's sender X(8) and
      *                              manifest sequence 9(6)
      *                              (spaces and zero when the
      *                              transaction was generated),
      *                              the record number 9(9) in
      *                              that file or generated
      *                              output, and the run id X(8)
      *                              (business date) of the run
      *                              that produced it; the
      *                              generating program is
      *                              ATR-ORIGIN; a transaction
      *                              that reaches this run with
      *                              no stamp is stamped here
      *                              with its record number in
      *                              ACCTTRAN and today's date,
      *                              as TRAN-SEQUENCE stamps
      *                              POSTSEQ
      *  A movement (M) carries a signed amount in the balance
      *  columns (ATR-AMOUNT: positive credit, negative debit) that
      *  is added to the master balance as it stands when the
      *  transaction posts; only the key and the amount are edited
      *  and every other master field is left as it is.  A
      *  movement whose ATR-CURRENCY is given and differs from the
      *  account's currency is in that currency: it is converted
      *  through FX-CONVERT at the value date (today when none),
      *  with the buy/sell spread for the primary holder's
      *  segment, the converted amount is what posts, and the
      *  conversion is appended to the FXCONV feed
      *  (fx-conv-feed.cpy) for FX-POSITION.
      *
      *  Every update the master takes that moves its balance, or
      *  moves a balance to another branch, product or type, is
      *  appended to the GLMOVE feed (gl-move-feed.cpy) with the
      *  account as it stood before and after and any conversion
      *  spread: GL-BRIDGE posts the ledger from GLMOVE, so a
      *  transaction rejected, held or scheduled never reaches it.
      *
      *  Reject reason codes:
      *      A01 invalid action code     A05 balance not numeric
      *      A09 account type invalid    A10 file error
      *      A11 journal write failed    A12 breaks held funds
      *      A13 branch not on master    A14 branch closed
      *      A15 movement to closed account
      *      A16 customer data invalid
      *      A17 sanctions hold not recorded
      *      A18 value date invalid or in the future
      *      A19 no exchange rate for the movement currency
      *      A20 customer name could not be encrypted
      *      A21 product not on the catalog, or withdrawn on add
      *      A22 currency not the product's currency
      *      A23 overdraws a product with no overdraft
      *      A24 effective date invalid
      *      A25 future-dated change carries a balance
      *      A26 account key check digits fail
      *      A27 currency not on the currency master, or inactive
      *      A28 amount finer than the currency's minor unit
      *
      *  A key in the issued sixteen-digit form (ACCT-ALLOC) has
      *  its check digits proved through ACCT-KEY before anything
      *  else is looked at, so a mistyped number is refused (A26)
      *  rather than opening or changing the wrong account.  Keys
      *  from before allocation carry none and are not checked.
      *
      *  The currency of an add, a change and a movement must be on
      *  the CCYMST currency master through CURRENCY-LOOKUP and
      *  active (A27; an existing account may keep a currency since
      *  made inactive), and the balance or amount may carry no
      *  more decimals than the currency has minor units (A28: no
      *  cents on a JPY account).  With no currency master neither
      *  edit is made.
      *
      *  An add or change is edited against its PRODMST catalog
      *  product through PRODUCT-LOOKUP: the type must be the
      *  product's base type (A09), the currency the product's
      *  (A22; spaces take it), and a new account opens on the
      *  product's statement cycle.  A debit that takes the balance
      *  below zero on a catalog product that permits no overdraft
      *  rejects A23.  With no catalog the type is edited against
      *  the base types as before and no overdraft edit is made.
      *
      *  Every add, and every change that carries a name, is
      *  screened against the sanctions watch list through
      *  SANC-SCREEN before it is applied.  A hit is neither
      *  applied nor rejected: the transaction is held on SANCHOLD
      *  for compliance, a case is opened, and once the hold is
      *  released in CHANGE-REVIEW the transaction comes back
      *  through SANCREL on a later run and passes.  SANCREL is read
      *  after ACCTTRAN, item for item like it, and emptied once
      *  the run has finished without needing a rerun, so each
      *  release is applied once.
      *
      *  A change left with its balance columns blank keeps the
      *  balance as it stands.  A transaction whose effective date
      *  is after the business date is edited for its fields only
      *  (the master is not read) and, passing, is scheduled
      *  instead of applied: it is written whole to the indexed
      *  pending-effective file FWDCHG (fwd-change.cpy) and
      *  audited FWDSCH.  FWD-SCHED releases it into the ACCT-MAINT
      *  run of its effective date, where it is applied like any
      *  other.  A future-dated change may not carry a balance --
      *  the balance it would replace is not yet known (A25).  A
      *  transaction already scheduled unchanged for the same
      *  account and date is not scheduled twice, so a rerun does
      *  not double it.
      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *                        BRANCH_CLOSED_OVERRIDE=Y.  A box
      *                        with no branch master yet keeps the
      *                        old not-numeric edit only.
      *  2026-10-15 smckinney  Movement transactions (action M):
      *                        the signed amount is applied to the
      *                        balance at posting time instead of
      *                        replacing it, so fee, capitalization
      *                        and return postings for one account
      *                        stack in any order.  Debits still
      *                        may not break held funds (A12); a
      *                        closed account takes no movement
      *                        (A15).
      *  2026-10-15 smckinney  Transaction record widened to 300
      *                        bytes with origin, reference and
      *                        narrative.  Every applied posting
      *                        that moves a balance (opening
      *                        balance, change, movement, balance
      *                        removed by a delete) is recorded in
      *                        the posted-transaction history
      *                        through TXN-HIST; a history write
      *                        that fails leaves the posting in
      *                        place and ends the run with a
      *                        warning.
      *  2026-10-15 smckinney  Accepts account type TD (term
      *                        deposit).
      *  2026-10-15 smckinney  Customer information file: an add
      *                        naming a customer id links the new
      *                        account to that customer on CUSTREL
      *                        as primary holder, creating the
      *                        CUSTMST record from the transaction
      *                        when the customer is new (bad birth
      *                        date or segment rejects A16).  A
      *                        delete removes the account's
      *                        relationships.
      *  2026-10-15 smckinney  Adds and name changes are screened
      *                        against the sanctions watch list
      *                        through SANC-SCREEN; a hit is held,
      *                        not applied or rejected, and the run
      *                        ends with a warning.  A hold that
      *                        cannot be recorded rejects A17.
      *  2026-10-15 smckinney  Changes and movements may carry a
      *                        value date (ATR-VALUE-DATE); it is
      *                        edited (A18) and recorded with the
      *                        posting's history entry, where
      *                        SAV-ACCRUE finds back-valued
      *                        postings and recomputes interest.
      *  2026-10-15 smckinney  A movement in a currency other than
      *                        the account's is converted through
      *                        FX-CONVERT at the customer rate for
      *                        the primary holder's segment and
      *                        logged on the FXCONV feed; no rate
      *                        in force rejects A19.
      *  2026-10-15 smckinney  ACCTTRAN is registered on the
      *                        applied-batch registry through
      *                        APPLY-REG; a file whose content was
      *                        applied before is refused whole with
      *                        JOB-ALREADY-APPLIED unless the
      *                        operator has exported
      *                        APPLY_DUP_OVERRIDE=Y.
      *  2026-10-15 smckinney  The customer name is written to the
      *                        master encrypted through PII-CRYPT,
      *                        before the journal after-image is
      *                        taken, under the current PIIKEYS key
      *                        (AM-PII-KEY-ID).  With no current
      *                        key the add or change rejects A20;
      *                        the name is never written in clear.
      *  2026-10-15 smckinney  Accounts carry their PRODMST catalog
      *                        product (ATR-PRODUCT, AM-PRODUCT-
      *                        CODE).  The type and currency edits
      *                        come from the product through
      *                        PRODUCT-LOOKUP (A09, A21, A22), a new
      *                        account takes the product's statement
      *                        cycle, and a debit below zero on a
      *                        product without overdraft rejects A23.
      *  2026-10-15 smckinney  Future-dated transactions: an
      *                        effective date after the business
      *                        date (ATR-EFFECTIVE-DATE) schedules
      *                        the transaction on FWDCHG for
      *                        FWD-SCHED to release on that date
      *                        (A24, A25).  A change with a blank
      *                        balance keeps the balance.
      *  2026-10-15 smckinney  Account key check digits proved
      *                        through ACCT-KEY (A26).
      *  2026-10-15 smckinney  Currencies edited against the CCYMST
      *                        currency master through
      *                        CURRENCY-LOOKUP (A27), and amounts
      *                        against its minor units (A28).
      *  2026-10-15 smckinney  The transaction's origin and intake
      *                        stamp (ATR-PROVENANCE) are carried
      *                        into the journal entry
      *                        (JRN-PROVENANCE) and the posting's
      *                        history entry.
      *  2026-10-15 smckinney  The memo-post shadow is cleared for
      *                        the business date posted only; what
      *                        the branches reported after the
      *                        ACCTTRAN cut stays for tomorrow.
      *  2026-10-15 smckinney  A conversion that cannot be written
      *                        to the FXCONV feed is counted and
      *                        ends the run with a warning, so the
      *                        spread income it carried is not lost
      *                        unseen.
      *  2026-10-15 smckinney  Transactions released from a
      *                        sanctions hold are read from SANCREL
      *                        after ACCTTRAN and the file emptied
      *                        after a run that needs no rerun;
      *                        they were being fed in again on
      *                        every run.
      *  2026-10-15 smckinney  A transaction with no intake stamp
      *                        is stamped with its record number
      *                        and the run date before it is
      *                        journalled, scheduled, held or
      *                        posted to history, as TRAN-SEQUENCE
      *                        stamps POSTSEQ.
      *  2026-10-15 smckinney  Every applied balance movement and
      *                        balance re-homing is written to the
      *                        GLMOVE feed for GL-BRIDGE, which
      *                        used to bridge POSTSEQ before this
      *                        run had rejected or held anything.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. ACCT-MAINT.
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is ACM-FILE-STATUS.
            Select CUST-MASTER-FILE Assign To CUSTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CUS-ID
                Alternate Record Key Is CUS-TAX-ID
                    With Duplicates
                File Status Is ACM-CUST-STATUS.
            Select CUST-REL-FILE Assign To CUSTREL
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CRL-KEY
                Alternate Record Key Is CRL-ACCOUNT-ALT
                    With Duplicates
                File Status Is ACM-REL-STATUS.
            Select OPTIONAL SANC-RELEASE-FILE Assign To SANCREL
                Organization Is Line Sequential
                File Status Is ACM-SREL-STATUS.
            Select OPTIONAL FX-CONV-FILE Assign To FXCONV
                Organization Is Line Sequential
                File Status Is ACM-FXV-STATUS.
            Select OPTIONAL GL-MOVE-FILE Assign To GLMOVE
                Organization Is Line Sequential
                File Status Is ACM-GLM-STATUS.
            Select FWD-CHANGE-FILE Assign To FWDCHG
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is FWC-ID
                Alternate Record Key Is FWC-ACCOUNT-KEY
                    With Duplicates
                File Status Is ACM-FWD-STATUS.
            Select TRANSACTION-FILE Assign To ACCTTRAN
                Organization Is Line Sequential.
            Select REJECT-FILE Assign To ACCTREJ
        File Section.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  CUST-MASTER-FILE.
        COPY cust-master.
        FD  CUST-REL-FILE.
        COPY cust-rel.
        FD  FX-CONV-FILE.
        COPY fx-conv-feed.
        FD  GL-MOVE-FILE.
        COPY gl-move-feed.
        FD  FWD-CHANGE-FILE.
        COPY fwd-change.
        FD  TRANSACTION-FILE.
        01  TRANSACTION-RECORD.
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
            05  ATR-CUSTOMER-ID     PIC X(10).
            05  ATR-CUST-BIRTH-DATE PIC X(08).
            05  ATR-CUST-TAX-ID     PIC X(20).
            05  ATR-CUST-SEGMENT    PIC X(02).
            05  ATR-VALUE-DATE      PIC X(08).
            05  ATR-PRODUCT         PIC X(04).
            05  ATR-EFFECTIVE-DATE  PIC X(08).
            05  ATR-PROVENANCE.
                10  ATR-SRC-SENDER  PIC X(08).
                10  ATR-SRC-FILE-SEQ PIC 9(06).
                10  ATR-SRC-RECORD  PIC 9(09).
                10  ATR-SRC-RUN-ID  PIC X(08).
        FD  SANC-RELEASE-FILE.
        01  SANC-RELEASE-RECORD     PIC X(300).
        FD  REJECT-FILE.
        01  REJECT-RECORD.
            05  ARJ-REASON          PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  ARJ-TRANSACTION     PIC X(300).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
            05  ACM-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  ACM-STOP-NANOS      Usage BINARY-DOUBLE.
        COPY exit-status.
        COPY apply-reg.
        COPY memo-post.
        COPY hold-check.
        COPY branch-lookup.
        COPY sanc-screen.
        COPY pii-crypt.
        COPY product-lookup.
        COPY acct-key.
        COPY currency-lookup.
        01  ACM-PRODUCT-CODE        PIC X(04).
        01  ACM-TYPE                PIC X(02).
        01  ACM-CURRENCY            PIC X(03).
        01  ACM-CLEAR-NAME          PIC X(70).
        01  ACM-BR-OVERRIDE-SW      PIC X(01) Value 'N'.
            88  ACM-BR-OVERRIDE         Value 'Y', False 'N'.
        01  ACM-FILE-STATUS         PIC X(02).
        01  ACM-READ-COUNT          PIC 9(09) Value 0.
        01  ACM-APPLIED-COUNT       PIC 9(09) Value 0.
        01  ACM-REJECT-COUNT        PIC 9(09) Value 0.
        01  ACM-HELD-COUNT          PIC 9(09) Value 0.
        01  ACM-HELD-SWITCH         PIC X(01).
            88  ACM-HELD                Value 'Y', False 'N'.
        01  ACM-TODAY               PIC 9(08).
        01  ACM-NEW-BALANCE         PIC S9(13)V99 COMP-3.
        01  ACM-OLD-BALANCE         PIC S9(13)V99 COMP-3.
        01  ACM-OLD-BRANCH          PIC X(04).
        01  ACM-OLD-PRODUCT         PIC X(04).
        01  ACM-OLD-TYPE            PIC X(02).
        01  ACM-OLD-CURRENCY        PIC X(03).
        01  ACM-HIST-FAIL-COUNT     PIC 9(09) Value 0.
        01  ACM-CUST-STATUS         PIC X(02).
        01  ACM-REL-STATUS          PIC X(02).
        01  ACM-CUST-FAIL-COUNT     PIC 9(09) Value 0.
        01  ACM-REL-EOF-SWITCH      PIC X(01).
            88  ACM-REL-EOF             Value 'Y', False 'N'.
        01  ACM-BIRTH-DATE          PIC 9(08).
        01  ACM-VALUE-DATE          PIC 9(08).
        01  ACM-SEGMENT             PIC X(02).
            88  ACM-SEGMENT-VALID       Value 'RT' 'PB' 'SB' 'CO'.
        COPY txn-hist.
        COPY fx-convert.
        01  ACM-POST-AMOUNT         PIC S9(13)V99 COMP-3.
        01  ACM-CCY-CODE            PIC X(03).
        01  ACM-CCY-AMOUNT          PIC S9(13)V99 COMP-3.
        01  ACM-FX-SWITCH           PIC X(01).
            88  ACM-FX-MOVEMENT         Value 'Y', False 'N'.
        01  ACM-FX-COUNT            PIC 9(09) Value 0.
        01  ACM-FXV-STATUS          PIC X(02).
        01  ACM-FXV-FAIL-COUNT      PIC 9(09) Value 0.
        01  ACM-GLM-STATUS          PIC X(02).
        01  ACM-GLM-FAIL-COUNT      PIC 9(09) Value 0.
        01  ACM-GLM-OPEN-SW         PIC X(01) Value 'N'.
            88  ACM-GLM-OPEN            Value 'Y', False 'N'.
        01  ACM-SREL-STATUS         PIC X(02).
        01  ACM-SREL-COUNT          PIC 9(09) Value 0.
        01  ACM-SREL-EOF-SW         PIC X(01).
            88  ACM-SREL-EOF            Value 'Y', False 'N'.
        01  ACM-FWD-STATUS          PIC X(02).
        01  ACM-FWD-OPEN-SW         PIC X(01) Value 'N'.
            88  ACM-FWD-OPEN            Value 'Y', False 'N'.
        01  ACM-FWD-SW              PIC X(01).
            88  ACM-FORWARD             Value 'Y', False 'N'.
        01  ACM-FWD-EOF-SW          PIC X(01).
            88  ACM-FWD-EOF             Value 'Y', False 'N'.
        01  ACM-FWD-SAME-SW         PIC X(01).
            88  ACM-FWD-SAME            Value 'Y', False 'N'.
        01  ACM-EFFECTIVE-DATE      PIC 9(08).
        01  ACM-FWD-ID              PIC 9(08).
        01  ACM-SCHED-COUNT         PIC 9(09) Value 0.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET ACM-EOF TO FALSE
            MOVE 'ACCTMNT1' TO PCX-PROGRAM-ID
            MOVE 'ACCTMNT1' TO ABH-PROGRAM-ID
            MOVE 0 TO ABH-LAST-ERRNO
            MOVE 2 TO ABH-AREA-COUNT
                  ACM-FILE-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            PERFORM 1200-OPEN-CUSTOMER-FILES
               THRU 1200-OPEN-CUSTOMER-FILES-EXIT
            IF JOB-OK
               PERFORM 1300-CHECK-APPLIED
                  THRU 1300-CHECK-APPLIED-EXIT
            END-IF
            OPEN INPUT TRANSACTION-FILE
            OPEN OUTPUT REJECT-FILE
            PERFORM 1100-OPEN-JOURNAL THRU 1100-OPEN-JOURNAL-EXIT.
        1100-OPEN-JOURNAL-EXIT.
            EXIT.

      * the first account add ever builds the customer files
        1200-OPEN-CUSTOMER-FILES.
            OPEN I-O CUST-MASTER-FILE
            IF ACM-CUST-STATUS = '35'
               OPEN OUTPUT CUST-MASTER-FILE
               CLOSE CUST-MASTER-FILE
               OPEN I-O CUST-MASTER-FILE
            END-IF
            IF ACM-CUST-STATUS NOT = '00'
               DISPLAY 'acct-maint: cannot open CUSTMST, status '
                  ACM-CUST-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1200-OPEN-CUSTOMER-FILES-EXIT
            END-IF
            OPEN I-O CUST-REL-FILE
            IF ACM-REL-STATUS = '35'
               OPEN OUTPUT CUST-REL-FILE
               CLOSE CUST-REL-FILE
               OPEN I-O CUST-REL-FILE
            END-IF
            IF ACM-REL-STATUS NOT = '00'
               DISPLAY 'acct-maint: cannot open CUSTREL, status '
                  ACM-REL-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        1200-OPEN-CUSTOMER-FILES-EXIT.
            EXIT.

      * a read-through of ACCTTRAN before anything posts: the whole
      * file is refused when its content was applied before
        1300-CHECK-APPLIED.
            PERFORM 9875-APPLY-START THRU 9875-APPLY-START-EXIT
            OPEN INPUT TRANSACTION-FILE
            PERFORM 1310-HASH-ONE-TRAN THRU 1310-HASH-ONE-TRAN-EXIT
                UNTIL ACM-EOF
            CLOSE TRANSACTION-FILE
            SET ACM-EOF TO FALSE
            MOVE 'ACCTMNT1' TO APC-PROGRAM-ID
            MOVE ACM-TODAY TO APC-BUSINESS-DATE
            MOVE ACM-START-SECONDS TO APC-RUN-ID
            MOVE 'ACCTTRAN' TO ACM-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(ACM-ENV-NAME)
              TO ACM-ENV-VALUE
            IF ACM-ENV-VALUE = SPACES
               MOVE 'ACCTTRAN' TO APC-FILE-NAME
            ELSE
               MOVE ACM-ENV-VALUE TO APC-FILE-NAME
            END-IF
            PERFORM 9885-APPLY-CHECK THRU 9885-APPLY-CHECK-EXIT.
        1300-CHECK-APPLIED-EXIT.
            EXIT.

        1310-HASH-ONE-TRAN.
            READ TRANSACTION-FILE
                AT END
                    SET ACM-EOF TO TRUE
                    GO TO 1310-HASH-ONE-TRAN-EXIT
            END-READ
            MOVE TRANSACTION-RECORD TO APC-HASH-TEXT
            MOVE LENGTH OF TRANSACTION-RECORD TO APC-HASH-LENGTH
            PERFORM 9880-APPLY-HASH-RECORD
               THRU 9880-APPLY-HASH-RECORD-EXIT
            IF ATR-BALANCE NUMERIC
               ADD ATR-BALANCE TO APC-AMOUNT-TOTAL
            END-IF.
        1310-HASH-ONE-TRAN-EXIT.
            EXIT.

        2000-APPLY-ALL.
            IF NOT JOB-OK
               GO TO 2000-APPLY-ALL-EXIT
            END-IF
            PERFORM 2100-READ-ONE-TRAN THRU 2100-READ-ONE-TRAN-EXIT
                UNTIL ACM-EOF
            IF JOB-OK OR JOB-WARNING
               PERFORM 2500-APPLY-RELEASED
                  THRU 2500-APPLY-RELEASED-EXIT
            END-IF
      *     a run that stopped part way is rerun, not registered
            IF JOB-OK OR JOB-WARNING
               PERFORM 9890-APPLY-REGISTER
                  THRU 9890-APPLY-REGISTER-EXIT
               PERFORM 2600-EMPTY-RELEASED
                  THRU 2600-EMPTY-RELEASED-EXIT
            END-IF.
        2000-APPLY-ALL-EXIT.
            EXIT.

                    SET ACM-EOF TO TRUE
                NOT AT END
                    ADD 1 TO ACM-READ-COUNT
                    PERFORM 2150-ONE-TRAN THRU 2150-ONE-TRAN-EXIT
            END-READ.
        2100-READ-ONE-TRAN-EXIT.
            EXIT.

      * a transaction written straight to ACCTTRAN, not through
      * TRAN-SEQUENCE, has no intake stamp; it takes the same
      * fallback stamp TRAN-SEQUENCE gives: no sender, its record
      * number here, and the business date as the run id.  A held
      * transaction keeps the stamp it was held with
        2110-STAMP-PROVENANCE.
            IF ATR-PROVENANCE = SPACES OR ATR-SRC-RECORD NOT NUMERIC
               MOVE SPACES TO ATR-SRC-SENDER
               MOVE 0 TO ATR-SRC-FILE-SEQ
               MOVE ACM-READ-COUNT TO ATR-SRC-RECORD
               MOVE ACM-TODAY TO ATR-SRC-RUN-ID
            END-IF.
        2110-STAMP-PROVENANCE-EXIT.
            EXIT.

      * one transaction in TRANSACTION-RECORD, from ACCTTRAN or
      * SANCREL alike
        2150-ONE-TRAN.
            PERFORM 2110-STAMP-PROVENANCE
               THRU 2110-STAMP-PROVENANCE-EXIT
            PERFORM 2200-EDIT-TRAN THRU 2200-EDIT-TRAN-EXIT
            SET ACM-HELD TO FALSE
            IF ACM-REASON = SPACES AND ACM-FORWARD
               PERFORM 2400-SCHEDULE-TRAN
                  THRU 2400-SCHEDULE-TRAN-EXIT
            END-IF
            IF ACM-REASON = SPACES AND NOT ACM-FORWARD
               PERFORM 2300-SCREEN-NAME
                  THRU 2300-SCREEN-NAME-EXIT
            END-IF
            IF ACM-REASON = SPACES AND NOT ACM-HELD
               AND NOT ACM-FORWARD
               PERFORM 3000-APPLY-TRAN
                  THRU 3000-APPLY-TRAN-EXIT
            END-IF
            IF ACM-REASON NOT = SPACES
               PERFORM 4000-REJECT-TRAN
                  THRU 4000-REJECT-TRAN-EXIT
            END-IF.
        2150-ONE-TRAN-EXIT.
            EXIT.

      * transactions compliance has released from a sanctions hold
      * since the last run; SANC-SCREEN passes them this time
        2500-APPLY-RELEASED.
            SET ACM-SREL-EOF TO FALSE
            OPEN INPUT SANC-RELEASE-FILE
            IF ACM-SREL-STATUS = '05'
               CLOSE SANC-RELEASE-FILE
               GO TO 2500-APPLY-RELEASED-EXIT
            END-IF
            IF ACM-SREL-STATUS NOT = '00'
               DISPLAY 'acct-maint: cannot open SANCREL, status '
                  ACM-SREL-STATUS ', released items left for the'
                  ' next run'
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
               GO TO 2500-APPLY-RELEASED-EXIT
            END-IF
            PERFORM 2510-READ-ONE-RELEASED
               THRU 2510-READ-ONE-RELEASED-EXIT
                UNTIL ACM-SREL-EOF
            CLOSE SANC-RELEASE-FILE.
        2500-APPLY-RELEASED-EXIT.
            EXIT.

        2510-READ-ONE-RELEASED.
            READ SANC-RELEASE-FILE INTO TRANSACTION-RECORD
                AT END
                    SET ACM-SREL-EOF TO TRUE
                NOT AT END
                    ADD 1 TO ACM-READ-COUNT
                    ADD 1 TO ACM-SREL-COUNT
                    PERFORM 2150-ONE-TRAN THRU 2150-ONE-TRAN-EXIT
            END-READ.
        2510-READ-ONE-RELEASED-EXIT.
            EXIT.

      * what was read has been applied, rejected or held again;
      * leaving it would apply it again on every later run
        2600-EMPTY-RELEASED.
            IF ACM-SREL-COUNT = 0
               GO TO 2600-EMPTY-RELEASED-EXIT
            END-IF
            OPEN OUTPUT SANC-RELEASE-FILE
            IF ACM-SREL-STATUS NOT = '00'
               DISPLAY 'acct-maint: SANCREL not emptied, status '
                  ACM-SREL-STATUS ', remove its '
                  ACM-SREL-COUNT ' applied item(s) before the'
                  ' next run'
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
               GO TO 2600-EMPTY-RELEASED-EXIT
            END-IF
            CLOSE SANC-RELEASE-FILE.
        2600-EMPTY-RELEASED-EXIT.
            EXIT.

        2200-EDIT-TRAN.
            MOVE SPACES TO ACM-REASON
            IF ATR-ACTION NOT = 'A' AND ATR-ACTION NOT = 'C' AND
               ATR-ACTION NOT = 'D' AND ATR-ACTION NOT = 'M'
               MOVE 'A01' TO ACM-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
               MOVE 'A02' TO ACM-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            SET AKQ-REQ-VALIDATE TO TRUE
            MOVE ATR-KEY TO AKQ-KEY
            CALL 'ACCT-KEY' USING AKQ-CONTROL
            IF AKQ-CHECK-FAILED
               MOVE 'A26' TO ACM-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            PERFORM 2260-EDIT-EFFECTIVE-DATE
               THRU 2260-EDIT-EFFECTIVE-DATE-EXIT
            IF ACM-REASON NOT = SPACES
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF ATR-ACTION = 'D'
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
      *     a movement touches nothing but the balance
            IF ATR-ACTION = 'M'
               IF ATR-AMOUNT NOT NUMERIC
                  MOVE 'A05' TO ACM-REASON
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
               PERFORM 2250-EDIT-VALUE-DATE
                  THRU 2250-EDIT-VALUE-DATE-EXIT
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF ATR-ACTION = 'A' AND ATR-CUST-NAME = SPACES
               MOVE 'A03' TO ACM-REASON
               GO TO 2200-EDIT-TRAN-EXIT
                  MOVE 'A14' TO ACM-REASON
                  GO TO 2200-EDIT-TRAN-EXIT
            END-EVALUATE
      *     a change is edited against the account's product once
      *     the master has been read
            IF ATR-ACTION = 'A'
               MOVE ATR-PRODUCT TO ACM-PRODUCT-CODE
               PERFORM 2270-EDIT-PRODUCT THRU 2270-EDIT-PRODUCT-EXIT
               IF ACM-REASON NOT = SPACES
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
            END-IF
      *     a change may leave the balance as it stands, and must
      *     when it is future-dated
            IF ATR-ACTION = 'C' AND ATR-BALANCE-X = SPACES
               CONTINUE
            ELSE
               IF ATR-BALANCE NOT NUMERIC
                  MOVE 'A05' TO ACM-REASON
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
               IF ATR-ACTION = 'C' AND ACM-FORWARD
                  MOVE 'A25' TO ACM-REASON
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
            END-IF
      *     a change's currency is edited once the master has been
      *     read, against the balance it will carry
            IF ATR-ACTION = 'A'
               MOVE ACM-CURRENCY TO ACM-CCY-CODE
               MOVE ATR-BALANCE TO ACM-CCY-AMOUNT
               PERFORM 2280-EDIT-CURRENCY THRU 2280-EDIT-CURRENCY-EXIT
               IF ACM-REASON NOT = SPACES
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
            END-IF
            IF ATR-OPEN-DATE NOT NUMERIC
               MOVE 'A06' TO ACM-REASON
               ATR-OPEN-DATE (7:2) < '01' OR
               ATR-OPEN-DATE (7:2) > '31'
               MOVE 'A06' TO ACM-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF ATR-ACTION = 'C'
               PERFORM 2250-EDIT-VALUE-DATE
                  THRU 2250-EDIT-VALUE-DATE-EXIT
               IF ACM-REASON NOT = SPACES
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
            END-IF
      *     customer details only matter when the add creates the
      *     customer, but a bad one is refused either way
            IF ATR-ACTION NOT = 'A' OR ATR-CUSTOMER-ID = SPACES
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF ATR-CUST-BIRTH-DATE NOT = SPACES
               IF ATR-CUST-BIRTH-DATE NOT NUMERIC
                  MOVE 'A16' TO ACM-REASON
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
               MOVE ATR-CUST-BIRTH-DATE TO ACM-BIRTH-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(ACM-BIRTH-DATE)
                     NOT = 0
                  OR ACM-BIRTH-DATE > ACM-TODAY
                  MOVE 'A16' TO ACM-REASON
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
            END-IF
            IF ATR-CUST-SEGMENT NOT = SPACES
               MOVE ATR-CUST-SEGMENT TO ACM-SEGMENT
               IF NOT ACM-SEGMENT-VALID
                  MOVE 'A16' TO ACM-REASON
               END-IF
            END-IF.
        2200-EDIT-TRAN-EXIT.
            EXIT.

      * a value date is optional; one given must be a real date
      * no later than today
        2250-EDIT-VALUE-DATE.
            IF ATR-VALUE-DATE = SPACES
               GO TO 2250-EDIT-VALUE-DATE-EXIT
            END-IF
            IF ATR-VALUE-DATE NOT NUMERIC
               MOVE 'A18' TO ACM-REASON
               GO TO 2250-EDIT-VALUE-DATE-EXIT
            END-IF
            MOVE ATR-VALUE-DATE TO ACM-VALUE-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD(ACM-VALUE-DATE) NOT = 0
               OR ACM-VALUE-DATE > ACM-TODAY
               MOVE 'A18' TO ACM-REASON
            END-IF.
        2250-EDIT-VALUE-DATE-EXIT.
            EXIT.

      * an effective date is optional; one after today makes the
      * transaction a scheduled one, one not after today applies
      * it now
        2260-EDIT-EFFECTIVE-DATE.
            SET ACM-FORWARD TO FALSE
            IF ATR-EFFECTIVE-DATE = SPACES
               GO TO 2260-EDIT-EFFECTIVE-DATE-EXIT
            END-IF
            IF ATR-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'A24' TO ACM-REASON
               GO TO 2260-EDIT-EFFECTIVE-DATE-EXIT
            END-IF
            MOVE ATR-EFFECTIVE-DATE TO ACM-EFFECTIVE-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD(ACM-EFFECTIVE-DATE)
                  NOT = 0
               MOVE 'A24' TO ACM-REASON
               GO TO 2260-EDIT-EFFECTIVE-DATE-EXIT
            END-IF
            IF ACM-EFFECTIVE-DATE > ACM-TODAY
               SET ACM-FORWARD TO TRUE
            END-IF.
        2260-EDIT-EFFECTIVE-DATE-EXIT.
            EXIT.

      * the product says which type and currency the account may
      * have; ACM-PRODUCT-CODE, ACM-TYPE and ACM-CURRENCY come back
      * as what 3400-BUILD-MASTER writes.  Without a catalog only
      * the base types are known.
        2270-EDIT-PRODUCT.
            MOVE ATR-TYPE TO ACM-TYPE
            MOVE ATR-CURRENCY TO ACM-CURRENCY
            MOVE ACM-PRODUCT-CODE TO PQQ-CODE
            MOVE ATR-TYPE TO PQQ-TYPE
            CALL 'PRODUCT-LOOKUP' USING PQQ-CONTROL
            IF PQQ-NO-FILE
               IF ATR-TYPE NOT = 'CH' AND ATR-TYPE NOT = 'SV' AND
                  ATR-TYPE NOT = 'LN' AND ATR-TYPE NOT = 'GL' AND
                  ATR-TYPE NOT = 'TD'
                  MOVE 'A09' TO ACM-REASON
               END-IF
               GO TO 2270-EDIT-PRODUCT-EXIT
            END-IF
            IF PQQ-UNKNOWN
               MOVE 'A21' TO ACM-REASON
               GO TO 2270-EDIT-PRODUCT-EXIT
            END-IF
            IF ATR-ACTION = 'A' AND PQQ-PRODUCT-WITHDRAWN
               MOVE 'A21' TO ACM-REASON
               GO TO 2270-EDIT-PRODUCT-EXIT
            END-IF
            IF ACM-PRODUCT-CODE = SPACES
               MOVE ATR-TYPE TO ACM-PRODUCT-CODE
            END-IF
            IF ACM-TYPE = SPACES
               MOVE PQQ-BASE-TYPE TO ACM-TYPE
            END-IF
            IF ACM-TYPE NOT = PQQ-BASE-TYPE
               MOVE 'A09' TO ACM-REASON
               GO TO 2270-EDIT-PRODUCT-EXIT
            END-IF
            IF ACM-CURRENCY = SPACES
               MOVE PQQ-CURRENCY TO ACM-CURRENCY
            END-IF
            IF PQQ-CURRENCY NOT = SPACES AND
               ACM-CURRENCY NOT = PQQ-CURRENCY
               MOVE 'A22' TO ACM-REASON
            END-IF.
        2270-EDIT-PRODUCT-EXIT.
            EXIT.

      * ACM-CCY-CODE must be a currency on the master, active unless
      * it is the one a changed account already holds, and
      * ACM-CCY-AMOUNT must need no rounding to its minor units.
      * Without a currency master nothing is edited.
        2280-EDIT-CURRENCY.
            MOVE ACM-CCY-CODE TO CYQ-CODE
            MOVE ACM-CCY-AMOUNT TO CYQ-AMOUNT
            SET CYQ-REQ-ROUND TO TRUE
            CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL
            IF CYQ-NO-FILE
               GO TO 2280-EDIT-CURRENCY-EXIT
            END-IF
            IF CYQ-UNKNOWN
               MOVE 'A27' TO ACM-REASON
               GO TO 2280-EDIT-CURRENCY-EXIT
            END-IF
            IF CYQ-INACTIVE AND
               (ATR-ACTION NOT = 'C' OR ACM-CCY-CODE NOT = AM-CURRENCY)
               MOVE 'A27' TO ACM-REASON
               GO TO 2280-EDIT-CURRENCY-EXIT
            END-IF
            IF CYQ-AMOUNT NOT = ACM-CCY-AMOUNT
               MOVE 'A28' TO ACM-REASON
            END-IF.
        2280-EDIT-CURRENCY-EXIT.
            EXIT.

      * a name arriving on the master is screened first; a hit
      * waits on SANCHOLD for compliance instead of posting
        2300-SCREEN-NAME.
            IF ATR-ACTION NOT = 'A' AND
               (ATR-ACTION NOT = 'C' OR ATR-CUST-NAME = SPACES)
               GO TO 2300-SCREEN-NAME-EXIT
            END-IF
            INITIALIZE SSQ-CONTROL
            MOVE 'ACCTMNT1' TO SSQ-SOURCE
            SET SSQ-KIND-TRAN TO TRUE
            MOVE ATR-KEY TO SSQ-KEY
            MOVE ATR-CUST-NAME TO SSQ-NAME
            IF ATR-ACTION = 'A' AND ATR-CUST-BIRTH-DATE NUMERIC
               MOVE ATR-CUST-BIRTH-DATE TO SSQ-BIRTH-DATE
            ELSE
               MOVE 0 TO SSQ-BIRTH-DATE
            END-IF
            MOVE LENGTH OF TRANSACTION-RECORD TO SSQ-ITEM-LENGTH
            MOVE TRANSACTION-RECORD TO SSQ-ITEM
            CALL 'SANC-SCREEN' USING SSQ-CONTROL
            EVALUATE TRUE
               WHEN SSQ-HELD
                  SET ACM-HELD TO TRUE
                  ADD 1 TO ACM-HELD-COUNT
                  DISPLAY 'acct-maint: ' FUNCTION TRIM(ATR-KEY)
                     ' held for sanctions review, hold '
                     SSQ-HOLD-ID
               WHEN SSQ-FAILED
                  MOVE 'A17' TO ACM-REASON
            END-EVALUATE.
        2300-SCREEN-NAME-EXIT.
            EXIT.

      * a future-dated transaction waits on FWDCHG, whole, for the
      * run of its effective date; the file is opened on the first
      * one, and a transaction already waiting there unchanged is
      * not written again
        2400-SCHEDULE-TRAN.
            IF NOT ACM-FWD-OPEN
               OPEN I-O FWD-CHANGE-FILE
               IF ACM-FWD-STATUS = '35'
                  OPEN OUTPUT FWD-CHANGE-FILE
                  CLOSE FWD-CHANGE-FILE
                  OPEN I-O FWD-CHANGE-FILE
               END-IF
               IF ACM-FWD-STATUS NOT = '00'
                  DISPLAY 'acct-maint: cannot open FWDCHG, status '
                     ACM-FWD-STATUS
                  MOVE 'A10' TO ACM-REASON
                  GO TO 2400-SCHEDULE-TRAN-EXIT
               END-IF
               SET ACM-FWD-OPEN TO TRUE
            END-IF
            PERFORM 2410-FIND-SAME THRU 2410-FIND-SAME-EXIT
            IF ACM-FWD-SAME
               DISPLAY 'acct-maint: ' FUNCTION TRIM(ATR-KEY)
                  ' already scheduled as id ' FWC-ID
               ADD 1 TO ACM-SCHED-COUNT
               GO TO 2400-SCHEDULE-TRAN-EXIT
            END-IF
      *     record zero's effective date carries the next id
            MOVE 0 TO FWC-ID
            READ FWD-CHANGE-FILE
            IF ACM-FWD-STATUS = '00'
               MOVE FWC-EFFECTIVE-DATE TO ACM-FWD-ID
            ELSE
               MOVE 1 TO ACM-FWD-ID
               MOVE SPACES TO FWD-CHANGE-RECORD
               MOVE 0 TO FWC-ID FWC-SCHEDULED-DATE FWC-ACTION-DATE
               SET FWC-STATUS-RELEASED TO TRUE
               MOVE 1 TO FWC-EFFECTIVE-DATE
               WRITE FWD-CHANGE-RECORD
            END-IF
            MOVE SPACES TO FWD-CHANGE-RECORD
            MOVE ACM-FWD-ID TO FWC-ID
            SET FWC-STATUS-SCHEDULED TO TRUE
            MOVE ATR-KEY TO FWC-ACCOUNT-KEY
            MOVE ACM-EFFECTIVE-DATE TO FWC-EFFECTIVE-DATE
            MOVE ACM-TODAY TO FWC-SCHEDULED-DATE
            MOVE 'ACCTMNT1' TO FWC-SOURCE FWC-SCHEDULED-BY
            MOVE 0 TO FWC-ACTION-DATE
            MOVE TRANSACTION-RECORD TO FWC-TRANSACTION
            WRITE FWD-CHANGE-RECORD
            IF ACM-FWD-STATUS NOT = '00'
               DISPLAY 'acct-maint: ' FUNCTION TRIM(ATR-KEY)
                  ' not scheduled, status ' ACM-FWD-STATUS
               MOVE 'A10' TO ACM-REASON
               GO TO 2400-SCHEDULE-TRAN-EXIT
            END-IF
            MOVE 0 TO FWC-ID
            READ FWD-CHANGE-FILE
            IF ACM-FWD-STATUS = '00'
               COMPUTE FWC-EFFECTIVE-DATE = ACM-FWD-ID + 1
               REWRITE FWD-CHANGE-RECORD
            END-IF
            ADD 1 TO ACM-SCHED-COUNT
            MOVE 'ACCTMNT1' TO AUD-PROGRAM-ID
            MOVE 'FWDSCH' TO AUD-ACTION
            MOVE ATR-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        2400-SCHEDULE-TRAN-EXIT.
            EXIT.

        2410-FIND-SAME.
            SET ACM-FWD-SAME TO FALSE
            SET ACM-FWD-EOF TO FALSE
            MOVE ATR-KEY TO FWC-ACCOUNT-KEY
            START FWD-CHANGE-FILE KEY = FWC-ACCOUNT-KEY
            IF ACM-FWD-STATUS NOT = '00'
               GO TO 2410-FIND-SAME-EXIT
            END-IF
            PERFORM 2420-TEST-ONE-SAME THRU 2420-TEST-ONE-SAME-EXIT
                UNTIL ACM-FWD-EOF OR ACM-FWD-SAME.
        2410-FIND-SAME-EXIT.
            EXIT.

        2420-TEST-ONE-SAME.
            READ FWD-CHANGE-FILE NEXT
                AT END
                    SET ACM-FWD-EOF TO TRUE
                    GO TO 2420-TEST-ONE-SAME-EXIT
            END-READ
            IF FWC-ACCOUNT-KEY NOT = ATR-KEY
               SET ACM-FWD-EOF TO TRUE
               GO TO 2420-TEST-ONE-SAME-EXIT
            END-IF
            IF FWC-STATUS-SCHEDULED AND
               FWC-TRANSACTION = TRANSACTION-RECORD
               SET ACM-FWD-SAME TO TRUE
            END-IF.
        2420-TEST-ONE-SAME-EXIT.
            EXIT.

        3000-APPLY-TRAN.
            EVALUATE ATR-ACTION
               WHEN 'A'
               WHEN 'D'
                  PERFORM 3300-DELETE-ACCOUNT
                     THRU 3300-DELETE-ACCOUNT-EXIT
               WHEN 'M'
                  PERFORM 3700-MOVE-BALANCE
                     THRU 3700-MOVE-BALANCE-EXIT
            END-EVALUATE.
        3000-APPLY-TRAN-EXIT.
            EXIT.
               GO TO 3100-ADD-ACCOUNT-EXIT
            END-IF
            PERFORM 3400-BUILD-MASTER THRU 3400-BUILD-MASTER-EXIT
            IF PII-FAILED
               MOVE 'A20' TO ACM-REASON
               GO TO 3100-ADD-ACCOUNT-EXIT
            END-IF
            MOVE ATR-KEY TO AM-KEY
            SET AM-STATUS-ACTIVE TO TRUE
            MOVE SPACES TO JRN-BEFORE-IMAGE
               ADD 1 TO ACM-APPLIED-COUNT
               SET AUD-ACTION-CREATE TO TRUE
               PERFORM 3500-AUDIT-CHANGE THRU 3500-AUDIT-CHANGE-EXIT
               MOVE 0 TO ACM-OLD-BALANCE
               MOVE SPACES TO ACM-OLD-BRANCH ACM-OLD-PRODUCT
                              ACM-OLD-TYPE ACM-OLD-CURRENCY
               MOVE AM-BALANCE TO ACM-NEW-BALANCE
               PERFORM 3800-POST-HISTORY THRU 3800-POST-HISTORY-EXIT
               PERFORM 3850-LOG-GL-MOVEMENT
                  THRU 3850-LOG-GL-MOVEMENT-EXIT
               PERFORM 3900-LINK-CUSTOMER
                  THRU 3900-LINK-CUSTOMER-EXIT
            ELSE
               MOVE 'A10' TO ACM-REASON
            END-IF.
               MOVE 'A08' TO ACM-REASON
               GO TO 3200-CHANGE-ACCOUNT-EXIT
            END-IF
            IF ATR-PRODUCT NOT = SPACES
               MOVE ATR-PRODUCT TO ACM-PRODUCT-CODE
            ELSE
               MOVE AM-PRODUCT-CODE TO ACM-PRODUCT-CODE
            END-IF
            PERFORM 2270-EDIT-PRODUCT THRU 2270-EDIT-PRODUCT-EXIT
            IF ACM-REASON NOT = SPACES
               GO TO 3200-CHANGE-ACCOUNT-EXIT
            END-IF
            MOVE ACCT-MASTER-RECORD TO JRN-BEFORE-IMAGE
            MOVE AM-BALANCE TO ACM-OLD-BALANCE
            PERFORM 3840-SAVE-GL-HOME THRU 3840-SAVE-GL-HOME-EXIT
            IF ATR-BALANCE-X = SPACES
               MOVE AM-BALANCE TO ACM-NEW-BALANCE
            ELSE
               MOVE ATR-BALANCE TO ACM-NEW-BALANCE
            END-IF
            MOVE ACM-CURRENCY TO ACM-CCY-CODE
            MOVE ACM-NEW-BALANCE TO ACM-CCY-AMOUNT
            PERFORM 2280-EDIT-CURRENCY THRU 2280-EDIT-CURRENCY-EXIT
            IF ACM-REASON NOT = SPACES
               GO TO 3200-CHANGE-ACCOUNT-EXIT
            END-IF
      *     a debit may not break into held funds
            IF ACM-NEW-BALANCE < AM-BALANCE
               MOVE AM-KEY TO HCQ-KEY
               MOVE ACM-TODAY TO HCQ-ASOF-DATE
               CALL 'HOLD-CHECK' USING HCQ-CONTROL
               IF HCQ-OK AND ACM-NEW-BALANCE < HCQ-TOTAL
                  MOVE 'A12' TO ACM-REASON
                  GO TO 3200-CHANGE-ACCOUNT-EXIT
               END-IF
               IF ACM-NEW-BALANCE < 0 AND PQQ-OK AND
                  NOT PQQ-OD-ALLOWED
                  MOVE 'A23' TO ACM-REASON
                  GO TO 3200-CHANGE-ACCOUNT-EXIT
               END-IF
            END-IF
            PERFORM 3400-BUILD-MASTER THRU 3400-BUILD-MASTER-EXIT
            IF PII-FAILED
               MOVE 'A20' TO ACM-REASON
               GO TO 3200-CHANGE-ACCOUNT-EXIT
            END-IF
            MOVE ACCT-MASTER-RECORD TO JRN-AFTER-IMAGE
            SET JRN-ACTION-UPDATE TO TRUE
            PERFORM 3600-JOURNAL-CHANGE
               ADD 1 TO ACM-APPLIED-COUNT
               SET AUD-ACTION-UPDATE TO TRUE
               PERFORM 3500-AUDIT-CHANGE THRU 3500-AUDIT-CHANGE-EXIT
               MOVE AM-BALANCE TO ACM-NEW-BALANCE
               PERFORM 3800-POST-HISTORY THRU 3800-POST-HISTORY-EXIT
               PERFORM 3850-LOG-GL-MOVEMENT
                  THRU 3850-LOG-GL-MOVEMENT-EXIT
            ELSE
               MOVE 'A10' TO ACM-REASON
            END-IF.
               GO TO 3300-DELETE-ACCOUNT-EXIT
            END-IF
            MOVE ACCT-MASTER-RECORD TO JRN-BEFORE-IMAGE
            MOVE AM-BALANCE TO ACM-OLD-BALANCE
            PERFORM 3840-SAVE-GL-HOME THRU 3840-SAVE-GL-HOME-EXIT
            MOVE SPACES TO JRN-AFTER-IMAGE
            SET JRN-ACTION-DELETE TO TRUE
            PERFORM 3600-JOURNAL-CHANGE
               ADD 1 TO ACM-APPLIED-COUNT
               SET AUD-ACTION-DELETE TO TRUE
               PERFORM 3500-AUDIT-CHANGE THRU 3500-AUDIT-CHANGE-EXIT
               MOVE 0 TO ACM-NEW-BALANCE
               PERFORM 3800-POST-HISTORY THRU 3800-POST-HISTORY-EXIT
               PERFORM 3850-LOG-GL-MOVEMENT
                  THRU 3850-LOG-GL-MOVEMENT-EXIT
               PERFORM 3950-UNLINK-ACCOUNT
                  THRU 3950-UNLINK-ACCOUNT-EXIT
            ELSE
               MOVE 'A10' TO ACM-REASON
            END-IF.
            EXIT.

      * change transactions carry full replacement values; a field
      * left blank keeps the master's current contents, and a name
      * left blank stays under the key it was written with
        3400-BUILD-MASTER.
            SET PII-PROTECTED TO TRUE
            IF ATR-SHORT-NAME NOT = SPACES OR ATR-ACTION = 'A'
               MOVE ATR-SHORT-NAME TO AM-SHORT-NAME
            END-IF
                  MOVE UTF8-BUFFER (1:UTF8-SAFE-LENGTH)
                    TO AM-CUSTOMER-NAME (1:UTF8-SAFE-LENGTH)
               END-IF
               MOVE AM-CUSTOMER-NAME TO ACM-CLEAR-NAME PII-NAME
               MOVE ATR-KEY TO PII-RECORD-KEY
               PERFORM 9310-PII-PROTECT-NAME
                  THRU 9310-PII-PROTECT-NAME-EXIT
               IF PII-PROTECTED
                  MOVE PII-NAME TO AM-CUSTOMER-NAME
                  MOVE PII-KEY-ID TO AM-PII-KEY-ID
               END-IF
            END-IF
            MOVE ATR-BRANCH TO AM-BRANCH
            MOVE ACM-TYPE TO AM-TYPE
            MOVE ACM-CURRENCY TO AM-CURRENCY
            MOVE ACM-PRODUCT-CODE TO AM-PRODUCT-CODE
            IF ATR-ACTION = 'A'
               MOVE PQQ-STMT-CYCLE TO AM-STMT-CYCLE
            END-IF
            IF ATR-BALANCE-X NOT = SPACES
               MOVE ATR-BALANCE TO AM-BALANCE
            END-IF
            MOVE FUNCTION NUMVAL(ATR-OPEN-DATE) TO AM-OPEN-DATE
            MOVE ACM-TODAY TO AM-LAST-MAINT-DATE.
        3400-BUILD-MASTER-EXIT.
            MOVE ACM-TODAY TO JRN-RUN-ID
            MOVE 'ACCTMNT1' TO JRN-PROGRAM-ID
            MOVE ATR-KEY TO JRN-KEY
            MOVE ATR-ORIGIN TO JRN-SRC-PROGRAM
            MOVE ATR-PROVENANCE TO JRN-SRC-STAMP
            PERFORM 9550-WRITE-JOURNAL
               THRU 9550-WRITE-JOURNAL-EXIT.
        3600-JOURNAL-CHANGE-EXIT.
            EXIT.

      * the movement applies to the balance as it stands now, so two
      * postings against one account in the same night both land
        3700-MOVE-BALANCE.
            MOVE ATR-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF ACM-FILE-STATUS NOT = '00'
               MOVE 'A08' TO ACM-REASON
               GO TO 3700-MOVE-BALANCE-EXIT
            END-IF
            IF AM-STATUS-CLOSED
               MOVE 'A15' TO ACM-REASON
               GO TO 3700-MOVE-BALANCE-EXIT
            END-IF
      *     the amount is in the movement's own currency, the
      *     account's when it names none
            IF ATR-CURRENCY NOT = SPACES
               MOVE ATR-CURRENCY TO ACM-CCY-CODE
            ELSE
               MOVE AM-CURRENCY TO ACM-CCY-CODE
            END-IF
            MOVE ATR-AMOUNT TO ACM-CCY-AMOUNT
            PERFORM 2280-EDIT-CURRENCY THRU 2280-EDIT-CURRENCY-EXIT
            IF ACM-REASON NOT = SPACES
               GO TO 3700-MOVE-BALANCE-EXIT
            END-IF
            SET ACM-FX-MOVEMENT TO FALSE
            MOVE ATR-AMOUNT TO ACM-POST-AMOUNT
            IF ATR-CURRENCY NOT = SPACES AND
               ATR-CURRENCY NOT = AM-CURRENCY
               PERFORM 3750-CONVERT-AMOUNT
                  THRU 3750-CONVERT-AMOUNT-EXIT
               IF ACM-REASON NOT = SPACES
                  GO TO 3700-MOVE-BALANCE-EXIT
               END-IF
            END-IF
            MOVE ACCT-MASTER-RECORD TO JRN-BEFORE-IMAGE
            MOVE AM-BALANCE TO ACM-OLD-BALANCE
            PERFORM 3840-SAVE-GL-HOME THRU 3840-SAVE-GL-HOME-EXIT
            COMPUTE ACM-NEW-BALANCE = AM-BALANCE + ACM-POST-AMOUNT
      *     a debit may not break into held funds
            IF ACM-POST-AMOUNT < 0
               MOVE AM-KEY TO HCQ-KEY
               MOVE ACM-TODAY TO HCQ-ASOF-DATE
               CALL 'HOLD-CHECK' USING HCQ-CONTROL
               IF HCQ-OK AND ACM-NEW-BALANCE < HCQ-TOTAL
                  MOVE 'A12' TO ACM-REASON
                  GO TO 3700-MOVE-BALANCE-EXIT
               END-IF
               IF ACM-NEW-BALANCE < 0
                  MOVE AM-PRODUCT-CODE TO PQQ-CODE
                  MOVE AM-TYPE TO PQQ-TYPE
                  CALL 'PRODUCT-LOOKUP' USING PQQ-CONTROL
                  IF PQQ-OK AND NOT PQQ-OD-ALLOWED
                     MOVE 'A23' TO ACM-REASON
                     GO TO 3700-MOVE-BALANCE-EXIT
                  END-IF
               END-IF
            END-IF
            MOVE ACM-NEW-BALANCE TO AM-BALANCE
            MOVE ACM-TODAY TO AM-LAST-MAINT-DATE
            MOVE ACCT-MASTER-RECORD TO JRN-AFTER-IMAGE
            SET JRN-ACTION-UPDATE TO TRUE
            PERFORM 3600-JOURNAL-CHANGE
               THRU 3600-JOURNAL-CHANGE-EXIT
            IF NOT JRN-GOOD
               MOVE 'A11' TO ACM-REASON
               GO TO 3700-MOVE-BALANCE-EXIT
            END-IF
            REWRITE ACCT-MASTER-RECORD
            IF ACM-FILE-STATUS = '00'
               ADD 1 TO ACM-APPLIED-COUNT
               SET AUD-ACTION-UPDATE TO TRUE
               PERFORM 3500-AUDIT-CHANGE THRU 3500-AUDIT-CHANGE-EXIT
               PERFORM 3800-POST-HISTORY THRU 3800-POST-HISTORY-EXIT
               PERFORM 3850-LOG-GL-MOVEMENT
                  THRU 3850-LOG-GL-MOVEMENT-EXIT
               IF ACM-FX-MOVEMENT
                  PERFORM 3780-LOG-CONVERSION
                     THRU 3780-LOG-CONVERSION-EXIT
               END-IF
            ELSE
               MOVE 'A10' TO ACM-REASON
            END-IF.
        3700-MOVE-BALANCE-EXIT.
            EXIT.

      * the movement is in its own currency: convert it to the
      * account's at the customer rate of its value date
        3750-CONVERT-AMOUNT.
            PERFORM 3760-PRIMARY-SEGMENT
               THRU 3760-PRIMARY-SEGMENT-EXIT
            MOVE ATR-CURRENCY TO FXC-FROM-CURRENCY
            MOVE AM-CURRENCY TO FXC-TO-CURRENCY
            MOVE ACM-SEGMENT TO FXC-SEGMENT
            IF ATR-VALUE-DATE NUMERIC
               MOVE ATR-VALUE-DATE TO FXC-VALUE-DATE
            ELSE
               MOVE ACM-TODAY TO FXC-VALUE-DATE
            END-IF
            MOVE ATR-AMOUNT TO FXC-AMOUNT
            CALL 'FX-CONVERT' USING FXC-CONTROL
            IF NOT FXC-OK
               DISPLAY 'acct-maint: ' FUNCTION TRIM(ATR-KEY)
                  ' no ' ATR-CURRENCY '/' AM-CURRENCY
                  ' rate, status ' FXC-STATUS
               MOVE 'A19' TO ACM-REASON
               GO TO 3750-CONVERT-AMOUNT-EXIT
            END-IF
            MOVE FXC-CONVERTED TO ACM-POST-AMOUNT
            SET ACM-FX-MOVEMENT TO TRUE.
        3750-CONVERT-AMOUNT-EXIT.
            EXIT.

      * the spread follows the primary holder's segment; an
      * account with no primary holder on file prices as retail
        3760-PRIMARY-SEGMENT.
            MOVE 'RT' TO ACM-SEGMENT
            SET ACM-REL-EOF TO FALSE
            MOVE AM-KEY TO CRL-ACCOUNT-ALT
            START CUST-REL-FILE KEY = CRL-ACCOUNT-ALT
            IF ACM-REL-STATUS NOT = '00'
               GO TO 3760-PRIMARY-SEGMENT-EXIT
            END-IF
            PERFORM 3770-READ-ONE-PARTY THRU 3770-READ-ONE-PARTY-EXIT
                UNTIL ACM-REL-EOF.
        3760-PRIMARY-SEGMENT-EXIT.
            EXIT.

        3770-READ-ONE-PARTY.
            READ CUST-REL-FILE NEXT
                AT END
                    SET ACM-REL-EOF TO TRUE
                    GO TO 3770-READ-ONE-PARTY-EXIT
            END-READ
            IF CRL-ACCOUNT-ALT NOT = AM-KEY
               SET ACM-REL-EOF TO TRUE
               GO TO 3770-READ-ONE-PARTY-EXIT
            END-IF
            IF NOT CRL-ROLE-PRIMARY
               GO TO 3770-READ-ONE-PARTY-EXIT
            END-IF
            SET ACM-REL-EOF TO TRUE
            MOVE CRL-CUSTOMER-ID TO CUS-ID
            READ CUST-MASTER-FILE
            IF ACM-CUST-STATUS = '00' AND CUS-SEG-VALID
               MOVE CUS-SEGMENT TO ACM-SEGMENT
            END-IF.
        3770-READ-ONE-PARTY-EXIT.
            EXIT.

      * the movement has posted; its conversion goes on the feed
      * the ledger bridge and the position run read
        3780-LOG-CONVERSION.
            ADD 1 TO ACM-FX-COUNT
            OPEN EXTEND FX-CONV-FILE
            IF ACM-FXV-STATUS NOT = '00' AND
               ACM-FXV-STATUS NOT = '05'
               DISPLAY 'acct-maint: FXCONV open failed, status '
                  ACM-FXV-STATUS ', conversion not logged for '
                  AM-KEY
               ADD 1 TO ACM-FXV-FAIL-COUNT
               GO TO 3780-LOG-CONVERSION-EXIT
            END-IF
            MOVE ACM-TODAY TO FXV-POST-DATE
            MOVE AM-KEY TO FXV-ACCOUNT-KEY
            MOVE ATR-REFERENCE TO FXV-REFERENCE
            MOVE ACM-SEGMENT TO FXV-SEGMENT
            MOVE FXC-VALUE-DATE TO FXV-VALUE-DATE
            MOVE ATR-CURRENCY TO FXV-TXN-CURRENCY
            MOVE ATR-AMOUNT TO FXV-TXN-AMOUNT
            MOVE AM-CURRENCY TO FXV-ACCT-CURRENCY
            MOVE FXC-CONVERTED TO FXV-CONVERTED
            MOVE FXC-MID-RATE TO FXV-MID-RATE
            MOVE FXC-CUSTOMER-RATE TO FXV-CUSTOMER-RATE
            MOVE FXC-SPREAD-INCOME TO FXV-SPREAD-INCOME
            IF ATR-ORIGIN = SPACES
               MOVE 'ACCTMNT1' TO FXV-SOURCE
            ELSE
               MOVE ATR-ORIGIN TO FXV-SOURCE
            END-IF
            WRITE FX-CONV-RECORD
            IF ACM-FXV-STATUS NOT = '00'
               DISPLAY 'acct-maint: FXCONV write failed, status '
                  ACM-FXV-STATUS ', conversion not logged for '
                  AM-KEY
               ADD 1 TO ACM-FXV-FAIL-COUNT
            END-IF
            CLOSE FX-CONV-FILE.
        3780-LOG-CONVERSION-EXIT.
            EXIT.

      * every applied posting that moved the balance leaves one
      * history entry; the master update stands even if the entry
      * cannot be written, and the run ends with a warning
        3800-POST-HISTORY.
            COMPUTE THQ-AMOUNT = ACM-NEW-BALANCE - ACM-OLD-BALANCE
            IF THQ-AMOUNT = 0
               GO TO 3800-POST-HISTORY-EXIT
            END-IF
            SET THQ-REQ-POST TO TRUE
            MOVE ATR-KEY TO THQ-KEY
            MOVE ACM-TODAY TO THQ-POST-DATE
            MOVE ATR-ACTION TO THQ-ACTION
            MOVE ACM-NEW-BALANCE TO THQ-BALANCE
            MOVE ATR-REFERENCE TO THQ-REFERENCE
            MOVE 'ACCTMNT1' TO THQ-POSTED-BY
            IF ATR-ORIGIN = SPACES
               MOVE 'ACCTMNT1' TO THQ-ORIGIN
            ELSE
               MOVE ATR-ORIGIN TO THQ-ORIGIN
            END-IF
            MOVE 0 TO THQ-VALUE-DATE
            IF (ATR-ACTION = 'C' OR ATR-ACTION = 'M') AND
               ATR-VALUE-DATE NUMERIC
               MOVE ATR-VALUE-DATE TO THQ-VALUE-DATE
            END-IF
            MOVE ATR-PROVENANCE TO THQ-PROVENANCE
            MOVE ATR-NARRATIVE TO THQ-NARRATIVE
            IF THQ-NARRATIVE = SPACES
               EVALUATE ATR-ACTION
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
            IF NOT THQ-OK
               DISPLAY 'acct-maint: history not recorded for '
                  ATR-KEY ' status ' THQ-STATUS
               ADD 1 TO ACM-HIST-FAIL-COUNT
            END-IF.
        3800-POST-HISTORY-EXIT.
            EXIT.

      * where the balance sat in the GL before the update: its
      * branch, and the product and type its GL class comes from
        3840-SAVE-GL-HOME.
            MOVE AM-BRANCH TO ACM-OLD-BRANCH
            MOVE AM-PRODUCT-CODE TO ACM-OLD-PRODUCT
            MOVE AM-TYPE TO ACM-OLD-TYPE
            MOVE AM-CURRENCY TO ACM-OLD-CURRENCY.
        3840-SAVE-GL-HOME-EXIT.
            EXIT.

      * the update has been committed to the master; what it did
      * to the balance, and where the balance now sits, goes on
      * the feed GL-BRIDGE posts the ledger from.  An update that
      * neither moved money nor moved a balance to a new GL home
      * leaves nothing for the ledger.  The master update stands
      * if the row cannot be written; the run ends with a warning
      * and GL-TRIAL shows the break.
        3850-LOG-GL-MOVEMENT.
            MOVE 0 TO GMV-SPREAD-INCOME
            IF ATR-ACTION = 'M' AND ACM-FX-MOVEMENT
               MOVE FXC-SPREAD-INCOME TO GMV-SPREAD-INCOME
            END-IF
            IF ATR-ACTION = 'D'
               MOVE ACM-OLD-BRANCH TO GMV-NEW-BRANCH
               MOVE ACM-OLD-PRODUCT TO GMV-NEW-PRODUCT
               MOVE ACM-OLD-TYPE TO GMV-NEW-TYPE
               MOVE ACM-OLD-CURRENCY TO GMV-CURRENCY
            ELSE
               MOVE AM-BRANCH TO GMV-NEW-BRANCH
               MOVE AM-PRODUCT-CODE TO GMV-NEW-PRODUCT
               MOVE AM-TYPE TO GMV-NEW-TYPE
               MOVE AM-CURRENCY TO GMV-CURRENCY
            END-IF
            IF ACM-NEW-BALANCE = ACM-OLD-BALANCE AND
               GMV-SPREAD-INCOME = 0
               IF ACM-OLD-BALANCE = 0
                  GO TO 3850-LOG-GL-MOVEMENT-EXIT
               END-IF
               IF GMV-NEW-BRANCH = ACM-OLD-BRANCH AND
                  GMV-NEW-PRODUCT = ACM-OLD-PRODUCT AND
                  GMV-NEW-TYPE = ACM-OLD-TYPE
                  GO TO 3850-LOG-GL-MOVEMENT-EXIT
               END-IF
            END-IF
            IF NOT ACM-GLM-OPEN
               OPEN EXTEND GL-MOVE-FILE
               IF ACM-GLM-STATUS NOT = '00' AND
                  ACM-GLM-STATUS NOT = '05'
                  DISPLAY 'acct-maint: GLMOVE open failed, status '
                     ACM-GLM-STATUS ', movement not logged for '
                     ATR-KEY
                  ADD 1 TO ACM-GLM-FAIL-COUNT
                  GO TO 3850-LOG-GL-MOVEMENT-EXIT
               END-IF
               SET ACM-GLM-OPEN TO TRUE
            END-IF
            MOVE ACM-TODAY TO GMV-POST-DATE
            MOVE ATR-KEY TO GMV-ACCOUNT-KEY
            MOVE ATR-ACTION TO GMV-ACTION
            MOVE ACM-OLD-BRANCH TO GMV-OLD-BRANCH
            MOVE ACM-OLD-PRODUCT TO GMV-OLD-PRODUCT
            MOVE ACM-OLD-TYPE TO GMV-OLD-TYPE
            MOVE ACM-OLD-BALANCE TO GMV-OLD-BALANCE
            MOVE ACM-NEW-BALANCE TO GMV-NEW-BALANCE
            IF ATR-ORIGIN = SPACES
               MOVE 'ACCTMNT1' TO GMV-SOURCE
            ELSE
               MOVE ATR-ORIGIN TO GMV-SOURCE
            END-IF
            MOVE ATR-REFERENCE TO GMV-REFERENCE
            WRITE GL-MOVE-RECORD
            IF ACM-GLM-STATUS NOT = '00'
               DISPLAY 'acct-maint: GLMOVE write failed, status '
                  ACM-GLM-STATUS ', movement not logged for '
                  ATR-KEY
               ADD 1 TO ACM-GLM-FAIL-COUNT
            END-IF.
        3850-LOG-GL-MOVEMENT-EXIT.
            EXIT.

      * the account is posted by now; a customer file that cannot
      * be written leaves the account unlinked and ends the run
      * with a warning, for ACCT-SCREEN to put right
        3900-LINK-CUSTOMER.
            IF ATR-CUSTOMER-ID = SPACES
               GO TO 3900-LINK-CUSTOMER-EXIT
            END-IF
            MOVE ATR-CUSTOMER-ID TO CUS-ID
            READ CUST-MASTER-FILE
            IF ACM-CUST-STATUS = '23'
               MOVE SPACES TO CUST-MASTER-RECORD
               MOVE ATR-CUSTOMER-ID TO CUS-ID
               MOVE ACM-CLEAR-NAME TO CUS-LEGAL-NAME
               IF ATR-CUST-BIRTH-DATE = SPACES
                  MOVE 0 TO CUS-BIRTH-DATE
               ELSE
                  MOVE ATR-CUST-BIRTH-DATE TO CUS-BIRTH-DATE
               END-IF
               MOVE ATR-CUST-TAX-ID TO CUS-TAX-ID
               IF ATR-CUST-SEGMENT = SPACES
                  SET CUS-SEG-RETAIL TO TRUE
               ELSE
                  MOVE ATR-CUST-SEGMENT TO CUS-SEGMENT
               END-IF
               SET CUS-STATUS-ACTIVE TO TRUE
               MOVE ACM-TODAY TO CUS-OPEN-DATE
               MOVE ACM-TODAY TO CUS-LAST-MAINT-DATE
               WRITE CUST-MASTER-RECORD
               IF ACM-CUST-STATUS = '00'
                  MOVE 'ACCTMNT1' TO AUD-PROGRAM-ID
                  SET AUD-ACTION-CREATE TO TRUE
                  MOVE CUS-ID TO AUD-KEY
                  PERFORM 9700-WRITE-AUDIT-RECORD
                     THRU 9700-WRITE-AUDIT-RECORD-EXIT
               END-IF
            END-IF
            IF ACM-CUST-STATUS NOT = '00'
               DISPLAY 'acct-maint: customer ' ATR-CUSTOMER-ID
                  ' not recorded, status ' ACM-CUST-STATUS
               ADD 1 TO ACM-CUST-FAIL-COUNT
               GO TO 3900-LINK-CUSTOMER-EXIT
            END-IF
            MOVE SPACES TO CUST-REL-RECORD
            MOVE ATR-CUSTOMER-ID TO CRL-CUSTOMER-ID
            MOVE ATR-KEY TO CRL-ACCOUNT-KEY
            MOVE ATR-KEY TO CRL-ACCOUNT-ALT
            SET CRL-ROLE-PRIMARY TO TRUE
            MOVE ACM-TODAY TO CRL-SINCE-DATE
            MOVE ACM-TODAY TO CRL-LAST-MAINT-DATE
            WRITE CUST-REL-RECORD
            IF ACM-REL-STATUS NOT = '00'
               DISPLAY 'acct-maint: account ' ATR-KEY
                  ' not linked, status ' ACM-REL-STATUS
               ADD 1 TO ACM-CUST-FAIL-COUNT
               GO TO 3900-LINK-CUSTOMER-EXIT
            END-IF
            MOVE 'ACCTMNT1' TO AUD-PROGRAM-ID
            MOVE 'RELADD' TO AUD-ACTION
            MOVE ATR-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3900-LINK-CUSTOMER-EXIT.
            EXIT.

      * every party to a deleted account loses the relationship;
      * the customers themselves stay on file
        3950-UNLINK-ACCOUNT.
            SET ACM-REL-EOF TO FALSE
            MOVE ATR-KEY TO CRL-ACCOUNT-ALT
            START CUST-REL-FILE KEY = CRL-ACCOUNT-ALT
            IF ACM-REL-STATUS NOT = '00'
               GO TO 3950-UNLINK-ACCOUNT-EXIT
            END-IF
            PERFORM 3960-UNLINK-ONE THRU 3960-UNLINK-ONE-EXIT
                UNTIL ACM-REL-EOF.
        3950-UNLINK-ACCOUNT-EXIT.
            EXIT.

        3960-UNLINK-ONE.
            READ CUST-REL-FILE NEXT
                AT END
                    SET ACM-REL-EOF TO TRUE
                    GO TO 3960-UNLINK-ONE-EXIT
            END-READ
            IF CRL-ACCOUNT-ALT NOT = ATR-KEY
               SET ACM-REL-EOF TO TRUE
               GO TO 3960-UNLINK-ONE-EXIT
            END-IF
            DELETE CUST-REL-FILE RECORD
            IF ACM-REL-STATUS NOT = '00'
               ADD 1 TO ACM-CUST-FAIL-COUNT
               GO TO 3960-UNLINK-ONE-EXIT
            END-IF
            MOVE 'ACCTMNT1' TO AUD-PROGRAM-ID
            MOVE 'RELDEL' TO AUD-ACTION
            MOVE ATR-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3960-UNLINK-ONE-EXIT.
            EXIT.

        4000-REJECT-TRAN.
            ADD 1 TO ACM-REJECT-COUNT
            MOVE ACM-REASON TO ARJ-REASON
                   RETURNING JRN-RC
               END-CALL
      *        the master now reflects the day: the intraday memo
      *        shadow must not double-count it.  Only the day
      *        posted goes; postings since the cut are tomorrow's
               SET MPQ-REQ-CLEAR TO TRUE
               MOVE ACM-TODAY TO MPQ-DATE
               CALL 'MEMO-POST' USING MPQ-CONTROL
               EVALUATE TRUE
                  WHEN MPQ-OK
                     CONTINUE
                  WHEN MPQ-NO-DAY
                     DISPLAY 'acct-maint: no memo shadow held for '
                        ACM-TODAY
                  WHEN MPQ-CLEARED-UNCUT
                     DISPLAY 'acct-maint: memo shadow for '
                        ACM-TODAY ' cleared with no cutover taken,'
                        ' later postings cleared with it'
                  WHEN OTHER
                     DISPLAY 'acct-maint: memo shadow not cleared,'
                        ' status ' MPQ-STATUS
               END-EVALUATE
            END-IF
            CLOSE ACCT-MASTER-FILE TRANSACTION-FILE REJECT-FILE
                  CUST-MASTER-FILE CUST-REL-FILE
            IF ACM-FWD-OPEN
               CLOSE FWD-CHANGE-FILE
            END-IF
            IF ACM-GLM-OPEN
               CLOSE GL-MOVE-FILE
            END-IF
            DISPLAY 'acct-maint: ' ACM-READ-COUNT ' read, '
               ACM-APPLIED-COUNT ' applied, '
               ACM-REJECT-COUNT ' rejected, '
               ACM-HELD-COUNT ' held, '
               ACM-FX-COUNT ' converted, '
               ACM-SCHED-COUNT ' scheduled, '
               ACM-SREL-COUNT ' from SANCREL'
            IF ACM-REJECT-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            IF ACM-HELD-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            IF ACM-HIST-FAIL-COUNT > 0 AND JOB-OK
               DISPLAY 'acct-maint: ' ACM-HIST-FAIL-COUNT
                  ' postings missing from transaction history'
               SET JOB-WARNING TO TRUE
            END-IF
            IF ACM-CUST-FAIL-COUNT > 0 AND JOB-OK
               DISPLAY 'acct-maint: ' ACM-CUST-FAIL-COUNT
                  ' customer links not recorded'
               SET JOB-WARNING TO TRUE
            END-IF
            IF ACM-FXV-FAIL-COUNT > 0 AND JOB-OK
               DISPLAY 'acct-maint: ' ACM-FXV-FAIL-COUNT
                  ' conversions missing from FXCONV'
               SET JOB-WARNING TO TRUE
            END-IF
            IF ACM-GLM-FAIL-COUNT > 0 AND JOB-OK
               DISPLAY 'acct-maint: ' ACM-GLM-FAIL-COUNT
                  ' movements missing from GLMOVE'
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ACM-RUN-STOP)
              TO AUD-RC
            MOVE 'ACCTMNT1' TO JHR-PROGRAM-ID
        COPY abend-paragraphs.
        COPY jobhist-paragraphs.
        COPY utf8-paragraphs.
        COPY apply-reg-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY exit-status-paragraphs.
        End Program ACCT-MAINT.
