      *  output procedure then skips every record up to the pointer
      *  and appends from the checkpointed block.
      *
      *  A transaction arriving without an intake stamp
      *  (ATR-PROVENANCE, last 31 bytes) is stamped here with its
      *  record number in ACCTTRAN and the business date, so every
      *  posting reaching POSTSEQ can be traced; a stamp set by
      *  DELIM-INTAKE or a generating program passes through
      *  untouched.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -RUNID=<run id>     this stream's run id
      *      -CKPT=<path>        restart file, pre-created
      *                        restart skip count only lines up if a
      *                        re-run returns equal-keyed records in
      *                        the arrival order the dead run saw.
      *  2026-10-15 smckinney  Accepts movement (M) transactions;
      *                        they carry branch, signed amount and
      *                        date like any other and take the same
      *                        edits.
      *  2026-10-15 smckinney  Transaction record widened to 300
      *                        bytes (origin, reference, narrative);
      *                        sort, work and POSTSEQ records widen
      *                        with it.
      *  2026-10-15 smckinney  Account key check digits proved
      *                        through ACCT-KEY (A26) as ACCT-MAINT
      *                        proves them.  A change with its
      *                        balance columns blank is no longer
      *                        rejected A05: ACCT-MAINT keeps the
      *                        balance as it stands.
      *  2026-10-15 smckinney  A currency given on a transaction is
      *                        edited against the CCYMST currency
      *                        master (A27) and its amount against
      *                        the currency's minor units (A28) as
      *                        ACCT-MAINT edits them.
      *  2026-10-15 smckinney  Transactions arriving without an
      *                        intake stamp are stamped with their
      *                        ACCTTRAN record number and the
      *                        business date.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. TRAN-SEQUENCE.
        01  SORT-RECORD.
            05  SRT-KEY             PIC X(32).
            05  SRT-DATE            PIC X(08).
            05  SRT-DATA            PIC X(300).
        FD  TRAN-IN-FILE.
        01  TRAN-IN-RECORD.
            05  ATR-ACTION          PIC X(01).
            05  ATR-KEY             PIC X(32).
            05  ATR-REST            PIC X(267).
        01  TRAN-IN-DETAIL REDEFINES TRAN-IN-RECORD.
            05  FILLER              PIC X(01).
            05  FILLER              PIC X(32).
            05  ATD-TYPE            PIC X(02).
            05  ATD-CURRENCY        PIC X(03).
            05  ATD-BALANCE         PIC X(15).
            05  ATD-AMOUNT REDEFINES ATD-BALANCE
                                    PIC S9(13)V99.
            05  ATD-OPEN-DATE       PIC X(08).
            05  FILLER              PIC X(114).
            05  ATD-PROVENANCE.
                10  ATD-SRC-SENDER  PIC X(08).
                10  ATD-SRC-FILE-SEQ PIC 9(06).
                10  ATD-SRC-RECORD  PIC 9(09).
                10  ATD-SRC-RUN-ID  PIC X(08).
        FD  POST-SEQ-FILE.
        01  POST-SEQ-RECORD         PIC X(340).
        FD  POST-SEQ-WORK-FILE.
        01  POST-SEQ-WORK-RECORD    PIC X(340).
        FD  REJECT-FILE.
        01  REJECT-RECORD.
            05  SRJ-REASON          PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  SRJ-DATA            PIC X(300).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        01  CKPT-RC                 Binary-Long.
        COPY cmdline-parms.
        COPY exit-status.
        COPY acct-key.
        COPY currency-lookup.
        01  TSQ-RUN-ID              PIC X(16).
        01  TSQ-CKPT-PATH           PIC X(256)
                Value '/var/batch/restart/TRANSEQ.ckpt'.

        2200-EDIT-ONE.
            MOVE SPACES TO SRJ-REASON
            SET AKQ-REQ-VALIDATE TO TRUE
            MOVE ATR-KEY TO AKQ-KEY
            CALL 'ACCT-KEY' USING AKQ-CONTROL
            EVALUATE TRUE
               WHEN ATR-ACTION NOT = 'A' AND ATR-ACTION NOT = 'C'
                    AND ATR-ACTION NOT = 'D' AND ATR-ACTION NOT = 'M'
                  MOVE 'A01' TO SRJ-REASON
               WHEN ATR-KEY = SPACES
                  MOVE 'A02' TO SRJ-REASON
               WHEN AKQ-CHECK-FAILED
                  MOVE 'A26' TO SRJ-REASON
               WHEN ATR-ACTION NOT = 'D' AND
                    ATD-BRANCH NOT NUMERIC
                  MOVE 'A04' TO SRJ-REASON
               WHEN ATR-ACTION NOT = 'D' AND
                    ATD-BALANCE NOT NUMERIC AND
                    NOT (ATR-ACTION = 'C' AND ATD-BALANCE = SPACES)
                  MOVE 'A05' TO SRJ-REASON
               WHEN ATR-ACTION NOT = 'D' AND
                    ATD-OPEN-DATE NOT NUMERIC
                  MOVE 'A06' TO SRJ-REASON
            END-EVALUATE
            IF SRJ-REASON = SPACES AND ATR-ACTION NOT = 'D' AND
               (ATR-ACTION = 'A' OR ATD-CURRENCY NOT = SPACES)
               PERFORM 2250-EDIT-CURRENCY THRU 2250-EDIT-CURRENCY-EXIT
            END-IF
            IF SRJ-REASON NOT = SPACES
               ADD 1 TO TSQ-REJECT-COUNT
               MOVE SPACES TO REJECT-RECORD
               MOVE SRJ-REASON TO REJECT-RECORD (1:3)
               MOVE TRAN-IN-RECORD (1:300) TO SRJ-DATA
               WRITE REJECT-RECORD
               GO TO 2200-EDIT-ONE-EXIT
            END-IF
            IF ATD-PROVENANCE = SPACES OR ATD-SRC-RECORD NOT NUMERIC
               MOVE SPACES TO ATD-SRC-SENDER
               MOVE 0 TO ATD-SRC-FILE-SEQ
               MOVE TSQ-IN-COUNT TO ATD-SRC-RECORD
               MOVE BDQ-DATE TO ATD-SRC-RUN-ID
            END-IF
            MOVE ATR-KEY TO SRT-KEY
            MOVE ATD-OPEN-DATE TO SRT-DATE
            MOVE TRAN-IN-RECORD (1:300) TO SRT-DATA
            RELEASE SORT-RECORD.
        2200-EDIT-ONE-EXIT.
            EXIT.

      * the currency must be on the currency master, and active
      * unless a change keeps the account's own, and the amount
      * within its minor units; with no currency master there is
      * no edit
        2250-EDIT-CURRENCY.
            MOVE ATD-CURRENCY TO CYQ-CODE
            IF ATD-BALANCE NUMERIC
               MOVE ATD-AMOUNT TO CYQ-AMOUNT
            ELSE
               MOVE 0 TO CYQ-AMOUNT
            END-IF
            SET CYQ-REQ-ROUND TO TRUE
            CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL
            IF CYQ-NO-FILE
               GO TO 2250-EDIT-CURRENCY-EXIT
            END-IF
            IF CYQ-UNKNOWN OR (CYQ-INACTIVE AND ATR-ACTION NOT = 'C')
               MOVE 'A27' TO SRJ-REASON
               GO TO 2250-EDIT-CURRENCY-EXIT
            END-IF
            IF ATD-BALANCE NUMERIC AND CYQ-AMOUNT NOT = ATD-AMOUNT
               MOVE 'A28' TO SRJ-REASON
            END-IF.
        2250-EDIT-CURRENCY-EXIT.
            EXIT.

      * records before the resume pointer were already written by
      * the run that died; they are returned, counted and skipped
        3000-WRITE-SEQUENCED.
               GO TO 3200-WRITE-ONE-EXIT
            END-IF
            MOVE SPACES TO POST-SEQ-RECORD
            MOVE SORT-RECORD TO POST-SEQ-RECORD (1:340)
            WRITE POST-SEQ-RECORD
            ADD 1 TO TSQ-OUT-COUNT
            ADD 1 TO TSQ-BLOCK-COUNT
