      *  account's charges, prints the pre-posting proof report
      *  (FEEPROOF) totaled by branch for sign-off, and emits one
      *  combined fee transaction per charged account into the
      *  posting stream (FEETRAN, acct-maint transaction layout, a
      *  movement debiting the charge total) so
      *  ACCT-MAINT applies the charge under the normal edits,
      *  journal and audit.  Each emission is written as an
      *  AUD-RECORD with the distinct FEEPST action, so fee income
      *  is traceable end to end.
      *
      *  FEESCHED record layout (fixed columns):
      *      FSR-CODE      X(4)     CLOS is the closing fee,
      *                             charged by ACCT-CLOSE only
      *      FSR-TYPE      X(2)     AM-TYPE it applies to, '**' any
      *      FSR-BRANCH    X(4)     branch override, spaces = all
      *      FSR-BASIS     X(1)     F flat, T balance-tiered
      *      FSR-TIER-MIN  9(13)V99 zoned, tier floor (0 for flat)
      *      FSR-AMOUNT    9(9)V99 zoned
      *      FSR-PLAN      X(4)     fee plan, spaces = by type
      *  An account is charged under its PRODMST catalog product
      *  (PRODUCT-LOOKUP): a row naming a fee plan applies only to
      *  accounts whose product carries that plan, whatever its
      *  FSR-TYPE; a row with no plan applies by FSR-TYPE against
      *  the product's base type.  For one code a plan row beats a
      *  type row and a branch-specific row beats a generic one,
      *  plan first.  The CLOS rows ACCT-CLOSE reads stay by type.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -FORCE=Y    run without the month-end marker
      *      -SLICE=, -MERGE=, -RUNID=, -WORKDIR=, -BLOCK=, -LOWKEY=,
      *      -HIGHKEY=   set by PARTITION-RUNNER when the walk is
      *                  split over key ranges (see part-slice.cpy);
      *                  each slice writes its own FEETRAN and
      *                  carries its branch and fee-code totals, and
      *                  the merge concatenates the transactions in
      *                  key order and prints the one FEEPROOF
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *                        from the BAL-HISTORY subprogram;
      *                        an account with no snapshot history
      *                        falls back to its live balance.
      *  2026-10-15 smckinney  Charges are emitted as movement (M)
      *                        transactions debiting the fee total,
      *                        not as replacement balances, so a
      *                        posting applied to the account after
      *                        this run is not overwritten.
      *  2026-10-15 smckinney  Charge transactions carry origin
      *                        FEENGIN1, the run date as reference
      *                        and a narrative for the account's
      *                        posted-transaction history.
      *  2026-10-15 smckinney  Rows of the closing fee code CLOS are
      *                        skipped; ACCT-CLOSE charges that fee
      *                        once, when the account closes.
      *  2026-10-15 smckinney  Rows are chosen by the account's
      *                        catalog product: fee plan rows
      *                        (FSR-PLAN) for the product's plan,
      *                        type rows by its base type.
      *  2026-10-15 smckinney  Slice and merge modes for a key-range
      *                        partitioned walk under PARTITION-RUNNER.
      *  2026-10-15 smckinney  Each charge carries its intake stamp
      *                        (ATR-PROVENANCE): its record number
      *                        in FEETRAN, renumbered as the merge
      *                        copies the slices, and the run's
      *                        business date, no inbound file.
      *  2026-10-15 smckinney  Row selection moved to
      *                        fee-select-paragraphs.cpy, shared
      *                        with the RATE-SIM impact simulation.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. FEE-ENGINE.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG
            Function POSIX-SETENV
            Function POSIX-PWRITE
            Function POSIX-PREAD
            Function POSIX-FSYNC
            Function POSIX-FTRUNCATE
            Function POSIX-CREAT.
        Input-Output Section.
        File-Control.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Line Sequential.
            Select PROOF-FILE Assign To FEEPROOF
                Organization Is Line Sequential.
            Select PART-SLICE-FILE Assign To PARTSLCE
                Organization Is Line Sequential
                File Status Is PTS-SLICE-STATUS.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
            05  FSR-BASIS           PIC X(01).
            05  FSR-TIER-MIN        PIC 9(13)V99.
            05  FSR-AMOUNT          PIC 9(9)V99.
            05  FSR-PLAN            PIC X(04).
        FD  FEE-TRAN-FILE.
        01  FEE-TRAN-RECORD.
            05  ATR-ACTION          PIC X(01).
            05  ATR-TYPE            PIC X(02).
            05  ATR-CURRENCY        PIC X(03).
            05  ATR-BALANCE         PIC S9(13)V99.
            05  ATR-AMOUNT REDEFINES ATR-BALANCE
                                    PIC S9(13)V99.
            05  ATR-OPEN-DATE       PIC X(08).
            05  ATR-ORIGIN          PIC X(08).
            05  ATR-REFERENCE       PIC X(16).
            05  ATR-NARRATIVE       PIC X(30).
            05  FILLER              PIC X(60).
            05  ATR-PROVENANCE.
                10  ATR-SRC-SENDER  PIC X(08).
                10  ATR-SRC-FILE-SEQ PIC 9(06).
                10  ATR-SRC-RECORD  PIC 9(09).
                10  ATR-SRC-RUN-ID  PIC X(08).
        FD  PROOF-FILE.
        01  PROOF-LINE              PIC X(132).
        FD  PART-SLICE-FILE.
        01  PART-SLICE-RECORD       PIC X(512).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bal-average.
        COPY cmdline-parms.
        COPY exit-status.
        COPY ckpt-record.
        COPY part-slice.
        01  JHW-FILE-STATUS         PIC X(02).
        01  FEE-RUN-START.
            05  FEE-START-SECONDS   Usage BINARY-DOUBLE.
            88  FEE-SELECTED            Value 'Y', False 'N'.
        01  FEE-READ-COUNT          PIC 9(09) Value 0.
        01  FEE-CHARGED-COUNT       PIC 9(09) Value 0.
        01  FEE-MERGED-COUNT        PIC 9(09) Value 0.
        01  FEE-TODAY               PIC 9(08).
        01  FEE-SCHED-COUNT         Binary-Long Value 0.
        01  FEE-SCHED-SUB           Binary-Long.
                10  FEE-S-BASIS     PIC X(01).
                10  FEE-S-TIER-MIN  PIC 9(13)V99.
                10  FEE-S-AMOUNT    PIC 9(9)V99.
                10  FEE-S-PLAN      PIC X(04).
        01  FEE-CODE-COUNT          Binary-Long Value 0.
        01  FEE-CODE-SUB            Binary-Long.
        01  FEE-CODE-TABLE.
                10  FEE-B-TOTAL     PIC S9(15)V99 COMP-3.
                10  FEE-B-COUNT     PIC 9(09).
        01  FEE-BEST-SUB            Binary-Long.
        01  FEE-BEST-RANK           PIC 9(01).
        01  FEE-ROW-RANK            PIC 9(01).
        COPY product-lookup.
        01  FEE-ACCT-TOTAL          PIC S9(13)V99 COMP-3.
        01  FEE-TIER-BALANCE        PIC S9(13)V99 COMP-3.
        01  FEE-ONE-AMOUNT          PIC S9(11)V99 COMP-3.
        01  FEE-GRAND-TOTAL         PIC S9(15)V99 COMP-3 Value 0.
        01  FEE-WORK-CODE           PIC X(04).
        01  FEE-OUT-OPEN-SW         PIC X(01) Value 'N'.
            88  FEE-OUT-OPEN            Value 'Y', False 'N'.
      * the counts and proof tables a slice carries in its restart
      * file, laid out as FEE-CODE-TABLE and FEE-BRANCH-TABLE
        01  FEE-ST-SUB              Binary-Long.
        01  FEE-SLICE-TOTALS.
            05  FEE-ST-READ         PIC 9(09).
            05  FEE-ST-CHARGED      PIC 9(09).
            05  FEE-ST-GRAND        PIC S9(15)V99 COMP-3.
            05  FEE-ST-CODE-COUNT   PIC 9(04).
            05  FEE-ST-BRANCH-COUNT PIC 9(04).
            05  FEE-ST-CODES.
                10  FEE-ST-CODE-ENTRY OCCURS 100 TIMES.
                    15  FEE-SC-CODE     PIC X(04).
                    15  FEE-SC-TOTAL    PIC S9(15)V99 COMP-3.
                    15  FEE-SC-COUNT    PIC 9(09).
            05  FEE-ST-BRANCHES.
                10  FEE-ST-BRANCH-ENTRY OCCURS 200 TIMES.
                    15  FEE-SB-BRANCH   PIC X(04).
                    15  FEE-SB-TOTAL    PIC S9(15)V99 COMP-3.
                    15  FEE-SB-COUNT    PIC 9(09).
        01  FEE-HDR-LINE.
            05  FILLER              PIC X(36) Value
                'SERVICE-CHARGE PRE-POSTING PROOF -- '.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK AND FEE-SELECTED
               IF PTS-MERGE-RUN
                  PERFORM 7000-MERGE-SLICES
                     THRU 7000-MERGE-SLICES-EXIT
               ELSE
                  PERFORM 2000-CHARGE-ALL THRU 2000-CHARGE-ALL-EXIT
                  IF NOT PTS-SLICE-RUN
                     PERFORM 5000-PROOF-REPORT
                        THRU 5000-PROOF-REPORT-EXIT
                  END-IF
               END-IF
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
            SET FEE-SELECTED TO FALSE
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'FEENGIN1' TO PTS-JOB-ID
            PERFORM 9450-PART-PARSE-ARGS
               THRU 9450-PART-PARSE-ARGS-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'fee-engine: no business date established'
            IF NOT FEE-SELECTED
               DISPLAY 'fee-engine: ' FEE-TODAY
                  ' is not month-end, nothing to do'
      *        a slice still completes, with nothing in it
               IF PTS-SLICE-RUN
                  PERFORM 9455-PART-OPEN-SLICE
                     THRU 9455-PART-OPEN-SLICE-EXIT
               END-IF
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            IF PTS-MERGE-RUN
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1100-LOAD-SCHEDULE
                  FEE-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            IF PTS-SLICE-RUN
               PERFORM 1200-OPEN-SLICE THRU 1200-OPEN-SLICE-EXIT
            ELSE
               OPEN OUTPUT FEE-TRAN-FILE
               SET FEE-OUT-OPEN TO TRUE
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

                AT END
                    SET FEE-EOF TO TRUE
                NOT AT END
      *             the closing fee is charged by ACCT-CLOSE when
      *             the account closes, never as a monthly charge
                    IF FSR-CODE = 'CLOS'
                       GO TO 1110-READ-ONE-ROW-EXIT
                    END-IF
                    IF FEE-SCHED-COUNT >= 100
      *                a partial schedule silently un-charges
      *                fees; the proof report must not be signed
                         TO FEE-S-TIER-MIN (FEE-SCHED-COUNT)
                       MOVE FSR-AMOUNT
                         TO FEE-S-AMOUNT (FEE-SCHED-COUNT)
                       MOVE FSR-PLAN
                         TO FEE-S-PLAN (FEE-SCHED-COUNT)
                       PERFORM 1120-NOTE-CODE
                          THRU 1120-NOTE-CODE-EXIT
                    END-IF
        1130-MATCH-ONE-CODE-EXIT.
            EXIT.

      * one key range of a partitioned walk: its own FEETRAN, picked
      * up where the last checkpoint left it with the proof totals
      * as they stood there
        1200-OPEN-SLICE.
            IF NOT JOB-OK
               GO TO 1200-OPEN-SLICE-EXIT
            END-IF
            MOVE 1 TO PTS-OUT-COUNT
            MOVE 'FEETRAN' TO PTS-OUT-NAME (1)
            PERFORM 9455-PART-OPEN-SLICE
               THRU 9455-PART-OPEN-SLICE-EXIT
            IF PTS-ALREADY-DONE
               SET FEE-EOF TO TRUE
            END-IF
            IF NOT JOB-OK OR PTS-ALREADY-DONE
               GO TO 1200-OPEN-SLICE-EXIT
            END-IF
            IF PTS-RESUMING
               MOVE PTS-CKPT-TOTALS TO FEE-SLICE-TOTALS
               MOVE FEE-ST-READ TO FEE-READ-COUNT
               MOVE FEE-ST-CHARGED TO FEE-CHARGED-COUNT
               MOVE FEE-ST-GRAND TO FEE-GRAND-TOTAL
               MOVE FEE-ST-CODE-COUNT TO FEE-CODE-COUNT
               MOVE FEE-ST-CODES TO FEE-CODE-TABLE
               MOVE FEE-ST-BRANCH-COUNT TO FEE-BRANCH-COUNT
               MOVE FEE-ST-BRANCHES TO FEE-BRANCH-TABLE
               OPEN EXTEND FEE-TRAN-FILE
            ELSE
               OPEN OUTPUT FEE-TRAN-FILE
            END-IF
            SET FEE-OUT-OPEN TO TRUE
            PERFORM 9460-PART-POSITION THRU 9460-PART-POSITION-EXIT
            IF PTS-SLICE-END
               SET FEE-EOF TO TRUE
            END-IF.
        1200-OPEN-SLICE-EXIT.
            EXIT.

        2000-CHARGE-ALL.
            IF NOT JOB-OK OR PTS-ALREADY-DONE
               GO TO 2000-CHARGE-ALL-EXIT
            END-IF
            IF NOT PTS-SLICE-END
               SET FEE-EOF TO FALSE
            END-IF
            PERFORM 2100-READ-ONE-ACCOUNT
               THRU 2100-READ-ONE-ACCOUNT-EXIT
                UNTIL FEE-EOF.
                AT END
                    SET FEE-EOF TO TRUE
                NOT AT END
                    IF PTS-SLICE-RUN AND AM-KEY > PTS-HIGH-KEY
                       SET FEE-EOF TO TRUE
                       GO TO 2100-READ-ONE-ACCOUNT-EXIT
                    END-IF
                    ADD 1 TO FEE-READ-COUNT
                    IF AM-STATUS-ACTIVE
                       PERFORM 3000-CHARGE-ACCOUNT
                          THRU 3000-CHARGE-ACCOUNT-EXIT
                    END-IF
                    IF PTS-SLICE-RUN
                       PERFORM 2200-SLICE-CHECKPOINT
                          THRU 2200-SLICE-CHECKPOINT-EXIT
                    END-IF
            END-READ.
        2100-READ-ONE-ACCOUNT-EXIT.
            EXIT.

      * every PTS-BLOCK accounts FEETRAN is flushed and the slice's
      * position, file size and proof totals go down together
        2200-SLICE-CHECKPOINT.
            ADD 1 TO PTS-SINCE-CKPT
            IF PTS-SINCE-CKPT < PTS-BLOCK
               GO TO 2200-SLICE-CHECKPOINT-EXIT
            END-IF
            CLOSE FEE-TRAN-FILE
            OPEN EXTEND FEE-TRAN-FILE
            PERFORM 2300-SAVE-TOTALS THRU 2300-SAVE-TOTALS-EXIT
            PERFORM 9465-PART-CHECKPOINT
               THRU 9465-PART-CHECKPOINT-EXIT
            IF JOB-NEEDS-RERUN
               SET FEE-EOF TO TRUE
            END-IF.
        2200-SLICE-CHECKPOINT-EXIT.
            EXIT.

        2300-SAVE-TOTALS.
            MOVE FEE-READ-COUNT TO FEE-ST-READ
            MOVE FEE-CHARGED-COUNT TO FEE-ST-CHARGED
            MOVE FEE-GRAND-TOTAL TO FEE-ST-GRAND
            MOVE FEE-CODE-COUNT TO FEE-ST-CODE-COUNT
            MOVE FEE-CODE-TABLE TO FEE-ST-CODES
            MOVE FEE-BRANCH-COUNT TO FEE-ST-BRANCH-COUNT
            MOVE FEE-BRANCH-TABLE TO FEE-ST-BRANCHES
            MOVE FEE-SLICE-TOTALS TO PTS-CKPT-TOTALS.
        2300-SAVE-TOTALS-EXIT.
            EXIT.

        3000-CHARGE-ACCOUNT.
            MOVE 0 TO FEE-ACCT-TOTAL
      *     tiers key off the month's average collected balance;
            ELSE
               MOVE AM-BALANCE TO FEE-TIER-BALANCE
            END-IF
            MOVE AM-PRODUCT-CODE TO PQQ-CODE
            MOVE AM-TYPE TO PQQ-TYPE
            CALL 'PRODUCT-LOOKUP' USING PQQ-CONTROL
            PERFORM 3100-ONE-FEE-CODE
               THRU 3100-ONE-FEE-CODE-EXIT
               VARYING FEE-CODE-SUB FROM 1 BY 1
            EXIT.

      * picks the winning schedule row for one code against this
      * account (fee-select-paragraphs.cpy) and charges it
        3100-ONE-FEE-CODE.
            MOVE FEE-C-CODE (FEE-CODE-SUB) TO FEE-WORK-CODE
            PERFORM 9620-FEE-SELECT-ROW
               THRU 9620-FEE-SELECT-ROW-EXIT
            IF FEE-BEST-SUB > 0
               MOVE FEE-S-AMOUNT (FEE-BEST-SUB)
                 TO FEE-ONE-AMOUNT
        3100-ONE-FEE-CODE-EXIT.
            EXIT.

        3500-EMIT-CHARGE.
            MOVE SPACES TO FEE-TRAN-RECORD
            MOVE 'M' TO ATR-ACTION
            MOVE AM-KEY TO ATR-KEY
            MOVE AM-SHORT-NAME TO ATR-SHORT-NAME
            MOVE AM-CUSTOMER-NAME TO ATR-CUST-NAME
            MOVE AM-BRANCH TO ATR-BRANCH
            MOVE AM-TYPE TO ATR-TYPE
            MOVE AM-CURRENCY TO ATR-CURRENCY
            COMPUTE ATR-AMOUNT = 0 - FEE-ACCT-TOTAL
            MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            MOVE 'FEENGIN1' TO ATR-ORIGIN
            STRING 'FEE ' FEE-TODAY DELIMITED BY SIZE
              INTO ATR-REFERENCE
            END-STRING
            MOVE 'ACCOUNT SERVICE CHARGES' TO ATR-NARRATIVE
            MOVE SPACES TO ATR-SRC-SENDER
            MOVE 0 TO ATR-SRC-FILE-SEQ
            COMPUTE ATR-SRC-RECORD = FEE-CHARGED-COUNT + 1
            MOVE FEE-TODAY TO ATR-SRC-RUN-ID
            WRITE FEE-TRAN-RECORD
            ADD 1 TO FEE-CHARGED-COUNT
            ADD FEE-ACCT-TOTAL TO FEE-GRAND-TOTAL
        5200-PRINT-ONE-CODE-EXIT.
            EXIT.

      * the merge: every slice must have finished for this run; their
      * counts and proof tables are added (branches and fee codes in
      * the order a sequential walk meets them), their FEETRAN
      * copied out in slice (key) order, and the one proof printed
        7000-MERGE-SLICES.
            PERFORM 7100-TOTAL-ONE-SLICE THRU 7100-TOTAL-ONE-SLICE-EXIT
               VARYING PTS-MERGE-SLICE FROM 1 BY 1
               UNTIL PTS-MERGE-SLICE > PTS-SLICE-COUNT
            IF JOB-NEEDS-RERUN
               DISPLAY 'fee-engine: slices incomplete, nothing merged'
               GO TO 7000-MERGE-SLICES-EXIT
            END-IF
            OPEN OUTPUT FEE-TRAN-FILE
            SET FEE-OUT-OPEN TO TRUE
            MOVE 1 TO PTS-OUT-COUNT
            MOVE 'FEETRAN' TO PTS-OUT-NAME (1)
            MOVE 1 TO PTS-OUT-SUB
            PERFORM 7200-COPY-ONE-SLICE THRU 7200-COPY-ONE-SLICE-EXIT
               VARYING PTS-MERGE-SLICE FROM 1 BY 1
               UNTIL PTS-MERGE-SLICE > PTS-SLICE-COUNT
            PERFORM 5000-PROOF-REPORT THRU 5000-PROOF-REPORT-EXIT.
        7000-MERGE-SLICES-EXIT.
            EXIT.

        7100-TOTAL-ONE-SLICE.
            PERFORM 9480-PART-READ-SLICE THRU 9480-PART-READ-SLICE-EXIT
            IF NOT PTS-SLICE-OK
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 7100-TOTAL-ONE-SLICE-EXIT
            END-IF
            MOVE PTS-CKPT-TOTALS TO FEE-SLICE-TOTALS
            ADD FEE-ST-READ TO FEE-READ-COUNT
            ADD FEE-ST-CHARGED TO FEE-CHARGED-COUNT
            ADD FEE-ST-GRAND TO FEE-GRAND-TOTAL
            PERFORM 7110-ADD-ONE-CODE THRU 7110-ADD-ONE-CODE-EXIT
               VARYING FEE-ST-SUB FROM 1 BY 1
               UNTIL FEE-ST-SUB > FEE-ST-CODE-COUNT
            PERFORM 7120-ADD-ONE-BRANCH THRU 7120-ADD-ONE-BRANCH-EXIT
               VARYING FEE-ST-SUB FROM 1 BY 1
               UNTIL FEE-ST-SUB > FEE-ST-BRANCH-COUNT
            IF PTS-IMAGE-EXIT-STATUS = 4 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF.
        7100-TOTAL-ONE-SLICE-EXIT.
            EXIT.

        7110-ADD-ONE-CODE.
            PERFORM 1130-MATCH-ONE-CODE
               THRU 1130-MATCH-ONE-CODE-EXIT
               VARYING FEE-CODE-SUB FROM 1 BY 1
               UNTIL FEE-CODE-SUB > FEE-CODE-COUNT
                  OR FEE-C-CODE (FEE-CODE-SUB)
                     = FEE-SC-CODE (FEE-ST-SUB)
            IF FEE-CODE-SUB > FEE-CODE-COUNT
               IF FEE-CODE-COUNT < 100
                  ADD 1 TO FEE-CODE-COUNT
                  MOVE FEE-SC-CODE (FEE-ST-SUB)
                    TO FEE-C-CODE (FEE-CODE-COUNT)
                  MOVE 0 TO FEE-C-TOTAL (FEE-CODE-COUNT)
                  MOVE 0 TO FEE-C-COUNT (FEE-CODE-COUNT)
                  MOVE FEE-CODE-COUNT TO FEE-CODE-SUB
               ELSE
                  GO TO 7110-ADD-ONE-CODE-EXIT
               END-IF
            END-IF
            ADD FEE-SC-TOTAL (FEE-ST-SUB) TO FEE-C-TOTAL (FEE-CODE-SUB)
            ADD FEE-SC-COUNT (FEE-ST-SUB) TO FEE-C-COUNT (FEE-CODE-SUB).
        7110-ADD-ONE-CODE-EXIT.
            EXIT.

        7120-ADD-ONE-BRANCH.
            PERFORM 3610-MATCH-ONE-BRANCH
               THRU 3610-MATCH-ONE-BRANCH-EXIT
               VARYING FEE-BRANCH-SUB FROM 1 BY 1
               UNTIL FEE-BRANCH-SUB > FEE-BRANCH-COUNT
                  OR FEE-B-BRANCH (FEE-BRANCH-SUB)
                     = FEE-SB-BRANCH (FEE-ST-SUB)
            IF FEE-BRANCH-SUB > FEE-BRANCH-COUNT
               IF FEE-BRANCH-COUNT < 200
                  ADD 1 TO FEE-BRANCH-COUNT
                  MOVE FEE-SB-BRANCH (FEE-ST-SUB)
                    TO FEE-B-BRANCH (FEE-BRANCH-COUNT)
                  MOVE 0 TO FEE-B-TOTAL (FEE-BRANCH-COUNT)
                  MOVE 0 TO FEE-B-COUNT (FEE-BRANCH-COUNT)
                  MOVE FEE-BRANCH-COUNT TO FEE-BRANCH-SUB
               ELSE
                  GO TO 7120-ADD-ONE-BRANCH-EXIT
               END-IF
            END-IF
            ADD FEE-SB-TOTAL (FEE-ST-SUB)
              TO FEE-B-TOTAL (FEE-BRANCH-SUB)
            ADD FEE-SB-COUNT (FEE-ST-SUB)
              TO FEE-B-COUNT (FEE-BRANCH-SUB).
        7120-ADD-ONE-BRANCH-EXIT.
            EXIT.

        7200-COPY-ONE-SLICE.
            PERFORM 9485-PART-OPEN-MERGE-INPUT
               THRU 9485-PART-OPEN-MERGE-INPUT-EXIT
            PERFORM 7210-COPY-ONE-LINE THRU 7210-COPY-ONE-LINE-EXIT
               UNTIL PTS-SLICE-EOF
            CLOSE PART-SLICE-FILE.
        7200-COPY-ONE-SLICE-EXIT.
            EXIT.

        7210-COPY-ONE-LINE.
            PERFORM 9490-PART-READ-MERGE-INPUT
               THRU 9490-PART-READ-MERGE-INPUT-EXIT
            IF NOT PTS-SLICE-EOF
               MOVE PART-SLICE-RECORD TO FEE-TRAN-RECORD
               ADD 1 TO FEE-MERGED-COUNT
               MOVE FEE-MERGED-COUNT TO ATR-SRC-RECORD
               WRITE FEE-TRAN-RECORD
            END-IF.
        7210-COPY-ONE-LINE-EXIT.
            EXIT.

        9999-EXIT.
            IF FEE-SELECTED AND NOT PTS-MERGE-RUN
               CLOSE ACCT-MASTER-FILE
            END-IF
            IF FEE-OUT-OPEN
               CLOSE FEE-TRAN-FILE
            END-IF
            IF FEE-SELECTED AND (JOB-OK OR JOB-WARNING)
               DISPLAY 'fee-engine: ' FEE-READ-COUNT
                  ' accounts read, ' FEE-CHARGED-COUNT ' charged'
            END-IF
      *    a slice leaves its counts to the merge's job history
            IF PTS-SLICE-RUN
               PERFORM 2300-SAVE-TOTALS THRU 2300-SAVE-TOTALS-EXIT
               PERFORM 9475-PART-COMPLETE
                  THRU 9475-PART-COMPLETE-EXIT
               GO TO 9999-EXIT-EXIT
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, FEE-RUN-STOP)
              TO AUD-RC
            MOVE 'FEENGIN1' TO JHR-PROGRAM-ID
        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY part-paragraphs.
        COPY fee-select-paragraphs.
        COPY exit-status-paragraphs.
        End Program FEE-ENGINE.
