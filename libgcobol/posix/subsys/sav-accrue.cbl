      *
      *  When the business date carries the RUN-CALENDAR month-end
      *  marker the whole-cent part of each account's accrued
      *  balance is capitalized: an ordinary ACCTTRAN movement
      *  transaction (credit of the interest) is written to
      *  CAPTRAN for the normal ACCT-MAINT
      *  run, so capitalization goes through the same edits, journal
      *  and audit as any other posting.  The ledger keeps the
      *  sub-cent residue.  Every capitalization is written as an
      *  AUD-RECORD (action CAPINT).
      *
      *  Back-valued postings: a change or movement posted since
      *  the account's last accrual with a value date (TXN-HIST)
      *  before its accrued-through date was accrued at the wrong
      *  balance for the days in between.  Those days are
      *  recomputed from the BALHIST snapshots as they stood and
      *  as corrected by the back-valued amounts, at the tier rate
      *  each balance earns and through the same DAY-COUNT
      *  convention; the difference is added to the accrued
      *  interest in ACCRLDGR before tonight's accrual and any
      *  capitalization.  Each adjustment is listed on the BVADJRPT
      *  report with the original and corrected figures and
      *  audited (action BVADJ).  An account with no balance
      *  history for the value date is listed and left unadjusted
      *  (JOB-WARNING).
      *
      *  SAVRATES record layout (fixed columns):
      *      SVR-TIER-MIN  9(13)V99 zoned   tier floor balance
      *      SVR-RATE      9(3)V9(6) zoned  annual rate, percent
      *      SVR-TABLE-ID  X(4)             rate table, spaces =
      *                                     the default table
      *  An account accrues when its PRODMST catalog product
      *  (PRODUCT-LOOKUP) has base type 'SV', on the tiers of the
      *  product's rate table.  A product whose table has no tiers
      *  is listed and not accrued (JOB-WARNING); its accrued-
      *  through date stands, so the days are picked up once the
      *  table is loaded.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -CONVENTION=<day-count code>   default ACT/365
      *      -SLICE=, -MERGE=, -RUNID=, -WORKDIR=, -BLOCK=, -LOWKEY=,
      *      -HIGHKEY=   set by PARTITION-RUNNER when the walk is
      *                  split over key ranges (see part-slice.cpy);
      *                  each slice writes its own CAPTRAN and
      *                  BVADJRPT and the merge concatenates them in
      *                  key order under one report heading
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *                        year-end tax extract reports the
      *                        year's interest instead of
      *                        life-to-date.
      *  2026-10-15 smckinney  Capitalization is emitted as a
      *                        movement (M) transaction crediting
      *                        the interest, not a replacement
      *                        balance, so a posting applied after
      *                        this run is not overwritten.
      *  2026-10-15 smckinney  Capitalization transactions carry
      *                        origin SAVACCRU, the run date as
      *                        reference and a narrative for the
      *                        account's posted-transaction
      *                        history.
      *  2026-10-15 smckinney  Back-valued postings recompute the
      *                        interest already accrued from their
      *                        value date forward on the corrected
      *                        BALHIST balances and post the
      *                        difference to ACCRLDGR, listed on
      *                        the BVADJRPT report.
      *  2026-10-15 smckinney  Savings accounts are selected by
      *                        their catalog product's base type
      *                        and accrue on the product's SAVRATES
      *                        rate table (SVR-TABLE-ID).
      *  2026-10-15 smckinney  Slice and merge modes for a key-range
      *                        partitioned walk under PARTITION-RUNNER.
      *  2026-10-15 smckinney  Tier selection moved to
      *                        sav-tier-paragraphs.cpy, shared with
      *                        the RATE-SIM impact simulation.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. SAV-ACCRUE.
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
            Select CAP-TRAN-FILE Assign To CAPTRAN
                Organization Is Line Sequential.
            Select BAL-HISTORY-FILE Assign To BALHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is BHR-KEY
                File Status Is SAV-HIST-STATUS.
            Select ADJUST-REPORT-FILE Assign To BVADJRPT
                Organization Is Line Sequential.
            Select PART-SLICE-FILE Assign To PARTSLCE
                Organization Is Line Sequential
                File Status Is PTS-SLICE-STATUS.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
        01  RATE-TIER-RECORD.
            05  SVR-TIER-MIN        PIC 9(13)V99.
            05  SVR-RATE            PIC 9(3)V9(6).
            05  SVR-TABLE-ID        PIC X(04).
        FD  CAP-TRAN-FILE.
        01  CAP-TRAN-RECORD.
            05  ATR-ACTION          PIC X(01).
            05  ATR-TYPE            PIC X(02).
            05  ATR-CURRENCY        PIC X(03).
            05  ATR-BALANCE         PIC S9(13)V99.
            05  ATR-AMOUNT REDEFINES ATR-BALANCE
                                    PIC S9(13)V99.
            05  ATR-OPEN-DATE      PIC X(08).
            05  ATR-ORIGIN          PIC X(08).
            05  ATR-REFERENCE       PIC X(16).
            05  ATR-NARRATIVE       PIC X(30).
            05  FILLER              PIC X(91).
        FD  BAL-HISTORY-FILE.
        COPY bal-history.
        FD  ADJUST-REPORT-FILE.
        01  ADJUST-REPORT-LINE      PIC X(132).
        FD  PART-SLICE-FILE.
        01  PART-SLICE-RECORD       PIC X(512).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY run-calendar.
        COPY day-count.
        COPY txn-hist.
        COPY cmdline-parms.
        COPY exit-status.
        COPY ckpt-record.
        COPY part-slice.
        01  JHW-FILE-STATUS         PIC X(02).
        01  SAV-RUN-START.
            05  SAV-START-SECONDS   Usage BINARY-DOUBLE.
            05  SAV-TIER OCCURS 20 TIMES.
                10  SAV-T-MIN       PIC 9(13)V99.
                10  SAV-T-RATE      PIC 9(3)V9(6).
                10  SAV-T-TABLE     PIC X(04).
        01  SAV-RATE-TABLE          PIC X(04).
        01  SAV-TIER-MATCHES        Binary-Long.
        COPY product-lookup.
        01  SAV-RATE-FOUND          PIC 9(3)V9(6).
        01  SAV-INTEREST            PIC S9(13)V9(4) COMP-3.
        01  SAV-CAP-AMOUNT          PIC S9(13)V99 COMP-3.
        01  SAV-TODAY-YEAR          PIC 9(04).
        01  SAV-THROUGH-YEAR        PIC 9(04).
        01  SAV-HIST-STATUS         PIC X(02).
        01  SAV-HIST-OPEN-SW        PIC X(01) Value 'N'.
            88  SAV-HIST-OPEN           Value 'Y', False 'N'.
        01  SAV-TIER-BALANCE        PIC S9(13)V99 COMP-3.
        01  SAV-ADJUSTED-COUNT      PIC 9(09) Value 0.
        01  SAV-NO-HISTORY-COUNT    PIC 9(09) Value 0.
        01  SAV-OUT-OPEN-SW         PIC X(01) Value 'N'.
            88  SAV-OUT-OPEN            Value 'Y', False 'N'.
      * the counts a slice carries in its restart file
        01  SAV-SLICE-TOTALS.
            05  SAV-ST-READ         PIC 9(09).
            05  SAV-ST-ACCRUED      PIC 9(09).
            05  SAV-ST-CAP          PIC 9(09).
            05  SAV-ST-ADJUSTED     PIC 9(09).
            05  SAV-ST-NO-HISTORY   PIC 9(09).
      * the back-valued postings of the account being accrued
        01  SAV-BV-DONE-SW          PIC X(01).
            88  SAV-BV-DONE             Value 'Y', False 'N'.
        01  SAV-BV-COUNT            Binary-Long.
        01  SAV-BV-SUB              Binary-Long.
        01  SAV-ITEM-SUB            Binary-Long.
        01  SAV-BV-TABLE.
            05  SAV-BV-ENTRY OCCURS 50 TIMES.
                10  SAV-BV-VALUE-DATE PIC 9(08).
                10  SAV-BV-AMOUNT   PIC S9(13)V99 COMP-3.
        01  SAV-BV-EARLIEST         PIC 9(08).
        01  SAV-BV-TOTAL            PIC S9(13)V99 COMP-3.
      * the recomputation walks the days from the earliest value
      * date to the accrued-through date in segments of one
      * snapshot balance and one correction
        01  SAV-DAY                 PIC 9(08).
        01  SAV-DAY-SERIAL          Binary-Long.
        01  SAV-LOOKBACK            Binary-Long.
        01  SAV-SEG-START           PIC 9(08).
        01  SAV-SEG-BALANCE         PIC S9(13)V99 COMP-3.
        01  SAV-SEG-CORRECTION      PIC S9(13)V99 COMP-3.
        01  SAV-DAY-BALANCE         PIC S9(13)V99 COMP-3.
        01  SAV-DAY-CORRECTION      PIC S9(13)V99 COMP-3.
        01  SAV-ORIG-INTEREST       PIC S9(13)V9(8) COMP-3.
        01  SAV-CORR-INTEREST       PIC S9(13)V9(8) COMP-3.
        01  SAV-ADJUSTMENT          PIC S9(13)V9(4) COMP-3.
        01  SAV-RECOMPUTE-SW        PIC X(01).
            88  SAV-RECOMPUTE-OK        Value 'Y', False 'N'.
        01  SAV-ADJ-HDR-LINE.
            05  FILLER              PIC X(40) Value
                'SAVINGS BACK-VALUE INTEREST ADJUSTMENTS'.
            05  SAV-AH-DATE         PIC 9(08).
        01  SAV-ADJ-COL-LINE.
            05  FILLER              PIC X(33) Value 'ACCOUNT'.
            05  FILLER              PIC X(17) Value
                'VALUE    THROUGH'.
            05  FILLER              PIC X(34) Value
                '      BACK-VALUED         ORIGINAL'.
            05  FILLER              PIC X(34) Value
                '        CORRECTED       ADJUSTMENT'.
        01  SAV-ADJ-DETAIL-LINE.
            05  SAV-AD-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  SAV-AD-VALUE-DATE   PIC 9(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  SAV-AD-THROUGH-DATE PIC 9(08).
            05  SAV-AD-AMOUNT       PIC -(13)9.99.
            05  SAV-AD-ORIGINAL     PIC -(11)9.9999.
            05  SAV-AD-CORRECTED    PIC -(11)9.9999.
            05  SAV-AD-ADJUSTMENT   PIC -(11)9.9999.
            05  FILLER              PIC X(01) Value SPACE.
            05  SAV-AD-NOTE         PIC X(20).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF PTS-MERGE-RUN
               PERFORM 7000-MERGE-SLICES
                  THRU 7000-MERGE-SLICES-EXIT
            ELSE
               PERFORM 2000-ACCRUE-ALL THRU 2000-ACCRUE-ALL-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO SAV-CONVENTION
            END-IF
            MOVE 'SAVACCRU' TO PTS-JOB-ID
            PERFORM 9450-PART-PARSE-ARGS
               THRU 9450-PART-PARSE-ARGS-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'sav-accrue: no business date established,'
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, SAV-RUN-START)
              TO AUD-RC
            IF PTS-MERGE-RUN
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1100-LOAD-TIERS THRU 1100-LOAD-TIERS-EXIT
            OPEN INPUT ACCT-MASTER-FILE
            IF SAV-ACCT-STATUS NOT = '00'
                  SAV-ACCR-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            IF PTS-SLICE-RUN
               PERFORM 1200-OPEN-SLICE THRU 1200-OPEN-SLICE-EXIT
            ELSE
               OPEN OUTPUT CAP-TRAN-FILE ADJUST-REPORT-FILE
               SET SAV-OUT-OPEN TO TRUE
               PERFORM 1300-ADJUST-REPORT-HEADER
                  THRU 1300-ADJUST-REPORT-HEADER-EXIT
            END-IF
      *     no snapshots yet only matters to a back-valued posting
            OPEN INPUT BAL-HISTORY-FILE
            IF SAV-HIST-STATUS = '00'
               SET SAV-HIST-OPEN TO TRUE
            ELSE
               IF SAV-HIST-STATUS NOT = '35'
                  DISPLAY 'sav-accrue: cannot open BALHIST, status '
                     SAV-HIST-STATUS
               END-IF
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

                         TO SAV-T-MIN (SAV-TIER-COUNT)
                       MOVE SVR-RATE
                         TO SAV-T-RATE (SAV-TIER-COUNT)
                       MOVE SVR-TABLE-ID
                         TO SAV-T-TABLE (SAV-TIER-COUNT)
                    END-IF
            END-READ.
        1110-READ-ONE-TIER-EXIT.
            EXIT.

      * one key range of a partitioned walk: its own CAPTRAN and
      * report lines (no heading), picked up where the last
      * checkpoint left them
        1200-OPEN-SLICE.
            IF NOT JOB-OK
               GO TO 1200-OPEN-SLICE-EXIT
            END-IF
            MOVE 2 TO PTS-OUT-COUNT
            MOVE 'CAPTRAN' TO PTS-OUT-NAME (1)
            MOVE 'BVADJRPT' TO PTS-OUT-NAME (2)
            PERFORM 9455-PART-OPEN-SLICE
               THRU 9455-PART-OPEN-SLICE-EXIT
            IF PTS-ALREADY-DONE
               SET SAV-EOF TO TRUE
            END-IF
            IF NOT JOB-OK OR PTS-ALREADY-DONE
               GO TO 1200-OPEN-SLICE-EXIT
            END-IF
            IF PTS-RESUMING
               MOVE PTS-CKPT-TOTALS TO SAV-SLICE-TOTALS
               MOVE SAV-ST-READ TO SAV-READ-COUNT
               MOVE SAV-ST-ACCRUED TO SAV-ACCRUED-COUNT
               MOVE SAV-ST-CAP TO SAV-CAP-COUNT
               MOVE SAV-ST-ADJUSTED TO SAV-ADJUSTED-COUNT
               MOVE SAV-ST-NO-HISTORY TO SAV-NO-HISTORY-COUNT
               OPEN EXTEND CAP-TRAN-FILE ADJUST-REPORT-FILE
            ELSE
               OPEN OUTPUT CAP-TRAN-FILE ADJUST-REPORT-FILE
            END-IF
            SET SAV-OUT-OPEN TO TRUE
            PERFORM 9460-PART-POSITION THRU 9460-PART-POSITION-EXIT
            IF PTS-SLICE-END
               SET SAV-EOF TO TRUE
            END-IF.
        1200-OPEN-SLICE-EXIT.
            EXIT.

        1300-ADJUST-REPORT-HEADER.
            MOVE SAV-TODAY TO SAV-AH-DATE
            WRITE ADJUST-REPORT-LINE FROM SAV-ADJ-HDR-LINE
            MOVE SPACES TO ADJUST-REPORT-LINE
            WRITE ADJUST-REPORT-LINE
            WRITE ADJUST-REPORT-LINE FROM SAV-ADJ-COL-LINE.
        1300-ADJUST-REPORT-HEADER-EXIT.
            EXIT.

        2000-ACCRUE-ALL.
            IF NOT JOB-OK
               GO TO 2000-ACCRUE-ALL-EXIT
            END-IF
            PERFORM 2100-READ-ONE-ACCOUNT
               THRU 2100-READ-ONE-ACCOUNT-EXIT
                UNTIL SAV-EOF
      *    a slice leaves the report's closing line to the merge
            IF SAV-ADJUSTED-COUNT = 0 AND SAV-NO-HISTORY-COUNT = 0
               AND NOT PTS-SLICE-RUN
               MOVE 'NO BACK-VALUED POSTINGS' TO ADJUST-REPORT-LINE
               WRITE ADJUST-REPORT-LINE
            END-IF.
        2000-ACCRUE-ALL-EXIT.
            EXIT.

                AT END
                    SET SAV-EOF TO TRUE
                NOT AT END
                    IF PTS-SLICE-RUN AND AM-KEY > PTS-HIGH-KEY
                       SET SAV-EOF TO TRUE
                       GO TO 2100-READ-ONE-ACCOUNT-EXIT
                    END-IF
                    ADD 1 TO SAV-READ-COUNT
                    IF AM-STATUS-ACTIVE
                       MOVE AM-PRODUCT-CODE TO PQQ-CODE
                       MOVE AM-TYPE TO PQQ-TYPE
                       CALL 'PRODUCT-LOOKUP' USING PQQ-CONTROL
                       IF PQQ-BASE-TYPE = 'SV'
                          MOVE PQQ-RATE-TABLE TO SAV-RATE-TABLE
                          PERFORM 3000-ACCRUE-ACCOUNT
                             THRU 3000-ACCRUE-ACCOUNT-EXIT
                       END-IF
                    END-IF
                    IF PTS-SLICE-RUN
                       PERFORM 2200-SLICE-CHECKPOINT
                          THRU 2200-SLICE-CHECKPOINT-EXIT
                    END-IF
            END-READ.
        2100-READ-ONE-ACCOUNT-EXIT.
            EXIT.

      * every PTS-BLOCK accounts the outputs are flushed and the
      * slice's position, file sizes and counts go down together
        2200-SLICE-CHECKPOINT.
            ADD 1 TO PTS-SINCE-CKPT
            IF PTS-SINCE-CKPT < PTS-BLOCK
               GO TO 2200-SLICE-CHECKPOINT-EXIT
            END-IF
            CLOSE CAP-TRAN-FILE ADJUST-REPORT-FILE
            OPEN EXTEND CAP-TRAN-FILE ADJUST-REPORT-FILE
            PERFORM 2300-SAVE-TOTALS THRU 2300-SAVE-TOTALS-EXIT
            PERFORM 9465-PART-CHECKPOINT
               THRU 9465-PART-CHECKPOINT-EXIT
            IF JOB-NEEDS-RERUN
               SET SAV-EOF TO TRUE
            END-IF.
        2200-SLICE-CHECKPOINT-EXIT.
            EXIT.

        2300-SAVE-TOTALS.
            MOVE SAV-READ-COUNT TO SAV-ST-READ
            MOVE SAV-ACCRUED-COUNT TO SAV-ST-ACCRUED
            MOVE SAV-CAP-COUNT TO SAV-ST-CAP
            MOVE SAV-ADJUSTED-COUNT TO SAV-ST-ADJUSTED
            MOVE SAV-NO-HISTORY-COUNT TO SAV-ST-NO-HISTORY
            MOVE SAV-SLICE-TOTALS TO PTS-CKPT-TOTALS.
        2300-SAVE-TOTALS-EXIT.
            EXIT.

        3000-ACCRUE-ACCOUNT.
            MOVE AM-KEY TO ACR-KEY
            READ ACCRUAL-FILE
            IF ACR-THROUGH-DATE >= SAV-TODAY
               GO TO 3000-ACCRUE-ACCOUNT-EXIT
            END-IF
            MOVE AM-BALANCE TO SAV-TIER-BALANCE
            PERFORM 9610-SAV-FIND-TIER-RATE
               THRU 9610-SAV-FIND-TIER-RATE-EXIT
            IF SAV-TIER-MATCHES = 0
               DISPLAY 'sav-accrue: no SAVRATES tiers for rate'
                  ' table ' SAV-RATE-TABLE ' key ' AM-KEY
               SET JOB-WARNING TO TRUE
               GO TO 3000-ACCRUE-ACCOUNT-EXIT
            END-IF
      *     first accrual of a new year: last year's capitalized
      *     figure has been reported and starts over
            COMPUTE SAV-TODAY-YEAR = SAV-TODAY / 10000
            IF SAV-THROUGH-YEAR < SAV-TODAY-YEAR
               MOVE 0 TO ACR-CAPITALIZED-YTD
            END-IF
            PERFORM 3300-BACK-VALUE THRU 3300-BACK-VALUE-EXIT
            MOVE AM-BALANCE TO SAV-TIER-BALANCE
            PERFORM 9610-SAV-FIND-TIER-RATE
               THRU 9610-SAV-FIND-TIER-RATE-EXIT
            MOVE ACR-THROUGH-DATE TO DCN-FROM-DATE
            MOVE SAV-TODAY TO DCN-TO-DATE
            MOVE SAV-CONVENTION TO DCN-CONVENTION
        3000-ACCRUE-ACCOUNT-EXIT.
            EXIT.

      * whole cents capitalize through the normal posting stream;
      * the sub-cent residue stays accrued in the ledger
        3200-CAPITALIZE.
            MOVE ACR-ACCRUED-TD TO SAV-CAP-AMOUNT
            MOVE SPACES TO CAP-TRAN-RECORD
            MOVE 'M' TO ATR-ACTION
            MOVE AM-KEY TO ATR-KEY
            MOVE AM-SHORT-NAME TO ATR-SHORT-NAME
            MOVE AM-CUSTOMER-NAME TO ATR-CUST-NAME
            MOVE AM-BRANCH TO ATR-BRANCH
            MOVE AM-TYPE TO ATR-TYPE
            MOVE AM-CURRENCY TO ATR-CURRENCY
            MOVE SAV-CAP-AMOUNT TO ATR-AMOUNT
            MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            MOVE 'SAVACCRU' TO ATR-ORIGIN
            STRING 'CAP ' SAV-TODAY DELIMITED BY SIZE
              INTO ATR-REFERENCE
            END-STRING
            MOVE 'INTEREST CAPITALIZED' TO ATR-NARRATIVE
            WRITE CAP-TRAN-RECORD
            ADD 1 TO SAV-CAP-COUNT
            SUBTRACT SAV-CAP-AMOUNT FROM ACR-ACCRUED-TD
        3200-CAPITALIZE-EXIT.
            EXIT.

      * the account's postings since its last accrual come a reply
      * at a time; the ones valued before the accrued-through date
      * changed balances that interest has already been accrued on
        3300-BACK-VALUE.
            MOVE 0 TO SAV-BV-COUNT
            MOVE 0 TO SAV-BV-TOTAL
            MOVE 99999999 TO SAV-BV-EARLIEST
            SET SAV-BV-DONE TO FALSE
            MOVE ACR-THROUGH-DATE TO THQ-FROM-DATE
            MOVE 999999 TO THQ-FROM-SEQUENCE
            PERFORM 3310-ONE-PAGE THRU 3310-ONE-PAGE-EXIT
                UNTIL SAV-BV-DONE
            IF SAV-BV-COUNT = 0
               GO TO 3300-BACK-VALUE-EXIT
            END-IF
            MOVE AM-KEY TO SAV-AD-KEY
            MOVE SAV-BV-EARLIEST TO SAV-AD-VALUE-DATE
            MOVE ACR-THROUGH-DATE TO SAV-AD-THROUGH-DATE
            MOVE SAV-BV-TOTAL TO SAV-AD-AMOUNT
            MOVE 0 TO SAV-AD-ORIGINAL SAV-AD-CORRECTED
                      SAV-AD-ADJUSTMENT
            MOVE SPACES TO SAV-AD-NOTE
            PERFORM 3400-RECOMPUTE THRU 3400-RECOMPUTE-EXIT
            IF NOT SAV-RECOMPUTE-OK
               ADD 1 TO SAV-NO-HISTORY-COUNT
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
               WRITE ADJUST-REPORT-LINE FROM SAV-ADJ-DETAIL-LINE
               GO TO 3300-BACK-VALUE-EXIT
            END-IF
            COMPUTE SAV-ADJUSTMENT ROUNDED =
               SAV-CORR-INTEREST - SAV-ORIG-INTEREST
            ADD SAV-ADJUSTMENT TO ACR-ACCRUED-TD
            ADD 1 TO SAV-ADJUSTED-COUNT
            MOVE SAV-ORIG-INTEREST TO SAV-AD-ORIGINAL
            MOVE SAV-CORR-INTEREST TO SAV-AD-CORRECTED
            MOVE SAV-ADJUSTMENT TO SAV-AD-ADJUSTMENT
            WRITE ADJUST-REPORT-LINE FROM SAV-ADJ-DETAIL-LINE
            MOVE 'SAVACCRU' TO AUD-PROGRAM-ID
            MOVE 'BVADJ' TO AUD-ACTION
            MOVE AM-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3300-BACK-VALUE-EXIT.
            EXIT.

        3310-ONE-PAGE.
            SET THQ-REQ-RANGE TO TRUE
            MOVE AM-KEY TO THQ-KEY
            MOVE SAV-TODAY TO THQ-TO-DATE
            MOVE 30 TO THQ-MAX-ITEMS
            CALL 'TXN-HIST' USING THQ-CONTROL
            IF NOT THQ-OK
               SET SAV-BV-DONE TO TRUE
               GO TO 3310-ONE-PAGE-EXIT
            END-IF
            PERFORM 3320-ONE-POSTING THRU 3320-ONE-POSTING-EXIT
               VARYING SAV-ITEM-SUB FROM 1 BY 1
               UNTIL SAV-ITEM-SUB > THQ-ITEM-COUNT
            IF THQ-MORE
               MOVE THQ-I-DATE (THQ-ITEM-COUNT) TO THQ-FROM-DATE
               MOVE THQ-I-SEQUENCE (THQ-ITEM-COUNT)
                 TO THQ-FROM-SEQUENCE
            ELSE
               SET SAV-BV-DONE TO TRUE
            END-IF.
        3310-ONE-PAGE-EXIT.
            EXIT.

        3320-ONE-POSTING.
            IF THQ-I-VALUE-DATE (SAV-ITEM-SUB) NOT < ACR-THROUGH-DATE
               GO TO 3320-ONE-POSTING-EXIT
            END-IF
            IF SAV-BV-COUNT >= 50
               DISPLAY 'sav-accrue: over 50 back-valued postings,'
                  ' rest not recomputed, key ' AM-KEY
               SET JOB-WARNING TO TRUE
               GO TO 3320-ONE-POSTING-EXIT
            END-IF
            ADD 1 TO SAV-BV-COUNT
            MOVE THQ-I-VALUE-DATE (SAV-ITEM-SUB)
              TO SAV-BV-VALUE-DATE (SAV-BV-COUNT)
            MOVE THQ-I-AMOUNT (SAV-ITEM-SUB)
              TO SAV-BV-AMOUNT (SAV-BV-COUNT)
            ADD THQ-I-AMOUNT (SAV-ITEM-SUB) TO SAV-BV-TOTAL
            IF THQ-I-VALUE-DATE (SAV-ITEM-SUB) < SAV-BV-EARLIEST
               MOVE THQ-I-VALUE-DATE (SAV-ITEM-SUB)
                 TO SAV-BV-EARLIEST
            END-IF.
        3320-ONE-POSTING-EXIT.
            EXIT.

      * the interest of every day from the earliest value date up
      * to the accrued-through date, once on the snapshot balance
      * as it stood and once with the back-valued amounts added;
      * a day with no snapshot (not a business date) keeps the
      * balance of the day before
        3400-RECOMPUTE.
            SET SAV-RECOMPUTE-OK TO FALSE
            MOVE 0 TO SAV-ORIG-INTEREST SAV-CORR-INTEREST
            MOVE SAV-BV-EARLIEST TO SAV-DAY
            PERFORM 3410-SEED-BALANCE THRU 3410-SEED-BALANCE-EXIT
            IF NOT SAV-RECOMPUTE-OK
               MOVE 'NO BALANCE HISTORY' TO SAV-AD-NOTE
               GO TO 3400-RECOMPUTE-EXIT
            END-IF
            MOVE SAV-DAY-BALANCE TO SAV-SEG-BALANCE
            PERFORM 3440-DAY-CORRECTION THRU 3440-DAY-CORRECTION-EXIT
            MOVE SAV-DAY-CORRECTION TO SAV-SEG-CORRECTION
            MOVE SAV-DAY TO SAV-SEG-START
            MOVE FUNCTION INTEGER-OF-DATE(SAV-DAY) TO SAV-DAY-SERIAL
            PERFORM 3420-ONE-DAY THRU 3420-ONE-DAY-EXIT
                UNTIL SAV-DAY NOT < ACR-THROUGH-DATE
                   OR NOT SAV-RECOMPUTE-OK.
        3400-RECOMPUTE-EXIT.
            EXIT.

      * the balance the value date opened with: its own snapshot,
      * or the latest one in the month before it
        3410-SEED-BALANCE.
            IF NOT SAV-HIST-OPEN
               GO TO 3410-SEED-BALANCE-EXIT
            END-IF
            PERFORM 3415-TRY-ONE-SEED THRU 3415-TRY-ONE-SEED-EXIT
               VARYING SAV-LOOKBACK FROM 0 BY 1
               UNTIL SAV-LOOKBACK > 31 OR SAV-RECOMPUTE-OK.
        3410-SEED-BALANCE-EXIT.
            EXIT.

        3415-TRY-ONE-SEED.
            MOVE AM-KEY TO BHR-ACCOUNT-KEY
            COMPUTE BHR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(SAV-BV-EARLIEST)
               - SAV-LOOKBACK)
            READ BAL-HISTORY-FILE
            IF SAV-HIST-STATUS = '00'
               MOVE BHR-BALANCE TO SAV-DAY-BALANCE
               SET SAV-RECOMPUTE-OK TO TRUE
            END-IF.
        3415-TRY-ONE-SEED-EXIT.
            EXIT.

      * a new snapshot balance or a new correction closes the
      * segment running so far; the accrued-through date closes
      * the last one
        3420-ONE-DAY.
            ADD 1 TO SAV-DAY-SERIAL
            MOVE FUNCTION DATE-OF-INTEGER(SAV-DAY-SERIAL) TO SAV-DAY
            IF SAV-DAY NOT < ACR-THROUGH-DATE
               PERFORM 3430-CLOSE-SEGMENT
                  THRU 3430-CLOSE-SEGMENT-EXIT
               GO TO 3420-ONE-DAY-EXIT
            END-IF
            MOVE SAV-SEG-BALANCE TO SAV-DAY-BALANCE
            MOVE AM-KEY TO BHR-ACCOUNT-KEY
            MOVE SAV-DAY TO BHR-DATE
            READ BAL-HISTORY-FILE
            IF SAV-HIST-STATUS = '00'
               MOVE BHR-BALANCE TO SAV-DAY-BALANCE
            END-IF
            PERFORM 3440-DAY-CORRECTION THRU 3440-DAY-CORRECTION-EXIT
            IF SAV-DAY-BALANCE = SAV-SEG-BALANCE AND
               SAV-DAY-CORRECTION = SAV-SEG-CORRECTION
               GO TO 3420-ONE-DAY-EXIT
            END-IF
            PERFORM 3430-CLOSE-SEGMENT THRU 3430-CLOSE-SEGMENT-EXIT
            MOVE SAV-DAY TO SAV-SEG-START
            MOVE SAV-DAY-BALANCE TO SAV-SEG-BALANCE
            MOVE SAV-DAY-CORRECTION TO SAV-SEG-CORRECTION.
        3420-ONE-DAY-EXIT.
            EXIT.

      * one segment, from its start to SAV-DAY, at the tier rate
      * each of the two balances earns
        3430-CLOSE-SEGMENT.
            MOVE SAV-SEG-START TO DCN-FROM-DATE
            MOVE SAV-DAY TO DCN-TO-DATE
            MOVE SAV-CONVENTION TO DCN-CONVENTION
            CALL 'DAY-COUNT' USING DCN-CONTROL
            IF NOT DCN-OK
               DISPLAY 'sav-accrue: day-count status ' DCN-STATUS
                  ' key ' AM-KEY
               MOVE 'DAY-COUNT FAILED' TO SAV-AD-NOTE
               SET SAV-RECOMPUTE-OK TO FALSE
               GO TO 3430-CLOSE-SEGMENT-EXIT
            END-IF
            MOVE SAV-SEG-BALANCE TO SAV-TIER-BALANCE
            PERFORM 9610-SAV-FIND-TIER-RATE
               THRU 9610-SAV-FIND-TIER-RATE-EXIT
            COMPUTE SAV-ORIG-INTEREST ROUNDED = SAV-ORIG-INTEREST
               + SAV-SEG-BALANCE * (SAV-RATE-FOUND / 100)
                                 * DCN-YEAR-FRACTION
            COMPUTE SAV-TIER-BALANCE =
               SAV-SEG-BALANCE + SAV-SEG-CORRECTION
            PERFORM 9610-SAV-FIND-TIER-RATE
               THRU 9610-SAV-FIND-TIER-RATE-EXIT
            COMPUTE SAV-CORR-INTEREST ROUNDED = SAV-CORR-INTEREST
               + SAV-TIER-BALANCE * (SAV-RATE-FOUND / 100)
                                  * DCN-YEAR-FRACTION.
        3430-CLOSE-SEGMENT-EXIT.
            EXIT.

      * the back-valued amounts already in effect on SAV-DAY
        3440-DAY-CORRECTION.
            MOVE 0 TO SAV-DAY-CORRECTION
            PERFORM 3445-ADD-ONE-CORRECTION
               THRU 3445-ADD-ONE-CORRECTION-EXIT
               VARYING SAV-BV-SUB FROM 1 BY 1
               UNTIL SAV-BV-SUB > SAV-BV-COUNT.
        3440-DAY-CORRECTION-EXIT.
            EXIT.

        3445-ADD-ONE-CORRECTION.
            IF SAV-BV-VALUE-DATE (SAV-BV-SUB) NOT > SAV-DAY
               ADD SAV-BV-AMOUNT (SAV-BV-SUB) TO SAV-DAY-CORRECTION
            END-IF.
        3445-ADD-ONE-CORRECTION-EXIT.
            EXIT.

      * the merge: every slice must have finished for this run; their
      * counts are added and their CAPTRAN and report lines copied
      * out in slice (key) order into the outputs a sequential run
      * writes
        7000-MERGE-SLICES.
            IF NOT JOB-OK
               GO TO 7000-MERGE-SLICES-EXIT
            END-IF
            PERFORM 7100-TOTAL-ONE-SLICE THRU 7100-TOTAL-ONE-SLICE-EXIT
               VARYING PTS-MERGE-SLICE FROM 1 BY 1
               UNTIL PTS-MERGE-SLICE > PTS-SLICE-COUNT
            IF JOB-NEEDS-RERUN
               DISPLAY 'sav-accrue: slices incomplete, nothing merged'
               GO TO 7000-MERGE-SLICES-EXIT
            END-IF
            OPEN OUTPUT CAP-TRAN-FILE ADJUST-REPORT-FILE
            SET SAV-OUT-OPEN TO TRUE
            PERFORM 1300-ADJUST-REPORT-HEADER
               THRU 1300-ADJUST-REPORT-HEADER-EXIT
            MOVE 2 TO PTS-OUT-COUNT
            MOVE 'CAPTRAN' TO PTS-OUT-NAME (1)
            MOVE 'BVADJRPT' TO PTS-OUT-NAME (2)
            PERFORM 7200-COPY-ONE-SLICE THRU 7200-COPY-ONE-SLICE-EXIT
               VARYING PTS-OUT-SUB FROM 1 BY 1
               UNTIL PTS-OUT-SUB > PTS-OUT-COUNT
                  AFTER PTS-MERGE-SLICE FROM 1 BY 1
                  UNTIL PTS-MERGE-SLICE > PTS-SLICE-COUNT
            IF SAV-ADJUSTED-COUNT = 0 AND SAV-NO-HISTORY-COUNT = 0
               MOVE 'NO BACK-VALUED POSTINGS' TO ADJUST-REPORT-LINE
               WRITE ADJUST-REPORT-LINE
            END-IF.
        7000-MERGE-SLICES-EXIT.
            EXIT.

        7100-TOTAL-ONE-SLICE.
            PERFORM 9480-PART-READ-SLICE THRU 9480-PART-READ-SLICE-EXIT
            IF NOT PTS-SLICE-OK
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 7100-TOTAL-ONE-SLICE-EXIT
            END-IF
            MOVE PTS-CKPT-TOTALS TO SAV-SLICE-TOTALS
            ADD SAV-ST-READ TO SAV-READ-COUNT
            ADD SAV-ST-ACCRUED TO SAV-ACCRUED-COUNT
            ADD SAV-ST-CAP TO SAV-CAP-COUNT
            ADD SAV-ST-ADJUSTED TO SAV-ADJUSTED-COUNT
            ADD SAV-ST-NO-HISTORY TO SAV-NO-HISTORY-COUNT
            IF PTS-IMAGE-EXIT-STATUS = 4 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF.
        7100-TOTAL-ONE-SLICE-EXIT.
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
            IF PTS-SLICE-EOF
               GO TO 7210-COPY-ONE-LINE-EXIT
            END-IF
            IF PTS-OUT-SUB = 1
               MOVE PART-SLICE-RECORD TO CAP-TRAN-RECORD
               WRITE CAP-TRAN-RECORD
            ELSE
               MOVE PART-SLICE-RECORD TO ADJUST-REPORT-LINE
               WRITE ADJUST-REPORT-LINE
            END-IF.
        7210-COPY-ONE-LINE-EXIT.
            EXIT.

        9999-EXIT.
            IF NOT PTS-MERGE-RUN
               CLOSE ACCT-MASTER-FILE ACCRUAL-FILE
            END-IF
            IF SAV-HIST-OPEN
               CLOSE BAL-HISTORY-FILE
            END-IF
            IF SAV-OUT-OPEN
               CLOSE CAP-TRAN-FILE ADJUST-REPORT-FILE
            END-IF
            DISPLAY 'sav-accrue: ' SAV-READ-COUNT ' accounts read, '
               SAV-ACCRUED-COUNT ' accrued, '
               SAV-CAP-COUNT ' capitalized'
            DISPLAY 'sav-accrue: ' SAV-ADJUSTED-COUNT
               ' back-value adjustments, '
               SAV-NO-HISTORY-COUNT ' not recomputed'
      *    a slice leaves its counts to the merge's job history
            IF PTS-SLICE-RUN
               PERFORM 2300-SAVE-TOTALS THRU 2300-SAVE-TOTALS-EXIT
               PERFORM 9475-PART-COMPLETE
                  THRU 9475-PART-COMPLETE-EXIT
               GO TO 9999-EXIT-EXIT
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, SAV-RUN-STOP)
              TO AUD-RC
            MOVE 'SAVACCRU' TO JHR-PROGRAM-ID
        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY part-paragraphs.
        COPY sav-tier-paragraphs.
        COPY exit-status-paragraphs.
        End Program SAV-ACCRUE.
