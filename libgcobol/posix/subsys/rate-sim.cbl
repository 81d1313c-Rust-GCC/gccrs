      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  rate-sim.cbl
      *
      *  Rate and fee change impact simulation.  Before a SAVRATES
      *  tier change or a FEESCHED change goes live, product
      *  management asks what it will cost or earn; this run prices
      *  the proposed table against the live book and posts
      *  nothing.  It is run on request, not from the calendar.
      *
      *  The proposed savings tiers are read from PROPRATE (the
      *  SAVRATES layout) and the proposed fee schedule from
      *  PROPFEES (the FEESCHED layout); either may be absent, and
      *  only the side with a proposal is simulated.  Against each
      *  the table in force (SAVRATES, FEESCHED) is priced the same
      *  way, so the difference is the change alone.
      *
      *  Every active account on ACCTMST is taken at its average
      *  balance for the -MONTH from BAL-HISTORY (an account with no
      *  snapshots that month at its live balance, FEE-ENGINE's
      *  rule), and its catalog product found through
      *  PRODUCT-LOOKUP:
      *      savings interest  accounts whose product has base type
      *                        'SV', on the product's rate table;
      *                        the tier is chosen by the same
      *                        paragraphs SAV-ACCRUE accrues on
      *                        (sav-tier-paragraphs.cpy) and a year's
      *                        interest is the average balance at
      *                        that rate
      *      fee income        every active account, each fee code
      *                        of either schedule (the closing fee
      *                        CLOS excepted) priced by the same
      *                        paragraphs FEE-ENGINE charges with
      *                        (fee-select-paragraphs.cpy); a year's
      *                        income is twelve monthly charges
      *  Amounts are taken to base currency through RATE-LOOKUP at
      *  the business date; an account in a currency with no rate is
      *  left out and counted, and ends the run JOB-WARNING, as does
      *  a savings product whose rate table has no tiers in either
      *  table.
      *
      *  The impact report (SIMRPT) sets current against proposed
      *  annual interest cost and fee income, with the change, by
      *  product, by branch and by balance band (below zero, under
      *  1K, 1K-10K, 10K-100K, 100K-1M, 1M and over, on the base
      *  currency balance), and the bank total.  The exception list
      *  (SIMEXC) names every account whose annual interest or fee
      *  charge moves by more than -THRESHOLD either way, with its
      *  branch first, so the branches can be briefed before the
      *  customers notice.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -MONTH=<yyyymm>        balances averaged over, default
      *                             the month before the business
      *                             date
      *      -THRESHOLD=<amount>    annual change listed, default
      *                             100.00
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. RATE-SIM.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is RSM-ACCT-STATUS.
            Select OPTIONAL RATE-TIER-FILE Assign To SAVRATES
                Organization Is Line Sequential.
            Select OPTIONAL PROP-TIER-FILE Assign To PROPRATE
                Organization Is Line Sequential.
            Select OPTIONAL FEE-SCHED-FILE Assign To FEESCHED
                Organization Is Line Sequential.
            Select OPTIONAL PROP-FEE-FILE Assign To PROPFEES
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To SIMRPT
                Organization Is Line Sequential.
            Select EXCEPTION-FILE Assign To SIMEXC
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  RATE-TIER-FILE.
        01  RATE-TIER-LINE          PIC X(28).
        FD  PROP-TIER-FILE.
        01  PROP-TIER-LINE          PIC X(28).
        FD  FEE-SCHED-FILE.
        01  FEE-SCHED-LINE          PIC X(41).
        FD  PROP-FEE-FILE.
        01  PROP-FEE-LINE           PIC X(41).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  EXCEPTION-FILE.
        01  EXCEPTION-LINE          PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY bal-average.
        COPY rate-lookup.
        COPY product-lookup.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  RSM-RUN-START.
            05  RSM-START-SECONDS   Usage BINARY-DOUBLE.
            05  RSM-START-NANOS     Usage BINARY-DOUBLE.
        01  RSM-RUN-STOP.
            05  RSM-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  RSM-STOP-NANOS      Usage BINARY-DOUBLE.
        01  RSM-RC                  Binary-Long.
        01  RSM-ACCT-STATUS         PIC X(02).
        01  RSM-EOF-SWITCH          PIC X(01).
            88  RSM-EOF                 Value 'Y', False 'N'.
        01  RSM-ACCT-OPEN-SW        PIC X(01) Value 'N'.
            88  RSM-ACCT-OPEN           Value 'Y', False 'N'.
        01  RSM-OUT-OPEN-SW         PIC X(01) Value 'N'.
            88  RSM-OUT-OPEN            Value 'Y', False 'N'.
        01  RSM-SAV-SIM-SW          PIC X(01) Value 'N'.
            88  RSM-SAV-SIM             Value 'Y', False 'N'.
        01  RSM-FEE-SIM-SW          PIC X(01) Value 'N'.
            88  RSM-FEE-SIM             Value 'Y', False 'N'.
        01  RSM-PRICED-SW           PIC X(01).
            88  RSM-PRICED              Value 'Y', False 'N'.
        01  RSM-TODAY               PIC 9(08) Value 0.
        01  RSM-MONTH               PIC 9(06) Value 0.
        01  RSM-THRESHOLD           PIC 9(9)V99 Value 100.
        01  RSM-READ-COUNT          PIC 9(09) Value 0.
        01  RSM-PRICED-COUNT        PIC 9(09) Value 0.
        01  RSM-NO-HIST-COUNT       PIC 9(09) Value 0.
        01  RSM-UNPRICED-COUNT      PIC 9(09) Value 0.
        01  RSM-NO-TIER-COUNT       PIC 9(09) Value 0.
        01  RSM-EXCEPTION-COUNT     PIC 9(09) Value 0.
      *    one row of either savings tier file, SAVRATES layout
        01  RSM-TIER-ROW.
            05  SVR-TIER-MIN        PIC 9(13)V99.
            05  SVR-RATE            PIC 9(3)V9(6).
            05  SVR-TABLE-ID        PIC X(04).
      *    one row of either fee schedule, FEESCHED layout
        01  RSM-FEE-ROW.
            05  FSR-CODE            PIC X(04).
            05  FSR-TYPE            PIC X(02).
            05  FSR-BRANCH          PIC X(04).
            05  FSR-BASIS           PIC X(01).
            05  FSR-TIER-MIN        PIC 9(13)V99.
            05  FSR-AMOUNT          PIC 9(9)V99.
            05  FSR-PLAN            PIC X(04).
      *    the tier table sav-tier-paragraphs.cpy prices from, loaded
      *    with the table in force or the proposal in turn
        01  SAV-TIER-COUNT          Binary-Long Value 0.
        01  SAV-TIER-SUB            Binary-Long.
        01  SAV-TIER-TABLE.
            05  SAV-TIER OCCURS 20 TIMES.
                10  SAV-T-MIN       PIC 9(13)V99.
                10  SAV-T-RATE      PIC 9(3)V9(6).
                10  SAV-T-TABLE     PIC X(04).
        01  SAV-RATE-TABLE          PIC X(04).
        01  SAV-TIER-MATCHES        Binary-Long.
        01  SAV-RATE-FOUND          PIC 9(3)V9(6).
        01  SAV-TIER-BALANCE        PIC S9(13)V99 COMP-3.
        01  RSM-CUR-TIER-COUNT      Binary-Long Value 0.
        01  RSM-CUR-TIER-TABLE      PIC X(560).
        01  RSM-PRO-TIER-COUNT      Binary-Long Value 0.
        01  RSM-PRO-TIER-TABLE      PIC X(560).
        01  RSM-TIER-MATCHED        Binary-Long.
      *    the schedule fee-select-paragraphs.cpy prices from, in
      *    the same way
        01  FEE-SCHED-COUNT         Binary-Long Value 0.
        01  FEE-SCHED-SUB           Binary-Long.
        01  FEE-SCHED-TABLE.
            05  FEE-SCHED-ENTRY OCCURS 100 TIMES.
                10  FEE-S-CODE      PIC X(04).
                10  FEE-S-TYPE      PIC X(02).
                10  FEE-S-BRANCH    PIC X(04).
                10  FEE-S-BASIS     PIC X(01).
                10  FEE-S-TIER-MIN  PIC 9(13)V99.
                10  FEE-S-AMOUNT    PIC 9(9)V99.
                10  FEE-S-PLAN      PIC X(04).
        01  FEE-BEST-SUB            Binary-Long.
        01  FEE-BEST-RANK           PIC 9(01).
        01  FEE-ROW-RANK            PIC 9(01).
        01  FEE-WORK-CODE           PIC X(04).
        01  FEE-TIER-BALANCE        PIC S9(13)V99 COMP-3.
        01  RSM-CUR-FEE-COUNT       Binary-Long Value 0.
        01  RSM-CUR-FEE-TABLE       PIC X(4100).
        01  RSM-PRO-FEE-COUNT       Binary-Long Value 0.
        01  RSM-PRO-FEE-TABLE       PIC X(4100).
      *    every fee code of either schedule
        01  RSM-CODE-COUNT          Binary-Long Value 0.
        01  RSM-CODE-SUB            Binary-Long.
        01  RSM-CODE-TABLE.
            05  RSM-C-CODE OCCURS 100 TIMES
                                    PIC X(04).
        01  RSM-MONTH-CHARGE        PIC S9(13)V99 COMP-3.
      *    one account, in its own currency and then in base
        01  RSM-TIER-BALANCE        PIC S9(13)V99 COMP-3.
        01  RSM-BASE-BALANCE        PIC S9(15)V99 COMP-3.
        01  RSM-FX-RATE             PIC 9(7)V9(8).
        01  RSM-ACCT-FIGURES.
            05  RSM-A-ACCOUNTS      PIC 9(07).
            05  RSM-A-CUR-INT       PIC S9(15)V99 COMP-3.
            05  RSM-A-PRO-INT       PIC S9(15)V99 COMP-3.
            05  RSM-A-CUR-FEE       PIC S9(15)V99 COMP-3.
            05  RSM-A-PRO-FEE       PIC S9(15)V99 COMP-3.
        01  RSM-CHANGE              PIC S9(15)V99 COMP-3.
        01  RSM-CHANGE-SIZE         PIC S9(15)V99 COMP-3.
        01  RSM-FX-COUNT            Binary-Long Value 0.
        01  RSM-FX-SUB              Binary-Long.
        01  RSM-FX-TABLE.
            05  RSM-FX-ENTRY OCCURS 50 TIMES.
                10  RSM-FX-CCY      PIC X(03).
                10  RSM-FX-VALUE    PIC 9(7)V9(8).
                10  RSM-FX-OK       PIC X(01).
      *    the totals, each dimension holding RSM-W-FIGURES' layout
        01  RSM-W-FIGURES.
            05  RSM-W-ACCOUNTS      PIC 9(07).
            05  RSM-W-CUR-INT       PIC S9(15)V99 COMP-3.
            05  RSM-W-PRO-INT       PIC S9(15)V99 COMP-3.
            05  RSM-W-CUR-FEE       PIC S9(15)V99 COMP-3.
            05  RSM-W-PRO-FEE       PIC S9(15)V99 COMP-3.
        01  RSM-FIND-KEY            PIC X(04).
        01  RSM-PR-COUNT            Binary-Long Value 0.
        01  RSM-PR-SUB              Binary-Long.
        01  RSM-PRODUCT-TABLE.
            05  RSM-PRODUCT-ENTRY OCCURS 200 TIMES.
                10  RSM-P-CODE      PIC X(04).
                10  RSM-P-FIGURES   PIC X(43).
        01  RSM-BR-COUNT            Binary-Long Value 0.
        01  RSM-BR-SUB              Binary-Long.
        01  RSM-BRANCH-TABLE.
            05  RSM-BRANCH-ENTRY OCCURS 300 TIMES.
                10  RSM-B-CODE      PIC X(04).
                10  RSM-B-FIGURES   PIC X(43).
        01  RSM-BD-SUB              Binary-Long.
        01  RSM-BAND-VALUES.
            05  FILLER              PIC X(12) Value 'BELOW ZERO'.
            05  FILLER              PIC 9(13)V99 Value 0.
            05  FILLER              PIC X(12) Value 'UNDER 1K'.
            05  FILLER              PIC 9(13)V99 Value 0.
            05  FILLER              PIC X(12) Value '1K - 10K'.
            05  FILLER              PIC 9(13)V99 Value 1000.
            05  FILLER              PIC X(12) Value '10K - 100K'.
            05  FILLER              PIC 9(13)V99 Value 10000.
            05  FILLER              PIC X(12) Value '100K - 1M'.
            05  FILLER              PIC 9(13)V99 Value 100000.
            05  FILLER              PIC X(12) Value '1M AND OVER'.
            05  FILLER              PIC 9(13)V99 Value 1000000.
        01  RSM-BAND-TABLE REDEFINES RSM-BAND-VALUES.
            05  RSM-BAND-ENTRY OCCURS 6 TIMES.
                10  RSM-BAND-LABEL  PIC X(12).
                10  RSM-BAND-FLOOR  PIC 9(13)V99.
        01  RSM-BAND-TOTALS.
            05  RSM-BD-FIGURES OCCURS 6 TIMES
                                    PIC X(43).
        01  RSM-TOTAL-FIGURES       PIC X(43).
        01  RSM-HDR-LINE.
            05  FILLER              PIC X(42) Value
                'RATE AND FEE CHANGE IMPACT SIMULATION -- '.
            05  RSM-HDR-DATE        PIC 9(08).
            05  FILLER              PIC X(28) Value
                '  AVERAGE BALANCES OF MONTH '.
            05  RSM-HDR-MONTH       PIC 9(06).
        01  RSM-NOTE-LINE           PIC X(132).
        01  RSM-SECTION-LINE        PIC X(132).
        01  RSM-COL-LINE-1.
            05  FILLER              PIC X(21) Value SPACES.
            05  FILLER              PIC X(51) Value
                '---------- ANNUAL SAVINGS INTEREST COST ----------'.
            05  FILLER              PIC X(51) Value
                '-------------- ANNUAL FEE INCOME -----------------'.
        01  RSM-COL-LINE-2.
            05  FILLER              PIC X(21) Value
                '             ACCOUNTS'.
            05  FILLER              PIC X(51) Value
              '          CURRENT         PROPOSED           CHANGE'.
            05  FILLER              PIC X(51) Value
              '          CURRENT         PROPOSED           CHANGE'.
        01  RSM-DETAIL-LINE.
            05  RSM-DL-KEY          PIC X(12).
            05  FILLER              PIC X(01) Value SPACE.
            05  RSM-DL-ACCOUNTS     PIC ZZZZZZZ9.
            05  RSM-DL-CUR-INT      PIC -(13)9.99.
            05  RSM-DL-PRO-INT      PIC -(13)9.99.
            05  RSM-DL-CHG-INT      PIC -(13)9.99.
            05  RSM-DL-CUR-FEE      PIC -(13)9.99.
            05  RSM-DL-PRO-FEE      PIC -(13)9.99.
            05  RSM-DL-CHG-FEE      PIC -(13)9.99.
        01  RSM-EXC-HDR-LINE.
            05  FILLER              PIC X(53) Value
                'RATE AND FEE CHANGE -- ACCOUNTS MOVING BY MORE THAN'.
            05  RSM-EH-THRESHOLD    PIC Z(8)9.99.
            05  FILLER              PIC X(13) Value
                ' A YEAR, RUN '.
            05  RSM-EH-DATE         PIC 9(08).
        01  RSM-EXC-COL-LINE.
            05  FILLER              PIC X(38) Value
                'BRCH ACCOUNT'.
            05  FILLER              PIC X(10) Value
                'PROD SIDE'.
            05  FILLER              PIC X(34) Value
                '      AVG BALANCE          CURRENT'.
            05  FILLER              PIC X(34) Value
                '         PROPOSED           CHANGE'.
        01  RSM-EXC-DETAIL-LINE.
            05  RSM-ED-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  RSM-ED-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  RSM-ED-PRODUCT      PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  RSM-ED-SIDE         PIC X(04).
            05  RSM-ED-BALANCE      PIC -(13)9.99.
            05  RSM-ED-CURRENT      PIC -(13)9.99.
            05  RSM-ED-PROPOSED     PIC -(13)9.99.
            05  RSM-ED-CHANGE       PIC -(13)9.99.
        01  RSM-COUNT-ED            PIC ZZZZZZZZ9.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF NOT JOB-NEEDS-RERUN AND (RSM-SAV-SIM OR RSM-FEE-SIM)
               PERFORM 2000-WALK-ACCOUNTS THRU 2000-WALK-ACCOUNTS-EXIT
            END-IF
            IF NOT JOB-NEEDS-RERUN AND (RSM-SAV-SIM OR RSM-FEE-SIM)
               PERFORM 5000-REPORT THRU 5000-REPORT-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, RSM-RUN-START)
              TO RSM-RC
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'rate-sim: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO RSM-TODAY
      *     the last whole month of balances, unless told otherwise
            COMPUTE RSM-MONTH = RSM-TODAY / 100
            IF RSM-MONTH (5:2) = '01'
               SUBTRACT 89 FROM RSM-MONTH
            ELSE
               SUBTRACT 1 FROM RSM-MONTH
            END-IF
            MOVE 'MONTH' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               IF CLP-LOOKUP-VALUE (1:6) IS NUMERIC AND
                  CLP-LOOKUP-VALUE (7:1) = SPACE
                  MOVE CLP-LOOKUP-VALUE (1:6) TO RSM-MONTH
               ELSE
                  DISPLAY 'rate-sim: -MONTH must be yyyymm, not '
                     CLP-LOOKUP-VALUE
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
            END-IF
            MOVE 'THRESHOLD' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO RSM-THRESHOLD
            END-IF
            PERFORM 1100-LOAD-TIERS THRU 1100-LOAD-TIERS-EXIT
            PERFORM 1200-LOAD-SCHEDULES THRU 1200-LOAD-SCHEDULES-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            IF NOT RSM-SAV-SIM AND NOT RSM-FEE-SIM
               DISPLAY 'rate-sim: neither PROPRATE nor PROPFEES'
                  ' holds a proposal, nothing to simulate'
               SET JOB-WARNING TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT ACCT-MASTER-FILE
            IF RSM-ACCT-STATUS NOT = '00'
               DISPLAY 'rate-sim: cannot open ACCTMST, status '
                  RSM-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            SET RSM-ACCT-OPEN TO TRUE
            OPEN OUTPUT EXCEPTION-FILE
            SET RSM-OUT-OPEN TO TRUE
            MOVE RSM-THRESHOLD TO RSM-EH-THRESHOLD
            MOVE RSM-TODAY TO RSM-EH-DATE
            WRITE EXCEPTION-LINE FROM RSM-EXC-HDR-LINE
            MOVE SPACES TO EXCEPTION-LINE
            WRITE EXCEPTION-LINE
            WRITE EXCEPTION-LINE FROM RSM-EXC-COL-LINE
            MOVE 0 TO RSM-A-ACCOUNTS
            MOVE 0 TO RSM-A-CUR-INT
            MOVE 0 TO RSM-A-PRO-INT
            MOVE 0 TO RSM-A-CUR-FEE
            MOVE 0 TO RSM-A-PRO-FEE
            MOVE RSM-ACCT-FIGURES TO RSM-TOTAL-FIGURES
            PERFORM 1010-CLEAR-ONE-BAND THRU 1010-CLEAR-ONE-BAND-EXIT
               VARYING RSM-BD-SUB FROM 1 BY 1
               UNTIL RSM-BD-SUB > 6.
        1000-INITIALIZE-EXIT.
            EXIT.

        1010-CLEAR-ONE-BAND.
            MOVE RSM-ACCT-FIGURES TO RSM-BD-FIGURES (RSM-BD-SUB).
        1010-CLEAR-ONE-BAND-EXIT.
            EXIT.

      * the tiers in force, then the proposal; the savings side is
      * simulated only when a proposal is on file
        1100-LOAD-TIERS.
            MOVE 0 TO SAV-TIER-COUNT
            OPEN INPUT RATE-TIER-FILE
            SET RSM-EOF TO FALSE
            PERFORM 1110-READ-ONE-TIER THRU 1110-READ-ONE-TIER-EXIT
               UNTIL RSM-EOF
            CLOSE RATE-TIER-FILE
            MOVE SAV-TIER-COUNT TO RSM-CUR-TIER-COUNT
            MOVE SAV-TIER-TABLE TO RSM-CUR-TIER-TABLE
            MOVE 0 TO SAV-TIER-COUNT
            OPEN INPUT PROP-TIER-FILE
            SET RSM-EOF TO FALSE
            PERFORM 1120-READ-ONE-PROP-TIER
               THRU 1120-READ-ONE-PROP-TIER-EXIT
               UNTIL RSM-EOF
            CLOSE PROP-TIER-FILE
            MOVE SAV-TIER-COUNT TO RSM-PRO-TIER-COUNT
            MOVE SAV-TIER-TABLE TO RSM-PRO-TIER-TABLE
            IF RSM-PRO-TIER-COUNT > 0
               SET RSM-SAV-SIM TO TRUE
               IF RSM-CUR-TIER-COUNT = 0
                  DISPLAY 'rate-sim: SAVRATES is empty, savings'
                     ' priced against no rates in force'
               END-IF
            END-IF.
        1100-LOAD-TIERS-EXIT.
            EXIT.

        1110-READ-ONE-TIER.
            READ RATE-TIER-FILE INTO RSM-TIER-ROW
                AT END
                    SET RSM-EOF TO TRUE
                    GO TO 1110-READ-ONE-TIER-EXIT
            END-READ
            PERFORM 1130-KEEP-TIER THRU 1130-KEEP-TIER-EXIT.
        1110-READ-ONE-TIER-EXIT.
            EXIT.

        1120-READ-ONE-PROP-TIER.
            READ PROP-TIER-FILE INTO RSM-TIER-ROW
                AT END
                    SET RSM-EOF TO TRUE
                    GO TO 1120-READ-ONE-PROP-TIER-EXIT
            END-READ
            PERFORM 1130-KEEP-TIER THRU 1130-KEEP-TIER-EXIT.
        1120-READ-ONE-PROP-TIER-EXIT.
            EXIT.

      * SAV-ACCRUE's table holds 20 tiers and drops the rest; a
      * proposal it could not hold is not priced as if it could
        1130-KEEP-TIER.
            IF SAV-TIER-COUNT >= 20
               DISPLAY 'rate-sim: over 20 savings tiers, table '
                  SVR-TABLE-ID ' floor ' SVR-TIER-MIN ' dropped'
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
               GO TO 1130-KEEP-TIER-EXIT
            END-IF
            ADD 1 TO SAV-TIER-COUNT
            MOVE SVR-TIER-MIN TO SAV-T-MIN (SAV-TIER-COUNT)
            MOVE SVR-RATE TO SAV-T-RATE (SAV-TIER-COUNT)
            MOVE SVR-TABLE-ID TO SAV-T-TABLE (SAV-TIER-COUNT).
        1130-KEEP-TIER-EXIT.
            EXIT.

      * the schedule in force, then the proposal, each loaded as
      * FEE-ENGINE loads it; the fee side is simulated only when a
      * proposal is on file
        1200-LOAD-SCHEDULES.
            MOVE 0 TO FEE-SCHED-COUNT
            OPEN INPUT FEE-SCHED-FILE
            SET RSM-EOF TO FALSE
            PERFORM 1210-READ-ONE-ROW THRU 1210-READ-ONE-ROW-EXIT
               UNTIL RSM-EOF
            CLOSE FEE-SCHED-FILE
            MOVE FEE-SCHED-COUNT TO RSM-CUR-FEE-COUNT
            MOVE FEE-SCHED-TABLE TO RSM-CUR-FEE-TABLE
            MOVE 0 TO FEE-SCHED-COUNT
            OPEN INPUT PROP-FEE-FILE
            SET RSM-EOF TO FALSE
            PERFORM 1220-READ-ONE-PROP-ROW
               THRU 1220-READ-ONE-PROP-ROW-EXIT
               UNTIL RSM-EOF
            CLOSE PROP-FEE-FILE
            MOVE FEE-SCHED-COUNT TO RSM-PRO-FEE-COUNT
            MOVE FEE-SCHED-TABLE TO RSM-PRO-FEE-TABLE
            IF RSM-PRO-FEE-COUNT > 0
               SET RSM-FEE-SIM TO TRUE
               IF RSM-CUR-FEE-COUNT = 0
                  DISPLAY 'rate-sim: FEESCHED is empty, fees'
                     ' priced against no schedule in force'
               END-IF
            END-IF.
        1200-LOAD-SCHEDULES-EXIT.
            EXIT.

        1210-READ-ONE-ROW.
            READ FEE-SCHED-FILE INTO RSM-FEE-ROW
                AT END
                    SET RSM-EOF TO TRUE
                    GO TO 1210-READ-ONE-ROW-EXIT
            END-READ
            PERFORM 1230-KEEP-ROW THRU 1230-KEEP-ROW-EXIT.
        1210-READ-ONE-ROW-EXIT.
            EXIT.

        1220-READ-ONE-PROP-ROW.
            READ PROP-FEE-FILE INTO RSM-FEE-ROW
                AT END
                    SET RSM-EOF TO TRUE
                    GO TO 1220-READ-ONE-PROP-ROW-EXIT
            END-READ
            PERFORM 1230-KEEP-ROW THRU 1230-KEEP-ROW-EXIT.
        1220-READ-ONE-PROP-ROW-EXIT.
            EXIT.

      * the closing fee is ACCT-CLOSE's, never a monthly charge; a
      * schedule FEE-ENGINE would refuse is refused here too
        1230-KEEP-ROW.
            IF FSR-CODE = 'CLOS'
               GO TO 1230-KEEP-ROW-EXIT
            END-IF
            IF FEE-SCHED-COUNT >= 100
               DISPLAY 'rate-sim: schedule table full, '
                  FSR-CODE ' dropped'
               SET JOB-NEEDS-RERUN TO TRUE
               SET RSM-EOF TO TRUE
               GO TO 1230-KEEP-ROW-EXIT
            END-IF
            ADD 1 TO FEE-SCHED-COUNT
            MOVE FSR-CODE TO FEE-S-CODE (FEE-SCHED-COUNT)
            MOVE FSR-TYPE TO FEE-S-TYPE (FEE-SCHED-COUNT)
            MOVE FSR-BRANCH TO FEE-S-BRANCH (FEE-SCHED-COUNT)
            MOVE FSR-BASIS TO FEE-S-BASIS (FEE-SCHED-COUNT)
            MOVE FSR-TIER-MIN TO FEE-S-TIER-MIN (FEE-SCHED-COUNT)
            MOVE FSR-AMOUNT TO FEE-S-AMOUNT (FEE-SCHED-COUNT)
            MOVE FSR-PLAN TO FEE-S-PLAN (FEE-SCHED-COUNT)
            PERFORM 1240-MATCH-ONE-CODE THRU 1240-MATCH-ONE-CODE-EXIT
               VARYING RSM-CODE-SUB FROM 1 BY 1
               UNTIL RSM-CODE-SUB > RSM-CODE-COUNT
                  OR RSM-C-CODE (RSM-CODE-SUB) = FSR-CODE
            IF RSM-CODE-SUB > RSM-CODE-COUNT
               AND RSM-CODE-COUNT < 100
               ADD 1 TO RSM-CODE-COUNT
               MOVE FSR-CODE TO RSM-C-CODE (RSM-CODE-COUNT)
            END-IF.
        1230-KEEP-ROW-EXIT.
            EXIT.

        1240-MATCH-ONE-CODE.
            CONTINUE.
        1240-MATCH-ONE-CODE-EXIT.
            EXIT.

        2000-WALK-ACCOUNTS.
            SET RSM-EOF TO FALSE
            PERFORM 2100-ONE-ACCOUNT THRU 2100-ONE-ACCOUNT-EXIT
               UNTIL RSM-EOF.
        2000-WALK-ACCOUNTS-EXIT.
            EXIT.

        2100-ONE-ACCOUNT.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET RSM-EOF TO TRUE
                    GO TO 2100-ONE-ACCOUNT-EXIT
            END-READ
            ADD 1 TO RSM-READ-COUNT
            IF NOT AM-STATUS-ACTIVE
               GO TO 2100-ONE-ACCOUNT-EXIT
            END-IF
            MOVE AM-KEY TO BAQ-KEY
            MOVE RSM-MONTH TO BAQ-MONTH
            CALL 'BAL-HISTORY' USING BAQ-CONTROL
            IF BAQ-OK
               MOVE BAQ-AVG-BALANCE TO RSM-TIER-BALANCE
            ELSE
               MOVE AM-BALANCE TO RSM-TIER-BALANCE
               ADD 1 TO RSM-NO-HIST-COUNT
            END-IF
            MOVE AM-PRODUCT-CODE TO PQQ-CODE
            MOVE AM-TYPE TO PQQ-TYPE
            CALL 'PRODUCT-LOOKUP' USING PQQ-CONTROL
            MOVE 0 TO RSM-A-CUR-INT
            MOVE 0 TO RSM-A-PRO-INT
            MOVE 0 TO RSM-A-CUR-FEE
            MOVE 0 TO RSM-A-PRO-FEE
            IF RSM-SAV-SIM AND PQQ-BASE-TYPE = 'SV'
               PERFORM 3000-PRICE-INTEREST
                  THRU 3000-PRICE-INTEREST-EXIT
            END-IF
            IF RSM-FEE-SIM
               PERFORM 3100-PRICE-FEES THRU 3100-PRICE-FEES-EXIT
            END-IF
            IF RSM-A-CUR-INT = 0 AND RSM-A-PRO-INT = 0 AND
               RSM-A-CUR-FEE = 0 AND RSM-A-PRO-FEE = 0 AND
               PQQ-BASE-TYPE NOT = 'SV'
               GO TO 2100-ONE-ACCOUNT-EXIT
            END-IF
            PERFORM 3800-TO-BASE THRU 3800-TO-BASE-EXIT
            IF NOT RSM-PRICED
               GO TO 2100-ONE-ACCOUNT-EXIT
            END-IF
            ADD 1 TO RSM-PRICED-COUNT
            MOVE 1 TO RSM-A-ACCOUNTS
            PERFORM 3500-POST-TOTALS THRU 3500-POST-TOTALS-EXIT
            PERFORM 3600-CHECK-CHANGE THRU 3600-CHECK-CHANGE-EXIT.
        2100-ONE-ACCOUNT-EXIT.
            EXIT.

      * a year's interest on the average balance at the tier rate
      * SAV-ACCRUE would accrue it at, in force and proposed
        3000-PRICE-INTEREST.
            MOVE PQQ-RATE-TABLE TO SAV-RATE-TABLE
            MOVE RSM-TIER-BALANCE TO SAV-TIER-BALANCE
            MOVE RSM-CUR-TIER-COUNT TO SAV-TIER-COUNT
            MOVE RSM-CUR-TIER-TABLE TO SAV-TIER-TABLE
            PERFORM 9610-SAV-FIND-TIER-RATE
               THRU 9610-SAV-FIND-TIER-RATE-EXIT
            MOVE SAV-TIER-MATCHES TO RSM-TIER-MATCHED
            COMPUTE RSM-A-CUR-INT ROUNDED =
               SAV-TIER-BALANCE * (SAV-RATE-FOUND / 100)
            MOVE RSM-PRO-TIER-COUNT TO SAV-TIER-COUNT
            MOVE RSM-PRO-TIER-TABLE TO SAV-TIER-TABLE
            PERFORM 9610-SAV-FIND-TIER-RATE
               THRU 9610-SAV-FIND-TIER-RATE-EXIT
            ADD SAV-TIER-MATCHES TO RSM-TIER-MATCHED
            COMPUTE RSM-A-PRO-INT ROUNDED =
               SAV-TIER-BALANCE * (SAV-RATE-FOUND / 100)
            IF RSM-TIER-MATCHED = 0
               DISPLAY 'rate-sim: no savings tiers for rate table '
                  SAV-RATE-TABLE ' key ' AM-KEY
               ADD 1 TO RSM-NO-TIER-COUNT
            END-IF.
        3000-PRICE-INTEREST-EXIT.
            EXIT.

      * twelve months of the charges FEE-ENGINE would make, on the
      * schedule in force and on the proposal
        3100-PRICE-FEES.
            MOVE RSM-TIER-BALANCE TO FEE-TIER-BALANCE
            MOVE RSM-CUR-FEE-COUNT TO FEE-SCHED-COUNT
            MOVE RSM-CUR-FEE-TABLE TO FEE-SCHED-TABLE
            MOVE 0 TO RSM-MONTH-CHARGE
            PERFORM 3110-PRICE-ONE-CODE THRU 3110-PRICE-ONE-CODE-EXIT
               VARYING RSM-CODE-SUB FROM 1 BY 1
               UNTIL RSM-CODE-SUB > RSM-CODE-COUNT
            COMPUTE RSM-A-CUR-FEE = RSM-MONTH-CHARGE * 12
            MOVE RSM-PRO-FEE-COUNT TO FEE-SCHED-COUNT
            MOVE RSM-PRO-FEE-TABLE TO FEE-SCHED-TABLE
            MOVE 0 TO RSM-MONTH-CHARGE
            PERFORM 3110-PRICE-ONE-CODE THRU 3110-PRICE-ONE-CODE-EXIT
               VARYING RSM-CODE-SUB FROM 1 BY 1
               UNTIL RSM-CODE-SUB > RSM-CODE-COUNT
            COMPUTE RSM-A-PRO-FEE = RSM-MONTH-CHARGE * 12.
        3100-PRICE-FEES-EXIT.
            EXIT.

        3110-PRICE-ONE-CODE.
            MOVE RSM-C-CODE (RSM-CODE-SUB) TO FEE-WORK-CODE
            PERFORM 9620-FEE-SELECT-ROW
               THRU 9620-FEE-SELECT-ROW-EXIT
            IF FEE-BEST-SUB > 0
               ADD FEE-S-AMOUNT (FEE-BEST-SUB) TO RSM-MONTH-CHARGE
            END-IF.
        3110-PRICE-ONE-CODE-EXIT.
            EXIT.

        3500-POST-TOTALS.
            MOVE RSM-TOTAL-FIGURES TO RSM-W-FIGURES
            PERFORM 3590-ADD-FIGURES THRU 3590-ADD-FIGURES-EXIT
            MOVE RSM-W-FIGURES TO RSM-TOTAL-FIGURES
            IF AM-PRODUCT-CODE = SPACES
               MOVE AM-TYPE TO RSM-FIND-KEY
            ELSE
               MOVE AM-PRODUCT-CODE TO RSM-FIND-KEY
            END-IF
            PERFORM 3510-FIND-PRODUCT THRU 3510-FIND-PRODUCT-EXIT
            IF RSM-PR-SUB > 0
               MOVE RSM-P-FIGURES (RSM-PR-SUB) TO RSM-W-FIGURES
               PERFORM 3590-ADD-FIGURES THRU 3590-ADD-FIGURES-EXIT
               MOVE RSM-W-FIGURES TO RSM-P-FIGURES (RSM-PR-SUB)
            END-IF
            MOVE AM-BRANCH TO RSM-FIND-KEY
            PERFORM 3520-FIND-BRANCH THRU 3520-FIND-BRANCH-EXIT
            IF RSM-BR-SUB > 0
               MOVE RSM-B-FIGURES (RSM-BR-SUB) TO RSM-W-FIGURES
               PERFORM 3590-ADD-FIGURES THRU 3590-ADD-FIGURES-EXIT
               MOVE RSM-W-FIGURES TO RSM-B-FIGURES (RSM-BR-SUB)
            END-IF
            IF RSM-BASE-BALANCE < 0
               MOVE 1 TO RSM-BD-SUB
            ELSE
               MOVE 6 TO RSM-BD-SUB
               PERFORM 3530-LOWER-BAND THRU 3530-LOWER-BAND-EXIT
                  UNTIL RSM-BASE-BALANCE
                        >= RSM-BAND-FLOOR (RSM-BD-SUB)
            END-IF
            MOVE RSM-BD-FIGURES (RSM-BD-SUB) TO RSM-W-FIGURES
            PERFORM 3590-ADD-FIGURES THRU 3590-ADD-FIGURES-EXIT
            MOVE RSM-W-FIGURES TO RSM-BD-FIGURES (RSM-BD-SUB).
        3500-POST-TOTALS-EXIT.
            EXIT.

      * the entry for RSM-FIND-KEY, added on first sight; a full
      * table leaves the subscript zero and stops the run, as the
      * report would no longer add up
        3510-FIND-PRODUCT.
            PERFORM 3511-MATCH-ONE-PRODUCT
               THRU 3511-MATCH-ONE-PRODUCT-EXIT
               VARYING RSM-PR-SUB FROM 1 BY 1
               UNTIL RSM-PR-SUB > RSM-PR-COUNT
                  OR RSM-P-CODE (RSM-PR-SUB) = RSM-FIND-KEY
            IF RSM-PR-SUB <= RSM-PR-COUNT
               GO TO 3510-FIND-PRODUCT-EXIT
            END-IF
            IF RSM-PR-COUNT >= 200
               DISPLAY 'rate-sim: over 200 products, '
                  RSM-FIND-KEY ' not kept'
               SET JOB-NEEDS-RERUN TO TRUE
               SET RSM-EOF TO TRUE
               MOVE 0 TO RSM-PR-SUB
               GO TO 3510-FIND-PRODUCT-EXIT
            END-IF
            ADD 1 TO RSM-PR-COUNT
            MOVE RSM-PR-COUNT TO RSM-PR-SUB
            MOVE RSM-FIND-KEY TO RSM-P-CODE (RSM-PR-SUB)
            PERFORM 3595-CLEAR-FIGURES THRU 3595-CLEAR-FIGURES-EXIT
            MOVE RSM-W-FIGURES TO RSM-P-FIGURES (RSM-PR-SUB).
        3510-FIND-PRODUCT-EXIT.
            EXIT.

        3511-MATCH-ONE-PRODUCT.
            CONTINUE.
        3511-MATCH-ONE-PRODUCT-EXIT.
            EXIT.

        3520-FIND-BRANCH.
            PERFORM 3521-MATCH-ONE-BRANCH
               THRU 3521-MATCH-ONE-BRANCH-EXIT
               VARYING RSM-BR-SUB FROM 1 BY 1
               UNTIL RSM-BR-SUB > RSM-BR-COUNT
                  OR RSM-B-CODE (RSM-BR-SUB) = RSM-FIND-KEY
            IF RSM-BR-SUB <= RSM-BR-COUNT
               GO TO 3520-FIND-BRANCH-EXIT
            END-IF
            IF RSM-BR-COUNT >= 300
               DISPLAY 'rate-sim: over 300 branches, '
                  RSM-FIND-KEY ' not kept'
               SET JOB-NEEDS-RERUN TO TRUE
               SET RSM-EOF TO TRUE
               MOVE 0 TO RSM-BR-SUB
               GO TO 3520-FIND-BRANCH-EXIT
            END-IF
            ADD 1 TO RSM-BR-COUNT
            MOVE RSM-BR-COUNT TO RSM-BR-SUB
            MOVE RSM-FIND-KEY TO RSM-B-CODE (RSM-BR-SUB)
            PERFORM 3595-CLEAR-FIGURES THRU 3595-CLEAR-FIGURES-EXIT
            MOVE RSM-W-FIGURES TO RSM-B-FIGURES (RSM-BR-SUB).
        3520-FIND-BRANCH-EXIT.
            EXIT.

        3521-MATCH-ONE-BRANCH.
            CONTINUE.
        3521-MATCH-ONE-BRANCH-EXIT.
            EXIT.

      * the band floors rise from band 2 (zero) to band 6
        3530-LOWER-BAND.
            SUBTRACT 1 FROM RSM-BD-SUB.
        3530-LOWER-BAND-EXIT.
            EXIT.

        3590-ADD-FIGURES.
            ADD RSM-A-ACCOUNTS TO RSM-W-ACCOUNTS
            ADD RSM-A-CUR-INT TO RSM-W-CUR-INT
            ADD RSM-A-PRO-INT TO RSM-W-PRO-INT
            ADD RSM-A-CUR-FEE TO RSM-W-CUR-FEE
            ADD RSM-A-PRO-FEE TO RSM-W-PRO-FEE.
        3590-ADD-FIGURES-EXIT.
            EXIT.

        3595-CLEAR-FIGURES.
            MOVE 0 TO RSM-W-ACCOUNTS
            MOVE 0 TO RSM-W-CUR-INT
            MOVE 0 TO RSM-W-PRO-INT
            MOVE 0 TO RSM-W-CUR-FEE
            MOVE 0 TO RSM-W-PRO-FEE.
        3595-CLEAR-FIGURES-EXIT.
            EXIT.

      * an interest or fee charge moving by more than the threshold
      * either way is listed for the account's branch
        3600-CHECK-CHANGE.
            IF PQQ-BASE-TYPE = 'SV' AND RSM-SAV-SIM
               COMPUTE RSM-CHANGE = RSM-A-PRO-INT - RSM-A-CUR-INT
               IF RSM-CHANGE < 0
                  COMPUTE RSM-CHANGE-SIZE = 0 - RSM-CHANGE
               ELSE
                  MOVE RSM-CHANGE TO RSM-CHANGE-SIZE
               END-IF
               IF RSM-CHANGE-SIZE > RSM-THRESHOLD
                  MOVE 'INT' TO RSM-ED-SIDE
                  MOVE RSM-A-CUR-INT TO RSM-ED-CURRENT
                  MOVE RSM-A-PRO-INT TO RSM-ED-PROPOSED
                  PERFORM 3610-WRITE-EXCEPTION
                     THRU 3610-WRITE-EXCEPTION-EXIT
               END-IF
            END-IF
            IF RSM-FEE-SIM
               COMPUTE RSM-CHANGE = RSM-A-PRO-FEE - RSM-A-CUR-FEE
               IF RSM-CHANGE < 0
                  COMPUTE RSM-CHANGE-SIZE = 0 - RSM-CHANGE
               ELSE
                  MOVE RSM-CHANGE TO RSM-CHANGE-SIZE
               END-IF
               IF RSM-CHANGE-SIZE > RSM-THRESHOLD
                  MOVE 'FEE' TO RSM-ED-SIDE
                  MOVE RSM-A-CUR-FEE TO RSM-ED-CURRENT
                  MOVE RSM-A-PRO-FEE TO RSM-ED-PROPOSED
                  PERFORM 3610-WRITE-EXCEPTION
                     THRU 3610-WRITE-EXCEPTION-EXIT
               END-IF
            END-IF.
        3600-CHECK-CHANGE-EXIT.
            EXIT.

        3610-WRITE-EXCEPTION.
            MOVE AM-BRANCH TO RSM-ED-BRANCH
            MOVE AM-KEY TO RSM-ED-KEY
            MOVE AM-PRODUCT-CODE TO RSM-ED-PRODUCT
            IF AM-PRODUCT-CODE = SPACES
               MOVE AM-TYPE TO RSM-ED-PRODUCT
            END-IF
            MOVE RSM-BASE-BALANCE TO RSM-ED-BALANCE
            MOVE RSM-CHANGE TO RSM-ED-CHANGE
            WRITE EXCEPTION-LINE FROM RSM-EXC-DETAIL-LINE
            ADD 1 TO RSM-EXCEPTION-COUNT.
        3610-WRITE-EXCEPTION-EXIT.
            EXIT.

      * the account's figures and balance into base currency at the
      * business date's rate, one lookup per currency a run
        3800-TO-BASE.
            SET RSM-PRICED TO TRUE
            MOVE 1 TO RSM-FX-RATE
            IF AM-CURRENCY NOT = SPACES
               PERFORM 3820-FIND-RATE THRU 3820-FIND-RATE-EXIT
            END-IF
            IF NOT RSM-PRICED
               GO TO 3800-TO-BASE-EXIT
            END-IF
            COMPUTE RSM-BASE-BALANCE ROUNDED =
               RSM-TIER-BALANCE * RSM-FX-RATE
            COMPUTE RSM-A-CUR-INT ROUNDED =
               RSM-A-CUR-INT * RSM-FX-RATE
            COMPUTE RSM-A-PRO-INT ROUNDED =
               RSM-A-PRO-INT * RSM-FX-RATE
            COMPUTE RSM-A-CUR-FEE ROUNDED =
               RSM-A-CUR-FEE * RSM-FX-RATE
            COMPUTE RSM-A-PRO-FEE ROUNDED =
               RSM-A-PRO-FEE * RSM-FX-RATE.
        3800-TO-BASE-EXIT.
            EXIT.

        3810-MATCH-ONE-CCY.
            CONTINUE.
        3810-MATCH-ONE-CCY-EXIT.
            EXIT.

        3820-FIND-RATE.
            PERFORM 3810-MATCH-ONE-CCY THRU 3810-MATCH-ONE-CCY-EXIT
               VARYING RSM-FX-SUB FROM 1 BY 1
               UNTIL RSM-FX-SUB > RSM-FX-COUNT
                  OR RSM-FX-CCY (RSM-FX-SUB) = AM-CURRENCY
            IF RSM-FX-SUB > RSM-FX-COUNT
               MOVE AM-CURRENCY TO RLK-CURRENCY
               MOVE RSM-TODAY TO RLK-VALUE-DATE
               CALL 'RATE-LOOKUP' USING RLK-CONTROL
      *        a full table keeps the newest currency in its last
      *        entry
               IF RSM-FX-COUNT < 50
                  ADD 1 TO RSM-FX-COUNT
               END-IF
               MOVE RSM-FX-COUNT TO RSM-FX-SUB
               MOVE AM-CURRENCY TO RSM-FX-CCY (RSM-FX-SUB)
               IF RLK-OK
                  MOVE RLK-RATE TO RSM-FX-VALUE (RSM-FX-SUB)
                  MOVE 'Y' TO RSM-FX-OK (RSM-FX-SUB)
               ELSE
                  DISPLAY 'rate-sim: no ' AM-CURRENCY ' rate at '
                     RSM-TODAY
                  MOVE 0 TO RSM-FX-VALUE (RSM-FX-SUB)
                  MOVE 'N' TO RSM-FX-OK (RSM-FX-SUB)
               END-IF
            END-IF
            IF RSM-FX-OK (RSM-FX-SUB) NOT = 'Y'
               ADD 1 TO RSM-UNPRICED-COUNT
               SET RSM-PRICED TO FALSE
               GO TO 3820-FIND-RATE-EXIT
            END-IF
            MOVE RSM-FX-VALUE (RSM-FX-SUB) TO RSM-FX-RATE.
        3820-FIND-RATE-EXIT.
            EXIT.

        5000-REPORT.
            OPEN OUTPUT REPORT-FILE
            MOVE RSM-TODAY TO RSM-HDR-DATE
            MOVE RSM-MONTH TO RSM-HDR-MONTH
            WRITE REPORT-LINE FROM RSM-HDR-LINE
            MOVE SPACES TO RSM-NOTE-LINE
            EVALUATE TRUE
               WHEN RSM-SAV-SIM AND RSM-FEE-SIM
                  STRING 'PROPOSED: SAVINGS TIERS (PROPRATE) AND'
                         DELIMITED BY SIZE
                         ' FEE SCHEDULE (PROPFEES)' DELIMITED BY SIZE
                    INTO RSM-NOTE-LINE
                  END-STRING
               WHEN RSM-SAV-SIM
                  STRING 'PROPOSED: SAVINGS TIERS (PROPRATE); FEE'
                         DELIMITED BY SIZE
                         ' SCHEDULE NOT PRICED' DELIMITED BY SIZE
                    INTO RSM-NOTE-LINE
                  END-STRING
               WHEN OTHER
                  STRING 'PROPOSED: FEE SCHEDULE (PROPFEES); SAVINGS'
                         DELIMITED BY SIZE
                         ' TIERS NOT PRICED' DELIMITED BY SIZE
                    INTO RSM-NOTE-LINE
                  END-STRING
            END-EVALUATE
            WRITE REPORT-LINE FROM RSM-NOTE-LINE
            MOVE 'BY PRODUCT' TO RSM-SECTION-LINE
            PERFORM 5100-SECTION-HEAD THRU 5100-SECTION-HEAD-EXIT
            PERFORM 5200-REPORT-ONE-PRODUCT
               THRU 5200-REPORT-ONE-PRODUCT-EXIT
               VARYING RSM-PR-SUB FROM 1 BY 1
               UNTIL RSM-PR-SUB > RSM-PR-COUNT
            MOVE 'BY BRANCH' TO RSM-SECTION-LINE
            PERFORM 5100-SECTION-HEAD THRU 5100-SECTION-HEAD-EXIT
            PERFORM 5300-REPORT-ONE-BRANCH
               THRU 5300-REPORT-ONE-BRANCH-EXIT
               VARYING RSM-BR-SUB FROM 1 BY 1
               UNTIL RSM-BR-SUB > RSM-BR-COUNT
            MOVE 'BY BALANCE BAND (BASE CURRENCY AVERAGE BALANCE)'
              TO RSM-SECTION-LINE
            PERFORM 5100-SECTION-HEAD THRU 5100-SECTION-HEAD-EXIT
            PERFORM 5400-REPORT-ONE-BAND
               THRU 5400-REPORT-ONE-BAND-EXIT
               VARYING RSM-BD-SUB FROM 1 BY 1
               UNTIL RSM-BD-SUB > 6
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE RSM-TOTAL-FIGURES TO RSM-W-FIGURES
            MOVE 'BANK TOTAL' TO RSM-DL-KEY
            PERFORM 5900-PRINT-FIGURES THRU 5900-PRINT-FIGURES-EXIT
            PERFORM 5500-NOTES THRU 5500-NOTES-EXIT
            CLOSE REPORT-FILE.
        5000-REPORT-EXIT.
            EXIT.

        5100-SECTION-HEAD.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM RSM-SECTION-LINE
            WRITE REPORT-LINE FROM RSM-COL-LINE-1
            WRITE REPORT-LINE FROM RSM-COL-LINE-2.
        5100-SECTION-HEAD-EXIT.
            EXIT.

        5200-REPORT-ONE-PRODUCT.
            MOVE RSM-P-FIGURES (RSM-PR-SUB) TO RSM-W-FIGURES
            MOVE RSM-P-CODE (RSM-PR-SUB) TO RSM-DL-KEY
            PERFORM 5900-PRINT-FIGURES THRU 5900-PRINT-FIGURES-EXIT.
        5200-REPORT-ONE-PRODUCT-EXIT.
            EXIT.

        5300-REPORT-ONE-BRANCH.
            MOVE RSM-B-FIGURES (RSM-BR-SUB) TO RSM-W-FIGURES
            MOVE RSM-B-CODE (RSM-BR-SUB) TO RSM-DL-KEY
            PERFORM 5900-PRINT-FIGURES THRU 5900-PRINT-FIGURES-EXIT.
        5300-REPORT-ONE-BRANCH-EXIT.
            EXIT.

        5400-REPORT-ONE-BAND.
            MOVE RSM-BD-FIGURES (RSM-BD-SUB) TO RSM-W-FIGURES
            MOVE RSM-BAND-LABEL (RSM-BD-SUB) TO RSM-DL-KEY
            PERFORM 5900-PRINT-FIGURES THRU 5900-PRINT-FIGURES-EXIT.
        5400-REPORT-ONE-BAND-EXIT.
            EXIT.

        5500-NOTES.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE RSM-EXCEPTION-COUNT TO RSM-COUNT-ED
            MOVE SPACES TO RSM-NOTE-LINE
            STRING 'ACCOUNTS LISTED ON SIMEXC: ' DELIMITED BY SIZE
                   RSM-COUNT-ED DELIMITED BY SIZE
              INTO RSM-NOTE-LINE
            END-STRING
            WRITE REPORT-LINE FROM RSM-NOTE-LINE
            IF RSM-NO-HIST-COUNT > 0
               MOVE RSM-NO-HIST-COUNT TO RSM-COUNT-ED
               MOVE SPACES TO RSM-NOTE-LINE
               STRING 'ACCOUNTS WITH NO BALANCE HISTORY FOR THE'
                      DELIMITED BY SIZE
                      ' MONTH, TAKEN AT LIVE BALANCE: '
                      DELIMITED BY SIZE
                      RSM-COUNT-ED DELIMITED BY SIZE
                 INTO RSM-NOTE-LINE
               END-STRING
               WRITE REPORT-LINE FROM RSM-NOTE-LINE
            END-IF
            IF RSM-UNPRICED-COUNT > 0
               MOVE RSM-UNPRICED-COUNT TO RSM-COUNT-ED
               MOVE SPACES TO RSM-NOTE-LINE
               STRING 'ACCOUNTS LEFT OUT, NO RATE FOR THEIR'
                      DELIMITED BY SIZE
                      ' CURRENCY: ' DELIMITED BY SIZE
                      RSM-COUNT-ED DELIMITED BY SIZE
                 INTO RSM-NOTE-LINE
               END-STRING
               WRITE REPORT-LINE FROM RSM-NOTE-LINE
            END-IF
            IF RSM-NO-TIER-COUNT > 0
               MOVE RSM-NO-TIER-COUNT TO RSM-COUNT-ED
               MOVE SPACES TO RSM-NOTE-LINE
               STRING 'SAVINGS ACCOUNTS WITH NO TIERS FOR THEIR RATE'
                      DELIMITED BY SIZE
                      ' TABLE IN EITHER FILE: ' DELIMITED BY SIZE
                      RSM-COUNT-ED DELIMITED BY SIZE
                 INTO RSM-NOTE-LINE
               END-STRING
               WRITE REPORT-LINE FROM RSM-NOTE-LINE
            END-IF.
        5500-NOTES-EXIT.
            EXIT.

        5900-PRINT-FIGURES.
            MOVE RSM-W-ACCOUNTS TO RSM-DL-ACCOUNTS
            MOVE RSM-W-CUR-INT TO RSM-DL-CUR-INT
            MOVE RSM-W-PRO-INT TO RSM-DL-PRO-INT
            COMPUTE RSM-DL-CHG-INT = RSM-W-PRO-INT - RSM-W-CUR-INT
            MOVE RSM-W-CUR-FEE TO RSM-DL-CUR-FEE
            MOVE RSM-W-PRO-FEE TO RSM-DL-PRO-FEE
            COMPUTE RSM-DL-CHG-FEE = RSM-W-PRO-FEE - RSM-W-CUR-FEE
            WRITE REPORT-LINE FROM RSM-DETAIL-LINE.
        5900-PRINT-FIGURES-EXIT.
            EXIT.

        9999-EXIT.
            IF RSM-ACCT-OPEN
               CLOSE ACCT-MASTER-FILE
            END-IF
            IF RSM-OUT-OPEN
               CLOSE EXCEPTION-FILE
            END-IF
            DISPLAY 'rate-sim: ' RSM-READ-COUNT ' accounts read, '
               RSM-PRICED-COUNT ' priced, '
               RSM-EXCEPTION-COUNT ' listed'
            IF (RSM-UNPRICED-COUNT > 0 OR RSM-NO-TIER-COUNT > 0)
               AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, RSM-RUN-STOP)
              TO RSM-RC
            MOVE 'RATESIM' TO JHR-PROGRAM-ID
            MOVE RSM-TODAY TO JHR-BUSINESS-DATE
            MOVE RSM-START-SECONDS TO JHR-START-SECONDS
            MOVE RSM-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE RSM-READ-COUNT TO JHR-RECORDS-IN
            MOVE RSM-EXCEPTION-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY sav-tier-paragraphs.
        COPY fee-select-paragraphs.
        COPY exit-status-paragraphs.
        End Program RATE-SIM.
