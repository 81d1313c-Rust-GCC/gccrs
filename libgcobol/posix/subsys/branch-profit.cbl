      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  branch-profit.cbl
      *
      *  Month-end branch profitability.  Runs as a calendar-
      *  selected stream step: unless the business date carries the
      *  run-calendar month-end marker (or -FORCE=Y), it ends JOB-OK
      *  having done nothing.  It runs after FEE-ENGINE, SAV-ACCRUE
      *  and RETURN-INTAKE have done the month-end day, so the
      *  month's charges, capitalized interest and returns are all
      *  on file, and assembles per AM-BRANCH what management used
      *  to put together by hand:
      *      fee income            the month's FEE-ENGINE charges
      *                            (FEETRAN, origin FEENGIN1)
      *      loan interest earned  the interest of every LOAN-SCHED
      *                            period (POSTOUT) due this month
      *                            on an active loan, from its
      *                            RESCHED row where it has been
      *                            rescheduled
      *      savings interest paid the growth this month in the
      *                            branch's ACCRLDGR capitalized-
      *                            year-to-date interest
      *      deposit volume        each account's average balance
      *                            for the month (BAL-HISTORY, its
      *                            live balance without history); an
      *                            overdrawn average counts as lending
      *      loan volume           LOANMST principal outstanding
      *      suspense items        SUSPDTL items raised this month
      *      returned items        the month's RETHIST rows
      *  Amounts are taken to base currency through RATE-LOOKUP at
      *  the business date; an amount in a currency with no rate is
      *  left out and counted, and ends the run JOB-WARNING.
      *
      *  Funds transfer pricing credits each branch the -FTPRATE
      *  annual rate for one month on its average deposits and
      *  charges it the same on its lending; the branch's running
      *  cost is -ACCTCOST for each active account (GL accounts
      *  excepted), -SUSPCOST for each suspense item and -RETCOST
      *  for each returned item.  Net contribution is income less
      *  expense.  Branches roll up by BRM-REGION of BRANCHMST; a
      *  branch found in the data but not on BRANCHMST is reported
      *  under region '??' and ends the run JOB-WARNING.
      *
      *  Last month's net contribution and the year-to-date
      *  capitalized interest the month's interest paid is measured
      *  from come from the current PROFSTAT generation (GEN-
      *  CATALOG), and this month's go back as the next; a rerun in
      *  the same month measures from the same opening as the first
      *  run did.
      *
      *  The P&L pages (PROFRPT) carry the page's burst key in
      *  columns 1-4 of every line -- the branch code for a branch
      *  page, '*' and the region code for a region page -- so
      *  BURST-REPORT (default -KEYCOL) delivers each page to the
      *  branch or regional manager DISTCTL names for it.  The
      *  management summary (PROFSUM) lists every branch and region
      *  with this month's net contribution, last month's and the
      *  change, and the bank total.
      *
      *  RETHIST and FEETRAN layouts are RETURN-INTAKE's and
      *  FEE-ENGINE's.
      *
      *  PROFSTAT record layout (fixed columns), one per branch:
      *      PFS-BRANCH      X(4)
      *      PFS-MONTH       9(6)     yyyymm reported
      *      PFS-NET         S9(13)V99 sign leading separate
      *      PFS-INT-YTD     S9(13)V99 sign leading separate,
      *                               capitalized interest this year
      *      PFS-OPEN-MONTH  9(6)     the opening the month was
      *      PFS-OPEN-NET    S9(13)V99 measured from, sign leading
      *      PFS-OPEN-INT-YTD S9(13)V99 separate
      *
      *  Flags (cmdline-parms.cpy style):
      *      -FORCE=Y               run without the month-end marker
      *      -FTPRATE=<pct>         annual FTP rate, default 0
      *      -ACCTCOST=<amount>     cost per account, default 0
      *      -SUSPCOST=<amount>     cost per suspense item, default 0
      *      -RETCOST=<amount>      cost per returned item, default 0
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. BRANCH-PROFIT.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select BRANCH-MASTER-FILE Assign To BRANCHMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is BRM-CODE
                File Status Is BPF-BRM-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is BPF-ACCT-STATUS.
            Select ACCRUAL-FILE Assign To ACCRLDGR
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is ACR-KEY
                File Status Is BPF-ACCR-STATUS.
            Select LOAN-MASTER-FILE Assign To LOANMST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is LNM-LOAN-ID
                File Status Is BPF-LOAN-STATUS.
            Select OPTIONAL RESCHED-FILE Assign To RESCHED
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is LRS-KEY
                File Status Is BPF-RESCHED-STATUS.
            Select OPTIONAL SCHEDULE-FILE Assign To POSTOUT
                Organization Is Line Sequential.
            Select OPTIONAL FEE-TRAN-FILE Assign To FEETRAN
                Organization Is Line Sequential.
            Select SUSP-DETAIL-FILE Assign To SUSPDTL
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is SUS-KEY
                File Status Is BPF-SUSP-STATUS.
            Select OPTIONAL RETURN-HIST-FILE Assign To RETHIST
                Organization Is Line Sequential.
            Select OPTIONAL STATE-FILE Assign To PROFSTAT
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To PROFRPT
                Organization Is Line Sequential.
            Select SUMMARY-FILE Assign To PROFSUM
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  BRANCH-MASTER-FILE.
        COPY branch-master.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  ACCRUAL-FILE.
        COPY accr-ledger.
        FD  LOAN-MASTER-FILE.
        COPY loan-master.
        FD  RESCHED-FILE.
        COPY loan-resched.
        FD  SCHEDULE-FILE.
        01  SCHEDULE-RECORD.
            05  PST-LOAN-ID         PIC X(12).
            05  PST-PERIOD          PIC 9(03).
            05  PST-DUE-DATE        PIC 9(08).
            05  PST-PAYMENT         PIC 9(13)V99.
            05  PST-INTEREST        PIC 9(13)V99.
            05  PST-PRINCIPAL       PIC 9(13)V99.
            05  PST-BALANCE         PIC 9(13)V99.
        FD  FEE-TRAN-FILE.
        01  FEE-TRAN-RECORD.
            05  ATR-ACTION          PIC X(01).
            05  ATR-KEY             PIC X(32).
            05  ATR-SHORT-NAME      PIC X(20).
            05  ATR-CUST-NAME       PIC X(70).
            05  ATR-BRANCH          PIC X(04).
            05  ATR-TYPE            PIC X(02).
            05  ATR-CURRENCY        PIC X(03).
            05  ATR-BALANCE         PIC S9(13)V99.
            05  ATR-AMOUNT REDEFINES ATR-BALANCE
                                    PIC S9(13)V99.
            05  ATR-OPEN-DATE       PIC X(08).
            05  ATR-ORIGIN          PIC X(08).
            05  ATR-REFERENCE       PIC X(16).
            05  ATR-NARRATIVE       PIC X(30).
            05  FILLER              PIC X(91).
        FD  SUSP-DETAIL-FILE.
        COPY susp-detail.
        FD  RETURN-HIST-FILE.
        01  RETURN-HIST-RECORD.
            05  RTH-DATE            PIC 9(08).
            05  RTH-BRANCH          PIC X(04).
            05  RTH-REASON          PIC X(04).
            05  RTH-COUNT           PIC 9(07).
            05  RTH-AMOUNT          PIC S9(13)V99
                                     Sign Leading Separate.
        FD  STATE-FILE.
        01  STATE-RECORD.
            05  PFS-BRANCH          PIC X(04).
            05  PFS-MONTH           PIC 9(06).
            05  PFS-NET             PIC S9(13)V99
                                     Sign Leading Separate.
            05  PFS-INT-YTD         PIC S9(13)V99
                                     Sign Leading Separate.
            05  PFS-OPEN-MONTH      PIC 9(06).
            05  PFS-OPEN-NET        PIC S9(13)V99
                                     Sign Leading Separate.
            05  PFS-OPEN-INT-YTD    PIC S9(13)V99
                                     Sign Leading Separate.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  SUMMARY-FILE.
        01  SUMMARY-LINE            PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY run-calendar.
        COPY bus-date.
        COPY bal-average.
        COPY rate-lookup.
        COPY gen-catalog.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  BPF-RUN-START.
            05  BPF-START-SECONDS   Usage BINARY-DOUBLE.
            05  BPF-START-NANOS     Usage BINARY-DOUBLE.
        01  BPF-RUN-STOP.
            05  BPF-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  BPF-STOP-NANOS      Usage BINARY-DOUBLE.
        01  BPF-RC                  Binary-Long.
        01  BPF-BRM-STATUS          PIC X(02).
        01  BPF-ACCT-STATUS         PIC X(02).
        01  BPF-ACCR-STATUS         PIC X(02).
        01  BPF-LOAN-STATUS         PIC X(02).
        01  BPF-RESCHED-STATUS      PIC X(02).
        01  BPF-SUSP-STATUS         PIC X(02).
        01  BPF-FORCE               PIC X(01) Value 'N'.
        01  BPF-MONTH-END-SW        PIC X(01) Value 'N'.
            88  BPF-MONTH-END           Value 'Y', False 'N'.
        01  BPF-ACCR-OPEN-SW        PIC X(01) Value 'N'.
            88  BPF-ACCR-OPEN           Value 'Y', False 'N'.
        01  BPF-LOAN-OPEN-SW        PIC X(01) Value 'N'.
            88  BPF-LOAN-OPEN           Value 'Y', False 'N'.
        01  BPF-RESCHED-OPEN-SW     PIC X(01) Value 'N'.
            88  BPF-RESCHED-OPEN        Value 'Y', False 'N'.
        01  BPF-EOF-SWITCH          PIC X(01).
            88  BPF-EOF                 Value 'Y', False 'N'.
        01  BPF-TODAY               PIC 9(08) Value 0.
        01  BPF-MONTH               PIC 9(06) Value 0.
        01  BPF-YEAR                PIC 9(04) Value 0.
        01  BPF-DATE-MONTH          PIC 9(06).
        01  BPF-DATE-YEAR           PIC 9(04).
        01  BPF-FTP-RATE            PIC 9(3)V9(4) Value 0.
        01  BPF-ACCT-COST           PIC 9(7)V99 Value 0.
        01  BPF-SUSP-COST           PIC 9(7)V99 Value 0.
        01  BPF-RET-COST            PIC 9(7)V99 Value 0.
      *    one amount on its way to base currency
        01  BPF-CCY                 PIC X(03).
        01  BPF-AMOUNT              PIC S9(15)V99 COMP-3.
        01  BPF-PRICED-SW           PIC X(01).
            88  BPF-PRICED              Value 'Y', False 'N'.
        01  BPF-FX-COUNT            Binary-Long Value 0.
        01  BPF-FX-SUB              Binary-Long.
        01  BPF-FX-TABLE.
            05  BPF-FX-ENTRY OCCURS 50 TIMES.
                10  BPF-FX-CCY      PIC X(03).
                10  BPF-FX-RATE     PIC 9(7)V9(8).
                10  BPF-FX-OK       PIC X(01).
      *    the branches, BRANCHMST order first
        01  BPF-FIND-CODE           PIC X(04).
        01  BPF-BR-COUNT            Binary-Long Value 0.
        01  BPF-BR-SUB              Binary-Long.
        01  BPF-BRANCH-TABLE.
            05  BPF-BRANCH-ENTRY OCCURS 300 TIMES.
                10  BPF-B-CODE      PIC X(04).
                10  BPF-B-NAME      PIC X(30).
                10  BPF-B-REGION    PIC X(02).
                10  BPF-B-STATUS    PIC X(01).
                10  BPF-B-PRIOR-MONTH
                                    PIC 9(06).
                10  BPF-B-PRIOR-YTD PIC S9(15)V99 COMP-3.
                10  BPF-B-INT-YTD   PIC S9(15)V99 COMP-3.
                10  BPF-B-FIGURES.
                    15  BPF-B-FEES  PIC S9(15)V99 COMP-3.
                    15  BPF-B-LOAN-INT
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-B-FTP-CREDIT
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-B-INT-PAID
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-B-FTP-CHARGE
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-B-ACCT-COSTS
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-B-SUSP-COSTS
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-B-RET-COSTS
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-B-NET   PIC S9(15)V99 COMP-3.
                    15  BPF-B-PRIOR-NET
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-B-DEPOSITS
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-B-LENDING
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-B-ACCOUNTS
                                    PIC 9(07).
                    15  BPF-B-SUSP-ITEMS
                                    PIC 9(07).
                    15  BPF-B-RET-ITEMS
                                    PIC 9(07).
      *    the regions, in the order their first branch appears
        01  BPF-FIND-REGION         PIC X(02).
        01  BPF-RG-COUNT            Binary-Long Value 0.
        01  BPF-RG-SUB              Binary-Long.
        01  BPF-REGION-TABLE.
            05  BPF-REGION-ENTRY OCCURS 50 TIMES.
                10  BPF-R-CODE      PIC X(02).
                10  BPF-R-BRANCHES  PIC 9(05).
                10  BPF-R-FIGURES.
                    15  BPF-R-FEES  PIC S9(15)V99 COMP-3.
                    15  BPF-R-LOAN-INT
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-R-FTP-CREDIT
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-R-INT-PAID
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-R-FTP-CHARGE
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-R-ACCT-COSTS
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-R-SUSP-COSTS
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-R-RET-COSTS
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-R-NET   PIC S9(15)V99 COMP-3.
                    15  BPF-R-PRIOR-NET
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-R-DEPOSITS
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-R-LENDING
                                    PIC S9(15)V99 COMP-3.
                    15  BPF-R-ACCOUNTS
                                    PIC 9(07).
                    15  BPF-R-SUSP-ITEMS
                                    PIC 9(07).
                    15  BPF-R-RET-ITEMS
                                    PIC 9(07).
      *    the bank total
        01  BPF-T-FIGURES.
            05  BPF-T-FEES          PIC S9(15)V99 COMP-3 Value 0.
            05  BPF-T-LOAN-INT      PIC S9(15)V99 COMP-3 Value 0.
            05  BPF-T-FTP-CREDIT    PIC S9(15)V99 COMP-3 Value 0.
            05  BPF-T-INT-PAID      PIC S9(15)V99 COMP-3 Value 0.
            05  BPF-T-FTP-CHARGE    PIC S9(15)V99 COMP-3 Value 0.
            05  BPF-T-ACCT-COSTS    PIC S9(15)V99 COMP-3 Value 0.
            05  BPF-T-SUSP-COSTS    PIC S9(15)V99 COMP-3 Value 0.
            05  BPF-T-RET-COSTS     PIC S9(15)V99 COMP-3 Value 0.
            05  BPF-T-NET           PIC S9(15)V99 COMP-3 Value 0.
            05  BPF-T-PRIOR-NET     PIC S9(15)V99 COMP-3 Value 0.
            05  BPF-T-DEPOSITS      PIC S9(15)V99 COMP-3 Value 0.
            05  BPF-T-LENDING       PIC S9(15)V99 COMP-3 Value 0.
            05  BPF-T-ACCOUNTS      PIC 9(07) Value 0.
            05  BPF-T-SUSP-ITEMS    PIC 9(07) Value 0.
            05  BPF-T-RET-ITEMS     PIC 9(07) Value 0.
      *    the figures being priced, rolled up or printed, and the
      *    figures they are being added into
        01  BPF-W-FIGURES.
            05  BPF-W-FEES          PIC S9(15)V99 COMP-3.
            05  BPF-W-LOAN-INT      PIC S9(15)V99 COMP-3.
            05  BPF-W-FTP-CREDIT    PIC S9(15)V99 COMP-3.
            05  BPF-W-INT-PAID      PIC S9(15)V99 COMP-3.
            05  BPF-W-FTP-CHARGE    PIC S9(15)V99 COMP-3.
            05  BPF-W-ACCT-COSTS    PIC S9(15)V99 COMP-3.
            05  BPF-W-SUSP-COSTS    PIC S9(15)V99 COMP-3.
            05  BPF-W-RET-COSTS     PIC S9(15)V99 COMP-3.
            05  BPF-W-NET           PIC S9(15)V99 COMP-3.
            05  BPF-W-PRIOR-NET     PIC S9(15)V99 COMP-3.
            05  BPF-W-DEPOSITS      PIC S9(15)V99 COMP-3.
            05  BPF-W-LENDING       PIC S9(15)V99 COMP-3.
            05  BPF-W-ACCOUNTS      PIC 9(07).
            05  BPF-W-SUSP-ITEMS    PIC 9(07).
            05  BPF-W-RET-ITEMS     PIC 9(07).
        01  BPF-A-FIGURES.
            05  BPF-A-FEES          PIC S9(15)V99 COMP-3.
            05  BPF-A-LOAN-INT      PIC S9(15)V99 COMP-3.
            05  BPF-A-FTP-CREDIT    PIC S9(15)V99 COMP-3.
            05  BPF-A-INT-PAID      PIC S9(15)V99 COMP-3.
            05  BPF-A-FTP-CHARGE    PIC S9(15)V99 COMP-3.
            05  BPF-A-ACCT-COSTS    PIC S9(15)V99 COMP-3.
            05  BPF-A-SUSP-COSTS    PIC S9(15)V99 COMP-3.
            05  BPF-A-RET-COSTS     PIC S9(15)V99 COMP-3.
            05  BPF-A-NET           PIC S9(15)V99 COMP-3.
            05  BPF-A-PRIOR-NET     PIC S9(15)V99 COMP-3.
            05  BPF-A-DEPOSITS      PIC S9(15)V99 COMP-3.
            05  BPF-A-LENDING       PIC S9(15)V99 COMP-3.
            05  BPF-A-ACCOUNTS      PIC 9(07).
            05  BPF-A-SUSP-ITEMS    PIC 9(07).
            05  BPF-A-RET-ITEMS     PIC 9(07).
        01  BPF-INCOME              PIC S9(15)V99 COMP-3.
        01  BPF-EXPENSE             PIC S9(15)V99 COMP-3.
        01  BPF-CHANGE              PIC S9(15)V99 COMP-3.
        01  BPF-INTEREST            PIC 9(13)V99.
        01  BPF-PAGE-KEY            PIC X(04).
        01  BPF-PAGE-PRIOR-MONTH    PIC 9(06).
        01  BPF-ACCT-COUNT          PIC 9(09) Value 0.
        01  BPF-LOAN-COUNT          PIC 9(07) Value 0.
        01  BPF-PERIOD-COUNT        PIC 9(07) Value 0.
        01  BPF-NO-LOAN-COUNT       PIC 9(07) Value 0.
        01  BPF-FEE-COUNT           PIC 9(07) Value 0.
        01  BPF-SUSP-COUNT          PIC 9(07) Value 0.
        01  BPF-RET-COUNT           PIC 9(07) Value 0.
        01  BPF-UNPRICED-COUNT      PIC 9(07) Value 0.
        01  BPF-UNKNOWN-COUNT       PIC 9(05) Value 0.
        01  BPF-PAGE-COUNT          PIC 9(05) Value 0.
        01  BPF-STATE-COUNT         PIC 9(05) Value 0.
        01  BPF-COUNT-ED            PIC Z(6)9.
        01  BPF-MONTH-ED            PIC 9(06).
        01  BPF-RATE-ED             PIC ZZ9.9999.
        01  BPF-COST-ED             PIC Z(6)9.99.
        01  BPF-TITLE-LINE.
            05  BPF-TL-KEY          PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  BPF-TL-TEXT         PIC X(100).
        01  BPF-PL-LINE.
            05  BPF-PL-KEY          PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  BPF-PL-LABEL        PIC X(32).
            05  BPF-PL-AMOUNT       PIC -(15)9.99.
            05  FILLER              PIC X(02) Value SPACES.
            05  BPF-PL-NOTE         PIC X(40).
        01  BPF-SUM-HDR-LINE.
            05  FILLER              PIC X(36) Value
                'BRANCH PROFITABILITY SUMMARY -- MON'.
            05  FILLER              PIC X(04) Value 'TH  '.
            05  BPF-SH-MONTH        PIC 9(06).
        01  BPF-SUM-SECTION-LINE    PIC X(60).
        01  BPF-SUM-COL-LINE.
            05  FILLER              PIC X(36) Value
                'UNIT NAME                          '.
            05  FILLER              PIC X(24) Value
                'RG        NET THIS MONTH'.
            05  FILLER              PIC X(20) Value
                '     NET LAST MONTH'.
            05  FILLER              PIC X(20) Value
                '              CHANGE'.
        01  BPF-SUM-LINE.
            05  BPF-SL-UNIT         PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  BPF-SL-NAME         PIC X(30).
            05  FILLER              PIC X(01) Value SPACE.
            05  BPF-SL-REGION       PIC X(02).
            05  FILLER              PIC X(01) Value SPACE.
            05  BPF-SL-NET          PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  BPF-SL-PRIOR        PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  BPF-SL-CHANGE       PIC -(15)9.99.
        01  BPF-SUM-NOTE-LINE       PIC X(132).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK AND BPF-MONTH-END
               PERFORM 2000-WALK-ACCOUNTS THRU 2000-WALK-ACCOUNTS-EXIT
               PERFORM 3000-WALK-LOANS THRU 3000-WALK-LOANS-EXIT
               PERFORM 3500-TAKE-FEES THRU 3500-TAKE-FEES-EXIT
               PERFORM 3600-TAKE-SUSPENSE THRU 3600-TAKE-SUSPENSE-EXIT
               PERFORM 3700-TAKE-RETURNS THRU 3700-TAKE-RETURNS-EXIT
            END-IF
            IF JOB-OK AND BPF-MONTH-END
               PERFORM 5000-PRICE-BRANCHES
                  THRU 5000-PRICE-BRANCHES-EXIT
               PERFORM 6000-REPORT THRU 6000-REPORT-EXIT
               PERFORM 7000-SAVE-STATE THRU 7000-SAVE-STATE-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, BPF-RUN-START)
              TO BPF-RC
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'FORCE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE (1:1) TO BPF-FORCE
            END-IF
            MOVE 'FTPRATE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO BPF-FTP-RATE
            END-IF
            MOVE 'ACCTCOST' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO BPF-ACCT-COST
            END-IF
            MOVE 'SUSPCOST' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO BPF-SUSP-COST
            END-IF
            MOVE 'RETCOST' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO BPF-RET-COST
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'branch-profit: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO BPF-TODAY
            COMPUTE BPF-MONTH = BPF-TODAY / 100
            COMPUTE BPF-YEAR = BPF-TODAY / 10000
      *    the month-end marker selects this step; off month-end
      *    the stream just passes through
            IF BPF-FORCE NOT = 'Y'
               SET RCQ-REQ-INFO TO TRUE
               MOVE BPF-TODAY TO RCQ-DATE
               CALL 'RUN-CALENDAR' USING RCQ-CONTROL
               IF NOT RCQ-OK OR NOT RCQ-IS-MONTH-END
                  DISPLAY 'branch-profit: ' BPF-TODAY
                     ' is not month-end, nothing to report'
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
            END-IF
            SET BPF-MONTH-END TO TRUE
            PERFORM 1100-LOAD-BRANCHES THRU 1100-LOAD-BRANCHES-EXIT
            IF NOT JOB-OK
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1200-LOAD-STATE THRU 1200-LOAD-STATE-EXIT.
        1000-INITIALIZE-EXIT.
            EXIT.

        1100-LOAD-BRANCHES.
            OPEN INPUT BRANCH-MASTER-FILE
            IF BPF-BRM-STATUS NOT = '00'
               DISPLAY 'branch-profit: cannot open BRANCHMST, status '
                  BPF-BRM-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1100-LOAD-BRANCHES-EXIT
            END-IF
            SET BPF-EOF TO FALSE
            PERFORM 1110-READ-ONE-BRANCH THRU 1110-READ-ONE-BRANCH-EXIT
               UNTIL BPF-EOF
            CLOSE BRANCH-MASTER-FILE.
        1100-LOAD-BRANCHES-EXIT.
            EXIT.

        1110-READ-ONE-BRANCH.
            READ BRANCH-MASTER-FILE NEXT
                AT END
                    SET BPF-EOF TO TRUE
                    GO TO 1110-READ-ONE-BRANCH-EXIT
            END-READ
            IF BPF-BR-COUNT >= 300
               DISPLAY 'branch-profit: over 300 branches, '
                  BRM-CODE ' not kept'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1110-READ-ONE-BRANCH-EXIT
            END-IF
            ADD 1 TO BPF-BR-COUNT
            INITIALIZE BPF-BRANCH-ENTRY (BPF-BR-COUNT)
            MOVE BRM-CODE TO BPF-B-CODE (BPF-BR-COUNT)
            MOVE BRM-NAME TO BPF-B-NAME (BPF-BR-COUNT)
            MOVE BRM-REGION TO BPF-B-REGION (BPF-BR-COUNT)
            MOVE BRM-STATUS TO BPF-B-STATUS (BPF-BR-COUNT).
        1110-READ-ONE-BRANCH-EXIT.
            EXIT.

      * last month's figures per branch -- or, on a rerun in the
      * same month, the opening the first run measured from
        1200-LOAD-STATE.
            MOVE 'PROFSTAT' TO GNC-BASE-NAME
            PERFORM 9850-GEN-POINT-INPUT THRU 9850-GEN-POINT-INPUT-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 1200-LOAD-STATE-EXIT
            END-IF
            OPEN INPUT STATE-FILE
            SET BPF-EOF TO FALSE
            PERFORM 1210-READ-ONE-STATE THRU 1210-READ-ONE-STATE-EXIT
               UNTIL BPF-EOF
            CLOSE STATE-FILE.
        1200-LOAD-STATE-EXIT.
            EXIT.

        1210-READ-ONE-STATE.
            READ STATE-FILE
                AT END
                    SET BPF-EOF TO TRUE
                    GO TO 1210-READ-ONE-STATE-EXIT
            END-READ
            MOVE PFS-BRANCH TO BPF-FIND-CODE
            PERFORM 3900-FIND-BRANCH THRU 3900-FIND-BRANCH-EXIT
            IF BPF-BR-SUB = 0
               GO TO 1210-READ-ONE-STATE-EXIT
            END-IF
            IF PFS-MONTH = BPF-MONTH
               MOVE PFS-OPEN-MONTH TO BPF-B-PRIOR-MONTH (BPF-BR-SUB)
               MOVE PFS-OPEN-NET TO BPF-B-PRIOR-NET (BPF-BR-SUB)
               MOVE PFS-OPEN-INT-YTD TO BPF-B-PRIOR-YTD (BPF-BR-SUB)
            ELSE
               MOVE PFS-MONTH TO BPF-B-PRIOR-MONTH (BPF-BR-SUB)
               MOVE PFS-NET TO BPF-B-PRIOR-NET (BPF-BR-SUB)
               MOVE PFS-INT-YTD TO BPF-B-PRIOR-YTD (BPF-BR-SUB)
            END-IF.
        1210-READ-ONE-STATE-EXIT.
            EXIT.

      * the account master gives the account count, the month's
      * average balances and, through ACCRLDGR, the interest
      * capitalized this year -- on closed accounts too, so an
      * account closed during the year does not take its interest
      * out of the branch's year to date
        2000-WALK-ACCOUNTS.
            OPEN INPUT ACCT-MASTER-FILE
            IF BPF-ACCT-STATUS NOT = '00'
               DISPLAY 'branch-profit: cannot open ACCTMST, status '
                  BPF-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2000-WALK-ACCOUNTS-EXIT
            END-IF
            OPEN INPUT ACCRUAL-FILE
            IF BPF-ACCR-STATUS = '00'
               SET BPF-ACCR-OPEN TO TRUE
            ELSE
               DISPLAY 'branch-profit: no ACCRLDGR, status '
                  BPF-ACCR-STATUS ', no savings interest taken'
            END-IF
            SET BPF-EOF TO FALSE
            PERFORM 2100-ONE-ACCOUNT THRU 2100-ONE-ACCOUNT-EXIT
               UNTIL BPF-EOF
            CLOSE ACCT-MASTER-FILE
            IF BPF-ACCR-OPEN
               CLOSE ACCRUAL-FILE
            END-IF.
        2000-WALK-ACCOUNTS-EXIT.
            EXIT.

        2100-ONE-ACCOUNT.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET BPF-EOF TO TRUE
                    GO TO 2100-ONE-ACCOUNT-EXIT
            END-READ
            IF AM-TYPE = 'GL'
               GO TO 2100-ONE-ACCOUNT-EXIT
            END-IF
            MOVE AM-BRANCH TO BPF-FIND-CODE
            PERFORM 3900-FIND-BRANCH THRU 3900-FIND-BRANCH-EXIT
            IF BPF-BR-SUB = 0
               GO TO 2100-ONE-ACCOUNT-EXIT
            END-IF
            IF BPF-ACCR-OPEN AND AM-TYPE NOT = 'LN'
               PERFORM 2200-TAKE-ACCRUAL THRU 2200-TAKE-ACCRUAL-EXIT
            END-IF
            IF NOT AM-STATUS-ACTIVE
               GO TO 2100-ONE-ACCOUNT-EXIT
            END-IF
            ADD 1 TO BPF-ACCT-COUNT
            ADD 1 TO BPF-B-ACCOUNTS (BPF-BR-SUB)
      *    a loan account's lending is on LOANMST
            IF AM-TYPE = 'LN'
               GO TO 2100-ONE-ACCOUNT-EXIT
            END-IF
            MOVE AM-KEY TO BAQ-KEY
            MOVE BPF-MONTH TO BAQ-MONTH
            CALL 'BAL-HISTORY' USING BAQ-CONTROL
            IF BAQ-OK
               MOVE BAQ-AVG-BALANCE TO BPF-AMOUNT
            ELSE
               MOVE AM-BALANCE TO BPF-AMOUNT
            END-IF
            MOVE AM-CURRENCY TO BPF-CCY
            PERFORM 3800-TO-BASE THRU 3800-TO-BASE-EXIT
            IF BPF-AMOUNT > 0
               ADD BPF-AMOUNT TO BPF-B-DEPOSITS (BPF-BR-SUB)
            ELSE
               SUBTRACT BPF-AMOUNT FROM BPF-B-LENDING (BPF-BR-SUB)
            END-IF.
        2100-ONE-ACCOUNT-EXIT.
            EXIT.

      * a ledger row last accrued in an earlier year has not yet
      * been reset for this one and carries nothing for it
        2200-TAKE-ACCRUAL.
            MOVE AM-KEY TO ACR-KEY
            READ ACCRUAL-FILE
            IF BPF-ACCR-STATUS NOT = '00'
               GO TO 2200-TAKE-ACCRUAL-EXIT
            END-IF
            COMPUTE BPF-DATE-YEAR = ACR-THROUGH-DATE / 10000
            IF BPF-DATE-YEAR NOT = BPF-YEAR
               GO TO 2200-TAKE-ACCRUAL-EXIT
            END-IF
            MOVE ACR-CAPITALIZED-YTD TO BPF-AMOUNT
            MOVE AM-CURRENCY TO BPF-CCY
            PERFORM 3800-TO-BASE THRU 3800-TO-BASE-EXIT
            ADD BPF-AMOUNT TO BPF-B-INT-YTD (BPF-BR-SUB).
        2200-TAKE-ACCRUAL-EXIT.
            EXIT.

      * the loan book: principal outstanding by branch, then the
      * interest of the schedule periods falling due this month
        3000-WALK-LOANS.
            OPEN INPUT LOAN-MASTER-FILE
            IF BPF-LOAN-STATUS = '35'
               DISPLAY 'branch-profit: no loan master, no lending taken'
               GO TO 3000-WALK-LOANS-EXIT
            END-IF
            IF BPF-LOAN-STATUS NOT = '00'
               DISPLAY 'branch-profit: cannot open LOANMST, status '
                  BPF-LOAN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3000-WALK-LOANS-EXIT
            END-IF
            SET BPF-LOAN-OPEN TO TRUE
            SET BPF-EOF TO FALSE
            PERFORM 3100-ONE-LOAN THRU 3100-ONE-LOAN-EXIT
               UNTIL BPF-EOF
            OPEN INPUT RESCHED-FILE
            IF BPF-RESCHED-STATUS = '00'
               SET BPF-RESCHED-OPEN TO TRUE
            END-IF
            OPEN INPUT SCHEDULE-FILE
            SET BPF-EOF TO FALSE
            PERFORM 3200-ONE-PERIOD THRU 3200-ONE-PERIOD-EXIT
               UNTIL BPF-EOF
            CLOSE SCHEDULE-FILE
            IF BPF-RESCHED-OPEN
               CLOSE RESCHED-FILE
            END-IF
            CLOSE LOAN-MASTER-FILE.
        3000-WALK-LOANS-EXIT.
            EXIT.

        3100-ONE-LOAN.
            READ LOAN-MASTER-FILE NEXT
                AT END
                    SET BPF-EOF TO TRUE
                    GO TO 3100-ONE-LOAN-EXIT
            END-READ
            IF NOT LNM-STATUS-ACTIVE
               GO TO 3100-ONE-LOAN-EXIT
            END-IF
            MOVE LNM-BRANCH TO BPF-FIND-CODE
            PERFORM 3900-FIND-BRANCH THRU 3900-FIND-BRANCH-EXIT
            IF BPF-BR-SUB = 0
               GO TO 3100-ONE-LOAN-EXIT
            END-IF
            ADD 1 TO BPF-LOAN-COUNT
            MOVE LNM-PRINCIPAL-OS TO BPF-AMOUNT
            MOVE LNM-CURRENCY TO BPF-CCY
            PERFORM 3800-TO-BASE THRU 3800-TO-BASE-EXIT
            ADD BPF-AMOUNT TO BPF-B-LENDING (BPF-BR-SUB).
        3100-ONE-LOAN-EXIT.
            EXIT.

      * a rescheduled loan earns what its RESCHED period carries,
      * as LOAN-PAYAPP bills it
        3200-ONE-PERIOD.
            READ SCHEDULE-FILE
                AT END
                    SET BPF-EOF TO TRUE
                    GO TO 3200-ONE-PERIOD-EXIT
            END-READ
            COMPUTE BPF-DATE-MONTH = PST-DUE-DATE / 100
            IF BPF-DATE-MONTH NOT = BPF-MONTH
               GO TO 3200-ONE-PERIOD-EXIT
            END-IF
            MOVE PST-LOAN-ID TO LNM-LOAN-ID
            READ LOAN-MASTER-FILE
            IF BPF-LOAN-STATUS NOT = '00'
               ADD 1 TO BPF-NO-LOAN-COUNT
               GO TO 3200-ONE-PERIOD-EXIT
            END-IF
            IF NOT LNM-STATUS-ACTIVE
               GO TO 3200-ONE-PERIOD-EXIT
            END-IF
            MOVE PST-INTEREST TO BPF-INTEREST
            IF LNM-RESCHEDULED AND BPF-RESCHED-OPEN
               MOVE PST-LOAN-ID TO LRS-LOAN-ID
               MOVE PST-PERIOD TO LRS-PERIOD
               READ RESCHED-FILE
               IF BPF-RESCHED-STATUS = '00'
                  MOVE LRS-INTEREST TO BPF-INTEREST
               END-IF
            END-IF
            MOVE LNM-BRANCH TO BPF-FIND-CODE
            PERFORM 3900-FIND-BRANCH THRU 3900-FIND-BRANCH-EXIT
            IF BPF-BR-SUB = 0
               GO TO 3200-ONE-PERIOD-EXIT
            END-IF
            ADD 1 TO BPF-PERIOD-COUNT
            MOVE BPF-INTEREST TO BPF-AMOUNT
            MOVE LNM-CURRENCY TO BPF-CCY
            PERFORM 3800-TO-BASE THRU 3800-TO-BASE-EXIT
            ADD BPF-AMOUNT TO BPF-B-LOAN-INT (BPF-BR-SUB).
        3200-ONE-PERIOD-EXIT.
            EXIT.

      * the fee engine's charges for this month: a movement debiting
      * the account, referenced with the run date
        3500-TAKE-FEES.
            OPEN INPUT FEE-TRAN-FILE
            SET BPF-EOF TO FALSE
            PERFORM 3510-ONE-FEE THRU 3510-ONE-FEE-EXIT
               UNTIL BPF-EOF
            CLOSE FEE-TRAN-FILE.
        3500-TAKE-FEES-EXIT.
            EXIT.

        3510-ONE-FEE.
            READ FEE-TRAN-FILE
                AT END
                    SET BPF-EOF TO TRUE
                    GO TO 3510-ONE-FEE-EXIT
            END-READ
            IF ATR-ACTION NOT = 'M' OR
               ATR-ORIGIN NOT = 'FEENGIN1' OR
               ATR-REFERENCE (5:6) NOT = BPF-MONTH
               GO TO 3510-ONE-FEE-EXIT
            END-IF
            MOVE ATR-BRANCH TO BPF-FIND-CODE
            PERFORM 3900-FIND-BRANCH THRU 3900-FIND-BRANCH-EXIT
            IF BPF-BR-SUB = 0
               GO TO 3510-ONE-FEE-EXIT
            END-IF
            ADD 1 TO BPF-FEE-COUNT
            COMPUTE BPF-AMOUNT = 0 - ATR-AMOUNT
            MOVE ATR-CURRENCY TO BPF-CCY
            PERFORM 3800-TO-BASE THRU 3800-TO-BASE-EXIT
            ADD BPF-AMOUNT TO BPF-B-FEES (BPF-BR-SUB).
        3510-ONE-FEE-EXIT.
            EXIT.

      * suspense items raised this month, read from the first key
      * of the month
        3600-TAKE-SUSPENSE.
            OPEN INPUT SUSP-DETAIL-FILE
            IF BPF-SUSP-STATUS = '35'
               GO TO 3600-TAKE-SUSPENSE-EXIT
            END-IF
            IF BPF-SUSP-STATUS NOT = '00'
               DISPLAY 'branch-profit: cannot open SUSPDTL, status '
                  BPF-SUSP-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3600-TAKE-SUSPENSE-EXIT
            END-IF
            COMPUTE SUS-DATE = BPF-MONTH * 100 + 1
            MOVE 0 TO SUS-SEQ
            START SUSP-DETAIL-FILE KEY >= SUS-KEY
            IF BPF-SUSP-STATUS = '00'
               SET BPF-EOF TO FALSE
               PERFORM 3610-ONE-ITEM THRU 3610-ONE-ITEM-EXIT
                  UNTIL BPF-EOF
            END-IF
            CLOSE SUSP-DETAIL-FILE.
        3600-TAKE-SUSPENSE-EXIT.
            EXIT.

        3610-ONE-ITEM.
            READ SUSP-DETAIL-FILE NEXT
                AT END
                    SET BPF-EOF TO TRUE
                    GO TO 3610-ONE-ITEM-EXIT
            END-READ
            COMPUTE BPF-DATE-MONTH = SUS-DATE / 100
            IF BPF-DATE-MONTH > BPF-MONTH
               SET BPF-EOF TO TRUE
               GO TO 3610-ONE-ITEM-EXIT
            END-IF
            MOVE SUS-BRANCH TO BPF-FIND-CODE
            PERFORM 3900-FIND-BRANCH THRU 3900-FIND-BRANCH-EXIT
            IF BPF-BR-SUB = 0
               GO TO 3610-ONE-ITEM-EXIT
            END-IF
            ADD 1 TO BPF-SUSP-COUNT
            ADD 1 TO BPF-B-SUSP-ITEMS (BPF-BR-SUB).
        3610-ONE-ITEM-EXIT.
            EXIT.

        3700-TAKE-RETURNS.
            OPEN INPUT RETURN-HIST-FILE
            SET BPF-EOF TO FALSE
            PERFORM 3710-ONE-RETURN-ROW THRU 3710-ONE-RETURN-ROW-EXIT
               UNTIL BPF-EOF
            CLOSE RETURN-HIST-FILE.
        3700-TAKE-RETURNS-EXIT.
            EXIT.

        3710-ONE-RETURN-ROW.
            READ RETURN-HIST-FILE
                AT END
                    SET BPF-EOF TO TRUE
                    GO TO 3710-ONE-RETURN-ROW-EXIT
            END-READ
            COMPUTE BPF-DATE-MONTH = RTH-DATE / 100
            IF BPF-DATE-MONTH NOT = BPF-MONTH OR
               RTH-COUNT NOT NUMERIC
               GO TO 3710-ONE-RETURN-ROW-EXIT
            END-IF
            MOVE RTH-BRANCH TO BPF-FIND-CODE
            PERFORM 3900-FIND-BRANCH THRU 3900-FIND-BRANCH-EXIT
            IF BPF-BR-SUB = 0
               GO TO 3710-ONE-RETURN-ROW-EXIT
            END-IF
            ADD RTH-COUNT TO BPF-RET-COUNT
            ADD RTH-COUNT TO BPF-B-RET-ITEMS (BPF-BR-SUB).
        3710-ONE-RETURN-ROW-EXIT.
            EXIT.

      * BPF-AMOUNT in BPF-CCY to base currency at the business
      * date, each currency's rate looked up once; an amount with
      * no rate comes back zero and is counted
        3800-TO-BASE.
            SET BPF-PRICED TO TRUE
            IF BPF-CCY = SPACES OR BPF-AMOUNT = 0
               GO TO 3800-TO-BASE-EXIT
            END-IF
            PERFORM 3810-MATCH-ONE-CCY THRU 3810-MATCH-ONE-CCY-EXIT
               VARYING BPF-FX-SUB FROM 1 BY 1
               UNTIL BPF-FX-SUB > BPF-FX-COUNT
                  OR BPF-FX-CCY (BPF-FX-SUB) = BPF-CCY
            IF BPF-FX-SUB > BPF-FX-COUNT
               MOVE BPF-CCY TO RLK-CURRENCY
               MOVE BPF-TODAY TO RLK-VALUE-DATE
               CALL 'RATE-LOOKUP' USING RLK-CONTROL
      *        a full table keeps the newest currency in its last
      *        entry
               IF BPF-FX-COUNT < 50
                  ADD 1 TO BPF-FX-COUNT
               END-IF
               MOVE BPF-FX-COUNT TO BPF-FX-SUB
               MOVE BPF-CCY TO BPF-FX-CCY (BPF-FX-SUB)
               IF RLK-OK
                  MOVE RLK-RATE TO BPF-FX-RATE (BPF-FX-SUB)
                  MOVE 'Y' TO BPF-FX-OK (BPF-FX-SUB)
               ELSE
                  DISPLAY 'branch-profit: no ' BPF-CCY ' rate at '
                     BPF-TODAY
                  MOVE 0 TO BPF-FX-RATE (BPF-FX-SUB)
                  MOVE 'N' TO BPF-FX-OK (BPF-FX-SUB)
               END-IF
            END-IF
            IF BPF-FX-OK (BPF-FX-SUB) NOT = 'Y'
               ADD 1 TO BPF-UNPRICED-COUNT
               SET BPF-PRICED TO FALSE
               MOVE 0 TO BPF-AMOUNT
               GO TO 3800-TO-BASE-EXIT
            END-IF
            COMPUTE BPF-AMOUNT ROUNDED =
               BPF-AMOUNT * BPF-FX-RATE (BPF-FX-SUB).
        3800-TO-BASE-EXIT.
            EXIT.

        3810-MATCH-ONE-CCY.
            CONTINUE.
        3810-MATCH-ONE-CCY-EXIT.
            EXIT.

      * the entry for BPF-FIND-CODE, added when the branch is not on
      * BRANCHMST; a full table leaves BPF-BR-SUB zero and stops the
      * run, as the bank total would no longer be whole
        3900-FIND-BRANCH.
            PERFORM 3910-MATCH-ONE-BRANCH
               THRU 3910-MATCH-ONE-BRANCH-EXIT
               VARYING BPF-BR-SUB FROM 1 BY 1
               UNTIL BPF-BR-SUB > BPF-BR-COUNT
                  OR BPF-B-CODE (BPF-BR-SUB) = BPF-FIND-CODE
            IF BPF-BR-SUB <= BPF-BR-COUNT
               GO TO 3900-FIND-BRANCH-EXIT
            END-IF
            IF BPF-BR-COUNT >= 300
               DISPLAY 'branch-profit: over 300 branches, '
                  BPF-FIND-CODE ' not kept'
               SET JOB-NEEDS-RERUN TO TRUE
               MOVE 0 TO BPF-BR-SUB
               GO TO 3900-FIND-BRANCH-EXIT
            END-IF
            DISPLAY 'branch-profit: branch ' BPF-FIND-CODE
               ' is not on BRANCHMST'
            ADD 1 TO BPF-UNKNOWN-COUNT
            ADD 1 TO BPF-BR-COUNT
            MOVE BPF-BR-COUNT TO BPF-BR-SUB
            INITIALIZE BPF-BRANCH-ENTRY (BPF-BR-SUB)
            MOVE BPF-FIND-CODE TO BPF-B-CODE (BPF-BR-SUB)
            MOVE '(NOT ON BRANCHMST)' TO BPF-B-NAME (BPF-BR-SUB)
            MOVE '??' TO BPF-B-REGION (BPF-BR-SUB).
        3900-FIND-BRANCH-EXIT.
            EXIT.

        3910-MATCH-ONE-BRANCH.
            CONTINUE.
        3910-MATCH-ONE-BRANCH-EXIT.
            EXIT.

      * each branch's transfer pricing, costs and net, rolled into
      * its region and the bank total
        5000-PRICE-BRANCHES.
            PERFORM 5100-PRICE-ONE-BRANCH
               THRU 5100-PRICE-ONE-BRANCH-EXIT
               VARYING BPF-BR-SUB FROM 1 BY 1
               UNTIL BPF-BR-SUB > BPF-BR-COUNT.
        5000-PRICE-BRANCHES-EXIT.
            EXIT.

        5100-PRICE-ONE-BRANCH.
            MOVE BPF-B-FIGURES (BPF-BR-SUB) TO BPF-W-FIGURES
      *    the year to date is measured from last month's only
      *    while both fall in the same year
            COMPUTE BPF-DATE-YEAR =
               BPF-B-PRIOR-MONTH (BPF-BR-SUB) / 100
            IF BPF-DATE-YEAR = BPF-YEAR
               COMPUTE BPF-W-INT-PAID = BPF-B-INT-YTD (BPF-BR-SUB)
                                      - BPF-B-PRIOR-YTD (BPF-BR-SUB)
            ELSE
               MOVE BPF-B-INT-YTD (BPF-BR-SUB) TO BPF-W-INT-PAID
            END-IF
            COMPUTE BPF-W-FTP-CREDIT ROUNDED =
               BPF-W-DEPOSITS * BPF-FTP-RATE / 1200
            COMPUTE BPF-W-FTP-CHARGE ROUNDED =
               BPF-W-LENDING * BPF-FTP-RATE / 1200
            COMPUTE BPF-W-ACCT-COSTS = BPF-W-ACCOUNTS * BPF-ACCT-COST
            COMPUTE BPF-W-SUSP-COSTS =
               BPF-W-SUSP-ITEMS * BPF-SUSP-COST
            COMPUTE BPF-W-RET-COSTS = BPF-W-RET-ITEMS * BPF-RET-COST
            COMPUTE BPF-W-NET = BPF-W-FEES + BPF-W-LOAN-INT
                              + BPF-W-FTP-CREDIT - BPF-W-INT-PAID
                              - BPF-W-FTP-CHARGE - BPF-W-ACCT-COSTS
                              - BPF-W-SUSP-COSTS - BPF-W-RET-COSTS
            MOVE BPF-W-FIGURES TO BPF-B-FIGURES (BPF-BR-SUB)
            MOVE BPF-B-REGION (BPF-BR-SUB) TO BPF-FIND-REGION
            PERFORM 5200-FIND-REGION THRU 5200-FIND-REGION-EXIT
            IF BPF-RG-SUB > 0
               ADD 1 TO BPF-R-BRANCHES (BPF-RG-SUB)
               MOVE BPF-R-FIGURES (BPF-RG-SUB) TO BPF-A-FIGURES
               PERFORM 5300-ADD-FIGURES THRU 5300-ADD-FIGURES-EXIT
               MOVE BPF-A-FIGURES TO BPF-R-FIGURES (BPF-RG-SUB)
            END-IF
            MOVE BPF-T-FIGURES TO BPF-A-FIGURES
            PERFORM 5300-ADD-FIGURES THRU 5300-ADD-FIGURES-EXIT
            MOVE BPF-A-FIGURES TO BPF-T-FIGURES.
        5100-PRICE-ONE-BRANCH-EXIT.
            EXIT.

        5200-FIND-REGION.
            PERFORM 5210-MATCH-ONE-REGION
               THRU 5210-MATCH-ONE-REGION-EXIT
               VARYING BPF-RG-SUB FROM 1 BY 1
               UNTIL BPF-RG-SUB > BPF-RG-COUNT
                  OR BPF-R-CODE (BPF-RG-SUB) = BPF-FIND-REGION
            IF BPF-RG-SUB <= BPF-RG-COUNT
               GO TO 5200-FIND-REGION-EXIT
            END-IF
            IF BPF-RG-COUNT >= 50
               DISPLAY 'branch-profit: over 50 regions, '
                  BPF-FIND-REGION ' not rolled up'
               SET JOB-WARNING TO TRUE
               MOVE 0 TO BPF-RG-SUB
               GO TO 5200-FIND-REGION-EXIT
            END-IF
            ADD 1 TO BPF-RG-COUNT
            MOVE BPF-RG-COUNT TO BPF-RG-SUB
            INITIALIZE BPF-REGION-ENTRY (BPF-RG-SUB)
            MOVE BPF-FIND-REGION TO BPF-R-CODE (BPF-RG-SUB).
        5200-FIND-REGION-EXIT.
            EXIT.

        5210-MATCH-ONE-REGION.
            CONTINUE.
        5210-MATCH-ONE-REGION-EXIT.
            EXIT.

      * BPF-W-FIGURES added into BPF-A-FIGURES
        5300-ADD-FIGURES.
            ADD BPF-W-FEES TO BPF-A-FEES
            ADD BPF-W-LOAN-INT TO BPF-A-LOAN-INT
            ADD BPF-W-FTP-CREDIT TO BPF-A-FTP-CREDIT
            ADD BPF-W-INT-PAID TO BPF-A-INT-PAID
            ADD BPF-W-FTP-CHARGE TO BPF-A-FTP-CHARGE
            ADD BPF-W-ACCT-COSTS TO BPF-A-ACCT-COSTS
            ADD BPF-W-SUSP-COSTS TO BPF-A-SUSP-COSTS
            ADD BPF-W-RET-COSTS TO BPF-A-RET-COSTS
            ADD BPF-W-NET TO BPF-A-NET
            ADD BPF-W-PRIOR-NET TO BPF-A-PRIOR-NET
            ADD BPF-W-DEPOSITS TO BPF-A-DEPOSITS
            ADD BPF-W-LENDING TO BPF-A-LENDING
            ADD BPF-W-ACCOUNTS TO BPF-A-ACCOUNTS
            ADD BPF-W-SUSP-ITEMS TO BPF-A-SUSP-ITEMS
            ADD BPF-W-RET-ITEMS TO BPF-A-RET-ITEMS.
        5300-ADD-FIGURES-EXIT.
            EXIT.

      * a P&L page per branch then per region on PROFRPT, and the
      * one management summary on PROFSUM
        6000-REPORT.
            IF NOT JOB-OK
               GO TO 6000-REPORT-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE SUMMARY-FILE
            MOVE BPF-MONTH TO BPF-SH-MONTH
            WRITE SUMMARY-LINE FROM BPF-SUM-HDR-LINE
            MOVE SPACES TO SUMMARY-LINE
            WRITE SUMMARY-LINE
            MOVE 'BY BRANCH' TO BPF-SUM-SECTION-LINE
            WRITE SUMMARY-LINE FROM BPF-SUM-SECTION-LINE
            WRITE SUMMARY-LINE FROM BPF-SUM-COL-LINE
            PERFORM 6100-REPORT-ONE-BRANCH
               THRU 6100-REPORT-ONE-BRANCH-EXIT
               VARYING BPF-BR-SUB FROM 1 BY 1
               UNTIL BPF-BR-SUB > BPF-BR-COUNT
            MOVE SPACES TO SUMMARY-LINE
            WRITE SUMMARY-LINE
            MOVE 'BY REGION' TO BPF-SUM-SECTION-LINE
            WRITE SUMMARY-LINE FROM BPF-SUM-SECTION-LINE
            WRITE SUMMARY-LINE FROM BPF-SUM-COL-LINE
            PERFORM 6200-REPORT-ONE-REGION
               THRU 6200-REPORT-ONE-REGION-EXIT
               VARYING BPF-RG-SUB FROM 1 BY 1
               UNTIL BPF-RG-SUB > BPF-RG-COUNT
            MOVE SPACES TO SUMMARY-LINE
            WRITE SUMMARY-LINE
            MOVE 'BANK' TO BPF-SL-UNIT
            MOVE 'BANK TOTAL' TO BPF-SL-NAME
            MOVE SPACES TO BPF-SL-REGION
            MOVE BPF-T-FIGURES TO BPF-W-FIGURES
            PERFORM 6300-SUMMARY-AMOUNTS THRU 6300-SUMMARY-AMOUNTS-EXIT
            PERFORM 6400-SUMMARY-NOTES THRU 6400-SUMMARY-NOTES-EXIT
            CLOSE REPORT-FILE SUMMARY-FILE.
        6000-REPORT-EXIT.
            EXIT.

      * a closed branch with nothing this month or last is left off
        6100-REPORT-ONE-BRANCH.
            IF BPF-B-STATUS (BPF-BR-SUB) = 'C' AND
               BPF-B-ACCOUNTS (BPF-BR-SUB) = 0 AND
               BPF-B-NET (BPF-BR-SUB) = 0 AND
               BPF-B-PRIOR-MONTH (BPF-BR-SUB) = 0
               GO TO 6100-REPORT-ONE-BRANCH-EXIT
            END-IF
            MOVE BPF-B-FIGURES (BPF-BR-SUB) TO BPF-W-FIGURES
            MOVE BPF-B-CODE (BPF-BR-SUB) TO BPF-PAGE-KEY
            MOVE BPF-B-PRIOR-MONTH (BPF-BR-SUB)
              TO BPF-PAGE-PRIOR-MONTH
            MOVE SPACES TO BPF-TL-TEXT
            STRING 'BRANCH PROFITABILITY ' DELIMITED BY SIZE
                   BPF-MONTH DELIMITED BY SIZE
                   '  BRANCH ' DELIMITED BY SIZE
                   BPF-B-CODE (BPF-BR-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   BPF-B-NAME (BPF-BR-SUB) DELIMITED BY SIZE
                   '  REGION ' DELIMITED BY SIZE
                   BPF-B-REGION (BPF-BR-SUB) DELIMITED BY SIZE
              INTO BPF-TL-TEXT
            END-STRING
            PERFORM 6500-PRINT-PAGE THRU 6500-PRINT-PAGE-EXIT
            MOVE BPF-B-CODE (BPF-BR-SUB) TO BPF-SL-UNIT
            MOVE BPF-B-NAME (BPF-BR-SUB) TO BPF-SL-NAME
            MOVE BPF-B-REGION (BPF-BR-SUB) TO BPF-SL-REGION
            PERFORM 6300-SUMMARY-AMOUNTS
               THRU 6300-SUMMARY-AMOUNTS-EXIT.
        6100-REPORT-ONE-BRANCH-EXIT.
            EXIT.

        6200-REPORT-ONE-REGION.
            MOVE BPF-R-FIGURES (BPF-RG-SUB) TO BPF-W-FIGURES
            MOVE SPACES TO BPF-PAGE-KEY
            STRING '*' DELIMITED BY SIZE
                   BPF-R-CODE (BPF-RG-SUB) DELIMITED BY SIZE
              INTO BPF-PAGE-KEY
            END-STRING
            MOVE 0 TO BPF-PAGE-PRIOR-MONTH
            MOVE BPF-R-BRANCHES (BPF-RG-SUB) TO BPF-COUNT-ED
            MOVE SPACES TO BPF-TL-TEXT
            STRING 'BRANCH PROFITABILITY ' DELIMITED BY SIZE
                   BPF-MONTH DELIMITED BY SIZE
                   '  REGION ' DELIMITED BY SIZE
                   BPF-R-CODE (BPF-RG-SUB) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   BPF-COUNT-ED DELIMITED BY SIZE
                   ' BRANCHES' DELIMITED BY SIZE
              INTO BPF-TL-TEXT
            END-STRING
            PERFORM 6500-PRINT-PAGE THRU 6500-PRINT-PAGE-EXIT
            MOVE BPF-PAGE-KEY TO BPF-SL-UNIT
            MOVE SPACES TO BPF-SL-NAME
            STRING 'REGION ' DELIMITED BY SIZE
                   BPF-R-CODE (BPF-RG-SUB) DELIMITED BY SIZE
                   ', ' DELIMITED BY SIZE
                   BPF-COUNT-ED DELIMITED BY SIZE
                   ' BRANCHES' DELIMITED BY SIZE
              INTO BPF-SL-NAME
            END-STRING
            MOVE BPF-R-CODE (BPF-RG-SUB) TO BPF-SL-REGION
            PERFORM 6300-SUMMARY-AMOUNTS
               THRU 6300-SUMMARY-AMOUNTS-EXIT.
        6200-REPORT-ONE-REGION-EXIT.
            EXIT.

      * the summary line for BPF-W-FIGURES
        6300-SUMMARY-AMOUNTS.
            MOVE BPF-W-NET TO BPF-SL-NET
            MOVE BPF-W-PRIOR-NET TO BPF-SL-PRIOR
            COMPUTE BPF-SL-CHANGE = BPF-W-NET - BPF-W-PRIOR-NET
            WRITE SUMMARY-LINE FROM BPF-SUM-LINE.
        6300-SUMMARY-AMOUNTS-EXIT.
            EXIT.

        6400-SUMMARY-NOTES.
            MOVE SPACES TO SUMMARY-LINE
            WRITE SUMMARY-LINE
            MOVE BPF-FTP-RATE TO BPF-RATE-ED
            MOVE BPF-ACCT-COST TO BPF-COST-ED
            MOVE SPACES TO BPF-SUM-NOTE-LINE
            STRING 'FTP RATE ' DELIMITED BY SIZE
                   BPF-RATE-ED DELIMITED BY SIZE
                   '% P.A.  COST PER ACCOUNT ' DELIMITED BY SIZE
                   BPF-COST-ED DELIMITED BY SIZE
              INTO BPF-SUM-NOTE-LINE
            END-STRING
            WRITE SUMMARY-LINE FROM BPF-SUM-NOTE-LINE
            MOVE SPACES TO BPF-SUM-NOTE-LINE
            MOVE BPF-SUSP-COST TO BPF-COST-ED
            STRING 'COST PER SUSPENSE ITEM ' DELIMITED BY SIZE
                   BPF-COST-ED DELIMITED BY SIZE
                   '  PER RETURNED ITEM ' DELIMITED BY SIZE
              INTO BPF-SUM-NOTE-LINE
            END-STRING
            MOVE BPF-RET-COST TO BPF-COST-ED
            MOVE BPF-COST-ED TO BPF-SUM-NOTE-LINE (54:10)
            WRITE SUMMARY-LINE FROM BPF-SUM-NOTE-LINE
            MOVE SPACES TO BPF-SUM-NOTE-LINE
            MOVE BPF-UNPRICED-COUNT TO BPF-COUNT-ED
            STRING 'AMOUNTS WITH NO FX RATE ' DELIMITED BY SIZE
                   BPF-COUNT-ED DELIMITED BY SIZE
              INTO BPF-SUM-NOTE-LINE
            END-STRING
            MOVE BPF-NO-LOAN-COUNT TO BPF-COUNT-ED
            MOVE '  PERIODS FOR LOANS NOT ON LOANMST '
              TO BPF-SUM-NOTE-LINE (32:35)
            MOVE BPF-COUNT-ED TO BPF-SUM-NOTE-LINE (67:7)
            WRITE SUMMARY-LINE FROM BPF-SUM-NOTE-LINE.
        6400-SUMMARY-NOTES-EXIT.
            EXIT.

      * one P&L page for BPF-W-FIGURES, every line led by
      * BPF-PAGE-KEY for the burst
        6500-PRINT-PAGE.
            ADD 1 TO BPF-PAGE-COUNT
            MOVE BPF-PAGE-KEY TO BPF-TL-KEY BPF-PL-KEY
            WRITE REPORT-LINE FROM BPF-TITLE-LINE
            MOVE SPACES TO BPF-TL-TEXT
            WRITE REPORT-LINE FROM BPF-TITLE-LINE
            MOVE 'INCOME' TO BPF-TL-TEXT
            WRITE REPORT-LINE FROM BPF-TITLE-LINE
            MOVE SPACES TO BPF-PL-NOTE
            MOVE '  FEE INCOME' TO BPF-PL-LABEL
            MOVE BPF-W-FEES TO BPF-PL-AMOUNT
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE '  LOAN INTEREST EARNED' TO BPF-PL-LABEL
            MOVE BPF-W-LOAN-INT TO BPF-PL-AMOUNT
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE '  FTP CREDIT ON DEPOSITS' TO BPF-PL-LABEL
            MOVE BPF-W-FTP-CREDIT TO BPF-PL-AMOUNT
            MOVE BPF-FTP-RATE TO BPF-RATE-ED
            STRING 'AT ' DELIMITED BY SIZE
                   BPF-RATE-ED DELIMITED BY SIZE
                   '% P.A.' DELIMITED BY SIZE
              INTO BPF-PL-NOTE
            END-STRING
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE SPACES TO BPF-PL-NOTE
            COMPUTE BPF-INCOME = BPF-W-FEES + BPF-W-LOAN-INT
                               + BPF-W-FTP-CREDIT
            MOVE '  TOTAL INCOME' TO BPF-PL-LABEL
            MOVE BPF-INCOME TO BPF-PL-AMOUNT
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE 'EXPENSE' TO BPF-TL-TEXT
            WRITE REPORT-LINE FROM BPF-TITLE-LINE
            MOVE '  SAVINGS INTEREST PAID' TO BPF-PL-LABEL
            MOVE BPF-W-INT-PAID TO BPF-PL-AMOUNT
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE '  FTP CHARGE ON LENDING' TO BPF-PL-LABEL
            MOVE BPF-W-FTP-CHARGE TO BPF-PL-AMOUNT
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE '  ACCOUNT COSTS' TO BPF-PL-LABEL
            MOVE BPF-W-ACCT-COSTS TO BPF-PL-AMOUNT
            MOVE BPF-W-ACCOUNTS TO BPF-COUNT-ED
            STRING BPF-COUNT-ED DELIMITED BY SIZE
                   ' ACCOUNTS' DELIMITED BY SIZE
              INTO BPF-PL-NOTE
            END-STRING
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE SPACES TO BPF-PL-NOTE
            MOVE '  SUSPENSE ITEM COSTS' TO BPF-PL-LABEL
            MOVE BPF-W-SUSP-COSTS TO BPF-PL-AMOUNT
            MOVE BPF-W-SUSP-ITEMS TO BPF-COUNT-ED
            STRING BPF-COUNT-ED DELIMITED BY SIZE
                   ' ITEMS' DELIMITED BY SIZE
              INTO BPF-PL-NOTE
            END-STRING
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE SPACES TO BPF-PL-NOTE
            MOVE '  RETURNED ITEM COSTS' TO BPF-PL-LABEL
            MOVE BPF-W-RET-COSTS TO BPF-PL-AMOUNT
            MOVE BPF-W-RET-ITEMS TO BPF-COUNT-ED
            STRING BPF-COUNT-ED DELIMITED BY SIZE
                   ' ITEMS' DELIMITED BY SIZE
              INTO BPF-PL-NOTE
            END-STRING
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE SPACES TO BPF-PL-NOTE
            COMPUTE BPF-EXPENSE = BPF-W-INT-PAID + BPF-W-FTP-CHARGE
                                + BPF-W-ACCT-COSTS + BPF-W-SUSP-COSTS
                                + BPF-W-RET-COSTS
            MOVE '  TOTAL EXPENSE' TO BPF-PL-LABEL
            MOVE BPF-EXPENSE TO BPF-PL-AMOUNT
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE 'NET CONTRIBUTION' TO BPF-PL-LABEL
            MOVE BPF-W-NET TO BPF-PL-AMOUNT
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE 'LAST MONTH' TO BPF-PL-LABEL
            MOVE BPF-W-PRIOR-NET TO BPF-PL-AMOUNT
            IF BPF-PAGE-PRIOR-MONTH NOT = 0
               MOVE BPF-PAGE-PRIOR-MONTH TO BPF-MONTH-ED
               STRING 'AS REPORTED FOR ' DELIMITED BY SIZE
                      BPF-MONTH-ED DELIMITED BY SIZE
                 INTO BPF-PL-NOTE
               END-STRING
            END-IF
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE SPACES TO BPF-PL-NOTE
            COMPUTE BPF-CHANGE = BPF-W-NET - BPF-W-PRIOR-NET
            MOVE 'CHANGE' TO BPF-PL-LABEL
            MOVE BPF-CHANGE TO BPF-PL-AMOUNT
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE SPACES TO BPF-TL-TEXT
            WRITE REPORT-LINE FROM BPF-TITLE-LINE
            MOVE 'AVERAGE DEPOSITS' TO BPF-PL-LABEL
            MOVE BPF-W-DEPOSITS TO BPF-PL-AMOUNT
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE 'LENDING OUTSTANDING' TO BPF-PL-LABEL
            MOVE BPF-W-LENDING TO BPF-PL-AMOUNT
            WRITE REPORT-LINE FROM BPF-PL-LINE
            MOVE SPACES TO BPF-TL-TEXT
            WRITE REPORT-LINE FROM BPF-TITLE-LINE.
        6500-PRINT-PAGE-EXIT.
            EXIT.

      * a run that must be rerun leaves last month's generation
      * current, so the rerun measures from it again
        7000-SAVE-STATE.
            IF NOT JOB-OK
               GO TO 7000-SAVE-STATE-EXIT
            END-IF
            MOVE 'PROFSTAT' TO GNC-BASE-NAME
            PERFORM 9860-GEN-POINT-OUTPUT
               THRU 9860-GEN-POINT-OUTPUT-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 7000-SAVE-STATE-EXIT
            END-IF
            OPEN OUTPUT STATE-FILE
            PERFORM 7100-WRITE-ONE-STATE THRU 7100-WRITE-ONE-STATE-EXIT
               VARYING BPF-BR-SUB FROM 1 BY 1
               UNTIL BPF-BR-SUB > BPF-BR-COUNT
            CLOSE STATE-FILE
            MOVE BPF-TODAY TO GNC-BUSINESS-DATE
            MOVE 'BRPROFIT' TO GNC-PROGRAM-ID
            PERFORM 9870-GEN-PUBLISH THRU 9870-GEN-PUBLISH-EXIT.
        7000-SAVE-STATE-EXIT.
            EXIT.

        7100-WRITE-ONE-STATE.
            MOVE BPF-B-CODE (BPF-BR-SUB) TO PFS-BRANCH
            MOVE BPF-MONTH TO PFS-MONTH
            MOVE BPF-B-NET (BPF-BR-SUB) TO PFS-NET
            MOVE BPF-B-INT-YTD (BPF-BR-SUB) TO PFS-INT-YTD
            MOVE BPF-B-PRIOR-MONTH (BPF-BR-SUB) TO PFS-OPEN-MONTH
            MOVE BPF-B-PRIOR-NET (BPF-BR-SUB) TO PFS-OPEN-NET
            MOVE BPF-B-PRIOR-YTD (BPF-BR-SUB) TO PFS-OPEN-INT-YTD
            WRITE STATE-RECORD
            ADD 1 TO BPF-STATE-COUNT.
        7100-WRITE-ONE-STATE-EXIT.
            EXIT.

        9999-EXIT.
            DISPLAY 'branch-profit: ' BPF-ACCT-COUNT ' accounts, '
               BPF-LOAN-COUNT ' loans, '
               BPF-PERIOD-COUNT ' periods due, '
               BPF-FEE-COUNT ' fee charges, '
               BPF-SUSP-COUNT ' suspense items, '
               BPF-RET-COUNT ' returns, '
               BPF-PAGE-COUNT ' pages'
            IF (BPF-UNPRICED-COUNT > 0 OR BPF-UNKNOWN-COUNT > 0 OR
                BPF-NO-LOAN-COUNT > 0)
               AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, BPF-RUN-STOP)
              TO BPF-RC
            MOVE 'BRPROFIT' TO JHR-PROGRAM-ID
            MOVE BPF-TODAY TO JHR-BUSINESS-DATE
            MOVE BPF-START-SECONDS TO JHR-START-SECONDS
            MOVE BPF-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE BPF-ACCT-COUNT TO JHR-RECORDS-IN
            MOVE BPF-PAGE-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY gen-catalog-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program BRANCH-PROFIT.
