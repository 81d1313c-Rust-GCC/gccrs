      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  alm-gap.cbl
      *
      *  Month-end asset-liability maturity and repricing gap.
      *  Runs as a calendar-selected stream step: unless the
      *  business date carries the run-calendar month-end marker (or
      *  -FORCE=Y), it ends JOB-OK having done nothing.  It runs
      *  after LOAN-PAYAPP has billed the month-end day, and places
      *  every position the bank holds into the standard time
      *  buckets, counted from the business date:
      *      overnight         due the next calendar day or before,
      *                        past due and repayable on demand
      *      up to 1 month, 1-3 months, 3-12 months, 1-5 years
      *                        each up to and including the same
      *                        day that many months on
      *      over 5 years
      *  twice: by contractual maturity and by next repricing date.
      *
      *  Positions:
      *      loans (assets)    the principal outstanding of every
      *                        active LOANMST loan: overdue
      *                        principal overnight, the current
      *                        installment on its due date, and the
      *                        principal not yet billed on the due
      *                        dates of the remaining LOAN-SCHED
      *                        periods (POSTOUT, from RESCHED where
      *                        the loan has been repriced), each
      *                        period taking what LOAN-PAYAPP will
      *                        bill for it.  A fixed-rate loan
      *                        reprices as it matures; a variable-
      *                        rate loan reprices whole on its next
      *                        reset date
      *      deposits (liabilities)
      *                        the credit balance of every active
      *                        CH and SV account on ACCTMST.  These
      *                        are non-maturity deposits: repayable
      *                        on demand, so overnight on both bases
      *                        unless ALMPARM gives a behavioral
      *                        spread for the account type and
      *                        basis.  An overdrawn account is an
      *                        asset, overnight
      *      term deposits (liabilities)
      *                        every active TD account: the
      *                        principal on its TERMDEP record
      *                        (TD-MAINT) at its maturity date on
      *                        both bases, the rate being fixed for
      *                        the term; a deposit with an early
      *                        break lodged, or settled and not yet
      *                        paid away, is overnight.  A TD
      *                        account with no TERMDEP record is
      *                        placed overnight at its balance,
      *                        shown on the report and ends the run
      *                        JOB-WARNING
      *      settlement        the day's NET-SETTLE items (NETIN):
      *                        receives are assets, pays are
      *                        liabilities, on their value date, in
      *                        the counterparty's settlement
      *                        currency (CPTYMST)
      *  Positions are kept in their own currency (blank is ours).
      *  The report (ALMRPT) gives, per currency and basis, each
      *  bucket's assets, liabilities, periodic gap and cumulative
      *  gap, then the same for the whole bank in base currency
      *  through RATE-LOOKUP at the business date; a currency with
      *  no rate is left out of the bank total and ends the run
      *  JOB-WARNING.  Loan principal that no schedule period
      *  placed, and settlement items for a party not on CPTYMST,
      *  are shown on the report and also end the run JOB-WARNING.
      *
      *  The submission extract (ALMSUB) follows the REG-CONSOL
      *  conventions: one 'D' row per currency, basis and bucket
      *  with whole-unit amounts and a check digit (digit sum of
      *  the three amounts, mod 10), and a 'T' totals row carrying
      *  the row count and the mod-97 check of the rows.
      *
      *  ALMPARM record layout (fixed columns):
      *      ABP-ACCT-TYPE   X(2)    CH or SV
      *      ABP-BASIS       X(1)    M maturity, R repricing
      *      ABP-PERCENT     9(3)V99 six times, share of the
      *                              balance placed in each bucket,
      *                              overnight first; must add up
      *                              to 100.00
      *
      *  ALMSUB record layout:
      *      'D' date 9(8) currency X(3) basis X(1) bucket 9(1)
      *      assets S9(15) liabilities S9(15) gap S9(15), each
      *      sign leading separate, check-digit 9(1)
      *      'T' date 9(8) count 9(9) and the mod-97 check 9(2)
      *
      *  Flags (cmdline-parms.cpy style):
      *      -FORCE=Y               run without the month-end marker
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  Term deposits placed at maturity from
      *                        TERMDEP.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. ALM-GAP.
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
                File Status Is ALM-ACCT-STATUS.
            Select TERM-DEPOSIT-FILE Assign To TERMDEP
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is TDR-KEY
                File Status Is ALM-TDR-STATUS.
            Select LOAN-MASTER-FILE Assign To LOANMST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is LNM-LOAN-ID
                File Status Is ALM-LOAN-STATUS.
            Select OPTIONAL RESCHED-FILE Assign To RESCHED
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is LRS-KEY
                File Status Is ALM-RESCHED-STATUS.
            Select OPTIONAL SCHEDULE-FILE Assign To POSTOUT
                Organization Is Line Sequential.
            Select OPTIONAL NET-IN-FILE Assign To NETIN
                Organization Is Line Sequential.
            Select CPTY-MASTER-FILE Assign To CPTYMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CPM-ID
                File Status Is ALM-CPM-STATUS.
            Select OPTIONAL ASSUME-FILE Assign To ALMPARM
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To ALMRPT
                Organization Is Line Sequential.
            Select SUBMISSION-FILE Assign To ALMSUB
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
        FD  TERM-DEPOSIT-FILE.
        COPY term-deposit.
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
        FD  NET-IN-FILE.
        01  NET-IN-RECORD.
            05  NTI-PARTY           PIC X(08).
            05  NTI-REFERENCE       PIC X(16).
            05  NTI-DIRECTION       PIC X(01).
            05  NTI-AMOUNT          PIC S9(13)V99
                                    Sign Leading Separate.
            05  NTI-VALUE-DATE      PIC 9(08).
        FD  CPTY-MASTER-FILE.
        COPY cpty-master.
        FD  ASSUME-FILE.
        01  ASSUME-RECORD.
            05  ABP-ACCT-TYPE       PIC X(02).
            05  ABP-BASIS           PIC X(01).
            05  ABP-PERCENT OCCURS 6 TIMES
                                    PIC 9(3)V99.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  SUBMISSION-FILE.
        01  SUBMISSION-RECORD.
            05  ALS-ROW-TYPE        PIC X(01).
            05  ALS-DATE            PIC 9(08).
            05  ALS-CURRENCY        PIC X(03).
            05  ALS-BASIS           PIC X(01).
            05  ALS-BUCKET          PIC 9(01).
            05  ALS-ASSETS          PIC S9(15)
                                    Sign Leading Separate.
            05  ALS-LIABILITIES     PIC S9(15)
                                    Sign Leading Separate.
            05  ALS-GAP             PIC S9(15)
                                    Sign Leading Separate.
            05  ALS-CHECK-DIGIT     PIC 9(01).
        01  SUBMISSION-TOTALS-RECORD.
            05  ALS-T-ROW-TYPE      PIC X(01).
            05  ALS-T-DATE          PIC 9(08).
            05  ALS-T-COUNT         PIC 9(09).
            05  ALS-T-TOTAL-CHECK   PIC 9(02).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY run-calendar.
        COPY bus-date.
        COPY rate-lookup.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  ALM-ACCT-STATUS         PIC X(02).
        01  ALM-LOAN-STATUS         PIC X(02).
        01  ALM-TDR-STATUS          PIC X(02).
        01  ALM-RESCHED-STATUS      PIC X(02).
        01  ALM-CPM-STATUS          PIC X(02).
        01  ALM-RUN-START.
            05  ALM-START-SECONDS   Usage BINARY-DOUBLE.
            05  ALM-START-NANOS     Usage BINARY-DOUBLE.
        01  ALM-RUN-STOP.
            05  ALM-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  ALM-STOP-NANOS      Usage BINARY-DOUBLE.
        01  ALM-RC                  Binary-Long.
        01  ALM-FORCE               PIC X(01) Value 'N'.
        01  ALM-MONTH-END-SW        PIC X(01) Value 'N'.
            88  ALM-MONTH-END           Value 'Y', False 'N'.
        01  ALM-EOF-SWITCH          PIC X(01).
            88  ALM-EOF                 Value 'Y', False 'N'.
        01  ALM-RESCHED-OPEN-SW     PIC X(01) Value 'N'.
            88  ALM-RESCHED-OPEN        Value 'Y', False 'N'.
        01  ALM-TDR-OPEN-SW         PIC X(01) Value 'N'.
            88  ALM-TDR-OPEN            Value 'Y', False 'N'.
        01  ALM-LOAN-HELD-SW        PIC X(01) Value 'N'.
            88  ALM-LOAN-HELD           Value 'Y', False 'N'.
        01  ALM-TODAY               PIC 9(08).
      *     the last day of each bucket but the open-ended last
        01  ALM-LIMIT-TABLE.
            05  ALM-LIMIT OCCURS 5 TIMES
                                    PIC 9(08).
        01  ALM-LIMIT-MONTHS-VALUES.
            05  FILLER              PIC 9(03) Value 0.
            05  FILLER              PIC 9(03) Value 1.
            05  FILLER              PIC 9(03) Value 3.
            05  FILLER              PIC 9(03) Value 12.
            05  FILLER              PIC 9(03) Value 60.
        01  ALM-LIMIT-MONTHS-TABLE REDEFINES ALM-LIMIT-MONTHS-VALUES.
            05  ALM-LIMIT-MONTHS OCCURS 5 TIMES
                                    PIC 9(03).
        01  ALM-BUCKET-VALUES.
            05  FILLER              PIC X(14) Value 'OVERNIGHT'.
            05  FILLER              PIC X(14) Value 'UP TO 1 MONTH'.
            05  FILLER              PIC X(14) Value '1-3 MONTHS'.
            05  FILLER              PIC X(14) Value '3-12 MONTHS'.
            05  FILLER              PIC X(14) Value '1-5 YEARS'.
            05  FILLER              PIC X(14) Value 'OVER 5 YEARS'.
        01  ALM-BUCKET-TABLE REDEFINES ALM-BUCKET-VALUES.
            05  ALM-BUCKET-LABEL OCCURS 6 TIMES
                                    PIC X(14).
        01  ALM-BASIS-CODES         PIC X(02) Value 'MR'.
        01  ALM-DATE-WORK.
            05  ALM-DW-YYYY         PIC 9(04).
            05  ALM-DW-MM           PIC 9(02).
            05  ALM-DW-DD           PIC 9(02).
        01  ALM-DATE-NUM REDEFINES ALM-DATE-WORK
                                    PIC 9(08).
        01  ALM-MONTH-COUNT         Binary-Long.
      *     one position on its way to a bucket
        01  ALM-PL-CCY              PIC X(03).
        01  ALM-PL-DATE             PIC 9(08).
        01  ALM-PL-AMOUNT           PIC S9(13)V99 COMP-3.
        01  ALM-PL-SIDE             PIC X(01).
            88  ALM-PL-ASSET            Value 'A'.
            88  ALM-PL-LIABILITY        Value 'L'.
        01  ALM-PL-BASIS            Binary-Long.
        01  ALM-PL-BUCKET           Binary-Long.
        01  ALM-CCY-COUNT           Binary-Long Value 0.
        01  ALM-CCY-SUB             Binary-Long.
        01  ALM-BS-SUB              Binary-Long.
        01  ALM-BK-SUB              Binary-Long.
        01  ALM-CCY-TABLE.
            05  ALM-CCY-ENTRY OCCURS 30 TIMES.
                10  ALM-C-CODE      PIC X(03).
                10  ALM-C-RATE      PIC 9(7)V9(8).
                10  ALM-C-PRICED    PIC X(01).
                10  ALM-C-LOAN-BOOK PIC S9(15)V99 COMP-3.
                10  ALM-C-LOAN-PLACED
                                    PIC S9(15)V99 COMP-3.
                10  ALM-C-BASIS OCCURS 2 TIMES.
                    15  ALM-C-BUCKET OCCURS 6 TIMES.
                        20  ALM-C-ASSETS
                                    PIC S9(15)V99 COMP-3.
                        20  ALM-C-LIABILITIES
                                    PIC S9(15)V99 COMP-3.
        01  ALM-BANK-TABLE.
            05  ALM-T-BASIS OCCURS 2 TIMES.
                10  ALM-T-BUCKET OCCURS 6 TIMES.
                    15  ALM-T-ASSETS    PIC S9(15)V99 COMP-3.
                    15  ALM-T-LIABILITIES
                                    PIC S9(15)V99 COMP-3.
      *     behavioral spreads of the non-maturity deposits
        01  ALM-AS-COUNT            Binary-Long Value 0.
        01  ALM-AS-SUB              Binary-Long.
        01  ALM-AS-FOUND            Binary-Long.
        01  ALM-AS-LAST             Binary-Long.
        01  ALM-AS-TYPE             PIC X(02).
        01  ALM-AS-BASIS            PIC X(01).
        01  ALM-ASSUME-TABLE.
            05  ALM-ASSUME OCCURS 10 TIMES.
                10  ALM-A-TYPE      PIC X(02).
                10  ALM-A-BASIS     PIC X(01).
                10  ALM-A-PERCENT OCCURS 6 TIMES
                                    PIC 9(3)V99.
        01  ALM-PERCENT-TOTAL       PIC 9(4)V99.
        01  ALM-SPREAD-LEFT         PIC S9(13)V99 COMP-3.
        01  ALM-SPREAD-PART         PIC S9(13)V99 COMP-3.
      *     the loan whose schedule is being walked
        01  ALM-LOAN-ID             PIC X(12).
        01  ALM-LOAN-LEFT           PIC S9(13)V99 COMP-3.
        01  ALM-LOAN-LAST-DUE       PIC 9(08).
        01  ALM-LOAN-FIXED-SW       PIC X(01).
            88  ALM-LOAN-FIXED          Value 'Y', False 'N'.
        01  ALM-LOAN-CCY            PIC X(03).
        01  ALM-LOAN-NEXT-PERIOD    PIC 9(03).
        01  ALM-LOAN-TERM           PIC 9(03).
        01  ALM-PRINCIPAL           PIC S9(13)V99 COMP-3.
        01  ALM-DUE-DATE            PIC 9(08).
        01  ALM-ACCOUNT-COUNT       PIC 9(09) Value 0.
        01  ALM-LOAN-COUNT          PIC 9(09) Value 0.
        01  ALM-PERIOD-COUNT        PIC 9(09) Value 0.
        01  ALM-SETTLE-COUNT        PIC 9(09) Value 0.
        01  ALM-NO-PARTY-COUNT      PIC 9(09) Value 0.
        01  ALM-TERM-COUNT          PIC 9(09) Value 0.
        01  ALM-NO-TERMS-COUNT      PIC 9(09) Value 0.
        01  ALM-UNPLACED-COUNT      PIC 9(05) Value 0.
        01  ALM-UNPRICED-COUNT      PIC 9(05) Value 0.
        01  ALM-LINES-WRITTEN       PIC 9(09) Value 0.
        01  ALM-GAP                 PIC S9(15)V99 COMP-3.
        01  ALM-CUMULATIVE          PIC S9(15)V99 COMP-3.
        01  ALM-SUM-ASSETS          PIC S9(15)V99 COMP-3.
        01  ALM-SUM-LIABILITIES     PIC S9(15)V99 COMP-3.
        01  ALM-WHOLE-AMOUNT        PIC S9(15).
        01  ALM-WHOLE-ASSETS        PIC S9(15).
        01  ALM-WHOLE-LIABILITIES   PIC S9(15).
        01  ALM-DIGIT-TEXT          PIC X(45).
        01  ALM-DIGIT-SUM           Binary-Long.
        01  ALM-DIGIT-SUB           Binary-Long.
        01  ALM-CHECK-ACCUM         PIC S9(18) COMP-5 Value 0.
        01  ALM-AMOUNT-ED           PIC -(15)9.99.
        01  ALM-PERCENT-ED          PIC ZZ9.99.
        01  ALM-COUNT-ED            PIC ZZZZZZZZ9.
        01  ALM-HDR-LINE.
            05  FILLER              PIC X(44) Value
                'ALM-GAP  MATURITY AND REPRICING GAP AS AT  '.
            05  ALM-HL-DATE         PIC 9(08).
        01  ALM-SECTION-LINE        PIC X(132).
        01  ALM-NOTE-LINE           PIC X(132).
        01  ALM-COL-LINE.
            05  FILLER              PIC X(15) Value 'BUCKET'.
            05  FILLER              PIC X(20) Value
                '              ASSETS'.
            05  FILLER              PIC X(20) Value
                '         LIABILITIES'.
            05  FILLER              PIC X(20) Value
                '        PERIODIC GAP'.
            05  FILLER              PIC X(20) Value
                '      CUMULATIVE GAP'.
        01  ALM-DETAIL-LINE.
            05  ALM-DL-BUCKET       PIC X(14).
            05  FILLER              PIC X(01) Value SPACE.
            05  ALM-DL-ASSETS       PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  ALM-DL-LIABILITIES  PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  ALM-DL-GAP          PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  ALM-DL-CUMULATIVE   PIC -(15)9.99.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK AND ALM-MONTH-END
               PERFORM 2000-WALK-DEPOSITS
                  THRU 2000-WALK-DEPOSITS-EXIT
            END-IF
            IF NOT JOB-NEEDS-RERUN AND ALM-MONTH-END
               PERFORM 3000-WALK-LOANS THRU 3000-WALK-LOANS-EXIT
            END-IF
            IF NOT JOB-NEEDS-RERUN AND ALM-MONTH-END
               PERFORM 4000-TAKE-SETTLEMENT
                  THRU 4000-TAKE-SETTLEMENT-EXIT
            END-IF
            IF NOT JOB-NEEDS-RERUN AND ALM-MONTH-END
               PERFORM 5000-REPORT THRU 5000-REPORT-EXIT
               PERFORM 6000-SUBMISSION THRU 6000-SUBMISSION-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ALM-RUN-START)
              TO ALM-RC
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'FORCE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE (1:1) TO ALM-FORCE
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'alm-gap: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO ALM-TODAY
      *    the month-end marker selects this step; off month-end
      *    the stream just passes through
            IF ALM-FORCE NOT = 'Y'
               SET RCQ-REQ-INFO TO TRUE
               MOVE ALM-TODAY TO RCQ-DATE
               CALL 'RUN-CALENDAR' USING RCQ-CONTROL
               IF NOT RCQ-OK OR NOT RCQ-IS-MONTH-END
                  DISPLAY 'alm-gap: ' ALM-TODAY
                     ' is not month-end, nothing to report'
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
            END-IF
            SET ALM-MONTH-END TO TRUE
            COMPUTE ALM-LIMIT (1) = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ALM-TODAY) + 1)
            PERFORM 1100-SET-ONE-LIMIT THRU 1100-SET-ONE-LIMIT-EXIT
               VARYING ALM-BK-SUB FROM 2 BY 1
               UNTIL ALM-BK-SUB > 5
            INITIALIZE ALM-BANK-TABLE
            PERFORM 1200-LOAD-ASSUMPTIONS
               THRU 1200-LOAD-ASSUMPTIONS-EXIT.
        1000-INITIALIZE-EXIT.
            EXIT.

      * the same day so many months on, or the month's last day
      * when it is shorter
        1100-SET-ONE-LIMIT.
            MOVE ALM-TODAY TO ALM-DATE-NUM
            COMPUTE ALM-MONTH-COUNT = ALM-DW-YYYY * 12 + ALM-DW-MM - 1
               + ALM-LIMIT-MONTHS (ALM-BK-SUB)
            COMPUTE ALM-DW-YYYY = ALM-MONTH-COUNT / 12
            COMPUTE ALM-DW-MM = FUNCTION MOD(ALM-MONTH-COUNT, 12) + 1
            PERFORM 1110-BACK-ONE-DAY THRU 1110-BACK-ONE-DAY-EXIT
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(ALM-DATE-NUM) = 0
            MOVE ALM-DATE-NUM TO ALM-LIMIT (ALM-BK-SUB).
        1100-SET-ONE-LIMIT-EXIT.
            EXIT.

        1110-BACK-ONE-DAY.
            SUBTRACT 1 FROM ALM-DW-DD.
        1110-BACK-ONE-DAY-EXIT.
            EXIT.

      * a spread that does not account for the whole balance is not
      * used; the deposits it covers stay overnight
        1200-LOAD-ASSUMPTIONS.
            SET ALM-EOF TO FALSE
            OPEN INPUT ASSUME-FILE
            PERFORM 1210-ONE-ASSUMPTION
               THRU 1210-ONE-ASSUMPTION-EXIT
               UNTIL ALM-EOF
            CLOSE ASSUME-FILE.
        1200-LOAD-ASSUMPTIONS-EXIT.
            EXIT.

        1210-ONE-ASSUMPTION.
            READ ASSUME-FILE
                AT END
                    SET ALM-EOF TO TRUE
                    GO TO 1210-ONE-ASSUMPTION-EXIT
            END-READ
            IF (ABP-ACCT-TYPE NOT = 'CH' AND ABP-ACCT-TYPE NOT = 'SV')
               OR (ABP-BASIS NOT = 'M' AND ABP-BASIS NOT = 'R')
               DISPLAY 'alm-gap: ALMPARM row ' ABP-ACCT-TYPE
                  ABP-BASIS ' is not CH or SV and M or R, ignored'
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
               GO TO 1210-ONE-ASSUMPTION-EXIT
            END-IF
            MOVE 0 TO ALM-PERCENT-TOTAL
            PERFORM 1220-ADD-ONE-PERCENT
               THRU 1220-ADD-ONE-PERCENT-EXIT
               VARYING ALM-BK-SUB FROM 1 BY 1
               UNTIL ALM-BK-SUB > 6
            IF ALM-PERCENT-TOTAL NOT = 100
               DISPLAY 'alm-gap: ALMPARM ' ABP-ACCT-TYPE ' '
                  ABP-BASIS ' adds up to ' ALM-PERCENT-TOTAL
                  ', not 100, ignored'
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
               GO TO 1210-ONE-ASSUMPTION-EXIT
            END-IF
            MOVE ABP-ACCT-TYPE TO ALM-AS-TYPE
            MOVE ABP-BASIS TO ALM-AS-BASIS
            PERFORM 1230-FIND-ASSUMPTION
               THRU 1230-FIND-ASSUMPTION-EXIT
            IF ALM-AS-FOUND = 0
               IF ALM-AS-COUNT >= 10
                  GO TO 1210-ONE-ASSUMPTION-EXIT
               END-IF
               ADD 1 TO ALM-AS-COUNT
               MOVE ALM-AS-COUNT TO ALM-AS-FOUND
            END-IF
            MOVE ASSUME-RECORD TO ALM-ASSUME (ALM-AS-FOUND).
        1210-ONE-ASSUMPTION-EXIT.
            EXIT.

        1220-ADD-ONE-PERCENT.
            ADD ABP-PERCENT (ALM-BK-SUB) TO ALM-PERCENT-TOTAL.
        1220-ADD-ONE-PERCENT-EXIT.
            EXIT.

        1230-FIND-ASSUMPTION.
            MOVE 0 TO ALM-AS-FOUND
            PERFORM 1240-MATCH-ONE-ASSUMPTION
               THRU 1240-MATCH-ONE-ASSUMPTION-EXIT
               VARYING ALM-AS-SUB FROM 1 BY 1
               UNTIL ALM-AS-SUB > ALM-AS-COUNT
                  OR ALM-AS-FOUND > 0.
        1230-FIND-ASSUMPTION-EXIT.
            EXIT.

        1240-MATCH-ONE-ASSUMPTION.
            IF ALM-A-TYPE (ALM-AS-SUB) = ALM-AS-TYPE AND
               ALM-A-BASIS (ALM-AS-SUB) = ALM-AS-BASIS
               MOVE ALM-AS-SUB TO ALM-AS-FOUND
            END-IF.
        1240-MATCH-ONE-ASSUMPTION-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  deposits
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        2000-WALK-DEPOSITS.
            OPEN INPUT ACCT-MASTER-FILE
            IF ALM-ACCT-STATUS NOT = '00'
               DISPLAY 'alm-gap: cannot open ACCTMST, status '
                  ALM-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2000-WALK-DEPOSITS-EXIT
            END-IF
      *    no TERMDEP yet means no deposit has been placed
            OPEN INPUT TERM-DEPOSIT-FILE
            EVALUATE ALM-TDR-STATUS
               WHEN '00'
                  SET ALM-TDR-OPEN TO TRUE
               WHEN '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'alm-gap: cannot open TERMDEP, status '
                     ALM-TDR-STATUS
                  SET JOB-NEEDS-RERUN TO TRUE
                  CLOSE ACCT-MASTER-FILE
                  GO TO 2000-WALK-DEPOSITS-EXIT
            END-EVALUATE
            SET ALM-EOF TO FALSE
            PERFORM 2100-ONE-ACCOUNT THRU 2100-ONE-ACCOUNT-EXIT
               UNTIL ALM-EOF OR JOB-NEEDS-RERUN
            IF ALM-TDR-OPEN
               CLOSE TERM-DEPOSIT-FILE
               SET ALM-TDR-OPEN TO FALSE
            END-IF
            CLOSE ACCT-MASTER-FILE.
        2000-WALK-DEPOSITS-EXIT.
            EXIT.

        2100-ONE-ACCOUNT.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET ALM-EOF TO TRUE
                    GO TO 2100-ONE-ACCOUNT-EXIT
            END-READ
            IF NOT AM-STATUS-ACTIVE OR AM-BALANCE = 0
               GO TO 2100-ONE-ACCOUNT-EXIT
            END-IF
            IF AM-TYPE = 'TD'
               ADD 1 TO ALM-ACCOUNT-COUNT
               PERFORM 2300-TERM-DEPOSIT THRU 2300-TERM-DEPOSIT-EXIT
               GO TO 2100-ONE-ACCOUNT-EXIT
            END-IF
            IF AM-TYPE NOT = 'CH' AND AM-TYPE NOT = 'SV'
               GO TO 2100-ONE-ACCOUNT-EXIT
            END-IF
            ADD 1 TO ALM-ACCOUNT-COUNT
            MOVE AM-CURRENCY TO ALM-PL-CCY
            IF AM-BALANCE < 0
               SET ALM-PL-ASSET TO TRUE
               COMPUTE ALM-PL-AMOUNT = 0 - AM-BALANCE
               MOVE 1 TO ALM-PL-BUCKET
               MOVE 1 TO ALM-PL-BASIS
               PERFORM 2910-PLACE-IN-BUCKET
                  THRU 2910-PLACE-IN-BUCKET-EXIT
               MOVE 2 TO ALM-PL-BASIS
               PERFORM 2910-PLACE-IN-BUCKET
                  THRU 2910-PLACE-IN-BUCKET-EXIT
               GO TO 2100-ONE-ACCOUNT-EXIT
            END-IF
            PERFORM 2200-SPREAD-DEPOSIT THRU 2200-SPREAD-DEPOSIT-EXIT
               VARYING ALM-BS-SUB FROM 1 BY 1
               UNTIL ALM-BS-SUB > 2 OR JOB-NEEDS-RERUN.
        2100-ONE-ACCOUNT-EXIT.
            EXIT.

      * the spread for the account type and basis, overnight when
      * there is none; the last bucket with a share takes the
      * rounding so the balance is placed to the cent
        2200-SPREAD-DEPOSIT.
            MOVE AM-TYPE TO ALM-AS-TYPE
            MOVE ALM-BASIS-CODES (ALM-BS-SUB:1) TO ALM-AS-BASIS
            PERFORM 1230-FIND-ASSUMPTION
               THRU 1230-FIND-ASSUMPTION-EXIT
            MOVE AM-CURRENCY TO ALM-PL-CCY
            SET ALM-PL-LIABILITY TO TRUE
            MOVE ALM-BS-SUB TO ALM-PL-BASIS
            IF ALM-AS-FOUND = 0
               MOVE AM-BALANCE TO ALM-PL-AMOUNT
               MOVE 1 TO ALM-PL-BUCKET
               PERFORM 2910-PLACE-IN-BUCKET
                  THRU 2910-PLACE-IN-BUCKET-EXIT
               GO TO 2200-SPREAD-DEPOSIT-EXIT
            END-IF
            MOVE AM-BALANCE TO ALM-SPREAD-LEFT
            MOVE 0 TO ALM-AS-LAST
            PERFORM 2220-FIND-LAST-SHARE
               THRU 2220-FIND-LAST-SHARE-EXIT
               VARYING ALM-BK-SUB FROM 1 BY 1
               UNTIL ALM-BK-SUB > 6
            PERFORM 2210-SPREAD-ONE-BUCKET
               THRU 2210-SPREAD-ONE-BUCKET-EXIT
               VARYING ALM-PL-BUCKET FROM 1 BY 1
               UNTIL ALM-PL-BUCKET > 6.
        2200-SPREAD-DEPOSIT-EXIT.
            EXIT.

        2210-SPREAD-ONE-BUCKET.
            IF ALM-A-PERCENT (ALM-AS-FOUND, ALM-PL-BUCKET) = 0
               GO TO 2210-SPREAD-ONE-BUCKET-EXIT
            END-IF
            COMPUTE ALM-SPREAD-PART ROUNDED = AM-BALANCE
               * ALM-A-PERCENT (ALM-AS-FOUND, ALM-PL-BUCKET) / 100
            IF ALM-SPREAD-PART > ALM-SPREAD-LEFT OR
               ALM-PL-BUCKET = ALM-AS-LAST
               MOVE ALM-SPREAD-LEFT TO ALM-SPREAD-PART
            END-IF
            MOVE ALM-SPREAD-PART TO ALM-PL-AMOUNT
            SUBTRACT ALM-SPREAD-PART FROM ALM-SPREAD-LEFT
            PERFORM 2910-PLACE-IN-BUCKET
               THRU 2910-PLACE-IN-BUCKET-EXIT.
        2210-SPREAD-ONE-BUCKET-EXIT.
            EXIT.

        2220-FIND-LAST-SHARE.
            IF ALM-A-PERCENT (ALM-AS-FOUND, ALM-BK-SUB) NOT = 0
               MOVE ALM-BK-SUB TO ALM-AS-LAST
            END-IF.
        2220-FIND-LAST-SHARE-EXIT.
            EXIT.

      * the principal falls due, and is repriced, at maturity; a
      * maturity already passed (a settlement rolled to the next
      * business day) lands overnight through 2900.  What TERMDEP
      * does not place at a date is repayable now.
        2300-TERM-DEPOSIT.
            MOVE AM-CURRENCY TO ALM-PL-CCY
            SET ALM-PL-LIABILITY TO TRUE
            IF ALM-TDR-OPEN
               MOVE AM-KEY TO TDR-KEY
               READ TERM-DEPOSIT-FILE
            ELSE
               MOVE '23' TO ALM-TDR-STATUS
            END-IF
            IF ALM-TDR-STATUS = '23'
               ADD 1 TO ALM-NO-TERMS-COUNT
               MOVE AM-BALANCE TO ALM-PL-AMOUNT
               PERFORM 2310-TERM-OVERNIGHT
                  THRU 2310-TERM-OVERNIGHT-EXIT
               GO TO 2300-TERM-DEPOSIT-EXIT
            END-IF
            IF ALM-TDR-STATUS NOT = '00'
               DISPLAY 'alm-gap: TERMDEP read for '
                  FUNCTION TRIM(AM-KEY) ' failed, status '
                  ALM-TDR-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2300-TERM-DEPOSIT-EXIT
            END-IF
            ADD 1 TO ALM-TERM-COUNT
            IF NOT TDR-STATUS-ACTIVE
               MOVE AM-BALANCE TO ALM-PL-AMOUNT
               PERFORM 2310-TERM-OVERNIGHT
                  THRU 2310-TERM-OVERNIGHT-EXIT
               GO TO 2300-TERM-DEPOSIT-EXIT
            END-IF
            MOVE TDR-PRINCIPAL TO ALM-PL-AMOUNT
            MOVE TDR-MATURITY-DATE TO ALM-PL-DATE
            MOVE 1 TO ALM-PL-BASIS
            PERFORM 2900-PLACE-BY-DATE THRU 2900-PLACE-BY-DATE-EXIT
            MOVE 2 TO ALM-PL-BASIS
            PERFORM 2900-PLACE-BY-DATE THRU 2900-PLACE-BY-DATE-EXIT.
        2300-TERM-DEPOSIT-EXIT.
            EXIT.

        2310-TERM-OVERNIGHT.
            MOVE 1 TO ALM-PL-BUCKET
            MOVE 1 TO ALM-PL-BASIS
            PERFORM 2910-PLACE-IN-BUCKET
               THRU 2910-PLACE-IN-BUCKET-EXIT
            MOVE 2 TO ALM-PL-BASIS
            PERFORM 2910-PLACE-IN-BUCKET
               THRU 2910-PLACE-IN-BUCKET-EXIT.
        2310-TERM-OVERNIGHT-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  placing: ALM-PL-DATE decides the bucket for 2900; 2910
      *  takes ALM-PL-BUCKET as given
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        2900-PLACE-BY-DATE.
            PERFORM 2920-NEXT-BUCKET THRU 2920-NEXT-BUCKET-EXIT
               VARYING ALM-PL-BUCKET FROM 1 BY 1
               UNTIL ALM-PL-BUCKET > 5
                  OR ALM-PL-DATE <= ALM-LIMIT (ALM-PL-BUCKET)
            PERFORM 2910-PLACE-IN-BUCKET
               THRU 2910-PLACE-IN-BUCKET-EXIT.
        2900-PLACE-BY-DATE-EXIT.
            EXIT.

        2910-PLACE-IN-BUCKET.
            IF ALM-PL-AMOUNT = 0
               GO TO 2910-PLACE-IN-BUCKET-EXIT
            END-IF
            PERFORM 2930-FIND-CURRENCY THRU 2930-FIND-CURRENCY-EXIT
            IF ALM-CCY-SUB = 0
               GO TO 2910-PLACE-IN-BUCKET-EXIT
            END-IF
            IF ALM-PL-ASSET
               ADD ALM-PL-AMOUNT TO ALM-C-ASSETS
                  (ALM-CCY-SUB, ALM-PL-BASIS, ALM-PL-BUCKET)
            ELSE
               ADD ALM-PL-AMOUNT TO ALM-C-LIABILITIES
                  (ALM-CCY-SUB, ALM-PL-BASIS, ALM-PL-BUCKET)
            END-IF.
        2910-PLACE-IN-BUCKET-EXIT.
            EXIT.

        2920-NEXT-BUCKET.
            CONTINUE.
        2920-NEXT-BUCKET-EXIT.
            EXIT.

        2930-FIND-CURRENCY.
            PERFORM 2940-MATCH-ONE-CCY THRU 2940-MATCH-ONE-CCY-EXIT
               VARYING ALM-CCY-SUB FROM 1 BY 1
               UNTIL ALM-CCY-SUB > ALM-CCY-COUNT
                  OR ALM-C-CODE (ALM-CCY-SUB) = ALM-PL-CCY
            IF ALM-CCY-SUB <= ALM-CCY-COUNT
               GO TO 2930-FIND-CURRENCY-EXIT
            END-IF
            IF ALM-CCY-COUNT >= 30
               DISPLAY 'alm-gap: currency table full at '
                  ALM-PL-CCY
               SET JOB-NEEDS-RERUN TO TRUE
               MOVE 0 TO ALM-CCY-SUB
               GO TO 2930-FIND-CURRENCY-EXIT
            END-IF
            ADD 1 TO ALM-CCY-COUNT
            MOVE ALM-CCY-COUNT TO ALM-CCY-SUB
            INITIALIZE ALM-CCY-ENTRY (ALM-CCY-SUB)
            MOVE ALM-PL-CCY TO ALM-C-CODE (ALM-CCY-SUB).
        2930-FIND-CURRENCY-EXIT.
            EXIT.

        2940-MATCH-ONE-CCY.
            CONTINUE.
        2940-MATCH-ONE-CCY-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  loans
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        3000-WALK-LOANS.
            OPEN INPUT LOAN-MASTER-FILE
            IF ALM-LOAN-STATUS = '35'
               DISPLAY 'alm-gap: no loan master, no lending taken'
               GO TO 3000-WALK-LOANS-EXIT
            END-IF
            IF ALM-LOAN-STATUS NOT = '00'
               DISPLAY 'alm-gap: cannot open LOANMST, status '
                  ALM-LOAN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3000-WALK-LOANS-EXIT
            END-IF
            SET ALM-EOF TO FALSE
            PERFORM 3100-ONE-LOAN THRU 3100-ONE-LOAN-EXIT
               UNTIL ALM-EOF OR JOB-NEEDS-RERUN
            OPEN INPUT RESCHED-FILE
            IF ALM-RESCHED-STATUS = '00'
               SET ALM-RESCHED-OPEN TO TRUE
            END-IF
            OPEN INPUT SCHEDULE-FILE
            SET ALM-EOF TO FALSE
            SET ALM-LOAN-HELD TO FALSE
            PERFORM 3200-ONE-PERIOD THRU 3200-ONE-PERIOD-EXIT
               UNTIL ALM-EOF OR JOB-NEEDS-RERUN
            PERFORM 3300-CLOSE-LOAN THRU 3300-CLOSE-LOAN-EXIT
            CLOSE SCHEDULE-FILE
            IF ALM-RESCHED-OPEN
               CLOSE RESCHED-FILE
            END-IF
            CLOSE LOAN-MASTER-FILE.
        3000-WALK-LOANS-EXIT.
            EXIT.

      * what is already billed is placed here; the unbilled rest
      * waits for the schedule, except that a variable-rate loan
      * reprices all of it at the next reset
        3100-ONE-LOAN.
            READ LOAN-MASTER-FILE NEXT
                AT END
                    SET ALM-EOF TO TRUE
                    GO TO 3100-ONE-LOAN-EXIT
            END-READ
            IF NOT LNM-STATUS-ACTIVE OR LNM-PRINCIPAL-OS = 0
               GO TO 3100-ONE-LOAN-EXIT
            END-IF
            ADD 1 TO ALM-LOAN-COUNT
            MOVE LNM-CURRENCY TO ALM-PL-CCY
            SET ALM-PL-ASSET TO TRUE
            PERFORM 2930-FIND-CURRENCY THRU 2930-FIND-CURRENCY-EXIT
            IF ALM-CCY-SUB = 0
               GO TO 3100-ONE-LOAN-EXIT
            END-IF
            ADD LNM-PRINCIPAL-OS TO ALM-C-LOAN-BOOK (ALM-CCY-SUB)
            ADD LNM-OVERDUE-PRINCIPAL LNM-CURR-PRINCIPAL
               TO ALM-C-LOAN-PLACED (ALM-CCY-SUB)
            MOVE LNM-OVERDUE-PRINCIPAL TO ALM-PL-AMOUNT
            MOVE 1 TO ALM-PL-BUCKET
            MOVE 1 TO ALM-PL-BASIS
            PERFORM 2910-PLACE-IN-BUCKET
               THRU 2910-PLACE-IN-BUCKET-EXIT
            MOVE LNM-CURR-PRINCIPAL TO ALM-PL-AMOUNT
            MOVE LNM-CURR-DUE-DATE TO ALM-PL-DATE
            PERFORM 2900-PLACE-BY-DATE THRU 2900-PLACE-BY-DATE-EXIT
            MOVE 2 TO ALM-PL-BASIS
            IF LNM-INDEX-CODE = SPACES
               MOVE LNM-OVERDUE-PRINCIPAL TO ALM-PL-AMOUNT
               MOVE 1 TO ALM-PL-BUCKET
               PERFORM 2910-PLACE-IN-BUCKET
                  THRU 2910-PLACE-IN-BUCKET-EXIT
               MOVE LNM-CURR-PRINCIPAL TO ALM-PL-AMOUNT
               PERFORM 2900-PLACE-BY-DATE
                  THRU 2900-PLACE-BY-DATE-EXIT
            ELSE
               MOVE LNM-PRINCIPAL-OS TO ALM-PL-AMOUNT
               MOVE LNM-NEXT-RESET-DATE TO ALM-PL-DATE
               PERFORM 2900-PLACE-BY-DATE
                  THRU 2900-PLACE-BY-DATE-EXIT
            END-IF.
        3100-ONE-LOAN-EXIT.
            EXIT.

      * the schedule arrives in period order per loan; each period
      * not yet billed takes its principal from what is still
      * unbilled, the loan's last period all of it, as LOAN-PAYAPP
      * will bill it
        3200-ONE-PERIOD.
            READ SCHEDULE-FILE
                AT END
                    SET ALM-EOF TO TRUE
                    GO TO 3200-ONE-PERIOD-EXIT
            END-READ
            IF NOT ALM-LOAN-HELD OR PST-LOAN-ID NOT = ALM-LOAN-ID
               PERFORM 3300-CLOSE-LOAN THRU 3300-CLOSE-LOAN-EXIT
               PERFORM 3400-OPEN-LOAN THRU 3400-OPEN-LOAN-EXIT
            END-IF
            IF NOT ALM-LOAN-HELD OR ALM-LOAN-LEFT <= 0 OR
               PST-PERIOD < ALM-LOAN-NEXT-PERIOD
               GO TO 3200-ONE-PERIOD-EXIT
            END-IF
            MOVE PST-PRINCIPAL TO ALM-PRINCIPAL
            MOVE PST-DUE-DATE TO ALM-DUE-DATE
            IF LNM-RESCHEDULED AND ALM-RESCHED-OPEN
               MOVE PST-LOAN-ID TO LRS-LOAN-ID
               MOVE PST-PERIOD TO LRS-PERIOD
               READ RESCHED-FILE
               IF ALM-RESCHED-STATUS = '00'
                  MOVE LRS-PRINCIPAL TO ALM-PRINCIPAL
                  MOVE LRS-DUE-DATE TO ALM-DUE-DATE
               END-IF
            END-IF
            IF ALM-PRINCIPAL > ALM-LOAN-LEFT OR
               PST-PERIOD >= ALM-LOAN-TERM
               MOVE ALM-LOAN-LEFT TO ALM-PRINCIPAL
            END-IF
            ADD 1 TO ALM-PERIOD-COUNT
            SUBTRACT ALM-PRINCIPAL FROM ALM-LOAN-LEFT
            MOVE ALM-DUE-DATE TO ALM-LOAN-LAST-DUE
            PERFORM 3500-PLACE-PRINCIPAL
               THRU 3500-PLACE-PRINCIPAL-EXIT.
        3200-ONE-PERIOD-EXIT.
            EXIT.

      * a schedule that ends before the loan is repaid leaves the
      * rest due with its last period
        3300-CLOSE-LOAN.
            IF NOT ALM-LOAN-HELD
               GO TO 3300-CLOSE-LOAN-EXIT
            END-IF
            SET ALM-LOAN-HELD TO FALSE
            IF ALM-LOAN-LEFT <= 0 OR ALM-LOAN-LAST-DUE = 0
               GO TO 3300-CLOSE-LOAN-EXIT
            END-IF
            MOVE ALM-LOAN-LEFT TO ALM-PRINCIPAL
            MOVE ALM-LOAN-LAST-DUE TO ALM-DUE-DATE
            MOVE 0 TO ALM-LOAN-LEFT
            PERFORM 3500-PLACE-PRINCIPAL
               THRU 3500-PLACE-PRINCIPAL-EXIT.
        3300-CLOSE-LOAN-EXIT.
            EXIT.

        3400-OPEN-LOAN.
            MOVE PST-LOAN-ID TO ALM-LOAN-ID
            MOVE PST-LOAN-ID TO LNM-LOAN-ID
            READ LOAN-MASTER-FILE
            IF ALM-LOAN-STATUS NOT = '00'
               GO TO 3400-OPEN-LOAN-EXIT
            END-IF
            IF NOT LNM-STATUS-ACTIVE
               GO TO 3400-OPEN-LOAN-EXIT
            END-IF
            COMPUTE ALM-LOAN-LEFT = LNM-PRINCIPAL-OS
               - LNM-OVERDUE-PRINCIPAL - LNM-CURR-PRINCIPAL
            MOVE LNM-CURRENCY TO ALM-LOAN-CCY
            MOVE LNM-NEXT-PERIOD TO ALM-LOAN-NEXT-PERIOD
            MOVE LNM-TERM-MONTHS TO ALM-LOAN-TERM
            MOVE 0 TO ALM-LOAN-LAST-DUE
            IF LNM-INDEX-CODE = SPACES
               SET ALM-LOAN-FIXED TO TRUE
            ELSE
               SET ALM-LOAN-FIXED TO FALSE
            END-IF
            SET ALM-LOAN-HELD TO TRUE.
        3400-OPEN-LOAN-EXIT.
            EXIT.

        3500-PLACE-PRINCIPAL.
            MOVE ALM-LOAN-CCY TO ALM-PL-CCY
            SET ALM-PL-ASSET TO TRUE
            MOVE ALM-PRINCIPAL TO ALM-PL-AMOUNT
            MOVE ALM-DUE-DATE TO ALM-PL-DATE
            MOVE 1 TO ALM-PL-BASIS
            PERFORM 2900-PLACE-BY-DATE THRU 2900-PLACE-BY-DATE-EXIT
            IF ALM-LOAN-FIXED
               MOVE 2 TO ALM-PL-BASIS
               PERFORM 2900-PLACE-BY-DATE
                  THRU 2900-PLACE-BY-DATE-EXIT
            END-IF
            PERFORM 2930-FIND-CURRENCY THRU 2930-FIND-CURRENCY-EXIT
            IF ALM-CCY-SUB > 0
               ADD ALM-PRINCIPAL TO ALM-C-LOAN-PLACED (ALM-CCY-SUB)
            END-IF.
        3500-PLACE-PRINCIPAL-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  settlement receivables and payables
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        4000-TAKE-SETTLEMENT.
            SET ALM-EOF TO FALSE
            OPEN INPUT NET-IN-FILE
            OPEN INPUT CPTY-MASTER-FILE
            IF ALM-CPM-STATUS NOT = '00'
               DISPLAY 'alm-gap: cannot open CPTYMST, status '
                  ALM-CPM-STATUS ', settlement items not taken'
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
               CLOSE NET-IN-FILE
               GO TO 4000-TAKE-SETTLEMENT-EXIT
            END-IF
            PERFORM 4100-ONE-ITEM THRU 4100-ONE-ITEM-EXIT
               UNTIL ALM-EOF OR JOB-NEEDS-RERUN
            CLOSE NET-IN-FILE CPTY-MASTER-FILE.
        4000-TAKE-SETTLEMENT-EXIT.
            EXIT.

        4100-ONE-ITEM.
            READ NET-IN-FILE
                AT END
                    SET ALM-EOF TO TRUE
                    GO TO 4100-ONE-ITEM-EXIT
            END-READ
            MOVE NTI-PARTY TO CPM-ID
            READ CPTY-MASTER-FILE
            IF ALM-CPM-STATUS NOT = '00'
               ADD 1 TO ALM-NO-PARTY-COUNT
               GO TO 4100-ONE-ITEM-EXIT
            END-IF
            ADD 1 TO ALM-SETTLE-COUNT
            MOVE CPM-SETTLE-CCY TO ALM-PL-CCY
            IF NTI-DIRECTION = 'R'
               SET ALM-PL-ASSET TO TRUE
            ELSE
               SET ALM-PL-LIABILITY TO TRUE
            END-IF
            MOVE NTI-AMOUNT TO ALM-PL-AMOUNT
            MOVE NTI-VALUE-DATE TO ALM-PL-DATE
            MOVE 1 TO ALM-PL-BASIS
            PERFORM 2900-PLACE-BY-DATE THRU 2900-PLACE-BY-DATE-EXIT
            MOVE 2 TO ALM-PL-BASIS
            PERFORM 2900-PLACE-BY-DATE THRU 2900-PLACE-BY-DATE-EXIT.
        4100-ONE-ITEM-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  the gap report
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        5000-REPORT.
            OPEN OUTPUT REPORT-FILE
            MOVE ALM-TODAY TO ALM-HL-DATE
            WRITE REPORT-LINE FROM ALM-HDR-LINE
            PERFORM 5100-ONE-CURRENCY THRU 5100-ONE-CURRENCY-EXIT
               VARYING ALM-CCY-SUB FROM 1 BY 1
               UNTIL ALM-CCY-SUB > ALM-CCY-COUNT
            PERFORM 5400-BANK-BASIS THRU 5400-BANK-BASIS-EXIT
               VARYING ALM-BS-SUB FROM 1 BY 1
               UNTIL ALM-BS-SUB > 2
            PERFORM 5500-ASSUMPTIONS THRU 5500-ASSUMPTIONS-EXIT
            PERFORM 5600-NOTES THRU 5600-NOTES-EXIT
            CLOSE REPORT-FILE.
        5000-REPORT-EXIT.
            EXIT.

      * the currency's own figures, then its base value into the
      * bank total
        5100-ONE-CURRENCY.
            MOVE 1 TO ALM-C-RATE (ALM-CCY-SUB)
            MOVE 'Y' TO ALM-C-PRICED (ALM-CCY-SUB)
            IF ALM-C-CODE (ALM-CCY-SUB) NOT = SPACES
               MOVE ALM-C-CODE (ALM-CCY-SUB) TO RLK-CURRENCY
               MOVE ALM-TODAY TO RLK-VALUE-DATE
               CALL 'RATE-LOOKUP' USING RLK-CONTROL
               IF RLK-OK
                  MOVE RLK-RATE TO ALM-C-RATE (ALM-CCY-SUB)
               ELSE
                  DISPLAY 'alm-gap: no ' ALM-C-CODE (ALM-CCY-SUB)
                     ' rate at ' ALM-TODAY
                  MOVE 0 TO ALM-C-RATE (ALM-CCY-SUB)
                  MOVE 'N' TO ALM-C-PRICED (ALM-CCY-SUB)
                  ADD 1 TO ALM-UNPRICED-COUNT
                  IF JOB-OK
                     SET JOB-WARNING TO TRUE
                  END-IF
               END-IF
            END-IF
            PERFORM 5200-CURRENCY-BASIS THRU 5200-CURRENCY-BASIS-EXIT
               VARYING ALM-BS-SUB FROM 1 BY 1
               UNTIL ALM-BS-SUB > 2.
        5100-ONE-CURRENCY-EXIT.
            EXIT.

        5200-CURRENCY-BASIS.
            MOVE SPACES TO ALM-SECTION-LINE
            IF ALM-C-CODE (ALM-CCY-SUB) = SPACES
               MOVE 'OUR CURRENCY' TO ALM-SECTION-LINE
            ELSE
               STRING 'CURRENCY ' DELIMITED BY SIZE
                      ALM-C-CODE (ALM-CCY-SUB) DELIMITED BY SIZE
                 INTO ALM-SECTION-LINE
               END-STRING
            END-IF
            PERFORM 5800-BASIS-TITLE THRU 5800-BASIS-TITLE-EXIT
            MOVE 0 TO ALM-CUMULATIVE ALM-SUM-ASSETS
                      ALM-SUM-LIABILITIES
            PERFORM 5210-CURRENCY-BUCKET
               THRU 5210-CURRENCY-BUCKET-EXIT
               VARYING ALM-BK-SUB FROM 1 BY 1
               UNTIL ALM-BK-SUB > 6
            PERFORM 5900-TOTAL-LINE THRU 5900-TOTAL-LINE-EXIT.
        5200-CURRENCY-BASIS-EXIT.
            EXIT.

        5210-CURRENCY-BUCKET.
            MOVE ALM-C-ASSETS (ALM-CCY-SUB, ALM-BS-SUB, ALM-BK-SUB)
              TO ALM-PL-AMOUNT
            MOVE ALM-PL-AMOUNT TO ALM-DL-ASSETS
            ADD ALM-PL-AMOUNT TO ALM-SUM-ASSETS
            MOVE ALM-PL-AMOUNT TO ALM-GAP
            IF ALM-C-PRICED (ALM-CCY-SUB) = 'Y'
               COMPUTE ALM-PL-AMOUNT ROUNDED =
                  ALM-PL-AMOUNT * ALM-C-RATE (ALM-CCY-SUB)
               ADD ALM-PL-AMOUNT
                  TO ALM-T-ASSETS (ALM-BS-SUB, ALM-BK-SUB)
            END-IF
            MOVE ALM-C-LIABILITIES
                    (ALM-CCY-SUB, ALM-BS-SUB, ALM-BK-SUB)
              TO ALM-PL-AMOUNT
            MOVE ALM-PL-AMOUNT TO ALM-DL-LIABILITIES
            ADD ALM-PL-AMOUNT TO ALM-SUM-LIABILITIES
            SUBTRACT ALM-PL-AMOUNT FROM ALM-GAP
            IF ALM-C-PRICED (ALM-CCY-SUB) = 'Y'
               COMPUTE ALM-PL-AMOUNT ROUNDED =
                  ALM-PL-AMOUNT * ALM-C-RATE (ALM-CCY-SUB)
               ADD ALM-PL-AMOUNT
                  TO ALM-T-LIABILITIES (ALM-BS-SUB, ALM-BK-SUB)
            END-IF
            PERFORM 5700-GAP-LINE THRU 5700-GAP-LINE-EXIT.
        5210-CURRENCY-BUCKET-EXIT.
            EXIT.

        5400-BANK-BASIS.
            MOVE 'WHOLE BANK IN BASE CURRENCY' TO ALM-SECTION-LINE
            PERFORM 5800-BASIS-TITLE THRU 5800-BASIS-TITLE-EXIT
            MOVE 0 TO ALM-CUMULATIVE ALM-SUM-ASSETS
                      ALM-SUM-LIABILITIES
            PERFORM 5410-BANK-BUCKET THRU 5410-BANK-BUCKET-EXIT
               VARYING ALM-BK-SUB FROM 1 BY 1
               UNTIL ALM-BK-SUB > 6
            PERFORM 5900-TOTAL-LINE THRU 5900-TOTAL-LINE-EXIT.
        5400-BANK-BASIS-EXIT.
            EXIT.

        5410-BANK-BUCKET.
            MOVE ALM-T-ASSETS (ALM-BS-SUB, ALM-BK-SUB)
              TO ALM-DL-ASSETS
            MOVE ALM-T-LIABILITIES (ALM-BS-SUB, ALM-BK-SUB)
              TO ALM-DL-LIABILITIES
            ADD ALM-T-ASSETS (ALM-BS-SUB, ALM-BK-SUB)
              TO ALM-SUM-ASSETS
            ADD ALM-T-LIABILITIES (ALM-BS-SUB, ALM-BK-SUB)
              TO ALM-SUM-LIABILITIES
            COMPUTE ALM-GAP = ALM-T-ASSETS (ALM-BS-SUB, ALM-BK-SUB)
               - ALM-T-LIABILITIES (ALM-BS-SUB, ALM-BK-SUB)
            PERFORM 5700-GAP-LINE THRU 5700-GAP-LINE-EXIT.
        5410-BANK-BUCKET-EXIT.
            EXIT.

        5500-ASSUMPTIONS.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            IF ALM-AS-COUNT = 0
               MOVE 'NO BEHAVIORAL ASSUMPTIONS: ALL DEPOSITS OVERNIGHT'
                 TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 5500-ASSUMPTIONS-EXIT
            END-IF
            MOVE 'BEHAVIORAL ASSUMPTIONS (ALMPARM), PERCENT PER BUCKET'
              TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM 5510-ONE-ASSUMPTION
               THRU 5510-ONE-ASSUMPTION-EXIT
               VARYING ALM-AS-SUB FROM 1 BY 1
               UNTIL ALM-AS-SUB > ALM-AS-COUNT
            MOVE 'TYPES AND BASES NOT LISTED ARE PLACED OVERNIGHT'
              TO REPORT-LINE
            WRITE REPORT-LINE.
        5500-ASSUMPTIONS-EXIT.
            EXIT.

        5510-ONE-ASSUMPTION.
            MOVE SPACES TO ALM-NOTE-LINE
            MOVE ALM-A-TYPE (ALM-AS-SUB) TO ALM-NOTE-LINE (3:2)
            IF ALM-A-BASIS (ALM-AS-SUB) = 'M'
               MOVE 'MATURITY' TO ALM-NOTE-LINE (5:9)
            ELSE
               MOVE 'REPRICING' TO ALM-NOTE-LINE (5:9)
            END-IF
            PERFORM 5520-ONE-PERCENT THRU 5520-ONE-PERCENT-EXIT
               VARYING ALM-BK-SUB FROM 1 BY 1
               UNTIL ALM-BK-SUB > 6
            WRITE REPORT-LINE FROM ALM-NOTE-LINE.
        5510-ONE-ASSUMPTION-EXIT.
            EXIT.

        5520-ONE-PERCENT.
            MOVE ALM-A-PERCENT (ALM-AS-SUB, ALM-BK-SUB)
              TO ALM-PERCENT-ED
            COMPUTE ALM-DIGIT-SUB = 15 + (ALM-BK-SUB - 1) * 19
            MOVE ALM-BUCKET-LABEL (ALM-BK-SUB)
              TO ALM-NOTE-LINE (ALM-DIGIT-SUB:13)
            MOVE ALM-PERCENT-ED
              TO ALM-NOTE-LINE (ALM-DIGIT-SUB + 13:6).
        5520-ONE-PERCENT-EXIT.
            EXIT.

        5600-NOTES.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE ALM-ACCOUNT-COUNT TO ALM-COUNT-ED
            MOVE SPACES TO ALM-NOTE-LINE
            STRING 'DEPOSIT ACCOUNTS ' DELIMITED BY SIZE
                   ALM-COUNT-ED DELIMITED BY SIZE
              INTO ALM-NOTE-LINE
            END-STRING
            MOVE ALM-LOAN-COUNT TO ALM-COUNT-ED
            MOVE ALM-COUNT-ED TO ALM-NOTE-LINE (30:9)
            MOVE ' LOANS' TO ALM-NOTE-LINE (39:6)
            MOVE ALM-SETTLE-COUNT TO ALM-COUNT-ED
            MOVE ALM-COUNT-ED TO ALM-NOTE-LINE (46:9)
            MOVE ' SETTLEMENT ITEMS' TO ALM-NOTE-LINE (55:17)
            WRITE REPORT-LINE FROM ALM-NOTE-LINE
            PERFORM 5610-UNPLACED-LOANS THRU 5610-UNPLACED-LOANS-EXIT
               VARYING ALM-CCY-SUB FROM 1 BY 1
               UNTIL ALM-CCY-SUB > ALM-CCY-COUNT
            IF ALM-NO-TERMS-COUNT > 0
               MOVE ALM-NO-TERMS-COUNT TO ALM-COUNT-ED
               MOVE SPACES TO ALM-NOTE-LINE
               STRING 'TD ACCOUNTS WITH NO TERMDEP RECORD, PLACED'
                      DELIMITED BY SIZE
                      ' OVERNIGHT: ' DELIMITED BY SIZE
                      ALM-COUNT-ED DELIMITED BY SIZE
                 INTO ALM-NOTE-LINE
               END-STRING
               WRITE REPORT-LINE FROM ALM-NOTE-LINE
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
            END-IF
            IF ALM-NO-PARTY-COUNT > 0
               MOVE ALM-NO-PARTY-COUNT TO ALM-COUNT-ED
               MOVE SPACES TO ALM-NOTE-LINE
               STRING 'SETTLEMENT ITEMS LEFT OUT, PARTY NOT ON'
                      DELIMITED BY SIZE
                      ' CPTYMST: ' DELIMITED BY SIZE
                      ALM-COUNT-ED DELIMITED BY SIZE
                 INTO ALM-NOTE-LINE
               END-STRING
               WRITE REPORT-LINE FROM ALM-NOTE-LINE
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
            END-IF
            IF ALM-UNPRICED-COUNT > 0
               MOVE ALM-UNPRICED-COUNT TO ALM-COUNT-ED
               MOVE SPACES TO ALM-NOTE-LINE
               STRING 'CURRENCIES LEFT OUT OF THE BANK TOTAL, NO'
                      DELIMITED BY SIZE
                      ' RATE: ' DELIMITED BY SIZE
                      ALM-COUNT-ED DELIMITED BY SIZE
                 INTO ALM-NOTE-LINE
               END-STRING
               WRITE REPORT-LINE FROM ALM-NOTE-LINE
            END-IF.
        5600-NOTES-EXIT.
            EXIT.

      * principal the schedules did not account for is not in any
      * bucket: the loan has no POSTOUT periods left
        5610-UNPLACED-LOANS.
            COMPUTE ALM-GAP = ALM-C-LOAN-BOOK (ALM-CCY-SUB)
               - ALM-C-LOAN-PLACED (ALM-CCY-SUB)
            IF ALM-GAP = 0
               GO TO 5610-UNPLACED-LOANS-EXIT
            END-IF
            ADD 1 TO ALM-UNPLACED-COUNT
            IF JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE ALM-GAP TO ALM-AMOUNT-ED
            MOVE SPACES TO ALM-NOTE-LINE
            STRING 'LOAN PRINCIPAL WITH NO SCHEDULE, CURRENCY '
                   DELIMITED BY SIZE
                   ALM-C-CODE (ALM-CCY-SUB) DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   ALM-AMOUNT-ED DELIMITED BY SIZE
              INTO ALM-NOTE-LINE
            END-STRING
            WRITE REPORT-LINE FROM ALM-NOTE-LINE.
        5610-UNPLACED-LOANS-EXIT.
            EXIT.

        5700-GAP-LINE.
            ADD ALM-GAP TO ALM-CUMULATIVE
            MOVE ALM-BUCKET-LABEL (ALM-BK-SUB) TO ALM-DL-BUCKET
            MOVE ALM-GAP TO ALM-DL-GAP
            MOVE ALM-CUMULATIVE TO ALM-DL-CUMULATIVE
            WRITE REPORT-LINE FROM ALM-DETAIL-LINE.
        5700-GAP-LINE-EXIT.
            EXIT.

        5800-BASIS-TITLE.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            IF ALM-BS-SUB = 1
               MOVE '  BY CONTRACTUAL MATURITY'
                 TO ALM-SECTION-LINE (40:26)
            ELSE
               MOVE '  BY NEXT REPRICING DATE'
                 TO ALM-SECTION-LINE (40:26)
            END-IF
            WRITE REPORT-LINE FROM ALM-SECTION-LINE
            WRITE REPORT-LINE FROM ALM-COL-LINE.
        5800-BASIS-TITLE-EXIT.
            EXIT.

        5900-TOTAL-LINE.
            MOVE 'TOTAL' TO ALM-DL-BUCKET
            MOVE ALM-SUM-ASSETS TO ALM-DL-ASSETS
            MOVE ALM-SUM-LIABILITIES TO ALM-DL-LIABILITIES
            COMPUTE ALM-GAP = ALM-SUM-ASSETS - ALM-SUM-LIABILITIES
            MOVE ALM-GAP TO ALM-DL-GAP
            MOVE ALM-GAP TO ALM-DL-CUMULATIVE
            WRITE REPORT-LINE FROM ALM-DETAIL-LINE.
        5900-TOTAL-LINE-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  the submission extract
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        6000-SUBMISSION.
            OPEN OUTPUT SUBMISSION-FILE
            PERFORM 6100-CURRENCY-ROWS THRU 6100-CURRENCY-ROWS-EXIT
               VARYING ALM-CCY-SUB FROM 1 BY 1
               UNTIL ALM-CCY-SUB > ALM-CCY-COUNT
            MOVE SPACES TO SUBMISSION-TOTALS-RECORD
            MOVE 'T' TO ALS-T-ROW-TYPE
            MOVE ALM-TODAY TO ALS-T-DATE
            MOVE ALM-LINES-WRITTEN TO ALS-T-COUNT
            MOVE ALM-CHECK-ACCUM TO ALS-T-TOTAL-CHECK
            WRITE SUBMISSION-TOTALS-RECORD
            CLOSE SUBMISSION-FILE
            DISPLAY 'alm-gap: ' ALM-LINES-WRITTEN
               ' submission line(s)'.
        6000-SUBMISSION-EXIT.
            EXIT.

        6100-CURRENCY-ROWS.
            PERFORM 6200-BASIS-ROWS THRU 6200-BASIS-ROWS-EXIT
               VARYING ALM-BS-SUB FROM 1 BY 1
               UNTIL ALM-BS-SUB > 2.
        6100-CURRENCY-ROWS-EXIT.
            EXIT.

        6200-BASIS-ROWS.
            PERFORM 6300-ONE-ROW THRU 6300-ONE-ROW-EXIT
               VARYING ALM-BK-SUB FROM 1 BY 1
               UNTIL ALM-BK-SUB > 6.
        6200-BASIS-ROWS-EXIT.
            EXIT.

        6300-ONE-ROW.
            MOVE 'D' TO ALS-ROW-TYPE
            MOVE ALM-TODAY TO ALS-DATE
            MOVE ALM-C-CODE (ALM-CCY-SUB) TO ALS-CURRENCY
            MOVE ALM-BASIS-CODES (ALM-BS-SUB:1) TO ALS-BASIS
            MOVE ALM-BK-SUB TO ALS-BUCKET
            MOVE ALM-C-ASSETS (ALM-CCY-SUB, ALM-BS-SUB, ALM-BK-SUB)
              TO ALM-WHOLE-ASSETS
            MOVE ALM-C-LIABILITIES
                    (ALM-CCY-SUB, ALM-BS-SUB, ALM-BK-SUB)
              TO ALM-WHOLE-LIABILITIES
            COMPUTE ALM-WHOLE-AMOUNT =
               ALM-WHOLE-ASSETS - ALM-WHOLE-LIABILITIES
            MOVE ALM-WHOLE-ASSETS TO ALS-ASSETS
            MOVE ALM-WHOLE-LIABILITIES TO ALS-LIABILITIES
            MOVE ALM-WHOLE-AMOUNT TO ALS-GAP
            PERFORM 6400-CHECK-DIGIT THRU 6400-CHECK-DIGIT-EXIT
            WRITE SUBMISSION-RECORD
            ADD 1 TO ALM-LINES-WRITTEN
            COMPUTE ALM-CHECK-ACCUM = FUNCTION MOD(
               ALM-CHECK-ACCUM + FUNCTION ABS(ALM-WHOLE-ASSETS)
               + FUNCTION ABS(ALM-WHOLE-LIABILITIES), 97).
        6300-ONE-ROW-EXIT.
            EXIT.

      * the regulator's check digit: sum of the digits of the
      * unsigned amounts, mod 10
        6400-CHECK-DIGIT.
            MOVE SPACES TO ALM-DIGIT-TEXT
            STRING ALS-ASSETS (2:15) DELIMITED BY SIZE
                   ALS-LIABILITIES (2:15) DELIMITED BY SIZE
                   ALS-GAP (2:15) DELIMITED BY SIZE
               INTO ALM-DIGIT-TEXT
            MOVE 0 TO ALM-DIGIT-SUM
            PERFORM 6410-ONE-DIGIT THRU 6410-ONE-DIGIT-EXIT
               VARYING ALM-DIGIT-SUB FROM 1 BY 1
               UNTIL ALM-DIGIT-SUB > 45
            COMPUTE ALS-CHECK-DIGIT =
               FUNCTION MOD(ALM-DIGIT-SUM, 10).
        6400-CHECK-DIGIT-EXIT.
            EXIT.

        6410-ONE-DIGIT.
            IF ALM-DIGIT-TEXT (ALM-DIGIT-SUB:1) NUMERIC
               COMPUTE ALM-DIGIT-SUM = ALM-DIGIT-SUM
                  + FUNCTION NUMVAL(
                       ALM-DIGIT-TEXT (ALM-DIGIT-SUB:1))
            END-IF.
        6410-ONE-DIGIT-EXIT.
            EXIT.

        9999-EXIT.
            DISPLAY 'alm-gap: ' ALM-ACCOUNT-COUNT ' deposit accounts ('
               ALM-TERM-COUNT ' term), '
               ALM-LOAN-COUNT ' loans, ' ALM-PERIOD-COUNT
               ' schedule periods, ' ALM-SETTLE-COUNT
               ' settlement items'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ALM-RUN-STOP)
              TO ALM-RC
            MOVE 'ALMGAP' TO JHR-PROGRAM-ID
            MOVE ALM-TODAY TO JHR-BUSINESS-DATE
            MOVE ALM-START-SECONDS TO JHR-START-SECONDS
            MOVE ALM-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            COMPUTE JHR-RECORDS-IN = ALM-ACCOUNT-COUNT
               + ALM-LOAN-COUNT + ALM-SETTLE-COUNT
            MOVE ALM-LINES-WRITTEN TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program ALM-GAP.
