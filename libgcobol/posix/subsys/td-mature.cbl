      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  td-mature.cbl
      *
      *  Nightly term-deposit settlement.  Sweeps the term-deposit
      *  file (TERMDEP, term-deposit.cpy, maintained by TD-MAINT)
      *  and settles every active deposit whose settlement date has
      *  arrived, plus every deposit TD-MAINT has marked for an
      *  early break.  The settlement date is the maturity date,
      *  or -- when RUN-CALENDAR says the maturity is no good value
      *  date for the deposit account's currency (a weekend, our
      *  holiday or the currency's) -- the next good value date
      *  after it, and
      *  interest runs from the term's start to the settlement date
      *  as a year fraction from the DAY-COUNT convention library
      *  under the deposit's own convention.
      *
      *  The maturity instruction is then carried out as ordinary
      *  ACCTTRAN movement (M) transactions written to TDTRAN for
      *  the normal ACCT-MAINT run, so the money moves through the
      *  same edits, journal, posted history and audit as any other
      *  posting.  Interest is always credited to the deposit
      *  account first, so its statement shows what it earned:
      *      P  interest is moved on to the payout account and the
      *         principal starts a new term
      *      R  the interest joins the principal for a new term
      *      O  principal and interest are moved to the payout
      *         account; the deposit is marked matured (M)
      *  A new term starts on the settlement date, for the same
      *  term at the same rate, and matures by the TD-MAINT rule.
      *
      *  A deposit broken early earns interest to tonight's date at
      *  its rate less the early-withdrawal penalty (percentage
      *  points, floored at zero); principal and that interest go
      *  to the payout account and the deposit is marked broken
      *  (B).  The interest given up is the penalty, reported and
      *  kept on the deposit.
      *
      *  A deposit whose own account or payout account is missing
      *  or closed on the master is left unsettled for the next run
      *  and ends the job with a warning.  Every settlement is
      *  printed on TDMATRPT and written as an AUD-RECORD (action
      *  MATURE or BREAK).
      *
      *  Flags (cmdline-parms.cpy style):
      *      -PENALTY=<percentage points>   default 1
      *
      *  Run after TD-MAINT and before ACCT-MAINT.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  Settlement date follows the deposit
      *                        currency's settlement calendar
      *                        (RUN-CALENDAR VALDAY / NEXTVAL).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. TD-MATURE.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select TERM-DEPOSIT-FILE Assign To TERMDEP
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is TDR-KEY
                File Status Is TDS-FILE-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is TDS-ACCT-STATUS.
            Select TD-TRAN-FILE Assign To TDTRAN
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To TDMATRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  TERM-DEPOSIT-FILE.
        COPY term-deposit.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  TD-TRAN-FILE.
        01  TD-TRAN-RECORD.
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
            05  ATR-OPEN-DATE      PIC X(08).
            05  ATR-ORIGIN          PIC X(08).
            05  ATR-REFERENCE       PIC X(16).
            05  ATR-NARRATIVE       PIC X(30).
            05  FILLER              PIC X(91).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY run-calendar.
        COPY day-count.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  TDS-RUN-START.
            05  TDS-START-SECONDS   Usage BINARY-DOUBLE.
            05  TDS-START-NANOS     Usage BINARY-DOUBLE.
        01  TDS-RUN-STOP.
            05  TDS-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  TDS-STOP-NANOS      Usage BINARY-DOUBLE.
        01  TDS-FILE-STATUS         PIC X(02).
        01  TDS-ACCT-STATUS         PIC X(02).
        01  TDS-OPEN-SWITCH         PIC X(01) Value 'N'.
            88  TDS-FILES-OPEN          Value 'Y', False 'N'.
        01  TDS-EOF-SWITCH          PIC X(01).
            88  TDS-EOF                 Value 'Y', False 'N'.
        01  TDS-HELD-SW             PIC X(01).
            88  TDS-HELD                Value 'Y', False 'N'.
        01  TDS-TODAY               PIC 9(08).
        01  TDS-PENALTY-POINTS      PIC 9(3)V9(6) Value 1.
        01  TDS-READ-COUNT          PIC 9(09) Value 0.
        01  TDS-MATURED-COUNT       PIC 9(07) Value 0.
        01  TDS-ROLLED-COUNT        PIC 9(07) Value 0.
        01  TDS-BROKEN-COUNT        PIC 9(07) Value 0.
        01  TDS-HELD-COUNT          PIC 9(07) Value 0.
        01  TDS-POSTING-COUNT       PIC 9(09) Value 0.
        01  TDS-SETTLE-DATE         PIC 9(08).
        01  TDS-FULL-RATE           PIC 9(3)V9(6).
        01  TDS-PAID-RATE           PIC S9(3)V9(6).
        01  TDS-INTEREST            PIC S9(13)V99 COMP-3.
        01  TDS-FULL-INTEREST       PIC S9(13)V99 COMP-3.
        01  TDS-PENALTY             PIC S9(13)V99 COMP-3.
        01  TDS-PRINCIPAL           PIC S9(13)V99 COMP-3.
        01  TDS-PAYOUT              PIC S9(13)V99 COMP-3.
        01  TDS-TOTAL-INTEREST      PIC S9(15)V99 COMP-3 Value 0.
        01  TDS-TOTAL-PENALTY       PIC S9(15)V99 COMP-3 Value 0.
        01  TDS-TOTAL-PAYOUT        PIC S9(15)V99 COMP-3 Value 0.
        01  TDS-POST-KEY            PIC X(32).
        01  TDS-POST-AMOUNT         PIC S9(13)V99 COMP-3.
        01  TDS-POST-NARRATIVE      PIC X(30).
        01  TDS-MONTHS              Binary-Long.
        01  TDS-YEARS               Binary-Long.
        01  TDS-DATE-WORK.
            05  TDS-DW-YYYY         PIC 9(04).
            05  TDS-DW-MM           PIC 9(02).
            05  TDS-DW-DD           PIC 9(02).
        01  TDS-DATE-NUM REDEFINES TDS-DATE-WORK
                                    PIC 9(08).
        01  TDS-HDR-LINE.
            05  FILLER              PIC X(35) Value
                'TERM DEPOSIT SETTLEMENT --        '.
            05  TDS-HDR-DATE        PIC 9(08).
        01  TDS-COL-LINE.
            05  FILLER              PIC X(50) Value
                'ACCOUNT                          ACTION   SETTLED '.
            05  FILLER              PIC X(45) Value
                '      PRINCIPAL       INTEREST        PENALTY'.
            05  FILLER              PIC X(30) Value
                '     PAID AWAY NEXT-MAT PAYOUT'.
        01  TDS-DETAIL-LINE.
            05  TDS-DL-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  TDS-DL-ACTION       PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  TDS-DL-SETTLED      PIC 9(08).
            05  TDS-DL-PRINCIPAL    PIC -(11)9.99.
            05  TDS-DL-INTEREST     PIC -(11)9.99.
            05  TDS-DL-PENALTY      PIC -(11)9.99.
            05  TDS-DL-PAYOUT       PIC -(10)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TDS-DL-NEXT-MAT     PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  TDS-DL-PAYOUT-KEY   PIC X(32).
        01  TDS-HELD-LINE.
            05  TDS-HL-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  TDS-HL-TEXT         PIC X(60).
        01  TDS-TOTAL-LINE.
            05  FILLER              PIC X(08) Value 'SETTLED '.
            05  TDS-TL-COUNT        PIC Z(06)9.
            05  FILLER              PIC X(10) Value ' INTEREST '.
            05  TDS-TL-INTEREST     PIC -(13)9.99.
            05  FILLER              PIC X(09) Value ' PENALTY '.
            05  TDS-TL-PENALTY      PIC -(13)9.99.
            05  FILLER              PIC X(11) Value ' PAID AWAY '.
            05  TDS-TL-PAYOUT       PIC -(13)9.99.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-SETTLE-SWEEP THRU 2000-SETTLE-SWEEP-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'PENALTY' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO TDS-PENALTY-POINTS
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'td-mature: no business date established,'
                  ' refusing to settle'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO TDS-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, TDS-RUN-START)
              TO AUD-RC
            OPEN I-O TERM-DEPOSIT-FILE
            IF TDS-FILE-STATUS = '35'
      *        no deposit ever placed: build an empty file
               OPEN OUTPUT TERM-DEPOSIT-FILE
               CLOSE TERM-DEPOSIT-FILE
               OPEN I-O TERM-DEPOSIT-FILE
            END-IF
            IF TDS-FILE-STATUS NOT = '00'
               DISPLAY 'td-mature: cannot open TERMDEP, status '
                  TDS-FILE-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT ACCT-MASTER-FILE
            IF TDS-ACCT-STATUS NOT = '00'
               DISPLAY 'td-mature: cannot open master, status '
                  TDS-ACCT-STATUS
               CLOSE TERM-DEPOSIT-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT TD-TRAN-FILE
            OPEN OUTPUT REPORT-FILE
            SET TDS-FILES-OPEN TO TRUE
            MOVE TDS-TODAY TO TDS-HDR-DATE
            WRITE REPORT-LINE FROM TDS-HDR-LINE
            WRITE REPORT-LINE FROM TDS-COL-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-SETTLE-SWEEP.
            SET TDS-EOF TO FALSE
            MOVE LOW-VALUES TO TDR-KEY
            START TERM-DEPOSIT-FILE KEY IS >= TDR-KEY
            IF TDS-FILE-STATUS NOT = '00'
               GO TO 2000-SETTLE-SWEEP-EXIT
            END-IF
            PERFORM 2100-READ-ONE-DEPOSIT
               THRU 2100-READ-ONE-DEPOSIT-EXIT
                UNTIL TDS-EOF.
        2000-SETTLE-SWEEP-EXIT.
            EXIT.

        2100-READ-ONE-DEPOSIT.
            READ TERM-DEPOSIT-FILE NEXT
                AT END
                    SET TDS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO TDS-READ-COUNT
                    EVALUATE TRUE
                       WHEN TDR-STATUS-BREAK-DUE
                          PERFORM 4000-BREAK-DEPOSIT
                             THRU 4000-BREAK-DEPOSIT-EXIT
                       WHEN TDR-STATUS-ACTIVE
                          PERFORM 3000-MATURE-DEPOSIT
                             THRU 3000-MATURE-DEPOSIT-EXIT
                    END-EVALUATE
            END-READ.
        2100-READ-ONE-DEPOSIT-EXIT.
            EXIT.

      * a maturity on a weekend or a holiday, ours or the deposit
      * currency's, settles on the next good value date; nothing is
      * due before that
        3000-MATURE-DEPOSIT.
            IF TDR-MATURITY-DATE > TDS-TODAY
               GO TO 3000-MATURE-DEPOSIT-EXIT
            END-IF
            MOVE TDR-MATURITY-DATE TO TDS-SETTLE-DATE
            MOVE SPACES TO RCQ-CURRENCY
            MOVE TDR-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF TDS-ACCT-STATUS = '00'
               MOVE AM-CURRENCY TO RCQ-CURRENCY
            END-IF
            SET RCQ-REQ-VALDAY TO TRUE
            MOVE TDR-MATURITY-DATE TO RCQ-DATE
            CALL 'RUN-CALENDAR' USING RCQ-CONTROL
            IF RCQ-OK AND NOT RCQ-IS-BUSINESS-DAY
               SET RCQ-REQ-NEXTVAL TO TRUE
               MOVE TDR-MATURITY-DATE TO RCQ-DATE
               CALL 'RUN-CALENDAR' USING RCQ-CONTROL
               IF RCQ-OK
                  MOVE RCQ-NEXT-DATE TO TDS-SETTLE-DATE
               END-IF
            END-IF
            IF TDS-SETTLE-DATE > TDS-TODAY
               GO TO 3000-MATURE-DEPOSIT-EXIT
            END-IF
            PERFORM 5000-CHECK-ACCOUNTS THRU 5000-CHECK-ACCOUNTS-EXIT
            IF TDS-HELD
               GO TO 3000-MATURE-DEPOSIT-EXIT
            END-IF
            MOVE TDR-RATE TO TDS-FULL-RATE
            PERFORM 5100-COMPUTE-INTEREST
               THRU 5100-COMPUTE-INTEREST-EXIT
            IF TDS-HELD
               GO TO 3000-MATURE-DEPOSIT-EXIT
            END-IF
            MOVE 0 TO TDS-PENALTY
            MOVE TDR-PRINCIPAL TO TDS-PRINCIPAL
            MOVE 0 TO TDS-PAYOUT
            MOVE TDR-KEY TO TDS-POST-KEY
            MOVE TDS-INTEREST TO TDS-POST-AMOUNT
            MOVE 'TERM DEPOSIT INTEREST' TO TDS-POST-NARRATIVE
            PERFORM 6000-WRITE-POSTING THRU 6000-WRITE-POSTING-EXIT
            EVALUATE TRUE
               WHEN TDR-ROLL-PRINCIPAL
                  MOVE TDS-INTEREST TO TDS-PAYOUT
                  PERFORM 3100-PAY-AWAY THRU 3100-PAY-AWAY-EXIT
                  PERFORM 3200-ROLL-OVER THRU 3200-ROLL-OVER-EXIT
                  MOVE 'ROLL P' TO TDS-DL-ACTION
               WHEN TDR-ROLL-ALL
                  ADD TDS-INTEREST TO TDR-PRINCIPAL
                  PERFORM 3200-ROLL-OVER THRU 3200-ROLL-OVER-EXIT
                  MOVE 'ROLL R' TO TDS-DL-ACTION
               WHEN OTHER
                  COMPUTE TDS-PAYOUT = TDR-PRINCIPAL + TDS-INTEREST
                  PERFORM 3100-PAY-AWAY THRU 3100-PAY-AWAY-EXIT
                  SET TDR-STATUS-MATURED TO TRUE
                  MOVE 'PAID OUT' TO TDS-DL-ACTION
                  ADD 1 TO TDS-MATURED-COUNT
            END-EVALUATE
            MOVE 'MATURE' TO AUD-ACTION
            PERFORM 7000-FINISH-SETTLEMENT
               THRU 7000-FINISH-SETTLEMENT-EXIT.
        3000-MATURE-DEPOSIT-EXIT.
            EXIT.

      * out of the deposit account, into the payout account
        3100-PAY-AWAY.
            IF TDS-PAYOUT = 0
               GO TO 3100-PAY-AWAY-EXIT
            END-IF
            MOVE TDR-KEY TO TDS-POST-KEY
            COMPUTE TDS-POST-AMOUNT = 0 - TDS-PAYOUT
            MOVE 'TERM DEPOSIT PAID AWAY' TO TDS-POST-NARRATIVE
            PERFORM 6000-WRITE-POSTING THRU 6000-WRITE-POSTING-EXIT
            MOVE TDR-PAYOUT-KEY TO TDS-POST-KEY
            MOVE TDS-PAYOUT TO TDS-POST-AMOUNT
            MOVE 'FROM TERM DEPOSIT' TO TDS-POST-NARRATIVE
            PERFORM 6000-WRITE-POSTING THRU 6000-WRITE-POSTING-EXIT
            ADD TDS-PAYOUT TO TDS-TOTAL-PAYOUT.
        3100-PAY-AWAY-EXIT.
            EXIT.

        3200-ROLL-OVER.
            MOVE TDS-SETTLE-DATE TO TDR-START-DATE
            PERFORM 3300-SET-MATURITY THRU 3300-SET-MATURITY-EXIT
            ADD 1 TO TDR-ROLL-COUNT
            ADD 1 TO TDS-ROLLED-COUNT.
        3200-ROLL-OVER-EXIT.
            EXIT.

      * the TD-MAINT rule: start plus term, held to the last day
      * of a short month
        3300-SET-MATURITY.
            MOVE TDR-START-DATE TO TDS-DATE-WORK
            COMPUTE TDS-MONTHS = TDS-DW-MM - 1 + TDR-TERM-MONTHS
            DIVIDE TDS-MONTHS BY 12 GIVING TDS-YEARS
               REMAINDER TDS-MONTHS
            ADD TDS-YEARS TO TDS-DW-YYYY
            COMPUTE TDS-DW-MM = TDS-MONTHS + 1
            PERFORM 3310-BACK-ONE-DAY THRU 3310-BACK-ONE-DAY-EXIT
                UNTIL FUNCTION TEST-DATE-YYYYMMDD(TDS-DATE-NUM) = 0
            MOVE TDS-DATE-WORK TO TDR-MATURITY-DATE.
        3300-SET-MATURITY-EXIT.
            EXIT.

        3310-BACK-ONE-DAY.
            SUBTRACT 1 FROM TDS-DW-DD.
        3310-BACK-ONE-DAY-EXIT.
            EXIT.

      * early break: interest to tonight at the rate less the
      * penalty points; what that gives up is the penalty
        4000-BREAK-DEPOSIT.
            MOVE TDS-TODAY TO TDS-SETTLE-DATE
            PERFORM 5000-CHECK-ACCOUNTS THRU 5000-CHECK-ACCOUNTS-EXIT
            IF TDS-HELD
               GO TO 4000-BREAK-DEPOSIT-EXIT
            END-IF
            MOVE TDR-RATE TO TDS-FULL-RATE
            PERFORM 5100-COMPUTE-INTEREST
               THRU 5100-COMPUTE-INTEREST-EXIT
            IF TDS-HELD
               GO TO 4000-BREAK-DEPOSIT-EXIT
            END-IF
            MOVE TDS-INTEREST TO TDS-FULL-INTEREST
            COMPUTE TDS-PAID-RATE = TDR-RATE - TDS-PENALTY-POINTS
            IF TDS-PAID-RATE < 0
               MOVE 0 TO TDS-PAID-RATE
            END-IF
            MOVE TDS-PAID-RATE TO TDS-FULL-RATE
            PERFORM 5100-COMPUTE-INTEREST
               THRU 5100-COMPUTE-INTEREST-EXIT
            COMPUTE TDS-PENALTY = TDS-FULL-INTEREST - TDS-INTEREST
            MOVE TDR-PRINCIPAL TO TDS-PRINCIPAL
            MOVE TDR-KEY TO TDS-POST-KEY
            MOVE TDS-INTEREST TO TDS-POST-AMOUNT
            MOVE 'TERM DEPOSIT INTEREST' TO TDS-POST-NARRATIVE
            PERFORM 6000-WRITE-POSTING THRU 6000-WRITE-POSTING-EXIT
            COMPUTE TDS-PAYOUT = TDR-PRINCIPAL + TDS-INTEREST
            PERFORM 3100-PAY-AWAY THRU 3100-PAY-AWAY-EXIT
            ADD TDS-PENALTY TO TDR-PENALTY-TD
            ADD TDS-PENALTY TO TDS-TOTAL-PENALTY
            SET TDR-STATUS-BROKEN TO TRUE
            MOVE 'BROKEN' TO TDS-DL-ACTION
            ADD 1 TO TDS-BROKEN-COUNT
            MOVE 'BREAK' TO AUD-ACTION
            PERFORM 7000-FINISH-SETTLEMENT
               THRU 7000-FINISH-SETTLEMENT-EXIT.
        4000-BREAK-DEPOSIT-EXIT.
            EXIT.

      * both ends of the settlement must be open on the master
      * before anything is posted; the deposit's own master record
      * is kept for its postings
        5000-CHECK-ACCOUNTS.
            SET TDS-HELD TO FALSE
            MOVE TDR-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF TDS-ACCT-STATUS NOT = '00'
               MOVE 'DEPOSIT ACCOUNT NOT ON MASTER, UNSETTLED'
                 TO TDS-HL-TEXT
               PERFORM 5900-HOLD-DEPOSIT THRU 5900-HOLD-DEPOSIT-EXIT
               GO TO 5000-CHECK-ACCOUNTS-EXIT
            END-IF
            IF NOT AM-STATUS-ACTIVE
               MOVE 'DEPOSIT ACCOUNT CLOSED, UNSETTLED'
                 TO TDS-HL-TEXT
               PERFORM 5900-HOLD-DEPOSIT THRU 5900-HOLD-DEPOSIT-EXIT
               GO TO 5000-CHECK-ACCOUNTS-EXIT
            END-IF
            IF TDR-ROLL-ALL AND TDR-STATUS-ACTIVE
               GO TO 5000-CHECK-ACCOUNTS-EXIT
            END-IF
            MOVE TDR-PAYOUT-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF TDS-ACCT-STATUS NOT = '00'
               MOVE 'PAYOUT ACCOUNT NOT ON MASTER, UNSETTLED'
                 TO TDS-HL-TEXT
               PERFORM 5900-HOLD-DEPOSIT THRU 5900-HOLD-DEPOSIT-EXIT
               GO TO 5000-CHECK-ACCOUNTS-EXIT
            END-IF
            IF NOT AM-STATUS-ACTIVE
               MOVE 'PAYOUT ACCOUNT CLOSED, UNSETTLED'
                 TO TDS-HL-TEXT
               PERFORM 5900-HOLD-DEPOSIT THRU 5900-HOLD-DEPOSIT-EXIT
            END-IF.
        5000-CHECK-ACCOUNTS-EXIT.
            EXIT.

      * principal times the rate in percent over the term so far
        5100-COMPUTE-INTEREST.
            MOVE TDR-START-DATE TO DCN-FROM-DATE
            MOVE TDS-SETTLE-DATE TO DCN-TO-DATE
            MOVE TDR-CONVENTION TO DCN-CONVENTION
            CALL 'DAY-COUNT' USING DCN-CONTROL
            IF NOT DCN-OK
               STRING 'DAY-COUNT STATUS ' DCN-STATUS ', UNSETTLED'
                  DELIMITED BY SIZE INTO TDS-HL-TEXT
               END-STRING
               PERFORM 5900-HOLD-DEPOSIT THRU 5900-HOLD-DEPOSIT-EXIT
               GO TO 5100-COMPUTE-INTEREST-EXIT
            END-IF
            COMPUTE TDS-INTEREST ROUNDED =
               TDR-PRINCIPAL * (TDS-FULL-RATE / 100)
                             * DCN-YEAR-FRACTION.
        5100-COMPUTE-INTEREST-EXIT.
            EXIT.

        5900-HOLD-DEPOSIT.
            SET TDS-HELD TO TRUE
            ADD 1 TO TDS-HELD-COUNT
            MOVE TDR-KEY TO TDS-HL-KEY
            WRITE REPORT-LINE FROM TDS-HELD-LINE
            MOVE SPACES TO TDS-HL-TEXT.
        5900-HOLD-DEPOSIT-EXIT.
            EXIT.

      * one ACCTTRAN movement; the target account's master record
      * supplies the descriptive fields ACCT-MAINT edits against
        6000-WRITE-POSTING.
            IF TDS-POST-AMOUNT = 0
               GO TO 6000-WRITE-POSTING-EXIT
            END-IF
            MOVE TDS-POST-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            MOVE SPACES TO TD-TRAN-RECORD
            MOVE 'M' TO ATR-ACTION
            MOVE TDS-POST-KEY TO ATR-KEY
            IF TDS-ACCT-STATUS = '00'
               MOVE AM-SHORT-NAME TO ATR-SHORT-NAME
               MOVE AM-CUSTOMER-NAME TO ATR-CUST-NAME
               MOVE AM-BRANCH TO ATR-BRANCH
               MOVE AM-TYPE TO ATR-TYPE
               MOVE AM-CURRENCY TO ATR-CURRENCY
               MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            END-IF
            MOVE TDS-POST-AMOUNT TO ATR-AMOUNT
            MOVE 'TDMATUR1' TO ATR-ORIGIN
            STRING 'TD ' TDS-TODAY DELIMITED BY SIZE
              INTO ATR-REFERENCE
            END-STRING
            MOVE TDS-POST-NARRATIVE TO ATR-NARRATIVE
            WRITE TD-TRAN-RECORD
            ADD 1 TO TDS-POSTING-COUNT.
        6000-WRITE-POSTING-EXIT.
            EXIT.

        7000-FINISH-SETTLEMENT.
            MOVE TDS-SETTLE-DATE TO TDR-LAST-SETTLED-DATE
            ADD TDS-INTEREST TO TDR-INTEREST-PAID-TD
            ADD TDS-INTEREST TO TDS-TOTAL-INTEREST
            REWRITE TERM-DEPOSIT-RECORD
            IF TDS-FILE-STATUS NOT = '00'
               DISPLAY 'td-mature: rewrite status ' TDS-FILE-STATUS
                  ' key ' TDR-KEY
               SET JOB-NEEDS-RERUN TO TRUE
               SET TDS-EOF TO TRUE
            END-IF
            MOVE TDR-KEY TO TDS-DL-KEY
            MOVE TDS-SETTLE-DATE TO TDS-DL-SETTLED
            MOVE TDS-PRINCIPAL TO TDS-DL-PRINCIPAL
            MOVE TDS-INTEREST TO TDS-DL-INTEREST
            MOVE TDS-PENALTY TO TDS-DL-PENALTY
            MOVE TDS-PAYOUT TO TDS-DL-PAYOUT
            IF TDR-STATUS-ACTIVE
               MOVE TDR-MATURITY-DATE TO TDS-DL-NEXT-MAT
            ELSE
               MOVE SPACES TO TDS-DL-NEXT-MAT
            END-IF
            IF TDS-PAYOUT = 0
               MOVE SPACES TO TDS-DL-PAYOUT-KEY
            ELSE
               MOVE TDR-PAYOUT-KEY TO TDS-DL-PAYOUT-KEY
            END-IF
            WRITE REPORT-LINE FROM TDS-DETAIL-LINE
            MOVE 'TDMATUR1' TO AUD-PROGRAM-ID
            MOVE TDR-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        7000-FINISH-SETTLEMENT-EXIT.
            EXIT.

        9999-EXIT.
            IF TDS-FILES-OPEN
               COMPUTE TDS-TL-COUNT = TDS-MATURED-COUNT
                  + TDS-ROLLED-COUNT + TDS-BROKEN-COUNT
               MOVE TDS-TOTAL-INTEREST TO TDS-TL-INTEREST
               MOVE TDS-TOTAL-PENALTY TO TDS-TL-PENALTY
               MOVE TDS-TOTAL-PAYOUT TO TDS-TL-PAYOUT
               WRITE REPORT-LINE FROM TDS-TOTAL-LINE
               CLOSE TERM-DEPOSIT-FILE ACCT-MASTER-FILE
                     TD-TRAN-FILE REPORT-FILE
            END-IF
            DISPLAY 'td-mature: ' TDS-READ-COUNT ' deposits read, '
               TDS-MATURED-COUNT ' paid out, '
               TDS-ROLLED-COUNT ' rolled, '
               TDS-BROKEN-COUNT ' broken, '
               TDS-HELD-COUNT ' held'
            IF TDS-HELD-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, TDS-RUN-STOP)
              TO AUD-RC
            MOVE 'TDMATUR1' TO JHR-PROGRAM-ID
            MOVE TDS-TODAY TO JHR-BUSINESS-DATE
            MOVE TDS-START-SECONDS TO JHR-START-SECONDS
            MOVE TDS-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE TDS-READ-COUNT TO JHR-RECORDS-IN
            MOVE TDS-POSTING-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program TD-MATURE.
