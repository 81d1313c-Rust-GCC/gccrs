      *      LNR-TERM-MONTHS 9(3)
      *      LNR-CONVENTION  X(7)    day-count.cpy convention code
      *      LNR-START-DATE  9(8)
      *      LNR-INDEX-CODE  X(6)    base-rate index, blank = fixed
      *      LNR-MARGIN      S9(3)V9(6) sign leading separate
      *      LNR-RESET-MONTHS 9(3)   months between rate resets
      *      LNR-CURRENCY    X(3)    loan currency, blank = ours
      *      LNR-LOAN-TYPE   X(2)    product type, for provisioning
      *
      *  Interest runs period to period on the calendar month
      *  dates; the payment due date is the next good value date
      *  for the loan's currency (RUN-CALENDAR VALDAY / NEXTVAL)
      *  when the month date is not one.  Past the end of the
      *  loaded calendars the month date stands, and LOAN-PAYAPP
      *  moves it when the period is billed.
      *
      *  A variable-rate loan is scheduled here at its opening
      *  rate; LOAN-REPRICE regenerates the remaining periods at
      *  each reset.
      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *  2026-10-15 smckinney  LOANIN carries the index code, margin
      *                        and reset frequency of variable-rate
      *                        loans.
      *  2026-10-15 smckinney  Due dates move to the loan currency's
      *                        next good value date; LOANIN carries
      *                        the currency.
      *  2026-10-15 smckinney  LOANIN carries the loan type.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. LOAN-SCHED.
            05  LNR-TERM-MONTHS     PIC 9(03).
            05  LNR-CONVENTION      PIC X(07).
            05  LNR-START-DATE      PIC 9(08).
            05  LNR-INDEX-CODE      PIC X(06).
            05  LNR-MARGIN          PIC S9(3)V9(6)
                                    Sign Leading Separate.
            05  LNR-RESET-MONTHS    PIC 9(03).
            05  LNR-CURRENCY        PIC X(03).
            05  LNR-LOAN-TYPE       PIC X(02).
        FD  POSTING-FILE.
        01  POSTING-RECORD.
            05  PST-LOAN-ID         PIC X(12).
        01  STATEMENT-LINE          PIC X(132).
        Working-Storage Section.
        COPY day-count.
        COPY run-calendar.
        COPY exit-status.
        01  LSC-EOF-SWITCH          PIC X(01).
            88  LSC-EOF                 Value 'Y', False 'N'.
        01  LSC-PERIOD              PIC 9(03).
        01  LSC-PERIOD-FROM         PIC 9(08).
        01  LSC-PERIOD-TO           PIC 9(08).
        01  LSC-DUE-DATE            PIC 9(08).
        01  LSC-DATE-WORK.
            05  LSC-DW-YYYY         PIC 9(04).
            05  LSC-DW-MM           PIC 9(02).
            END-IF
            MOVE LNR-LOAN-ID TO PST-LOAN-ID
            MOVE LSC-PERIOD TO PST-PERIOD
            PERFORM 3400-VALUE-DUE-DATE
               THRU 3400-VALUE-DUE-DATE-EXIT
            MOVE LSC-DUE-DATE TO PST-DUE-DATE
            MOVE LSC-PAYMENT TO PST-PAYMENT
            MOVE LSC-INTEREST TO PST-INTEREST
            MOVE LSC-PRINCIPAL-PART TO PST-PRINCIPAL
                   ' '              DELIMITED BY SIZE
                   LSC-PERIOD       DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   LSC-DUE-DATE     DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   LSC-PAY-DISPLAY  DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
        3300-ADVANCE-ONE-MONTH-EXIT.
            EXIT.

      * the payment falls due on a day the loan's currency settles;
      * the month date is kept for the interest periods
        3400-VALUE-DUE-DATE.
            MOVE LSC-PERIOD-TO TO LSC-DUE-DATE
            SET RCQ-REQ-VALDAY TO TRUE
            MOVE LSC-PERIOD-TO TO RCQ-DATE
            MOVE LNR-CURRENCY TO RCQ-CURRENCY
            CALL 'RUN-CALENDAR' USING RCQ-CONTROL
            IF NOT RCQ-OK OR RCQ-IS-BUSINESS-DAY
               GO TO 3400-VALUE-DUE-DATE-EXIT
            END-IF
            SET RCQ-REQ-NEXTVAL TO TRUE
            CALL 'RUN-CALENDAR' USING RCQ-CONTROL
            IF RCQ-OK
               MOVE RCQ-NEXT-DATE TO LSC-DUE-DATE
            END-IF.
        3400-VALUE-DUE-DATE-EXIT.
            EXIT.

        9999-EXIT.
            CLOSE LOAN-IN-FILE POSTING-FILE STATEMENT-FILE
            DISPLAY 'loan-sched: ' LSC-LOAN-COUNT
