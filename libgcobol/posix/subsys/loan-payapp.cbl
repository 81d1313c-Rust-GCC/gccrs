      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  loan-payapp.cbl
      *
      *  Loan servicing and payment application over the indexed
      *  loan master (LOANMST, loan-master.cpy) -- the persistent
      *  record of what each loan actually owes, so LOAN-DELINQ no
      *  longer re-derives arrears from the raw schedule and
      *  payment files every night.  Three passes, in order:
      *
      *    onboard   every LOANIN loan not yet on the master opens
      *              with its full principal outstanding and
      *              nothing billed;
      *    bill      a current installment whose due date has
      *              passed moves what is left of it into arrears
      *              (with the -LATEFEE charge when anything was
      *              left), and the next LOAN-SCHED period (POSTOUT,
      *              period order per loan) becomes the current
      *              installment -- its principal capped at what is
      *              still unbilled, its interest scaled down when
      *              prepayments have run the balance below the
      *              schedule's.  A loan LOAN-REPRICE has reset
      *              bills its periods from the regenerated RESCHED
      *              file (loan-resched.cpy) instead.  A due
      *              date the loan's currency does not settle on
      *              (RUN-CALENDAR VALDAY) is billed for the next
      *              good value date (NEXTVAL);
      *    apply     each PAYIN payment goes through the fixed
      *              waterfall: late fees, overdue interest (oldest
      *              installment first), overdue principal (oldest
      *              first), the current installment's interest and
      *              principal, and whatever is left prepays
      *              unbilled principal.  Money beyond the whole
      *              loan is reported as excess, not applied.
      *
      *  Every payment prints on the application report (PAYRPT)
      *  with its split across the waterfall, prepayments flagged,
      *  and is written as an AUD-RECORD (action PAYAPP); onboarded
      *  loans audit as CREATE.  A payment for a loan not on the
      *  master is reported and left for the loans desk.
      *
      *  PAYIN record layout (fixed columns):
      *      PAY-LOAN-ID  X(12)
      *      PAY-DATE     9(8)
      *      PAY-AMOUNT   9(13)V99 zoned
      *
      *  Flags (cmdline-parms.cpy style):
      *      -LATEFEE=<amount>   charged per installment that goes
      *                          into arrears unpaid, default 0
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  Onboards the index code, margin and
      *                        reset frequency of variable-rate
      *                        loans; a repriced loan bills from
      *                        RESCHED.
      *  2026-10-15 smckinney  PAYIN is checked against the
      *                        applied-batch registry through
      *                        APPLY-REG before the payment pass and
      *                        registered after it; a payment file
      *                        applied before is not applied again
      *                        (JOB-ALREADY-APPLIED) unless the
      *                        operator has exported
      *                        APPLY_DUP_OVERRIDE=Y.  Onboarding and
      *                        billing still run.
      *  2026-10-15 smckinney  Onboards the loan currency; a billed
      *                        due date that is no good value date
      *                        for it moves to the next one.
      *  2026-10-15 smckinney  Onboards the loan type.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. LOAN-PAYAPP.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-GETENV
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select LOAN-IN-FILE Assign To LOANIN
                Organization Is Line Sequential.
            Select SCHEDULE-FILE Assign To POSTOUT
                Organization Is Line Sequential.
            Select OPTIONAL PAYMENT-FILE Assign To PAYIN
                Organization Is Line Sequential.
            Select LOAN-MASTER-FILE Assign To LOANMST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is LNM-LOAN-ID
                File Status Is LPA-LOAN-STATUS.
            Select OPTIONAL RESCHED-FILE Assign To RESCHED
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is LRS-KEY
                File Status Is LPA-RESCHED-STATUS.
            Select REPORT-FILE Assign To PAYRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  LOAN-IN-FILE.
        01  LOAN-IN-RECORD.
            05  LNR-LOAN-ID         PIC X(12).
            05  LNR-CUSTOMER        PIC X(35).
            05  LNR-BRANCH          PIC X(04).
            05  LNR-PRINCIPAL       PIC 9(13)V99.
            05  LNR-ANNUAL-RATE     PIC 9(3)V9(6).
            05  LNR-TERM-MONTHS     PIC 9(03).
            05  LNR-CONVENTION      PIC X(07).
            05  LNR-START-DATE      PIC 9(08).
            05  LNR-INDEX-CODE      PIC X(06).
            05  LNR-MARGIN          PIC S9(3)V9(6)
                                    Sign Leading Separate.
            05  LNR-RESET-MONTHS    PIC 9(03).
            05  LNR-CURRENCY        PIC X(03).
            05  LNR-LOAN-TYPE       PIC X(02).
        FD  SCHEDULE-FILE.
        01  SCHEDULE-RECORD.
            05  PST-LOAN-ID         PIC X(12).
            05  PST-PERIOD          PIC 9(03).
            05  PST-DUE-DATE        PIC 9(08).
            05  PST-PAYMENT         PIC 9(13)V99.
            05  PST-INTEREST        PIC 9(13)V99.
            05  PST-PRINCIPAL       PIC 9(13)V99.
            05  PST-BALANCE         PIC 9(13)V99.
        FD  PAYMENT-FILE.
        01  PAYMENT-RECORD.
            05  PAY-LOAN-ID         PIC X(12).
            05  PAY-DATE            PIC 9(08).
            05  PAY-AMOUNT          PIC 9(13)V99.
        FD  LOAN-MASTER-FILE.
        COPY loan-master.
        FD  RESCHED-FILE.
        COPY loan-resched.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY run-calendar.
        COPY cmdline-parms.
        COPY exit-status.
        COPY apply-reg.
        01  JHW-FILE-STATUS         PIC X(02).
        01  LPA-RUN-START.
            05  LPA-START-SECONDS   Usage BINARY-DOUBLE.
            05  LPA-START-NANOS     Usage BINARY-DOUBLE.
        01  LPA-RUN-STOP.
            05  LPA-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  LPA-STOP-NANOS      Usage BINARY-DOUBLE.
        01  LPA-LOAN-STATUS         PIC X(02).
        01  LPA-RESCHED-STATUS      PIC X(02).
        01  LPA-OPEN-SWITCH         PIC X(01) Value 'N'.
            88  LPA-FILES-OPEN          Value 'Y', False 'N'.
        01  LPA-EOF-SWITCH          PIC X(01).
            88  LPA-EOF                 Value 'Y', False 'N'.
        01  LPA-CHANGED-SW          PIC X(01).
            88  LPA-CHANGED             Value 'Y', False 'N'.
        01  LPA-TODAY               PIC 9(08).
        01  LPA-ENV-NAME            PIC X(64).
        01  LPA-ENV-VALUE           PIC X(256).
        01  LPA-LATE-FEE            PIC 9(09)V99 Value 0.
        01  LPA-ONBOARD-COUNT       PIC 9(07) Value 0.
        01  LPA-BILLED-COUNT        PIC 9(07) Value 0.
        01  LPA-ARREARS-COUNT       PIC 9(07) Value 0.
        01  LPA-PAY-COUNT           PIC 9(07) Value 0.
        01  LPA-UNMATCHED-COUNT     PIC 9(07) Value 0.
        01  LPA-PREPAY-COUNT        PIC 9(07) Value 0.
        01  LPA-SUB                 Binary-Long.
        01  LPA-TO-SUB              Binary-Long.
        01  LPA-CLEARED             Binary-Long.
        01  LPA-UNBILLED            PIC S9(13)V99 COMP-3.
        01  LPA-OPENING             PIC S9(13)V99 COMP-3.
        01  LPA-REMAINING           PIC S9(13)V99 COMP-3.
        01  LPA-TAKE                PIC S9(13)V99 COMP-3.
        01  LPA-TO-FEES             PIC S9(13)V99 COMP-3.
        01  LPA-TO-OD-INTEREST      PIC S9(13)V99 COMP-3.
        01  LPA-TO-OD-PRINCIPAL     PIC S9(13)V99 COMP-3.
        01  LPA-TO-CURRENT          PIC S9(13)V99 COMP-3.
        01  LPA-TO-PREPAY           PIC S9(13)V99 COMP-3.
        01  LPA-EXCESS              PIC S9(13)V99 COMP-3.
        01  LPA-TOTAL-RECEIVED      PIC S9(15)V99 COMP-3 Value 0.
        01  LPA-TOTAL-PREPAID       PIC S9(15)V99 COMP-3 Value 0.
        01  LPA-TOTAL-EXCESS        PIC S9(15)V99 COMP-3 Value 0.
        01  LPA-HDR-LINE.
            05  FILLER              PIC X(35) Value
                'LOAN PAYMENT APPLICATION --       '.
            05  LPA-HDR-DATE        PIC 9(08).
        01  LPA-COL-LINE.
            05  FILLER              PIC X(51) Value
                'LOAN-ID      PAY-DATE       RECEIVED           FEES'.
            05  FILLER              PIC X(45) Value
                '    OD INTEREST   OD PRINCIPAL        CURRENT'.
            05  FILLER              PIC X(30) Value
                '        PREPAID         EXCESS'.
        01  LPA-DETAIL-LINE.
            05  LPA-DL-ID           PIC X(12).
            05  FILLER              PIC X(01) Value SPACE.
            05  LPA-DL-DATE         PIC 9(08).
            05  LPA-DL-RECEIVED     PIC -(11)9.99.
            05  LPA-DL-FEES         PIC -(11)9.99.
            05  LPA-DL-OD-INTEREST  PIC -(11)9.99.
            05  LPA-DL-OD-PRINCIPAL PIC -(11)9.99.
            05  LPA-DL-CURRENT      PIC -(11)9.99.
            05  LPA-DL-PREPAID      PIC -(11)9.99.
            05  LPA-DL-EXCESS       PIC -(11)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  LPA-DL-FLAG         PIC X(10).
        01  LPA-NOLOAN-LINE.
            05  LPA-NL-ID           PIC X(12).
            05  FILLER              PIC X(01) Value SPACE.
            05  LPA-NL-DATE         PIC 9(08).
            05  LPA-NL-RECEIVED     PIC -(11)9.99.
            05  FILLER              PIC X(30) Value
                '  NOT ON LOAN MASTER, UNPOSTED'.
        01  LPA-TOTAL-LINE.
            05  FILLER              PIC X(09) Value 'PAYMENTS '.
            05  LPA-TL-COUNT        PIC Z(06)9.
            05  FILLER              PIC X(10) Value ' RECEIVED '.
            05  LPA-TL-RECEIVED     PIC -(13)9.99.
            05  FILLER              PIC X(09) Value ' PREPAID '.
            05  LPA-TL-PREPAID      PIC -(13)9.99.
            05  FILLER              PIC X(08) Value ' EXCESS '.
            05  LPA-TL-EXCESS       PIC -(13)9.99.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-ONBOARD THRU 2000-ONBOARD-EXIT
               PERFORM 3000-ROLL-SWEEP THRU 3000-ROLL-SWEEP-EXIT
               PERFORM 3500-BILL-SCHEDULE
                  THRU 3500-BILL-SCHEDULE-EXIT
               PERFORM 4000-APPLY-PAYMENTS
                  THRU 4000-APPLY-PAYMENTS-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'LATEFEE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO LPA-LATE-FEE
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'loan-payapp: no business date established,'
                  ' refusing to post'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO LPA-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, LPA-RUN-START)
              TO AUD-RC
            OPEN I-O LOAN-MASTER-FILE
            IF LPA-LOAN-STATUS = '35'
      *        first servicing run ever: build an empty master
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               OPEN I-O LOAN-MASTER-FILE
            END-IF
            IF LPA-LOAN-STATUS NOT = '00'
               DISPLAY 'loan-payapp: cannot open LOANMST, status '
                  LPA-LOAN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE
            SET LPA-FILES-OPEN TO TRUE
            MOVE LPA-TODAY TO LPA-HDR-DATE
            WRITE REPORT-LINE FROM LPA-HDR-LINE
            WRITE REPORT-LINE FROM LPA-COL-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

      * a loan already on the master keeps its servicing state;
      * LOANIN only ever adds
        2000-ONBOARD.
            SET LPA-EOF TO FALSE
            OPEN INPUT LOAN-IN-FILE
            PERFORM 2100-ONBOARD-ONE THRU 2100-ONBOARD-ONE-EXIT
                UNTIL LPA-EOF
            CLOSE LOAN-IN-FILE.
        2000-ONBOARD-EXIT.
            EXIT.

        2100-ONBOARD-ONE.
            READ LOAN-IN-FILE
                AT END
                    SET LPA-EOF TO TRUE
                    GO TO 2100-ONBOARD-ONE-EXIT
            END-READ
            IF LNR-TERM-MONTHS = 0 OR LNR-PRINCIPAL = 0
               GO TO 2100-ONBOARD-ONE-EXIT
            END-IF
            MOVE LNR-LOAN-ID TO LNM-LOAN-ID
            READ LOAN-MASTER-FILE
            IF LPA-LOAN-STATUS = '00'
               GO TO 2100-ONBOARD-ONE-EXIT
            END-IF
            MOVE SPACES TO LOAN-MASTER-RECORD
            INITIALIZE LOAN-MASTER-RECORD
            MOVE LNR-LOAN-ID TO LNM-LOAN-ID
            MOVE LNR-CUSTOMER TO LNM-CUSTOMER
            MOVE LNR-BRANCH TO LNM-BRANCH
            SET LNM-STATUS-ACTIVE TO TRUE
            MOVE LNR-PRINCIPAL TO LNM-ORIG-PRINCIPAL
            MOVE LNR-PRINCIPAL TO LNM-PRINCIPAL-OS
            MOVE LNR-ANNUAL-RATE TO LNM-ANNUAL-RATE
            MOVE LNR-TERM-MONTHS TO LNM-TERM-MONTHS
            MOVE LNR-CONVENTION TO LNM-CONVENTION
            MOVE LNR-START-DATE TO LNM-START-DATE
            MOVE LNR-START-DATE TO LNM-PAID-TO-DATE
            MOVE LNR-INDEX-CODE TO LNM-INDEX-CODE
            MOVE LNR-CURRENCY TO LNM-CURRENCY
            MOVE LNR-LOAN-TYPE TO LNM-LOAN-TYPE
            IF LNR-INDEX-CODE NOT = SPACES
               MOVE LNR-MARGIN TO LNM-MARGIN
               MOVE LNR-RESET-MONTHS TO LNM-RESET-MONTHS
            END-IF
            MOVE 1 TO LNM-NEXT-PERIOD
            WRITE LOAN-MASTER-RECORD
            IF LPA-LOAN-STATUS NOT = '00'
               DISPLAY 'loan-payapp: onboard write status '
                  LPA-LOAN-STATUS ' loan ' LNR-LOAN-ID
               SET JOB-WARNING TO TRUE
               GO TO 2100-ONBOARD-ONE-EXIT
            END-IF
            ADD 1 TO LPA-ONBOARD-COUNT
            MOVE 'LOANPAY1' TO AUD-PROGRAM-ID
            SET AUD-ACTION-CREATE TO TRUE
            MOVE LNM-LOAN-ID TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        2100-ONBOARD-ONE-EXIT.
            EXIT.

      * a current installment whose due date has passed goes into
      * arrears before tonight's schedule periods are billed, so a
      * loan's last installment ages even with no period after it
        3000-ROLL-SWEEP.
            SET LPA-EOF TO FALSE
            MOVE LOW-VALUES TO LNM-LOAN-ID
            START LOAN-MASTER-FILE KEY >= LNM-LOAN-ID
            IF LPA-LOAN-STATUS NOT = '00'
               GO TO 3000-ROLL-SWEEP-EXIT
            END-IF
            PERFORM 3100-ROLL-ONE THRU 3100-ROLL-ONE-EXIT
                UNTIL LPA-EOF.
        3000-ROLL-SWEEP-EXIT.
            EXIT.

        3100-ROLL-ONE.
            READ LOAN-MASTER-FILE NEXT
                AT END
                    SET LPA-EOF TO TRUE
                    GO TO 3100-ROLL-ONE-EXIT
            END-READ
            IF NOT LNM-STATUS-ACTIVE
               GO TO 3100-ROLL-ONE-EXIT
            END-IF
            SET LPA-CHANGED TO FALSE
            PERFORM 3200-ROLL-CURRENT THRU 3200-ROLL-CURRENT-EXIT
            IF LPA-CHANGED
               PERFORM 3900-REWRITE-LOAN THRU 3900-REWRITE-LOAN-EXIT
            END-IF.
        3100-ROLL-ONE-EXIT.
            EXIT.

      * what is left of a past-due current installment becomes the
      * newest arrears slot; a fully paid one simply retires
        3200-ROLL-CURRENT.
            IF LNM-CURR-DUE-DATE = 0 OR
               LNM-CURR-DUE-DATE >= LPA-TODAY
               GO TO 3200-ROLL-CURRENT-EXIT
            END-IF
            SET LPA-CHANGED TO TRUE
            IF LNM-CURR-INTEREST = 0 AND LNM-CURR-PRINCIPAL = 0
               MOVE 0 TO LNM-CURR-DUE-DATE
               GO TO 3200-ROLL-CURRENT-EXIT
            END-IF
            IF LNM-ARREARS-COUNT < 12
               ADD 1 TO LNM-ARREARS-COUNT
               MOVE LNM-CURR-DUE-DATE
                 TO LNM-A-DUE-DATE (LNM-ARREARS-COUNT)
               MOVE 0 TO LNM-A-INTEREST (LNM-ARREARS-COUNT)
               MOVE 0 TO LNM-A-PRINCIPAL (LNM-ARREARS-COUNT)
            END-IF
            ADD LNM-CURR-INTEREST
              TO LNM-A-INTEREST (LNM-ARREARS-COUNT)
            ADD LNM-CURR-PRINCIPAL
              TO LNM-A-PRINCIPAL (LNM-ARREARS-COUNT)
            ADD LPA-LATE-FEE TO LNM-FEES-DUE
            MOVE 0 TO LNM-CURR-DUE-DATE
            MOVE 0 TO LNM-CURR-INTEREST
            MOVE 0 TO LNM-CURR-PRINCIPAL
            ADD 1 TO LPA-ARREARS-COUNT.
        3200-ROLL-CURRENT-EXIT.
            EXIT.

      * the schedule arrives in period order per loan; the next
      * unbilled period becomes current once the loan has none,
      * and rolls straight on into arrears if it is already past
        3500-BILL-SCHEDULE.
            SET LPA-EOF TO FALSE
            OPEN INPUT SCHEDULE-FILE
            OPEN INPUT RESCHED-FILE
            PERFORM 3600-BILL-ONE THRU 3600-BILL-ONE-EXIT
                UNTIL LPA-EOF
            CLOSE SCHEDULE-FILE RESCHED-FILE.
        3500-BILL-SCHEDULE-EXIT.
            EXIT.

        3600-BILL-ONE.
            READ SCHEDULE-FILE
                AT END
                    SET LPA-EOF TO TRUE
                    GO TO 3600-BILL-ONE-EXIT
            END-READ
            MOVE PST-LOAN-ID TO LNM-LOAN-ID
            READ LOAN-MASTER-FILE
            IF LPA-LOAN-STATUS NOT = '00'
               GO TO 3600-BILL-ONE-EXIT
            END-IF
            IF NOT LNM-STATUS-ACTIVE OR
               PST-PERIOD NOT = LNM-NEXT-PERIOD OR
               LNM-CURR-DUE-DATE NOT = 0
               GO TO 3600-BILL-ONE-EXIT
            END-IF
            IF LNM-RESCHEDULED
               PERFORM 3650-TAKE-RESCHEDULE
                  THRU 3650-TAKE-RESCHEDULE-EXIT
               IF LPA-RESCHED-STATUS NOT = '00'
                  GO TO 3600-BILL-ONE-EXIT
               END-IF
            END-IF
            SET LPA-CHANGED TO TRUE
            PERFORM 3700-LOAD-CURRENT THRU 3700-LOAD-CURRENT-EXIT
            PERFORM 3200-ROLL-CURRENT THRU 3200-ROLL-CURRENT-EXIT
            PERFORM 3900-REWRITE-LOAN THRU 3900-REWRITE-LOAN-EXIT.
        3600-BILL-ONE-EXIT.
            EXIT.

      * a repriced loan's period comes from its regenerated
      * schedule; the amounts overlay the POSTOUT record so the
      * billing below works the same either way
        3650-TAKE-RESCHEDULE.
            MOVE PST-LOAN-ID TO LRS-LOAN-ID
            MOVE PST-PERIOD TO LRS-PERIOD
            READ RESCHED-FILE
            IF LPA-RESCHED-STATUS NOT = '00'
               DISPLAY 'loan-payapp: no rescheduled period '
                  PST-PERIOD ' for loan ' PST-LOAN-ID
               GO TO 3650-TAKE-RESCHEDULE-EXIT
            END-IF
            MOVE LRS-DUE-DATE TO PST-DUE-DATE
            MOVE LRS-PAYMENT TO PST-PAYMENT
            MOVE LRS-INTEREST TO PST-INTEREST
            MOVE LRS-PRINCIPAL TO PST-PRINCIPAL
            MOVE LRS-BALANCE TO PST-BALANCE.
        3650-TAKE-RESCHEDULE-EXIT.
            EXIT.

      * only principal not yet billed can be billed; a prepaid loan
      * bills interest on what it really owes, not the schedule's
      * balance
        3700-LOAD-CURRENT.
            ADD 1 TO LNM-NEXT-PERIOD
            COMPUTE LPA-UNBILLED =
               LNM-PRINCIPAL-OS - LNM-OVERDUE-PRINCIPAL
            IF LPA-UNBILLED <= 0
               GO TO 3700-LOAD-CURRENT-EXIT
            END-IF
            MOVE PST-DUE-DATE TO LNM-CURR-DUE-DATE
            PERFORM 3750-VALUE-DUE-DATE
               THRU 3750-VALUE-DUE-DATE-EXIT
            IF PST-PRINCIPAL > LPA-UNBILLED OR
               PST-PERIOD >= LNM-TERM-MONTHS
               MOVE LPA-UNBILLED TO LNM-CURR-PRINCIPAL
            ELSE
               MOVE PST-PRINCIPAL TO LNM-CURR-PRINCIPAL
            END-IF
            COMPUTE LPA-OPENING = PST-BALANCE + PST-PRINCIPAL
            IF LPA-UNBILLED < LPA-OPENING
               COMPUTE LNM-CURR-INTEREST ROUNDED MODE NEAREST-EVEN =
                  PST-INTEREST * LPA-UNBILLED / LPA-OPENING
            ELSE
               MOVE PST-INTEREST TO LNM-CURR-INTEREST
            END-IF
            ADD 1 TO LPA-BILLED-COUNT.
        3700-LOAD-CURRENT-EXIT.
            EXIT.

      * the installment falls due on a day the loan's currency
      * settles; a date off the calendar stands
        3750-VALUE-DUE-DATE.
            SET RCQ-REQ-VALDAY TO TRUE
            MOVE LNM-CURR-DUE-DATE TO RCQ-DATE
            MOVE LNM-CURRENCY TO RCQ-CURRENCY
            CALL 'RUN-CALENDAR' USING RCQ-CONTROL
            IF NOT RCQ-OK OR RCQ-IS-BUSINESS-DAY
               GO TO 3750-VALUE-DUE-DATE-EXIT
            END-IF
            SET RCQ-REQ-NEXTVAL TO TRUE
            CALL 'RUN-CALENDAR' USING RCQ-CONTROL
            IF RCQ-OK
               MOVE RCQ-NEXT-DATE TO LNM-CURR-DUE-DATE
            END-IF.
        3750-VALUE-DUE-DATE-EXIT.
            EXIT.

      * the overdue and accrued totals are always restated from the
      * installments before the record goes back
        3900-REWRITE-LOAN.
            PERFORM 3950-RESTATE-TOTALS
               THRU 3950-RESTATE-TOTALS-EXIT
            REWRITE LOAN-MASTER-RECORD
            IF LPA-LOAN-STATUS NOT = '00'
               DISPLAY 'loan-payapp: rewrite status '
                  LPA-LOAN-STATUS ' loan ' LNM-LOAN-ID
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        3900-REWRITE-LOAN-EXIT.
            EXIT.

        3950-RESTATE-TOTALS.
            MOVE 0 TO LNM-OVERDUE-INTEREST
            MOVE 0 TO LNM-OVERDUE-PRINCIPAL
            PERFORM 3960-ADD-ONE-SLOT THRU 3960-ADD-ONE-SLOT-EXIT
               VARYING LPA-SUB FROM 1 BY 1
               UNTIL LPA-SUB > LNM-ARREARS-COUNT
            COMPUTE LNM-ACCRUED-INTEREST =
               LNM-OVERDUE-INTEREST + LNM-CURR-INTEREST
            IF LNM-PRINCIPAL-OS = 0 AND LNM-ACCRUED-INTEREST = 0
               AND LNM-FEES-DUE = 0
               SET LNM-STATUS-PAID-OFF TO TRUE
            END-IF.
        3950-RESTATE-TOTALS-EXIT.
            EXIT.

        3960-ADD-ONE-SLOT.
            ADD LNM-A-INTEREST (LPA-SUB) TO LNM-OVERDUE-INTEREST
            ADD LNM-A-PRINCIPAL (LPA-SUB) TO LNM-OVERDUE-PRINCIPAL.
        3960-ADD-ONE-SLOT-EXIT.
            EXIT.

      * a payment file applied before is not applied again; the
      * loans already onboarded and billed above stand
        4000-APPLY-PAYMENTS.
            PERFORM 4050-CHECK-APPLIED THRU 4050-CHECK-APPLIED-EXIT
            IF APC-RECORD-COUNT = 0
               GO TO 4000-APPLY-PAYMENTS-EXIT
            END-IF
            IF NOT APC-OK AND NOT APC-OVERRIDDEN
               GO TO 4000-APPLY-PAYMENTS-EXIT
            END-IF
            SET LPA-EOF TO FALSE
            OPEN INPUT PAYMENT-FILE
            PERFORM 4100-APPLY-ONE THRU 4100-APPLY-ONE-EXIT
                UNTIL LPA-EOF
            CLOSE PAYMENT-FILE
      *     payments applied are registered even when a rewrite
      *     failed: a rerun of the whole file would apply the rest
      *     twice, and is a decision for the operator
            PERFORM 9890-APPLY-REGISTER THRU 9890-APPLY-REGISTER-EXIT.
        4000-APPLY-PAYMENTS-EXIT.
            EXIT.

        4050-CHECK-APPLIED.
            PERFORM 9875-APPLY-START THRU 9875-APPLY-START-EXIT
            SET LPA-EOF TO FALSE
            OPEN INPUT PAYMENT-FILE
            PERFORM 4060-HASH-ONE-PAYMENT
               THRU 4060-HASH-ONE-PAYMENT-EXIT
                UNTIL LPA-EOF
            CLOSE PAYMENT-FILE
            IF APC-RECORD-COUNT = 0
               GO TO 4050-CHECK-APPLIED-EXIT
            END-IF
            MOVE 'LOANPAY1' TO APC-PROGRAM-ID
            MOVE LPA-TODAY TO APC-BUSINESS-DATE
            MOVE LPA-START-SECONDS TO APC-RUN-ID
            MOVE 'PAYIN' TO LPA-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(LPA-ENV-NAME)
              TO LPA-ENV-VALUE
            IF LPA-ENV-VALUE = SPACES
               MOVE 'PAYIN' TO APC-FILE-NAME
            ELSE
               MOVE LPA-ENV-VALUE TO APC-FILE-NAME
            END-IF
            PERFORM 9885-APPLY-CHECK THRU 9885-APPLY-CHECK-EXIT.
        4050-CHECK-APPLIED-EXIT.
            EXIT.

        4060-HASH-ONE-PAYMENT.
            READ PAYMENT-FILE
                AT END
                    SET LPA-EOF TO TRUE
                    GO TO 4060-HASH-ONE-PAYMENT-EXIT
            END-READ
            MOVE PAYMENT-RECORD TO APC-HASH-TEXT
            MOVE LENGTH OF PAYMENT-RECORD TO APC-HASH-LENGTH
            PERFORM 9880-APPLY-HASH-RECORD
               THRU 9880-APPLY-HASH-RECORD-EXIT
            IF PAY-AMOUNT NUMERIC
               ADD PAY-AMOUNT TO APC-AMOUNT-TOTAL
            END-IF.
        4060-HASH-ONE-PAYMENT-EXIT.
            EXIT.

        4100-APPLY-ONE.
            READ PAYMENT-FILE
                AT END
                    SET LPA-EOF TO TRUE
                    GO TO 4100-APPLY-ONE-EXIT
            END-READ
            ADD 1 TO LPA-PAY-COUNT
            ADD PAY-AMOUNT TO LPA-TOTAL-RECEIVED
            MOVE PAY-LOAN-ID TO LNM-LOAN-ID
            READ LOAN-MASTER-FILE
            IF LPA-LOAN-STATUS NOT = '00'
               ADD 1 TO LPA-UNMATCHED-COUNT
               MOVE PAY-LOAN-ID TO LPA-NL-ID
               MOVE PAY-DATE TO LPA-NL-DATE
               MOVE PAY-AMOUNT TO LPA-NL-RECEIVED
               WRITE REPORT-LINE FROM LPA-NOLOAN-LINE
               GO TO 4100-APPLY-ONE-EXIT
            END-IF
            MOVE PAY-AMOUNT TO LPA-REMAINING
            MOVE 0 TO LPA-TO-FEES LPA-TO-OD-INTEREST
                      LPA-TO-OD-PRINCIPAL LPA-TO-CURRENT
                      LPA-TO-PREPAY LPA-EXCESS
      *     the waterfall: fees, overdue interest, overdue principal,
      *     current installment, then prepayment
            PERFORM 4200-TAKE-FEES THRU 4200-TAKE-FEES-EXIT
            PERFORM 4300-TAKE-OD-INTEREST
               THRU 4300-TAKE-OD-INTEREST-EXIT
               VARYING LPA-SUB FROM 1 BY 1
               UNTIL LPA-SUB > LNM-ARREARS-COUNT
                  OR LPA-REMAINING = 0
            PERFORM 4400-TAKE-OD-PRINCIPAL
               THRU 4400-TAKE-OD-PRINCIPAL-EXIT
               VARYING LPA-SUB FROM 1 BY 1
               UNTIL LPA-SUB > LNM-ARREARS-COUNT
                  OR LPA-REMAINING = 0
            PERFORM 4500-TAKE-CURRENT THRU 4500-TAKE-CURRENT-EXIT
            PERFORM 4600-TAKE-PREPAYMENT
               THRU 4600-TAKE-PREPAYMENT-EXIT
            PERFORM 4700-CLEAR-PAID-ARREARS
               THRU 4700-CLEAR-PAID-ARREARS-EXIT
            MOVE PAY-DATE TO LNM-LAST-PAY-DATE
            PERFORM 3900-REWRITE-LOAN THRU 3900-REWRITE-LOAN-EXIT
            MOVE 'LOANPAY1' TO AUD-PROGRAM-ID
            MOVE 'PAYAPP' TO AUD-ACTION
            MOVE LNM-LOAN-ID TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT
            PERFORM 4800-REPORT-PAYMENT
               THRU 4800-REPORT-PAYMENT-EXIT.
        4100-APPLY-ONE-EXIT.
            EXIT.

        4200-TAKE-FEES.
            IF LPA-REMAINING < LNM-FEES-DUE
               MOVE LPA-REMAINING TO LPA-TAKE
            ELSE
               MOVE LNM-FEES-DUE TO LPA-TAKE
            END-IF
            SUBTRACT LPA-TAKE FROM LNM-FEES-DUE LPA-REMAINING
            ADD LPA-TAKE TO LPA-TO-FEES.
        4200-TAKE-FEES-EXIT.
            EXIT.

        4300-TAKE-OD-INTEREST.
            IF LPA-REMAINING < LNM-A-INTEREST (LPA-SUB)
               MOVE LPA-REMAINING TO LPA-TAKE
            ELSE
               MOVE LNM-A-INTEREST (LPA-SUB) TO LPA-TAKE
            END-IF
            SUBTRACT LPA-TAKE FROM LNM-A-INTEREST (LPA-SUB)
                                   LPA-REMAINING
            ADD LPA-TAKE TO LPA-TO-OD-INTEREST.
        4300-TAKE-OD-INTEREST-EXIT.
            EXIT.

        4400-TAKE-OD-PRINCIPAL.
            IF LPA-REMAINING < LNM-A-PRINCIPAL (LPA-SUB)
               MOVE LPA-REMAINING TO LPA-TAKE
            ELSE
               MOVE LNM-A-PRINCIPAL (LPA-SUB) TO LPA-TAKE
            END-IF
            SUBTRACT LPA-TAKE FROM LNM-A-PRINCIPAL (LPA-SUB)
                                   LNM-PRINCIPAL-OS
                                   LPA-REMAINING
            ADD LPA-TAKE TO LPA-TO-OD-PRINCIPAL.
        4400-TAKE-OD-PRINCIPAL-EXIT.
            EXIT.

        4500-TAKE-CURRENT.
            IF LPA-REMAINING < LNM-CURR-INTEREST
               MOVE LPA-REMAINING TO LPA-TAKE
            ELSE
               MOVE LNM-CURR-INTEREST TO LPA-TAKE
            END-IF
            SUBTRACT LPA-TAKE FROM LNM-CURR-INTEREST LPA-REMAINING
            ADD LPA-TAKE TO LPA-TO-CURRENT
            IF LPA-REMAINING < LNM-CURR-PRINCIPAL
               MOVE LPA-REMAINING TO LPA-TAKE
            ELSE
               MOVE LNM-CURR-PRINCIPAL TO LPA-TAKE
            END-IF
            SUBTRACT LPA-TAKE FROM LNM-CURR-PRINCIPAL
                                   LNM-PRINCIPAL-OS
                                   LPA-REMAINING
            ADD LPA-TAKE TO LPA-TO-CURRENT.
        4500-TAKE-CURRENT-EXIT.
            EXIT.

      * what is left prepays principal not yet billed; anything
      * beyond the whole loan is excess and is only reported
        4600-TAKE-PREPAYMENT.
            IF LPA-REMAINING = 0
               GO TO 4600-TAKE-PREPAYMENT-EXIT
            END-IF
            PERFORM 3950-RESTATE-TOTALS
               THRU 3950-RESTATE-TOTALS-EXIT
            COMPUTE LPA-UNBILLED = LNM-PRINCIPAL-OS
               - LNM-OVERDUE-PRINCIPAL - LNM-CURR-PRINCIPAL
            IF LPA-REMAINING < LPA-UNBILLED
               MOVE LPA-REMAINING TO LPA-TAKE
            ELSE
               MOVE LPA-UNBILLED TO LPA-TAKE
            END-IF
            SUBTRACT LPA-TAKE FROM LNM-PRINCIPAL-OS LPA-REMAINING
            ADD LPA-TAKE TO LPA-TO-PREPAY
            ADD LPA-TAKE TO LNM-PREPAID-TOTAL
            MOVE LPA-REMAINING TO LPA-EXCESS
            MOVE 0 TO LPA-REMAINING
            IF LPA-TO-PREPAY > 0
               ADD 1 TO LPA-PREPAY-COUNT
               ADD LPA-TO-PREPAY TO LPA-TOTAL-PREPAID
            END-IF
            ADD LPA-EXCESS TO LPA-TOTAL-EXCESS.
        4600-TAKE-PREPAYMENT-EXIT.
            EXIT.

      * interest goes first across every slot, so fully paid slots
      * are always the oldest ones; they drop off the front and the
      * loan is paid to the newest of them
        4700-CLEAR-PAID-ARREARS.
            MOVE 0 TO LPA-CLEARED
            PERFORM 4710-COUNT-ONE-PAID THRU 4710-COUNT-ONE-PAID-EXIT
               VARYING LPA-SUB FROM 1 BY 1
               UNTIL LPA-SUB > LNM-ARREARS-COUNT
            IF LPA-CLEARED > 0
               MOVE LNM-A-DUE-DATE (LPA-CLEARED) TO LNM-PAID-TO-DATE
               MOVE 1 TO LPA-TO-SUB
               PERFORM 4720-SHIFT-ONE THRU 4720-SHIFT-ONE-EXIT
                  VARYING LPA-SUB FROM LPA-CLEARED BY 1
                  UNTIL LPA-SUB >= LNM-ARREARS-COUNT
               SUBTRACT LPA-CLEARED FROM LNM-ARREARS-COUNT
            END-IF
            IF LNM-ARREARS-COUNT = 0 AND LNM-CURR-DUE-DATE > 0
               AND LNM-CURR-INTEREST = 0
               AND LNM-CURR-PRINCIPAL = 0
               MOVE LNM-CURR-DUE-DATE TO LNM-PAID-TO-DATE
            END-IF.
        4700-CLEAR-PAID-ARREARS-EXIT.
            EXIT.

        4710-COUNT-ONE-PAID.
            IF LNM-A-INTEREST (LPA-SUB) = 0 AND
               LNM-A-PRINCIPAL (LPA-SUB) = 0 AND
               LPA-CLEARED = LPA-SUB - 1
               ADD 1 TO LPA-CLEARED
            END-IF.
        4710-COUNT-ONE-PAID-EXIT.
            EXIT.

        4720-SHIFT-ONE.
            MOVE LNM-ARREARS (LPA-SUB + 1) TO LNM-ARREARS (LPA-TO-SUB)
            ADD 1 TO LPA-TO-SUB.
        4720-SHIFT-ONE-EXIT.
            EXIT.

        4800-REPORT-PAYMENT.
            MOVE LNM-LOAN-ID TO LPA-DL-ID
            MOVE PAY-DATE TO LPA-DL-DATE
            MOVE PAY-AMOUNT TO LPA-DL-RECEIVED
            MOVE LPA-TO-FEES TO LPA-DL-FEES
            MOVE LPA-TO-OD-INTEREST TO LPA-DL-OD-INTEREST
            MOVE LPA-TO-OD-PRINCIPAL TO LPA-DL-OD-PRINCIPAL
            MOVE LPA-TO-CURRENT TO LPA-DL-CURRENT
            MOVE LPA-TO-PREPAY TO LPA-DL-PREPAID
            MOVE LPA-EXCESS TO LPA-DL-EXCESS
            EVALUATE TRUE
               WHEN LPA-EXCESS > 0
                  MOVE 'EXCESS' TO LPA-DL-FLAG
               WHEN LPA-TO-PREPAY > 0
                  MOVE 'PREPAYMENT' TO LPA-DL-FLAG
               WHEN OTHER
                  MOVE SPACES TO LPA-DL-FLAG
            END-EVALUATE
            WRITE REPORT-LINE FROM LPA-DETAIL-LINE.
        4800-REPORT-PAYMENT-EXIT.
            EXIT.

        9999-EXIT.
            IF LPA-FILES-OPEN
               MOVE LPA-PAY-COUNT TO LPA-TL-COUNT
               MOVE LPA-TOTAL-RECEIVED TO LPA-TL-RECEIVED
               MOVE LPA-TOTAL-PREPAID TO LPA-TL-PREPAID
               MOVE LPA-TOTAL-EXCESS TO LPA-TL-EXCESS
               WRITE REPORT-LINE FROM LPA-TOTAL-LINE
               CLOSE LOAN-MASTER-FILE REPORT-FILE
            END-IF
            DISPLAY 'loan-payapp: ' LPA-ONBOARD-COUNT ' onboarded, '
               LPA-BILLED-COUNT ' billed, '
               LPA-ARREARS-COUNT ' into arrears, '
               LPA-PAY-COUNT ' payments, '
               LPA-PREPAY-COUNT ' prepayments, '
               LPA-UNMATCHED-COUNT ' unmatched'
            IF LPA-UNMATCHED-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, LPA-RUN-STOP)
              TO AUD-RC
            MOVE 'LOANPAY1' TO JHR-PROGRAM-ID
            MOVE LPA-TODAY TO JHR-BUSINESS-DATE
            MOVE LPA-START-SECONDS TO JHR-START-SECONDS
            MOVE LPA-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE LPA-PAY-COUNT TO JHR-RECORDS-IN
            MOVE LPA-BILLED-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY apply-reg-paragraphs.
        COPY exit-status-paragraphs.
        End Program LOAN-PAYAPP.
