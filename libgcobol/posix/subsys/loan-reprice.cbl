      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  loan-reprice.cbl
      *
      *  Variable-rate loan repricing -- the spreadsheet the loans
      *  desk used to reprice base-rate loans in before re-feeding
      *  LOANIN by hand.  Sweeps the loan master (LOANMST,
      *  loan-master.cpy) for active loans carrying an index code
      *  whose reset date has arrived.  The new rate is the index
      *  rate in force on the reset date (IDXMST, maintained by
      *  INDEX-MAINT) plus the loan's margin, floored at zero.
      *  When it differs from the rate the loan carries, the
      *  principal not yet billed is re-amortized over the periods
      *  left with the same ANNUITY, DAY-COUNT and ROUNDED MODE
      *  NEAREST-EVEN arithmetic LOAN-SCHED uses, the remaining
      *  periods are written to the RESCHED file (loan-resched.cpy)
      *  for LOAN-PAYAPP to bill from, and the customer is sent a
      *  rate-change notice (RATENTC, branch burst key in the
      *  leading columns, routed by BURST-REPORT through DISTCTL).
      *  An installment already billed keeps the rate it was billed
      *  at; the new rate runs from the first unbilled period.
      *  Either way the next reset date moves on by the loan's
      *  reset frequency; a loan with no reset frequency never
      *  resets.  A loan whose index has no rate in force on its
      *  reset date is left alone for the next run and ends the
      *  job with a warning.  Each repriced loan is written as an
      *  AUD-RECORD (action UPDATE).
      *
      *  Run after INDEX-MAINT and before LOAN-PAYAPP.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. LOAN-REPRICE.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select LOAN-MASTER-FILE Assign To LOANMST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is LNM-LOAN-ID
                File Status Is LRP-LOAN-STATUS.
            Select OPTIONAL INDEX-MASTER-FILE Assign To IDXMST
                Organization Is Line Sequential.
            Select RESCHED-FILE Assign To RESCHED
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is LRS-KEY
                File Status Is LRP-RESCHED-STATUS.
            Select NOTICE-FILE Assign To RATENTC
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  LOAN-MASTER-FILE.
        COPY loan-master.
        FD  INDEX-MASTER-FILE.
        01  INDEX-MASTER-RECORD.
            05  IXM-INDEX-CODE      PIC X(06).
            05  IXM-EFFECTIVE-FROM  PIC 9(08).
            05  IXM-RATE            PIC 9(3)V9(6).
        FD  RESCHED-FILE.
        COPY loan-resched.
        FD  NOTICE-FILE.
        01  NOTICE-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY day-count.
        COPY index-table.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  LRP-RUN-START.
            05  LRP-START-SECONDS   Usage BINARY-DOUBLE.
            05  LRP-START-NANOS     Usage BINARY-DOUBLE.
        01  LRP-RUN-STOP.
            05  LRP-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  LRP-STOP-NANOS      Usage BINARY-DOUBLE.
        01  LRP-LOAN-STATUS         PIC X(02).
        01  LRP-RESCHED-STATUS      PIC X(02).
        01  LRP-OPEN-SWITCH         PIC X(01) Value 'N'.
            88  LRP-FILES-OPEN          Value 'Y', False 'N'.
        01  LRP-EOF-SWITCH          PIC X(01).
            88  LRP-EOF                 Value 'Y', False 'N'.
        01  LRP-CHANGED-SW          PIC X(01).
            88  LRP-CHANGED             Value 'Y', False 'N'.
        01  LRP-REGEN-SW            PIC X(01).
            88  LRP-REGEN-FAILED        Value 'Y', False 'N'.
        01  LRP-TODAY               PIC 9(08).
        01  LRP-DUE-COUNT           PIC 9(07) Value 0.
        01  LRP-REPRICED-COUNT      PIC 9(07) Value 0.
        01  LRP-UNCHANGED-COUNT     PIC 9(07) Value 0.
        01  LRP-NORATE-COUNT        PIC 9(07) Value 0.
        01  LRP-PERIOD-COUNT        PIC 9(07) Value 0.
        01  LRP-SUB                 Binary-Long.
        01  LRP-FOUND-SUB           Binary-Long.
        01  LRP-SKIP-MONTHS         Binary-Long.
        01  LRP-MONTHS              Binary-Long.
        01  LRP-YEARS               Binary-Long.
        01  LRP-INDEX-RATE          PIC 9(3)V9(6).
        01  LRP-NEW-RATE            PIC S9(3)V9(6).
        01  LRP-OLD-RATE            PIC 9(3)V9(6).
        01  LRP-UNBILLED            PIC S9(13)V99 COMP-3.
        01  LRP-REMAINING           Binary-Long.
        01  LRP-MONTHLY-RATE        Usage COMP-2.
        01  LRP-ANNUITY-FACTOR      Usage COMP-2.
        01  LRP-PAYMENT             PIC 9(13)V99.
        01  LRP-BALANCE             PIC 9(13)V99.
        01  LRP-INTEREST            PIC 9(13)V99.
        01  LRP-PRINCIPAL-PART      PIC 9(13)V99.
        01  LRP-PERIOD              PIC 9(03).
        01  LRP-PERIOD-FROM         PIC 9(08).
        01  LRP-PERIOD-TO           PIC 9(08).
        01  LRP-DATE-WORK.
            05  LRP-DW-YYYY         PIC 9(04).
            05  LRP-DW-MM           PIC 9(02).
            05  LRP-DW-DD           PIC 9(02).
        01  LRP-OLD-PCT             PIC ZZ9.9999.
        01  LRP-NEW-PCT             PIC ZZ9.9999.
        01  LRP-INDEX-PCT           PIC ZZ9.9999.
        01  LRP-MARGIN-PCT          PIC -ZZ9.9999.
        01  LRP-PAY-DISPLAY         PIC Z(10)9.99.
        01  LRP-BAL-DISPLAY         PIC Z(10)9.99.
        01  LRP-NOTICE-LINE.
            05  LRP-NL-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  LRP-NL-TEXT         PIC X(110).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-LOAD-INDEX THRU 2000-LOAD-INDEX-EXIT
               PERFORM 3000-RESET-SWEEP THRU 3000-RESET-SWEEP-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'loan-reprice: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO LRP-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, LRP-RUN-START)
              TO AUD-RC
            OPEN I-O LOAN-MASTER-FILE
            IF LRP-LOAN-STATUS NOT = '00'
               DISPLAY 'loan-reprice: cannot open LOANMST, status '
                  LRP-LOAN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN I-O RESCHED-FILE
            IF LRP-RESCHED-STATUS = '35'
      *        first reset ever: build an empty schedule file
               OPEN OUTPUT RESCHED-FILE
               CLOSE RESCHED-FILE
               OPEN I-O RESCHED-FILE
            END-IF
            IF LRP-RESCHED-STATUS NOT = '00'
               DISPLAY 'loan-reprice: cannot open RESCHED, status '
                  LRP-RESCHED-STATUS
               CLOSE LOAN-MASTER-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT NOTICE-FILE
            SET LRP-FILES-OPEN TO TRUE.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-LOAD-INDEX.
            MOVE 0 TO IXT-ENTRY-COUNT
            SET LRP-EOF TO FALSE
            OPEN INPUT INDEX-MASTER-FILE
            PERFORM 2100-LOAD-ONE-INDEX THRU 2100-LOAD-ONE-INDEX-EXIT
                UNTIL LRP-EOF
            CLOSE INDEX-MASTER-FILE.
        2000-LOAD-INDEX-EXIT.
            EXIT.

        2100-LOAD-ONE-INDEX.
            READ INDEX-MASTER-FILE
                AT END
                    SET LRP-EOF TO TRUE
                    GO TO 2100-LOAD-ONE-INDEX-EXIT
            END-READ
            IF IXT-ENTRY-COUNT < 500
               ADD 1 TO IXT-ENTRY-COUNT
               MOVE IXM-INDEX-CODE
                 TO IXT-INDEX-CODE (IXT-ENTRY-COUNT)
               MOVE IXM-EFFECTIVE-FROM
                 TO IXT-EFFECTIVE-FROM (IXT-ENTRY-COUNT)
               MOVE IXM-RATE TO IXT-RATE (IXT-ENTRY-COUNT)
            ELSE
               DISPLAY 'loan-reprice: index table full'
               SET JOB-WARNING TO TRUE
            END-IF.
        2100-LOAD-ONE-INDEX-EXIT.
            EXIT.

        3000-RESET-SWEEP.
            SET LRP-EOF TO FALSE
            MOVE LOW-VALUES TO LNM-LOAN-ID
            START LOAN-MASTER-FILE KEY >= LNM-LOAN-ID
            IF LRP-LOAN-STATUS NOT = '00'
               GO TO 3000-RESET-SWEEP-EXIT
            END-IF
            PERFORM 3100-ONE-LOAN THRU 3100-ONE-LOAN-EXIT
                UNTIL LRP-EOF.
        3000-RESET-SWEEP-EXIT.
            EXIT.

        3100-ONE-LOAN.
            READ LOAN-MASTER-FILE NEXT
                AT END
                    SET LRP-EOF TO TRUE
                    GO TO 3100-ONE-LOAN-EXIT
            END-READ
            IF NOT LNM-STATUS-ACTIVE OR LNM-INDEX-CODE = SPACES
               OR LNM-RESET-MONTHS = 0
               GO TO 3100-ONE-LOAN-EXIT
            END-IF
            SET LRP-CHANGED TO FALSE
            IF LNM-NEXT-RESET-DATE = 0 AND LNM-LAST-RESET-DATE = 0
      *        a newly onboarded loan first resets one reset
      *        period after it starts
               MOVE LNM-START-DATE TO LNM-NEXT-RESET-DATE
               PERFORM 3800-ADVANCE-RESET
                  THRU 3800-ADVANCE-RESET-EXIT
               SET LRP-CHANGED TO TRUE
            END-IF
            IF LNM-NEXT-RESET-DATE > LRP-TODAY
               IF LRP-CHANGED
                  PERFORM 3900-REWRITE-LOAN
                     THRU 3900-REWRITE-LOAN-EXIT
               END-IF
               GO TO 3100-ONE-LOAN-EXIT
            END-IF
            ADD 1 TO LRP-DUE-COUNT
            PERFORM 3200-FIND-INDEX-RATE
               THRU 3200-FIND-INDEX-RATE-EXIT
            IF LRP-FOUND-SUB = 0
               DISPLAY 'loan-reprice: no ' LNM-INDEX-CODE
                  ' rate in force on ' LNM-NEXT-RESET-DATE
                  ' for loan ' LNM-LOAN-ID
               ADD 1 TO LRP-NORATE-COUNT
               IF LRP-CHANGED
                  PERFORM 3900-REWRITE-LOAN
                     THRU 3900-REWRITE-LOAN-EXIT
               END-IF
               GO TO 3100-ONE-LOAN-EXIT
            END-IF
            COMPUTE LRP-NEW-RATE = LRP-INDEX-RATE + LNM-MARGIN
            IF LRP-NEW-RATE < 0
               MOVE 0 TO LRP-NEW-RATE
            END-IF
            MOVE LNM-ANNUAL-RATE TO LRP-OLD-RATE
            IF LRP-NEW-RATE = LNM-ANNUAL-RATE
               ADD 1 TO LRP-UNCHANGED-COUNT
            ELSE
               MOVE LRP-NEW-RATE TO LNM-ANNUAL-RATE
               PERFORM 3300-REGENERATE THRU 3300-REGENERATE-EXIT
               IF LRP-REGEN-FAILED
      *           the reset date stays put so tomorrow's run retries
      *           the whole reset
                  GO TO 3100-ONE-LOAN-EXIT
               END-IF
               PERFORM 4000-WRITE-NOTICE THRU 4000-WRITE-NOTICE-EXIT
               ADD 1 TO LRP-REPRICED-COUNT
            END-IF
            MOVE LNM-NEXT-RESET-DATE TO LNM-LAST-RESET-DATE
            PERFORM 3800-ADVANCE-RESET THRU 3800-ADVANCE-RESET-EXIT
               UNTIL LNM-NEXT-RESET-DATE > LRP-TODAY
            PERFORM 3900-REWRITE-LOAN THRU 3900-REWRITE-LOAN-EXIT
            MOVE 'LOANRPRC' TO AUD-PROGRAM-ID
            SET AUD-ACTION-UPDATE TO TRUE
            MOVE LNM-LOAN-ID TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3100-ONE-LOAN-EXIT.
            EXIT.

      * the table is in code + effective-from order, so the last
      * entry for the code not after the reset date is in force
        3200-FIND-INDEX-RATE.
            MOVE 0 TO LRP-FOUND-SUB
            PERFORM 3210-TEST-ONE-INDEX THRU 3210-TEST-ONE-INDEX-EXIT
               VARYING LRP-SUB FROM 1 BY 1
               UNTIL LRP-SUB > IXT-ENTRY-COUNT
            IF LRP-FOUND-SUB > 0
               MOVE IXT-RATE (LRP-FOUND-SUB) TO LRP-INDEX-RATE
            END-IF.
        3200-FIND-INDEX-RATE-EXIT.
            EXIT.

        3210-TEST-ONE-INDEX.
            IF IXT-INDEX-CODE (LRP-SUB) = LNM-INDEX-CODE AND
               IXT-EFFECTIVE-FROM (LRP-SUB) <= LNM-NEXT-RESET-DATE
               MOVE LRP-SUB TO LRP-FOUND-SUB
            END-IF.
        3210-TEST-ONE-INDEX-EXIT.
            EXIT.

      * principal already billed (current or in arrears) is owed at
      * the old rate; only the unbilled balance is re-amortized,
      * over the periods still to come
        3300-REGENERATE.
            SET LRP-REGEN-FAILED TO FALSE
            MOVE 0 TO LNM-SCHED-PAYMENT
            COMPUTE LRP-UNBILLED = LNM-PRINCIPAL-OS
               - LNM-OVERDUE-PRINCIPAL - LNM-CURR-PRINCIPAL
            COMPUTE LRP-REMAINING =
               LNM-TERM-MONTHS - LNM-NEXT-PERIOD + 1
            IF LRP-UNBILLED <= 0 OR LRP-REMAINING <= 0
               GO TO 3300-REGENERATE-EXIT
            END-IF
            COMPUTE LRP-MONTHLY-RATE = LNM-ANNUAL-RATE / 12
            COMPUTE LRP-ANNUITY-FACTOR =
               FUNCTION ANNUITY(LRP-MONTHLY-RATE, LRP-REMAINING)
            COMPUTE LRP-PAYMENT ROUNDED MODE NEAREST-EVEN =
               LRP-UNBILLED * LRP-ANNUITY-FACTOR
            MOVE LRP-PAYMENT TO LNM-SCHED-PAYMENT
            MOVE LRP-UNBILLED TO LRP-BALANCE
      *     the schedule's due dates run month by month from the
      *     start date; step over the periods already billed
            MOVE LNM-START-DATE TO LRP-PERIOD-FROM
            COMPUTE LRP-SKIP-MONTHS = LNM-NEXT-PERIOD - 1
            PERFORM 3510-SKIP-ONE-PERIOD
               THRU 3510-SKIP-ONE-PERIOD-EXIT
               LRP-SKIP-MONTHS TIMES
            PERFORM 3400-ONE-PERIOD THRU 3400-ONE-PERIOD-EXIT
               VARYING LRP-PERIOD FROM LNM-NEXT-PERIOD BY 1
               UNTIL LRP-PERIOD > LNM-TERM-MONTHS
                  OR LRP-BALANCE = 0
                  OR LRP-REGEN-FAILED
            IF NOT LRP-REGEN-FAILED
               SET LNM-RESCHEDULED TO TRUE
            END-IF.
        3300-REGENERATE-EXIT.
            EXIT.

        3400-ONE-PERIOD.
            PERFORM 3500-ADVANCE-ONE-MONTH
               THRU 3500-ADVANCE-ONE-MONTH-EXIT
            MOVE LRP-PERIOD-FROM TO DCN-FROM-DATE
            MOVE LRP-PERIOD-TO TO DCN-TO-DATE
            MOVE LNM-CONVENTION TO DCN-CONVENTION
            CALL 'DAY-COUNT' USING DCN-CONTROL
            IF NOT DCN-OK
               DISPLAY 'loan-reprice: ' LNM-LOAN-ID
                  ' day-count status ' DCN-STATUS ', not repriced'
               SET LRP-REGEN-FAILED TO TRUE
               SET JOB-WARNING TO TRUE
               GO TO 3400-ONE-PERIOD-EXIT
            END-IF
            COMPUTE LRP-INTEREST ROUNDED MODE NEAREST-EVEN =
               LRP-BALANCE * LNM-ANNUAL-RATE * DCN-YEAR-FRACTION
            IF LRP-PERIOD = LNM-TERM-MONTHS OR
               LRP-BALANCE + LRP-INTEREST <= LRP-PAYMENT
      *        the last payment absorbs the rounding residue and
      *        retires the balance to the cent
               MOVE LRP-BALANCE TO LRP-PRINCIPAL-PART
               COMPUTE LRP-PAYMENT ROUNDED MODE NEAREST-EVEN =
                  LRP-BALANCE + LRP-INTEREST
               MOVE 0 TO LRP-BALANCE
            ELSE
               COMPUTE LRP-PRINCIPAL-PART ROUNDED
                  MODE NEAREST-EVEN = LRP-PAYMENT - LRP-INTEREST
               SUBTRACT LRP-PRINCIPAL-PART FROM LRP-BALANCE
            END-IF
            MOVE LNM-LOAN-ID TO LRS-LOAN-ID
            MOVE LRP-PERIOD TO LRS-PERIOD
            MOVE LRP-PERIOD-TO TO LRS-DUE-DATE
            MOVE LRP-PAYMENT TO LRS-PAYMENT
            MOVE LRP-INTEREST TO LRS-INTEREST
            MOVE LRP-PRINCIPAL-PART TO LRS-PRINCIPAL
            MOVE LRP-BALANCE TO LRS-BALANCE
            MOVE LNM-NEXT-RESET-DATE TO LRS-RESET-DATE
            WRITE LOAN-RESCHED-RECORD
            IF LRP-RESCHED-STATUS = '22'
               REWRITE LOAN-RESCHED-RECORD
            END-IF
            IF LRP-RESCHED-STATUS NOT = '00'
               DISPLAY 'loan-reprice: RESCHED write status '
                  LRP-RESCHED-STATUS ' loan ' LNM-LOAN-ID
               SET LRP-REGEN-FAILED TO TRUE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3400-ONE-PERIOD-EXIT
            END-IF
            ADD 1 TO LRP-PERIOD-COUNT
            MOVE LRP-PERIOD-TO TO LRP-PERIOD-FROM.
        3400-ONE-PERIOD-EXIT.
            EXIT.

      * same month stepping as LOAN-SCHED: a day past the 28th is
      * held at 28 so every month has the date
        3500-ADVANCE-ONE-MONTH.
            MOVE LRP-PERIOD-FROM TO LRP-DATE-WORK
            IF LRP-DW-DD > 28
               MOVE 28 TO LRP-DW-DD
            END-IF
            ADD 1 TO LRP-DW-MM
            IF LRP-DW-MM > 12
               MOVE 1 TO LRP-DW-MM
               ADD 1 TO LRP-DW-YYYY
            END-IF
            MOVE LRP-DATE-WORK TO LRP-PERIOD-TO.
        3500-ADVANCE-ONE-MONTH-EXIT.
            EXIT.

        3510-SKIP-ONE-PERIOD.
            PERFORM 3500-ADVANCE-ONE-MONTH
               THRU 3500-ADVANCE-ONE-MONTH-EXIT
            MOVE LRP-PERIOD-TO TO LRP-PERIOD-FROM.
        3510-SKIP-ONE-PERIOD-EXIT.
            EXIT.

        3800-ADVANCE-RESET.
            MOVE LNM-NEXT-RESET-DATE TO LRP-DATE-WORK
            IF LRP-DW-DD > 28
               MOVE 28 TO LRP-DW-DD
            END-IF
            COMPUTE LRP-MONTHS = LRP-DW-MM - 1 + LNM-RESET-MONTHS
            DIVIDE LRP-MONTHS BY 12 GIVING LRP-YEARS
               REMAINDER LRP-MONTHS
            ADD LRP-YEARS TO LRP-DW-YYYY
            COMPUTE LRP-DW-MM = LRP-MONTHS + 1
            MOVE LRP-DATE-WORK TO LNM-NEXT-RESET-DATE.
        3800-ADVANCE-RESET-EXIT.
            EXIT.

        3900-REWRITE-LOAN.
            REWRITE LOAN-MASTER-RECORD
            IF LRP-LOAN-STATUS NOT = '00'
               DISPLAY 'loan-reprice: rewrite status '
                  LRP-LOAN-STATUS ' loan ' LNM-LOAN-ID
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        3900-REWRITE-LOAN-EXIT.
            EXIT.

        4000-WRITE-NOTICE.
            MOVE LNM-BRANCH TO LRP-NL-BRANCH
            COMPUTE LRP-OLD-PCT = LRP-OLD-RATE * 100
            COMPUTE LRP-NEW-PCT = LNM-ANNUAL-RATE * 100
            COMPUTE LRP-INDEX-PCT = LRP-INDEX-RATE * 100
            COMPUTE LRP-MARGIN-PCT = LNM-MARGIN * 100
            MOVE LNM-SCHED-PAYMENT TO LRP-PAY-DISPLAY
            MOVE LRP-UNBILLED TO LRP-BAL-DISPLAY
            MOVE 'NOTICE OF INTEREST RATE CHANGE' TO LRP-NL-TEXT
            WRITE NOTICE-LINE FROM LRP-NOTICE-LINE
            MOVE SPACES TO LRP-NL-TEXT
            STRING LNM-CUSTOMER DELIMITED BY SIZE
                   '  LOAN ' DELIMITED BY SIZE
                   LNM-LOAN-ID DELIMITED BY SIZE
              INTO LRP-NL-TEXT
            END-STRING
            WRITE NOTICE-LINE FROM LRP-NOTICE-LINE
            MOVE SPACES TO LRP-NL-TEXT
            STRING 'EFFECTIVE ' DELIMITED BY SIZE
                   LNM-NEXT-RESET-DATE DELIMITED BY SIZE
                   '  PREVIOUS RATE ' DELIMITED BY SIZE
                   LRP-OLD-PCT DELIMITED BY SIZE
                   '%  NEW RATE ' DELIMITED BY SIZE
                   LRP-NEW-PCT DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
              INTO LRP-NL-TEXT
            END-STRING
            WRITE NOTICE-LINE FROM LRP-NOTICE-LINE
            MOVE SPACES TO LRP-NL-TEXT
            STRING 'INDEX ' DELIMITED BY SIZE
                   LNM-INDEX-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LRP-INDEX-PCT DELIMITED BY SIZE
                   '%  MARGIN ' DELIMITED BY SIZE
                   LRP-MARGIN-PCT DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
              INTO LRP-NL-TEXT
            END-STRING
            WRITE NOTICE-LINE FROM LRP-NOTICE-LINE
            MOVE SPACES TO LRP-NL-TEXT
            STRING 'NEW MONTHLY PAYMENT ' DELIMITED BY SIZE
                   LRP-PAY-DISPLAY DELIMITED BY SIZE
                   '  FROM INSTALLMENT ' DELIMITED BY SIZE
                   LNM-NEXT-PERIOD DELIMITED BY SIZE
                   '  ON PRINCIPAL ' DELIMITED BY SIZE
                   LRP-BAL-DISPLAY DELIMITED BY SIZE
              INTO LRP-NL-TEXT
            END-STRING
            WRITE NOTICE-LINE FROM LRP-NOTICE-LINE.
        4000-WRITE-NOTICE-EXIT.
            EXIT.

        9999-EXIT.
            IF LRP-FILES-OPEN
               CLOSE LOAN-MASTER-FILE RESCHED-FILE NOTICE-FILE
            END-IF
            DISPLAY 'loan-reprice: ' LRP-DUE-COUNT ' due for reset, '
               LRP-REPRICED-COUNT ' repriced, '
               LRP-UNCHANGED-COUNT ' unchanged, '
               LRP-NORATE-COUNT ' without an index rate, '
               LRP-PERIOD-COUNT ' periods rescheduled'
            IF LRP-NORATE-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, LRP-RUN-STOP)
              TO AUD-RC
            MOVE 'LOANRPRC' TO JHR-PROGRAM-ID
            MOVE LRP-TODAY TO JHR-BUSINESS-DATE
            MOVE LRP-START-SECONDS TO JHR-START-SECONDS
            MOVE LRP-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE LRP-DUE-COUNT TO JHR-RECORDS-IN
            MOVE LRP-REPRICED-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY exit-status-paragraphs.
        End Program LOAN-REPRICE.
