      *  loan-delinq.cbl
      *
      *  Loan delinquency tracking -- LOAN-SCHED writes the
      *  expected payment stream, LOAN-PAYAPP bills it and applies
      *  the payments against the loan master (LOANMST,
      *  loan-master.cpy), and this step ages what is still owed.
      *  Reads the master in key order: a loan's overdue amount is
      *  the interest and principal billed and unpaid
      *  (LNM-OVERDUE-INTEREST + LNM-OVERDUE-PRINCIPAL) and its
      *  oldest uncovered installment is the first arrears slot's
      *  due date, so partial payments and prepayments are already
      *  reflected -- nothing is re-derived from the schedule.
      *  The shortfall ages into the 30/60/90/120 buckets,
      *  late-payment interest accrues on the overdue amount from
      *  the oldest uncovered due date through the DAY-COUNT
      *  convention library, the per-loan arrears status is
      *  rewritten to the ARREARS file for the collections run,
      *  and the portfolio delinquency report (DELQRPT) prints by
      *  branch with bucket subtotals -- the report the credit
      *  committee used to assemble by hand each month.
      *
      *  ARREARS record layout (fixed columns):
      *      ARR-LOAN-ID     X(12)
      *      ARR-DAYS        9(5)
      *      ARR-BUCKET      X(3)    030/060/090/120
      *      ARR-LATE-INT    9(11)V99 zoned
      *      ARR-PRINCIPAL-OS 9(13)V99 zoned  whole balance owed
      *      ARR-FEES-DUE    9(11)V99 zoned  late fees unpaid
      *
      *  Flags (cmdline-parms.cpy style):
      *      -LATERATE=<pct>        annual late rate, default 5
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Ages the loan master's billed arrears
      *                        instead of re-deriving them from
      *                        LOANIN, POSTOUT and PAYIN; ARREARS
      *                        carries principal outstanding and
      *                        fees due for the collection letters.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. LOAN-DELINQ.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select LOAN-MASTER-FILE Assign To LOANMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is LNM-LOAN-ID
                File Status Is LDQ-LOAN-STATUS.
            Select ARREARS-FILE Assign To ARREARS
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To DELQRPT
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  LOAN-MASTER-FILE.
        COPY loan-master.
        FD  ARREARS-FILE.
        01  ARREARS-RECORD.
            05  ARR-LOAN-ID         PIC X(12).
            05  ARR-DAYS            PIC 9(05).
            05  ARR-BUCKET          PIC X(03).
            05  ARR-LATE-INT        PIC 9(11)V99.
            05  ARR-PRINCIPAL-OS    PIC 9(13)V99.
            05  ARR-FEES-DUE        PIC 9(11)V99.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
            05  LDQ-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  LDQ-STOP-NANOS      Usage BINARY-DOUBLE.
        01  LDQ-RC                  Binary-Long.
        01  LDQ-LOAN-STATUS         PIC X(02).
        01  LDQ-EOF-SWITCH          PIC X(01).
            88  LDQ-EOF                 Value 'Y', False 'N'.
        01  LDQ-TODAY               PIC 9(08).
        01  LDQ-LATE-RATE           PIC 9(3)V99 Value 5.
        01  LDQ-CONVENTION          PIC X(07) Value 'ACT/365'.
        01  LDQ-LOAN-COUNT          Binary-Long Value 0.
        01  LDQ-OVERDUE             PIC S9(13)V99 COMP-3.
        01  LDQ-LATE-INT            PIC S9(11)V99 COMP-3.
        01  LDQ-DAYS                PIC 9(05).
            05  LDQ-DL-OVERDUE      PIC -(13)9.99.
            05  FILLER              PIC X(07) Value ' LATE  '.
            05  LDQ-DL-LATE         PIC -(11)9.99.
            05  FILLER              PIC X(07) Value ' FEES  '.
            05  LDQ-DL-FEES         PIC -(11)9.99.
            05  FILLER              PIC X(09) Value ' BALANCE '.
            05  LDQ-DL-BALANCE      PIC -(13)9.99.
        01  LDQ-BRANCH-LINE.
            05  FILLER              PIC X(07) Value 'BRANCH '.
            05  LDQ-BL-BRANCH       PIC X(04).
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 5000-ASSESS-AND-REPORT
                  THRU 5000-ASSESS-AND-REPORT-EXIT
            END-IF
            MOVE FUNCTION INTEGER-OF-DATE(LDQ-TODAY)
              TO LDQ-TODAY-SERIAL
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, LDQ-RUN-START)
              TO LDQ-RC
            OPEN INPUT LOAN-MASTER-FILE
            IF LDQ-LOAN-STATUS NOT = '00'
               DISPLAY 'loan-delinq: cannot open LOANMST, status '
                  LDQ-LOAN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

        5000-ASSESS-AND-REPORT.
            OPEN OUTPUT REPORT-FILE
            MOVE LDQ-TODAY TO LDQ-HDR-DATE
            WRITE REPORT-LINE FROM LDQ-HDR-LINE
            SET LDQ-EOF TO FALSE
            PERFORM 5100-ASSESS-ONE THRU 5100-ASSESS-ONE-EXIT
               UNTIL LDQ-EOF
            PERFORM 5500-PRINT-ONE-BRANCH
               THRU 5500-PRINT-ONE-BRANCH-EXIT
               VARYING LDQ-BRANCH-SUB FROM 1 BY 1
               UNTIL LDQ-BRANCH-SUB > LDQ-BRANCH-COUNT
            CLOSE LOAN-MASTER-FILE ARREARS-FILE REPORT-FILE.
        5000-ASSESS-AND-REPORT-EXIT.
            EXIT.

      * LOAN-PAYAPP has already moved every installment past its due
      * date into the arrears slots, oldest first, and taken the
      * payments off them
        5100-ASSESS-ONE.
            READ LOAN-MASTER-FILE NEXT
                AT END
                    SET LDQ-EOF TO TRUE
                    GO TO 5100-ASSESS-ONE-EXIT
            END-READ
            ADD 1 TO LDQ-LOAN-COUNT
            COMPUTE LDQ-OVERDUE =
               LNM-OVERDUE-INTEREST + LNM-OVERDUE-PRINCIPAL
            IF LDQ-OVERDUE <= 0 OR LNM-ARREARS-COUNT = 0
               GO TO 5100-ASSESS-ONE-EXIT
            END-IF
            ADD 1 TO LDQ-DELQ-COUNT
            COMPUTE LDQ-DAYS = LDQ-TODAY-SERIAL
               - FUNCTION INTEGER-OF-DATE(LNM-A-DUE-DATE (1))
            EVALUATE TRUE
               WHEN LDQ-DAYS >= 120
                  MOVE '120' TO LDQ-BUCKET
               WHEN OTHER
                  MOVE '030' TO LDQ-BUCKET
            END-EVALUATE
            MOVE LNM-A-DUE-DATE (1) TO DCN-FROM-DATE
            MOVE LDQ-TODAY TO DCN-TO-DATE
            MOVE LDQ-CONVENTION TO DCN-CONVENTION
            CALL 'DAY-COUNT' USING DCN-CONTROL
            ELSE
               MOVE 0 TO LDQ-LATE-INT
            END-IF
            MOVE LNM-LOAN-ID TO ARR-LOAN-ID
            MOVE LNM-BRANCH TO ARR-BRANCH
            MOVE LNM-CUSTOMER TO ARR-CUSTOMER
            MOVE LDQ-OVERDUE TO ARR-OVERDUE
            MOVE LNM-A-DUE-DATE (1) TO ARR-OLDEST-DUE
            MOVE LDQ-DAYS TO ARR-DAYS
            MOVE LDQ-BUCKET TO ARR-BUCKET
            MOVE LDQ-LATE-INT TO ARR-LATE-INT
            MOVE LNM-PRINCIPAL-OS TO ARR-PRINCIPAL-OS
            MOVE LNM-FEES-DUE TO ARR-FEES-DUE
            WRITE ARREARS-RECORD
            MOVE LNM-BRANCH TO LDQ-DL-BRANCH
            MOVE LNM-LOAN-ID TO LDQ-DL-ID
            MOVE LDQ-BUCKET TO LDQ-DL-BUCKET
            MOVE LDQ-OVERDUE TO LDQ-DL-OVERDUE
            MOVE LDQ-LATE-INT TO LDQ-DL-LATE
            MOVE LNM-FEES-DUE TO LDQ-DL-FEES
            MOVE LNM-PRINCIPAL-OS TO LDQ-DL-BALANCE
            WRITE REPORT-LINE FROM LDQ-DETAIL-LINE
            PERFORM 5200-POST-BRANCH THRU 5200-POST-BRANCH-EXIT.
        5100-ASSESS-ONE-EXIT.
               VARYING LDQ-BRANCH-SUB FROM 1 BY 1
               UNTIL LDQ-BRANCH-SUB > LDQ-BRANCH-COUNT
                  OR LDQ-B-BRANCH (LDQ-BRANCH-SUB)
                     = LNM-BRANCH
            IF LDQ-BRANCH-SUB > LDQ-BRANCH-COUNT
               IF LDQ-BRANCH-COUNT < 100
                  ADD 1 TO LDQ-BRANCH-COUNT
                  MOVE LNM-BRANCH
                    TO LDQ-B-BRANCH (LDQ-BRANCH-COUNT)
                  MOVE 0 TO LDQ-B-030 (LDQ-BRANCH-COUNT)
                  MOVE 0 TO LDQ-B-060 (LDQ-BRANCH-COUNT)
        5500-PRINT-ONE-BRANCH-EXIT.
            EXIT.

        9999-EXIT.
            DISPLAY 'loan-delinq: ' LDQ-LOAN-COUNT ' loans, '
               LDQ-DELQ-COUNT ' delinquent'
