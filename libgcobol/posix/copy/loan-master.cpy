      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  loan-master.cpy
      *  One loan-servicing record of the indexed LOANMST file, keyed
      *  by the LOANIN loan id.  Holds what LOAN-SCHED's schedule
      *  cannot: the principal still outstanding, the interest and
      *  late fees billed and unpaid, and the date the loan is paid
      *  to.  Maintained by the LOAN-PAYAPP nightly batch, which
      *  onboards new LOANIN loans, bills each schedule period as it
      *  falls due and applies the day's payments through the
      *  waterfall; LOAN-DELINQ ages the arrears straight from here.
      *
      *  The current installment is the earliest one not yet past
      *  due.  Once its due date passes unpaid it moves to the
      *  arrears table, oldest first; a loan more than twelve
      *  installments behind carries the newest arrears merged into
      *  the last slot.  LNM-PRINCIPAL-OS includes principal billed
      *  and unpaid; LNM-ACCRUED-INTEREST is the billed interest not
      *  yet paid (overdue plus current).
      *
      *  LNM-CURRENCY (blank for our own) picks the settlement
      *  calendar the billed due dates are held to.
      *
      *  LNM-LOAN-TYPE is the LOANIN product type the loan was
      *  booked under (MO mortgage, PL personal, CL commercial,
      *  VL vehicle, and so on); LOAN-PROVISION picks its provision
      *  rates by it.  Blank on loans onboarded before it was kept.
      *
      *  A variable-rate loan carries the base-rate index it tracks
      *  (index-table.cpy), its margin over that index and its
      *  reset frequency; LOAN-REPRICE resets LNM-ANNUAL-RATE on
      *  each LNM-NEXT-RESET-DATE and, once it has regenerated the
      *  remaining periods on the RESCHED file (loan-resched.cpy),
      *  sets LNM-RESCHEDULED so LOAN-PAYAPP bills from there
      *  instead of LOAN-SCHED's original schedule.  A fixed-rate
      *  loan has a blank index code.  COPY under the FD of the
      *  LOANMST file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 LOAN-MASTER-RECORD.
           05 LNM-LOAN-ID           PIC X(12).
           05 LNM-CUSTOMER          PIC X(35).
           05 LNM-BRANCH            PIC X(04).
           05 LNM-STATUS            PIC X(01).
              88 LNM-STATUS-ACTIVE     Value 'A'.
              88 LNM-STATUS-PAID-OFF   Value 'P'.
           05 LNM-ORIG-PRINCIPAL    PIC S9(13)V99 COMP-3.
           05 LNM-ANNUAL-RATE       PIC 9(3)V9(6).
           05 LNM-TERM-MONTHS       PIC 9(03).
           05 LNM-CONVENTION        PIC X(07).
           05 LNM-START-DATE        PIC 9(08).
           05 LNM-PRINCIPAL-OS      PIC S9(13)V99 COMP-3.
           05 LNM-ACCRUED-INTEREST  PIC S9(13)V99 COMP-3.
           05 LNM-FEES-DUE          PIC S9(11)V99 COMP-3.
           05 LNM-PAID-TO-DATE      PIC 9(08).
           05 LNM-LAST-PAY-DATE     PIC 9(08).
           05 LNM-PREPAID-TOTAL     PIC S9(13)V99 COMP-3.
           05 LNM-NEXT-PERIOD       PIC 9(03).
           05 LNM-CURR-DUE-DATE     PIC 9(08).
           05 LNM-CURR-INTEREST     PIC S9(13)V99 COMP-3.
           05 LNM-CURR-PRINCIPAL    PIC S9(13)V99 COMP-3.
           05 LNM-OVERDUE-INTEREST  PIC S9(13)V99 COMP-3.
           05 LNM-OVERDUE-PRINCIPAL PIC S9(13)V99 COMP-3.
           05 LNM-ARREARS-COUNT     PIC 9(02).
           05 LNM-ARREARS OCCURS 12 TIMES.
              10 LNM-A-DUE-DATE     PIC 9(08).
              10 LNM-A-INTEREST     PIC S9(13)V99 COMP-3.
              10 LNM-A-PRINCIPAL    PIC S9(13)V99 COMP-3.
           05 LNM-INDEX-CODE        PIC X(06).
           05 LNM-MARGIN            PIC S9(3)V9(6) COMP-3.
           05 LNM-RESET-MONTHS      PIC 9(03).
           05 LNM-NEXT-RESET-DATE   PIC 9(08).
           05 LNM-LAST-RESET-DATE   PIC 9(08).
           05 LNM-SCHED-PAYMENT     PIC S9(13)V99 COMP-3.
           05 LNM-RESCHED-SW        PIC X(01).
              88 LNM-RESCHEDULED       Value 'Y'.
           05 LNM-CURRENCY          PIC X(03).
           05 LNM-LOAN-TYPE         PIC X(02).
           05 FILLER                PIC X(36).
