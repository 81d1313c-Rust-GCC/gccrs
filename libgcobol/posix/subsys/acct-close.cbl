      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  acct-close.cbl
      *
      *  Account closure run.  Closing an account used to mean an
      *  ACCT-MAINT status change and a list of satellite files
      *  somebody had to remember; this step takes the branches'
      *  closure requests (CLOSEREQ) and does the whole job for
      *  each account in one pass, after the night's ACCT-MAINT and
      *  SAV-ACCRUE have run.  A request is refused -- listed on
      *  the closure report (CLOSRPT) with the reason, nothing
      *  touched -- when the account is not an active CH or SV
      *  account (loans close on payoff, term deposits at
      *  maturity, ledger accounts never), is overdrawn, carries
      *  active holds (HOLD-CHECK; stop-payments do not block),
      *  has intraday memo postings not yet on the master
      *  (MEMO-POST), or has open suspense items on SUSPDTL
      *  against it, or when the payout instruction does not
      *  check out, or when the account (or the nominated payout
      *  account) already has a closure waiting on CLOSPEND.
      *  Otherwise the closure is settled:
      *    - final interest: a savings account is accrued on its
      *      ACCRLDGR line from the accrued-through date to the
      *      business date at the SAVRATES tier rate (the
      *      SAV-ACCRUE rules), and the whole cents accrued are
      *      paid; the sub-cent residue is forfeit and the ledger
      *      line is left settled (accrued zero, the interest
      *      added to the capitalized-YTD figure the year-end tax
      *      extract reports);
      *    - closing fee: the FEESCHED rows of the closing fee
      *      code (-FEECODE=, default CLOS) are matched the way
      *      FEE-ENGINE matches them, the fee capped at the
      *      balance so closure never leaves a debit;
      *    - the net balance is paid out either to a nominated
      *      active account of the same currency or as a we-pay
      *      item on the day's settlement item file (CYCLEIN) for
      *      the next SETTLE-CYCLE to send, referenced 'CL' +
      *      business date + a six-digit daily number carried in
      *      the one-record CLOSSEQ file (a series of its own, so
      *      a closure payout never shares a reference with a
      *      PAY-ORIG payment);
      *    - the account's active standing orders (STANDORD) are
      *      expired as of the business date.
      *  The interest, the fee, the payout and the nominee's
      *  credit are not applied to the master here: they are
      *  written to CLOSTRAN as ordinary ACCTTRAN movement (M)
      *  transactions (origin ACCTCLOS) for the next ACCT-MAINT
      *  run, so they reach POSTSEQ, the GL bridge and the posted
      *  history like every other posting, and each is memo-posted
      *  through MEMO-POST meanwhile so the branches see the funds
      *  gone.  The settled closure is recorded on CLOSPEND.
      *
      *  Each run first walks CLOSPEND.  A closure settled on an
      *  earlier business date has had its movements posted since:
      *  when the account stands at zero the master goes to
      *  closed status, any interest accrued since settlement is
      *  forfeit from its ledger line, the closure certificate is
      *  written and the CLOSPEND entry is removed.  An account
      *  not at zero -- a movement rejected, or activity after
      *  settlement -- is listed as waiting and stays on CLOSPEND
      *  for the operator.  A closure settled today has its
      *  movements written to CLOSTRAN again, so a rerun rebuilds
      *  the whole day's feed (its payment and memo postings are
      *  not repeated).
      *
      *  Every master update is journaled to the account-master
      *  journal ahead of the rewrite (acct-master.jrnl, ACCTJRNL
      *  overrides) and every ledger and standing-order update to
      *  the closure journal (acct-close.jrnl, CLOSJRNL
      *  overrides), so JRNL-RECOVER only ever meets master images
      *  in its own journal.  Every step is audited (CLSINT,
      *  CLSFEE, CLSPAY, CLSSOR, CLSACC), and a closure
      *  certificate is written per account to CLOSCERT with
      *  AM-BRANCH in its leading columns, for delivery through
      *  BURST-REPORT.
      *
      *  CLOSEREQ record layout (fixed columns):
      *      CRQ-KEY           X(32)  account to close
      *      CRQ-PAYOUT-TYPE   X(1)   A nominated account,
      *                               P outbound payment
      *      CRQ-PAYOUT-KEY    X(32)  nominated account (A)
      *      CRQ-PARTY         X(8)   beneficiary bank, CPTYMST
      *                               id (P)
      *      CRQ-BENEF-REF     X(16)  beneficiary reference (P)
      *      CRQ-REQUESTED-BY  X(12)
      *  A zero net balance needs no payout instruction.
      *
      *  CLOSSEQ record layout (fixed columns):
      *      CSQ-DATE   9(8)   business date of the last number
      *      CSQ-LAST   9(6)   last number issued that date
      *
      *  CLOSPEND (indexed on CPD-KEY) holds one settled closure
      *  per account until it is closed: the settlement date, the
      *  payout instruction and reference, the requester, the
      *  old balance, interest, fee and net (COMP-3), the standing
      *  orders cancelled and the payee text, all as the closure
      *  certificate prints them.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -FEECODE=<code>        closing fee code, default CLOS
      *      -CONVENTION=<code>     day-count code, default ACT/365
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  The account holder's name on the
      *                        closure certificate is decrypted
      *                        through PII-CRYPT.
      *  2026-10-15 smckinney  The interest, fee, payout and nominee
      *                        credit go to ACCT-MAINT as CLOSTRAN
      *                        movements instead of a direct master
      *                        rewrite, so they reach the GL; the
      *                        account is closed by a later run
      *                        once they have posted (CLOSPEND).
      *                        Payouts are numbered from CLOSSEQ
      *                        ('CL' references), status-checked,
      *                        instead of PAY-ORIG's PAYSEQ.
      *  2026-10-15 smckinney  A CLOSSEQ read failure is tested as
      *                        soon as the read returns and ends
      *                        the run JOB-NEEDS-RERUN as well as
      *                        refusing the closure; the close is
      *                        checked on its own.  A memo
      *                        posting refused for want of a
      *                        business date ends the run
      *                        JOB-NEEDS-RERUN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. ACCT-CLOSE.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-PWRITE
            Function POSIX-PREAD
            Function POSIX-FSYNC
            Function POSIX-GETENV
            Function POSIX-CREAT
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select CLOSE-REQUEST-FILE Assign To CLOSEREQ
                Organization Is Line Sequential
                File Status Is ACL-REQ-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is ACL-ACCT-STATUS.
            Select ACCRUAL-FILE Assign To ACCRLDGR
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is ACR-KEY
                File Status Is ACL-ACCR-STATUS.
            Select STORD-FILE Assign To STANDORD
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is SOR-KEY
                File Status Is ACL-STORD-STATUS.
            Select SUSP-DETAIL-FILE Assign To SUSPDTL
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is SUS-KEY
                File Status Is ACL-SUSP-STATUS.
            Select CPTY-MASTER-FILE Assign To CPTYMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CPM-ID
                File Status Is ACL-CPM-STATUS.
            Select RATE-TIER-FILE Assign To SAVRATES
                Organization Is Line Sequential.
            Select OPTIONAL FEE-SCHED-FILE Assign To FEESCHED
                Organization Is Line Sequential.
            Select CYCLE-IN-FILE Assign To CYCLEIN
                Organization Is Line Sequential
                File Status Is ACL-CYCLE-STATUS.
            Select OPTIONAL CLOSE-SEQ-FILE Assign To CLOSSEQ
                Organization Is Line Sequential
                File Status Is ACL-SEQ-STATUS.
            Select CLOSE-TRAN-FILE Assign To CLOSTRAN
                Organization Is Line Sequential
                File Status Is ACL-TRAN-STATUS.
            Select CLOSE-PENDING-FILE Assign To CLOSPEND
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CPD-KEY
                File Status Is ACL-PEND-STATUS.
            Select CERT-FILE Assign To CLOSCERT
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To CLOSRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  CLOSE-REQUEST-FILE.
        01  CLOSE-REQUEST-RECORD.
            05  CRQ-KEY             PIC X(32).
            05  CRQ-PAYOUT-TYPE     PIC X(01).
                88  CRQ-PAY-TO-ACCOUNT  Value 'A'.
                88  CRQ-PAY-BY-PAYMENT  Value 'P'.
            05  CRQ-PAYOUT-KEY      PIC X(32).
            05  CRQ-PARTY           PIC X(08).
            05  CRQ-BENEF-REF       PIC X(16).
            05  CRQ-REQUESTED-BY    PIC X(12).
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  ACCRUAL-FILE.
        COPY accr-ledger.
        FD  STORD-FILE.
        COPY stord-record.
        FD  SUSP-DETAIL-FILE.
        COPY susp-detail.
        FD  CPTY-MASTER-FILE.
        COPY cpty-master.
        FD  RATE-TIER-FILE.
        01  RATE-TIER-RECORD.
            05  SVR-TIER-MIN        PIC 9(13)V99.
            05  SVR-RATE            PIC 9(3)V9(6).
        FD  FEE-SCHED-FILE.
        01  FEE-SCHED-RECORD.
            05  FSR-CODE            PIC X(04).
            05  FSR-TYPE            PIC X(02).
            05  FSR-BRANCH          PIC X(04).
            05  FSR-BASIS           PIC X(01).
            05  FSR-TIER-MIN        PIC 9(13)V99.
            05  FSR-AMOUNT          PIC 9(9)V99.
        FD  CYCLE-IN-FILE.
        01  CYCLE-IN-RECORD.
            05  CYI-PARTY           PIC X(08).
            05  CYI-REFERENCE       PIC X(16).
            05  CYI-DIRECTION       PIC X(01).
            05  CYI-AMOUNT          PIC S9(13)V99
                                    Sign Leading Separate.
            05  CYI-VALUE-DATE      PIC 9(08).
            05  CYI-BENEF-REF       PIC X(16).
        FD  CLOSE-SEQ-FILE.
        01  CLOSE-SEQ-RECORD.
            05  CSQ-DATE            PIC 9(08).
            05  CSQ-LAST            PIC 9(06).
        FD  CLOSE-TRAN-FILE.
        01  CLOSE-TRAN-RECORD.
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
      * one settled closure waiting for its movements to post
        FD  CLOSE-PENDING-FILE.
        01  CLOSE-PENDING-RECORD.
            05  CPD-KEY             PIC X(32).
            05  CPD-SETTLED-DATE    PIC 9(08).
            05  CPD-PAYOUT-TYPE     PIC X(01).
                88  CPD-PAY-TO-ACCOUNT  Value 'A'.
                88  CPD-PAY-BY-PAYMENT  Value 'P'.
            05  CPD-PAYOUT-KEY      PIC X(32).
            05  CPD-PAY-REF         PIC X(16).
            05  CPD-REQUESTED-BY    PIC X(12).
            05  CPD-OLD-BALANCE     PIC S9(13)V99 COMP-3.
            05  CPD-INTEREST        PIC S9(13)V99 COMP-3.
            05  CPD-FEE             PIC S9(13)V99 COMP-3.
            05  CPD-NET             PIC S9(13)V99 COMP-3.
            05  CPD-ORDER-COUNT     PIC 9(04).
            05  CPD-PAYEE-TEXT      PIC X(60).
            05  FILLER              PIC X(20).
        FD  CERT-FILE.
        01  CERT-LINE               PIC X(132).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY day-count.
        COPY hold-check.
        COPY memo-post.
        COPY jrnl-record.
        01  JRN-FD                  PIC 9(8) Usage COMP.
        01  JRN-OFFSET              Binary-Long.
        01  JRN-RC                  Binary-Long.
        01  JRN-GOOD-SW             PIC X(01).
            88  JRN-GOOD                Value 'Y', False 'N'.
        COPY cmdline-parms.
        COPY exit-status.
        COPY pii-crypt.
        01  JHW-FILE-STATUS         PIC X(02).
        01  ACL-RUN-START.
            05  ACL-START-SECONDS   Usage BINARY-DOUBLE.
            05  ACL-START-NANOS     Usage BINARY-DOUBLE.
        01  ACL-RUN-STOP.
            05  ACL-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  ACL-STOP-NANOS      Usage BINARY-DOUBLE.
        01  ACL-REQ-STATUS          PIC X(02).
        01  ACL-ACCT-STATUS         PIC X(02).
        01  ACL-ACCR-STATUS         PIC X(02).
        01  ACL-STORD-STATUS        PIC X(02).
        01  ACL-SUSP-STATUS         PIC X(02).
        01  ACL-CPM-STATUS          PIC X(02).
        01  ACL-CYCLE-STATUS        PIC X(02).
        01  ACL-SEQ-STATUS          PIC X(02).
        01  ACL-TRAN-STATUS         PIC X(02).
        01  ACL-PEND-STATUS         PIC X(02).
      * the two journals: master images to the account-master
      * journal, satellite images to the closure journal
        01  ACL-MASTER-JRNL-PATH    PIC X(256)
                Value '/var/batch/acct-master.jrnl'.
        01  ACL-CLOSE-JRNL-PATH     PIC X(256)
                Value '/var/batch/acct-close.jrnl'.
        01  ACL-MASTER-FD           PIC 9(8) Usage COMP.
        01  ACL-MASTER-OFFSET       Binary-Long.
        01  ACL-CLOSE-FD            PIC 9(8) Usage COMP.
        01  ACL-CLOSE-OFFSET        Binary-Long.
        01  ACL-ENV-NAME            PIC X(64).
        01  ACL-ENV-VALUE           PIC X(256).
        01  ACL-FD-RC               Binary-Long.
        01  ACL-JRNL-SEQ            PIC 9(09) Value 0.
        01  ACL-EOF-SWITCH          PIC X(01).
            88  ACL-EOF                 Value 'Y', False 'N'.
        01  ACL-FILES-SWITCH        PIC X(01) Value 'N'.
            88  ACL-FILES-OPEN          Value 'Y', False 'N'.
        01  ACL-LEDGER-OPEN-SW      PIC X(01) Value 'N'.
            88  ACL-LEDGER-OPEN         Value 'Y', False 'N'.
        01  ACL-ORDERS-OPEN-SW      PIC X(01) Value 'N'.
            88  ACL-ORDERS-OPEN         Value 'Y', False 'N'.
        01  ACL-SUSP-OPEN-SW        PIC X(01) Value 'N'.
            88  ACL-SUSP-OPEN           Value 'Y', False 'N'.
        01  ACL-CPTY-OPEN-SW        PIC X(01) Value 'N'.
            88  ACL-CPTY-OPEN           Value 'Y', False 'N'.
        01  ACL-LEDGER-FOUND-SW     PIC X(01).
            88  ACL-LEDGER-FOUND        Value 'Y', False 'N'.
        01  ACL-SCAN-DONE-SW        PIC X(01).
            88  ACL-SCAN-DONE           Value 'Y', False 'N'.
        01  ACL-TIER-EOF-SW         PIC X(01).
            88  ACL-TIER-EOF            Value 'Y', False 'N'.
        01  ACL-PEND-DONE-SW        PIC X(01).
            88  ACL-PEND-DONE           Value 'Y', False 'N'.
        01  ACL-MEMO-SW             PIC X(01).
            88  ACL-MEMO-POSTING        Value 'Y', False 'N'.
        01  ACL-FEED-SW             PIC X(01) Value 'N'.
            88  ACL-FEED-FAILED         Value 'Y', False 'N'.
        01  ACL-TODAY               PIC 9(08).
        01  ACL-TODAY-YEAR          PIC 9(04).
        01  ACL-THROUGH-YEAR        PIC 9(04).
        01  ACL-FEE-CODE            PIC X(04) Value 'CLOS'.
        01  ACL-CONVENTION          PIC X(07) Value 'ACT/365'.
        01  ACL-TIER-COUNT          Binary-Long Value 0.
        01  ACL-TIER-SUB            Binary-Long.
        01  ACL-TIER-TABLE.
            05  ACL-TIER OCCURS 20 TIMES.
                10  ACL-T-MIN       PIC 9(13)V99.
                10  ACL-T-RATE      PIC 9(3)V9(6).
        01  ACL-RATE-FOUND          PIC 9(3)V9(6).
        01  ACL-FEE-COUNT           Binary-Long Value 0.
        01  ACL-FEE-SUB             Binary-Long.
        01  ACL-FEE-TABLE.
            05  ACL-FEE-ENTRY OCCURS 50 TIMES.
                10  ACL-F-TYPE      PIC X(02).
                10  ACL-F-BRANCH    PIC X(04).
                10  ACL-F-BASIS     PIC X(01).
                10  ACL-F-TIER-MIN  PIC 9(13)V99.
                10  ACL-F-AMOUNT    PIC 9(9)V99.
        01  ACL-BEST-SUB            Binary-Long.
        01  ACL-BEST-SPECIFIC-SW    PIC X(01).
      * one request's settlement, worked out before anything moves
        01  ACL-REFUSAL             PIC X(40).
        01  ACL-BRANCH              PIC X(04).
        01  ACL-TYPE                PIC X(02).
        01  ACL-CURRENCY            PIC X(03).
        01  ACL-CUST-NAME           PIC X(70).
        01  ACL-OLD-BALANCE         PIC S9(13)V99 COMP-3.
        01  ACL-ACCRUAL             PIC S9(13)V9(4) COMP-3.
        01  ACL-INTEREST            PIC S9(13)V99 COMP-3.
        01  ACL-FEE-BALANCE         PIC S9(13)V99 COMP-3.
        01  ACL-FEE                 PIC S9(13)V99 COMP-3.
        01  ACL-NET                 PIC S9(13)V99 COMP-3.
        01  ACL-PAYEE-BALANCE       PIC S9(13)V99 COMP-3.
        01  ACL-PAYEE-TEXT          PIC X(60).
        01  ACL-ORDER-COUNT         PIC 9(04).
        01  ACL-LEDGER-BEFORE       PIC X(77).
        01  ACL-SEQ-NO              PIC 9(06).
        01  ACL-PAY-REF.
            05  FILLER              PIC X(02) Value 'CL'.
            05  ACL-REF-DATE        PIC 9(08).
            05  ACL-REF-SEQ         PIC 9(06).
        01  ACL-PAY-REF-TEXT        PIC X(16).
        01  ACL-RUN-REFERENCE       PIC X(16).
      * one CLOSTRAN movement
        01  ACL-MOVE-KEY            PIC X(32).
        01  ACL-MOVE-AMOUNT         PIC S9(13)V99 COMP-3.
        01  ACL-MOVE-NARRATIVE      PIC X(30).
        01  ACL-MOVE-REFERENCE      PIC X(16).
      * run totals
        01  ACL-REQUEST-COUNT       PIC 9(09) Value 0.
        01  ACL-SETTLED-COUNT       PIC 9(09) Value 0.
        01  ACL-CLOSED-COUNT        PIC 9(09) Value 0.
        01  ACL-WAITING-COUNT       PIC 9(09) Value 0.
        01  ACL-REFUSED-COUNT       PIC 9(09) Value 0.
        01  ACL-MOVEMENT-COUNT      PIC 9(09) Value 0.
        01  ACL-ORDERS-TOTAL        PIC 9(09) Value 0.
        01  ACL-PAID-TOTAL          PIC S9(15)V99 COMP-3 Value 0.
        01  ACL-HDR-LINE.
            05  FILLER              PIC X(26)
                Value 'ACCOUNT CLOSURE RUN --   '.
            05  ACL-HDR-DATE        PIC 9(08).
        01  ACL-DETAIL-LINE.
            05  ACL-DL-ACTION       PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  ACL-DL-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  ACL-DL-AMOUNT       PIC -(13)9.99.
            05  FILLER              PIC X(02) Value SPACES.
            05  ACL-DL-TEXT         PIC X(60).
        01  ACL-TRAILER-LINE.
            05  FILLER              PIC X(10) Value 'REQUESTS  '.
            05  ACL-TR-REQUESTS     PIC Z(08)9.
            05  FILLER              PIC X(11) Value '  SETTLED  '.
            05  ACL-TR-SETTLED      PIC Z(08)9.
            05  FILLER              PIC X(11) Value '  REFUSED  '.
            05  ACL-TR-REFUSED      PIC Z(08)9.
            05  FILLER              PIC X(10) Value '  CLOSED  '.
            05  ACL-TR-CLOSED       PIC Z(08)9.
            05  FILLER              PIC X(11) Value '  WAITING  '.
            05  ACL-TR-WAITING      PIC Z(08)9.
            05  FILLER              PIC X(08) Value '  PAID  '.
            05  ACL-TR-PAID         PIC -(15)9.99.
      * certificate lines carry the burst key in columns 1-4
        01  ACL-CERT-HDR.
            05  ACL-CH-BRANCH       PIC X(04).
            05  FILLER              PIC X(30)
                Value ' ACCOUNT CLOSURE CERTIFICATE  '.
            05  ACL-CH-DATE         PIC 9(08).
        01  ACL-CERT-TEXT.
            05  ACL-CT-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  ACL-CT-LABEL        PIC X(26).
            05  ACL-CT-TEXT         PIC X(80).
        01  ACL-CERT-AMOUNT.
            05  ACL-CA-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  ACL-CA-LABEL        PIC X(26).
            05  ACL-CA-AMOUNT       PIC -(13)9.99.
            05  FILLER              PIC X(02) Value SPACES.
            05  ACL-CA-TEXT         PIC X(60).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2500-FINISH-PENDING
                  THRU 2500-FINISH-PENDING-EXIT
            END-IF
            IF JOB-OK OR JOB-WARNING
               PERFORM 2000-ONE-REQUEST THRU 2000-ONE-REQUEST-EXIT
                   UNTIL ACL-EOF
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE 'ACCTCLOS' TO PCX-PROGRAM-ID
            SET ACL-EOF TO FALSE
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'FEECODE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO ACL-FEE-CODE
            END-IF
            MOVE 'CONVENTION' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO ACL-CONVENTION
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'acct-close: no business date established,'
                  ' refusing to close'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO ACL-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ACL-RUN-START)
              TO AUD-RC
            STRING 'CLOSE ' ACL-TODAY DELIMITED BY SIZE
              INTO ACL-RUN-REFERENCE
            END-STRING
            PERFORM 1100-LOAD-TIERS THRU 1100-LOAD-TIERS-EXIT
            PERFORM 1150-LOAD-FEES THRU 1150-LOAD-FEES-EXIT
            OPEN INPUT CLOSE-REQUEST-FILE
            IF ACL-REQ-STATUS NOT = '00'
               DISPLAY 'acct-close: cannot open CLOSEREQ, status '
                  ACL-REQ-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN I-O ACCT-MASTER-FILE
            IF ACL-ACCT-STATUS NOT = '00'
               DISPLAY 'acct-close: cannot open master, status '
                  ACL-ACCT-STATUS
               CLOSE CLOSE-REQUEST-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1200-OPEN-JOURNALS THRU 1200-OPEN-JOURNALS-EXIT
            IF NOT JOB-OK
               CLOSE CLOSE-REQUEST-FILE ACCT-MASTER-FILE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1300-OPEN-PENDING THRU 1300-OPEN-PENDING-EXIT
            IF NOT JOB-OK
               PERFORM 1390-CLOSE-JOURNALS
                  THRU 1390-CLOSE-JOURNALS-EXIT
               CLOSE CLOSE-REQUEST-FILE ACCT-MASTER-FILE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
      *     the satellite files may not exist yet on a young
      *     system: no ledger, no orders, no suspense, nothing to
      *     settle in them
            OPEN I-O ACCRUAL-FILE
            IF ACL-ACCR-STATUS = '00'
               SET ACL-LEDGER-OPEN TO TRUE
            END-IF
            OPEN I-O STORD-FILE
            IF ACL-STORD-STATUS = '00'
               SET ACL-ORDERS-OPEN TO TRUE
            END-IF
            OPEN INPUT SUSP-DETAIL-FILE
            IF ACL-SUSP-STATUS = '00'
               SET ACL-SUSP-OPEN TO TRUE
            END-IF
            OPEN INPUT CPTY-MASTER-FILE
            IF ACL-CPM-STATUS = '00'
               SET ACL-CPTY-OPEN TO TRUE
            END-IF
            IF (ACL-ACCR-STATUS NOT = '00' AND NOT = '35')
               OR (ACL-STORD-STATUS NOT = '00' AND NOT = '35')
               OR (ACL-SUSP-STATUS NOT = '00' AND NOT = '35')
               DISPLAY 'acct-close: satellite file unreadable,'
                  ' ACCRLDGR ' ACL-ACCR-STATUS
                  ' STANDORD ' ACL-STORD-STATUS
                  ' SUSPDTL ' ACL-SUSP-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            OPEN OUTPUT CERT-FILE
            OPEN OUTPUT REPORT-FILE
            SET ACL-FILES-OPEN TO TRUE
            MOVE ACL-TODAY TO ACL-HDR-DATE
            WRITE REPORT-LINE FROM ACL-HDR-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

        1100-LOAD-TIERS.
            SET ACL-TIER-EOF TO FALSE
            MOVE 0 TO ACL-TIER-COUNT
            OPEN INPUT RATE-TIER-FILE
            PERFORM 1110-READ-ONE-TIER
               THRU 1110-READ-ONE-TIER-EXIT
                UNTIL ACL-TIER-EOF
            CLOSE RATE-TIER-FILE.
        1100-LOAD-TIERS-EXIT.
            EXIT.

        1110-READ-ONE-TIER.
            READ RATE-TIER-FILE
                AT END
                    SET ACL-TIER-EOF TO TRUE
                NOT AT END
                    IF ACL-TIER-COUNT < 20
                       ADD 1 TO ACL-TIER-COUNT
                       MOVE SVR-TIER-MIN
                         TO ACL-T-MIN (ACL-TIER-COUNT)
                       MOVE SVR-RATE
                         TO ACL-T-RATE (ACL-TIER-COUNT)
                    END-IF
            END-READ.
        1110-READ-ONE-TIER-EXIT.
            EXIT.

      * only the closing fee code's rows are kept
        1150-LOAD-FEES.
            SET ACL-TIER-EOF TO FALSE
            MOVE 0 TO ACL-FEE-COUNT
            OPEN INPUT FEE-SCHED-FILE
            PERFORM 1160-READ-ONE-FEE
               THRU 1160-READ-ONE-FEE-EXIT
                UNTIL ACL-TIER-EOF
            CLOSE FEE-SCHED-FILE.
        1150-LOAD-FEES-EXIT.
            EXIT.

        1160-READ-ONE-FEE.
            READ FEE-SCHED-FILE
                AT END
                    SET ACL-TIER-EOF TO TRUE
                    GO TO 1160-READ-ONE-FEE-EXIT
            END-READ
            IF FSR-CODE NOT = ACL-FEE-CODE
               GO TO 1160-READ-ONE-FEE-EXIT
            END-IF
            IF ACL-FEE-COUNT >= 50
      *        a partial fee table would undercharge quietly
               DISPLAY 'acct-close: fee table full, '
                  FSR-CODE ' row dropped'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1160-READ-ONE-FEE-EXIT
            END-IF
            ADD 1 TO ACL-FEE-COUNT
            MOVE FSR-TYPE TO ACL-F-TYPE (ACL-FEE-COUNT)
            MOVE FSR-BRANCH TO ACL-F-BRANCH (ACL-FEE-COUNT)
            MOVE FSR-BASIS TO ACL-F-BASIS (ACL-FEE-COUNT)
            MOVE FSR-TIER-MIN TO ACL-F-TIER-MIN (ACL-FEE-COUNT)
            MOVE FSR-AMOUNT TO ACL-F-AMOUNT (ACL-FEE-COUNT).
        1160-READ-ONE-FEE-EXIT.
            EXIT.

        1200-OPEN-JOURNALS.
            MOVE 'ACCTJRNL' TO ACL-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(ACL-ENV-NAME)
              TO ACL-ENV-VALUE
            IF ACL-ENV-VALUE NOT = SPACES
               MOVE ACL-ENV-VALUE TO ACL-MASTER-JRNL-PATH
            END-IF
            CALL "posix-open" USING BY REFERENCE ACL-MASTER-JRNL-PATH
                 BY VALUE 2
                RETURNING ACL-FD-RC
            END-CALL
            IF ACL-FD-RC < 0
               DISPLAY 'acct-close: cannot open master journal,'
                  ' refusing to close unjournaled'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1200-OPEN-JOURNALS-EXIT
            END-IF
            MOVE ACL-FD-RC TO ACL-MASTER-FD
            CALL "posix-lseek" USING BY VALUE ACL-MASTER-FD
                 BY VALUE 0 BY VALUE 2
                RETURNING ACL-MASTER-OFFSET
            END-CALL
            MOVE 'CLOSJRNL' TO ACL-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(ACL-ENV-NAME)
              TO ACL-ENV-VALUE
            IF ACL-ENV-VALUE NOT = SPACES
               MOVE ACL-ENV-VALUE TO ACL-CLOSE-JRNL-PATH
            END-IF
            CALL "posix-open" USING BY REFERENCE ACL-CLOSE-JRNL-PATH
                 BY VALUE 2
                RETURNING ACL-FD-RC
            END-CALL
            IF ACL-FD-RC < 0
      *        first closure run on this box: carve the journal
      *        out empty (mode 0600) and reopen it read-write
               MOVE FUNCTION POSIX-CREAT(ACL-CLOSE-JRNL-PATH, 384)
                 TO ACL-FD-RC
               IF ACL-FD-RC >= 0
                  MOVE ACL-FD-RC TO ACL-CLOSE-FD
                  CALL "posix-close" USING BY VALUE ACL-CLOSE-FD
                      RETURNING JRN-RC
                  END-CALL
                  CALL "posix-open" USING
                       BY REFERENCE ACL-CLOSE-JRNL-PATH
                       BY VALUE 2
                      RETURNING ACL-FD-RC
                  END-CALL
               END-IF
            END-IF
            IF ACL-FD-RC < 0
               DISPLAY 'acct-close: cannot open closure journal,'
                  ' refusing to close unjournaled'
               CALL "posix-close" USING BY VALUE ACL-MASTER-FD
                   RETURNING JRN-RC
               END-CALL
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1200-OPEN-JOURNALS-EXIT
            END-IF
            MOVE ACL-FD-RC TO ACL-CLOSE-FD
            CALL "posix-lseek" USING BY VALUE ACL-CLOSE-FD
                 BY VALUE 0 BY VALUE 2
                RETURNING ACL-CLOSE-OFFSET
            END-CALL.
        1200-OPEN-JOURNALS-EXIT.
            EXIT.

      * CLOSPEND is created empty on the first run; CLOSTRAN is
      * rebuilt every run, today's settled closures included
        1300-OPEN-PENDING.
            OPEN I-O CLOSE-PENDING-FILE
            IF ACL-PEND-STATUS = '35'
               OPEN OUTPUT CLOSE-PENDING-FILE
               IF ACL-PEND-STATUS = '00'
                  CLOSE CLOSE-PENDING-FILE
                  OPEN I-O CLOSE-PENDING-FILE
               END-IF
            END-IF
            IF ACL-PEND-STATUS NOT = '00'
               DISPLAY 'acct-close: cannot open CLOSPEND, status '
                  ACL-PEND-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1300-OPEN-PENDING-EXIT
            END-IF
            OPEN OUTPUT CLOSE-TRAN-FILE
            IF ACL-TRAN-STATUS NOT = '00'
               DISPLAY 'acct-close: cannot open CLOSTRAN, status '
                  ACL-TRAN-STATUS
               CLOSE CLOSE-PENDING-FILE
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        1300-OPEN-PENDING-EXIT.
            EXIT.

        1390-CLOSE-JOURNALS.
            CALL "posix-close" USING BY VALUE ACL-MASTER-FD
                RETURNING JRN-RC
            END-CALL
            CALL "posix-close" USING BY VALUE ACL-CLOSE-FD
                RETURNING JRN-RC
            END-CALL.
        1390-CLOSE-JOURNALS-EXIT.
            EXIT.

        2000-ONE-REQUEST.
            READ CLOSE-REQUEST-FILE
                AT END
                    SET ACL-EOF TO TRUE
                    GO TO 2000-ONE-REQUEST-EXIT
            END-READ
            ADD 1 TO ACL-REQUEST-COUNT
            MOVE SPACES TO ACL-REFUSAL ACL-PAYEE-TEXT
            MOVE 0 TO ACL-INTEREST ACL-FEE ACL-NET ACL-ORDER-COUNT
            PERFORM 3000-CHECK-REQUEST THRU 3000-CHECK-REQUEST-EXIT
            IF ACL-REFUSAL = SPACES
               PERFORM 4000-SETTLE-CLOSURE
                  THRU 4000-SETTLE-CLOSURE-EXIT
            END-IF
            IF ACL-REFUSAL NOT = SPACES
               PERFORM 2900-REFUSE THRU 2900-REFUSE-EXIT
            END-IF.
        2000-ONE-REQUEST-EXIT.
            EXIT.

      * the closures settled on earlier runs: closed once their
      * movements have brought the account to zero
        2500-FINISH-PENDING.
            MOVE LOW-VALUES TO CPD-KEY
            START CLOSE-PENDING-FILE KEY >= CPD-KEY
            IF ACL-PEND-STATUS NOT = '00'
               GO TO 2500-FINISH-PENDING-EXIT
            END-IF
            SET ACL-PEND-DONE TO FALSE
            PERFORM 2510-ONE-PENDING THRU 2510-ONE-PENDING-EXIT
                UNTIL ACL-PEND-DONE.
        2500-FINISH-PENDING-EXIT.
            EXIT.

        2510-ONE-PENDING.
            READ CLOSE-PENDING-FILE NEXT
                AT END
                    SET ACL-PEND-DONE TO TRUE
                    GO TO 2510-ONE-PENDING-EXIT
            END-READ
            IF ACL-PEND-STATUS NOT = '00'
               DISPLAY 'acct-close: CLOSPEND read status '
                  ACL-PEND-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               SET ACL-PEND-DONE TO TRUE
               SET ACL-EOF TO TRUE
               GO TO 2510-ONE-PENDING-EXIT
            END-IF
            IF CPD-SETTLED-DATE = ACL-TODAY
      *        settled by an earlier pass of this run date: its
      *        movements go to the rebuilt CLOSTRAN again, the
      *        payment and memo postings already made stand
               SET ACL-MEMO-POSTING TO FALSE
               PERFORM 4150-WRITE-MOVEMENTS
                  THRU 4150-WRITE-MOVEMENTS-EXIT
               GO TO 2510-ONE-PENDING-EXIT
            END-IF
            MOVE CPD-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF ACL-ACCT-STATUS NOT = '00'
               MOVE 'ACCOUNT NOT ON MASTER' TO ACL-DL-TEXT
               PERFORM 2590-STILL-WAITING
                  THRU 2590-STILL-WAITING-EXIT
               GO TO 2510-ONE-PENDING-EXIT
            END-IF
            IF AM-STATUS-CLOSED
      *        closed by the earlier pass of a rerun day
               PERFORM 2580-DROP-PENDING THRU 2580-DROP-PENDING-EXIT
               GO TO 2510-ONE-PENDING-EXIT
            END-IF
            IF AM-BALANCE NOT = 0
               MOVE 'BALANCE NOT ZERO, NOT CLOSED' TO ACL-DL-TEXT
               PERFORM 2590-STILL-WAITING
                  THRU 2590-STILL-WAITING-EXIT
               GO TO 2510-ONE-PENDING-EXIT
            END-IF
            PERFORM 2520-CLOSE-ACCOUNT THRU 2520-CLOSE-ACCOUNT-EXIT.
        2510-ONE-PENDING-EXIT.
            EXIT.

        2520-CLOSE-ACCOUNT.
            MOVE ACCT-MASTER-RECORD TO JRN-BEFORE-IMAGE
            SET AM-STATUS-CLOSED TO TRUE
            MOVE ACL-TODAY TO AM-LAST-MAINT-DATE
            MOVE ACCT-MASTER-RECORD TO JRN-AFTER-IMAGE
            SET JRN-ACTION-UPDATE TO TRUE
            MOVE CPD-KEY TO JRN-KEY
            PERFORM 3600-JOURNAL-MASTER
               THRU 3600-JOURNAL-MASTER-EXIT
            IF NOT JRN-GOOD
               MOVE 'JOURNAL FAILED, NOT CLOSED' TO ACL-DL-TEXT
               PERFORM 2590-STILL-WAITING
                  THRU 2590-STILL-WAITING-EXIT
               GO TO 2520-CLOSE-ACCOUNT-EXIT
            END-IF
            REWRITE ACCT-MASTER-RECORD
            IF ACL-ACCT-STATUS NOT = '00'
               MOVE 'MASTER REWRITE FAILED, NOT CLOSED'
                 TO ACL-DL-TEXT
               PERFORM 2590-STILL-WAITING
                  THRU 2590-STILL-WAITING-EXIT
               GO TO 2520-CLOSE-ACCOUNT-EXIT
            END-IF
            PERFORM 2530-FORFEIT-ACCRUAL THRU 2530-FORFEIT-ACCRUAL-EXIT
            MOVE 'ACCTCLOS' TO AUD-PROGRAM-ID
            MOVE 'CLSACC' TO AUD-ACTION
            MOVE CPD-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT
            MOVE AM-BRANCH TO ACL-BRANCH
            MOVE AM-CURRENCY TO ACL-CURRENCY
            MOVE AM-KEY TO PII-RECORD-KEY
            MOVE AM-PII-KEY-ID TO PII-KEY-ID
            MOVE AM-CUSTOMER-NAME TO PII-NAME
            PERFORM 9300-PII-REVEAL-NAME
               THRU 9300-PII-REVEAL-NAME-EXIT
            MOVE PII-NAME TO ACL-CUST-NAME
            PERFORM 4500-WRITE-CERTIFICATE
               THRU 4500-WRITE-CERTIFICATE-EXIT
            ADD 1 TO ACL-CLOSED-COUNT
            MOVE 'CLOSED' TO ACL-DL-ACTION
            MOVE CPD-KEY TO ACL-DL-KEY
            MOVE CPD-NET TO ACL-DL-AMOUNT
            MOVE CPD-PAYEE-TEXT TO ACL-DL-TEXT
            WRITE REPORT-LINE FROM ACL-DETAIL-LINE
            PERFORM 2580-DROP-PENDING THRU 2580-DROP-PENDING-EXIT.
        2520-CLOSE-ACCOUNT-EXIT.
            EXIT.

      * whatever SAV-ACCRUE added on the payout night, before the
      * payout posted, is forfeit with the rest of the residue
        2530-FORFEIT-ACCRUAL.
            IF NOT ACL-LEDGER-OPEN
               GO TO 2530-FORFEIT-ACCRUAL-EXIT
            END-IF
            MOVE CPD-KEY TO ACR-KEY
            READ ACCRUAL-FILE
            IF ACL-ACCR-STATUS NOT = '00'
               GO TO 2530-FORFEIT-ACCRUAL-EXIT
            END-IF
            IF ACR-ACCRUED-TD = 0
               GO TO 2530-FORFEIT-ACCRUAL-EXIT
            END-IF
            MOVE ACCR-LEDGER-RECORD TO JRN-BEFORE-IMAGE
            MOVE 0 TO ACR-ACCRUED-TD
            MOVE ACL-TODAY TO ACR-THROUGH-DATE
            MOVE ACCR-LEDGER-RECORD TO JRN-AFTER-IMAGE
            SET JRN-ACTION-UPDATE TO TRUE
            MOVE ACR-KEY TO JRN-KEY
            PERFORM 3610-JOURNAL-SATELLITE
               THRU 3610-JOURNAL-SATELLITE-EXIT
            IF NOT JRN-GOOD
               DISPLAY 'acct-close: ledger journal failed, '
                  ACR-KEY ' accrual not forfeit,'
                  ' OPERATOR ACTION REQUIRED'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2530-FORFEIT-ACCRUAL-EXIT
            END-IF
            REWRITE ACCR-LEDGER-RECORD
            IF ACL-ACCR-STATUS NOT = '00'
               DISPLAY 'acct-close: ledger rewrite status '
                  ACL-ACCR-STATUS ' key ' ACR-KEY
                  ', OPERATOR ACTION REQUIRED'
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        2530-FORFEIT-ACCRUAL-EXIT.
            EXIT.

        2580-DROP-PENDING.
            DELETE CLOSE-PENDING-FILE RECORD
            IF ACL-PEND-STATUS NOT = '00'
               DISPLAY 'acct-close: CLOSPEND delete status '
                  ACL-PEND-STATUS ' key ' CPD-KEY
                  ', OPERATOR ACTION REQUIRED'
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
            END-IF.
        2580-DROP-PENDING-EXIT.
            EXIT.

        2590-STILL-WAITING.
            ADD 1 TO ACL-WAITING-COUNT
            IF JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE 'WAITING' TO ACL-DL-ACTION
            MOVE CPD-KEY TO ACL-DL-KEY
            MOVE CPD-NET TO ACL-DL-AMOUNT
            WRITE REPORT-LINE FROM ACL-DETAIL-LINE.
        2590-STILL-WAITING-EXIT.
            EXIT.

        2900-REFUSE.
            ADD 1 TO ACL-REFUSED-COUNT
            IF JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE 'REFUSED' TO ACL-DL-ACTION
            MOVE CRQ-KEY TO ACL-DL-KEY
            MOVE ACL-NET TO ACL-DL-AMOUNT
            MOVE ACL-REFUSAL TO ACL-DL-TEXT
            WRITE REPORT-LINE FROM ACL-DETAIL-LINE.
        2900-REFUSE-EXIT.
            EXIT.

      * everything that can refuse a closure is tested, and the
      * settlement worked out, before the first update is made
        3000-CHECK-REQUEST.
            MOVE CRQ-KEY TO CPD-KEY
            READ CLOSE-PENDING-FILE
            IF ACL-PEND-STATUS = '00'
               MOVE 'CLOSURE ALREADY PENDING' TO ACL-REFUSAL
               GO TO 3000-CHECK-REQUEST-EXIT
            END-IF
            MOVE CRQ-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF ACL-ACCT-STATUS NOT = '00'
               MOVE 'ACCOUNT NOT ON MASTER' TO ACL-REFUSAL
               GO TO 3000-CHECK-REQUEST-EXIT
            END-IF
            IF NOT AM-STATUS-ACTIVE
               MOVE 'ACCOUNT NOT ACTIVE' TO ACL-REFUSAL
               GO TO 3000-CHECK-REQUEST-EXIT
            END-IF
            EVALUATE AM-TYPE
               WHEN 'LN'
                  MOVE 'LOAN ACCOUNT, CLOSES ON PAYOFF'
                    TO ACL-REFUSAL
               WHEN 'TD'
                  MOVE 'TERM DEPOSIT, CLOSES AT MATURITY'
                    TO ACL-REFUSAL
               WHEN 'GL'
                  MOVE 'LEDGER ACCOUNT, NOT CLOSED HERE'
                    TO ACL-REFUSAL
            END-EVALUATE
            IF ACL-REFUSAL NOT = SPACES
               GO TO 3000-CHECK-REQUEST-EXIT
            END-IF
            IF AM-BALANCE < 0
               MOVE 'ACCOUNT OVERDRAWN' TO ACL-REFUSAL
               GO TO 3000-CHECK-REQUEST-EXIT
            END-IF
            MOVE AM-BRANCH TO ACL-BRANCH
            MOVE AM-TYPE TO ACL-TYPE
            MOVE AM-CURRENCY TO ACL-CURRENCY
            MOVE AM-KEY TO PII-RECORD-KEY
            MOVE AM-PII-KEY-ID TO PII-KEY-ID
            MOVE AM-CUSTOMER-NAME TO PII-NAME
            PERFORM 9300-PII-REVEAL-NAME
               THRU 9300-PII-REVEAL-NAME-EXIT
            MOVE PII-NAME TO ACL-CUST-NAME
            MOVE AM-BALANCE TO ACL-OLD-BALANCE
            MOVE AM-KEY TO HCQ-KEY
            MOVE ACL-TODAY TO HCQ-ASOF-DATE
            MOVE SPACES TO HCQ-REQUEST
            CALL 'HOLD-CHECK' USING HCQ-CONTROL
            IF NOT HCQ-OK
      *        a closure cannot be taken back: no hold answer, no
      *        closure
               MOVE 'HOLDS FILE UNAVAILABLE' TO ACL-REFUSAL
               GO TO 3000-CHECK-REQUEST-EXIT
            END-IF
            IF HCQ-COUNT > 0
               MOVE 'ACTIVE HOLDS ON ACCOUNT' TO ACL-REFUSAL
               GO TO 3000-CHECK-REQUEST-EXIT
            END-IF
            MOVE AM-KEY TO MPQ-KEY
            SET MPQ-REQ-QUERY TO TRUE
            CALL 'MEMO-POST' USING MPQ-CONTROL
            IF MPQ-OK AND MPQ-TXN-COUNT > 0
               MOVE 'UNPOSTED INTRADAY ACTIVITY' TO ACL-REFUSAL
               GO TO 3000-CHECK-REQUEST-EXIT
            END-IF
            PERFORM 3200-CHECK-SUSPENSE
               THRU 3200-CHECK-SUSPENSE-EXIT
            IF ACL-REFUSAL NOT = SPACES
               GO TO 3000-CHECK-REQUEST-EXIT
            END-IF
            PERFORM 3300-FINAL-INTEREST
               THRU 3300-FINAL-INTEREST-EXIT
            IF ACL-REFUSAL NOT = SPACES
               GO TO 3000-CHECK-REQUEST-EXIT
            END-IF
            PERFORM 3400-CLOSING-FEE THRU 3400-CLOSING-FEE-EXIT
            COMPUTE ACL-NET = ACL-OLD-BALANCE + ACL-INTEREST
                            - ACL-FEE
            PERFORM 3500-CHECK-PAYOUT THRU 3500-CHECK-PAYOUT-EXIT.
        3000-CHECK-REQUEST-EXIT.
            EXIT.

      * suspense is keyed by date, not account: the open items
      * are found by walking the file
        3200-CHECK-SUSPENSE.
            IF NOT ACL-SUSP-OPEN
               GO TO 3200-CHECK-SUSPENSE-EXIT
            END-IF
            MOVE LOW-VALUES TO SUS-KEY
            START SUSP-DETAIL-FILE KEY >= SUS-KEY
            IF ACL-SUSP-STATUS NOT = '00'
               GO TO 3200-CHECK-SUSPENSE-EXIT
            END-IF
            SET ACL-SCAN-DONE TO FALSE
            PERFORM 3210-TEST-ONE-ITEM
               THRU 3210-TEST-ONE-ITEM-EXIT
                UNTIL ACL-SCAN-DONE.
        3200-CHECK-SUSPENSE-EXIT.
            EXIT.

        3210-TEST-ONE-ITEM.
            READ SUSP-DETAIL-FILE NEXT
                AT END
                    SET ACL-SCAN-DONE TO TRUE
                    GO TO 3210-TEST-ONE-ITEM-EXIT
            END-READ
            IF SUS-STATUS-OPEN AND SUS-ORIG-KEY = CRQ-KEY
               MOVE 'OPEN SUSPENSE ITEMS' TO ACL-REFUSAL
               SET ACL-SCAN-DONE TO TRUE
            END-IF.
        3210-TEST-ONE-ITEM-EXIT.
            EXIT.

      * the SAV-ACCRUE rules, run to the business date: the
      * ledger line is brought up to date in the record area and
      * rewritten only once the closure is applied
        3300-FINAL-INTEREST.
            SET ACL-LEDGER-FOUND TO FALSE
            IF AM-TYPE NOT = 'SV' OR NOT ACL-LEDGER-OPEN
               GO TO 3300-FINAL-INTEREST-EXIT
            END-IF
            MOVE AM-KEY TO ACR-KEY
            READ ACCRUAL-FILE
            IF ACL-ACCR-STATUS NOT = '00'
      *        never reached the ledger: nothing accrued to pay
               GO TO 3300-FINAL-INTEREST-EXIT
            END-IF
            SET ACL-LEDGER-FOUND TO TRUE
            MOVE ACCR-LEDGER-RECORD TO ACL-LEDGER-BEFORE
            IF ACR-THROUGH-DATE < ACL-TODAY
               COMPUTE ACL-TODAY-YEAR = ACL-TODAY / 10000
               COMPUTE ACL-THROUGH-YEAR = ACR-THROUGH-DATE / 10000
               IF ACL-THROUGH-YEAR < ACL-TODAY-YEAR
                  MOVE 0 TO ACR-CAPITALIZED-YTD
               END-IF
               IF ACL-TIER-COUNT = 0
                  MOVE 'SAVRATES EMPTY, INTEREST UNKNOWN'
                    TO ACL-REFUSAL
                  GO TO 3300-FINAL-INTEREST-EXIT
               END-IF
               PERFORM 3310-FIND-TIER-RATE
                  THRU 3310-FIND-TIER-RATE-EXIT
               MOVE ACR-THROUGH-DATE TO DCN-FROM-DATE
               MOVE ACL-TODAY TO DCN-TO-DATE
               MOVE ACL-CONVENTION TO DCN-CONVENTION
               CALL 'DAY-COUNT' USING DCN-CONTROL
               IF NOT DCN-OK
                  STRING 'DAY COUNT STATUS ' DCN-STATUS
                     DELIMITED BY SIZE INTO ACL-REFUSAL
                  END-STRING
                  GO TO 3300-FINAL-INTEREST-EXIT
               END-IF
               COMPUTE ACL-ACCRUAL ROUNDED =
                  AM-BALANCE * (ACL-RATE-FOUND / 100)
                             * DCN-YEAR-FRACTION
               ADD ACL-ACCRUAL TO ACR-ACCRUED-TD
               MOVE ACL-TODAY TO ACR-THROUGH-DATE
            END-IF
            IF ACR-ACCRUED-TD >= 0.01
               MOVE ACR-ACCRUED-TD TO ACL-INTEREST
            END-IF.
        3300-FINAL-INTEREST-EXIT.
            EXIT.

        3310-FIND-TIER-RATE.
            MOVE 0 TO ACL-RATE-FOUND
            PERFORM 3311-TEST-ONE-TIER
               THRU 3311-TEST-ONE-TIER-EXIT
               VARYING ACL-TIER-SUB FROM 1 BY 1
               UNTIL ACL-TIER-SUB > ACL-TIER-COUNT.
        3310-FIND-TIER-RATE-EXIT.
            EXIT.

        3311-TEST-ONE-TIER.
            IF AM-BALANCE >= ACL-T-MIN (ACL-TIER-SUB)
               MOVE ACL-T-RATE (ACL-TIER-SUB) TO ACL-RATE-FOUND
            END-IF.
        3311-TEST-ONE-TIER-EXIT.
            EXIT.

      * the FEE-ENGINE row choice: a branch-specific row beats a
      * generic one, and among tier rows the highest floor at or
      * under the balance wins
        3400-CLOSING-FEE.
            MOVE 0 TO ACL-FEE
            COMPUTE ACL-FEE-BALANCE = AM-BALANCE + ACL-INTEREST
            MOVE 0 TO ACL-BEST-SUB
            MOVE 'N' TO ACL-BEST-SPECIFIC-SW
            PERFORM 3410-TEST-ONE-ROW
               THRU 3410-TEST-ONE-ROW-EXIT
               VARYING ACL-FEE-SUB FROM 1 BY 1
               UNTIL ACL-FEE-SUB > ACL-FEE-COUNT
            IF ACL-BEST-SUB = 0
               GO TO 3400-CLOSING-FEE-EXIT
            END-IF
            MOVE ACL-F-AMOUNT (ACL-BEST-SUB) TO ACL-FEE
            IF ACL-FEE > ACL-FEE-BALANCE
               MOVE ACL-FEE-BALANCE TO ACL-FEE
            END-IF.
        3400-CLOSING-FEE-EXIT.
            EXIT.

        3410-TEST-ONE-ROW.
            IF ACL-F-TYPE (ACL-FEE-SUB) NOT = '**' AND
               ACL-F-TYPE (ACL-FEE-SUB) NOT = AM-TYPE
               GO TO 3410-TEST-ONE-ROW-EXIT
            END-IF
            IF ACL-F-BRANCH (ACL-FEE-SUB) NOT = SPACES AND
               ACL-F-BRANCH (ACL-FEE-SUB) NOT = AM-BRANCH
               GO TO 3410-TEST-ONE-ROW-EXIT
            END-IF
            IF ACL-F-BASIS (ACL-FEE-SUB) = 'T' AND
               ACL-FEE-BALANCE < ACL-F-TIER-MIN (ACL-FEE-SUB)
               GO TO 3410-TEST-ONE-ROW-EXIT
            END-IF
            EVALUATE TRUE
               WHEN ACL-BEST-SUB = 0
                  CONTINUE
               WHEN ACL-F-BRANCH (ACL-FEE-SUB) NOT = SPACES
                    AND ACL-BEST-SPECIFIC-SW = 'N'
                  CONTINUE
               WHEN ACL-F-BRANCH (ACL-FEE-SUB) = SPACES
                    AND ACL-BEST-SPECIFIC-SW = 'Y'
                  GO TO 3410-TEST-ONE-ROW-EXIT
               WHEN ACL-F-TIER-MIN (ACL-FEE-SUB) <=
                    ACL-F-TIER-MIN (ACL-BEST-SUB)
                  GO TO 3410-TEST-ONE-ROW-EXIT
            END-EVALUATE
            MOVE ACL-FEE-SUB TO ACL-BEST-SUB
            IF ACL-F-BRANCH (ACL-FEE-SUB) NOT = SPACES
               MOVE 'Y' TO ACL-BEST-SPECIFIC-SW
            ELSE
               MOVE 'N' TO ACL-BEST-SPECIFIC-SW
            END-IF.
        3410-TEST-ONE-ROW-EXIT.
            EXIT.

        3500-CHECK-PAYOUT.
            IF ACL-NET = 0
               MOVE 'NOTHING TO PAY' TO ACL-PAYEE-TEXT
               GO TO 3500-CHECK-PAYOUT-EXIT
            END-IF
            EVALUATE TRUE
               WHEN CRQ-PAY-TO-ACCOUNT
                  PERFORM 3510-CHECK-NOMINEE
                     THRU 3510-CHECK-NOMINEE-EXIT
               WHEN CRQ-PAY-BY-PAYMENT
                  PERFORM 3520-CHECK-BENEFICIARY
                     THRU 3520-CHECK-BENEFICIARY-EXIT
               WHEN OTHER
                  MOVE 'NO PAYOUT INSTRUCTION' TO ACL-REFUSAL
            END-EVALUATE.
        3500-CHECK-PAYOUT-EXIT.
            EXIT.

        3510-CHECK-NOMINEE.
            IF CRQ-PAYOUT-KEY = CRQ-KEY
               MOVE 'CANNOT PAY OUT TO ITSELF' TO ACL-REFUSAL
               GO TO 3510-CHECK-NOMINEE-EXIT
            END-IF
            MOVE CRQ-PAYOUT-KEY TO CPD-KEY
            READ CLOSE-PENDING-FILE
            IF ACL-PEND-STATUS = '00'
               MOVE 'PAYOUT ACCOUNT CLOSURE PENDING'
                 TO ACL-REFUSAL
               GO TO 3510-CHECK-NOMINEE-EXIT
            END-IF
            MOVE CRQ-PAYOUT-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF ACL-ACCT-STATUS NOT = '00'
               MOVE 'PAYOUT ACCOUNT NOT ON MASTER' TO ACL-REFUSAL
               GO TO 3510-CHECK-NOMINEE-EXIT
            END-IF
            IF NOT AM-STATUS-ACTIVE
               MOVE 'PAYOUT ACCOUNT NOT ACTIVE' TO ACL-REFUSAL
               GO TO 3510-CHECK-NOMINEE-EXIT
            END-IF
            IF AM-CURRENCY NOT = ACL-CURRENCY
               MOVE 'PAYOUT ACCOUNT CURRENCY DIFFERS'
                 TO ACL-REFUSAL
               GO TO 3510-CHECK-NOMINEE-EXIT
            END-IF
            STRING 'ACCOUNT ' CRQ-PAYOUT-KEY DELIMITED BY SIZE
              INTO ACL-PAYEE-TEXT
            END-STRING.
        3510-CHECK-NOMINEE-EXIT.
            EXIT.

        3520-CHECK-BENEFICIARY.
            IF NOT ACL-CPTY-OPEN
               MOVE 'COUNTERPARTY FILE UNAVAILABLE' TO ACL-REFUSAL
               GO TO 3520-CHECK-BENEFICIARY-EXIT
            END-IF
            MOVE CRQ-PARTY TO CPM-ID
            READ CPTY-MASTER-FILE
            IF ACL-CPM-STATUS NOT = '00'
               MOVE 'UNKNOWN BENEFICIARY BANK' TO ACL-REFUSAL
               GO TO 3520-CHECK-BENEFICIARY-EXIT
            END-IF
            IF NOT CPM-STATUS-ACTIVE
               MOVE 'BENEFICIARY BANK INACTIVE' TO ACL-REFUSAL
               GO TO 3520-CHECK-BENEFICIARY-EXIT
            END-IF
            IF CRQ-BENEF-REF = SPACES
               MOVE 'BENEFICIARY REFERENCE MISSING' TO ACL-REFUSAL
            END-IF.
        3520-CHECK-BENEFICIARY-EXIT.
            EXIT.

        3600-JOURNAL-MASTER.
            MOVE ACL-MASTER-FD TO JRN-FD
            MOVE ACL-MASTER-OFFSET TO JRN-OFFSET
            PERFORM 3650-JOURNAL-ONE THRU 3650-JOURNAL-ONE-EXIT
            MOVE JRN-OFFSET TO ACL-MASTER-OFFSET.
        3600-JOURNAL-MASTER-EXIT.
            EXIT.

        3610-JOURNAL-SATELLITE.
            MOVE ACL-CLOSE-FD TO JRN-FD
            MOVE ACL-CLOSE-OFFSET TO JRN-OFFSET
            PERFORM 3650-JOURNAL-ONE THRU 3650-JOURNAL-ONE-EXIT
            MOVE JRN-OFFSET TO ACL-CLOSE-OFFSET.
        3610-JOURNAL-SATELLITE-EXIT.
            EXIT.

        3650-JOURNAL-ONE.
            ADD 1 TO ACL-JRNL-SEQ
            MOVE ACL-JRNL-SEQ TO JRN-SEQUENCE
            MOVE ACL-TODAY TO JRN-RUN-ID
            MOVE 'ACCTCLOS' TO JRN-PROGRAM-ID
            PERFORM 9550-WRITE-JOURNAL
               THRU 9550-WRITE-JOURNAL-EXIT.
        3650-JOURNAL-ONE-EXIT.
            EXIT.

      * the payment reference is taken and the closure recorded on
      * CLOSPEND before any money is queued, so a payment that
      * cannot be queued leaves nothing behind but a spent number
        4000-SETTLE-CLOSURE.
            MOVE SPACES TO ACL-PAY-REF-TEXT
            IF CRQ-PAY-BY-PAYMENT AND ACL-NET NOT = 0
               PERFORM 4130-NEXT-REFERENCE
                  THRU 4130-NEXT-REFERENCE-EXIT
               IF ACL-REFUSAL NOT = SPACES
                  GO TO 4000-SETTLE-CLOSURE-EXIT
               END-IF
               MOVE ACL-PAY-REF TO ACL-PAY-REF-TEXT
               MOVE SPACES TO ACL-PAYEE-TEXT
               STRING 'PAYMENT ' ACL-PAY-REF ' TO ' CPM-NAME
                  DELIMITED BY SIZE INTO ACL-PAYEE-TEXT
               END-STRING
            END-IF
            MOVE SPACES TO CLOSE-PENDING-RECORD
            MOVE CRQ-KEY TO CPD-KEY
            MOVE ACL-TODAY TO CPD-SETTLED-DATE
            MOVE CRQ-PAYOUT-TYPE TO CPD-PAYOUT-TYPE
            MOVE CRQ-PAYOUT-KEY TO CPD-PAYOUT-KEY
            MOVE ACL-PAY-REF-TEXT TO CPD-PAY-REF
            MOVE CRQ-REQUESTED-BY TO CPD-REQUESTED-BY
            MOVE ACL-OLD-BALANCE TO CPD-OLD-BALANCE
            MOVE ACL-INTEREST TO CPD-INTEREST
            MOVE ACL-FEE TO CPD-FEE
            MOVE ACL-NET TO CPD-NET
            MOVE 0 TO CPD-ORDER-COUNT
            MOVE ACL-PAYEE-TEXT TO CPD-PAYEE-TEXT
            WRITE CLOSE-PENDING-RECORD
            IF ACL-PEND-STATUS NOT = '00'
               STRING 'CLOSPEND WRITE STATUS ' ACL-PEND-STATUS
                  DELIMITED BY SIZE INTO ACL-REFUSAL
               END-STRING
               GO TO 4000-SETTLE-CLOSURE-EXIT
            END-IF
            IF ACL-PAY-REF-TEXT NOT = SPACES
               PERFORM 4120-QUEUE-PAYMENT
                  THRU 4120-QUEUE-PAYMENT-EXIT
               IF ACL-REFUSAL NOT = SPACES
                  PERFORM 2580-DROP-PENDING
                     THRU 2580-DROP-PENDING-EXIT
                  GO TO 4000-SETTLE-CLOSURE-EXIT
               END-IF
            END-IF
            IF ACL-NET NOT = 0
               MOVE 'ACCTCLOS' TO AUD-PROGRAM-ID
               MOVE 'CLSPAY' TO AUD-ACTION
               MOVE CRQ-KEY TO AUD-KEY
               PERFORM 9700-WRITE-AUDIT-RECORD
                  THRU 9700-WRITE-AUDIT-RECORD-EXIT
            END-IF
            SET ACL-MEMO-POSTING TO TRUE
            PERFORM 4150-WRITE-MOVEMENTS
               THRU 4150-WRITE-MOVEMENTS-EXIT
            PERFORM 4200-SETTLE-LEDGER THRU 4200-SETTLE-LEDGER-EXIT
            PERFORM 4300-CANCEL-ORDERS THRU 4300-CANCEL-ORDERS-EXIT
            IF ACL-ORDER-COUNT > 0
      *        kept for the certificate written at closure
               MOVE CRQ-KEY TO CPD-KEY
               READ CLOSE-PENDING-FILE
               IF ACL-PEND-STATUS = '00'
                  MOVE ACL-ORDER-COUNT TO CPD-ORDER-COUNT
                  REWRITE CLOSE-PENDING-RECORD
               END-IF
               IF ACL-PEND-STATUS NOT = '00'
                  DISPLAY 'acct-close: CLOSPEND order count not'
                     ' kept, status ' ACL-PEND-STATUS ' key ' CRQ-KEY
                  IF JOB-OK
                     SET JOB-WARNING TO TRUE
                  END-IF
               END-IF
            END-IF
            IF ACL-FEE > 0
               MOVE 'ACCTCLOS' TO AUD-PROGRAM-ID
               MOVE 'CLSFEE' TO AUD-ACTION
               MOVE CRQ-KEY TO AUD-KEY
               PERFORM 9700-WRITE-AUDIT-RECORD
                  THRU 9700-WRITE-AUDIT-RECORD-EXIT
            END-IF
            ADD 1 TO ACL-SETTLED-COUNT
            ADD ACL-NET TO ACL-PAID-TOTAL
            ADD ACL-ORDER-COUNT TO ACL-ORDERS-TOTAL
            MOVE 'SETTLED' TO ACL-DL-ACTION
            MOVE CRQ-KEY TO ACL-DL-KEY
            MOVE ACL-NET TO ACL-DL-AMOUNT
            MOVE ACL-PAYEE-TEXT TO ACL-DL-TEXT
            WRITE REPORT-LINE FROM ACL-DETAIL-LINE.
        4000-SETTLE-CLOSURE-EXIT.
            EXIT.

        4120-QUEUE-PAYMENT.
            MOVE SPACES TO CYCLE-IN-RECORD
            MOVE CRQ-PARTY TO CYI-PARTY
            MOVE ACL-PAY-REF TO CYI-REFERENCE
            MOVE 'P' TO CYI-DIRECTION
            MOVE ACL-NET TO CYI-AMOUNT
            MOVE ACL-TODAY TO CYI-VALUE-DATE
            MOVE CRQ-BENEF-REF TO CYI-BENEF-REF
            OPEN EXTEND CYCLE-IN-FILE
            IF ACL-CYCLE-STATUS = '00'
               WRITE CYCLE-IN-RECORD
               CLOSE CYCLE-IN-FILE
            END-IF
            IF ACL-CYCLE-STATUS NOT = '00'
               MOVE 'PAYMENT NOT QUEUED, NOT SETTLED'
                 TO ACL-REFUSAL
            END-IF.
        4120-QUEUE-PAYMENT-EXIT.
            EXIT.

      * closure payouts are numbered in a series of their own,
      * 'CL' + date + number, apart from PAY-ORIG's PAYSEQ
        4130-NEXT-REFERENCE.
            MOVE 0 TO ACL-SEQ-NO
            OPEN INPUT CLOSE-SEQ-FILE
            IF ACL-SEQ-STATUS NOT = '00' AND NOT = '05'
               GO TO 4130-NEXT-REFERENCE-FAILED
            END-IF
            READ CLOSE-SEQ-FILE
                AT END
                    MOVE '00' TO ACL-SEQ-STATUS
                NOT AT END
                    IF CSQ-DATE = ACL-TODAY
                       MOVE CSQ-LAST TO ACL-SEQ-NO
                    END-IF
            END-READ
      *     a CLOSSEQ that will not read is a broken file: the
      *     closure is refused and the run must be looked at
            IF ACL-SEQ-STATUS NOT = '00'
               CLOSE CLOSE-SEQ-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 4130-NEXT-REFERENCE-FAILED
            END-IF
            CLOSE CLOSE-SEQ-FILE
            IF ACL-SEQ-STATUS NOT = '00'
               GO TO 4130-NEXT-REFERENCE-FAILED
            END-IF
            ADD 1 TO ACL-SEQ-NO
            OPEN OUTPUT CLOSE-SEQ-FILE
            IF ACL-SEQ-STATUS NOT = '00'
               GO TO 4130-NEXT-REFERENCE-FAILED
            END-IF
            MOVE ACL-TODAY TO CSQ-DATE
            MOVE ACL-SEQ-NO TO CSQ-LAST
            WRITE CLOSE-SEQ-RECORD
            IF ACL-SEQ-STATUS NOT = '00'
               CLOSE CLOSE-SEQ-FILE
               GO TO 4130-NEXT-REFERENCE-FAILED
            END-IF
            CLOSE CLOSE-SEQ-FILE
            MOVE ACL-TODAY TO ACL-REF-DATE
            MOVE ACL-SEQ-NO TO ACL-REF-SEQ
            GO TO 4130-NEXT-REFERENCE-EXIT.
        4130-NEXT-REFERENCE-FAILED.
            DISPLAY 'acct-close: CLOSSEQ status ' ACL-SEQ-STATUS
               ', no payment reference for ' CRQ-KEY
            MOVE 'PAYMENT REFERENCE UNAVAILABLE' TO ACL-REFUSAL.
        4130-NEXT-REFERENCE-EXIT.
            EXIT.

      * the closure's movements, from its CLOSPEND record, for the
      * next ACCT-MAINT: interest in, fee out, payout out, and the
      * nominee's credit
        4150-WRITE-MOVEMENTS.
            MOVE CPD-KEY TO ACL-MOVE-KEY
            MOVE ACL-RUN-REFERENCE TO ACL-MOVE-REFERENCE
            IF CPD-INTEREST > 0
               MOVE CPD-INTEREST TO ACL-MOVE-AMOUNT
               MOVE 'FINAL INTEREST ON CLOSURE'
                 TO ACL-MOVE-NARRATIVE
               PERFORM 4160-WRITE-ONE THRU 4160-WRITE-ONE-EXIT
            END-IF
            IF CPD-FEE > 0
               COMPUTE ACL-MOVE-AMOUNT = 0 - CPD-FEE
               MOVE 'CLOSING FEE' TO ACL-MOVE-NARRATIVE
               PERFORM 4160-WRITE-ONE THRU 4160-WRITE-ONE-EXIT
            END-IF
            IF CPD-NET = 0
               GO TO 4150-WRITE-MOVEMENTS-EXIT
            END-IF
            COMPUTE ACL-MOVE-AMOUNT = 0 - CPD-NET
            MOVE 'CLOSURE PAYOUT' TO ACL-MOVE-NARRATIVE
            IF CPD-PAY-BY-PAYMENT
               MOVE CPD-PAY-REF TO ACL-MOVE-REFERENCE
            END-IF
            PERFORM 4160-WRITE-ONE THRU 4160-WRITE-ONE-EXIT
            IF CPD-PAY-TO-ACCOUNT
               MOVE CPD-PAYOUT-KEY TO ACL-MOVE-KEY
               MOVE CPD-NET TO ACL-MOVE-AMOUNT
               MOVE 'PROCEEDS OF CLOSED ACCOUNT'
                 TO ACL-MOVE-NARRATIVE
               PERFORM 4160-WRITE-ONE THRU 4160-WRITE-ONE-EXIT
            END-IF.
        4150-WRITE-MOVEMENTS-EXIT.
            EXIT.

      * a CLOSTRAN that cannot be written loses postings the
      * settlement has already counted on: the run stops there
        4160-WRITE-ONE.
            IF ACL-FEED-FAILED
               GO TO 4160-WRITE-ONE-EXIT
            END-IF
            MOVE ACL-MOVE-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            MOVE SPACES TO CLOSE-TRAN-RECORD
            MOVE 'M' TO ATR-ACTION
            MOVE ACL-MOVE-KEY TO ATR-KEY
            IF ACL-ACCT-STATUS = '00'
               MOVE AM-SHORT-NAME TO ATR-SHORT-NAME
               MOVE AM-CUSTOMER-NAME TO ATR-CUST-NAME
               MOVE AM-BRANCH TO ATR-BRANCH
               MOVE AM-TYPE TO ATR-TYPE
               MOVE AM-CURRENCY TO ATR-CURRENCY
               MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            END-IF
            MOVE ACL-MOVE-AMOUNT TO ATR-AMOUNT
            MOVE 'ACCTCLOS' TO ATR-ORIGIN
            MOVE ACL-MOVE-REFERENCE TO ATR-REFERENCE
            MOVE ACL-MOVE-NARRATIVE TO ATR-NARRATIVE
            WRITE CLOSE-TRAN-RECORD
            IF ACL-TRAN-STATUS NOT = '00'
               DISPLAY 'acct-close: CLOSTRAN write status '
                  ACL-TRAN-STATUS ' key ' ACL-MOVE-KEY
                  ', closure of ' CPD-KEY ' settled without its'
                  ' movements, OPERATOR ACTION REQUIRED'
               SET JOB-NEEDS-RERUN TO TRUE
               SET ACL-FEED-FAILED ACL-EOF ACL-PEND-DONE TO TRUE
               GO TO 4160-WRITE-ONE-EXIT
            END-IF
            ADD 1 TO ACL-MOVEMENT-COUNT
            IF NOT ACL-MEMO-POSTING
               GO TO 4160-WRITE-ONE-EXIT
            END-IF
      *     the branches see the movement before ACCT-MAINT posts
      *     it; MEMO-RECON pairs the two on key, amount, reference
            MOVE ACL-MOVE-KEY TO MPQ-KEY
            MOVE ACL-MOVE-AMOUNT TO MPQ-AMOUNT
            MOVE ACL-MOVE-REFERENCE TO MPQ-REFERENCE
            MOVE 'ACCTCLOS' TO MPQ-ORIGIN
            SET MPQ-REQ-POST TO TRUE
            CALL 'MEMO-POST' USING MPQ-CONTROL
            IF NOT MPQ-OK AND NOT MPQ-NO-SEGMENT
               DISPLAY 'acct-close: memo post status ' MPQ-STATUS
                  ' key ' ACL-MOVE-KEY
               IF MPQ-NO-BUS-DATE
                  SET JOB-NEEDS-RERUN TO TRUE
               END-IF
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
            END-IF.
        4160-WRITE-ONE-EXIT.
            EXIT.

      * the money has moved by now; a ledger or order update that
      * fails is left loudly for the operator, not backed out
        4200-SETTLE-LEDGER.
            IF NOT ACL-LEDGER-FOUND
               GO TO 4200-SETTLE-LEDGER-EXIT
            END-IF
            MOVE ACL-LEDGER-BEFORE TO JRN-BEFORE-IMAGE
            MOVE 0 TO ACR-ACCRUED-TD
            IF ACL-INTEREST > 0
               ADD ACL-INTEREST TO ACR-CAPITALIZED-YTD
               MOVE ACL-TODAY TO ACR-LAST-CAP-DATE
            END-IF
            MOVE ACCR-LEDGER-RECORD TO JRN-AFTER-IMAGE
            SET JRN-ACTION-UPDATE TO TRUE
            MOVE ACR-KEY TO JRN-KEY
            PERFORM 3610-JOURNAL-SATELLITE
               THRU 3610-JOURNAL-SATELLITE-EXIT
            IF NOT JRN-GOOD
               DISPLAY 'acct-close: ledger journal failed, '
                  ACR-KEY ' ledger not settled,'
                  ' OPERATOR ACTION REQUIRED'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 4200-SETTLE-LEDGER-EXIT
            END-IF
            REWRITE ACCR-LEDGER-RECORD
            IF ACL-ACCR-STATUS NOT = '00'
               DISPLAY 'acct-close: ledger rewrite status '
                  ACL-ACCR-STATUS ' key ' ACR-KEY
                  ', OPERATOR ACTION REQUIRED'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 4200-SETTLE-LEDGER-EXIT
            END-IF
            IF ACL-INTEREST > 0
               MOVE 'ACCTCLOS' TO AUD-PROGRAM-ID
               MOVE 'CLSINT' TO AUD-ACTION
               MOVE CRQ-KEY TO AUD-KEY
               PERFORM 9700-WRITE-AUDIT-RECORD
                  THRU 9700-WRITE-AUDIT-RECORD-EXIT
            END-IF.
        4200-SETTLE-LEDGER-EXIT.
            EXIT.

        4300-CANCEL-ORDERS.
            IF NOT ACL-ORDERS-OPEN
               GO TO 4300-CANCEL-ORDERS-EXIT
            END-IF
            MOVE CRQ-KEY TO SOR-ACCOUNT-KEY
            MOVE 0 TO SOR-ORDER-NO
            START STORD-FILE KEY >= SOR-KEY
            IF ACL-STORD-STATUS NOT = '00'
               GO TO 4300-CANCEL-ORDERS-EXIT
            END-IF
            SET ACL-SCAN-DONE TO FALSE
            PERFORM 4310-CANCEL-ONE-ORDER
               THRU 4310-CANCEL-ONE-ORDER-EXIT
                UNTIL ACL-SCAN-DONE.
        4300-CANCEL-ORDERS-EXIT.
            EXIT.

        4310-CANCEL-ONE-ORDER.
            READ STORD-FILE NEXT
                AT END
                    SET ACL-SCAN-DONE TO TRUE
                    GO TO 4310-CANCEL-ONE-ORDER-EXIT
            END-READ
            IF SOR-ACCOUNT-KEY NOT = CRQ-KEY
               SET ACL-SCAN-DONE TO TRUE
               GO TO 4310-CANCEL-ONE-ORDER-EXIT
            END-IF
            IF NOT SOR-STATUS-ACTIVE
               GO TO 4310-CANCEL-ONE-ORDER-EXIT
            END-IF
            MOVE STORD-RECORD TO JRN-BEFORE-IMAGE
            SET SOR-STATUS-EXPIRED TO TRUE
            MOVE ACL-TODAY TO SOR-EXPIRY-DATE
            MOVE STORD-RECORD TO JRN-AFTER-IMAGE
            SET JRN-ACTION-UPDATE TO TRUE
            MOVE SOR-ACCOUNT-KEY TO JRN-KEY
            PERFORM 3610-JOURNAL-SATELLITE
               THRU 3610-JOURNAL-SATELLITE-EXIT
            IF NOT JRN-GOOD
               DISPLAY 'acct-close: order journal failed, '
                  SOR-ACCOUNT-KEY ' order ' SOR-ORDER-NO
                  ' still active, OPERATOR ACTION REQUIRED'
               SET JOB-NEEDS-RERUN TO TRUE
               SET ACL-SCAN-DONE TO TRUE
               GO TO 4310-CANCEL-ONE-ORDER-EXIT
            END-IF
            REWRITE STORD-RECORD
            IF ACL-STORD-STATUS NOT = '00'
               DISPLAY 'acct-close: order rewrite status '
                  ACL-STORD-STATUS ' key ' SOR-ACCOUNT-KEY
                  ' order ' SOR-ORDER-NO
                  ', OPERATOR ACTION REQUIRED'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 4310-CANCEL-ONE-ORDER-EXIT
            END-IF
            ADD 1 TO ACL-ORDER-COUNT
            MOVE 'ACCTCLOS' TO AUD-PROGRAM-ID
            MOVE 'CLSSOR' TO AUD-ACTION
            MOVE SOR-ACCOUNT-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        4310-CANCEL-ONE-ORDER-EXIT.
            EXIT.

      * written at closure, from the settlement kept on CLOSPEND
        4500-WRITE-CERTIFICATE.
            MOVE ACL-BRANCH TO ACL-CH-BRANCH
            MOVE ACL-TODAY TO ACL-CH-DATE
            WRITE CERT-LINE FROM ACL-CERT-HDR
            MOVE ACL-BRANCH TO ACL-CT-BRANCH ACL-CA-BRANCH
            MOVE 'ACCOUNT' TO ACL-CT-LABEL
            MOVE CPD-KEY TO ACL-CT-TEXT
            WRITE CERT-LINE FROM ACL-CERT-TEXT
            MOVE 'ACCOUNT HOLDER' TO ACL-CT-LABEL
            MOVE ACL-CUST-NAME TO ACL-CT-TEXT
            WRITE CERT-LINE FROM ACL-CERT-TEXT
            MOVE SPACES TO ACL-CA-TEXT
            MOVE 'BALANCE BEFORE CLOSURE' TO ACL-CA-LABEL
            MOVE CPD-OLD-BALANCE TO ACL-CA-AMOUNT
            MOVE ACL-CURRENCY TO ACL-CA-TEXT
            WRITE CERT-LINE FROM ACL-CERT-AMOUNT
            MOVE 'FINAL INTEREST PAID' TO ACL-CA-LABEL
            MOVE CPD-INTEREST TO ACL-CA-AMOUNT
            WRITE CERT-LINE FROM ACL-CERT-AMOUNT
            MOVE 'CLOSING FEE' TO ACL-CA-LABEL
            MOVE CPD-FEE TO ACL-CA-AMOUNT
            WRITE CERT-LINE FROM ACL-CERT-AMOUNT
            MOVE 'NET BALANCE PAID' TO ACL-CA-LABEL
            MOVE CPD-NET TO ACL-CA-AMOUNT
            MOVE CPD-PAYEE-TEXT TO ACL-CA-TEXT
            WRITE CERT-LINE FROM ACL-CERT-AMOUNT
            MOVE 'STANDING ORDERS CANCELLED' TO ACL-CT-LABEL
            MOVE CPD-ORDER-COUNT TO ACL-CT-TEXT
            WRITE CERT-LINE FROM ACL-CERT-TEXT
            MOVE 'REQUESTED BY' TO ACL-CT-LABEL
            MOVE CPD-REQUESTED-BY TO ACL-CT-TEXT
            WRITE CERT-LINE FROM ACL-CERT-TEXT
            MOVE SPACES TO CERT-LINE
            MOVE ACL-BRANCH TO CERT-LINE (1:4)
            WRITE CERT-LINE.
        4500-WRITE-CERTIFICATE-EXIT.
            EXIT.

        9999-EXIT.
            IF ACL-FILES-OPEN
               MOVE ACL-REQUEST-COUNT TO ACL-TR-REQUESTS
               MOVE ACL-SETTLED-COUNT TO ACL-TR-SETTLED
               MOVE ACL-REFUSED-COUNT TO ACL-TR-REFUSED
               MOVE ACL-CLOSED-COUNT TO ACL-TR-CLOSED
               MOVE ACL-WAITING-COUNT TO ACL-TR-WAITING
               MOVE ACL-PAID-TOTAL TO ACL-TR-PAID
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM ACL-TRAILER-LINE
               PERFORM 1390-CLOSE-JOURNALS
                  THRU 1390-CLOSE-JOURNALS-EXIT
               CLOSE CLOSE-REQUEST-FILE ACCT-MASTER-FILE
                     CLOSE-PENDING-FILE CLOSE-TRAN-FILE
                     CERT-FILE REPORT-FILE
               IF ACL-LEDGER-OPEN
                  CLOSE ACCRUAL-FILE
               END-IF
               IF ACL-ORDERS-OPEN
                  CLOSE STORD-FILE
               END-IF
               IF ACL-SUSP-OPEN
                  CLOSE SUSP-DETAIL-FILE
               END-IF
               IF ACL-CPTY-OPEN
                  CLOSE CPTY-MASTER-FILE
               END-IF
            END-IF
            DISPLAY 'acct-close: ' ACL-REQUEST-COUNT ' requests, '
               ACL-SETTLED-COUNT ' settled, '
               ACL-REFUSED-COUNT ' refused, '
               ACL-CLOSED-COUNT ' closed, '
               ACL-WAITING-COUNT ' waiting, '
               ACL-MOVEMENT-COUNT ' CLOSTRAN movements, '
               ACL-ORDERS-TOTAL ' standing orders cancelled'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ACL-RUN-STOP)
              TO AUD-RC
            MOVE 'ACCTCLOS' TO JHR-PROGRAM-ID
            MOVE ACL-TODAY TO JHR-BUSINESS-DATE
            MOVE ACL-START-SECONDS TO JHR-START-SECONDS
            MOVE ACL-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE ACL-REQUEST-COUNT TO JHR-RECORDS-IN
            MOVE ACL-SETTLED-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jrnl-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY exit-status-paragraphs.
        End Program ACCT-CLOSE.
