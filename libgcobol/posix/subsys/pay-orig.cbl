      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  pay-orig.cbl
      *
      *  Outbound payment origination handler for INQUIRY-LISTENER,
      *  registered in TXNTABLE (suggested code PAYO, at a
      *  maintenance-class tier).  A branch front end originates a
      *  payment to another bank here instead of keying it once at
      *  the branch and again in settlement.  The handler checks
      *  the debit account on ACCTMST and the beneficiary bank on
      *  CPTYMST, and tests available funds the way the posting
      *  path does: ledger balance, plus the MEMO-POST intraday
      *  shadow (a signed total, debits negative), less the active
      *  holds from HOLD-CHECK.  A payment that passes is
      *      - memo-posted as a debit at once (MEMO-POST request
      *        POST), so the next inquiry and the next payment see
      *        the funds gone;
      *      - appended to the day's settlement item file (CYCLEIN)
      *        as a we-pay item carrying the beneficiary reference,
      *        for the next SETTLE-CYCLE to send;
      *      - appended to PAYTRAN as an ordinary ACCTTRAN movement
      *        (M) transaction debiting the account, for the
      *        nightly ACCT-MAINT run that clears the memo shadow
      *        once the master carries the real debit;
      *      - written as an AUD-RECORD (action PAYOUT).
      *  Each payment gets a reference the branch can quote:
      *  'PO' + business date + a six-digit daily number, carried
      *  forward across listener restarts in the one-record PAYSEQ
      *  file (closure payouts are numbered apart, in the CLOSSEQ
      *  file of ACCT-CLOSE).  A PAYSEQ that cannot be read or
      *  rewritten refuses the payment before anything moves.  If
      *  the settlement item cannot be written the memo debit is
      *  backed out and nothing is posted.
      *
      *  Payload after the transaction code and session token:
      *      debit account key   X(32)
      *      beneficiary party   X(8)    CPTYMST id
      *      beneficiary ref     X(16)
      *      amount              9(13)V99 zoned, positive
      *      value date          9(8)    not before the business
      *                                  date
      *  Reply:
      *      'OK PAY ' payment reference X(16)
      *      ' AVL ' available after the payment -(13)9.99
      *  or 'ERR ...' when the payment is refused.
      *
      *  PAYSEQ record layout (fixed columns):
      *      PSQ-DATE   9(8)   business date of the last number
      *      PSQ-LAST   9(6)   last number issued that date
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  An account key whose check digits
      *                        fail is refused through ACCT-KEY
      *                        before any file is read.
      *  2026-10-15 smckinney  The payment reference is taken before
      *                        the memo debit and goes with it (and
      *                        with any back-out) to MEMOLOG.
      *  2026-10-15 smckinney  PAYSEQ open, read and write are
      *                        status-checked; a failure refuses
      *                        the payment.
      *  2026-10-15 smckinney  A PAYSEQ read failure is tested as
      *                        soon as the read returns and fails
      *                        the handler as well as refusing the
      *                        payment; the close is checked on its
      *                        own.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. PAY-ORIG.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is POR-ACCT-STATUS.
            Select CPTY-MASTER-FILE Assign To CPTYMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CPM-ID
                File Status Is POR-CPM-STATUS.
            Select CYCLE-IN-FILE Assign To CYCLEIN
                Organization Is Line Sequential
                File Status Is POR-CYCLE-STATUS.
            Select PAY-TRAN-FILE Assign To PAYTRAN
                Organization Is Line Sequential
                File Status Is POR-TRAN-STATUS.
            Select OPTIONAL PAY-SEQ-FILE Assign To PAYSEQ
                Organization Is Line Sequential
                File Status Is POR-SEQ-STATUS.
        Data Division.
        File Section.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  CPTY-MASTER-FILE.
        COPY cpty-master.
        FD  CYCLE-IN-FILE.
        01  CYCLE-IN-RECORD.
            05  CYI-PARTY           PIC X(08).
            05  CYI-REFERENCE       PIC X(16).
            05  CYI-DIRECTION       PIC X(01).
            05  CYI-AMOUNT          PIC S9(13)V99
                                    Sign Leading Separate.
            05  CYI-VALUE-DATE      PIC 9(08).
            05  CYI-BENEF-REF       PIC X(16).
        FD  PAY-TRAN-FILE.
        01  PAY-TRAN-RECORD.
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
        FD  PAY-SEQ-FILE.
        01  PAY-SEQ-RECORD.
            05  PSQ-DATE            PIC 9(08).
            05  PSQ-LAST            PIC 9(06).
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY acct-key.
        COPY hold-check.
        COPY memo-post.
        01  POR-ACCT-STATUS         PIC X(02).
        01  POR-CPM-STATUS          PIC X(02).
        01  POR-CYCLE-STATUS        PIC X(02).
        01  POR-TRAN-STATUS         PIC X(02).
        01  POR-SEQ-STATUS          PIC X(02).
        01  POR-ERROR               PIC X(40).
        01  POR-ACCOUNT-KEY         PIC X(32).
        01  POR-PARTY               PIC X(08).
        01  POR-BENEF-REF           PIC X(16).
        01  POR-AMOUNT-TEXT         PIC X(15).
        01  POR-AMOUNT-R REDEFINES POR-AMOUNT-TEXT
                                    PIC 9(13)V99.
        01  POR-VALUE-TEXT          PIC X(08).
        01  POR-VALUE-DATE          PIC 9(08).
        01  POR-AMOUNT              PIC S9(13)V99 COMP-3.
        01  POR-AVAILABLE           PIC S9(13)V99 COMP-3.
        01  POR-AVL-DISPLAY         PIC -(13)9.99.
        01  POR-TODAY               PIC 9(08).
        01  POR-SEQ-NO              PIC 9(06).
        01  POR-PAY-REF.
            05  FILLER              PIC X(02) Value 'PO'.
            05  POR-REF-DATE        PIC 9(08).
            05  POR-REF-SEQ         PIC 9(06).
        Linkage Section.
        COPY inq-handler.
        Procedure Division Using IHX-EXCHANGE.
        0000-MAINLINE.
            SET IHX-OK TO TRUE
            MOVE SPACES TO POR-ERROR
            PERFORM 1000-EDIT-PAYLOAD THRU 1000-EDIT-PAYLOAD-EXIT
            IF POR-ERROR = SPACES
               PERFORM 2000-CHECK-FUNDS THRU 2000-CHECK-FUNDS-EXIT
            END-IF
            IF POR-ERROR = SPACES
               PERFORM 3000-MAKE-PAYMENT THRU 3000-MAKE-PAYMENT-EXIT
            END-IF
            MOVE SPACES TO IHX-REPLY
            IF POR-ERROR NOT = SPACES
               STRING 'ERR ' POR-ERROR DELIMITED BY SIZE
                 INTO IHX-REPLY
               END-STRING
               MOVE 44 TO IHX-REPLY-LENGTH
               GOBACK
            END-IF
            COMPUTE POR-AVAILABLE = POR-AVAILABLE - POR-AMOUNT
            MOVE POR-AVAILABLE TO POR-AVL-DISPLAY
            STRING 'OK PAY '       DELIMITED BY SIZE
                   POR-PAY-REF     DELIMITED BY SIZE
                   ' AVL '         DELIMITED BY SIZE
                   POR-AVL-DISPLAY DELIMITED BY SIZE
              INTO IHX-REPLY
            END-STRING
            MOVE 45 TO IHX-REPLY-LENGTH
            GOBACK.

        1000-EDIT-PAYLOAD.
            MOVE IHX-REQUEST (21:32) TO POR-ACCOUNT-KEY
            MOVE IHX-REQUEST (53:8)  TO POR-PARTY
            MOVE IHX-REQUEST (61:16) TO POR-BENEF-REF
            MOVE IHX-REQUEST (77:15) TO POR-AMOUNT-TEXT
            MOVE IHX-REQUEST (92:8)  TO POR-VALUE-TEXT
            IF POR-ACCOUNT-KEY = SPACES
               MOVE 'KEY MISSING' TO POR-ERROR
               GO TO 1000-EDIT-PAYLOAD-EXIT
            END-IF
            SET AKQ-REQ-VALIDATE TO TRUE
            MOVE POR-ACCOUNT-KEY TO AKQ-KEY
            CALL 'ACCT-KEY' USING AKQ-CONTROL
            IF AKQ-CHECK-FAILED
               MOVE 'KEY CHECK DIGITS FAIL' TO POR-ERROR
               GO TO 1000-EDIT-PAYLOAD-EXIT
            END-IF
            IF POR-PARTY = SPACES
               MOVE 'BENEFICIARY MISSING' TO POR-ERROR
               GO TO 1000-EDIT-PAYLOAD-EXIT
            END-IF
            IF POR-AMOUNT-TEXT NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO POR-ERROR
               GO TO 1000-EDIT-PAYLOAD-EXIT
            END-IF
            MOVE POR-AMOUNT-R TO POR-AMOUNT
            IF POR-AMOUNT = 0
               MOVE 'AMOUNT IS ZERO' TO POR-ERROR
               GO TO 1000-EDIT-PAYLOAD-EXIT
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               MOVE 'NO BUSINESS DATE' TO POR-ERROR
               GO TO 1000-EDIT-PAYLOAD-EXIT
            END-IF
            MOVE BDQ-DATE TO POR-TODAY
            IF POR-VALUE-TEXT NOT NUMERIC
               MOVE 'VALUE DATE INVALID' TO POR-ERROR
               GO TO 1000-EDIT-PAYLOAD-EXIT
            END-IF
            MOVE POR-VALUE-TEXT TO POR-VALUE-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD(POR-VALUE-DATE) NOT = 0
               OR POR-VALUE-DATE < POR-TODAY
               MOVE 'VALUE DATE INVALID' TO POR-ERROR
               GO TO 1000-EDIT-PAYLOAD-EXIT
            END-IF
            OPEN INPUT CPTY-MASTER-FILE
            IF POR-CPM-STATUS NOT = '00'
               MOVE 'COUNTERPARTY MASTER UNAVAILABLE' TO POR-ERROR
               GO TO 1000-EDIT-PAYLOAD-EXIT
            END-IF
            MOVE POR-PARTY TO CPM-ID
            READ CPTY-MASTER-FILE
            IF POR-CPM-STATUS NOT = '00'
               MOVE 'UNKNOWN BENEFICIARY' TO POR-ERROR
            ELSE
               IF NOT CPM-STATUS-ACTIVE
                  MOVE 'BENEFICIARY NOT ACTIVE' TO POR-ERROR
               END-IF
            END-IF
            CLOSE CPTY-MASTER-FILE.
        1000-EDIT-PAYLOAD-EXIT.
            EXIT.

      * available funds on the same terms the posting path and the
      * memo inquiry use; holds come off, the shadow goes on
        2000-CHECK-FUNDS.
            OPEN INPUT ACCT-MASTER-FILE
            IF POR-ACCT-STATUS NOT = '00'
               MOVE 'MASTER UNAVAILABLE' TO POR-ERROR
               GO TO 2000-CHECK-FUNDS-EXIT
            END-IF
            MOVE POR-ACCOUNT-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF POR-ACCT-STATUS NOT = '00'
               MOVE 'UNKNOWN ACCOUNT' TO POR-ERROR
               CLOSE ACCT-MASTER-FILE
               GO TO 2000-CHECK-FUNDS-EXIT
            END-IF
            CLOSE ACCT-MASTER-FILE
            IF NOT AM-STATUS-ACTIVE
               MOVE 'ACCOUNT CLOSED' TO POR-ERROR
               GO TO 2000-CHECK-FUNDS-EXIT
            END-IF
            MOVE AM-KEY TO HCQ-KEY
            MOVE POR-TODAY TO HCQ-ASOF-DATE
            MOVE SPACES TO HCQ-REQUEST
            CALL 'HOLD-CHECK' USING HCQ-CONTROL
            IF NOT HCQ-OK
               MOVE 0 TO HCQ-TOTAL
            END-IF
            MOVE AM-KEY TO MPQ-KEY
            SET MPQ-REQ-QUERY TO TRUE
            CALL 'MEMO-POST' USING MPQ-CONTROL
            IF NOT MPQ-OK
               MOVE 0 TO MPQ-MEMO-TOTAL
            END-IF
            COMPUTE POR-AVAILABLE =
               AM-BALANCE + MPQ-MEMO-TOTAL - HCQ-TOTAL
            IF POR-AMOUNT > POR-AVAILABLE
               MOVE 'INSUFFICIENT FUNDS' TO POR-ERROR
            END-IF.
        2000-CHECK-FUNDS-EXIT.
            EXIT.

      * the memo debit goes first so a second payment racing in
      * behind this one already sees the funds gone; it carries
      * the payment reference, as PAYTRAN will, for MEMO-RECON
        3000-MAKE-PAYMENT.
            PERFORM 3100-NEXT-REFERENCE THRU 3100-NEXT-REFERENCE-EXIT
            IF POR-ERROR NOT = SPACES
               GO TO 3000-MAKE-PAYMENT-EXIT
            END-IF
            MOVE AM-KEY TO MPQ-KEY
            COMPUTE MPQ-AMOUNT = 0 - POR-AMOUNT
            MOVE POR-PAY-REF TO MPQ-REFERENCE
            MOVE 'PAYORIG1' TO MPQ-ORIGIN
            SET MPQ-REQ-POST TO TRUE
            CALL 'MEMO-POST' USING MPQ-CONTROL
            IF NOT MPQ-OK
               MOVE SPACES TO POR-ERROR
               STRING 'MEMO POST FAILED ' MPQ-STATUS
                  DELIMITED BY SIZE INTO POR-ERROR
               END-STRING
               GO TO 3000-MAKE-PAYMENT-EXIT
            END-IF
            MOVE SPACES TO CYCLE-IN-RECORD
            MOVE POR-PARTY TO CYI-PARTY
            MOVE POR-PAY-REF TO CYI-REFERENCE
            MOVE 'P' TO CYI-DIRECTION
            MOVE POR-AMOUNT TO CYI-AMOUNT
            MOVE POR-VALUE-DATE TO CYI-VALUE-DATE
            MOVE POR-BENEF-REF TO CYI-BENEF-REF
            OPEN EXTEND CYCLE-IN-FILE
            IF POR-CYCLE-STATUS = '00'
               WRITE CYCLE-IN-RECORD
               CLOSE CYCLE-IN-FILE
            END-IF
            IF POR-CYCLE-STATUS NOT = '00'
      *        not queued for settlement: give the funds back
               MOVE AM-KEY TO MPQ-KEY
               MOVE POR-AMOUNT TO MPQ-AMOUNT
               SET MPQ-REQ-POST TO TRUE
               CALL 'MEMO-POST' USING MPQ-CONTROL
               MOVE 'PAYMENT NOT QUEUED' TO POR-ERROR
               SET IHX-FAILED TO TRUE
               GO TO 3000-MAKE-PAYMENT-EXIT
            END-IF
            MOVE SPACES TO PAY-TRAN-RECORD
            MOVE 'M' TO ATR-ACTION
            MOVE AM-KEY TO ATR-KEY
            MOVE AM-SHORT-NAME TO ATR-SHORT-NAME
            MOVE AM-CUSTOMER-NAME TO ATR-CUST-NAME
            MOVE AM-BRANCH TO ATR-BRANCH
            MOVE AM-TYPE TO ATR-TYPE
            MOVE AM-CURRENCY TO ATR-CURRENCY
            COMPUTE ATR-AMOUNT = 0 - POR-AMOUNT
            MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            MOVE 'PAYORIG1' TO ATR-ORIGIN
            MOVE POR-PAY-REF TO ATR-REFERENCE
            STRING 'PAYMENT TO ' CPM-NAME DELIMITED BY SIZE
              INTO ATR-NARRATIVE
            END-STRING
            OPEN EXTEND PAY-TRAN-FILE
            IF POR-TRAN-STATUS = '00'
               WRITE PAY-TRAN-RECORD
               CLOSE PAY-TRAN-FILE
            END-IF
            IF POR-TRAN-STATUS NOT = '00'
      *        the item is already queued to go; the debit must
      *        still reach the ledger, so the trail says so loudly
               DISPLAY 'pay-orig: PAYTRAN write failed, status '
                  POR-TRAN-STATUS ' payment ' POR-PAY-REF
                  ' must be posted by hand'
            END-IF
            MOVE 'PAYORIG1' TO AUD-PROGRAM-ID
            MOVE 'PAYOUT' TO AUD-ACTION
            MOVE AM-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3000-MAKE-PAYMENT-EXIT.
            EXIT.

      * the daily number survives a listener bounce: the last one
      * issued is read back from PAYSEQ and rewritten every time
        3100-NEXT-REFERENCE.
            MOVE 0 TO POR-SEQ-NO
            OPEN INPUT PAY-SEQ-FILE
            IF POR-SEQ-STATUS NOT = '00' AND NOT = '05'
               GO TO 3100-NEXT-REFERENCE-FAILED
            END-IF
            READ PAY-SEQ-FILE
                AT END
                    MOVE '00' TO POR-SEQ-STATUS
                NOT AT END
                    IF PSQ-DATE = POR-TODAY
                       MOVE PSQ-LAST TO POR-SEQ-NO
                    END-IF
            END-READ
      *     a PAYSEQ that will not read is a broken file, not a
      *     refused payment: the listener is told the handler failed
            IF POR-SEQ-STATUS NOT = '00'
               CLOSE PAY-SEQ-FILE
               SET IHX-FAILED TO TRUE
               GO TO 3100-NEXT-REFERENCE-FAILED
            END-IF
            CLOSE PAY-SEQ-FILE
            IF POR-SEQ-STATUS NOT = '00'
               GO TO 3100-NEXT-REFERENCE-FAILED
            END-IF
            ADD 1 TO POR-SEQ-NO
            OPEN OUTPUT PAY-SEQ-FILE
            IF POR-SEQ-STATUS NOT = '00'
               GO TO 3100-NEXT-REFERENCE-FAILED
            END-IF
            MOVE POR-TODAY TO PSQ-DATE
            MOVE POR-SEQ-NO TO PSQ-LAST
            WRITE PAY-SEQ-RECORD
            IF POR-SEQ-STATUS NOT = '00'
               CLOSE PAY-SEQ-FILE
               GO TO 3100-NEXT-REFERENCE-FAILED
            END-IF
            CLOSE PAY-SEQ-FILE
            MOVE POR-TODAY TO POR-REF-DATE
            MOVE POR-SEQ-NO TO POR-REF-SEQ
            GO TO 3100-NEXT-REFERENCE-EXIT.
      * a number that cannot be carried forward could be issued
      * twice: no reference, no payment
        3100-NEXT-REFERENCE-FAILED.
            DISPLAY 'pay-orig: PAYSEQ status ' POR-SEQ-STATUS
               ', payment refused'
            MOVE 'PAYMENT REFERENCE UNAVAILABLE' TO POR-ERROR.
        3100-NEXT-REFERENCE-EXIT.
            EXIT.

        COPY audit-paragraphs.
        End Program PAY-ORIG.
