      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  settle-recv.cbl
      *
      *  Standing receiver for inbound settlement credits -- the
      *  payments counterparties send us, which used to arrive as a
      *  printed list and were keyed by hand as ACCTTRAN changes.
      *  Holds a session to the settlement network through
      *  NET-SESSION (primary with failover to the backup, the
      *  session reopened whenever it drops), answers NSHBREQ
      *  heartbeats with NSHBACK, and parses every message through
      *  SETTLE-MSG, so checksum and envelope rules are enforced
      *  exactly as the wire spec says.  An inbound payment is
      *  message type PAYI from an active CPTYMST counterparty
      *  carrying the fields
      *      REF   X(16)   the sender's payment reference
      *      BACC  X(32)   beneficiary account key
      *      CCY   X(3)    currency
      *      AMT   9(15)   amount in the currency's minor units
      *                    (currency-master.cpy), positive
      *      VDTE  9(8)    value date
      *  Every message is answered by sequence, as MSGQ-SENDER
      *  expects of us when we send: 'ACK' + sequence once the
      *  credit is safely applied, 'NAK' + sequence when it cannot
      *  be taken (unknown sender, wrong type, missing or bad
      *  field), 'NAK' + parse status when the wire itself is bad.
      *
      *  A credit for an active account in the message currency is
      *  appended to INBTRAN as an ordinary ACCTTRAN movement (M)
      *  for the nightly ACCT-MAINT run.  One that cannot be
      *  applied is appended to INBSUSP in the ACCTREJ layout for
      *  SUSPENSE-POST to carry on the branch suspense account:
      *      I01  no such account     (settlement branch, -BRANCH)
      *      I02  account not active  (the account's branch)
      *      I03  currency is not the account currency
      *  Each sequence is recorded in INBSEQ (inbound-seq.cpy)
      *  before the money moves and marked applied afterwards, so a
      *  sequence delivered twice is acknowledged again but never
      *  posts twice.  Each applied item writes an AUD-RECORD
      *  (action INBPAY or INBSUS).  SIGTERM stops the receiver
      *  between messages; on the way down it appends the business
      *  day's inbound totals, summed from INBSEQ, to CTLLEDGR
      *  (stream INBOUND, file ids INBTRAN and INBSUSP) and its run
      *  to JOBHIST.  Stop it at the settlement cut-off, before
      *  ACCT-MAINT and SUSPENSE-POST take the day's files.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -PRIMARY=<host>  -PPORT=<port>
      *      -BACKUP=<host>   -BPORT=<port>
      *      -BRANCH=<code>   branch whose suspense account holds
      *                       credits for unknown accounts,
      *                       default 0001
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  AMT is read in the minor units of the
      *                        message currency through
      *                        CURRENCY-LOOKUP instead of as cents;
      *                        an amount finer than the ledger's
      *                        two decimals is refused.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. SETTLE-RECV.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select INBOUND-SEQ-FILE Assign To INBSEQ
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is ISQ-KEY
                File Status Is SRV-SEQ-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is SRV-ACCT-STATUS.
            Select CPTY-MASTER-FILE Assign To CPTYMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CPM-ID
                File Status Is SRV-CPM-STATUS.
            Select INB-TRAN-FILE Assign To INBTRAN
                Organization Is Line Sequential
                File Status Is SRV-TRAN-STATUS.
            Select INB-SUSP-FILE Assign To INBSUSP
                Organization Is Line Sequential
                File Status Is SRV-TRAN-STATUS.
            Select OPTIONAL LEDGER-FILE Assign To CTLLEDGR
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  INBOUND-SEQ-FILE.
        COPY inbound-seq.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  CPTY-MASTER-FILE.
        COPY cpty-master.
        FD  INB-TRAN-FILE.
        01  INB-TRAN-RECORD         PIC X(300).
        FD  INB-SUSP-FILE.
        01  INB-SUSP-RECORD.
            05  IRJ-REASON          PIC X(03).
            05  FILLER              PIC X(01).
            05  IRJ-TRAN            PIC X(300).
        FD  LEDGER-FILE.
        COPY ctl-ledger.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY cmdline-parms.
        COPY exit-status.
        COPY net-session.
        COPY settle-msg.
        COPY currency-lookup.
        01  JHW-FILE-STATUS         PIC X(02).
        01  SRV-STOP-SWITCH         PIC X(01) External.
            88  SRV-STOP-REQUESTED      Value 'Y', False 'N'.
        01  SRV-HANDLER-PTR         Usage PROCEDURE-POINTER.
        01  SRV-OLD-HANDLER-PTR     Usage POINTER.
        01  SRV-RUN-START.
            05  SRV-START-SECONDS   Usage BINARY-DOUBLE.
            05  SRV-START-NANOS     Usage BINARY-DOUBLE.
        01  SRV-RUN-STOP.
            05  SRV-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  SRV-STOP-NANOS      Usage BINARY-DOUBLE.
        01  SRV-SEQ-STATUS          PIC X(02).
        01  SRV-ACCT-STATUS         PIC X(02).
        01  SRV-CPM-STATUS          PIC X(02).
        01  SRV-TRAN-STATUS         PIC X(02).
        01  SRV-SEQ-OPEN-SWITCH     PIC X(01).
            88  SRV-SEQ-OPEN            Value 'Y', False 'N'.
        01  SRV-EOF-SWITCH          PIC X(01).
            88  SRV-EOF                 Value 'Y', False 'N'.
        01  SRV-TODAY               PIC 9(08).
        01  SRV-SUSP-BRANCH         PIC X(04) Value '0001'.
        01  SRV-WAIT-SECONDS        Binary-Long Value 30.
        01  SRV-FIELD-SUB           Binary-Long.
        01  SRV-REPLY-LEN           Binary-Long.
        01  SRV-SEQ-DISPLAY         PIC 9(09).
        01  SRV-REASON              PIC X(03).
        01  SRV-ERROR               PIC X(40).
        01  SRV-MESSAGE-FIELDS.
            05  SRV-REFERENCE       PIC X(16).
            05  SRV-ACCOUNT-KEY     PIC X(32).
            05  SRV-CURRENCY        PIC X(03).
            05  SRV-AMOUNT-TEXT     PIC X(64).
            05  SRV-VALUE-TEXT      PIC X(64).
        01  SRV-AMOUNT              PIC S9(13)V99 COMP-3.
        01  SRV-VALUE-DATE          PIC 9(08).
        01  SRV-CPTY-NAME           PIC X(30).
        01  SRV-LOG-MESSAGE         PIC X(200).
        01  SRV-COUNTERS.
            05  SRV-RECEIVED-COUNT  PIC 9(09) Value 0.
            05  SRV-POSTED-COUNT    PIC 9(09) Value 0.
            05  SRV-SUSPENDED-COUNT PIC 9(09) Value 0.
            05  SRV-DUPLICATE-COUNT PIC 9(09) Value 0.
            05  SRV-NAK-COUNT       PIC 9(09) Value 0.
            05  SRV-DOUBT-COUNT     PIC 9(09) Value 0.
        01  SRV-DAY-TOTALS.
            05  SRV-DAY-POSTED      PIC 9(09).
            05  SRV-DAY-POSTED-AMT  PIC S9(15)V99 COMP-3.
            05  SRV-DAY-SUSPENDED   PIC 9(09).
            05  SRV-DAY-SUSP-AMT    PIC S9(15)V99 COMP-3.
        01  SRV-LEDGER-CENTS        PIC S9(18) COMP-5.
        01  SRV-TRAN.
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
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-ONE-MESSAGE THRU 2000-ONE-MESSAGE-EXIT
                   UNTIL SRV-STOP-REQUESTED
                      OR JOB-NEEDS-RERUN
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET SRV-SEQ-OPEN TO FALSE
            SET SRV-STOP-REQUESTED TO FALSE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, SRV-RUN-START)
              TO AUD-RC
            SET SRV-HANDLER-PTR TO ENTRY "SETTLE-RECV-STOP"
            CALL "posix-signal" USING BY VALUE 15
                 BY VALUE SRV-HANDLER-PTR
                RETURNING SRV-OLD-HANDLER-PTR
            END-CALL
            PERFORM 9700-CLP-PARSE-ARGS THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'PRIMARY' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            MOVE CLP-LOOKUP-VALUE TO NSS-PRIMARY-HOST
            MOVE 'PPORT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO NSS-PRIMARY-PORT
            END-IF
            MOVE 'BACKUP' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            MOVE CLP-LOOKUP-VALUE TO NSS-BACKUP-HOST
            MOVE 'BPORT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO NSS-BACKUP-PORT
            END-IF
            MOVE 'BRANCH' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO SRV-SUSP-BRANCH
            END-IF
            MOVE 030 TO NSS-HEARTBEAT-SECS
            MOVE 03 TO NSS-RETRY-MAX
            MOVE 002 TO NSS-BACKOFF-SECS
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'settle-recv: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO SRV-TODAY
            OPEN I-O INBOUND-SEQ-FILE
            IF SRV-SEQ-STATUS = '35'
      *        the first message ever builds the sequence file
               OPEN OUTPUT INBOUND-SEQ-FILE
               CLOSE INBOUND-SEQ-FILE
               OPEN I-O INBOUND-SEQ-FILE
            END-IF
            IF SRV-SEQ-STATUS NOT = '00'
               DISPLAY 'settle-recv: cannot open INBSEQ, status '
                  SRV-SEQ-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            SET SRV-SEQ-OPEN TO TRUE
            SET NSS-REQ-OPEN TO TRUE
            CALL 'NET-SESSION' USING NSS-CONTROL
            IF NOT NSS-CONNECTED
               DISPLAY 'settle-recv: no session yet, will retry'
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

      * a dropped session is reopened, not fatal: the receiver
      * stands until it is told to stop
        1500-RECONNECT.
            SET NSS-REQ-OPEN TO TRUE
            CALL 'NET-SESSION' USING NSS-CONTROL
            IF NOT NSS-CONNECTED
               DISPLAY 'settle-recv: session unavailable, retry in '
                  SRV-WAIT-SECONDS ' seconds'
               CALL "sleep" USING BY VALUE SRV-WAIT-SECONDS
            END-IF.
        1500-RECONNECT-EXIT.
            EXIT.

        2000-ONE-MESSAGE.
            IF NOT NSS-CONNECTED
               PERFORM 1500-RECONNECT THRU 1500-RECONNECT-EXIT
               GO TO 2000-ONE-MESSAGE-EXIT
            END-IF
            SET NSS-REQ-RECV TO TRUE
            CALL 'NET-SESSION' USING NSS-CONTROL
            IF NOT NSS-OK
               GO TO 2000-ONE-MESSAGE-EXIT
            END-IF
      *     the network's heartbeat is its own 16-byte exchange
            IF NSS-DATA (1:7) = 'NSHBREQ'
               MOVE SPACES TO NSS-DATA
               MOVE 'NSHBACK' TO NSS-DATA (1:7)
               MOVE 16 TO SRV-REPLY-LEN
               PERFORM 5000-SEND-REPLY THRU 5000-SEND-REPLY-EXIT
               GO TO 2000-ONE-MESSAGE-EXIT
            END-IF
            ADD 1 TO SRV-RECEIVED-COUNT
            SET SMG-REQ-PARSE TO TRUE
            MOVE NSS-DATA-LENGTH TO SMG-WIRE-LENGTH
            MOVE NSS-DATA (1:NSS-DATA-LENGTH) TO SMG-WIRE
            CALL 'SETTLE-MSG' USING SMG-CONTROL
            IF NOT SMG-OK
      *        a malformed message answers with the parse status
      *        so the sender sees the wire error
               ADD 1 TO SRV-NAK-COUNT
               MOVE SPACES TO NSS-DATA
               STRING 'NAK' SMG-STATUS DELIMITED BY SIZE
                  INTO NSS-DATA
               MOVE 5 TO SRV-REPLY-LEN
               PERFORM 5000-SEND-REPLY THRU 5000-SEND-REPLY-EXIT
               GO TO 2000-ONE-MESSAGE-EXIT
            END-IF
            MOVE SMG-SEQUENCE TO SRV-SEQ-DISPLAY
            PERFORM 2100-CHECK-MESSAGE THRU 2100-CHECK-MESSAGE-EXIT
            IF SRV-ERROR NOT = SPACES
               PERFORM 4900-REFUSE THRU 4900-REFUSE-EXIT
               GO TO 2000-ONE-MESSAGE-EXIT
            END-IF
            MOVE SMG-SENDER TO ISQ-SENDER
            MOVE SMG-SEQUENCE TO ISQ-SEQUENCE
            READ INBOUND-SEQ-FILE
            IF SRV-SEQ-STATUS = '00'
               PERFORM 2500-DUPLICATE THRU 2500-DUPLICATE-EXIT
               GO TO 2000-ONE-MESSAGE-EXIT
            END-IF
            PERFORM 3000-APPLY-CREDIT THRU 3000-APPLY-CREDIT-EXIT.
        2000-ONE-MESSAGE-EXIT.
            EXIT.

      * type, sender and fields; anything wrong here is refused
      * back to the sender rather than suspended, since there is
      * no trustworthy amount or account to hold
        2100-CHECK-MESSAGE.
            MOVE SPACES TO SRV-ERROR
            IF SMG-MSG-TYPE NOT = 'PAYI'
               MOVE 'NOT AN INBOUND PAYMENT' TO SRV-ERROR
               GO TO 2100-CHECK-MESSAGE-EXIT
            END-IF
            MOVE SPACES TO SRV-MESSAGE-FIELDS
            PERFORM 2200-TAKE-ONE-FIELD THRU 2200-TAKE-ONE-FIELD-EXIT
               VARYING SRV-FIELD-SUB FROM 1 BY 1
               UNTIL SRV-FIELD-SUB > SMG-FIELD-COUNT
            IF SRV-REFERENCE = SPACES OR SRV-ACCOUNT-KEY = SPACES
               OR SRV-CURRENCY = SPACES
               MOVE 'REQUIRED FIELD MISSING' TO SRV-ERROR
               GO TO 2100-CHECK-MESSAGE-EXIT
            END-IF
            IF SRV-AMOUNT-TEXT = SPACES OR
               FUNCTION TEST-NUMVAL(SRV-AMOUNT-TEXT) NOT = 0
               MOVE 'AMOUNT NOT NUMERIC' TO SRV-ERROR
               GO TO 2100-CHECK-MESSAGE-EXIT
            END-IF
            MOVE SRV-CURRENCY TO CYQ-CODE
            MOVE FUNCTION NUMVAL(SRV-AMOUNT-TEXT) TO CYQ-MINOR-AMOUNT
            SET CYQ-REQ-TOMAJOR TO TRUE
            CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL
            MOVE CYQ-AMOUNT TO SRV-AMOUNT
            IF SRV-AMOUNT NOT = CYQ-AMOUNT
               MOVE 'AMOUNT FINER THAN LEDGER' TO SRV-ERROR
               GO TO 2100-CHECK-MESSAGE-EXIT
            END-IF
            IF SRV-AMOUNT NOT > 0
               MOVE 'AMOUNT NOT POSITIVE' TO SRV-ERROR
               GO TO 2100-CHECK-MESSAGE-EXIT
            END-IF
            IF SRV-VALUE-TEXT = SPACES OR
               FUNCTION TEST-NUMVAL(SRV-VALUE-TEXT) NOT = 0
               MOVE 'VALUE DATE INVALID' TO SRV-ERROR
               GO TO 2100-CHECK-MESSAGE-EXIT
            END-IF
            MOVE FUNCTION NUMVAL(SRV-VALUE-TEXT) TO SRV-VALUE-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD(SRV-VALUE-DATE) NOT = 0
               MOVE 'VALUE DATE INVALID' TO SRV-ERROR
               GO TO 2100-CHECK-MESSAGE-EXIT
            END-IF
            OPEN INPUT CPTY-MASTER-FILE
            IF SRV-CPM-STATUS NOT = '00'
               MOVE 'COUNTERPARTY FILE UNAVAILABLE' TO SRV-ERROR
               GO TO 2100-CHECK-MESSAGE-EXIT
            END-IF
            MOVE SMG-SENDER TO CPM-ID
            READ CPTY-MASTER-FILE
            IF SRV-CPM-STATUS NOT = '00'
               MOVE 'UNKNOWN SENDER' TO SRV-ERROR
            ELSE
               IF NOT CPM-STATUS-ACTIVE
                  MOVE 'SENDER NOT ACTIVE' TO SRV-ERROR
               END-IF
               MOVE CPM-NAME TO SRV-CPTY-NAME
            END-IF
            CLOSE CPTY-MASTER-FILE.
        2100-CHECK-MESSAGE-EXIT.
            EXIT.

        2200-TAKE-ONE-FIELD.
            EVALUATE SMG-F-TAG (SRV-FIELD-SUB)
               WHEN 'REF'
                  MOVE SMG-F-VALUE (SRV-FIELD-SUB) TO SRV-REFERENCE
               WHEN 'BACC'
                  MOVE SMG-F-VALUE (SRV-FIELD-SUB)
                    TO SRV-ACCOUNT-KEY
               WHEN 'CCY'
                  MOVE SMG-F-VALUE (SRV-FIELD-SUB) TO SRV-CURRENCY
               WHEN 'AMT'
                  MOVE SMG-F-VALUE (SRV-FIELD-SUB)
                    TO SRV-AMOUNT-TEXT
               WHEN 'VDTE'
                  MOVE SMG-F-VALUE (SRV-FIELD-SUB) TO SRV-VALUE-TEXT
            END-EVALUATE.
        2200-TAKE-ONE-FIELD-EXIT.
            EXIT.

      * a sequence already on INBSEQ is acknowledged again -- the
      * sender evidently missed our first ACK -- and never posted
      * again.  One still marked received stopped between the two
      * writes last time and is left for a person to check.
        2500-DUPLICATE.
            ADD 1 TO SRV-DUPLICATE-COUNT
            IF ISQ-RECEIVED
               ADD 1 TO SRV-DOUBT-COUNT
               MOVE SPACES TO SRV-LOG-MESSAGE
               STRING 'settle-recv: sequence ' DELIMITED BY SIZE
                      SRV-SEQ-DISPLAY          DELIMITED BY SIZE
                      ' from '                 DELIMITED BY SIZE
                      ISQ-SENDER               DELIMITED BY SPACE
                      ' was never confirmed applied, check INBTRAN'
                                               DELIMITED BY SIZE
                      X'00'                    DELIMITED BY SIZE
                   INTO SRV-LOG-MESSAGE
               MOVE FUNCTION POSIX-SYSLOG(4, SRV-LOG-MESSAGE)
                 TO AUD-RC
               DISPLAY FUNCTION TRIM(SRV-LOG-MESSAGE)
            END-IF
            PERFORM 4800-SEND-ACK THRU 4800-SEND-ACK-EXIT.
        2500-DUPLICATE-EXIT.
            EXIT.

      * INBSEQ is written before the money moves and rewritten
      * after, so no failure in between can let a resend post
      * twice; a failed append takes the record back out so the
      * sender's retry is applied cleanly
        3000-APPLY-CREDIT.
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF BDQ-OK
               MOVE BDQ-DATE TO SRV-TODAY
            END-IF
            PERFORM 3100-EDIT-ACCOUNT THRU 3100-EDIT-ACCOUNT-EXIT
            IF SRV-ERROR NOT = SPACES
               PERFORM 4900-REFUSE THRU 4900-REFUSE-EXIT
               GO TO 3000-APPLY-CREDIT-EXIT
            END-IF
            MOVE SPACES TO INBOUND-SEQ-RECORD
            MOVE SMG-SENDER TO ISQ-SENDER
            MOVE SMG-SEQUENCE TO ISQ-SEQUENCE
            MOVE SRV-TODAY TO ISQ-BUSINESS-DATE
            SET ISQ-RECEIVED TO TRUE
            MOVE SRV-ACCOUNT-KEY TO ISQ-ACCOUNT-KEY
            MOVE SRV-CURRENCY TO ISQ-CURRENCY
            MOVE SRV-AMOUNT TO ISQ-AMOUNT
            MOVE SRV-REFERENCE TO ISQ-REFERENCE
            MOVE SRV-VALUE-DATE TO ISQ-VALUE-DATE
            WRITE INBOUND-SEQ-RECORD
            IF SRV-SEQ-STATUS NOT = '00'
               MOVE 'SEQUENCE NOT RECORDED' TO SRV-ERROR
               PERFORM 4900-REFUSE THRU 4900-REFUSE-EXIT
               GO TO 3000-APPLY-CREDIT-EXIT
            END-IF
            PERFORM 3200-BUILD-TRAN THRU 3200-BUILD-TRAN-EXIT
            IF SRV-REASON = SPACES
               OPEN EXTEND INB-TRAN-FILE
               IF SRV-TRAN-STATUS = '00'
                  WRITE INB-TRAN-RECORD FROM SRV-TRAN
                  CLOSE INB-TRAN-FILE
               END-IF
            ELSE
               OPEN EXTEND INB-SUSP-FILE
               IF SRV-TRAN-STATUS = '00'
                  MOVE SPACES TO INB-SUSP-RECORD
                  MOVE SRV-REASON TO IRJ-REASON
                  MOVE SRV-TRAN TO IRJ-TRAN
                  WRITE INB-SUSP-RECORD
                  CLOSE INB-SUSP-FILE
               END-IF
            END-IF
            IF SRV-TRAN-STATUS NOT = '00'
               DELETE INBOUND-SEQ-FILE RECORD
               MOVE 'CREDIT NOT QUEUED' TO SRV-ERROR
               PERFORM 4900-REFUSE THRU 4900-REFUSE-EXIT
               GO TO 3000-APPLY-CREDIT-EXIT
            END-IF
            MOVE SRV-REASON TO ISQ-REASON
            IF SRV-REASON = SPACES
               SET ISQ-POSTED TO TRUE
               ADD 1 TO SRV-POSTED-COUNT
               MOVE 'INBPAY' TO AUD-ACTION
            ELSE
               SET ISQ-SUSPENDED TO TRUE
               ADD 1 TO SRV-SUSPENDED-COUNT
               MOVE 'INBSUS' TO AUD-ACTION
            END-IF
            REWRITE INBOUND-SEQ-RECORD
            MOVE 'STLRECV1' TO AUD-PROGRAM-ID
            MOVE SRV-ACCOUNT-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT
            PERFORM 4800-SEND-ACK THRU 4800-SEND-ACK-EXIT.
        3000-APPLY-CREDIT-EXIT.
            EXIT.

      * the master is opened per message: the nightly run owns it
      * outside the receiver's hours
        3100-EDIT-ACCOUNT.
            MOVE SPACES TO SRV-REASON
            OPEN INPUT ACCT-MASTER-FILE
            IF SRV-ACCT-STATUS NOT = '00'
               MOVE 'ACCOUNT FILE UNAVAILABLE' TO SRV-ERROR
               GO TO 3100-EDIT-ACCOUNT-EXIT
            END-IF
            MOVE SRV-ACCOUNT-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF SRV-ACCT-STATUS NOT = '00'
               MOVE 'I01' TO SRV-REASON
            ELSE
               IF NOT AM-STATUS-ACTIVE
                  MOVE 'I02' TO SRV-REASON
               ELSE
                  IF AM-CURRENCY NOT = SRV-CURRENCY
                     MOVE 'I03' TO SRV-REASON
                  END-IF
               END-IF
            END-IF
            CLOSE ACCT-MASTER-FILE.
        3100-EDIT-ACCOUNT-EXIT.
            EXIT.

        3200-BUILD-TRAN.
            MOVE SPACES TO SRV-TRAN
            MOVE 'M' TO ATR-ACTION
            MOVE SRV-ACCOUNT-KEY TO ATR-KEY
            IF SRV-REASON NOT = 'I01'
               MOVE AM-SHORT-NAME TO ATR-SHORT-NAME
               MOVE AM-CUSTOMER-NAME TO ATR-CUST-NAME
               MOVE AM-BRANCH TO ATR-BRANCH
               MOVE AM-TYPE TO ATR-TYPE
               MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            ELSE
               MOVE SRV-SUSP-BRANCH TO ATR-BRANCH
            END-IF
            MOVE SRV-CURRENCY TO ATR-CURRENCY
            MOVE SRV-AMOUNT TO ATR-AMOUNT
            MOVE 'STLRECV1' TO ATR-ORIGIN
            MOVE SRV-REFERENCE TO ATR-REFERENCE
            STRING 'CREDIT FROM ' DELIMITED BY SIZE
                   SRV-CPTY-NAME DELIMITED BY SIZE
              INTO ATR-NARRATIVE
            END-STRING.
        3200-BUILD-TRAN-EXIT.
            EXIT.

        4800-SEND-ACK.
            MOVE SPACES TO NSS-DATA
            STRING 'ACK' SRV-SEQ-DISPLAY DELIMITED BY SIZE
               INTO NSS-DATA
            MOVE 12 TO SRV-REPLY-LEN
            PERFORM 5000-SEND-REPLY THRU 5000-SEND-REPLY-EXIT.
        4800-SEND-ACK-EXIT.
            EXIT.

        4900-REFUSE.
            ADD 1 TO SRV-NAK-COUNT
            DISPLAY 'settle-recv: NAK sequence ' SRV-SEQ-DISPLAY
               ' from ' SMG-SENDER ': ' FUNCTION TRIM(SRV-ERROR)
            MOVE SPACES TO NSS-DATA
            STRING 'NAK' SRV-SEQ-DISPLAY DELIMITED BY SIZE
               INTO NSS-DATA
            MOVE 12 TO SRV-REPLY-LEN
            PERFORM 5000-SEND-REPLY THRU 5000-SEND-REPLY-EXIT.
        4900-REFUSE-EXIT.
            EXIT.

        5000-SEND-REPLY.
            MOVE SRV-REPLY-LEN TO NSS-DATA-LENGTH
            SET NSS-REQ-SEND TO TRUE
            CALL 'NET-SESSION' USING NSS-CONTROL.
        5000-SEND-REPLY-EXIT.
            EXIT.

      * the day's figures come from INBSEQ, not this run's
      * counters, so a receiver restarted during the day still
      * lands the whole day in the ledger
        6000-LEDGER-LINES.
            MOVE 0 TO SRV-DAY-POSTED SRV-DAY-POSTED-AMT
                      SRV-DAY-SUSPENDED SRV-DAY-SUSP-AMT
            SET SRV-EOF TO FALSE
            MOVE LOW-VALUES TO ISQ-KEY
            START INBOUND-SEQ-FILE KEY >= ISQ-KEY
            IF SRV-SEQ-STATUS NOT = '00'
               SET SRV-EOF TO TRUE
            END-IF
            PERFORM 6100-SUM-ONE-SEQUENCE
               THRU 6100-SUM-ONE-SEQUENCE-EXIT
                UNTIL SRV-EOF
            OPEN EXTEND LEDGER-FILE
            MOVE 'INBOUND' TO CLG-STREAM-ID
            MOVE SRV-TODAY TO CLG-BUSINESS-DATE
            MOVE 'INBTRAN' TO CLG-FILE-ID
            MOVE SRV-DAY-POSTED TO CLG-REC-COUNT
            MOVE 0 TO CLG-HASH-TOTAL
            COMPUTE SRV-LEDGER-CENTS = SRV-DAY-POSTED-AMT * 100
            MOVE SRV-LEDGER-CENTS TO CLG-AMOUNT-TOTAL
            WRITE CTL-LEDGER-RECORD
            MOVE 'INBSUSP' TO CLG-FILE-ID
            MOVE SRV-DAY-SUSPENDED TO CLG-REC-COUNT
            COMPUTE SRV-LEDGER-CENTS = SRV-DAY-SUSP-AMT * 100
            MOVE SRV-LEDGER-CENTS TO CLG-AMOUNT-TOTAL
            WRITE CTL-LEDGER-RECORD
            CLOSE LEDGER-FILE.
        6000-LEDGER-LINES-EXIT.
            EXIT.

        6100-SUM-ONE-SEQUENCE.
            READ INBOUND-SEQ-FILE NEXT
                AT END
                    SET SRV-EOF TO TRUE
                NOT AT END
                    IF ISQ-BUSINESS-DATE = SRV-TODAY
                       EVALUATE TRUE
                          WHEN ISQ-POSTED
                             ADD 1 TO SRV-DAY-POSTED
                             ADD ISQ-AMOUNT TO SRV-DAY-POSTED-AMT
                          WHEN ISQ-SUSPENDED
                             ADD 1 TO SRV-DAY-SUSPENDED
                             ADD ISQ-AMOUNT TO SRV-DAY-SUSP-AMT
                       END-EVALUATE
                    END-IF
            END-READ.
        6100-SUM-ONE-SEQUENCE-EXIT.
            EXIT.

        9999-EXIT.
            SET NSS-REQ-CLOSE TO TRUE
            CALL 'NET-SESSION' USING NSS-CONTROL
            IF SRV-SEQ-OPEN
               PERFORM 6000-LEDGER-LINES THRU 6000-LEDGER-LINES-EXIT
               CLOSE INBOUND-SEQ-FILE
            END-IF
            IF JOB-OK AND SRV-DOUBT-COUNT > 0
               SET JOB-WARNING TO TRUE
            END-IF
            DISPLAY 'settle-recv: ' SRV-RECEIVED-COUNT
               ' received, ' SRV-POSTED-COUNT ' posted, '
               SRV-SUSPENDED-COUNT ' suspended, '
               SRV-DUPLICATE-COUNT ' duplicate, '
               SRV-NAK-COUNT ' refused'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, SRV-RUN-STOP)
              TO AUD-RC
            MOVE 'STLRECV1' TO JHR-PROGRAM-ID
            MOVE SRV-TODAY TO JHR-BUSINESS-DATE
            MOVE SRV-START-SECONDS TO JHR-START-SECONDS
            MOVE SRV-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE SRV-RECEIVED-COUNT TO JHR-RECORDS-IN
            COMPUTE JHR-RECORDS-OUT =
               SRV-POSTED-COUNT + SRV-SUSPENDED-COUNT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program SETTLE-RECV.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Signal handler entered directly by the runtime when the
      *  process receives SIGTERM.  It records the stop request in
      *  an EXTERNAL switch that SETTLE-RECV checks between
      *  messages.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. SETTLE-RECV-STOP.
        Data Division.
        Working-Storage Section.
        01  SRV-STOP-SWITCH       PIC X(01) External.
        Linkage Section.
        01  LK-SIGNUM             Binary-Long.
        Procedure Division Using By Value LK-SIGNUM.
            DISPLAY 'settle-recv: SIGTERM received'
            MOVE 'Y' TO SRV-STOP-SWITCH
            GOBACK.
        End Program SETTLE-RECV-STOP.
