      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  chq-clear.cbl
      *
      *  Inward cheque clearing.  Takes the day's inward clearing
      *  file (CLRIN) of cheques drawn on our accounts, presented
      *  by one counterparty (-PARTY, CPTYMST), and decides each
      *  item pay or return:
      *      NOAC  drawer account not on the account master
      *      CLSD  drawer account closed
      *      STOP  a stop-payment hold on HOLDS matches the cheque
      *            number (and amount, when the stop carries one),
      *            tested through HOLD-CHECK
      *      NSF   the item exceeds available funds: the master
      *            balance, plus the MEMO-POST intraday shadow (a
      *            signed total, debits negative), less the active
      *            holds from HOLD-CHECK, less the items already
      *            paid from the account earlier in this run
      *      INVL  the item is unreadable (amount or cheque number
      *            not numeric, or a zero amount)
      *  A paid item becomes an ordinary ACCTTRAN movement (M)
      *  transaction debiting the drawer, written to CLRTRAN for the
      *  normal ACCT-MAINT run.  Returned items are written to the
      *  return file in the interchange envelope format and
      *  published to the counterparty's delivery endpoint through
      *  the same encrypt-and-rename pipeline as ACK-BUILDER: staged
      *  clear text is encrypted by FILE-CRYPT and lands in the
      *  delivery directory by one atomic posix-rename.  A return
      *  file is published every run, empty or not, so the
      *  counterparty can tell a clean day from a lost file.  Every
      *  item prints on the clearing decision report (CLRRPT) with
      *  paid and returned totals and the returns by reason, and is
      *  written as an AUD-RECORD (action CHQPAY or CHQRTN).
      *
      *  CLRIN record layout (fixed columns):
      *      CLI-ITEM-REF     X(16)   presenter's item reference
      *      CLI-ACCOUNT-KEY  X(32)   drawer account AM-KEY
      *      CLI-CHEQUE-NO    9(8)
      *      CLI-AMOUNT       9(13)V99 zoned
      *
      *  Return envelope (fixed columns):
      *      'HDR' sender X(8) file-date 9(8) sequence 9(6)
      *      'RTN' item-ref X(16) account X(32) cheque 9(8)
      *            amount 9(13)V99 reason X(4)
      *      'TRL' record-count 9(9) amount-total 9(13)V99
      *
      *  Flags (cmdline-parms.cpy style):
      *      -PARTY=<id>        presenting counterparty, required
      *      -SEQ=<n>           envelope sequence, default 1
      *      -STAGE=<path>      staging name, default
      *                         /var/batch/chqrtn.staging
      *      -CRYPT=<path>      default /opt/batch/file-crypt
      *
      *  Run before ACCT-MAINT, so the night's posting run takes
      *  the paid items and clears the MEMO-POST shadow after them.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. CHQ-CLEAR.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-GETENV
            Function POSIX-SETENV
            Function POSIX-RENAME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select CLEARING-FILE Assign To CLRIN
                Organization Is Line Sequential.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is CQC-ACCT-STATUS.
            Select CPTY-MASTER-FILE Assign To CPTYMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CPM-ID
                File Status Is CQC-CPM-STATUS.
            Select CLR-TRAN-FILE Assign To CLRTRAN
                Organization Is Line Sequential.
            Select RETURN-FILE Assign To RTNSTAGE
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To CLRRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  CLEARING-FILE.
        01  CLEARING-RECORD.
            05  CLI-ITEM-REF        PIC X(16).
            05  CLI-ACCOUNT-KEY     PIC X(32).
            05  CLI-CHEQUE-NO       PIC 9(08).
            05  CLI-AMOUNT          PIC 9(13)V99.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  CPTY-MASTER-FILE.
        COPY cpty-master.
        FD  CLR-TRAN-FILE.
        01  CLR-TRAN-RECORD.
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
        FD  RETURN-FILE.
        01  RETURN-LINE             PIC X(132).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY hold-check.
        COPY memo-post.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  CQC-RUN-START.
            05  CQC-START-SECONDS   Usage BINARY-DOUBLE.
            05  CQC-START-NANOS     Usage BINARY-DOUBLE.
        01  CQC-RUN-STOP.
            05  CQC-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  CQC-STOP-NANOS      Usage BINARY-DOUBLE.
        01  CQC-ACCT-STATUS         PIC X(02).
        01  CQC-CPM-STATUS          PIC X(02).
        01  CQC-OPEN-SWITCH         PIC X(01) Value 'N'.
            88  CQC-FILES-OPEN          Value 'Y', False 'N'.
        01  CQC-EOF-SWITCH          PIC X(01).
            88  CQC-EOF                 Value 'Y', False 'N'.
        01  CQC-TODAY               PIC 9(08).
        01  CQC-PARTY               PIC X(08).
        01  CQC-SEQ                 PIC 9(06) Value 1.
        01  CQC-STAGE-PATH          PIC X(256)
                Value '/var/batch/chqrtn.staging'.
        01  CQC-ENC-PATH            PIC X(256).
        01  CQC-CRYPT-PATH          PIC X(256)
                Value '/opt/batch/file-crypt'.
        01  CQC-SENDER              PIC X(08) Value 'OURBANK'.
        01  CQC-ENV-NAME            PIC X(64).
        01  CQC-ENV-VALUE           PIC X(256).
        01  CQC-FINAL-PATH          PIC X(520).
        01  CQC-CHILD-PID           Binary-Long.
        01  CQC-CHILD-STATUS        Binary-Long.
        01  CQC-NULL-PTR            Usage POINTER.
        01  CQC-ARGV1               PIC X(300).
        01  CQC-ARGV2               PIC X(300).
        01  CQC-ARGV3               PIC X(300).
        01  CQC-ARGV4               PIC X(300).
        01  CQC-ARGV-VECTOR.
            05  CQC-ARGV-PTR-0      Usage POINTER.
            05  CQC-ARGV-PTR-1      Usage POINTER.
            05  CQC-ARGV-PTR-2      Usage POINTER.
            05  CQC-ARGV-PTR-3      Usage POINTER.
            05  CQC-ARGV-PTR-4      Usage POINTER.
            05  CQC-ARGV-PTR-5      Usage POINTER.
        01  CQC-REASON              PIC X(04).
        01  CQC-AVAILABLE           PIC S9(13)V99 COMP-3.
        01  CQC-PAID-BEFORE         PIC S9(13)V99 COMP-3.
        01  CQC-READ-COUNT          PIC 9(09) Value 0.
        01  CQC-PAID-COUNT          PIC 9(09) Value 0.
        01  CQC-RETURN-COUNT        PIC 9(09) Value 0.
        01  CQC-PAID-TOTAL          PIC S9(15)V99 COMP-3 Value 0.
        01  CQC-RETURN-TOTAL        PIC S9(15)V99 COMP-3 Value 0.
        01  CQC-RETURN-RECORDS      PIC 9(09) Value 0.
        01  CQC-MEMO-DOWN-COUNT     PIC 9(09) Value 0.
      * returns by reason, in the order the header lists them
        01  CQC-REASON-TABLE.
            05  FILLER              PIC X(04) Value 'NOAC'.
            05  FILLER              PIC X(04) Value 'CLSD'.
            05  FILLER              PIC X(04) Value 'STOP'.
            05  FILLER              PIC X(04) Value 'NSF '.
            05  FILLER              PIC X(04) Value 'INVL'.
        01  CQC-REASON-CODES REDEFINES CQC-REASON-TABLE.
            05  CQC-RC-CODE         PIC X(04) OCCURS 5 TIMES.
        01  CQC-REASON-TOTALS.
            05  CQC-RT-ENTRY OCCURS 5 TIMES.
                10  CQC-RT-COUNT    PIC 9(07).
                10  CQC-RT-AMOUNT   PIC S9(15)V99 COMP-3.
        01  CQC-RC-SUB              Binary-Long.
      * items paid tonight, by account, so two cheques on one
      * account cannot both pass on the same available balance
        01  CQC-PAID-ACCTS          Binary-Long Value 0.
        01  CQC-PAID-SUB            Binary-Long.
        01  CQC-PAID-FOUND          Binary-Long.
        01  CQC-PAID-TABLE.
            05  CQC-PAID-ENTRY OCCURS 2000 TIMES.
                10  CQC-P-KEY       PIC X(32).
                10  CQC-P-AMOUNT    PIC S9(13)V99 COMP-3.
        01  CQC-HDR-ENV.
            05  FILLER              PIC X(03) Value 'HDR'.
            05  CQH-SENDER          PIC X(08).
            05  CQH-DATE            PIC 9(08).
            05  CQH-SEQ             PIC 9(06).
        01  CQC-RTN-ENV.
            05  FILLER              PIC X(03) Value 'RTN'.
            05  CQR-ITEM-REF        PIC X(16).
            05  CQR-ACCOUNT         PIC X(32).
            05  CQR-CHEQUE-NO       PIC 9(08).
            05  CQR-AMOUNT          PIC 9(13)V99.
            05  CQR-REASON          PIC X(04).
        01  CQC-TRL-ENV.
            05  FILLER              PIC X(03) Value 'TRL'.
            05  CQT-COUNT           PIC 9(09).
            05  CQT-AMOUNT          PIC 9(13)V99.
        01  CQC-HDR-LINE.
            05  FILLER              PIC X(35) Value
                'INWARD CLEARING DECISIONS --      '.
            05  CQC-HL-DATE         PIC 9(08).
            05  FILLER              PIC X(13) Value
                '  PRESENTER  '.
            05  CQC-HL-PARTY        PIC X(08).
        01  CQC-COL-LINE.
            05  FILLER              PIC X(50) Value
                'ITEM-REF         ACCOUNT                          '.
            05  FILLER              PIC X(43) Value
                '  CHEQUE NO         AMOUNT DECISION REASON'.
        01  CQC-DETAIL-LINE.
            05  CQC-DL-REF          PIC X(16).
            05  FILLER              PIC X(01) Value SPACE.
            05  CQC-DL-ACCOUNT      PIC X(32).
            05  FILLER              PIC X(03) Value SPACES.
            05  CQC-DL-CHEQUE       PIC X(08).
            05  CQC-DL-AMOUNT       PIC -(12)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  CQC-DL-DECISION     PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  CQC-DL-REASON       PIC X(04).
        01  CQC-TOTAL-LINE.
            05  CQC-TL-LABEL        PIC X(10).
            05  CQC-TL-COUNT        PIC Z(08)9.
            05  FILLER              PIC X(01) Value SPACE.
            05  CQC-TL-AMOUNT       PIC -(15)9.99.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-CLEAR-ALL THRU 2000-CLEAR-ALL-EXIT
               PERFORM 5000-FINISH-RETURNS
                  THRU 5000-FINISH-RETURNS-EXIT
               PERFORM 6000-PUBLISH THRU 6000-PUBLISH-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET CQC-EOF TO FALSE
            SET CQC-NULL-PTR TO NULL
            INITIALIZE CQC-REASON-TOTALS
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'PARTY' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            MOVE CLP-LOOKUP-VALUE TO CQC-PARTY
            MOVE 'SEQ' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO CQC-SEQ
            END-IF
            MOVE 'STAGE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO CQC-STAGE-PATH
            END-IF
            MOVE 'CRYPT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO CQC-CRYPT-PATH
            END-IF
            IF CQC-PARTY = SPACES
               DISPLAY 'chq-clear: -PARTY is required'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE 'SETTLE_SENDER' TO CQC-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(CQC-ENV-NAME)
              TO CQC-ENV-VALUE
            IF CQC-ENV-VALUE NOT = SPACES
               MOVE CQC-ENV-VALUE TO CQC-SENDER
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'chq-clear: no business date established,'
                  ' refusing to clear'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO CQC-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CQC-RUN-START)
              TO AUD-RC
            OPEN INPUT CPTY-MASTER-FILE
            IF CQC-CPM-STATUS NOT = '00'
               DISPLAY 'chq-clear: counterparty master not'
                  ' openable, status ' CQC-CPM-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE CQC-PARTY TO CPM-ID
            READ CPTY-MASTER-FILE
            IF CQC-CPM-STATUS NOT = '00'
               DISPLAY 'chq-clear: counterparty '
                  FUNCTION TRIM(CQC-PARTY) ' not on master'
               CLOSE CPTY-MASTER-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            CLOSE CPTY-MASTER-FILE
            OPEN INPUT ACCT-MASTER-FILE
            IF CQC-ACCT-STATUS NOT = '00'
               DISPLAY 'chq-clear: cannot open master, status '
                  CQC-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
      *     the RTNSTAGE assign is wired to the same path the
      *     encrypt step reads, the ACK-BUILDER setenv pattern
            MOVE 'RTNSTAGE' TO CQC-ENV-NAME
            MOVE FUNCTION POSIX-SETENV(CQC-ENV-NAME,
                 CQC-STAGE-PATH, 1) TO AUD-RC
            OPEN INPUT CLEARING-FILE
            OPEN OUTPUT CLR-TRAN-FILE
            OPEN OUTPUT RETURN-FILE
            OPEN OUTPUT REPORT-FILE
            SET CQC-FILES-OPEN TO TRUE
            MOVE CQC-SENDER TO CQH-SENDER
            MOVE CQC-TODAY TO CQH-DATE
            MOVE CQC-SEQ TO CQH-SEQ
            WRITE RETURN-LINE FROM CQC-HDR-ENV
            MOVE CQC-TODAY TO CQC-HL-DATE
            MOVE CQC-PARTY TO CQC-HL-PARTY
            WRITE REPORT-LINE FROM CQC-HDR-LINE
            WRITE REPORT-LINE FROM CQC-COL-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-CLEAR-ALL.
            PERFORM 2100-READ-ONE-ITEM THRU 2100-READ-ONE-ITEM-EXIT
                UNTIL CQC-EOF.
        2000-CLEAR-ALL-EXIT.
            EXIT.

        2100-READ-ONE-ITEM.
            READ CLEARING-FILE
                AT END
                    SET CQC-EOF TO TRUE
                NOT AT END
                    ADD 1 TO CQC-READ-COUNT
                    PERFORM 3000-DECIDE-ITEM
                       THRU 3000-DECIDE-ITEM-EXIT
                    IF CQC-REASON = SPACES
                       PERFORM 4000-PAY-ITEM THRU 4000-PAY-ITEM-EXIT
                    ELSE
                       PERFORM 4500-RETURN-ITEM
                          THRU 4500-RETURN-ITEM-EXIT
                    END-IF
            END-READ.
        2100-READ-ONE-ITEM-EXIT.
            EXIT.

      * the tests run in the order a returned item's reason is
      * reported: no account, closed, stopped, unfunded
        3000-DECIDE-ITEM.
            MOVE SPACES TO CQC-REASON
            IF CLI-AMOUNT NOT NUMERIC OR CLI-CHEQUE-NO NOT NUMERIC
               MOVE 'INVL' TO CQC-REASON
               GO TO 3000-DECIDE-ITEM-EXIT
            END-IF
            IF CLI-AMOUNT = 0
               MOVE 'INVL' TO CQC-REASON
               GO TO 3000-DECIDE-ITEM-EXIT
            END-IF
            MOVE CLI-ACCOUNT-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF CQC-ACCT-STATUS NOT = '00'
               MOVE 'NOAC' TO CQC-REASON
               GO TO 3000-DECIDE-ITEM-EXIT
            END-IF
            IF NOT AM-STATUS-ACTIVE
               MOVE 'CLSD' TO CQC-REASON
               GO TO 3000-DECIDE-ITEM-EXIT
            END-IF
            MOVE AM-KEY TO HCQ-KEY
            MOVE CQC-TODAY TO HCQ-ASOF-DATE
            SET HCQ-REQ-STOPCHK TO TRUE
            MOVE CLI-CHEQUE-NO TO HCQ-CHEQUE-NO
            MOVE CLI-AMOUNT TO HCQ-CHEQUE-AMOUNT
            CALL 'HOLD-CHECK' USING HCQ-CONTROL
            IF NOT HCQ-OK
      *        no holds file loaded: nothing held, nothing stopped
               MOVE 0 TO HCQ-TOTAL
               SET HCQ-STOPPED TO FALSE
            END-IF
            IF HCQ-STOPPED
               MOVE 'STOP' TO CQC-REASON
               GO TO 3000-DECIDE-ITEM-EXIT
            END-IF
            MOVE AM-KEY TO MPQ-KEY
            SET MPQ-REQ-QUERY TO TRUE
            CALL 'MEMO-POST' USING MPQ-CONTROL
            IF NOT MPQ-OK
      *        no shadow segment is a degraded answer, not a
      *        failure: decide on the ledger and the holds
               MOVE 0 TO MPQ-MEMO-TOTAL
               ADD 1 TO CQC-MEMO-DOWN-COUNT
            END-IF
            PERFORM 3100-FIND-PAID THRU 3100-FIND-PAID-EXIT
            COMPUTE CQC-AVAILABLE = AM-BALANCE + MPQ-MEMO-TOTAL
               - HCQ-TOTAL - CQC-PAID-BEFORE
            IF CLI-AMOUNT > CQC-AVAILABLE
               MOVE 'NSF ' TO CQC-REASON
            END-IF.
        3000-DECIDE-ITEM-EXIT.
            EXIT.

        3100-FIND-PAID.
            MOVE 0 TO CQC-PAID-BEFORE
            MOVE 0 TO CQC-PAID-FOUND
            PERFORM 3110-MATCH-ONE-PAID
               THRU 3110-MATCH-ONE-PAID-EXIT
               VARYING CQC-PAID-SUB FROM 1 BY 1
               UNTIL CQC-PAID-SUB > CQC-PAID-ACCTS
                  OR CQC-PAID-FOUND > 0.
        3100-FIND-PAID-EXIT.
            EXIT.

        3110-MATCH-ONE-PAID.
            IF CQC-P-KEY (CQC-PAID-SUB) = AM-KEY
               MOVE CQC-PAID-SUB TO CQC-PAID-FOUND
               MOVE CQC-P-AMOUNT (CQC-PAID-SUB) TO CQC-PAID-BEFORE
            END-IF.
        3110-MATCH-ONE-PAID-EXIT.
            EXIT.

        4000-PAY-ITEM.
            MOVE SPACES TO CLR-TRAN-RECORD
            MOVE 'M' TO ATR-ACTION
            MOVE AM-KEY TO ATR-KEY
            MOVE AM-SHORT-NAME TO ATR-SHORT-NAME
            MOVE AM-CUSTOMER-NAME TO ATR-CUST-NAME
            MOVE AM-BRANCH TO ATR-BRANCH
            MOVE AM-TYPE TO ATR-TYPE
            MOVE AM-CURRENCY TO ATR-CURRENCY
            COMPUTE ATR-AMOUNT = 0 - CLI-AMOUNT
            MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            MOVE 'CHQCLR1' TO ATR-ORIGIN
            STRING 'CHQ ' CLI-CHEQUE-NO DELIMITED BY SIZE
              INTO ATR-REFERENCE
            END-STRING
            STRING 'CHEQUE ' CLI-CHEQUE-NO ' PAID'
               DELIMITED BY SIZE INTO ATR-NARRATIVE
            END-STRING
            WRITE CLR-TRAN-RECORD
            ADD 1 TO CQC-PAID-COUNT
            ADD CLI-AMOUNT TO CQC-PAID-TOTAL
            IF CQC-PAID-FOUND > 0
               ADD CLI-AMOUNT TO CQC-P-AMOUNT (CQC-PAID-FOUND)
            ELSE
               IF CQC-PAID-ACCTS < 2000
                  ADD 1 TO CQC-PAID-ACCTS
                  MOVE AM-KEY TO CQC-P-KEY (CQC-PAID-ACCTS)
                  MOVE CLI-AMOUNT
                    TO CQC-P-AMOUNT (CQC-PAID-ACCTS)
               ELSE
                  DISPLAY 'chq-clear: paid-item table full, '
                     AM-KEY ' not carried'
                  SET JOB-WARNING TO TRUE
               END-IF
            END-IF
            MOVE 'PAID' TO CQC-DL-DECISION
            PERFORM 4900-REPORT-ITEM THRU 4900-REPORT-ITEM-EXIT
            MOVE 'CHQPAY' TO AUD-ACTION
            PERFORM 4950-AUDIT-ITEM THRU 4950-AUDIT-ITEM-EXIT.
        4000-PAY-ITEM-EXIT.
            EXIT.

        4500-RETURN-ITEM.
            MOVE CLI-ITEM-REF TO CQR-ITEM-REF
            MOVE CLI-ACCOUNT-KEY TO CQR-ACCOUNT
            MOVE CLI-CHEQUE-NO TO CQR-CHEQUE-NO
            MOVE CLI-AMOUNT TO CQR-AMOUNT
            IF CQC-REASON = 'INVL'
               IF CLI-CHEQUE-NO NOT NUMERIC
                  MOVE 0 TO CQR-CHEQUE-NO
               END-IF
               IF CLI-AMOUNT NOT NUMERIC
                  MOVE 0 TO CQR-AMOUNT
               END-IF
            END-IF
            MOVE CQC-REASON TO CQR-REASON
            WRITE RETURN-LINE FROM CQC-RTN-ENV
            ADD 1 TO CQC-RETURN-COUNT CQC-RETURN-RECORDS
            ADD CQR-AMOUNT TO CQC-RETURN-TOTAL
            PERFORM 4510-COUNT-REASON THRU 4510-COUNT-REASON-EXIT
               VARYING CQC-RC-SUB FROM 1 BY 1
               UNTIL CQC-RC-SUB > 5
            MOVE 'RETURNED' TO CQC-DL-DECISION
            PERFORM 4900-REPORT-ITEM THRU 4900-REPORT-ITEM-EXIT
            MOVE 'CHQRTN' TO AUD-ACTION
            PERFORM 4950-AUDIT-ITEM THRU 4950-AUDIT-ITEM-EXIT.
        4500-RETURN-ITEM-EXIT.
            EXIT.

        4510-COUNT-REASON.
            IF CQC-RC-CODE (CQC-RC-SUB) = CQC-REASON
               ADD 1 TO CQC-RT-COUNT (CQC-RC-SUB)
               ADD CQR-AMOUNT TO CQC-RT-AMOUNT (CQC-RC-SUB)
            END-IF.
        4510-COUNT-REASON-EXIT.
            EXIT.

        4900-REPORT-ITEM.
            MOVE CLI-ITEM-REF TO CQC-DL-REF
            MOVE CLI-ACCOUNT-KEY TO CQC-DL-ACCOUNT
            MOVE CLI-CHEQUE-NO TO CQC-DL-CHEQUE
            IF CLI-AMOUNT NUMERIC
               MOVE CLI-AMOUNT TO CQC-DL-AMOUNT
            ELSE
               MOVE 0 TO CQC-DL-AMOUNT
            END-IF
            MOVE CQC-REASON TO CQC-DL-REASON
            WRITE REPORT-LINE FROM CQC-DETAIL-LINE.
        4900-REPORT-ITEM-EXIT.
            EXIT.

        4950-AUDIT-ITEM.
            MOVE 'CHQCLR1' TO AUD-PROGRAM-ID
            MOVE CLI-ACCOUNT-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        4950-AUDIT-ITEM-EXIT.
            EXIT.

      * the trailer closes the return envelope; the report ends
      * with the day's paid and returned totals and the returns
      * broken down by reason
        5000-FINISH-RETURNS.
            ADD 1 TO CQC-RETURN-RECORDS
            MOVE CQC-RETURN-RECORDS TO CQT-COUNT
            MOVE CQC-RETURN-TOTAL TO CQT-AMOUNT
            WRITE RETURN-LINE FROM CQC-TRL-ENV
            CLOSE RETURN-FILE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 'PAID      ' TO CQC-TL-LABEL
            MOVE CQC-PAID-COUNT TO CQC-TL-COUNT
            MOVE CQC-PAID-TOTAL TO CQC-TL-AMOUNT
            WRITE REPORT-LINE FROM CQC-TOTAL-LINE
            MOVE 'RETURNED  ' TO CQC-TL-LABEL
            MOVE CQC-RETURN-COUNT TO CQC-TL-COUNT
            MOVE CQC-RETURN-TOTAL TO CQC-TL-AMOUNT
            WRITE REPORT-LINE FROM CQC-TOTAL-LINE
            PERFORM 5100-REASON-LINE THRU 5100-REASON-LINE-EXIT
               VARYING CQC-RC-SUB FROM 1 BY 1
               UNTIL CQC-RC-SUB > 5.
        5000-FINISH-RETURNS-EXIT.
            EXIT.

        5100-REASON-LINE.
            MOVE SPACES TO CQC-TL-LABEL
            MOVE CQC-RC-CODE (CQC-RC-SUB) TO CQC-TL-LABEL (3:4)
            MOVE CQC-RT-COUNT (CQC-RC-SUB) TO CQC-TL-COUNT
            MOVE CQC-RT-AMOUNT (CQC-RC-SUB) TO CQC-TL-AMOUNT
            WRITE REPORT-LINE FROM CQC-TOTAL-LINE.
        5100-REASON-LINE-EXIT.
            EXIT.

      * publication is the standard pipeline: encrypt the staged
      * file, then one atomic rename into the delivery endpoint;
      * clear text never lands there
        6000-PUBLISH.
            MOVE SPACES TO CQC-ENC-PATH
            STRING FUNCTION TRIM(CQC-STAGE-PATH)
                      DELIMITED BY SIZE
                   '.enc' DELIMITED BY SIZE
              INTO CQC-ENC-PATH
            END-STRING
            MOVE SPACES TO CQC-ARGV1
            STRING '-MODE=ENCRYPT' DELIMITED BY SIZE
                   X'00' DELIMITED BY SIZE
              INTO CQC-ARGV1
            END-STRING
            MOVE SPACES TO CQC-ARGV2
            STRING '-IN=' DELIMITED BY SIZE
                   CQC-STAGE-PATH DELIMITED BY SPACE
                   X'00' DELIMITED BY SIZE
              INTO CQC-ARGV2
            END-STRING
            MOVE SPACES TO CQC-ARGV3
            STRING '-OUT=' DELIMITED BY SIZE
                   CQC-ENC-PATH DELIMITED BY SPACE
                   X'00' DELIMITED BY SIZE
              INTO CQC-ARGV3
            END-STRING
            MOVE SPACES TO CQC-ARGV4
            STRING '-PARTY=' DELIMITED BY SIZE
                   CQC-PARTY DELIMITED BY SPACE
                   X'00' DELIMITED BY SIZE
              INTO CQC-ARGV4
            END-STRING
            SET CQC-ARGV-PTR-0 TO ADDRESS OF CQC-CRYPT-PATH
            SET CQC-ARGV-PTR-1 TO ADDRESS OF CQC-ARGV1
            SET CQC-ARGV-PTR-2 TO ADDRESS OF CQC-ARGV2
            SET CQC-ARGV-PTR-3 TO ADDRESS OF CQC-ARGV3
            SET CQC-ARGV-PTR-4 TO ADDRESS OF CQC-ARGV4
            SET CQC-ARGV-PTR-5 TO NULL
            CALL "posix-fork" RETURNING CQC-CHILD-PID END-CALL
            IF CQC-CHILD-PID = 0
               CALL "posix-execve" USING
                    BY REFERENCE CQC-CRYPT-PATH
                    BY VALUE ADDRESS OF CQC-ARGV-VECTOR
                    BY VALUE CQC-NULL-PTR
                   RETURNING AUD-RC
               END-CALL
               DISPLAY 'chq-clear: exec of file-crypt failed'
               STOP RUN
            END-IF
            CALL "posix-waitpid" USING
                 BY VALUE CQC-CHILD-PID
                 BY REFERENCE CQC-CHILD-STATUS
                 BY VALUE 0
                RETURNING AUD-RC
            END-CALL
            IF CQC-CHILD-STATUS NOT = 0
               DISPLAY 'chq-clear: encryption failed,'
                  ' return file not published'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 6000-PUBLISH-EXIT
            END-IF
            MOVE SPACES TO CQC-FINAL-PATH
            STRING FUNCTION TRIM(CPM-DELIVERY-DIR)
                      DELIMITED BY SIZE
                   '/chqrtn.' DELIMITED BY SIZE
                   CQC-TODAY DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   CQC-SEQ DELIMITED BY SIZE
              INTO CQC-FINAL-PATH
            END-STRING
            MOVE FUNCTION POSIX-RENAME(CQC-ENC-PATH,
                 CQC-FINAL-PATH) TO AUD-RC
            IF AUD-RC NOT = 0
               DISPLAY 'chq-clear: publication rename failed'
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        6000-PUBLISH-EXIT.
            EXIT.

        9999-EXIT.
            IF CQC-FILES-OPEN
               CLOSE CLEARING-FILE ACCT-MASTER-FILE CLR-TRAN-FILE
                     REPORT-FILE
            END-IF
            DISPLAY 'chq-clear: ' CQC-READ-COUNT ' items read, '
               CQC-PAID-COUNT ' paid, '
               CQC-RETURN-COUNT ' returned'
            IF CQC-MEMO-DOWN-COUNT > 0
               DISPLAY 'chq-clear: memo shadow unavailable for '
                  CQC-MEMO-DOWN-COUNT ' items'
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CQC-RUN-STOP)
              TO AUD-RC
            MOVE 'CHQCLR1' TO JHR-PROGRAM-ID
            MOVE CQC-TODAY TO JHR-BUSINESS-DATE
            MOVE CQC-START-SECONDS TO JHR-START-SECONDS
            MOVE CQC-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE CQC-READ-COUNT TO JHR-RECORDS-IN
            MOVE CQC-PAID-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program CHQ-CLEAR.
