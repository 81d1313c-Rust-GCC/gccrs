      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  dd-collect.cbl
      *
      *  Inbound direct-debit collection run.  Takes one
      *  creditor's collection file (DDIN), the creditor named by
      *  -PARTY and held on CPTYMST, and accepts an item only when
      *  it matches an active mandate (mandate-record.cpy, MANDATES
      *  keyed creditor + mandate reference) within its limits:
      *      INVL  the item is unreadable (amount not numeric or
      *            zero, mandate reference blank)
      *      NOMD  no mandate for this creditor and reference
      *      MDIN  the mandate is suspended, cancelled or expired
      *      ACCT  the item names an account other than the
      *            mandate's
      *      NOAC  the mandate's account is not on the master
      *      CLSD  the mandate's account is closed
      *      AMNT  the item is over the mandate's maximum amount
      *      FREQ  the mandate was used too recently for its
      *            frequency (W 7, M 28, Q 84, A 365 days), or a
      *            one-off mandate has already been used
      *  An accepted item becomes an ordinary ACCTTRAN movement (M)
      *  transaction debiting the customer, written to DDTRAN for
      *  the normal ACCT-MAINT run, and the mandate is stamped with
      *  the business date and its use count -- which is also what
      *  MANDATE-EXPIRE measures non-use by.  Rejected items go back
      *  to the creditor in the interchange envelope format through
      *  the same encrypt-and-rename publication as ACK-BUILDER: the
      *  staged clear text is encrypted by FILE-CRYPT and lands in
      *  the creditor's delivery directory by one atomic
      *  posix-rename.  The reject file is published every run,
      *  empty or not, so the creditor can tell a clean file from a
      *  lost one.  Every item prints on the collection report
      *  (DDRPT) with accepted and rejected totals and the rejects
      *  by reason, and is written as an AUD-RECORD (action DDPAY
      *  or DDREJ).
      *
      *  DDIN record layout (fixed columns):
      *      DDI-ITEM-REF     X(16)   creditor's item reference
      *      DDI-MANDATE-REF  X(16)
      *      DDI-ACCOUNT-KEY  X(32)   account the creditor quotes
      *      DDI-AMOUNT       9(13)V99 zoned
      *
      *  Reject envelope (fixed columns):
      *      'HDR' sender X(8) file-date 9(8) sequence 9(6)
      *      'REJ' item-ref X(16) mandate-ref X(16) account X(32)
      *            amount 9(13)V99 reason X(4)
      *      'TRL' record-count 9(9) amount-total 9(13)V99
      *
      *  Flags (cmdline-parms.cpy style):
      *      -PARTY=<id>        collecting creditor, required
      *      -SEQ=<n>           envelope sequence, default 1
      *      -STAGE=<path>      staging name, default
      *                         /var/batch/ddrej.staging
      *      -CRYPT=<path>      default /opt/batch/file-crypt
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. DD-COLLECT.
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
            Select COLLECTION-FILE Assign To DDIN
                Organization Is Line Sequential.
            Select MANDATE-FILE Assign To MANDATES
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is MDT-KEY
                Alternate Record Key Is MDT-ACCOUNT-KEY
                    With Duplicates
                File Status Is DDC-MDT-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is DDC-ACCT-STATUS.
            Select CPTY-MASTER-FILE Assign To CPTYMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CPM-ID
                File Status Is DDC-CPM-STATUS.
            Select DD-TRAN-FILE Assign To DDTRAN
                Organization Is Line Sequential.
            Select REJECT-FILE Assign To DDRSTAGE
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To DDRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  COLLECTION-FILE.
        01  COLLECTION-RECORD.
            05  DDI-ITEM-REF        PIC X(16).
            05  DDI-MANDATE-REF     PIC X(16).
            05  DDI-ACCOUNT-KEY     PIC X(32).
            05  DDI-AMOUNT          PIC 9(13)V99.
        FD  MANDATE-FILE.
        COPY mandate-record.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  CPTY-MASTER-FILE.
        COPY cpty-master.
        FD  DD-TRAN-FILE.
        01  DD-TRAN-RECORD.
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
        FD  REJECT-FILE.
        01  REJECT-LINE             PIC X(132).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  DDC-RUN-START.
            05  DDC-START-SECONDS   Usage BINARY-DOUBLE.
            05  DDC-START-NANOS     Usage BINARY-DOUBLE.
        01  DDC-RUN-STOP.
            05  DDC-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  DDC-STOP-NANOS      Usage BINARY-DOUBLE.
        01  DDC-MDT-STATUS          PIC X(02).
        01  DDC-ACCT-STATUS         PIC X(02).
        01  DDC-CPM-STATUS          PIC X(02).
        01  DDC-OPEN-SWITCH         PIC X(01) Value 'N'.
            88  DDC-FILES-OPEN          Value 'Y', False 'N'.
        01  DDC-EOF-SWITCH          PIC X(01).
            88  DDC-EOF                 Value 'Y', False 'N'.
        01  DDC-TODAY               PIC 9(08).
        01  DDC-PARTY               PIC X(08).
        01  DDC-SEQ                 PIC 9(06) Value 1.
        01  DDC-STAGE-PATH          PIC X(256)
                Value '/var/batch/ddrej.staging'.
        01  DDC-ENC-PATH            PIC X(256).
        01  DDC-CRYPT-PATH          PIC X(256)
                Value '/opt/batch/file-crypt'.
        01  DDC-SENDER              PIC X(08) Value 'OURBANK'.
        01  DDC-ENV-NAME            PIC X(64).
        01  DDC-ENV-VALUE           PIC X(256).
        01  DDC-FINAL-PATH          PIC X(520).
        01  DDC-CHILD-PID           Binary-Long.
        01  DDC-CHILD-STATUS        Binary-Long.
        01  DDC-NULL-PTR            Usage POINTER.
        01  DDC-ARGV1               PIC X(300).
        01  DDC-ARGV2               PIC X(300).
        01  DDC-ARGV3               PIC X(300).
        01  DDC-ARGV4               PIC X(300).
        01  DDC-ARGV-VECTOR.
            05  DDC-ARGV-PTR-0      Usage POINTER.
            05  DDC-ARGV-PTR-1      Usage POINTER.
            05  DDC-ARGV-PTR-2      Usage POINTER.
            05  DDC-ARGV-PTR-3      Usage POINTER.
            05  DDC-ARGV-PTR-4      Usage POINTER.
            05  DDC-ARGV-PTR-5      Usage POINTER.
        01  DDC-REASON              PIC X(04).
        01  DDC-MIN-DAYS            PIC 9(03).
        01  DDC-DAYS-SINCE          PIC S9(07).
        01  DDC-READ-COUNT          PIC 9(09) Value 0.
        01  DDC-PAID-COUNT          PIC 9(09) Value 0.
        01  DDC-REJECT-COUNT        PIC 9(09) Value 0.
        01  DDC-PAID-TOTAL          PIC S9(15)V99 COMP-3 Value 0.
        01  DDC-REJECT-TOTAL        PIC S9(15)V99 COMP-3 Value 0.
        01  DDC-REJECT-RECORDS      PIC 9(09) Value 0.
        01  DDC-STAMP-FAIL-COUNT    PIC 9(09) Value 0.
      * rejects by reason, in the order the header lists them
        01  DDC-REASON-TABLE.
            05  FILLER              PIC X(04) Value 'INVL'.
            05  FILLER              PIC X(04) Value 'NOMD'.
            05  FILLER              PIC X(04) Value 'MDIN'.
            05  FILLER              PIC X(04) Value 'ACCT'.
            05  FILLER              PIC X(04) Value 'NOAC'.
            05  FILLER              PIC X(04) Value 'CLSD'.
            05  FILLER              PIC X(04) Value 'AMNT'.
            05  FILLER              PIC X(04) Value 'FREQ'.
        01  DDC-REASON-CODES REDEFINES DDC-REASON-TABLE.
            05  DDC-RC-CODE         PIC X(04) OCCURS 8 TIMES.
        01  DDC-REASON-TOTALS.
            05  DDC-RT-ENTRY OCCURS 8 TIMES.
                10  DDC-RT-COUNT    PIC 9(07).
                10  DDC-RT-AMOUNT   PIC S9(15)V99 COMP-3.
        01  DDC-RC-SUB              Binary-Long.
        01  DDC-HDR-ENV.
            05  FILLER              PIC X(03) Value 'HDR'.
            05  DDH-SENDER          PIC X(08).
            05  DDH-DATE            PIC 9(08).
            05  DDH-SEQ             PIC 9(06).
        01  DDC-REJ-ENV.
            05  FILLER              PIC X(03) Value 'REJ'.
            05  DDR-ITEM-REF        PIC X(16).
            05  DDR-MANDATE-REF     PIC X(16).
            05  DDR-ACCOUNT         PIC X(32).
            05  DDR-AMOUNT          PIC 9(13)V99.
            05  DDR-REASON          PIC X(04).
        01  DDC-TRL-ENV.
            05  FILLER              PIC X(03) Value 'TRL'.
            05  DDT-COUNT           PIC 9(09).
            05  DDT-AMOUNT          PIC 9(13)V99.
        01  DDC-HDR-LINE.
            05  FILLER              PIC X(35) Value
                'DIRECT-DEBIT COLLECTIONS --       '.
            05  DDC-HL-DATE         PIC 9(08).
            05  FILLER              PIC X(12) Value
                '  CREDITOR  '.
            05  DDC-HL-PARTY        PIC X(08).
        01  DDC-COL-LINE.
            05  FILLER              PIC X(50) Value
                'ITEM-REF         MANDATE-REF      ACCOUNT         '.
            05  FILLER              PIC X(45) Value
                '                             AMOUNT DECISION '.
            05  FILLER              PIC X(06) Value
                'REASON'.
        01  DDC-DETAIL-LINE.
            05  DDC-DL-REF          PIC X(16).
            05  FILLER              PIC X(01) Value SPACE.
            05  DDC-DL-MANDATE      PIC X(16).
            05  FILLER              PIC X(01) Value SPACE.
            05  DDC-DL-ACCOUNT      PIC X(32).
            05  DDC-DL-AMOUNT       PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  DDC-DL-DECISION     PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  DDC-DL-REASON       PIC X(04).
        01  DDC-TOTAL-LINE.
            05  DDC-TL-LABEL        PIC X(10).
            05  DDC-TL-COUNT        PIC Z(08)9.
            05  FILLER              PIC X(01) Value SPACE.
            05  DDC-TL-AMOUNT       PIC -(15)9.99.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-COLLECT-ALL THRU 2000-COLLECT-ALL-EXIT
               PERFORM 5000-FINISH-REJECTS
                  THRU 5000-FINISH-REJECTS-EXIT
               PERFORM 6000-PUBLISH THRU 6000-PUBLISH-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET DDC-EOF TO FALSE
            SET DDC-NULL-PTR TO NULL
            INITIALIZE DDC-REASON-TOTALS
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'PARTY' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            MOVE CLP-LOOKUP-VALUE TO DDC-PARTY
            MOVE 'SEQ' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO DDC-SEQ
            END-IF
            MOVE 'STAGE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO DDC-STAGE-PATH
            END-IF
            MOVE 'CRYPT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO DDC-CRYPT-PATH
            END-IF
            IF DDC-PARTY = SPACES
               DISPLAY 'dd-collect: -PARTY is required'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE 'SETTLE_SENDER' TO DDC-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(DDC-ENV-NAME)
              TO DDC-ENV-VALUE
            IF DDC-ENV-VALUE NOT = SPACES
               MOVE DDC-ENV-VALUE TO DDC-SENDER
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'dd-collect: no business date established,'
                  ' refusing to collect'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO DDC-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, DDC-RUN-START)
              TO AUD-RC
            OPEN INPUT CPTY-MASTER-FILE
            IF DDC-CPM-STATUS NOT = '00'
               DISPLAY 'dd-collect: counterparty master not'
                  ' openable, status ' DDC-CPM-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE DDC-PARTY TO CPM-ID
            READ CPTY-MASTER-FILE
            IF DDC-CPM-STATUS NOT = '00'
               DISPLAY 'dd-collect: creditor '
                  FUNCTION TRIM(DDC-PARTY) ' not on master'
               CLOSE CPTY-MASTER-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            CLOSE CPTY-MASTER-FILE
            IF NOT CPM-STATUS-ACTIVE
               DISPLAY 'dd-collect: creditor '
                  FUNCTION TRIM(DDC-PARTY) ' is not active,'
                  ' file not processed'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN I-O MANDATE-FILE
            IF DDC-MDT-STATUS NOT = '00'
               DISPLAY 'dd-collect: cannot open MANDATES, status '
                  DDC-MDT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT ACCT-MASTER-FILE
            IF DDC-ACCT-STATUS NOT = '00'
               DISPLAY 'dd-collect: cannot open master, status '
                  DDC-ACCT-STATUS
               CLOSE MANDATE-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
      *     the DDRSTAGE assign is wired to the same path the
      *     encrypt step reads, the ACK-BUILDER setenv pattern
            MOVE 'DDRSTAGE' TO DDC-ENV-NAME
            MOVE FUNCTION POSIX-SETENV(DDC-ENV-NAME,
                 DDC-STAGE-PATH, 1) TO AUD-RC
            OPEN INPUT COLLECTION-FILE
            OPEN OUTPUT DD-TRAN-FILE
            OPEN OUTPUT REJECT-FILE
            OPEN OUTPUT REPORT-FILE
            SET DDC-FILES-OPEN TO TRUE
            MOVE DDC-SENDER TO DDH-SENDER
            MOVE DDC-TODAY TO DDH-DATE
            MOVE DDC-SEQ TO DDH-SEQ
            WRITE REJECT-LINE FROM DDC-HDR-ENV
            MOVE DDC-TODAY TO DDC-HL-DATE
            MOVE DDC-PARTY TO DDC-HL-PARTY
            WRITE REPORT-LINE FROM DDC-HDR-LINE
            WRITE REPORT-LINE FROM DDC-COL-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-COLLECT-ALL.
            PERFORM 2100-READ-ONE-ITEM THRU 2100-READ-ONE-ITEM-EXIT
                UNTIL DDC-EOF.
        2000-COLLECT-ALL-EXIT.
            EXIT.

        2100-READ-ONE-ITEM.
            READ COLLECTION-FILE
                AT END
                    SET DDC-EOF TO TRUE
                NOT AT END
                    ADD 1 TO DDC-READ-COUNT
                    PERFORM 3000-VALIDATE-ITEM
                       THRU 3000-VALIDATE-ITEM-EXIT
                    IF DDC-REASON = SPACES
                       PERFORM 4000-ACCEPT-ITEM
                          THRU 4000-ACCEPT-ITEM-EXIT
                    ELSE
                       PERFORM 4500-REJECT-ITEM
                          THRU 4500-REJECT-ITEM-EXIT
                    END-IF
            END-READ.
        2100-READ-ONE-ITEM-EXIT.
            EXIT.

      * the tests run in the order a rejected item's reason is
      * reported: the item, the mandate, the account, the limits
        3000-VALIDATE-ITEM.
            MOVE SPACES TO DDC-REASON
            IF DDI-AMOUNT NOT NUMERIC OR DDI-MANDATE-REF = SPACES
               MOVE 'INVL' TO DDC-REASON
               GO TO 3000-VALIDATE-ITEM-EXIT
            END-IF
            IF DDI-AMOUNT = 0
               MOVE 'INVL' TO DDC-REASON
               GO TO 3000-VALIDATE-ITEM-EXIT
            END-IF
            MOVE DDC-PARTY TO MDT-CREDITOR-ID
            MOVE DDI-MANDATE-REF TO MDT-MANDATE-REF
            READ MANDATE-FILE
            IF DDC-MDT-STATUS NOT = '00'
               MOVE 'NOMD' TO DDC-REASON
               GO TO 3000-VALIDATE-ITEM-EXIT
            END-IF
            IF NOT MDT-STATUS-ACTIVE
               MOVE 'MDIN' TO DDC-REASON
               GO TO 3000-VALIDATE-ITEM-EXIT
            END-IF
            IF DDI-ACCOUNT-KEY NOT = MDT-ACCOUNT-KEY
               MOVE 'ACCT' TO DDC-REASON
               GO TO 3000-VALIDATE-ITEM-EXIT
            END-IF
            MOVE MDT-ACCOUNT-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF DDC-ACCT-STATUS NOT = '00'
               MOVE 'NOAC' TO DDC-REASON
               GO TO 3000-VALIDATE-ITEM-EXIT
            END-IF
            IF NOT AM-STATUS-ACTIVE
               MOVE 'CLSD' TO DDC-REASON
               GO TO 3000-VALIDATE-ITEM-EXIT
            END-IF
            IF DDI-AMOUNT > MDT-MAX-AMOUNT
               MOVE 'AMNT' TO DDC-REASON
               GO TO 3000-VALIDATE-ITEM-EXIT
            END-IF
            PERFORM 3100-TEST-FREQUENCY THRU 3100-TEST-FREQUENCY-EXIT.
        3000-VALIDATE-ITEM-EXIT.
            EXIT.

      * spacing is measured from the last collection this mandate
      * paid; a mandate never used has nothing to space from
        3100-TEST-FREQUENCY.
            IF MDT-USE-COUNT = 0 OR MDT-FREQ-VARIABLE
               GO TO 3100-TEST-FREQUENCY-EXIT
            END-IF
            IF MDT-FREQ-ONE-OFF
               MOVE 'FREQ' TO DDC-REASON
               GO TO 3100-TEST-FREQUENCY-EXIT
            END-IF
            EVALUATE TRUE
               WHEN MDT-FREQ-WEEKLY
                  MOVE 7 TO DDC-MIN-DAYS
               WHEN MDT-FREQ-MONTHLY
                  MOVE 28 TO DDC-MIN-DAYS
               WHEN MDT-FREQ-QUARTERLY
                  MOVE 84 TO DDC-MIN-DAYS
               WHEN OTHER
                  MOVE 365 TO DDC-MIN-DAYS
            END-EVALUATE
            COMPUTE DDC-DAYS-SINCE =
               FUNCTION INTEGER-OF-DATE(DDC-TODAY)
               - FUNCTION INTEGER-OF-DATE(MDT-LAST-USED-DATE)
            IF DDC-DAYS-SINCE < DDC-MIN-DAYS
               MOVE 'FREQ' TO DDC-REASON
            END-IF.
        3100-TEST-FREQUENCY-EXIT.
            EXIT.

        4000-ACCEPT-ITEM.
            MOVE SPACES TO DD-TRAN-RECORD
            MOVE 'M' TO ATR-ACTION
            MOVE AM-KEY TO ATR-KEY
            MOVE AM-SHORT-NAME TO ATR-SHORT-NAME
            MOVE AM-CUSTOMER-NAME TO ATR-CUST-NAME
            MOVE AM-BRANCH TO ATR-BRANCH
            MOVE AM-TYPE TO ATR-TYPE
            MOVE AM-CURRENCY TO ATR-CURRENCY
            COMPUTE ATR-AMOUNT = 0 - DDI-AMOUNT
            MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            MOVE 'DDCOLL1' TO ATR-ORIGIN
            MOVE MDT-MANDATE-REF TO ATR-REFERENCE
            STRING 'DD ' CPM-NAME DELIMITED BY SIZE
              INTO ATR-NARRATIVE
            END-STRING
            WRITE DD-TRAN-RECORD
            ADD 1 TO DDC-PAID-COUNT
            ADD DDI-AMOUNT TO DDC-PAID-TOTAL
      *     stamping the mandate at once also spaces a second item
      *     for the same mandate later in this file
            MOVE DDC-TODAY TO MDT-LAST-USED-DATE
            ADD 1 TO MDT-USE-COUNT
            REWRITE MANDATE-RECORD
            IF DDC-MDT-STATUS NOT = '00'
               DISPLAY 'dd-collect: mandate '
                  FUNCTION TRIM(MDT-MANDATE-REF)
                  ' not stamped, status ' DDC-MDT-STATUS
               ADD 1 TO DDC-STAMP-FAIL-COUNT
            END-IF
            MOVE 'PAID' TO DDC-DL-DECISION
            PERFORM 4900-REPORT-ITEM THRU 4900-REPORT-ITEM-EXIT
            MOVE 'DDPAY' TO AUD-ACTION
            PERFORM 4950-AUDIT-ITEM THRU 4950-AUDIT-ITEM-EXIT.
        4000-ACCEPT-ITEM-EXIT.
            EXIT.

        4500-REJECT-ITEM.
            MOVE DDI-ITEM-REF TO DDR-ITEM-REF
            MOVE DDI-MANDATE-REF TO DDR-MANDATE-REF
            MOVE DDI-ACCOUNT-KEY TO DDR-ACCOUNT
            IF DDI-AMOUNT NUMERIC
               MOVE DDI-AMOUNT TO DDR-AMOUNT
            ELSE
               MOVE 0 TO DDR-AMOUNT
            END-IF
            MOVE DDC-REASON TO DDR-REASON
            WRITE REJECT-LINE FROM DDC-REJ-ENV
            ADD 1 TO DDC-REJECT-COUNT DDC-REJECT-RECORDS
            ADD DDR-AMOUNT TO DDC-REJECT-TOTAL
            PERFORM 4510-COUNT-REASON THRU 4510-COUNT-REASON-EXIT
               VARYING DDC-RC-SUB FROM 1 BY 1
               UNTIL DDC-RC-SUB > 8
            MOVE 'REJECTED' TO DDC-DL-DECISION
            PERFORM 4900-REPORT-ITEM THRU 4900-REPORT-ITEM-EXIT
            MOVE 'DDREJ' TO AUD-ACTION
            PERFORM 4950-AUDIT-ITEM THRU 4950-AUDIT-ITEM-EXIT.
        4500-REJECT-ITEM-EXIT.
            EXIT.

        4510-COUNT-REASON.
            IF DDC-RC-CODE (DDC-RC-SUB) = DDC-REASON
               ADD 1 TO DDC-RT-COUNT (DDC-RC-SUB)
               ADD DDR-AMOUNT TO DDC-RT-AMOUNT (DDC-RC-SUB)
            END-IF.
        4510-COUNT-REASON-EXIT.
            EXIT.

        4900-REPORT-ITEM.
            MOVE DDI-ITEM-REF TO DDC-DL-REF
            MOVE DDI-MANDATE-REF TO DDC-DL-MANDATE
            MOVE DDI-ACCOUNT-KEY TO DDC-DL-ACCOUNT
            IF DDI-AMOUNT NUMERIC
               MOVE DDI-AMOUNT TO DDC-DL-AMOUNT
            ELSE
               MOVE 0 TO DDC-DL-AMOUNT
            END-IF
            MOVE DDC-REASON TO DDC-DL-REASON
            WRITE REPORT-LINE FROM DDC-DETAIL-LINE.
        4900-REPORT-ITEM-EXIT.
            EXIT.

        4950-AUDIT-ITEM.
            MOVE 'DDCOLL1' TO AUD-PROGRAM-ID
            MOVE DDI-ACCOUNT-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        4950-AUDIT-ITEM-EXIT.
            EXIT.

      * the trailer closes the reject envelope; the report ends
      * with the accepted and rejected totals and the rejects
      * broken down by reason
        5000-FINISH-REJECTS.
            ADD 1 TO DDC-REJECT-RECORDS
            MOVE DDC-REJECT-RECORDS TO DDT-COUNT
            MOVE DDC-REJECT-TOTAL TO DDT-AMOUNT
            WRITE REJECT-LINE FROM DDC-TRL-ENV
            CLOSE REJECT-FILE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 'ACCEPTED  ' TO DDC-TL-LABEL
            MOVE DDC-PAID-COUNT TO DDC-TL-COUNT
            MOVE DDC-PAID-TOTAL TO DDC-TL-AMOUNT
            WRITE REPORT-LINE FROM DDC-TOTAL-LINE
            MOVE 'REJECTED  ' TO DDC-TL-LABEL
            MOVE DDC-REJECT-COUNT TO DDC-TL-COUNT
            MOVE DDC-REJECT-TOTAL TO DDC-TL-AMOUNT
            WRITE REPORT-LINE FROM DDC-TOTAL-LINE
            PERFORM 5100-REASON-LINE THRU 5100-REASON-LINE-EXIT
               VARYING DDC-RC-SUB FROM 1 BY 1
               UNTIL DDC-RC-SUB > 8.
        5000-FINISH-REJECTS-EXIT.
            EXIT.

        5100-REASON-LINE.
            MOVE SPACES TO DDC-TL-LABEL
            MOVE DDC-RC-CODE (DDC-RC-SUB) TO DDC-TL-LABEL (3:4)
            MOVE DDC-RT-COUNT (DDC-RC-SUB) TO DDC-TL-COUNT
            MOVE DDC-RT-AMOUNT (DDC-RC-SUB) TO DDC-TL-AMOUNT
            WRITE REPORT-LINE FROM DDC-TOTAL-LINE.
        5100-REASON-LINE-EXIT.
            EXIT.

      * publication is the standard pipeline: encrypt the staged
      * file, then one atomic rename into the delivery endpoint;
      * clear text never lands there
        6000-PUBLISH.
            MOVE SPACES TO DDC-ENC-PATH
            STRING FUNCTION TRIM(DDC-STAGE-PATH)
                      DELIMITED BY SIZE
                   '.enc' DELIMITED BY SIZE
              INTO DDC-ENC-PATH
            END-STRING
            MOVE SPACES TO DDC-ARGV1
            STRING '-MODE=ENCRYPT' DELIMITED BY SIZE
                   X'00' DELIMITED BY SIZE
              INTO DDC-ARGV1
            END-STRING
            MOVE SPACES TO DDC-ARGV2
            STRING '-IN=' DELIMITED BY SIZE
                   DDC-STAGE-PATH DELIMITED BY SPACE
                   X'00' DELIMITED BY SIZE
              INTO DDC-ARGV2
            END-STRING
            MOVE SPACES TO DDC-ARGV3
            STRING '-OUT=' DELIMITED BY SIZE
                   DDC-ENC-PATH DELIMITED BY SPACE
                   X'00' DELIMITED BY SIZE
              INTO DDC-ARGV3
            END-STRING
            MOVE SPACES TO DDC-ARGV4
            STRING '-PARTY=' DELIMITED BY SIZE
                   DDC-PARTY DELIMITED BY SPACE
                   X'00' DELIMITED BY SIZE
              INTO DDC-ARGV4
            END-STRING
            SET DDC-ARGV-PTR-0 TO ADDRESS OF DDC-CRYPT-PATH
            SET DDC-ARGV-PTR-1 TO ADDRESS OF DDC-ARGV1
            SET DDC-ARGV-PTR-2 TO ADDRESS OF DDC-ARGV2
            SET DDC-ARGV-PTR-3 TO ADDRESS OF DDC-ARGV3
            SET DDC-ARGV-PTR-4 TO ADDRESS OF DDC-ARGV4
            SET DDC-ARGV-PTR-5 TO NULL
            CALL "posix-fork" RETURNING DDC-CHILD-PID END-CALL
            IF DDC-CHILD-PID = 0
               CALL "posix-execve" USING
                    BY REFERENCE DDC-CRYPT-PATH
                    BY VALUE ADDRESS OF DDC-ARGV-VECTOR
                    BY VALUE DDC-NULL-PTR
                   RETURNING AUD-RC
               END-CALL
               DISPLAY 'dd-collect: exec of file-crypt failed'
               STOP RUN
            END-IF
            CALL "posix-waitpid" USING
                 BY VALUE DDC-CHILD-PID
                 BY REFERENCE DDC-CHILD-STATUS
                 BY VALUE 0
                RETURNING AUD-RC
            END-CALL
            IF DDC-CHILD-STATUS NOT = 0
               DISPLAY 'dd-collect: encryption failed,'
                  ' reject file not published'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 6000-PUBLISH-EXIT
            END-IF
            MOVE SPACES TO DDC-FINAL-PATH
            STRING FUNCTION TRIM(CPM-DELIVERY-DIR)
                      DELIMITED BY SIZE
                   '/ddrej.' DELIMITED BY SIZE
                   DDC-TODAY DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   DDC-SEQ DELIMITED BY SIZE
              INTO DDC-FINAL-PATH
            END-STRING
            MOVE FUNCTION POSIX-RENAME(DDC-ENC-PATH,
                 DDC-FINAL-PATH) TO AUD-RC
            IF AUD-RC NOT = 0
               DISPLAY 'dd-collect: publication rename failed'
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        6000-PUBLISH-EXIT.
            EXIT.

        9999-EXIT.
            IF DDC-FILES-OPEN
               CLOSE COLLECTION-FILE MANDATE-FILE ACCT-MASTER-FILE
                     DD-TRAN-FILE REPORT-FILE
            END-IF
            DISPLAY 'dd-collect: ' DDC-READ-COUNT ' items read, '
               DDC-PAID-COUNT ' accepted, '
               DDC-REJECT-COUNT ' rejected'
            IF DDC-STAMP-FAIL-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, DDC-RUN-STOP)
              TO AUD-RC
            MOVE 'DDCOLL1' TO JHR-PROGRAM-ID
            MOVE DDC-TODAY TO JHR-BUSINESS-DATE
            MOVE DDC-START-SECONDS TO JHR-START-SECONDS
            MOVE DDC-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE DDC-READ-COUNT TO JHR-RECORDS-IN
            MOVE DDC-PAID-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program DD-COLLECT.
