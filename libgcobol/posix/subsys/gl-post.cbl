      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  gl-post.cbl
      *
      *  Daily general-ledger posting -- where the GL-BRIDGE trail
      *  used to go cold.  Applies the day's published GL entries
      *  (GLOUT, the GL-BRIDGE GLFINAL file) to the indexed GL
      *  account master (GLMST, gl-account.cpy), one account per
      *  branch + GL account number.  The whole day is proved
      *  before anything is applied: every entry must carry
      *  today's business date, a D/C side and a numeric amount,
      *  and the day's debits must equal its credits.  A day that
      *  fails is refused whole (JOB-NEEDS-RERUN) and nothing is
      *  posted.  A day already posted (the control record's last
      *  posting date) is not posted twice.  An entry naming an
      *  account not yet on GLMST opens it, unclassified, and the
      *  report lists it for finance.  The first posting of a new
      *  month rolls each account's closing balance into its
      *  opening balance and restarts the period-to-date figures.
      *
      *  The optional GLOPEN take-on file opens accounts with their
      *  names, types and opening balances (an account already on
      *  file only has its name and type updated).  The opening
      *  balances of the accounts it opens must net to zero, or the
      *  take-on is refused whole.
      *
      *  GLOPEN record layout (fixed columns):
      *      GLO-BRANCH   X(4)
      *      GLO-ACCOUNT  X(8)
      *      GLO-TYPE     X(1)    A L Q I E
      *      GLO-NAME     X(30)
      *      GLO-OPENING  S9(15)V99 sign leading separate,
      *                   debit-positive
      *
      *  The GLFINAL path comes from the environment (the getenv
      *  configuration scheme), as in GL-BRIDGE.  GL-TRIAL follows
      *  with the trial balance and the subledger proof.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  The proved GLFINAL file is checked
      *                        against the applied-batch registry
      *                        through APPLY-REG and registered once
      *                        posted; content applied before is
      *                        refused whole with JOB-ALREADY-
      *                        APPLIED unless the operator has
      *                        exported APPLY_DUP_OVERRIDE=Y.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. GL-POST.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-GETENV
            Function POSIX-SETENV
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select OPTIONAL GL-IN-FILE Assign To GLOUT
                Organization Is Line Sequential.
            Select OPTIONAL GL-OPEN-FILE Assign To GLOPEN
                Organization Is Line Sequential.
            Select GL-MASTER-FILE Assign To GLMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is GLA-KEY
                File Status Is GLP-GLA-STATUS.
            Select REPORT-FILE Assign To GLPRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  GL-IN-FILE.
        01  GL-ENTRY-RECORD.
            05  GLE-DATE            PIC 9(08).
            05  GLE-BRANCH          PIC X(04).
            05  GLE-ACCOUNT         PIC X(08).
            05  GLE-DR-CR           PIC X(01).
            05  GLE-AMOUNT          PIC 9(13)V99.
        FD  GL-OPEN-FILE.
        01  GL-OPEN-RECORD.
            05  GLO-BRANCH          PIC X(04).
            05  GLO-ACCOUNT         PIC X(08).
            05  GLO-TYPE            PIC X(01).
            05  GLO-NAME            PIC X(30).
            05  GLO-OPENING         PIC S9(15)V99
                                    Sign Leading Separate.
        FD  GL-MASTER-FILE.
        COPY gl-account.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY exit-status.
        COPY apply-reg.
        01  JHW-FILE-STATUS         PIC X(02).
        01  GLP-RUN-START.
            05  GLP-START-SECONDS   Usage BINARY-DOUBLE.
            05  GLP-START-NANOS     Usage BINARY-DOUBLE.
        01  GLP-RUN-STOP.
            05  GLP-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  GLP-STOP-NANOS      Usage BINARY-DOUBLE.
        01  GLP-GLA-STATUS          PIC X(02).
        01  GLP-OPEN-SWITCH         PIC X(01) Value 'N'.
            88  GLP-FILES-OPEN          Value 'Y', False 'N'.
        01  GLP-EOF-SWITCH          PIC X(01).
            88  GLP-EOF                 Value 'Y', False 'N'.
        01  GLP-TODAY               PIC 9(08).
        01  GLP-PERIOD              PIC 9(06).
        01  GLP-LAST-POSTED         PIC 9(08).
        01  GLP-FINAL-PATH          PIC X(256)
                Value '/var/batch/glout.dat'.
        01  GLP-ENV-NAME            PIC X(64).
        01  GLP-ENV-VALUE           PIC X(256).
        01  GLP-REFUSAL             PIC X(60).
        01  GLP-ENTRY-COUNT         PIC 9(09) Value 0.
        01  GLP-POSTED-COUNT        PIC 9(09) Value 0.
        01  GLP-OPENED-COUNT        PIC 9(09) Value 0.
        01  GLP-TAKEON-COUNT        PIC 9(09) Value 0.
        01  GLP-DEBIT-TOTAL         PIC S9(15)V99 COMP-3 Value 0.
        01  GLP-CREDIT-TOTAL        PIC S9(15)V99 COMP-3 Value 0.
        01  GLP-TAKEON-TOTAL        PIC S9(15)V99 COMP-3 Value 0.
        01  GLP-HDR-LINE.
            05  FILLER              PIC X(35) Value
                'GENERAL-LEDGER POSTING --         '.
            05  GLP-HL-DATE         PIC 9(08).
        01  GLP-ACCOUNT-LINE.
            05  GLP-AL-ACTION       PIC X(10).
            05  GLP-AL-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  GLP-AL-ACCOUNT      PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  GLP-AL-TYPE         PIC X(01).
            05  FILLER              PIC X(01) Value SPACE.
            05  GLP-AL-NAME         PIC X(30).
            05  GLP-AL-AMOUNT       PIC -(15)9.99.
        01  GLP-TOTAL-LINE.
            05  GLP-TL-LABEL        PIC X(24).
            05  GLP-TL-COUNT        PIC Z(08)9.
            05  FILLER              PIC X(01) Value SPACE.
            05  GLP-TL-AMOUNT       PIC -(15)9.99.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-TAKE-ON THRU 2000-TAKE-ON-EXIT
            END-IF
            IF JOB-OK
               PERFORM 3000-PROVE-DAY THRU 3000-PROVE-DAY-EXIT
            END-IF
            IF JOB-OK AND GLP-REFUSAL = SPACES
               PERFORM 4000-APPLY-DAY THRU 4000-APPLY-DAY-EXIT
            END-IF
            IF GLP-FILES-OPEN
               PERFORM 5000-PRINT-TOTALS
                  THRU 5000-PRINT-TOTALS-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE SPACES TO GLP-REFUSAL
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'gl-post: no business date established,'
                  ' refusing to post'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO GLP-TODAY
            MOVE GLP-TODAY (1:6) TO GLP-PERIOD
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, GLP-RUN-START)
              TO AUD-RC
      *     the GLOUT assign reads the file GL-BRIDGE published
            MOVE 'GLFINAL' TO GLP-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(GLP-ENV-NAME)
              TO GLP-ENV-VALUE
            IF GLP-ENV-VALUE NOT = SPACES
               MOVE GLP-ENV-VALUE TO GLP-FINAL-PATH
            END-IF
            MOVE 'GLOUT' TO GLP-ENV-NAME
            MOVE FUNCTION POSIX-SETENV(GLP-ENV-NAME,
                 GLP-FINAL-PATH, 1) TO AUD-RC
            OPEN I-O GL-MASTER-FILE
            IF GLP-GLA-STATUS = '35'
      *        the first run builds the ledger and its control
      *        record
               OPEN OUTPUT GL-MASTER-FILE
               CLOSE GL-MASTER-FILE
               OPEN I-O GL-MASTER-FILE
            END-IF
            IF GLP-GLA-STATUS NOT = '00'
               DISPLAY 'gl-post: cannot open GLMST, status '
                  GLP-GLA-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE '****' TO GLA-BRANCH
            MOVE '********' TO GLA-ACCOUNT
            READ GL-MASTER-FILE
            IF GLP-GLA-STATUS = '00'
               MOVE GLA-LAST-POST-DATE TO GLP-LAST-POSTED
            ELSE
               MOVE 0 TO GLP-LAST-POSTED
               MOVE '****' TO GLA-BRANCH
               MOVE '********' TO GLA-ACCOUNT
               MOVE 'LEDGER CONTROL' TO GLA-NAME
               MOVE SPACE TO GLA-TYPE
               MOVE GLP-PERIOD TO GLA-PERIOD
               MOVE 0 TO GLA-OPENING-BALANCE GLA-PTD-DEBITS
                         GLA-PTD-CREDITS GLA-LAST-POST-DATE
               MOVE GLP-TODAY TO GLA-OPENED-DATE
               WRITE GL-ACCOUNT-RECORD
            END-IF
            OPEN OUTPUT REPORT-FILE
            SET GLP-FILES-OPEN TO TRUE
            MOVE GLP-TODAY TO GLP-HL-DATE
            WRITE REPORT-LINE FROM GLP-HDR-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

      * the take-on is proved before it is applied: the accounts
      * it opens must carry opening balances that net to zero
        2000-TAKE-ON.
            SET GLP-EOF TO FALSE
            OPEN INPUT GL-OPEN-FILE
            PERFORM 2100-PROVE-ONE-OPEN THRU 2100-PROVE-ONE-OPEN-EXIT
                UNTIL GLP-EOF
            CLOSE GL-OPEN-FILE
            IF GLP-TAKEON-TOTAL NOT = 0
               DISPLAY 'gl-post: GLOPEN opening balances do not net'
                  ' to zero, take-on refused'
               MOVE 'TAKE-ON REFUSED: OPENING BALANCES DO NOT NET'
                 TO REPORT-LINE
               WRITE REPORT-LINE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2000-TAKE-ON-EXIT
            END-IF
            SET GLP-EOF TO FALSE
            OPEN INPUT GL-OPEN-FILE
            PERFORM 2200-APPLY-ONE-OPEN THRU 2200-APPLY-ONE-OPEN-EXIT
                UNTIL GLP-EOF
            CLOSE GL-OPEN-FILE.
        2000-TAKE-ON-EXIT.
            EXIT.

        2100-PROVE-ONE-OPEN.
            READ GL-OPEN-FILE
                AT END
                    SET GLP-EOF TO TRUE
                    GO TO 2100-PROVE-ONE-OPEN-EXIT
            END-READ
            IF GLO-OPENING NOT NUMERIC
               DISPLAY 'gl-post: GLOPEN balance not numeric for '
                  GLO-BRANCH ' ' GLO-ACCOUNT
               MOVE 1 TO GLP-TAKEON-TOTAL
               SET GLP-EOF TO TRUE
               GO TO 2100-PROVE-ONE-OPEN-EXIT
            END-IF
            MOVE GLO-BRANCH TO GLA-BRANCH
            MOVE GLO-ACCOUNT TO GLA-ACCOUNT
            READ GL-MASTER-FILE
            IF GLP-GLA-STATUS NOT = '00'
               ADD GLO-OPENING TO GLP-TAKEON-TOTAL
            END-IF.
        2100-PROVE-ONE-OPEN-EXIT.
            EXIT.

        2200-APPLY-ONE-OPEN.
            READ GL-OPEN-FILE
                AT END
                    SET GLP-EOF TO TRUE
                    GO TO 2200-APPLY-ONE-OPEN-EXIT
            END-READ
            IF GLO-BRANCH = '****'
               GO TO 2200-APPLY-ONE-OPEN-EXIT
            END-IF
            MOVE GLO-BRANCH TO GLA-BRANCH
            MOVE GLO-ACCOUNT TO GLA-ACCOUNT
            READ GL-MASTER-FILE
            IF GLP-GLA-STATUS = '00'
               MOVE GLO-NAME TO GLA-NAME
               MOVE GLO-TYPE TO GLA-TYPE
               REWRITE GL-ACCOUNT-RECORD
               MOVE 'UPDATED' TO GLP-AL-ACTION
               MOVE GLA-OPENING-BALANCE TO GLP-AL-AMOUNT
            ELSE
               MOVE GLO-BRANCH TO GLA-BRANCH
               MOVE GLO-ACCOUNT TO GLA-ACCOUNT
               MOVE GLO-NAME TO GLA-NAME
               MOVE GLO-TYPE TO GLA-TYPE
               MOVE GLP-PERIOD TO GLA-PERIOD
               MOVE GLO-OPENING TO GLA-OPENING-BALANCE
               MOVE 0 TO GLA-PTD-DEBITS GLA-PTD-CREDITS
                         GLA-LAST-POST-DATE
               MOVE GLP-TODAY TO GLA-OPENED-DATE
               WRITE GL-ACCOUNT-RECORD
               MOVE 'TAKEN ON' TO GLP-AL-ACTION
               MOVE GLO-OPENING TO GLP-AL-AMOUNT
            END-IF
            IF GLP-GLA-STATUS NOT = '00'
               DISPLAY 'gl-post: GLOPEN account ' GLO-BRANCH ' '
                  GLO-ACCOUNT ' not written, status '
                  GLP-GLA-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               SET GLP-EOF TO TRUE
               GO TO 2200-APPLY-ONE-OPEN-EXIT
            END-IF
            ADD 1 TO GLP-TAKEON-COUNT
            MOVE GLO-BRANCH TO GLP-AL-BRANCH
            MOVE GLO-ACCOUNT TO GLP-AL-ACCOUNT
            MOVE GLO-TYPE TO GLP-AL-TYPE
            MOVE GLO-NAME TO GLP-AL-NAME
            WRITE REPORT-LINE FROM GLP-ACCOUNT-LINE
            MOVE 'GLPOST' TO AUD-PROGRAM-ID
            SET AUD-ACTION-CREATE TO TRUE
            MOVE GLA-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        2200-APPLY-ONE-OPEN-EXIT.
            EXIT.

      * the day is proved whole before any of it is applied
        3000-PROVE-DAY.
            IF GLP-LAST-POSTED NOT < GLP-TODAY
               DISPLAY 'gl-post: ' GLP-TODAY ' already posted'
               MOVE 'DAY ALREADY POSTED, NOTHING APPLIED'
                 TO GLP-REFUSAL
               SET JOB-WARNING TO TRUE
               GO TO 3000-PROVE-DAY-EXIT
            END-IF
            PERFORM 9875-APPLY-START THRU 9875-APPLY-START-EXIT
            SET GLP-EOF TO FALSE
            OPEN INPUT GL-IN-FILE
            PERFORM 3100-PROVE-ONE-ENTRY
               THRU 3100-PROVE-ONE-ENTRY-EXIT
                UNTIL GLP-EOF
            CLOSE GL-IN-FILE
            IF GLP-REFUSAL NOT = SPACES
               DISPLAY 'gl-post: day refused, '
                  FUNCTION TRIM(GLP-REFUSAL)
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3000-PROVE-DAY-EXIT
            END-IF
            IF GLP-ENTRY-COUNT = 0
      *        GL-BRIDGE publishes only a clean batch: no file
      *        means no posting, and the day stays open for it
               DISPLAY 'gl-post: no GL entries published for '
                  GLP-TODAY
               MOVE 'NO GL ENTRIES PUBLISHED, NOTHING APPLIED'
                 TO GLP-REFUSAL
               SET JOB-WARNING TO TRUE
               GO TO 3000-PROVE-DAY-EXIT
            END-IF
            IF GLP-DEBIT-TOTAL NOT = GLP-CREDIT-TOTAL
               DISPLAY 'gl-post: debits and credits disagree,'
                  ' day refused'
               MOVE 'UNBALANCED DAY REFUSED' TO GLP-REFUSAL
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3000-PROVE-DAY-EXIT
            END-IF
      *     the control record guards the day, the registry the
      *     file: a control record restored from backup does not
      *     let the same entries post again
            MOVE 'GLPOST' TO APC-PROGRAM-ID
            MOVE GLP-TODAY TO APC-BUSINESS-DATE
            MOVE GLP-START-SECONDS TO APC-RUN-ID
            MOVE GLP-FINAL-PATH TO APC-FILE-NAME
            PERFORM 9885-APPLY-CHECK THRU 9885-APPLY-CHECK-EXIT
            IF JOB-ALREADY-APPLIED
               MOVE 'FILE ALREADY APPLIED, NOTHING APPLIED'
                 TO GLP-REFUSAL
            END-IF.
        3000-PROVE-DAY-EXIT.
            EXIT.

        3100-PROVE-ONE-ENTRY.
            READ GL-IN-FILE
                AT END
                    SET GLP-EOF TO TRUE
                    GO TO 3100-PROVE-ONE-ENTRY-EXIT
            END-READ
            ADD 1 TO GLP-ENTRY-COUNT
            MOVE GL-ENTRY-RECORD TO APC-HASH-TEXT
            MOVE LENGTH OF GL-ENTRY-RECORD TO APC-HASH-LENGTH
            PERFORM 9880-APPLY-HASH-RECORD
               THRU 9880-APPLY-HASH-RECORD-EXIT
            EVALUATE TRUE
               WHEN GLE-DATE NOT NUMERIC OR GLE-DATE NOT = GLP-TODAY
                  MOVE 'ENTRY NOT DATED TODAY -- STALE OR FOREIGN FILE'
                    TO GLP-REFUSAL
               WHEN GLE-AMOUNT NOT NUMERIC
                  MOVE 'ENTRY AMOUNT NOT NUMERIC' TO GLP-REFUSAL
               WHEN GLE-ACCOUNT = SPACES OR GLE-BRANCH = '****'
                  MOVE 'ENTRY WITHOUT A GL ACCOUNT' TO GLP-REFUSAL
               WHEN GLE-DR-CR = 'D'
                  ADD GLE-AMOUNT TO GLP-DEBIT-TOTAL
                  ADD GLE-AMOUNT TO APC-AMOUNT-TOTAL
               WHEN GLE-DR-CR = 'C'
                  ADD GLE-AMOUNT TO GLP-CREDIT-TOTAL
                  ADD GLE-AMOUNT TO APC-AMOUNT-TOTAL
               WHEN OTHER
                  MOVE 'ENTRY SIDE NOT D OR C' TO GLP-REFUSAL
            END-EVALUATE
            IF GLP-REFUSAL NOT = SPACES
               SET GLP-EOF TO TRUE
            END-IF.
        3100-PROVE-ONE-ENTRY-EXIT.
            EXIT.

        4000-APPLY-DAY.
            SET GLP-EOF TO FALSE
            OPEN INPUT GL-IN-FILE
            PERFORM 4100-APPLY-ONE-ENTRY
               THRU 4100-APPLY-ONE-ENTRY-EXIT
                UNTIL GLP-EOF
            CLOSE GL-IN-FILE
            IF NOT JOB-OK
               GO TO 4000-APPLY-DAY-EXIT
            END-IF
            MOVE '****' TO GLA-BRANCH
            MOVE '********' TO GLA-ACCOUNT
            READ GL-MASTER-FILE
            IF GLP-GLA-STATUS = '00'
               MOVE GLP-TODAY TO GLA-LAST-POST-DATE
               REWRITE GL-ACCOUNT-RECORD
            END-IF
            IF GLP-GLA-STATUS NOT = '00'
               DISPLAY 'gl-post: control record not stamped, status '
                  GLP-GLA-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 4000-APPLY-DAY-EXIT
            END-IF
            MOVE 'GLPOST' TO AUD-PROGRAM-ID
            MOVE 'GLPOST' TO AUD-ACTION
            MOVE SPACES TO AUD-KEY
            MOVE GLP-TODAY TO AUD-KEY (1:8)
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT
            PERFORM 9890-APPLY-REGISTER THRU 9890-APPLY-REGISTER-EXIT.
        4000-APPLY-DAY-EXIT.
            EXIT.

        4100-APPLY-ONE-ENTRY.
            READ GL-IN-FILE
                AT END
                    SET GLP-EOF TO TRUE
                    GO TO 4100-APPLY-ONE-ENTRY-EXIT
            END-READ
            MOVE GLE-BRANCH TO GLA-BRANCH
            MOVE GLE-ACCOUNT TO GLA-ACCOUNT
            READ GL-MASTER-FILE
            IF GLP-GLA-STATUS = '00'
               PERFORM 4200-ROLL-PERIOD THRU 4200-ROLL-PERIOD-EXIT
               PERFORM 4300-ADD-ENTRY THRU 4300-ADD-ENTRY-EXIT
               REWRITE GL-ACCOUNT-RECORD
            ELSE
               PERFORM 4400-OPEN-ACCOUNT THRU 4400-OPEN-ACCOUNT-EXIT
               PERFORM 4300-ADD-ENTRY THRU 4300-ADD-ENTRY-EXIT
               WRITE GL-ACCOUNT-RECORD
            END-IF
            IF GLP-GLA-STATUS NOT = '00'
               DISPLAY 'gl-post: GLMST write failed, status '
                  GLP-GLA-STATUS ' account ' GLE-BRANCH ' '
                  GLE-ACCOUNT
               SET JOB-NEEDS-RERUN TO TRUE
               SET GLP-EOF TO TRUE
               GO TO 4100-APPLY-ONE-ENTRY-EXIT
            END-IF
            ADD 1 TO GLP-POSTED-COUNT.
        4100-APPLY-ONE-ENTRY-EXIT.
            EXIT.

      * the first posting of a new month carries the closing
      * balance forward as the new opening balance
        4200-ROLL-PERIOD.
            IF GLA-PERIOD NOT < GLP-PERIOD
               GO TO 4200-ROLL-PERIOD-EXIT
            END-IF
            COMPUTE GLA-OPENING-BALANCE = GLA-OPENING-BALANCE
               + GLA-PTD-DEBITS - GLA-PTD-CREDITS
            MOVE 0 TO GLA-PTD-DEBITS GLA-PTD-CREDITS
            MOVE GLP-PERIOD TO GLA-PERIOD.
        4200-ROLL-PERIOD-EXIT.
            EXIT.

        4300-ADD-ENTRY.
            IF GLE-DR-CR = 'D'
               ADD GLE-AMOUNT TO GLA-PTD-DEBITS
            ELSE
               ADD GLE-AMOUNT TO GLA-PTD-CREDITS
            END-IF
            MOVE GLP-TODAY TO GLA-LAST-POST-DATE.
        4300-ADD-ENTRY-EXIT.
            EXIT.

      * an account GLMAP posts to but finance has not taken on is
      * opened unclassified and listed for them
        4400-OPEN-ACCOUNT.
            MOVE GLE-BRANCH TO GLA-BRANCH
            MOVE GLE-ACCOUNT TO GLA-ACCOUNT
            MOVE 'OPENED BY POSTING' TO GLA-NAME
            MOVE SPACE TO GLA-TYPE
            MOVE GLP-PERIOD TO GLA-PERIOD
            MOVE 0 TO GLA-OPENING-BALANCE GLA-PTD-DEBITS
                      GLA-PTD-CREDITS
            MOVE GLP-TODAY TO GLA-OPENED-DATE
            ADD 1 TO GLP-OPENED-COUNT
            MOVE 'OPENED' TO GLP-AL-ACTION
            MOVE GLA-BRANCH TO GLP-AL-BRANCH
            MOVE GLA-ACCOUNT TO GLP-AL-ACCOUNT
            MOVE GLA-TYPE TO GLP-AL-TYPE
            MOVE GLA-NAME TO GLP-AL-NAME
            MOVE 0 TO GLP-AL-AMOUNT
            WRITE REPORT-LINE FROM GLP-ACCOUNT-LINE.
        4400-OPEN-ACCOUNT-EXIT.
            EXIT.

        5000-PRINT-TOTALS.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 'ENTRIES READ' TO GLP-TL-LABEL
            MOVE GLP-ENTRY-COUNT TO GLP-TL-COUNT
            MOVE 0 TO GLP-TL-AMOUNT
            WRITE REPORT-LINE FROM GLP-TOTAL-LINE
            MOVE 'DEBITS' TO GLP-TL-LABEL
            MOVE 0 TO GLP-TL-COUNT
            MOVE GLP-DEBIT-TOTAL TO GLP-TL-AMOUNT
            WRITE REPORT-LINE FROM GLP-TOTAL-LINE
            MOVE 'CREDITS' TO GLP-TL-LABEL
            MOVE GLP-CREDIT-TOTAL TO GLP-TL-AMOUNT
            WRITE REPORT-LINE FROM GLP-TOTAL-LINE
            MOVE 'ENTRIES POSTED' TO GLP-TL-LABEL
            MOVE GLP-POSTED-COUNT TO GLP-TL-COUNT
            MOVE 0 TO GLP-TL-AMOUNT
            WRITE REPORT-LINE FROM GLP-TOTAL-LINE
            MOVE 'ACCOUNTS OPENED' TO GLP-TL-LABEL
            MOVE GLP-OPENED-COUNT TO GLP-TL-COUNT
            WRITE REPORT-LINE FROM GLP-TOTAL-LINE
            MOVE 'ACCOUNTS TAKEN ON' TO GLP-TL-LABEL
            MOVE GLP-TAKEON-COUNT TO GLP-TL-COUNT
            WRITE REPORT-LINE FROM GLP-TOTAL-LINE
            IF GLP-REFUSAL NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE GLP-REFUSAL TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
        5000-PRINT-TOTALS-EXIT.
            EXIT.

        9999-EXIT.
            IF GLP-FILES-OPEN
               CLOSE GL-MASTER-FILE REPORT-FILE
            END-IF
            DISPLAY 'gl-post: ' GLP-ENTRY-COUNT ' entries read, '
               GLP-POSTED-COUNT ' posted, '
               GLP-OPENED-COUNT ' accounts opened'
            IF GLP-OPENED-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, GLP-RUN-STOP)
              TO AUD-RC
            MOVE 'GLPOST' TO JHR-PROGRAM-ID
            MOVE GLP-TODAY TO JHR-BUSINESS-DATE
            MOVE GLP-START-SECONDS TO JHR-START-SECONDS
            MOVE GLP-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE GLP-ENTRY-COUNT TO JHR-RECORDS-IN
            MOVE GLP-POSTED-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY apply-reg-paragraphs.
        COPY exit-status-paragraphs.
        End Program GL-POST.
