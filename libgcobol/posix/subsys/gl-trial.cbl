      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  gl-trial.cbl
      *
      *  Daily trial balance and subledger-to-GL proof, run after
      *  GL-POST has applied the day.  Part one lists every account
      *  on the GL master (GLMST, gl-account.cpy) by branch --
      *  opening balance, period-to-date debits and credits and the
      *  closing balance (an account not posted this month shows
      *  last month's closing as its opening) -- with branch and
      *  ledger totals.  A ledger that does not net to zero ends
      *  JOB-WARNING.
      *
      *  Part two is the tie-out finance used to do by hand once a
      *  month.  Every ACCTMST account is mapped through GLMAP with
      *  GL-BRIDGE's own best-match rule and its AM-BALANCE summed
      *  under its branch and the row's GLM-CR-ACCT -- the control
      *  account GL-BRIDGE credits as the subledger balance rises,
      *  so the subledger sum must equal the control account's
      *  credit balance (minus its debit-positive closing).  Each
      *  branch and control account is printed with both figures;
      *  a break, a control account with a balance but no accounts
      *  behind it, or an account with a balance but no GLMAP row
      *  ends the stream JOB-WARNING with a syslog warning line.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  GLMAP 'FX' rows name spread income,
      *                        not a control account, and are left
      *                        out of the orphan-control proof.
      *  2026-10-15 smckinney  Accounts map through the GL class of
      *                        their catalog product, as GL-BRIDGE
      *                        now posts them; the proof's type
      *                        column shows that class.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. GL-TRIAL.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select GL-MASTER-FILE Assign To GLMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is GLA-KEY
                File Status Is GLT-GLA-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is GLT-ACCT-STATUS.
            Select GL-MAP-FILE Assign To GLMAP
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To GLTRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  GL-MASTER-FILE.
        COPY gl-account.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  GL-MAP-FILE.
        01  GL-MAP-RECORD.
            05  GLM-BRANCH          PIC X(04).
            05  GLM-TYPE            PIC X(02).
            05  GLM-DR-ACCT         PIC X(08).
            05  GLM-CR-ACCT         PIC X(08).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  GLT-RUN-START.
            05  GLT-START-SECONDS   Usage BINARY-DOUBLE.
            05  GLT-START-NANOS     Usage BINARY-DOUBLE.
        01  GLT-RUN-STOP.
            05  GLT-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  GLT-STOP-NANOS      Usage BINARY-DOUBLE.
        01  GLT-RC                  Binary-Long.
        01  GLT-GLA-STATUS          PIC X(02).
        01  GLT-ACCT-STATUS         PIC X(02).
        01  GLT-OPEN-SWITCH         PIC X(01) Value 'N'.
            88  GLT-FILES-OPEN          Value 'Y', False 'N'.
        01  GLT-EOF-SWITCH          PIC X(01).
            88  GLT-EOF                 Value 'Y', False 'N'.
        01  GLT-TODAY               PIC 9(08).
        01  GLT-PERIOD              PIC 9(06).
        01  GLT-LOG-MESSAGE         PIC X(512).
        01  GLT-GL-READ-COUNT       PIC 9(09) Value 0.
        01  GLT-AM-READ-COUNT       PIC 9(09) Value 0.
        01  GLT-BREAK-COUNT         PIC 9(09) Value 0.
        01  GLT-UNMAPPED-COUNT      PIC 9(09) Value 0.
        01  GLT-MAP-COUNT           Binary-Long Value 0.
        01  GLT-MAP-SUB             Binary-Long.
        01  GLT-BEST-SUB            Binary-Long.
        01  GLT-GL-CLASS            PIC X(02).
        COPY product-lookup.
        01  GLT-FOUND-SUB           Binary-Long.
        01  GLT-MAP-TABLE.
            05  GLT-MAP-ENTRY OCCURS 200 TIMES.
                10  GLT-M-BRANCH    PIC X(04).
                10  GLT-M-TYPE      PIC X(02).
                10  GLT-M-DR        PIC X(08).
                10  GLT-M-CR        PIC X(08).
      * the closing balance of every ledger account, for the proof
        01  GLT-GL-COUNT            Binary-Long Value 0.
        01  GLT-GL-SUB              Binary-Long.
        01  GLT-GL-TABLE.
            05  GLT-GL-ENTRY OCCURS 500 TIMES.
                10  GLT-G-BRANCH    PIC X(04).
                10  GLT-G-ACCOUNT   PIC X(08).
                10  GLT-G-CLOSING   PIC S9(15)V99 COMP-3.
                10  GLT-G-PROVED    PIC X(01).
      * the subledger summed by branch and control account
        01  GLT-BKT-COUNT           Binary-Long Value 0.
        01  GLT-BKT-SUB             Binary-Long.
        01  GLT-BKT-TABLE.
            05  GLT-BKT-ENTRY OCCURS 500 TIMES.
                10  GLT-B-BRANCH    PIC X(04).
                10  GLT-B-ACCOUNT   PIC X(08).
                10  GLT-B-TYPE      PIC X(02).
                10  GLT-B-COUNT     PIC 9(09).
                10  GLT-B-BALANCE   PIC S9(15)V99 COMP-3.
        01  GLT-PREV-BRANCH         PIC X(04).
        01  GLT-OPENING             PIC S9(15)V99 COMP-3.
        01  GLT-DEBITS              PIC S9(15)V99 COMP-3.
        01  GLT-CREDITS             PIC S9(15)V99 COMP-3.
        01  GLT-CLOSING             PIC S9(15)V99 COMP-3.
        01  GLT-CONTROL             PIC S9(15)V99 COMP-3.
        01  GLT-DIFFERENCE          PIC S9(15)V99 COMP-3.
        01  GLT-BRANCH-TOTALS.
            05  GLT-BR-OPENING      PIC S9(15)V99 COMP-3.
            05  GLT-BR-DEBITS       PIC S9(15)V99 COMP-3.
            05  GLT-BR-CREDITS      PIC S9(15)V99 COMP-3.
            05  GLT-BR-CLOSING      PIC S9(15)V99 COMP-3.
        01  GLT-LEDGER-TOTALS.
            05  GLT-LG-OPENING      PIC S9(15)V99 COMP-3 Value 0.
            05  GLT-LG-DEBITS       PIC S9(15)V99 COMP-3 Value 0.
            05  GLT-LG-CREDITS      PIC S9(15)V99 COMP-3 Value 0.
            05  GLT-LG-CLOSING      PIC S9(15)V99 COMP-3 Value 0.
        01  GLT-HDR-LINE.
            05  FILLER              PIC X(35) Value
                'GENERAL-LEDGER TRIAL BALANCE --   '.
            05  GLT-HL-DATE         PIC 9(08).
        01  GLT-COL-LINE.
            05  FILLER              PIC X(46) Value
                'BRCH ACCOUNT  T NAME'.
            05  FILLER              PIC X(34) Value
                '          OPENING           DEBITS'.
            05  FILLER              PIC X(34) Value
                '          CREDITS          CLOSING'.
        01  GLT-DETAIL-LINE.
            05  GLT-DL-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  GLT-DL-ACCOUNT      PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  GLT-DL-TYPE         PIC X(01).
            05  FILLER              PIC X(01) Value SPACE.
            05  GLT-DL-NAME         PIC X(30).
            05  GLT-DL-OPENING      PIC -(13)9.99.
            05  GLT-DL-DEBITS       PIC -(13)9.99.
            05  GLT-DL-CREDITS      PIC -(13)9.99.
            05  GLT-DL-CLOSING      PIC -(13)9.99.
        01  GLT-PROOF-HDR.
            05  FILLER              PIC X(60) Value
                'SUBLEDGER PROOF -- ACCTMST AGAINST GL CONTROL ACCOUNT'.
        01  GLT-PROOF-COL.
            05  FILLER              PIC X(40) Value
                'BRCH ACCOUNT  TY  ACCOUNTS'.
            05  FILLER              PIC X(70) Value
                '      SUBLEDGER       GL CONTROL       DIFFERENCE'.
        01  GLT-PROOF-LINE.
            05  GLT-PL-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  GLT-PL-ACCOUNT      PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  GLT-PL-TYPE         PIC X(02).
            05  FILLER              PIC X(01) Value SPACE.
            05  GLT-PL-COUNT        PIC Z(08)9.
            05  FILLER              PIC X(14) Value SPACE.
            05  GLT-PL-SUBLEDGER    PIC -(13)9.99.
            05  GLT-PL-CONTROL      PIC -(13)9.99.
            05  GLT-PL-DIFFERENCE   PIC -(13)9.99.
            05  FILLER              PIC X(02) Value SPACE.
            05  GLT-PL-VERDICT      PIC X(08).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF GLT-FILES-OPEN
               PERFORM 2000-TRIAL-BALANCE
                  THRU 2000-TRIAL-BALANCE-EXIT
               PERFORM 3000-SUM-SUBLEDGER
                  THRU 3000-SUM-SUBLEDGER-EXIT
               PERFORM 4000-PROVE-CONTROLS
                  THRU 4000-PROVE-CONTROLS-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'gl-trial: no business date established,'
                  ' refusing to run'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO GLT-TODAY
            MOVE GLT-TODAY (1:6) TO GLT-PERIOD
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, GLT-RUN-START)
              TO GLT-RC
            PERFORM 1100-LOAD-MAP THRU 1100-LOAD-MAP-EXIT
            OPEN INPUT GL-MASTER-FILE
            IF GLT-GLA-STATUS NOT = '00'
               DISPLAY 'gl-trial: cannot open GLMST, status '
                  GLT-GLA-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT ACCT-MASTER-FILE
            IF GLT-ACCT-STATUS NOT = '00'
               DISPLAY 'gl-trial: cannot open ACCTMST, status '
                  GLT-ACCT-STATUS
               CLOSE GL-MASTER-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE
            SET GLT-FILES-OPEN TO TRUE.
        1000-INITIALIZE-EXIT.
            EXIT.

        1100-LOAD-MAP.
            SET GLT-EOF TO FALSE
            OPEN INPUT GL-MAP-FILE
            PERFORM 1110-READ-ONE-MAP
               THRU 1110-READ-ONE-MAP-EXIT
                UNTIL GLT-EOF
            CLOSE GL-MAP-FILE
            IF GLT-MAP-COUNT = 0
               DISPLAY 'gl-trial: GLMAP is empty, every account'
                  ' will show unmapped'
               SET JOB-WARNING TO TRUE
            END-IF.
        1100-LOAD-MAP-EXIT.
            EXIT.

        1110-READ-ONE-MAP.
            READ GL-MAP-FILE
                AT END
                    SET GLT-EOF TO TRUE
                NOT AT END
                    IF GLT-MAP-COUNT >= 200
                       DISPLAY 'gl-trial: GLMAP table full, '
                          GLM-BRANCH ' ' GLM-TYPE ' dropped'
                       SET JOB-WARNING TO TRUE
                    END-IF
                    IF GLT-MAP-COUNT < 200
                       ADD 1 TO GLT-MAP-COUNT
                       MOVE GLM-BRANCH
                         TO GLT-M-BRANCH (GLT-MAP-COUNT)
                       MOVE GLM-TYPE
                         TO GLT-M-TYPE (GLT-MAP-COUNT)
                       MOVE GLM-DR-ACCT
                         TO GLT-M-DR (GLT-MAP-COUNT)
                       MOVE GLM-CR-ACCT
                         TO GLT-M-CR (GLT-MAP-COUNT)
                    END-IF
            END-READ.
        1110-READ-ONE-MAP-EXIT.
            EXIT.

        2000-TRIAL-BALANCE.
            MOVE GLT-TODAY TO GLT-HL-DATE
            WRITE REPORT-LINE FROM GLT-HDR-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM GLT-COL-LINE
            MOVE SPACES TO GLT-PREV-BRANCH
            MOVE 0 TO GLT-BR-OPENING GLT-BR-DEBITS GLT-BR-CREDITS
                      GLT-BR-CLOSING
            SET GLT-EOF TO FALSE
            PERFORM 2100-LIST-ONE-ACCOUNT
               THRU 2100-LIST-ONE-ACCOUNT-EXIT
                UNTIL GLT-EOF
            IF GLT-PREV-BRANCH NOT = SPACES
               PERFORM 2200-BRANCH-TOTAL THRU 2200-BRANCH-TOTAL-EXIT
            END-IF
            MOVE SPACES TO GLT-DETAIL-LINE
            MOVE 'LEDGER TOTAL' TO GLT-DL-NAME
            MOVE GLT-LG-OPENING TO GLT-DL-OPENING
            MOVE GLT-LG-DEBITS TO GLT-DL-DEBITS
            MOVE GLT-LG-CREDITS TO GLT-DL-CREDITS
            MOVE GLT-LG-CLOSING TO GLT-DL-CLOSING
            WRITE REPORT-LINE FROM GLT-DETAIL-LINE
            IF GLT-LG-CLOSING NOT = 0
               MOVE 'LEDGER DOES NOT NET TO ZERO' TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY 'gl-trial: ledger does not net to zero'
               MOVE SPACES TO GLT-LOG-MESSAGE
               STRING 'gl-trial: trial balance out of balance for '
                               DELIMITED BY SIZE
                      GLT-TODAY DELIMITED BY SIZE
                      X'00'     DELIMITED BY SIZE
                   INTO GLT-LOG-MESSAGE
               MOVE FUNCTION POSIX-SYSLOG(4, GLT-LOG-MESSAGE)
                 TO GLT-RC
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
            END-IF.
        2000-TRIAL-BALANCE-EXIT.
            EXIT.

        2100-LIST-ONE-ACCOUNT.
            READ GL-MASTER-FILE NEXT
                AT END
                    SET GLT-EOF TO TRUE
                    GO TO 2100-LIST-ONE-ACCOUNT-EXIT
            END-READ
            IF GLA-BRANCH = '****'
               GO TO 2100-LIST-ONE-ACCOUNT-EXIT
            END-IF
            ADD 1 TO GLT-GL-READ-COUNT
            IF GLA-BRANCH NOT = GLT-PREV-BRANCH
               IF GLT-PREV-BRANCH NOT = SPACES
                  PERFORM 2200-BRANCH-TOTAL
                     THRU 2200-BRANCH-TOTAL-EXIT
               END-IF
               MOVE GLA-BRANCH TO GLT-PREV-BRANCH
            END-IF
      *     an account not yet posted this month has rolled in all
      *     but name: its closing is the new month's opening
            IF GLA-PERIOD < GLT-PERIOD
               COMPUTE GLT-OPENING = GLA-OPENING-BALANCE
                  + GLA-PTD-DEBITS - GLA-PTD-CREDITS
               MOVE 0 TO GLT-DEBITS GLT-CREDITS
            ELSE
               MOVE GLA-OPENING-BALANCE TO GLT-OPENING
               MOVE GLA-PTD-DEBITS TO GLT-DEBITS
               MOVE GLA-PTD-CREDITS TO GLT-CREDITS
            END-IF
            COMPUTE GLT-CLOSING = GLT-OPENING + GLT-DEBITS
               - GLT-CREDITS
            ADD GLT-OPENING TO GLT-BR-OPENING
            ADD GLT-DEBITS TO GLT-BR-DEBITS
            ADD GLT-CREDITS TO GLT-BR-CREDITS
            ADD GLT-CLOSING TO GLT-BR-CLOSING
            MOVE GLA-BRANCH TO GLT-DL-BRANCH
            MOVE GLA-ACCOUNT TO GLT-DL-ACCOUNT
            MOVE GLA-TYPE TO GLT-DL-TYPE
            MOVE GLA-NAME TO GLT-DL-NAME
            MOVE GLT-OPENING TO GLT-DL-OPENING
            MOVE GLT-DEBITS TO GLT-DL-DEBITS
            MOVE GLT-CREDITS TO GLT-DL-CREDITS
            MOVE GLT-CLOSING TO GLT-DL-CLOSING
            WRITE REPORT-LINE FROM GLT-DETAIL-LINE
            IF GLT-GL-COUNT >= 500
               DISPLAY 'gl-trial: GL account table full, '
                  GLA-BRANCH ' ' GLA-ACCOUNT ' not proved'
               SET JOB-WARNING TO TRUE
               GO TO 2100-LIST-ONE-ACCOUNT-EXIT
            END-IF
            ADD 1 TO GLT-GL-COUNT
            MOVE GLA-BRANCH TO GLT-G-BRANCH (GLT-GL-COUNT)
            MOVE GLA-ACCOUNT TO GLT-G-ACCOUNT (GLT-GL-COUNT)
            MOVE GLT-CLOSING TO GLT-G-CLOSING (GLT-GL-COUNT)
            MOVE 'N' TO GLT-G-PROVED (GLT-GL-COUNT).
        2100-LIST-ONE-ACCOUNT-EXIT.
            EXIT.

        2200-BRANCH-TOTAL.
            MOVE SPACES TO GLT-DETAIL-LINE
            MOVE GLT-PREV-BRANCH TO GLT-DL-BRANCH
            MOVE 'BRANCH TOTAL' TO GLT-DL-NAME
            MOVE GLT-BR-OPENING TO GLT-DL-OPENING
            MOVE GLT-BR-DEBITS TO GLT-DL-DEBITS
            MOVE GLT-BR-CREDITS TO GLT-DL-CREDITS
            MOVE GLT-BR-CLOSING TO GLT-DL-CLOSING
            WRITE REPORT-LINE FROM GLT-DETAIL-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            ADD GLT-BR-OPENING TO GLT-LG-OPENING
            ADD GLT-BR-DEBITS TO GLT-LG-DEBITS
            ADD GLT-BR-CREDITS TO GLT-LG-CREDITS
            ADD GLT-BR-CLOSING TO GLT-LG-CLOSING
            MOVE 0 TO GLT-BR-OPENING GLT-BR-DEBITS GLT-BR-CREDITS
                      GLT-BR-CLOSING.
        2200-BRANCH-TOTAL-EXIT.
            EXIT.

        3000-SUM-SUBLEDGER.
            SET GLT-EOF TO FALSE
            PERFORM 3100-SUM-ONE-ACCOUNT
               THRU 3100-SUM-ONE-ACCOUNT-EXIT
                UNTIL GLT-EOF.
        3000-SUM-SUBLEDGER-EXIT.
            EXIT.

        3100-SUM-ONE-ACCOUNT.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET GLT-EOF TO TRUE
                    GO TO 3100-SUM-ONE-ACCOUNT-EXIT
            END-READ
            ADD 1 TO GLT-AM-READ-COUNT
            MOVE AM-PRODUCT-CODE TO PQQ-CODE
            MOVE AM-TYPE TO PQQ-TYPE
            CALL 'PRODUCT-LOOKUP' USING PQQ-CONTROL
            MOVE PQQ-GL-CLASS TO GLT-GL-CLASS
            PERFORM 3200-FIND-MAPPING THRU 3200-FIND-MAPPING-EXIT
            IF GLT-BEST-SUB = 0
               IF AM-BALANCE NOT = 0
                  ADD 1 TO GLT-UNMAPPED-COUNT
                  DISPLAY 'gl-trial: no GLMAP row for branch '
                     AM-BRANCH ' class ' GLT-GL-CLASS
               END-IF
               GO TO 3100-SUM-ONE-ACCOUNT-EXIT
            END-IF
            PERFORM 3300-FIND-BUCKET THRU 3300-FIND-BUCKET-EXIT
            IF GLT-BKT-SUB = 0
               DISPLAY 'gl-trial: proof table full, branch '
                  AM-BRANCH ' account ' GLT-M-CR (GLT-BEST-SUB)
                  ' not proved'
               SET JOB-WARNING TO TRUE
               GO TO 3100-SUM-ONE-ACCOUNT-EXIT
            END-IF
            ADD 1 TO GLT-B-COUNT (GLT-BKT-SUB)
            ADD AM-BALANCE TO GLT-B-BALANCE (GLT-BKT-SUB)
            IF GLT-B-TYPE (GLT-BKT-SUB) NOT = GLT-GL-CLASS
               MOVE '**' TO GLT-B-TYPE (GLT-BKT-SUB)
            END-IF.
        3100-SUM-ONE-ACCOUNT-EXIT.
            EXIT.

      * GL-BRIDGE's rule: a branch-specific row beats the '****'
      * generic one, so the proof buckets match the postings
        3200-FIND-MAPPING.
            MOVE 0 TO GLT-BEST-SUB
            PERFORM 3210-TEST-ONE-MAP
               THRU 3210-TEST-ONE-MAP-EXIT
               VARYING GLT-MAP-SUB FROM 1 BY 1
               UNTIL GLT-MAP-SUB > GLT-MAP-COUNT.
        3200-FIND-MAPPING-EXIT.
            EXIT.

        3210-TEST-ONE-MAP.
            IF GLT-M-TYPE (GLT-MAP-SUB) NOT = '**' AND
               GLT-M-TYPE (GLT-MAP-SUB) NOT = GLT-GL-CLASS
               GO TO 3210-TEST-ONE-MAP-EXIT
            END-IF
            IF GLT-M-BRANCH (GLT-MAP-SUB) = AM-BRANCH
               MOVE GLT-MAP-SUB TO GLT-BEST-SUB
               GO TO 3210-TEST-ONE-MAP-EXIT
            END-IF
            IF GLT-M-BRANCH (GLT-MAP-SUB) = '****' AND
               GLT-BEST-SUB = 0
               MOVE GLT-MAP-SUB TO GLT-BEST-SUB
            END-IF.
        3210-TEST-ONE-MAP-EXIT.
            EXIT.

      * finds, or adds, the bucket for the account's branch and
      * control account; zero when the table is full
        3300-FIND-BUCKET.
            MOVE 0 TO GLT-FOUND-SUB
            PERFORM 3310-TEST-ONE-BUCKET
               THRU 3310-TEST-ONE-BUCKET-EXIT
               VARYING GLT-BKT-SUB FROM 1 BY 1
               UNTIL GLT-BKT-SUB > GLT-BKT-COUNT
                  OR GLT-FOUND-SUB > 0
            MOVE GLT-FOUND-SUB TO GLT-BKT-SUB
            IF GLT-BKT-SUB > 0
               GO TO 3300-FIND-BUCKET-EXIT
            END-IF
            IF GLT-BKT-COUNT >= 500
               GO TO 3300-FIND-BUCKET-EXIT
            END-IF
            ADD 1 TO GLT-BKT-COUNT
            MOVE GLT-BKT-COUNT TO GLT-BKT-SUB
            MOVE AM-BRANCH TO GLT-B-BRANCH (GLT-BKT-SUB)
            MOVE GLT-M-CR (GLT-BEST-SUB) TO GLT-B-ACCOUNT (GLT-BKT-SUB)
            MOVE GLT-GL-CLASS TO GLT-B-TYPE (GLT-BKT-SUB)
            MOVE 0 TO GLT-B-COUNT (GLT-BKT-SUB)
                      GLT-B-BALANCE (GLT-BKT-SUB).
        3300-FIND-BUCKET-EXIT.
            EXIT.

        3310-TEST-ONE-BUCKET.
            IF GLT-B-BRANCH (GLT-BKT-SUB) = AM-BRANCH AND
               GLT-B-ACCOUNT (GLT-BKT-SUB) = GLT-M-CR (GLT-BEST-SUB)
               MOVE GLT-BKT-SUB TO GLT-FOUND-SUB
            END-IF.
        3310-TEST-ONE-BUCKET-EXIT.
            EXIT.

        4000-PROVE-CONTROLS.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM GLT-PROOF-HDR
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM GLT-PROOF-COL
            PERFORM 4100-PROVE-ONE-BUCKET
               THRU 4100-PROVE-ONE-BUCKET-EXIT
               VARYING GLT-BKT-SUB FROM 1 BY 1
               UNTIL GLT-BKT-SUB > GLT-BKT-COUNT
      *     a control account with a balance and no accounts left
      *     behind it is a break too
            PERFORM 4300-PROVE-ORPHAN-CONTROL
               THRU 4300-PROVE-ORPHAN-CONTROL-EXIT
               VARYING GLT-GL-SUB FROM 1 BY 1
               UNTIL GLT-GL-SUB > GLT-GL-COUNT
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            IF GLT-BREAK-COUNT = 0 AND GLT-UNMAPPED-COUNT = 0
               MOVE 'SUBLEDGER PROVES TO THE GL' TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 4000-PROVE-CONTROLS-EXIT
            END-IF
            MOVE SPACES TO REPORT-LINE
            STRING 'PROOF FAILED: ' DELIMITED BY SIZE
                   GLT-BREAK-COUNT DELIMITED BY SIZE
                   ' BREAKS, '     DELIMITED BY SIZE
                   GLT-UNMAPPED-COUNT DELIMITED BY SIZE
                   ' UNMAPPED ACCOUNTS WITH A BALANCE'
                                   DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE
            IF GLT-UNMAPPED-COUNT > 0
               MOVE SPACES TO GLT-LOG-MESSAGE
               STRING 'gl-trial: ' DELIMITED BY SIZE
                      GLT-UNMAPPED-COUNT DELIMITED BY SIZE
                      ' accounts with a balance have no GLMAP row'
                               DELIMITED BY SIZE
                      X'00'    DELIMITED BY SIZE
                   INTO GLT-LOG-MESSAGE
               MOVE FUNCTION POSIX-SYSLOG(4, GLT-LOG-MESSAGE)
                 TO GLT-RC
            END-IF
            IF JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF.
        4000-PROVE-CONTROLS-EXIT.
            EXIT.

        4100-PROVE-ONE-BUCKET.
            PERFORM 4200-FIND-CONTROL THRU 4200-FIND-CONTROL-EXIT
            COMPUTE GLT-DIFFERENCE =
               GLT-B-BALANCE (GLT-BKT-SUB) - GLT-CONTROL
            MOVE GLT-B-BRANCH (GLT-BKT-SUB) TO GLT-PL-BRANCH
            MOVE GLT-B-ACCOUNT (GLT-BKT-SUB) TO GLT-PL-ACCOUNT
            MOVE GLT-B-TYPE (GLT-BKT-SUB) TO GLT-PL-TYPE
            MOVE GLT-B-COUNT (GLT-BKT-SUB) TO GLT-PL-COUNT
            MOVE GLT-B-BALANCE (GLT-BKT-SUB) TO GLT-PL-SUBLEDGER
            PERFORM 4400-PRINT-VERDICT THRU 4400-PRINT-VERDICT-EXIT.
        4100-PROVE-ONE-BUCKET-EXIT.
            EXIT.

      * the control account's credit balance: minus its
      * debit-positive closing; zero when it was never posted
        4200-FIND-CONTROL.
            MOVE 0 TO GLT-CONTROL
            PERFORM 4210-TEST-ONE-CONTROL
               THRU 4210-TEST-ONE-CONTROL-EXIT
               VARYING GLT-GL-SUB FROM 1 BY 1
               UNTIL GLT-GL-SUB > GLT-GL-COUNT.
        4200-FIND-CONTROL-EXIT.
            EXIT.

        4210-TEST-ONE-CONTROL.
            IF GLT-G-BRANCH (GLT-GL-SUB) = GLT-B-BRANCH (GLT-BKT-SUB)
               AND GLT-G-ACCOUNT (GLT-GL-SUB) =
                   GLT-B-ACCOUNT (GLT-BKT-SUB)
               COMPUTE GLT-CONTROL = 0 - GLT-G-CLOSING (GLT-GL-SUB)
               MOVE 'Y' TO GLT-G-PROVED (GLT-GL-SUB)
            END-IF.
        4210-TEST-ONE-CONTROL-EXIT.
            EXIT.

        4300-PROVE-ORPHAN-CONTROL.
            IF GLT-G-PROVED (GLT-GL-SUB) = 'Y' OR
               GLT-G-CLOSING (GLT-GL-SUB) = 0
               GO TO 4300-PROVE-ORPHAN-CONTROL-EXIT
            END-IF
            MOVE 0 TO GLT-FOUND-SUB
            PERFORM 4310-TEST-CONTROL-ACCOUNT
               THRU 4310-TEST-CONTROL-ACCOUNT-EXIT
               VARYING GLT-MAP-SUB FROM 1 BY 1
               UNTIL GLT-MAP-SUB > GLT-MAP-COUNT
                  OR GLT-FOUND-SUB > 0
            IF GLT-FOUND-SUB = 0
               GO TO 4300-PROVE-ORPHAN-CONTROL-EXIT
            END-IF
            COMPUTE GLT-CONTROL = 0 - GLT-G-CLOSING (GLT-GL-SUB)
            COMPUTE GLT-DIFFERENCE = 0 - GLT-CONTROL
            MOVE GLT-G-BRANCH (GLT-GL-SUB) TO GLT-PL-BRANCH
            MOVE GLT-G-ACCOUNT (GLT-GL-SUB) TO GLT-PL-ACCOUNT
            MOVE SPACES TO GLT-PL-TYPE
            MOVE 0 TO GLT-PL-COUNT GLT-PL-SUBLEDGER
            PERFORM 4400-PRINT-VERDICT THRU 4400-PRINT-VERDICT-EXIT.
        4300-PROVE-ORPHAN-CONTROL-EXIT.
            EXIT.

      * an account some GLMAP row credits on increase is a control
      * account; the 'FX' spread income row is not an account type
        4310-TEST-CONTROL-ACCOUNT.
            IF GLT-M-CR (GLT-MAP-SUB) = GLT-G-ACCOUNT (GLT-GL-SUB)
               AND GLT-M-TYPE (GLT-MAP-SUB) NOT = 'FX'
               AND (GLT-M-BRANCH (GLT-MAP-SUB) = '****' OR
                    GLT-M-BRANCH (GLT-MAP-SUB) =
                    GLT-G-BRANCH (GLT-GL-SUB))
               MOVE GLT-MAP-SUB TO GLT-FOUND-SUB
            END-IF.
        4310-TEST-CONTROL-ACCOUNT-EXIT.
            EXIT.

        4400-PRINT-VERDICT.
            MOVE GLT-CONTROL TO GLT-PL-CONTROL
            MOVE GLT-DIFFERENCE TO GLT-PL-DIFFERENCE
            IF GLT-DIFFERENCE = 0
               MOVE 'AGREED' TO GLT-PL-VERDICT
               WRITE REPORT-LINE FROM GLT-PROOF-LINE
               GO TO 4400-PRINT-VERDICT-EXIT
            END-IF
            MOVE 'BREAK' TO GLT-PL-VERDICT
            WRITE REPORT-LINE FROM GLT-PROOF-LINE
            ADD 1 TO GLT-BREAK-COUNT
            MOVE SPACES TO GLT-LOG-MESSAGE
            STRING 'gl-trial: subledger break branch '
                               DELIMITED BY SIZE
                   GLT-PL-BRANCH DELIMITED BY SIZE
                   ' account '   DELIMITED BY SIZE
                   GLT-PL-ACCOUNT DELIMITED BY SPACE
                   ' difference ' DELIMITED BY SIZE
                   GLT-PL-DIFFERENCE DELIMITED BY SIZE
                   X'00'         DELIMITED BY SIZE
                INTO GLT-LOG-MESSAGE
            MOVE FUNCTION POSIX-SYSLOG(4, GLT-LOG-MESSAGE)
              TO GLT-RC.
        4400-PRINT-VERDICT-EXIT.
            EXIT.

        9999-EXIT.
            IF GLT-FILES-OPEN
               CLOSE GL-MASTER-FILE ACCT-MASTER-FILE REPORT-FILE
            END-IF
            DISPLAY 'gl-trial: ' GLT-GL-READ-COUNT ' GL accounts, '
               GLT-AM-READ-COUNT ' subledger accounts, '
               GLT-BREAK-COUNT ' breaks'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, GLT-RUN-STOP)
              TO GLT-RC
            MOVE 'GLTRIAL' TO JHR-PROGRAM-ID
            MOVE GLT-TODAY TO JHR-BUSINESS-DATE
            MOVE GLT-START-SECONDS TO JHR-START-SECONDS
            MOVE GLT-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE GLT-AM-READ-COUNT TO JHR-RECORDS-IN
            MOVE GLT-BREAK-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY exit-status-paragraphs.
        End Program GL-TRIAL.
