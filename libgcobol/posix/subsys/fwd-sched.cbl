      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  fwd-sched.cbl
      *
      *  Future-dated master changes.  ACCT-MAINT and ACCT-SCREEN
      *  capture a change carrying an effective date after the
      *  business date on the indexed pending-effective file
      *  FWDCHG (fwd-change.cpy) instead of applying it.  Run as a
      *  step after BUSDATE-ROLL on every date roll, this program
      *  releases every scheduled change whose effective date has
      *  been reached by the new business date: the captured
      *  transaction, effective date blanked, is written to FWDTRAN
      *  (acct-maint transaction layout) for that day's ACCT-MAINT
      *  run, where it meets the normal edits, journal and audit
      *  like any other.  The change is marked released and an
      *  AUD-RECORD (FWDREL) written.  A date that fell on a
      *  non-business day releases on the next business date.  A
      *  rerun on the same date writes the day's released changes
      *  to FWDTRAN again -- ACCT-MAINT's applied-batch registry
      *  refuses the file if it was applied already.
      *
      *  -REPORT=Y lists instead the forward schedule, every
      *  change still waiting, per account, on the FWDRPT report.
      *  -CANCEL=<id> withdraws one scheduled change before it is
      *  released: marked cancelled, named operator recorded,
      *  audited FWDCAN.  A released or cancelled change cannot be
      *  cancelled; a released one is undone by a correcting
      *  change.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -REPORT=Y          forward-schedule report
      *      -ACCOUNT=<key>     report one account only
      *      -CANCEL=<id>       cancel a scheduled change
      *      -OPERATOR=<name>   required with -CANCEL
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. FWD-SCHED.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select FWD-CHANGE-FILE Assign To FWDCHG
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is FWC-ID
                Alternate Record Key Is FWC-ACCOUNT-KEY
                    With Duplicates
                File Status Is FWS-FILE-STATUS.
            Select FWD-TRAN-FILE Assign To FWDTRAN
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To FWDRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  FWD-CHANGE-FILE.
        COPY fwd-change.
        FD  FWD-TRAN-FILE.
        01  FWD-TRAN-RECORD.
            05  FTR-DATA            PIC X(261).
            05  FTR-EFFECTIVE-DATE  PIC X(08).
            05  FILLER              PIC X(31).
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
        01  FWS-RUN-START.
            05  FWS-START-SECONDS   Usage BINARY-DOUBLE.
            05  FWS-START-NANOS     Usage BINARY-DOUBLE.
        01  FWS-RUN-STOP.
            05  FWS-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  FWS-STOP-NANOS      Usage BINARY-DOUBLE.
        01  FWS-FILE-STATUS         PIC X(02).
        01  FWS-EOF-SWITCH          PIC X(01).
            88  FWS-EOF                 Value 'Y', False 'N'.
        01  FWS-FILE-OPEN-SW        PIC X(01) Value 'N'.
            88  FWS-FILE-OPEN           Value 'Y', False 'N'.
        01  FWS-TRAN-OPEN-SW        PIC X(01) Value 'N'.
            88  FWS-TRAN-OPEN           Value 'Y', False 'N'.
        01  FWS-MODE                PIC X(01) Value 'R'.
            88  FWS-MODE-RELEASE        Value 'R'.
            88  FWS-MODE-REPORT         Value 'L'.
            88  FWS-MODE-CANCEL         Value 'C'.
        01  FWS-TODAY               PIC 9(08) Value 0.
        01  FWS-ACCOUNT             PIC X(32) Value SPACES.
        01  FWS-CANCEL-ID           PIC 9(08) Value 0.
        01  FWS-OPERATOR            PIC X(12) Value SPACES.
        01  FWS-LAST-ACCOUNT        PIC X(32).
        01  FWS-READ-COUNT          PIC 9(09) Value 0.
        01  FWS-RELEASED-COUNT      PIC 9(09) Value 0.
        01  FWS-REWRITTEN-COUNT     PIC 9(09) Value 0.
        01  FWS-LISTED-COUNT        PIC 9(09) Value 0.
        01  FWS-ACCOUNT-COUNT       PIC 9(09) Value 0.
        01  FWS-ACCT-CHANGES        PIC 9(05) Value 0.
        01  FWS-HDR-LINE.
            05  FILLER              PIC X(38)
                Value 'FORWARD SCHEDULE OF MASTER CHANGES -- '.
            05  FWS-HDR-DATE        PIC 9(08).
        01  FWS-COL-LINE.
            05  FILLER              PIC X(38)
                Value '          ID  EFF DATE ACT  SCHEDULED '.
            05  FILLER              PIC X(36)
                Value 'SOURCE   BY           RSN  NARRATIVE'.
        01  FWS-ACCT-LINE.
            05  FILLER              PIC X(08) Value 'ACCOUNT '.
            05  FWS-AL-KEY          PIC X(32).
        01  FWS-DETAIL-LINE.
            05  FILLER              PIC X(04) Value SPACES.
            05  FWS-DL-ID           PIC Z(07)9.
            05  FILLER              PIC X(02) Value SPACES.
            05  FWS-DL-EFFECTIVE    PIC 9(08).
            05  FILLER              PIC X(02) Value SPACES.
            05  FWS-DL-ACTION       PIC X(01).
            05  FILLER              PIC X(03) Value SPACES.
            05  FWS-DL-SCHEDULED    PIC 9(08).
            05  FILLER              PIC X(02) Value SPACES.
            05  FWS-DL-SOURCE       PIC X(08).
            05  FILLER              PIC X(01) Value SPACES.
            05  FWS-DL-BY           PIC X(12).
            05  FILLER              PIC X(01) Value SPACES.
            05  FWS-DL-REASON       PIC X(04).
            05  FILLER              PIC X(01) Value SPACES.
            05  FWS-DL-NARRATIVE    PIC X(30).
        01  FWS-SUB-LINE.
            05  FILLER              PIC X(04) Value SPACES.
            05  FWS-SL-COUNT        PIC ZZZZ9.
            05  FILLER              PIC X(18)
                Value ' CHANGE(S) WAITING'.
        01  FWS-TOTAL-LINE.
            05  FILLER              PIC X(09) Value 'ACCOUNTS '.
            05  FWS-TL-ACCOUNTS     PIC Z(08)9.
            05  FILLER              PIC X(19)
                Value '  CHANGES WAITING '.
            05  FWS-TL-CHANGES      PIC Z(08)9.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               EVALUATE TRUE
                  WHEN FWS-MODE-REPORT
                     PERFORM 3000-REPORT-ALL THRU 3000-REPORT-ALL-EXIT
                  WHEN FWS-MODE-CANCEL
                     PERFORM 4000-CANCEL-ONE
                        THRU 4000-CANCEL-ONE-EXIT
                  WHEN OTHER
                     PERFORM 2000-RELEASE-ALL
                        THRU 2000-RELEASE-ALL-EXIT
               END-EVALUATE
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET FWS-EOF TO FALSE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, FWS-RUN-START)
              TO AUD-RC
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'REPORT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND AND CLP-LOOKUP-VALUE (1:1) = 'Y'
               SET FWS-MODE-REPORT TO TRUE
            END-IF
            MOVE 'ACCOUNT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO FWS-ACCOUNT
            END-IF
            MOVE 'CANCEL' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               SET FWS-MODE-CANCEL TO TRUE
               IF FUNCTION TEST-NUMVAL(CLP-LOOKUP-VALUE) = 0
                  MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                    TO FWS-CANCEL-ID
               END-IF
               IF FWS-CANCEL-ID = 0
                  DISPLAY 'fwd-sched: -CANCEL needs a change id'
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE 'OPERATOR' TO CLP-LOOKUP-NAME
               PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
               MOVE CLP-LOOKUP-VALUE TO FWS-OPERATOR
               IF FWS-OPERATOR = SPACES
                  DISPLAY 'fwd-sched: -OPERATOR is required with'
                     ' -CANCEL'
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'fwd-sched: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO FWS-TODAY
      *     the maintenance step after this one reads FWDTRAN
      *     whether or not anything fell due
            IF FWS-MODE-RELEASE
               OPEN OUTPUT FWD-TRAN-FILE
               SET FWS-TRAN-OPEN TO TRUE
            END-IF
            OPEN I-O FWD-CHANGE-FILE
            IF FWS-FILE-STATUS = '35'
      *        nothing was ever scheduled
               DISPLAY 'fwd-sched: no FWDCHG file, nothing'
                  ' scheduled'
               SET FWS-EOF TO TRUE
               IF FWS-MODE-CANCEL
                  SET JOB-WARNING TO TRUE
               END-IF
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            IF FWS-FILE-STATUS NOT = '00'
               DISPLAY 'fwd-sched: cannot open FWDCHG, status '
                  FWS-FILE-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            SET FWS-FILE-OPEN TO TRUE.
        1000-INITIALIZE-EXIT.
            EXIT.

      * the date-roll release: everything scheduled for the new
      * business date or before goes to FWDTRAN
        2000-RELEASE-ALL.
            IF FWS-EOF
               GO TO 2000-RELEASE-ALL-EXIT
            END-IF
            PERFORM 2100-READ-ONE-CHANGE
               THRU 2100-READ-ONE-CHANGE-EXIT
                UNTIL FWS-EOF
            DISPLAY 'fwd-sched: ' FWS-READ-COUNT ' read, '
               FWS-RELEASED-COUNT ' released, '
               FWS-REWRITTEN-COUNT ' released earlier today'
               ' written again'.
        2000-RELEASE-ALL-EXIT.
            EXIT.

        2100-READ-ONE-CHANGE.
            READ FWD-CHANGE-FILE NEXT
                AT END
                    SET FWS-EOF TO TRUE
                    GO TO 2100-READ-ONE-CHANGE-EXIT
            END-READ
      *     record zero is the id counter
            IF FWC-ID = 0
               GO TO 2100-READ-ONE-CHANGE-EXIT
            END-IF
            ADD 1 TO FWS-READ-COUNT
            IF FWC-STATUS-RELEASED AND FWC-ACTION-DATE = FWS-TODAY
               PERFORM 2300-WRITE-TRAN THRU 2300-WRITE-TRAN-EXIT
               ADD 1 TO FWS-REWRITTEN-COUNT
               GO TO 2100-READ-ONE-CHANGE-EXIT
            END-IF
            IF FWC-STATUS-SCHEDULED AND
               FWC-EFFECTIVE-DATE NOT > FWS-TODAY
               PERFORM 2200-RELEASE-ONE THRU 2200-RELEASE-ONE-EXIT
            END-IF.
        2100-READ-ONE-CHANGE-EXIT.
            EXIT.

        2200-RELEASE-ONE.
            PERFORM 2300-WRITE-TRAN THRU 2300-WRITE-TRAN-EXIT
            SET FWC-STATUS-RELEASED TO TRUE
            MOVE FWS-TODAY TO FWC-ACTION-DATE
            MOVE 'FWDSCHED' TO FWC-ACTION-BY
            REWRITE FWD-CHANGE-RECORD
            IF FWS-FILE-STATUS NOT = '00'
               DISPLAY 'fwd-sched: change ' FWC-ID
                  ' not marked released, status ' FWS-FILE-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               SET FWS-EOF TO TRUE
               GO TO 2200-RELEASE-ONE-EXIT
            END-IF
            ADD 1 TO FWS-RELEASED-COUNT
            MOVE 'FWDSCHED' TO AUD-PROGRAM-ID
            MOVE 'FWDREL' TO AUD-ACTION
            MOVE FWC-ACCOUNT-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        2200-RELEASE-ONE-EXIT.
            EXIT.

      * the transaction goes to the maintenance run as captured,
      * less the effective date that held it back
        2300-WRITE-TRAN.
            MOVE FWC-TRANSACTION TO FWD-TRAN-RECORD
            MOVE SPACES TO FTR-EFFECTIVE-DATE
            WRITE FWD-TRAN-RECORD.
        2300-WRITE-TRAN-EXIT.
            EXIT.

      * the forward schedule in account order; within an account
      * the changes list in the order they were scheduled
        3000-REPORT-ALL.
            OPEN OUTPUT REPORT-FILE
            MOVE FWS-TODAY TO FWS-HDR-DATE
            WRITE REPORT-LINE FROM FWS-HDR-LINE
            WRITE REPORT-LINE FROM FWS-COL-LINE
            MOVE SPACES TO FWS-LAST-ACCOUNT
            IF FWS-EOF
               GO TO 3000-REPORT-TOTALS
            END-IF
            MOVE FWS-ACCOUNT TO FWC-ACCOUNT-KEY
            IF FWS-ACCOUNT = SPACES
               START FWD-CHANGE-FILE KEY >= FWC-ACCOUNT-KEY
            ELSE
               START FWD-CHANGE-FILE KEY = FWC-ACCOUNT-KEY
            END-IF
            IF FWS-FILE-STATUS NOT = '00'
               GO TO 3000-REPORT-TOTALS
            END-IF
            PERFORM 3100-LIST-ONE-CHANGE
               THRU 3100-LIST-ONE-CHANGE-EXIT
                UNTIL FWS-EOF
            PERFORM 3200-ACCOUNT-BREAK THRU 3200-ACCOUNT-BREAK-EXIT.
        3000-REPORT-TOTALS.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE FWS-ACCOUNT-COUNT TO FWS-TL-ACCOUNTS
            MOVE FWS-LISTED-COUNT TO FWS-TL-CHANGES
            WRITE REPORT-LINE FROM FWS-TOTAL-LINE
            CLOSE REPORT-FILE
            DISPLAY 'fwd-sched: ' FWS-LISTED-COUNT
               ' change(s) waiting on ' FWS-ACCOUNT-COUNT
               ' account(s)'.
        3000-REPORT-ALL-EXIT.
            EXIT.

        3100-LIST-ONE-CHANGE.
            READ FWD-CHANGE-FILE NEXT
                AT END
                    SET FWS-EOF TO TRUE
                    GO TO 3100-LIST-ONE-CHANGE-EXIT
            END-READ
            IF FWS-ACCOUNT NOT = SPACES AND
               FWC-ACCOUNT-KEY NOT = FWS-ACCOUNT
               SET FWS-EOF TO TRUE
               GO TO 3100-LIST-ONE-CHANGE-EXIT
            END-IF
            IF FWC-ID = 0 OR NOT FWC-STATUS-SCHEDULED
               GO TO 3100-LIST-ONE-CHANGE-EXIT
            END-IF
            ADD 1 TO FWS-READ-COUNT
            IF FWC-ACCOUNT-KEY NOT = FWS-LAST-ACCOUNT
               PERFORM 3200-ACCOUNT-BREAK
                  THRU 3200-ACCOUNT-BREAK-EXIT
               MOVE FWC-ACCOUNT-KEY TO FWS-LAST-ACCOUNT
               ADD 1 TO FWS-ACCOUNT-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE FWC-ACCOUNT-KEY TO FWS-AL-KEY
               WRITE REPORT-LINE FROM FWS-ACCT-LINE
            END-IF
            MOVE FWC-ID TO FWS-DL-ID
            MOVE FWC-EFFECTIVE-DATE TO FWS-DL-EFFECTIVE
            MOVE FWC-TRAN-ACTION TO FWS-DL-ACTION
            MOVE FWC-SCHEDULED-DATE TO FWS-DL-SCHEDULED
            MOVE FWC-SOURCE TO FWS-DL-SOURCE
            MOVE FWC-SCHEDULED-BY TO FWS-DL-BY
            MOVE FWC-REASON TO FWS-DL-REASON
            MOVE FWC-TRAN-NARRATIVE TO FWS-DL-NARRATIVE
            WRITE REPORT-LINE FROM FWS-DETAIL-LINE
            ADD 1 TO FWS-ACCT-CHANGES
            ADD 1 TO FWS-LISTED-COUNT.
        3100-LIST-ONE-CHANGE-EXIT.
            EXIT.

      * closes off the account just listed, if any
        3200-ACCOUNT-BREAK.
            IF FWS-ACCT-CHANGES = 0
               GO TO 3200-ACCOUNT-BREAK-EXIT
            END-IF
            MOVE FWS-ACCT-CHANGES TO FWS-SL-COUNT
            WRITE REPORT-LINE FROM FWS-SUB-LINE
            MOVE 0 TO FWS-ACCT-CHANGES.
        3200-ACCOUNT-BREAK-EXIT.
            EXIT.

      * only a change still waiting can be withdrawn
        4000-CANCEL-ONE.
            IF FWS-EOF
               GO TO 4000-CANCEL-ONE-EXIT
            END-IF
            MOVE FWS-CANCEL-ID TO FWC-ID
            READ FWD-CHANGE-FILE
            IF FWS-FILE-STATUS NOT = '00'
               DISPLAY 'fwd-sched: no scheduled change '
                  FWS-CANCEL-ID
               SET JOB-WARNING TO TRUE
               GO TO 4000-CANCEL-ONE-EXIT
            END-IF
            ADD 1 TO FWS-READ-COUNT
            IF NOT FWC-STATUS-SCHEDULED
               DISPLAY 'fwd-sched: change ' FWS-CANCEL-ID
                  ' is not waiting (status ' FWC-STATUS
                  '), not cancelled'
               SET JOB-WARNING TO TRUE
               GO TO 4000-CANCEL-ONE-EXIT
            END-IF
            SET FWC-STATUS-CANCELLED TO TRUE
            MOVE FWS-TODAY TO FWC-ACTION-DATE
            MOVE FWS-OPERATOR TO FWC-ACTION-BY
            REWRITE FWD-CHANGE-RECORD
            IF FWS-FILE-STATUS NOT = '00'
               DISPLAY 'fwd-sched: change ' FWS-CANCEL-ID
                  ' not cancelled, status ' FWS-FILE-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 4000-CANCEL-ONE-EXIT
            END-IF
            MOVE 'FWDSCHED' TO AUD-PROGRAM-ID
            MOVE 'FWDCAN' TO AUD-ACTION
            MOVE FWC-ACCOUNT-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT
            DISPLAY 'fwd-sched: change ' FWS-CANCEL-ID ' for '
               FUNCTION TRIM(FWC-ACCOUNT-KEY) ' effective '
               FWC-EFFECTIVE-DATE ' cancelled by '
               FUNCTION TRIM(FWS-OPERATOR).
        4000-CANCEL-ONE-EXIT.
            EXIT.

        9999-EXIT.
            IF FWS-FILE-OPEN
               CLOSE FWD-CHANGE-FILE
            END-IF
            IF FWS-TRAN-OPEN
               CLOSE FWD-TRAN-FILE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, FWS-RUN-STOP)
              TO AUD-RC
            MOVE 'FWDSCHED' TO JHR-PROGRAM-ID
            MOVE FWS-TODAY TO JHR-BUSINESS-DATE
            MOVE FWS-START-SECONDS TO JHR-START-SECONDS
            MOVE FWS-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE FWS-READ-COUNT TO JHR-RECORDS-IN
            MOVE FWS-RELEASED-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program FWD-SCHED.
