      *      TLM-DAY-COUNT   9(5)
      *      TLM-DAY-AMOUNT  9(13)V99 zoned
      *
      *  Flags (cmdline-parms.cpy style):
      *      -LARGEDEBIT=<amt>  debit the customer is told about,
      *                         default 2500.00
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  A movement (M) transaction's amount is
      *                        its movement; it rolls the running
      *                        balance forward rather than
      *                        replacing it.
      *  2026-10-15 smckinney  POSTSEQ records widened to 340 bytes
      *                        with the 300-byte transaction record.
      *  2026-10-15 smckinney  A debit that passes screening at or
      *                        above -LARGEDEBIT (default 2500.00)
      *                        appends an LDEB event to the NOTIFEVT
      *                        customer-notification feed
      *                        (notif-event.cpy).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. TRAN-SCREEN.
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To SCRNRPT
                Organization Is Line Sequential.
            Select OPTIONAL NOTIF-EVENT-FILE Assign To NOTIFEVT
                Organization Is Line Sequential.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
                10  FILLER          PIC X(03).
                10  PSQ-BALANCE     PIC S9(13)V99.
                10  FILLER          PIC X(08).
                10  FILLER          PIC X(08).
                10  FILLER          PIC X(16).
                10  PSQ-NARRATIVE   PIC X(30).
                10  FILLER          PIC X(91).
        FD  CLEAN-FILE.
        01  CLEAN-RECORD            PIC X(340).
        FD  SUSPECT-FILE.
        01  SUSPECT-RECORD.
            05  SUS-RULE            PIC X(06).
            05  FILLER              PIC X(01) Value SPACE.
            05  SUS-DATA            PIC X(340).
        FD  LIMIT-FILE.
        01  LIMIT-RECORD.
            05  TLM-TYPE            PIC X(02).
            05  TLM-DAY-AMOUNT      PIC 9(13)V99.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  NOTIF-EVENT-FILE.
        COPY notif-event.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  TSC-RUN-START.
        01  TSC-DAY-COUNT           PIC 9(07).
        01  TSC-DAY-AMOUNT          PIC 9(15)V99.
        01  TSC-TRIPPED             PIC X(06).
        01  TSC-LARGE-DEBIT         PIC 9(13)V99 Value 2500.00.
        01  TSC-HDR-LINE.
            05  FILLER              PIC X(34) Value
                'TRANSACTION SCREENING REVIEW --   '.
        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET TSC-EOF TO FALSE
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'LARGEDEBIT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO TSC-LARGE-DEBIT
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'tran-screen: no business date established'
            OPEN OUTPUT CLEAN-FILE
            OPEN OUTPUT SUSPECT-FILE
            OPEN OUTPUT REPORT-FILE
            OPEN EXTEND NOTIF-EVENT-FILE
            MOVE TSC-TODAY TO TSC-HDR-DATE
            WRITE REPORT-LINE FROM TSC-HDR-LINE
            MOVE SPACES TO TSC-PREV-KEY.
               THRU 2100-READ-ONE-TRAN-EXIT
                UNTIL TSC-EOF
            CLOSE POST-SEQ-FILE CLEAN-FILE SUSPECT-FILE
                  REPORT-FILE ACCT-MASTER-FILE NOTIF-EVENT-FILE.
        2000-SCREEN-ALL-EXIT.
            EXIT.

                     PSQ-BALANCE - TSC-PRIOR-BALANCE
               WHEN 'D'
                  COMPUTE TSC-MOVEMENT = 0 - TSC-PRIOR-BALANCE
               WHEN 'M'
                  MOVE PSQ-BALANCE TO TSC-MOVEMENT
               WHEN OTHER
                  MOVE 0 TO TSC-MOVEMENT
            END-EVALUATE
               END-EVALUATE
            END-IF
            IF TSC-TRIPPED = SPACES
               EVALUATE PSQ-ACTION
                  WHEN 'D'
                     MOVE 0 TO TSC-PRIOR-BALANCE
                  WHEN 'M'
                     ADD TSC-MOVEMENT TO TSC-PRIOR-BALANCE
                  WHEN OTHER
                     MOVE PSQ-BALANCE TO TSC-PRIOR-BALANCE
               END-EVALUATE
               WRITE CLEAN-RECORD FROM POST-SEQ-RECORD
               ADD 1 TO TSC-PASSED-COUNT
               IF TSC-MOVEMENT < 0 AND PSQ-ACTION NOT = 'D' AND
                  TSC-ABS-MOVE NOT < TSC-LARGE-DEBIT
                  PERFORM 3200-NOTIFY-DEBIT
                     THRU 3200-NOTIFY-DEBIT-EXIT
               END-IF
            ELSE
      *        a diverted transaction does not advance the running
      *        balance: the posting it describes will not happen
        3110-TEST-ONE-RULE-EXIT.
            EXIT.

      * the transaction's position in POSTSEQ makes the event
      * unique; a rerun over the same file reproduces it
        3200-NOTIFY-DEBIT.
            SET NEV-TYPE-LARGE-DEBIT TO TRUE
            MOVE PSQ-KEY TO NEV-ACCOUNT-KEY
            MOVE TSC-TODAY TO NEV-EVENT-DATE
            MOVE SPACES TO NEV-REFERENCE
            STRING 'SEQ ' TSC-READ-COUNT DELIMITED BY SIZE
              INTO NEV-REFERENCE
            END-STRING
            MOVE FUNCTION CURRENT-DATE (9:6) TO NEV-EVENT-TIME
            MOVE 'TRNSCRN1' TO NEV-SOURCE
            MOVE TSC-MOVEMENT TO NEV-AMOUNT
            IF PSQ-NARRATIVE = SPACES
               MOVE 'LARGE DEBIT' TO NEV-TEXT
            ELSE
               MOVE PSQ-NARRATIVE TO NEV-TEXT
            END-IF
            WRITE NOTIF-EVENT-RECORD.
        3200-NOTIFY-DEBIT-EXIT.
            EXIT.

        9999-EXIT.
            DISPLAY 'tran-screen: ' TSC-READ-COUNT ' read, '
               TSC-PASSED-COUNT ' passed, '
            EXIT.

        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program TRAN-SCREEN.
