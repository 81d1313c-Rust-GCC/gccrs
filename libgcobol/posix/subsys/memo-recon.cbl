      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  memo-recon.cbl
      *
      *  Memo-post reconciliation of a posted day.  Runs in the
      *  nightly stream after ACCT-MAINT, against the same ACCTTRAN
      *  it posted, and proves that every memo posting the shadow
      *  took for that business day (the MEMOLOG entries MEMO-POST
      *  wrote under that date, i.e. up to the MEMO-CUT cutover)
      *  reached the day's ACCTTRAN as a movement: otherwise the
      *  branch's available-balance answer was relieved by a
      *  posting the master never saw, and the clear has now
      *  thrown it away.
      *
      *  Each memo posting is matched to one movement (M) on
      *  ACCTTRAN for the same account and the same signed amount
      *  -- and the same ATR-REFERENCE where the posting carried a
      *  reference -- each movement answering for one posting only.
      *  A referenced posting backed out by its own originator
      *  (the same account and reference, the opposite amount, as
      *  PAY-ORIG does when a payment cannot be queued) is
      *  reversed, not expected on ACCTTRAN.  Every posting left
      *  unmatched is listed on MEMORPT with its time, account,
      *  amount, reference and originator, and the run ends
      *  JOB-WARNING.
      *
      *  The ACCTTRAN layout is ACCT-MAINT's.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -DATE=<yyyymmdd>      business day to prove, default
      *                            the business date
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. MEMO-RECON.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select OPTIONAL MEMO-LOG-FILE Assign To MEMOLOG
                Organization Is Line Sequential.
            Select OPTIONAL TRANSACTION-FILE Assign To ACCTTRAN
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To MEMORPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  MEMO-LOG-FILE.
        COPY memo-log.
        FD  TRANSACTION-FILE.
        01  TRANSACTION-RECORD.
            05  ATR-ACTION          PIC X(01).
            05  ATR-KEY             PIC X(32).
            05  FILLER              PIC X(99).
            05  ATR-AMOUNT          PIC S9(13)V99.
            05  FILLER              PIC X(08).
            05  ATR-ORIGIN          PIC X(08).
            05  ATR-REFERENCE       PIC X(16).
            05  FILLER              PIC X(121).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  MRC-RUN-START.
            05  MRC-START-SECONDS   Usage BINARY-DOUBLE.
            05  MRC-START-NANOS     Usage BINARY-DOUBLE.
        01  MRC-RUN-STOP.
            05  MRC-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  MRC-STOP-NANOS      Usage BINARY-DOUBLE.
        01  MRC-RC                  Binary-Long.
        01  MRC-EOF-SWITCH          PIC X(01).
            88  MRC-EOF                 Value 'Y', False 'N'.
        01  MRC-TODAY               PIC 9(08) Value 0.
        01  MRC-RECON-DATE          PIC 9(08) Value 0.
      *     the day's memo postings, in the order they were taken
        01  MRC-ROW-COUNT           Binary-Long Value 0.
        01  MRC-SUB                 Binary-Long.
        01  MRC-PAIR-SUB            Binary-Long.
        01  MRC-FOUND               Binary-Long.
        01  MRC-ROW-TABLE.
            05  MRC-ROW OCCURS 5000 TIMES.
                10  MRC-R-KEY       PIC X(32).
                10  MRC-R-AMOUNT    PIC S9(13)V99 COMP-3.
                10  MRC-R-REFERENCE PIC X(16).
                10  MRC-R-ORIGIN    PIC X(08).
                10  MRC-R-DATE      PIC 9(08).
                10  MRC-R-TIME      PIC 9(06).
                10  MRC-R-STATE     PIC X(01).
                    88  MRC-R-OPEN      Value SPACE.
                    88  MRC-R-MATCHED   Value 'M'.
                    88  MRC-R-REVERSED  Value 'R'.
        01  MRC-LOG-COUNT           PIC 9(09) Value 0.
        01  MRC-TRAN-COUNT          PIC 9(09) Value 0.
        01  MRC-MOVE-COUNT          PIC 9(09) Value 0.
        01  MRC-MATCH-COUNT         PIC 9(09) Value 0.
        01  MRC-REVERSED-COUNT      PIC 9(09) Value 0.
        01  MRC-MISSING-COUNT       PIC 9(09) Value 0.
        01  MRC-MISSING-TOTAL       PIC S9(13)V99 COMP-3 Value 0.
        01  MRC-COUNT-ED            PIC ZZZZZZZZ9.
        01  MRC-HDR-LINE.
            05  FILLER              PIC X(46) Value
                'MEMO-RECON  MEMO POSTINGS NOT ON ACCTTRAN FOR '.
            05  MRC-HL-DATE         PIC 9(08).
        01  MRC-COL-LINE.
            05  FILLER              PIC X(16) Value 'TAKEN'.
            05  FILLER              PIC X(33) Value 'ACCOUNT'.
            05  FILLER              PIC X(18) Value
                '            AMOUNT'.
            05  FILLER              PIC X(17) Value ' REFERENCE'.
            05  FILLER              PIC X(08) Value 'ORIGIN'.
        01  MRC-DETAIL-LINE.
            05  MRC-DL-DATE         PIC 9(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  MRC-DL-TIME         PIC 9(06).
            05  FILLER              PIC X(01) Value SPACE.
            05  MRC-DL-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  MRC-DL-AMOUNT       PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  MRC-DL-REFERENCE    PIC X(16).
            05  FILLER              PIC X(01) Value SPACE.
            05  MRC-DL-ORIGIN       PIC X(08).
        01  MRC-TOTAL-LINE.
            05  MRC-TL-LABEL        PIC X(49).
            05  MRC-TL-COUNT        PIC ZZZZZZZZ9.
            05  FILLER              PIC X(01) Value SPACE.
            05  MRC-TL-AMOUNT       PIC -(13)9.99.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-LOAD-MEMO-LOG THRU 2000-LOAD-MEMO-LOG-EXIT
            END-IF
            IF JOB-OK
               PERFORM 3000-PAIR-REVERSALS
                  THRU 3000-PAIR-REVERSALS-EXIT
                  VARYING MRC-SUB FROM 1 BY 1
                  UNTIL MRC-SUB > MRC-ROW-COUNT
               PERFORM 4000-MATCH-ACCTTRAN
                  THRU 4000-MATCH-ACCTTRAN-EXIT
               PERFORM 5000-REPORT THRU 5000-REPORT-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, MRC-RUN-START)
              TO MRC-RC
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'memo-recon: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO MRC-TODAY
            MOVE MRC-TODAY TO MRC-RECON-DATE
            MOVE 'DATE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               IF CLP-LOOKUP-VALUE (1:8) IS NUMERIC AND
                  CLP-LOOKUP-VALUE (9:1) = SPACE
                  MOVE CLP-LOOKUP-VALUE (1:8) TO MRC-RECON-DATE
               ELSE
                  MOVE 0 TO MRC-RECON-DATE
               END-IF
               IF MRC-RECON-DATE = 0 OR
                  FUNCTION TEST-DATE-YYYYMMDD(MRC-RECON-DATE)
                     NOT = 0
                  DISPLAY 'memo-recon: -DATE must be a yyyymmdd'
                     ' date, not ' CLP-LOOKUP-VALUE
                  SET JOB-NEEDS-RERUN TO TRUE
               END-IF
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-LOAD-MEMO-LOG.
            SET MRC-EOF TO FALSE
            OPEN INPUT MEMO-LOG-FILE
            PERFORM 2100-ONE-LOG-ENTRY THRU 2100-ONE-LOG-ENTRY-EXIT
               UNTIL MRC-EOF OR JOB-NEEDS-RERUN
            CLOSE MEMO-LOG-FILE.
        2000-LOAD-MEMO-LOG-EXIT.
            EXIT.

        2100-ONE-LOG-ENTRY.
            READ MEMO-LOG-FILE
                AT END
                    SET MRC-EOF TO TRUE
                    GO TO 2100-ONE-LOG-ENTRY-EXIT
            END-READ
            IF MLG-BUS-DATE NOT = MRC-RECON-DATE
               GO TO 2100-ONE-LOG-ENTRY-EXIT
            END-IF
            IF MRC-ROW-COUNT >= 5000
               DISPLAY 'memo-recon: more than 5000 memo postings for '
                  MRC-RECON-DATE ', table full'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2100-ONE-LOG-ENTRY-EXIT
            END-IF
            ADD 1 TO MRC-LOG-COUNT
            ADD 1 TO MRC-ROW-COUNT
            MOVE MLG-KEY TO MRC-R-KEY (MRC-ROW-COUNT)
            MOVE MLG-AMOUNT TO MRC-R-AMOUNT (MRC-ROW-COUNT)
            MOVE MLG-REFERENCE TO MRC-R-REFERENCE (MRC-ROW-COUNT)
            MOVE MLG-ORIGIN TO MRC-R-ORIGIN (MRC-ROW-COUNT)
            MOVE MLG-DATE TO MRC-R-DATE (MRC-ROW-COUNT)
            MOVE MLG-TIME TO MRC-R-TIME (MRC-ROW-COUNT)
            SET MRC-R-OPEN (MRC-ROW-COUNT) TO TRUE.
        2100-ONE-LOG-ENTRY-EXIT.
            EXIT.

      * a referenced posting and its back-out cancel: neither was
      * ever meant to reach the ledger
        3000-PAIR-REVERSALS.
            IF NOT MRC-R-OPEN (MRC-SUB) OR
               MRC-R-REFERENCE (MRC-SUB) = SPACES
               GO TO 3000-PAIR-REVERSALS-EXIT
            END-IF
            MOVE 0 TO MRC-FOUND
            PERFORM 3100-MATCH-REVERSAL THRU 3100-MATCH-REVERSAL-EXIT
               VARYING MRC-PAIR-SUB FROM MRC-SUB BY 1
               UNTIL MRC-PAIR-SUB > MRC-ROW-COUNT
                  OR MRC-FOUND > 0
            IF MRC-FOUND > 0
               SET MRC-R-REVERSED (MRC-SUB) TO TRUE
               SET MRC-R-REVERSED (MRC-FOUND) TO TRUE
               ADD 2 TO MRC-REVERSED-COUNT
            END-IF.
        3000-PAIR-REVERSALS-EXIT.
            EXIT.

        3100-MATCH-REVERSAL.
            IF MRC-PAIR-SUB NOT = MRC-SUB AND
               MRC-R-OPEN (MRC-PAIR-SUB) AND
               MRC-R-KEY (MRC-PAIR-SUB) = MRC-R-KEY (MRC-SUB) AND
               MRC-R-REFERENCE (MRC-PAIR-SUB) =
                  MRC-R-REFERENCE (MRC-SUB) AND
               MRC-R-AMOUNT (MRC-PAIR-SUB) =
                  0 - MRC-R-AMOUNT (MRC-SUB)
               MOVE MRC-PAIR-SUB TO MRC-FOUND
            END-IF.
        3100-MATCH-REVERSAL-EXIT.
            EXIT.

        4000-MATCH-ACCTTRAN.
            SET MRC-EOF TO FALSE
            OPEN INPUT TRANSACTION-FILE
            PERFORM 4100-ONE-TRANSACTION
               THRU 4100-ONE-TRANSACTION-EXIT
               UNTIL MRC-EOF
            CLOSE TRANSACTION-FILE.
        4000-MATCH-ACCTTRAN-EXIT.
            EXIT.

      * the first open posting for the account and amount takes the
      * movement; a posting with a reference wants the same one
        4100-ONE-TRANSACTION.
            READ TRANSACTION-FILE
                AT END
                    SET MRC-EOF TO TRUE
                    GO TO 4100-ONE-TRANSACTION-EXIT
            END-READ
            ADD 1 TO MRC-TRAN-COUNT
            IF ATR-ACTION NOT = 'M' OR ATR-AMOUNT NOT NUMERIC
               GO TO 4100-ONE-TRANSACTION-EXIT
            END-IF
            ADD 1 TO MRC-MOVE-COUNT
            MOVE 0 TO MRC-FOUND
            PERFORM 4200-MATCH-POSTING THRU 4200-MATCH-POSTING-EXIT
               VARYING MRC-SUB FROM 1 BY 1
               UNTIL MRC-SUB > MRC-ROW-COUNT
                  OR MRC-FOUND > 0
            IF MRC-FOUND > 0
               SET MRC-R-MATCHED (MRC-FOUND) TO TRUE
               ADD 1 TO MRC-MATCH-COUNT
            END-IF.
        4100-ONE-TRANSACTION-EXIT.
            EXIT.

        4200-MATCH-POSTING.
            IF MRC-R-OPEN (MRC-SUB) AND
               MRC-R-KEY (MRC-SUB) = ATR-KEY AND
               MRC-R-AMOUNT (MRC-SUB) = ATR-AMOUNT AND
               (MRC-R-REFERENCE (MRC-SUB) = SPACES OR
                MRC-R-REFERENCE (MRC-SUB) = ATR-REFERENCE)
               MOVE MRC-SUB TO MRC-FOUND
            END-IF.
        4200-MATCH-POSTING-EXIT.
            EXIT.

        5000-REPORT.
            OPEN OUTPUT REPORT-FILE
            MOVE MRC-RECON-DATE TO MRC-HL-DATE
            WRITE REPORT-LINE FROM MRC-HDR-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM MRC-COL-LINE
            PERFORM 5100-ONE-MISSING THRU 5100-ONE-MISSING-EXIT
               VARYING MRC-SUB FROM 1 BY 1
               UNTIL MRC-SUB > MRC-ROW-COUNT
            IF MRC-MISSING-COUNT = 0
               MOVE 'NONE: EVERY MEMO POSTING OF THE DAY IS ON ACCTTRAN'
                 TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO MRC-TOTAL-LINE
            MOVE 'MEMO POSTINGS LOGGED FOR THE DAY' TO MRC-TL-LABEL
            MOVE MRC-LOG-COUNT TO MRC-TL-COUNT
            WRITE REPORT-LINE FROM MRC-TOTAL-LINE
            MOVE SPACES TO MRC-TOTAL-LINE
            MOVE 'BACKED OUT BY THEIR ORIGINATOR' TO MRC-TL-LABEL
            MOVE MRC-REVERSED-COUNT TO MRC-TL-COUNT
            WRITE REPORT-LINE FROM MRC-TOTAL-LINE
            MOVE SPACES TO MRC-TOTAL-LINE
            MOVE 'FOUND AS ACCTTRAN MOVEMENTS' TO MRC-TL-LABEL
            MOVE MRC-MATCH-COUNT TO MRC-TL-COUNT
            WRITE REPORT-LINE FROM MRC-TOTAL-LINE
            MOVE SPACES TO MRC-TOTAL-LINE
            MOVE 'NOT ON ACCTTRAN' TO MRC-TL-LABEL
            MOVE MRC-MISSING-COUNT TO MRC-TL-COUNT
            MOVE MRC-MISSING-TOTAL TO MRC-TL-AMOUNT
            WRITE REPORT-LINE FROM MRC-TOTAL-LINE
            MOVE SPACES TO MRC-TOTAL-LINE
            MOVE 'ACCTTRAN RECORDS READ' TO MRC-TL-LABEL
            MOVE MRC-TRAN-COUNT TO MRC-TL-COUNT
            WRITE REPORT-LINE FROM MRC-TOTAL-LINE
            CLOSE REPORT-FILE
            IF MRC-MISSING-COUNT > 0
               MOVE MRC-MISSING-COUNT TO MRC-COUNT-ED
               DISPLAY 'memo-recon: ' MRC-COUNT-ED
                  ' memo posting(s) of ' MRC-RECON-DATE
                  ' not on ACCTTRAN, see MEMORPT'
               IF JOB-OK
                  SET JOB-WARNING TO TRUE
               END-IF
            END-IF.
        5000-REPORT-EXIT.
            EXIT.

        5100-ONE-MISSING.
            IF NOT MRC-R-OPEN (MRC-SUB)
               GO TO 5100-ONE-MISSING-EXIT
            END-IF
            ADD 1 TO MRC-MISSING-COUNT
            ADD MRC-R-AMOUNT (MRC-SUB) TO MRC-MISSING-TOTAL
            MOVE MRC-R-DATE (MRC-SUB) TO MRC-DL-DATE
            MOVE MRC-R-TIME (MRC-SUB) TO MRC-DL-TIME
            MOVE MRC-R-KEY (MRC-SUB) TO MRC-DL-KEY
            MOVE MRC-R-AMOUNT (MRC-SUB) TO MRC-DL-AMOUNT
            MOVE MRC-R-REFERENCE (MRC-SUB) TO MRC-DL-REFERENCE
            MOVE MRC-R-ORIGIN (MRC-SUB) TO MRC-DL-ORIGIN
            WRITE REPORT-LINE FROM MRC-DETAIL-LINE.
        5100-ONE-MISSING-EXIT.
            EXIT.

        9999-EXIT.
            DISPLAY 'memo-recon: ' MRC-LOG-COUNT ' memo postings, '
               MRC-MATCH-COUNT ' found, ' MRC-REVERSED-COUNT
               ' backed out, ' MRC-MISSING-COUNT ' missing'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, MRC-RUN-STOP)
              TO MRC-RC
            MOVE 'MEMORECN' TO JHR-PROGRAM-ID
            MOVE MRC-TODAY TO JHR-BUSINESS-DATE
            MOVE MRC-START-SECONDS TO JHR-START-SECONDS
            MOVE MRC-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            COMPUTE JHR-RECORDS-IN = MRC-LOG-COUNT + MRC-TRAN-COUNT
            MOVE MRC-MISSING-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program MEMO-RECON.
