      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  holdmail-rpt.cbl
      *
      *  Monthly hold-mail report.  Runs as a calendar-selected
      *  stream step: unless the business date carries the
      *  run-calendar month-end marker (or -FORCE=Y), it ends JOB-OK
      *  having done nothing.  Walks the address master (ADDRMST,
      *  addr-master.cpy) in key order and, for every account or
      *  loan whose address in force today is marked returned by
      *  ADDR-MAINT's returned-mail intake, prints the customer,
      *  branch, the date mail first came back, how many days the
      *  customer has been on hold mail, the latest return and the
      *  document returned -- the branches' list of customers to
      *  trace.  A customer leaves the list when a new effective
      *  address comes into force.  A summary by days held (0-30,
      *  31-90, 91-180, over 180) and a count per branch close the
      *  report.  The name printed is the master's short name, so
      *  nothing on HOLDRPT needs decrypting.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -FORCE=Y             run without the month-end marker
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. HOLDMAIL-RPT.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select ADDR-MASTER-FILE Assign To ADDRMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is ADM-KEY
                File Status Is HMR-ADDR-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is HMR-ACCT-STATUS.
            Select LOAN-MASTER-FILE Assign To LOANMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is LNM-LOAN-ID
                File Status Is HMR-LOAN-STATUS.
            Select REPORT-FILE Assign To HOLDRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  ADDR-MASTER-FILE.
        COPY addr-master.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  LOAN-MASTER-FILE.
        COPY loan-master.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY run-calendar.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  HMR-RUN-START.
            05  HMR-START-SECONDS   Usage BINARY-DOUBLE.
            05  HMR-START-NANOS     Usage BINARY-DOUBLE.
        01  HMR-RUN-STOP.
            05  HMR-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  HMR-STOP-NANOS      Usage BINARY-DOUBLE.
        01  HMR-RC                  Binary-Long.
        01  HMR-ADDR-STATUS         PIC X(02).
        01  HMR-ACCT-STATUS         PIC X(02).
        01  HMR-LOAN-STATUS         PIC X(02).
        01  HMR-EOF-SWITCH          PIC X(01).
            88  HMR-EOF                 Value 'Y', False 'N'.
        01  HMR-FORCE               PIC X(01) Value 'N'.
        01  HMR-MONTH-END-SW        PIC X(01) Value 'N'.
            88  HMR-MONTH-END           Value 'Y', False 'N'.
        01  HMR-READ-COUNT          PIC 9(09) Value 0.
        01  HMR-KEY-COUNT           PIC 9(09) Value 0.
        01  HMR-HOLD-COUNT          PIC 9(09) Value 0.
        01  HMR-TODAY               PIC 9(08).
        01  HMR-TODAY-SERIAL        PIC S9(09).
        01  HMR-DAYS-HELD           PIC 9(05).
        01  HMR-CUR-KEY             PIC X(32).
      * the record in force for the key being walked: the last one
      * read with an effective date not after today
        01  HMR-IN-FORCE.
            05  HMR-F-FOUND-SW      PIC X(01).
                88  HMR-F-FOUND         Value 'Y', False 'N'.
            05  HMR-F-EFFECTIVE     PIC 9(08).
            05  HMR-F-MAIL-STATUS   PIC X(01).
                88  HMR-F-RETURNED      Value 'R'.
            05  HMR-F-HOLD-SINCE    PIC 9(08).
            05  HMR-F-RETURNED-DATE PIC 9(08).
            05  HMR-F-RETURNED-DOC  PIC X(04).
            05  HMR-F-RETURN-COUNT  PIC 9(03).
        01  HMR-BRANCH              PIC X(04).
        01  HMR-BAND-1              PIC 9(09) Value 0.
        01  HMR-BAND-2              PIC 9(09) Value 0.
        01  HMR-BAND-3              PIC 9(09) Value 0.
        01  HMR-BAND-4              PIC 9(09) Value 0.
        01  HMR-BRANCH-COUNT        Binary-Long Value 0.
        01  HMR-BRANCH-SUB          Binary-Long.
        01  HMR-BRANCH-TABLE.
            05  HMR-BRANCH-ENTRY OCCURS 200 TIMES.
                10  HMR-W-BRANCH    PIC X(04).
                10  HMR-W-COUNT     PIC 9(07).
        01  HMR-HDR-LINE.
            05  FILLER              PIC X(22)
                Value 'HOLD-MAIL REPORT  -- '.
            05  HMR-HDR-DATE        PIC 9(08).
        01  HMR-COL-LINE.
            05  FILLER              PIC X(33)
                Value 'KEY'.
            05  FILLER              PIC X(25)
                Value 'NAME                 BRCH'.
            05  FILLER              PIC X(42)
                Value '  SINCE     DAYS  RETURNED     DOC     RTN'.
        01  HMR-DETAIL-LINE.
            05  HMR-DL-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  HMR-DL-NAME         PIC X(20).
            05  FILLER              PIC X(01) Value SPACE.
            05  HMR-DL-BRANCH       PIC X(04).
            05  FILLER              PIC X(02) Value SPACES.
            05  HMR-DL-HOLD-SINCE   PIC 9(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  HMR-DL-DAYS         PIC ZZZZ9.
            05  FILLER              PIC X(02) Value SPACES.
            05  HMR-DL-RETURNED     PIC 9(08).
            05  FILLER              PIC X(05) Value SPACES.
            05  HMR-DL-DOC          PIC X(04).
            05  FILLER              PIC X(04) Value SPACES.
            05  HMR-DL-RETURNS      PIC ZZ9.
        01  HMR-BAND-LINE.
            05  FILLER              PIC X(10)
                Value 'DAYS HELD '.
            05  FILLER              PIC X(07) Value ' 0-30: '.
            05  HMR-BL-1            PIC ZZZZZZZZ9.
            05  FILLER              PIC X(08) Value ' 31-90: '.
            05  HMR-BL-2            PIC ZZZZZZZZ9.
            05  FILLER              PIC X(09) Value ' 91-180: '.
            05  HMR-BL-3            PIC ZZZZZZZZ9.
            05  FILLER              PIC X(07) Value ' OVER: '.
            05  HMR-BL-4            PIC ZZZZZZZZ9.
        01  HMR-BRANCH-LINE.
            05  FILLER              PIC X(07)
                Value 'BRANCH '.
            05  HMR-RL-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  HMR-RL-COUNT        PIC ZZZZZZ9.
            05  FILLER              PIC X(15)
                Value ' ON HOLD MAIL'.
        01  HMR-TOTAL-LINE.
            05  FILLER              PIC X(22)
                Value 'CUSTOMERS ON HOLD MAIL'.
            05  FILLER              PIC X(01) Value SPACE.
            05  HMR-TL-COUNT        PIC ZZZZZZZZ9.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK AND HMR-MONTH-END
               PERFORM 2000-WALK-ADDRESSES
                  THRU 2000-WALK-ADDRESSES-EXIT
               PERFORM 5000-SUMMARIES THRU 5000-SUMMARIES-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET HMR-EOF TO FALSE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, HMR-RUN-START)
              TO HMR-RC
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'FORCE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE (1:1) TO HMR-FORCE
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'holdmail-rpt: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO HMR-TODAY
            MOVE FUNCTION INTEGER-OF-DATE(HMR-TODAY)
              TO HMR-TODAY-SERIAL
      *    the month-end marker selects this step; off month-end
      *    the stream just passes through
            IF HMR-FORCE NOT = 'Y'
               SET RCQ-REQ-INFO TO TRUE
               MOVE HMR-TODAY TO RCQ-DATE
               CALL 'RUN-CALENDAR' USING RCQ-CONTROL
               IF NOT RCQ-OK OR NOT RCQ-IS-MONTH-END
                  DISPLAY 'holdmail-rpt: ' HMR-TODAY
                     ' is not month-end, nothing to report'
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
            END-IF
            SET HMR-MONTH-END TO TRUE
            OPEN INPUT ADDR-MASTER-FILE
            IF HMR-ADDR-STATUS NOT = '00'
               DISPLAY 'holdmail-rpt: cannot open ADDRMST, status '
                  HMR-ADDR-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT ACCT-MASTER-FILE
            IF HMR-ACCT-STATUS NOT = '00'
               DISPLAY 'holdmail-rpt: cannot open master, status '
                  HMR-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT LOAN-MASTER-FILE
            IF HMR-LOAN-STATUS NOT = '00'
               DISPLAY 'holdmail-rpt: cannot open LOANMST, status '
                  HMR-LOAN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE
            MOVE HMR-TODAY TO HMR-HDR-DATE
            WRITE REPORT-LINE FROM HMR-HDR-LINE
            WRITE REPORT-LINE FROM HMR-COL-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-WALK-ADDRESSES.
            MOVE SPACES TO HMR-CUR-KEY
            SET HMR-F-FOUND TO FALSE
            PERFORM 2100-READ-ONE-ADDRESS
               THRU 2100-READ-ONE-ADDRESS-EXIT
                UNTIL HMR-EOF
            PERFORM 3000-CLOSE-KEY THRU 3000-CLOSE-KEY-EXIT.
        2000-WALK-ADDRESSES-EXIT.
            EXIT.

      * records arrive by key then ascending effective date; the
      * last one in force today is the one the printers use
        2100-READ-ONE-ADDRESS.
            READ ADDR-MASTER-FILE NEXT
                AT END
                    SET HMR-EOF TO TRUE
                    GO TO 2100-READ-ONE-ADDRESS-EXIT
            END-READ
            ADD 1 TO HMR-READ-COUNT
            IF ADM-ACCOUNT-KEY NOT = HMR-CUR-KEY
               PERFORM 3000-CLOSE-KEY THRU 3000-CLOSE-KEY-EXIT
               MOVE ADM-ACCOUNT-KEY TO HMR-CUR-KEY
               SET HMR-F-FOUND TO FALSE
               ADD 1 TO HMR-KEY-COUNT
            END-IF
            IF ADM-EFFECTIVE-DATE > HMR-TODAY
               GO TO 2100-READ-ONE-ADDRESS-EXIT
            END-IF
            SET HMR-F-FOUND TO TRUE
            MOVE ADM-EFFECTIVE-DATE TO HMR-F-EFFECTIVE
            MOVE ADM-MAIL-STATUS TO HMR-F-MAIL-STATUS
            MOVE ADM-HOLD-SINCE TO HMR-F-HOLD-SINCE
            MOVE ADM-RETURNED-DATE TO HMR-F-RETURNED-DATE
            MOVE ADM-RETURNED-DOC TO HMR-F-RETURNED-DOC
            MOVE ADM-RETURN-COUNT TO HMR-F-RETURN-COUNT.
        2100-READ-ONE-ADDRESS-EXIT.
            EXIT.

        3000-CLOSE-KEY.
            IF NOT HMR-F-FOUND OR NOT HMR-F-RETURNED
               GO TO 3000-CLOSE-KEY-EXIT
            END-IF
            ADD 1 TO HMR-HOLD-COUNT
            COMPUTE HMR-DAYS-HELD = HMR-TODAY-SERIAL
               - FUNCTION INTEGER-OF-DATE(HMR-F-HOLD-SINCE)
            EVALUATE TRUE
               WHEN HMR-DAYS-HELD <= 30
                  ADD 1 TO HMR-BAND-1
               WHEN HMR-DAYS-HELD <= 90
                  ADD 1 TO HMR-BAND-2
               WHEN HMR-DAYS-HELD <= 180
                  ADD 1 TO HMR-BAND-3
               WHEN OTHER
                  ADD 1 TO HMR-BAND-4
            END-EVALUATE
            PERFORM 3100-NAME-AND-BRANCH
               THRU 3100-NAME-AND-BRANCH-EXIT
            PERFORM 3200-POST-BRANCH THRU 3200-POST-BRANCH-EXIT
            MOVE HMR-CUR-KEY TO HMR-DL-KEY
            MOVE HMR-BRANCH TO HMR-DL-BRANCH
            MOVE HMR-F-HOLD-SINCE TO HMR-DL-HOLD-SINCE
            MOVE HMR-DAYS-HELD TO HMR-DL-DAYS
            MOVE HMR-F-RETURNED-DATE TO HMR-DL-RETURNED
            MOVE HMR-F-RETURNED-DOC TO HMR-DL-DOC
            MOVE HMR-F-RETURN-COUNT TO HMR-DL-RETURNS
            WRITE REPORT-LINE FROM HMR-DETAIL-LINE.
        3000-CLOSE-KEY-EXIT.
            EXIT.

      * an account first; a key that is not one is a loan's
        3100-NAME-AND-BRANCH.
            MOVE HMR-CUR-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF HMR-ACCT-STATUS = '00'
               MOVE AM-SHORT-NAME TO HMR-DL-NAME
               MOVE AM-BRANCH TO HMR-BRANCH
               GO TO 3100-NAME-AND-BRANCH-EXIT
            END-IF
            MOVE HMR-CUR-KEY (1:12) TO LNM-LOAN-ID
            READ LOAN-MASTER-FILE
            IF HMR-LOAN-STATUS = '00'
               MOVE LNM-CUSTOMER TO HMR-DL-NAME
               MOVE LNM-BRANCH TO HMR-BRANCH
            ELSE
               MOVE 'NOT ON MASTER' TO HMR-DL-NAME
               MOVE SPACES TO HMR-BRANCH
            END-IF.
        3100-NAME-AND-BRANCH-EXIT.
            EXIT.

        3200-POST-BRANCH.
            PERFORM 3210-MATCH-ONE-BRANCH
               THRU 3210-MATCH-ONE-BRANCH-EXIT
               VARYING HMR-BRANCH-SUB FROM 1 BY 1
               UNTIL HMR-BRANCH-SUB > HMR-BRANCH-COUNT
                  OR HMR-W-BRANCH (HMR-BRANCH-SUB) = HMR-BRANCH
            IF HMR-BRANCH-SUB > HMR-BRANCH-COUNT
               IF HMR-BRANCH-COUNT < 200
                  ADD 1 TO HMR-BRANCH-COUNT
                  MOVE HMR-BRANCH
                    TO HMR-W-BRANCH (HMR-BRANCH-COUNT)
                  MOVE 0 TO HMR-W-COUNT (HMR-BRANCH-COUNT)
                  MOVE HMR-BRANCH-COUNT TO HMR-BRANCH-SUB
               ELSE
                  GO TO 3200-POST-BRANCH-EXIT
               END-IF
            END-IF
            ADD 1 TO HMR-W-COUNT (HMR-BRANCH-SUB).
        3200-POST-BRANCH-EXIT.
            EXIT.

        3210-MATCH-ONE-BRANCH.
            CONTINUE.
        3210-MATCH-ONE-BRANCH-EXIT.
            EXIT.

        5000-SUMMARIES.
            IF NOT JOB-OK
               GO TO 5000-SUMMARIES-EXIT
            END-IF
            MOVE HMR-HOLD-COUNT TO HMR-TL-COUNT
            WRITE REPORT-LINE FROM HMR-TOTAL-LINE
            MOVE HMR-BAND-1 TO HMR-BL-1
            MOVE HMR-BAND-2 TO HMR-BL-2
            MOVE HMR-BAND-3 TO HMR-BL-3
            MOVE HMR-BAND-4 TO HMR-BL-4
            WRITE REPORT-LINE FROM HMR-BAND-LINE
            PERFORM 5100-PRINT-ONE-BRANCH
               THRU 5100-PRINT-ONE-BRANCH-EXIT
               VARYING HMR-BRANCH-SUB FROM 1 BY 1
               UNTIL HMR-BRANCH-SUB > HMR-BRANCH-COUNT.
        5000-SUMMARIES-EXIT.
            EXIT.

        5100-PRINT-ONE-BRANCH.
            MOVE HMR-W-BRANCH (HMR-BRANCH-SUB) TO HMR-RL-BRANCH
            MOVE HMR-W-COUNT (HMR-BRANCH-SUB) TO HMR-RL-COUNT
            WRITE REPORT-LINE FROM HMR-BRANCH-LINE.
        5100-PRINT-ONE-BRANCH-EXIT.
            EXIT.

        9999-EXIT.
            IF HMR-MONTH-END AND (JOB-OK OR JOB-WARNING)
               CLOSE ADDR-MASTER-FILE ACCT-MASTER-FILE
                     LOAN-MASTER-FILE REPORT-FILE
               DISPLAY 'holdmail-rpt: ' HMR-READ-COUNT
                  ' address records, ' HMR-KEY-COUNT ' customers, '
                  HMR-HOLD-COUNT ' on hold mail'
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, HMR-RUN-STOP)
              TO HMR-RC
            MOVE 'HOLDMAIL' TO JHR-PROGRAM-ID
            MOVE HMR-TODAY TO JHR-BUSINESS-DATE
            MOVE HMR-START-SECONDS TO JHR-START-SECONDS
            MOVE HMR-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE HMR-READ-COUNT TO JHR-RECORDS-IN
            MOVE HMR-HOLD-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program HOLDMAIL-RPT.
