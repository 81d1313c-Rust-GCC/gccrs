      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  memo-cut.cbl
      *
      *  Memo-post cutover at the ACCTTRAN cut.  Runs in the
      *  nightly stream at the point the day's ACCTTRAN is cut,
      *  ahead of TRAN-SEQUENCE and ACCT-MAINT.  It asks MEMO-POST
      *  (request CUTOVER) to close the open side of the intraday
      *  shadow as the business date being posted and to open the
      *  other side for the next business date (RUN-CALENDAR), so
      *  that every MEMO-UPD or PAY-ORIG posting a branch reports
      *  from here on waits for tomorrow's ACCTTRAN, and the
      *  ACCT-MAINT clear that follows takes only the day it
      *  posted.  A rerun after the cut is harmless: the second
      *  CUTOVER for the same day changes nothing.
      *
      *  The cut is refused while the other side still holds an
      *  earlier day -- last night's clear did not happen -- and
      *  the run ends JOB-NEEDS-RERUN: that day must be posted and
      *  cleared first, or its postings would be mixed into
      *  tomorrow's.  With no shadow segment attachable (no
      *  listener side provisioned) there is nothing to cut and the
      *  run ends JOB-WARNING.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. MEMO-CUT.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY run-calendar.
        COPY memo-post.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  MCT-RUN-START.
            05  MCT-START-SECONDS   Usage BINARY-DOUBLE.
            05  MCT-START-NANOS     Usage BINARY-DOUBLE.
        01  MCT-RUN-STOP.
            05  MCT-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  MCT-STOP-NANOS      Usage BINARY-DOUBLE.
        01  MCT-RC                  Binary-Long.
        01  MCT-TODAY               PIC 9(08) Value 0.
        01  MCT-NEXT-DATE           PIC 9(08) Value 0.
        01  MCT-CUT-COUNT           PIC 9(09) Value 0.
        01  MCT-TOTAL-ED            PIC -(13)9.99.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-CUTOVER THRU 2000-CUTOVER-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, MCT-RUN-START)
              TO MCT-RC
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'memo-cut: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO MCT-TODAY
            SET RCQ-REQ-NEXTBUS TO TRUE
            MOVE MCT-TODAY TO RCQ-DATE
            CALL 'RUN-CALENDAR' USING RCQ-CONTROL
            IF NOT RCQ-OK
               DISPLAY 'memo-cut: no next business date after '
                  MCT-TODAY ', calendar status ' RCQ-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE RCQ-NEXT-DATE TO MCT-NEXT-DATE.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-CUTOVER.
            SET MPQ-REQ-CUTOVER TO TRUE
            MOVE MCT-TODAY TO MPQ-DATE
            MOVE MCT-NEXT-DATE TO MPQ-NEXT-DATE
            CALL 'MEMO-POST' USING MPQ-CONTROL
            EVALUATE TRUE
               WHEN MPQ-OK
                  MOVE MPQ-TXN-COUNT TO MCT-CUT-COUNT
                  MOVE MPQ-MEMO-TOTAL TO MCT-TOTAL-ED
                  DISPLAY 'memo-cut: ' MCT-TODAY ' cut at '
                     MCT-CUT-COUNT ' posting(s), net ' MCT-TOTAL-ED
                  DISPLAY 'memo-cut: postings now taken for '
                     MCT-NEXT-DATE
               WHEN MPQ-NO-SEGMENT
                  DISPLAY 'memo-cut: no memo shadow attachable,'
                     ' nothing to cut'
                  SET JOB-WARNING TO TRUE
               WHEN MPQ-DAY-NOT-CLEARED
                  DISPLAY 'memo-cut: the memo shadow still holds a'
                     ' day not cleared, cutover refused'
                  SET JOB-NEEDS-RERUN TO TRUE
               WHEN OTHER
                  DISPLAY 'memo-cut: cutover failed, status '
                     MPQ-STATUS
                  SET JOB-NEEDS-RERUN TO TRUE
            END-EVALUATE.
        2000-CUTOVER-EXIT.
            EXIT.

        9999-EXIT.
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, MCT-RUN-STOP)
              TO MCT-RC
            MOVE 'MEMOCUT' TO JHR-PROGRAM-ID
            MOVE MCT-TODAY TO JHR-BUSINESS-DATE
            MOVE MCT-START-SECONDS TO JHR-START-SECONDS
            MOVE MCT-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE MCT-CUT-COUNT TO JHR-RECORDS-IN
            MOVE 0 TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY exit-status-paragraphs.
        End Program MEMO-CUT.
