      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  mandate-expire.cbl
      *
      *  Automatic direct-debit mandate expiry, run as a step after
      *  BUSDATE-ROLL on every date roll in the HOLD-EXPIRE mold.
      *  Walks the indexed MANDATES file and marks expired every
      *  active or suspended mandate that has not been used for
      *  longer than the non-use period -- measured from the last
      *  collection DD-COLLECT paid on it, or from the signed date
      *  when it has never been used -- writing an AUD-RECORD per
      *  retirement.  DD-COLLECT refuses an expired mandate like a
      *  cancelled one; the customer signs a new one.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -DAYS=<n>      non-use period in days, default 1095
      *                     (thirty-six months)
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. MANDATE-EXPIRE.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select MANDATE-FILE Assign To MANDATES
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is MDT-KEY
                Alternate Record Key Is MDT-ACCOUNT-KEY
                    With Duplicates
                File Status Is MEX-FILE-STATUS.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  MANDATE-FILE.
        COPY mandate-record.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  MEX-RUN-START.
            05  MEX-START-SECONDS   Usage BINARY-DOUBLE.
            05  MEX-START-NANOS     Usage BINARY-DOUBLE.
        01  MEX-RUN-STOP.
            05  MEX-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  MEX-STOP-NANOS      Usage BINARY-DOUBLE.
        01  MEX-FILE-STATUS         PIC X(02).
        01  MEX-EOF-SWITCH          PIC X(01).
            88  MEX-EOF                 Value 'Y', False 'N'.
        01  MEX-READ-COUNT          PIC 9(09) Value 0.
        01  MEX-EXPIRED-COUNT       PIC 9(09) Value 0.
        01  MEX-TODAY               PIC 9(08).
        01  MEX-DAYS                PIC 9(05) Value 1095.
        01  MEX-LAST-DATE           PIC 9(08).
        01  MEX-IDLE-DAYS           PIC S9(07).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            PERFORM 2000-SWEEP-ALL THRU 2000-SWEEP-ALL-EXIT
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET MEX-EOF TO FALSE
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'DAYS' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO MEX-DAYS
            END-IF
            IF MEX-DAYS = 0
               DISPLAY 'mandate-expire: -DAYS must be positive'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'mandate-expire: no business date'
                  ' established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO MEX-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, MEX-RUN-START)
              TO AUD-RC
            OPEN I-O MANDATE-FILE
            IF MEX-FILE-STATUS = '35'
      *        no mandates file yet means nothing to expire
               DISPLAY 'mandate-expire: no MANDATES file,'
                  ' nothing to do'
               SET MEX-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            IF MEX-FILE-STATUS NOT = '00'
               DISPLAY 'mandate-expire: cannot open MANDATES,'
                  ' status ' MEX-FILE-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-SWEEP-ALL.
            IF NOT JOB-OK OR MEX-EOF
               GO TO 2000-SWEEP-ALL-EXIT
            END-IF
            PERFORM 2100-READ-ONE-MANDATE
               THRU 2100-READ-ONE-MANDATE-EXIT
                UNTIL MEX-EOF
            CLOSE MANDATE-FILE.
        2000-SWEEP-ALL-EXIT.
            EXIT.

        2100-READ-ONE-MANDATE.
            READ MANDATE-FILE NEXT
                AT END
                    SET MEX-EOF TO TRUE
                NOT AT END
                    ADD 1 TO MEX-READ-COUNT
                    IF MDT-STATUS-ACTIVE OR MDT-STATUS-SUSPENDED
                       PERFORM 2200-TEST-IDLE
                          THRU 2200-TEST-IDLE-EXIT
                    END-IF
            END-READ.
        2100-READ-ONE-MANDATE-EXIT.
            EXIT.

        2200-TEST-IDLE.
            IF MDT-LAST-USED-DATE NOT = 0
               MOVE MDT-LAST-USED-DATE TO MEX-LAST-DATE
            ELSE
               MOVE MDT-SIGNED-DATE TO MEX-LAST-DATE
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(MEX-LAST-DATE) NOT = 0
               GO TO 2200-TEST-IDLE-EXIT
            END-IF
            COMPUTE MEX-IDLE-DAYS =
               FUNCTION INTEGER-OF-DATE(MEX-TODAY)
               - FUNCTION INTEGER-OF-DATE(MEX-LAST-DATE)
            IF MEX-IDLE-DAYS <= MEX-DAYS
               GO TO 2200-TEST-IDLE-EXIT
            END-IF
            SET MDT-STATUS-EXPIRED TO TRUE
            MOVE MEX-TODAY TO MDT-LAST-MAINT-DATE
            REWRITE MANDATE-RECORD
            ADD 1 TO MEX-EXPIRED-COUNT
            MOVE 'MANDEXPR' TO AUD-PROGRAM-ID
            MOVE 'EXPIRE' TO AUD-ACTION
            MOVE MDT-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        2200-TEST-IDLE-EXIT.
            EXIT.

        9999-EXIT.
            DISPLAY 'mandate-expire: ' MEX-READ-COUNT
               ' mandates read, ' MEX-EXPIRED-COUNT ' expired'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, MEX-RUN-STOP)
              TO AUD-RC
            MOVE 'MANDEXPR' TO JHR-PROGRAM-ID
            MOVE MEX-TODAY TO JHR-BUSINESS-DATE
            MOVE MEX-START-SECONDS TO JHR-START-SECONDS
            MOVE MEX-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE MEX-READ-COUNT TO JHR-RECORDS-IN
            MOVE MEX-EXPIRED-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program MANDATE-EXPIRE.
