      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  notif-extract.cbl
      *
      *  Nightly customer-notification extract.  Reads the NOTIFEVT
      *  event feed (notif-event.cpy) that HOLD-MAINT, OD-MONITOR,
      *  ADDR-MAINT, TRAN-SCREEN and STORD-GEN append to, finds the
      *  holders of each event's account on CUSTREL (primary and
      *  joint holders; a guarantor is not told about the account's
      *  day-to-day), and for every channel a holder has set up on
      *  the preference file (NOTIFPRF, notif-pref.cpy) that is
      *  active and opted in to the event's type, stages one
      *  message for the messaging provider.  A message that would
      *  land inside the customer's quiet hours carries a
      *  deliver-after time at the end of the quiet window.  An
      *  event older than -MAXAGE days is no longer news and is
      *  not sent.
      *
      *  The sent-notification log (NOTIFLOG, notif-log.cpy) is
      *  keyed event + customer + channel: an entry already sent is
      *  never staged again, however often the event appears on
      *  the feed.  Entries are written pending as they are staged
      *  and turned to sent once the batch is published; a batch
      *  that fails to publish leaves them pending and the next run
      *  stages them again.  Entries are purged 30 days after their
      *  event has passed -MAXAGE, when the feed can no longer
      *  bring the event back.
      *
      *  The batch goes to the provider named by -PROVIDER on
      *  CPTYMST through the same encrypt-and-rename publication as
      *  ACK-BUILDER: the staged clear text is encrypted by
      *  FILE-CRYPT and lands in the provider's delivery directory
      *  by one atomic posix-rename.  It is published every run,
      *  empty or not, so the provider can tell a quiet night from
      *  a lost file.  Every event prints on the extract report
      *  (NOTIFRPT) with its outcome, and every message published
      *  is written as an AUD-RECORD (action NOTSNT).
      *
      *  Batch envelope (fixed columns):
      *      'HDR' sender X(8) file-date 9(8) sequence 9(6)
      *      'MSG' message-id X(16) channel X(1) destination X(60)
      *            customer-id X(10) event-type X(4)
      *            account X(8) (last four characters only)
      *            event-date 9(8) amount S9(13)V99 sign leading
      *            separate, deliver-after date 9(8) time 9(4)
      *            text X(40)
      *      'TRL' record-count 9(9)
      *
      *  Flags (cmdline-parms.cpy style):
      *      -PROVIDER=<id>     messaging provider, required
      *      -SEQ=<n>           envelope sequence, default 1
      *      -MAXAGE=<days>     oldest event still sent, default 3
      *      -STAGE=<path>      staging name, default
      *                         /var/batch/notif.staging
      *      -CRYPT=<path>      default /opt/batch/file-crypt
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. NOTIF-EXTRACT.
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
            Select OPTIONAL NOTIF-EVENT-FILE Assign To NOTIFEVT
                Organization Is Line Sequential.
            Select CUST-REL-FILE Assign To CUSTREL
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CRL-KEY
                Alternate Record Key Is CRL-ACCOUNT-ALT
                    With Duplicates
                File Status Is NTX-CRL-STATUS.
            Select NOTIF-PREF-FILE Assign To NOTIFPRF
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is NPF-KEY
                File Status Is NTX-NPF-STATUS.
            Select NOTIF-LOG-FILE Assign To NOTIFLOG
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is NLG-KEY
                File Status Is NTX-NLG-STATUS.
            Select CPTY-MASTER-FILE Assign To CPTYMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CPM-ID
                File Status Is NTX-CPM-STATUS.
            Select BATCH-FILE Assign To NOTIFSTG
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To NOTIFRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  NOTIF-EVENT-FILE.
        COPY notif-event.
        FD  CUST-REL-FILE.
        COPY cust-rel.
        FD  NOTIF-PREF-FILE.
        COPY notif-pref.
        FD  NOTIF-LOG-FILE.
        COPY notif-log.
        FD  CPTY-MASTER-FILE.
        COPY cpty-master.
        FD  BATCH-FILE.
        01  BATCH-LINE              PIC X(200).
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
        01  NTX-RUN-START.
            05  NTX-START-SECONDS   Usage BINARY-DOUBLE.
            05  NTX-START-NANOS     Usage BINARY-DOUBLE.
        01  NTX-RUN-STOP.
            05  NTX-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  NTX-STOP-NANOS      Usage BINARY-DOUBLE.
        01  NTX-CRL-STATUS          PIC X(02).
        01  NTX-NPF-STATUS          PIC X(02).
        01  NTX-NLG-STATUS          PIC X(02).
        01  NTX-CPM-STATUS          PIC X(02).
        01  NTX-OPEN-SWITCH         PIC X(01) Value 'N'.
            88  NTX-FILES-OPEN          Value 'Y', False 'N'.
        01  NTX-EOF-SWITCH          PIC X(01).
            88  NTX-EOF                 Value 'Y', False 'N'.
        01  NTX-REL-DONE-SW         PIC X(01).
            88  NTX-REL-DONE            Value 'Y', False 'N'.
        01  NTX-PREF-DONE-SW        PIC X(01).
            88  NTX-PREF-DONE           Value 'Y', False 'N'.
        01  NTX-LOG-DONE-SW         PIC X(01).
            88  NTX-LOG-DONE            Value 'Y', False 'N'.
        01  NTX-OPTED-SW            PIC X(01).
            88  NTX-OPTED-IN            Value 'Y', False 'N'.
        01  NTX-TODAY               PIC 9(08).
        01  NTX-TODAY-SERIAL        PIC S9(09).
        01  NTX-PROVIDER            PIC X(08).
        01  NTX-SEQ                 PIC 9(06) Value 1.
        01  NTX-MAX-AGE             PIC 9(05) Value 3.
        01  NTX-EVENT-AGE           PIC S9(09).
        01  NTX-PURGE-DATE          PIC 9(08).
        01  NTX-RUN-STAMP           PIC 9(12).
        01  NTX-STAGE-PATH          PIC X(256)
                Value '/var/batch/notif.staging'.
        01  NTX-ENC-PATH            PIC X(256).
        01  NTX-CRYPT-PATH          PIC X(256)
                Value '/opt/batch/file-crypt'.
        01  NTX-SENDER              PIC X(08) Value 'OURBANK'.
        01  NTX-ENV-NAME            PIC X(64).
        01  NTX-ENV-VALUE           PIC X(256).
        01  NTX-FINAL-PATH          PIC X(520).
        01  NTX-CHILD-PID           Binary-Long.
        01  NTX-CHILD-STATUS        Binary-Long.
        01  NTX-NULL-PTR            Usage POINTER.
        01  NTX-ARGV1               PIC X(300).
        01  NTX-ARGV2               PIC X(300).
        01  NTX-ARGV3               PIC X(300).
        01  NTX-ARGV4               PIC X(300).
        01  NTX-ARGV-VECTOR.
            05  NTX-ARGV-PTR-0      Usage POINTER.
            05  NTX-ARGV-PTR-1      Usage POINTER.
            05  NTX-ARGV-PTR-2      Usage POINTER.
            05  NTX-ARGV-PTR-3      Usage POINTER.
            05  NTX-ARGV-PTR-4      Usage POINTER.
            05  NTX-ARGV-PTR-5      Usage POINTER.
        01  NTX-CLOCK               PIC X(21).
        01  NTX-NOW-DATE            PIC 9(08).
        01  NTX-NOW-HHMM            PIC 9(04).
        01  NTX-TOMORROW            PIC 9(08).
        01  NTX-DELIVER-DATE        PIC 9(08).
        01  NTX-DELIVER-HHMM        PIC 9(04).
        01  NTX-CUSTOMER-ID         PIC X(10).
        01  NTX-TYPE-SUB            Binary-Long.
        01  NTX-KEY-LENGTH          Binary-Long.
        01  NTX-MASKED-ACCOUNT      PIC X(08).
        01  NTX-MSG-SEQ             PIC 9(08) Value 0.
        01  NTX-MESSAGE-ID          PIC X(16).
        01  NTX-EVENT-HOLDERS       PIC 9(05).
        01  NTX-EVENT-STAGED        PIC 9(05).
        01  NTX-EVENT-DUPS          PIC 9(05).
        01  NTX-READ-COUNT          PIC 9(09) Value 0.
        01  NTX-STAGED-COUNT        PIC 9(09) Value 0.
        01  NTX-DUP-COUNT           PIC 9(09) Value 0.
        01  NTX-SKIP-COUNT          PIC 9(09) Value 0.
        01  NTX-SENT-COUNT          PIC 9(09) Value 0.
        01  NTX-PURGE-COUNT         PIC 9(09) Value 0.
        01  NTX-LOG-FAIL-COUNT      PIC 9(09) Value 0.
        01  NTX-HDR-ENV.
            05  FILLER              PIC X(03) Value 'HDR'.
            05  NTH-SENDER          PIC X(08).
            05  NTH-DATE            PIC 9(08).
            05  NTH-SEQ             PIC 9(06).
        01  NTX-MSG-ENV.
            05  FILLER              PIC X(03) Value 'MSG'.
            05  NTM-MESSAGE-ID      PIC X(16).
            05  NTM-CHANNEL         PIC X(01).
            05  NTM-DESTINATION     PIC X(60).
            05  NTM-CUSTOMER-ID     PIC X(10).
            05  NTM-EVENT-TYPE      PIC X(04).
            05  NTM-ACCOUNT         PIC X(08).
            05  NTM-EVENT-DATE      PIC 9(08).
            05  NTM-AMOUNT          PIC S9(13)V99
                                    Sign Leading Separate.
            05  NTM-DELIVER-DATE    PIC 9(08).
            05  NTM-DELIVER-TIME    PIC 9(04).
            05  NTM-TEXT            PIC X(40).
        01  NTX-TRL-ENV.
            05  FILLER              PIC X(03) Value 'TRL'.
            05  NTT-COUNT           PIC 9(09).
        01  NTX-HDR-LINE.
            05  FILLER              PIC X(35) Value
                'CUSTOMER NOTIFICATION EXTRACT --  '.
            05  NTX-HL-DATE         PIC 9(08).
            05  FILLER              PIC X(12) Value
                '  PROVIDER  '.
            05  NTX-HL-PROVIDER     PIC X(08).
        01  NTX-COL-LINE.
            05  FILLER              PIC X(50) Value
                'TYPE ACCOUNT                          EVENT-DT REF'.
            05  FILLER              PIC X(50) Value
                'ERENCE       HOLDERS STAGED  DUPS OUTCOME         '.
        01  NTX-DETAIL-LINE.
            05  NTX-DL-TYPE         PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  NTX-DL-ACCOUNT      PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  NTX-DL-DATE         PIC 9(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  NTX-DL-REFERENCE    PIC X(16).
            05  NTX-DL-HOLDERS      PIC Z(06)9.
            05  NTX-DL-STAGED       PIC Z(06)9.
            05  NTX-DL-DUPS         PIC Z(05)9.
            05  FILLER              PIC X(01) Value SPACE.
            05  NTX-DL-OUTCOME      PIC X(14).
        01  NTX-TOTAL-LINE.
            05  NTX-TL-LABEL        PIC X(24).
            05  NTX-TL-COUNT        PIC Z(08)9.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-EXTRACT-ALL THRU 2000-EXTRACT-ALL-EXIT
               PERFORM 5000-FINISH-BATCH
                  THRU 5000-FINISH-BATCH-EXIT
               PERFORM 6000-PUBLISH THRU 6000-PUBLISH-EXIT
               IF JOB-OK
                  PERFORM 7000-MARK-SENT THRU 7000-MARK-SENT-EXIT
               END-IF
               PERFORM 7500-PRINT-TOTALS
                  THRU 7500-PRINT-TOTALS-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET NTX-EOF TO FALSE
            SET NTX-NULL-PTR TO NULL
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'PROVIDER' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            MOVE CLP-LOOKUP-VALUE TO NTX-PROVIDER
            MOVE 'SEQ' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO NTX-SEQ
            END-IF
            MOVE 'MAXAGE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO NTX-MAX-AGE
            END-IF
            MOVE 'STAGE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO NTX-STAGE-PATH
            END-IF
            MOVE 'CRYPT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO NTX-CRYPT-PATH
            END-IF
            IF NTX-PROVIDER = SPACES
               DISPLAY 'notif-extract: -PROVIDER is required'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE 'SETTLE_SENDER' TO NTX-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(NTX-ENV-NAME)
              TO NTX-ENV-VALUE
            IF NTX-ENV-VALUE NOT = SPACES
               MOVE NTX-ENV-VALUE TO NTX-SENDER
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'notif-extract: no business date established,'
                  ' refusing to extract'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO NTX-TODAY
            MOVE FUNCTION INTEGER-OF-DATE(NTX-TODAY)
              TO NTX-TODAY-SERIAL
            MOVE FUNCTION DATE-OF-INTEGER(NTX-TODAY-SERIAL
                 - NTX-MAX-AGE - 30) TO NTX-PURGE-DATE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, NTX-RUN-START)
              TO AUD-RC
            MOVE NTX-START-SECONDS TO NTX-RUN-STAMP
      *     quiet hours are the customer's wall clock, not the
      *     business date
            MOVE FUNCTION CURRENT-DATE TO NTX-CLOCK
            MOVE NTX-CLOCK (1:8) TO NTX-NOW-DATE
            MOVE NTX-CLOCK (9:4) TO NTX-NOW-HHMM
            MOVE FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(NTX-NOW-DATE) + 1)
              TO NTX-TOMORROW
            OPEN INPUT CPTY-MASTER-FILE
            IF NTX-CPM-STATUS NOT = '00'
               DISPLAY 'notif-extract: counterparty master not'
                  ' openable, status ' NTX-CPM-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE NTX-PROVIDER TO CPM-ID
            READ CPTY-MASTER-FILE
            IF NTX-CPM-STATUS NOT = '00'
               DISPLAY 'notif-extract: provider '
                  FUNCTION TRIM(NTX-PROVIDER) ' not on master'
               CLOSE CPTY-MASTER-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            CLOSE CPTY-MASTER-FILE
            IF NOT CPM-STATUS-ACTIVE
               DISPLAY 'notif-extract: provider '
                  FUNCTION TRIM(NTX-PROVIDER) ' is not active,'
                  ' nothing extracted'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT CUST-REL-FILE
            IF NTX-CRL-STATUS NOT = '00'
               DISPLAY 'notif-extract: cannot open CUSTREL, status '
                  NTX-CRL-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT NOTIF-PREF-FILE
            IF NTX-NPF-STATUS NOT = '00'
               DISPLAY 'notif-extract: cannot open NOTIFPRF, status '
                  NTX-NPF-STATUS
               CLOSE CUST-REL-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN I-O NOTIF-LOG-FILE
            IF NTX-NLG-STATUS = '35'
      *        the first run builds the log
               OPEN OUTPUT NOTIF-LOG-FILE
               CLOSE NOTIF-LOG-FILE
               OPEN I-O NOTIF-LOG-FILE
            END-IF
            IF NTX-NLG-STATUS NOT = '00'
               DISPLAY 'notif-extract: cannot open NOTIFLOG, status '
                  NTX-NLG-STATUS
               CLOSE CUST-REL-FILE NOTIF-PREF-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
      *     the NOTIFSTG assign is wired to the same path the
      *     encrypt step reads, the ACK-BUILDER setenv pattern
            MOVE 'NOTIFSTG' TO NTX-ENV-NAME
            MOVE FUNCTION POSIX-SETENV(NTX-ENV-NAME,
                 NTX-STAGE-PATH, 1) TO AUD-RC
            OPEN INPUT NOTIF-EVENT-FILE
            OPEN OUTPUT BATCH-FILE
            OPEN OUTPUT REPORT-FILE
            SET NTX-FILES-OPEN TO TRUE
            MOVE NTX-SENDER TO NTH-SENDER
            MOVE NTX-TODAY TO NTH-DATE
            MOVE NTX-SEQ TO NTH-SEQ
            WRITE BATCH-LINE FROM NTX-HDR-ENV
            MOVE NTX-TODAY TO NTX-HL-DATE
            MOVE NTX-PROVIDER TO NTX-HL-PROVIDER
            WRITE REPORT-LINE FROM NTX-HDR-LINE
            WRITE REPORT-LINE FROM NTX-COL-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-EXTRACT-ALL.
            PERFORM 2100-READ-ONE-EVENT THRU 2100-READ-ONE-EVENT-EXIT
                UNTIL NTX-EOF.
        2000-EXTRACT-ALL-EXIT.
            EXIT.

        2100-READ-ONE-EVENT.
            READ NOTIF-EVENT-FILE
                AT END
                    SET NTX-EOF TO TRUE
                NOT AT END
                    ADD 1 TO NTX-READ-COUNT
                    PERFORM 3000-PROCESS-EVENT
                       THRU 3000-PROCESS-EVENT-EXIT
                    PERFORM 3900-REPORT-EVENT
                       THRU 3900-REPORT-EVENT-EXIT
            END-READ.
        2100-READ-ONE-EVENT-EXIT.
            EXIT.

        3000-PROCESS-EVENT.
            MOVE 0 TO NTX-EVENT-HOLDERS NTX-EVENT-STAGED
                      NTX-EVENT-DUPS
            MOVE SPACES TO NTX-DL-OUTCOME
            IF NOT NEV-TYPE-VALID OR NEV-EVENT-DATE NOT NUMERIC
               MOVE 'INVALID' TO NTX-DL-OUTCOME
               ADD 1 TO NTX-SKIP-COUNT
               GO TO 3000-PROCESS-EVENT-EXIT
            END-IF
            COMPUTE NTX-EVENT-AGE = NTX-TODAY-SERIAL
               - FUNCTION INTEGER-OF-DATE(NEV-EVENT-DATE)
            IF NTX-EVENT-AGE > NTX-MAX-AGE
               MOVE 'STALE' TO NTX-DL-OUTCOME
               ADD 1 TO NTX-SKIP-COUNT
               GO TO 3000-PROCESS-EVENT-EXIT
            END-IF
      *     every party to the account, through the alternate key
            SET NTX-REL-DONE TO FALSE
            MOVE NEV-ACCOUNT-KEY TO CRL-ACCOUNT-ALT
            START CUST-REL-FILE KEY = CRL-ACCOUNT-ALT
                INVALID KEY
                    SET NTX-REL-DONE TO TRUE
            END-START
            PERFORM 3100-NEXT-HOLDER THRU 3100-NEXT-HOLDER-EXIT
                UNTIL NTX-REL-DONE
            EVALUATE TRUE
               WHEN NTX-EVENT-STAGED > 0
                  MOVE 'STAGED' TO NTX-DL-OUTCOME
               WHEN NTX-EVENT-HOLDERS = 0
                  MOVE 'NO HOLDER' TO NTX-DL-OUTCOME
                  ADD 1 TO NTX-SKIP-COUNT
               WHEN NTX-EVENT-DUPS > 0
                  MOVE 'ALREADY SENT' TO NTX-DL-OUTCOME
               WHEN OTHER
                  MOVE 'NOT OPTED IN' TO NTX-DL-OUTCOME
                  ADD 1 TO NTX-SKIP-COUNT
            END-EVALUATE.
        3000-PROCESS-EVENT-EXIT.
            EXIT.

        3100-NEXT-HOLDER.
            READ CUST-REL-FILE NEXT
                AT END
                    SET NTX-REL-DONE TO TRUE
                    GO TO 3100-NEXT-HOLDER-EXIT
            END-READ
            IF CRL-ACCOUNT-ALT NOT = NEV-ACCOUNT-KEY
               SET NTX-REL-DONE TO TRUE
               GO TO 3100-NEXT-HOLDER-EXIT
            END-IF
            IF NOT CRL-ROLE-PRIMARY AND NOT CRL-ROLE-JOINT
               GO TO 3100-NEXT-HOLDER-EXIT
            END-IF
            ADD 1 TO NTX-EVENT-HOLDERS
            MOVE CRL-CUSTOMER-ID TO NTX-CUSTOMER-ID
      *     every channel the holder has set up
            SET NTX-PREF-DONE TO FALSE
            MOVE NTX-CUSTOMER-ID TO NPF-CUSTOMER-ID
            MOVE LOW-VALUES TO NPF-CHANNEL
            START NOTIF-PREF-FILE KEY NOT < NPF-KEY
                INVALID KEY
                    SET NTX-PREF-DONE TO TRUE
            END-START
            PERFORM 3200-NEXT-CHANNEL THRU 3200-NEXT-CHANNEL-EXIT
                UNTIL NTX-PREF-DONE.
        3100-NEXT-HOLDER-EXIT.
            EXIT.

        3200-NEXT-CHANNEL.
            READ NOTIF-PREF-FILE NEXT
                AT END
                    SET NTX-PREF-DONE TO TRUE
                    GO TO 3200-NEXT-CHANNEL-EXIT
            END-READ
            IF NPF-CUSTOMER-ID NOT = NTX-CUSTOMER-ID
               SET NTX-PREF-DONE TO TRUE
               GO TO 3200-NEXT-CHANNEL-EXIT
            END-IF
            IF NOT NPF-STATUS-ACTIVE OR NPF-DESTINATION = SPACES
               GO TO 3200-NEXT-CHANNEL-EXIT
            END-IF
            SET NTX-OPTED-IN TO FALSE
            PERFORM 3210-TEST-ONE-TYPE THRU 3210-TEST-ONE-TYPE-EXIT
               VARYING NTX-TYPE-SUB FROM 1 BY 1
               UNTIL NTX-TYPE-SUB > 5
            IF NOT NTX-OPTED-IN
               GO TO 3200-NEXT-CHANNEL-EXIT
            END-IF
            PERFORM 3300-CHECK-LOG THRU 3300-CHECK-LOG-EXIT.
        3200-NEXT-CHANNEL-EXIT.
            EXIT.

        3210-TEST-ONE-TYPE.
            IF NPF-EVENT-TYPE (NTX-TYPE-SUB) = NEV-TYPE OR
               NPF-EVENT-TYPE (NTX-TYPE-SUB) = 'ALL '
               SET NTX-OPTED-IN TO TRUE
            END-IF.
        3210-TEST-ONE-TYPE-EXIT.
            EXIT.

      * a sent entry, or one this run has already staged, is a
      * duplicate; a pending entry from a run whose batch never
      * published is staged again under this run's stamp
        3300-CHECK-LOG.
            MOVE NEV-EVENT-ID TO NLG-EVENT-ID
            MOVE NTX-CUSTOMER-ID TO NLG-CUSTOMER-ID
            MOVE NPF-CHANNEL TO NLG-CHANNEL
            READ NOTIF-LOG-FILE
            EVALUATE TRUE
               WHEN NTX-NLG-STATUS = '00'
                  IF NLG-STATUS-SENT OR
                     NLG-RUN-STAMP = NTX-RUN-STAMP
                     ADD 1 TO NTX-EVENT-DUPS NTX-DUP-COUNT
                     GO TO 3300-CHECK-LOG-EXIT
                  END-IF
                  PERFORM 3400-STAGE-MESSAGE
                     THRU 3400-STAGE-MESSAGE-EXIT
                  REWRITE NOTIF-LOG-RECORD
               WHEN NTX-NLG-STATUS = '23'
                  PERFORM 3400-STAGE-MESSAGE
                     THRU 3400-STAGE-MESSAGE-EXIT
                  WRITE NOTIF-LOG-RECORD
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            IF NTX-NLG-STATUS NOT = '00'
               DISPLAY 'notif-extract: NOTIFLOG error, status '
                  NTX-NLG-STATUS ' customer ' NTX-CUSTOMER-ID
               ADD 1 TO NTX-LOG-FAIL-COUNT
            END-IF.
        3300-CHECK-LOG-EXIT.
            EXIT.

      * the log entry is built alongside the message; the caller
      * writes or rewrites it
        3400-STAGE-MESSAGE.
            ADD 1 TO NTX-MSG-SEQ
            MOVE SPACES TO NTX-MESSAGE-ID
            STRING NTX-TODAY NTX-MSG-SEQ DELIMITED BY SIZE
              INTO NTX-MESSAGE-ID
            END-STRING
            PERFORM 3500-QUIET-HOURS THRU 3500-QUIET-HOURS-EXIT
            PERFORM 3600-MASK-ACCOUNT THRU 3600-MASK-ACCOUNT-EXIT
            MOVE NTX-MESSAGE-ID TO NTM-MESSAGE-ID
            MOVE NPF-CHANNEL TO NTM-CHANNEL
            MOVE NPF-DESTINATION TO NTM-DESTINATION
            MOVE NTX-CUSTOMER-ID TO NTM-CUSTOMER-ID
            MOVE NEV-TYPE TO NTM-EVENT-TYPE
            MOVE NTX-MASKED-ACCOUNT TO NTM-ACCOUNT
            MOVE NEV-EVENT-DATE TO NTM-EVENT-DATE
            IF NEV-AMOUNT NUMERIC
               MOVE NEV-AMOUNT TO NTM-AMOUNT
            ELSE
               MOVE 0 TO NTM-AMOUNT
            END-IF
            MOVE NTX-DELIVER-DATE TO NTM-DELIVER-DATE
            MOVE NTX-DELIVER-HHMM TO NTM-DELIVER-TIME
            MOVE NEV-TEXT TO NTM-TEXT
            WRITE BATCH-LINE FROM NTX-MSG-ENV
            ADD 1 TO NTX-EVENT-STAGED NTX-STAGED-COUNT
            SET NLG-STATUS-PENDING TO TRUE
            MOVE NTX-RUN-STAMP TO NLG-RUN-STAMP
            MOVE NTX-MESSAGE-ID TO NLG-MESSAGE-ID
            MOVE NTX-TODAY TO NLG-STAGED-DATE
            MOVE 0 TO NLG-SENT-DATE.
        3400-STAGE-MESSAGE-EXIT.
            EXIT.

      * inside the quiet window the message waits for its end;
      * a window that wraps midnight ends tomorrow when we are
      * in its evening part
        3500-QUIET-HOURS.
            MOVE NTX-NOW-DATE TO NTX-DELIVER-DATE
            MOVE NTX-NOW-HHMM TO NTX-DELIVER-HHMM
            IF NPF-QUIET-START NOT NUMERIC OR
               NPF-QUIET-END NOT NUMERIC
               GO TO 3500-QUIET-HOURS-EXIT
            END-IF
            IF NPF-QUIET-START = NPF-QUIET-END
               GO TO 3500-QUIET-HOURS-EXIT
            END-IF
            IF NPF-QUIET-START < NPF-QUIET-END
               IF NTX-NOW-HHMM NOT < NPF-QUIET-START AND
                  NTX-NOW-HHMM < NPF-QUIET-END
                  MOVE NPF-QUIET-END TO NTX-DELIVER-HHMM
               END-IF
               GO TO 3500-QUIET-HOURS-EXIT
            END-IF
            IF NTX-NOW-HHMM NOT < NPF-QUIET-START
               MOVE NTX-TOMORROW TO NTX-DELIVER-DATE
               MOVE NPF-QUIET-END TO NTX-DELIVER-HHMM
            ELSE
               IF NTX-NOW-HHMM < NPF-QUIET-END
                  MOVE NPF-QUIET-END TO NTX-DELIVER-HHMM
               END-IF
            END-IF.
        3500-QUIET-HOURS-EXIT.
            EXIT.

      * the provider sees no more of the account than its last
      * four characters
        3600-MASK-ACCOUNT.
            MOVE FUNCTION LENGTH(FUNCTION TRIM(NEV-ACCOUNT-KEY
                 TRAILING)) TO NTX-KEY-LENGTH
            MOVE '****' TO NTX-MASKED-ACCOUNT
            IF NTX-KEY-LENGTH > 4
               MOVE NEV-ACCOUNT-KEY (NTX-KEY-LENGTH - 3:4)
                 TO NTX-MASKED-ACCOUNT (5:4)
            END-IF.
        3600-MASK-ACCOUNT-EXIT.
            EXIT.

        3900-REPORT-EVENT.
            MOVE NEV-TYPE TO NTX-DL-TYPE
            MOVE NEV-ACCOUNT-KEY TO NTX-DL-ACCOUNT
            IF NEV-EVENT-DATE NUMERIC
               MOVE NEV-EVENT-DATE TO NTX-DL-DATE
            ELSE
               MOVE 0 TO NTX-DL-DATE
            END-IF
            MOVE NEV-REFERENCE TO NTX-DL-REFERENCE
            MOVE NTX-EVENT-HOLDERS TO NTX-DL-HOLDERS
            MOVE NTX-EVENT-STAGED TO NTX-DL-STAGED
            MOVE NTX-EVENT-DUPS TO NTX-DL-DUPS
            WRITE REPORT-LINE FROM NTX-DETAIL-LINE.
        3900-REPORT-EVENT-EXIT.
            EXIT.

        5000-FINISH-BATCH.
            MOVE NTX-STAGED-COUNT TO NTT-COUNT
            ADD 2 TO NTT-COUNT
            WRITE BATCH-LINE FROM NTX-TRL-ENV
            CLOSE BATCH-FILE.
        5000-FINISH-BATCH-EXIT.
            EXIT.

      * publication is the standard pipeline: encrypt the staged
      * file, then one atomic rename into the delivery endpoint;
      * clear text never lands there
        6000-PUBLISH.
            MOVE SPACES TO NTX-ENC-PATH
            STRING FUNCTION TRIM(NTX-STAGE-PATH)
                      DELIMITED BY SIZE
                   '.enc' DELIMITED BY SIZE
              INTO NTX-ENC-PATH
            END-STRING
            MOVE SPACES TO NTX-ARGV1
            STRING '-MODE=ENCRYPT' DELIMITED BY SIZE
                   X'00' DELIMITED BY SIZE
              INTO NTX-ARGV1
            END-STRING
            MOVE SPACES TO NTX-ARGV2
            STRING '-IN=' DELIMITED BY SIZE
                   NTX-STAGE-PATH DELIMITED BY SPACE
                   X'00' DELIMITED BY SIZE
              INTO NTX-ARGV2
            END-STRING
            MOVE SPACES TO NTX-ARGV3
            STRING '-OUT=' DELIMITED BY SIZE
                   NTX-ENC-PATH DELIMITED BY SPACE
                   X'00' DELIMITED BY SIZE
              INTO NTX-ARGV3
            END-STRING
            MOVE SPACES TO NTX-ARGV4
            STRING '-PARTY=' DELIMITED BY SIZE
                   NTX-PROVIDER DELIMITED BY SPACE
                   X'00' DELIMITED BY SIZE
              INTO NTX-ARGV4
            END-STRING
            SET NTX-ARGV-PTR-0 TO ADDRESS OF NTX-CRYPT-PATH
            SET NTX-ARGV-PTR-1 TO ADDRESS OF NTX-ARGV1
            SET NTX-ARGV-PTR-2 TO ADDRESS OF NTX-ARGV2
            SET NTX-ARGV-PTR-3 TO ADDRESS OF NTX-ARGV3
            SET NTX-ARGV-PTR-4 TO ADDRESS OF NTX-ARGV4
            SET NTX-ARGV-PTR-5 TO NULL
            CALL "posix-fork" RETURNING NTX-CHILD-PID END-CALL
            IF NTX-CHILD-PID = 0
               CALL "posix-execve" USING
                    BY REFERENCE NTX-CRYPT-PATH
                    BY VALUE ADDRESS OF NTX-ARGV-VECTOR
                    BY VALUE NTX-NULL-PTR
                   RETURNING AUD-RC
               END-CALL
               DISPLAY 'notif-extract: exec of file-crypt failed'
               STOP RUN
            END-IF
            CALL "posix-waitpid" USING
                 BY VALUE NTX-CHILD-PID
                 BY REFERENCE NTX-CHILD-STATUS
                 BY VALUE 0
                RETURNING AUD-RC
            END-CALL
            IF NTX-CHILD-STATUS NOT = 0
               DISPLAY 'notif-extract: encryption failed,'
                  ' batch not published'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 6000-PUBLISH-EXIT
            END-IF
            MOVE SPACES TO NTX-FINAL-PATH
            STRING FUNCTION TRIM(CPM-DELIVERY-DIR)
                      DELIMITED BY SIZE
                   '/notif.' DELIMITED BY SIZE
                   NTX-TODAY DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   NTX-SEQ DELIMITED BY SIZE
              INTO NTX-FINAL-PATH
            END-STRING
            MOVE FUNCTION POSIX-RENAME(NTX-ENC-PATH,
                 NTX-FINAL-PATH) TO AUD-RC
            IF AUD-RC NOT = 0
               DISPLAY 'notif-extract: publication rename failed'
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        6000-PUBLISH-EXIT.
            EXIT.

      * the batch is with the provider: this run's pending entries
      * become sent, and entries past retention are purged
        7000-MARK-SENT.
            SET NTX-LOG-DONE TO FALSE
            MOVE LOW-VALUES TO NLG-KEY
            START NOTIF-LOG-FILE KEY NOT < NLG-KEY
                INVALID KEY
                    SET NTX-LOG-DONE TO TRUE
            END-START
            PERFORM 7100-NEXT-LOG-ENTRY
               THRU 7100-NEXT-LOG-ENTRY-EXIT
                UNTIL NTX-LOG-DONE.
        7000-MARK-SENT-EXIT.
            EXIT.

        7100-NEXT-LOG-ENTRY.
            READ NOTIF-LOG-FILE NEXT
                AT END
                    SET NTX-LOG-DONE TO TRUE
                    GO TO 7100-NEXT-LOG-ENTRY-EXIT
            END-READ
            IF NLG-STATUS-PENDING AND NLG-RUN-STAMP = NTX-RUN-STAMP
               SET NLG-STATUS-SENT TO TRUE
               MOVE NTX-TODAY TO NLG-SENT-DATE
               REWRITE NOTIF-LOG-RECORD
               IF NTX-NLG-STATUS = '00'
                  ADD 1 TO NTX-SENT-COUNT
               ELSE
                  DISPLAY 'notif-extract: NOTIFLOG not marked sent,'
                     ' status ' NTX-NLG-STATUS
                     ' message ' NLG-MESSAGE-ID
                  ADD 1 TO NTX-LOG-FAIL-COUNT
               END-IF
               MOVE 'NOTSNT' TO AUD-ACTION
               MOVE 'NOTIFEXT' TO AUD-PROGRAM-ID
               MOVE NLG-ACCOUNT-KEY TO AUD-KEY
               PERFORM 9700-WRITE-AUDIT-RECORD
                  THRU 9700-WRITE-AUDIT-RECORD-EXIT
               GO TO 7100-NEXT-LOG-ENTRY-EXIT
            END-IF
            IF NLG-EVENT-DATE < NTX-PURGE-DATE
               DELETE NOTIF-LOG-FILE
               IF NTX-NLG-STATUS = '00'
                  ADD 1 TO NTX-PURGE-COUNT
               END-IF
            END-IF.
        7100-NEXT-LOG-ENTRY-EXIT.
            EXIT.

        7500-PRINT-TOTALS.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 'EVENTS READ' TO NTX-TL-LABEL
            MOVE NTX-READ-COUNT TO NTX-TL-COUNT
            WRITE REPORT-LINE FROM NTX-TOTAL-LINE
            MOVE 'MESSAGES STAGED' TO NTX-TL-LABEL
            MOVE NTX-STAGED-COUNT TO NTX-TL-COUNT
            WRITE REPORT-LINE FROM NTX-TOTAL-LINE
            MOVE 'MESSAGES PUBLISHED' TO NTX-TL-LABEL
            MOVE NTX-SENT-COUNT TO NTX-TL-COUNT
            WRITE REPORT-LINE FROM NTX-TOTAL-LINE
            MOVE 'ALREADY SENT' TO NTX-TL-LABEL
            MOVE NTX-DUP-COUNT TO NTX-TL-COUNT
            WRITE REPORT-LINE FROM NTX-TOTAL-LINE
            MOVE 'EVENTS NOT SENT' TO NTX-TL-LABEL
            MOVE NTX-SKIP-COUNT TO NTX-TL-COUNT
            WRITE REPORT-LINE FROM NTX-TOTAL-LINE
            MOVE 'LOG ENTRIES PURGED' TO NTX-TL-LABEL
            MOVE NTX-PURGE-COUNT TO NTX-TL-COUNT
            WRITE REPORT-LINE FROM NTX-TOTAL-LINE
            IF NOT JOB-OK
               MOVE SPACES TO REPORT-LINE
               STRING 'BATCH NOT PUBLISHED -- MESSAGES STAY PENDING'
                      ' FOR THE RERUN' DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF.
        7500-PRINT-TOTALS-EXIT.
            EXIT.

        9999-EXIT.
            IF NTX-FILES-OPEN
               CLOSE NOTIF-EVENT-FILE CUST-REL-FILE NOTIF-PREF-FILE
                     NOTIF-LOG-FILE REPORT-FILE
            END-IF
            DISPLAY 'notif-extract: ' NTX-READ-COUNT ' events read, '
               NTX-STAGED-COUNT ' messages staged, '
               NTX-SENT-COUNT ' published, '
               NTX-DUP-COUNT ' already sent'
            IF NTX-LOG-FAIL-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, NTX-RUN-STOP)
              TO AUD-RC
            MOVE 'NOTIFEXT' TO JHR-PROGRAM-ID
            MOVE NTX-TODAY TO JHR-BUSINESS-DATE
            MOVE NTX-START-SECONDS TO JHR-START-SECONDS
            MOVE NTX-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE NTX-READ-COUNT TO JHR-RECORDS-IN
            MOVE NTX-SENT-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program NOTIF-EXTRACT.
