      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  erase-scrub.cbl
      *
      *  Clears accounts CUST-ERASE has erased out of the flat
      *  files that carry copies of their customer data -- the
      *  CUSTIN customer extract, DUPEXTR duplicate pairs, CONTHIST
      *  collections contact history and the like -- and out of
      *  every copy of those files RETENTION-MGR has moved to the
      *  vault.  Runs after CUST-ERASE, from the scrub list
      *  (ERASSCRB): one row per file, naming the LAYOUTS
      *  dictionary record type that describes it and its live
      *  path.  For each row the live file is scrubbed, and then
      *  every VAULTCAT entry whose original file name (the last
      *  part of the path) is the same as the live file's, at its
      *  vault location.
      *
      *  A record belongs to an erased account when any of its
      *  key fields (LDQ-F-KEY 'Y') is on the erasure register
      *  (ERASEREG, erase-reg.cpy).  Such a record keeps its keys
      *  and amounts; its personal fields (LDQ-F-PROTECT 'P' or
      *  'C') are overwritten -- zeros where the field held digits,
      *  spaces otherwise -- and a key-id field ('K') is blanked.
      *  A layout with no personal fields at all (a contact-history
      *  line, a duplicate pair) is itself the personal data: the
      *  record is dropped.  The scrubbed copy is written beside
      *  the file (.scrub) and renamed over it only when something
      *  changed.  Every file changed is audited (SCRUB) and listed
      *  on the scrub report (SCRUBRPT).
      *
      *  ERASSCRB record layout (fixed columns):
      *      SCL-LAYOUT        X(8)    LAYOUTS record type
      *      SCL-PATH          X(256)  live file
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. ERASE-SCRUB.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SETENV
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select SCRUB-LIST-FILE Assign To ERASSCRB
                Organization Is Line Sequential
                File Status Is ESC-LIST-STATUS.
            Select ERASE-REG-FILE Assign To ERASEREG
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is ERG-KEY
                File Status Is ESC-REG-STATUS.
            Select OPTIONAL VAULT-CATALOG-FILE Assign To VAULTCAT
                Organization Is Line Sequential
                File Status Is ESC-VCAT-STATUS.
            Select SCRUB-IN-FILE Assign To SCRUBIN
                Organization Is Line Sequential
                File Status Is ESC-IN-STATUS.
            Select SCRUB-OUT-FILE Assign To SCRUBOUT
                Organization Is Line Sequential
                File Status Is ESC-OUT-STATUS.
            Select REPORT-FILE Assign To SCRUBRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  SCRUB-LIST-FILE.
        01  SCRUB-LIST-RECORD.
            05  SCL-LAYOUT          PIC X(08).
            05  SCL-PATH            PIC X(256).
        FD  ERASE-REG-FILE.
        COPY erase-reg.
        FD  VAULT-CATALOG-FILE.
        COPY vault-catalog.
        FD  SCRUB-IN-FILE.
        01  SCRUB-IN-RECORD         PIC X(4096).
        FD  SCRUB-OUT-FILE.
        01  SCRUB-OUT-RECORD        PIC X(4096).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY layout-lookup.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  ESC-RUN-START.
            05  ESC-START-SECONDS   Usage BINARY-DOUBLE.
            05  ESC-START-NANOS     Usage BINARY-DOUBLE.
        01  ESC-RUN-STOP.
            05  ESC-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  ESC-STOP-NANOS      Usage BINARY-DOUBLE.
        01  ESC-LIST-STATUS         PIC X(02).
        01  ESC-REG-STATUS          PIC X(02).
        01  ESC-VCAT-STATUS         PIC X(02).
        01  ESC-IN-STATUS           PIC X(02).
        01  ESC-OUT-STATUS          PIC X(02).
        01  ESC-RC                  Binary-Long.
        01  ESC-ENV-NAME            PIC X(64).
        01  ESC-EOF-SWITCH          PIC X(01).
            88  ESC-EOF                 Value 'Y', False 'N'.
        01  ESC-VCAT-EOF-SW         PIC X(01).
            88  ESC-VCAT-EOF            Value 'Y', False 'N'.
        01  ESC-IN-EOF-SW           PIC X(01).
            88  ESC-IN-EOF              Value 'Y', False 'N'.
        01  ESC-FILES-SWITCH        PIC X(01) Value 'N'.
            88  ESC-FILES-OPEN          Value 'Y', False 'N'.
        01  ESC-PERSONAL-SW         PIC X(01).
            88  ESC-HAS-PERSONAL        Value 'Y', False 'N'.
        01  ESC-ERASED-SW           PIC X(01).
            88  ESC-RECORD-ERASED       Value 'Y', False 'N'.
        01  ESC-TODAY               PIC 9(08).
        01  ESC-LIVE-PATH           PIC X(256).
        01  ESC-LIVE-NAME           PIC X(256).
        01  ESC-VAULT-NAME          PIC X(256).
        01  ESC-NAME-WORK           PIC X(256).
        01  ESC-NAME-PATH           PIC X(256).
        01  ESC-SLASH-AT            Binary-Long.
        01  ESC-SCAN-SUB            Binary-Long.
        01  ESC-FILE-PATH           PIC X(256).
        01  ESC-TEMP-PATH           PIC X(256).
        01  ESC-FIELD-SUB           Binary-Long.
        01  ESC-REP-SUB             Binary-Long.
        01  ESC-AT                  Binary-Long.
        01  ESC-LEN                 Binary-Long.
      * one file's counts
        01  ESC-FILE-READ           PIC 9(09).
        01  ESC-FILE-SCRUBBED       PIC 9(09).
        01  ESC-FILE-DROPPED        PIC 9(09).
      * run totals
        01  ESC-ROW-COUNT           PIC 9(09) Value 0.
        01  ESC-FILES-DONE          PIC 9(09) Value 0.
        01  ESC-FILES-CHANGED       PIC 9(09) Value 0.
        01  ESC-RECORDS-READ        PIC 9(09) Value 0.
        01  ESC-RECORDS-SCRUBBED    PIC 9(09) Value 0.
        01  ESC-RECORDS-DROPPED     PIC 9(09) Value 0.
        01  ESC-HDR-LINE.
            05  FILLER              PIC X(26)
                Value 'ERASURE SCRUB RUN --     '.
            05  ESC-HDR-DATE        PIC 9(08).
        01  ESC-DETAIL-LINE.
            05  ESC-DL-LAYOUT       PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  ESC-DL-READ         PIC Z(08)9.
            05  FILLER              PIC X(01) Value SPACE.
            05  ESC-DL-SCRUBBED     PIC Z(08)9.
            05  FILLER              PIC X(01) Value SPACE.
            05  ESC-DL-DROPPED      PIC Z(08)9.
            05  FILLER              PIC X(02) Value SPACES.
            05  ESC-DL-PATH         PIC X(92).
        01  ESC-TRAILER-LINE.
            05  FILLER              PIC X(07) Value 'FILES  '.
            05  ESC-TR-FILES        PIC Z(08)9.
            05  FILLER              PIC X(11) Value '  CHANGED  '.
            05  ESC-TR-CHANGED      PIC Z(08)9.
            05  FILLER              PIC X(12) Value '  SCRUBBED  '.
            05  ESC-TR-SCRUBBED     PIC Z(08)9.
            05  FILLER              PIC X(11) Value '  DROPPED  '.
            05  ESC-TR-DROPPED      PIC Z(08)9.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-ONE-ROW THRU 2000-ONE-ROW-EXIT
                   UNTIL ESC-EOF
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET ESC-EOF TO FALSE
            CALL 'BUS-DATE' USING BDQ-CONTROL
            MOVE BDQ-DATE TO ESC-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ESC-RUN-START)
              TO AUD-RC
            OPEN INPUT SCRUB-LIST-FILE
            IF ESC-LIST-STATUS NOT = '00'
               DISPLAY 'erase-scrub: cannot open ERASSCRB, status '
                  ESC-LIST-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT ERASE-REG-FILE
            IF ESC-REG-STATUS = '35'
      *        nothing has ever been erased: nothing to scrub
               DISPLAY 'erase-scrub: no erasure register yet'
               CLOSE SCRUB-LIST-FILE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            IF ESC-REG-STATUS NOT = '00'
               DISPLAY 'erase-scrub: cannot open ERASEREG, status '
                  ESC-REG-STATUS
               CLOSE SCRUB-LIST-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE
            SET ESC-FILES-OPEN TO TRUE
            MOVE ESC-TODAY TO ESC-HDR-DATE
            WRITE REPORT-LINE FROM ESC-HDR-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-ONE-ROW.
            READ SCRUB-LIST-FILE
                AT END
                    SET ESC-EOF TO TRUE
                    GO TO 2000-ONE-ROW-EXIT
            END-READ
            IF SCL-LAYOUT = SPACES OR SCL-PATH = SPACES
               GO TO 2000-ONE-ROW-EXIT
            END-IF
            ADD 1 TO ESC-ROW-COUNT
            MOVE SCL-LAYOUT TO LDQ-LAYOUT-NAME
            CALL 'LAYOUT-DICT' USING LDQ-CONTROL
            IF NOT LDQ-OK
               DISPLAY 'erase-scrub: layout '
                  FUNCTION TRIM(SCL-LAYOUT)
                  ' not in dictionary, status ' LDQ-STATUS
                  ', ' FUNCTION TRIM(SCL-PATH) ' not scrubbed'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2000-ONE-ROW-EXIT
            END-IF
            SET ESC-HAS-PERSONAL TO FALSE
            MOVE 0 TO ESC-AT
            PERFORM 2100-SURVEY-ONE-FIELD
               THRU 2100-SURVEY-ONE-FIELD-EXIT
               VARYING ESC-FIELD-SUB FROM 1 BY 1
               UNTIL ESC-FIELD-SUB > LDQ-FIELD-COUNT
            IF ESC-AT = 0
      *        no key field, no way to know whose record it is
               DISPLAY 'erase-scrub: layout '
                  FUNCTION TRIM(SCL-LAYOUT)
                  ' has no key field, ' FUNCTION TRIM(SCL-PATH)
                  ' not scrubbed'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2000-ONE-ROW-EXIT
            END-IF
            MOVE SCL-PATH TO ESC-LIVE-PATH ESC-FILE-PATH
            PERFORM 3000-SCRUB-FILE THRU 3000-SCRUB-FILE-EXIT
            MOVE ESC-LIVE-PATH TO ESC-NAME-PATH
            PERFORM 2300-LAST-PART THRU 2300-LAST-PART-EXIT
            MOVE ESC-NAME-WORK TO ESC-LIVE-NAME
            PERFORM 2200-SCRUB-VAULT THRU 2200-SCRUB-VAULT-EXIT.
        2000-ONE-ROW-EXIT.
            EXIT.

      * ESC-AT counts the key fields on the way through
        2100-SURVEY-ONE-FIELD.
            IF LDQ-F-KEY (ESC-FIELD-SUB) = 'Y'
               ADD 1 TO ESC-AT
            END-IF
            IF LDQ-F-PROTECT (ESC-FIELD-SUB) = 'P' OR
               LDQ-F-PROTECT (ESC-FIELD-SUB) = 'C'
               SET ESC-HAS-PERSONAL TO TRUE
            END-IF.
        2100-SURVEY-ONE-FIELD-EXIT.
            EXIT.

        2200-SCRUB-VAULT.
            OPEN INPUT VAULT-CATALOG-FILE
            IF ESC-VCAT-STATUS NOT = '00'
               GO TO 2200-SCRUB-VAULT-EXIT
            END-IF
            SET ESC-VCAT-EOF TO FALSE
            PERFORM 2210-ONE-VAULT-ENTRY
               THRU 2210-ONE-VAULT-ENTRY-EXIT
                UNTIL ESC-VCAT-EOF
            CLOSE VAULT-CATALOG-FILE.
        2200-SCRUB-VAULT-EXIT.
            EXIT.

        2210-ONE-VAULT-ENTRY.
            READ VAULT-CATALOG-FILE
                AT END
                    SET ESC-VCAT-EOF TO TRUE
                    GO TO 2210-ONE-VAULT-ENTRY-EXIT
            END-READ
            MOVE VCR-ORIG-PATH TO ESC-NAME-PATH
            PERFORM 2300-LAST-PART THRU 2300-LAST-PART-EXIT
            IF ESC-NAME-WORK NOT = ESC-LIVE-NAME
               GO TO 2210-ONE-VAULT-ENTRY-EXIT
            END-IF
            MOVE VCR-VAULT-PATH TO ESC-FILE-PATH
            PERFORM 3000-SCRUB-FILE THRU 3000-SCRUB-FILE-EXIT.
        2210-ONE-VAULT-ENTRY-EXIT.
            EXIT.

      * the file name after the last slash of ESC-NAME-PATH
        2300-LAST-PART.
            MOVE 0 TO ESC-SLASH-AT
            PERFORM 2310-TEST-ONE-BYTE THRU 2310-TEST-ONE-BYTE-EXIT
               VARYING ESC-SCAN-SUB FROM 1 BY 1
               UNTIL ESC-SCAN-SUB > 256
            MOVE SPACES TO ESC-NAME-WORK
            IF ESC-SLASH-AT < 256
               MOVE ESC-NAME-PATH (ESC-SLASH-AT + 1:)
                 TO ESC-NAME-WORK
            END-IF.
        2300-LAST-PART-EXIT.
            EXIT.

        2310-TEST-ONE-BYTE.
            IF ESC-NAME-PATH (ESC-SCAN-SUB:1) = '/'
               MOVE ESC-SCAN-SUB TO ESC-SLASH-AT
            END-IF.
        2310-TEST-ONE-BYTE-EXIT.
            EXIT.

      * one copy of the file, live or vaulted; a copy that is no
      * longer there has nothing left to scrub
        3000-SCRUB-FILE.
            MOVE 0 TO ESC-FILE-READ ESC-FILE-SCRUBBED
                      ESC-FILE-DROPPED
            MOVE SPACES TO ESC-TEMP-PATH
            STRING ESC-FILE-PATH DELIMITED BY SPACE
                   '.scrub' DELIMITED BY SIZE
              INTO ESC-TEMP-PATH
            END-STRING
            MOVE 'SCRUBIN' TO ESC-ENV-NAME
            MOVE FUNCTION POSIX-SETENV(ESC-ENV-NAME,
                 ESC-FILE-PATH, 1) TO ESC-RC
            MOVE 'SCRUBOUT' TO ESC-ENV-NAME
            MOVE FUNCTION POSIX-SETENV(ESC-ENV-NAME,
                 ESC-TEMP-PATH, 1) TO ESC-RC
            OPEN INPUT SCRUB-IN-FILE
            IF ESC-IN-STATUS = '35'
               GO TO 3000-SCRUB-FILE-EXIT
            END-IF
            IF ESC-IN-STATUS NOT = '00'
               DISPLAY 'erase-scrub: cannot open '
                  FUNCTION TRIM(ESC-FILE-PATH) ', status '
                  ESC-IN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3000-SCRUB-FILE-EXIT
            END-IF
            OPEN OUTPUT SCRUB-OUT-FILE
            IF ESC-OUT-STATUS NOT = '00'
               DISPLAY 'erase-scrub: cannot create '
                  FUNCTION TRIM(ESC-TEMP-PATH) ', status '
                  ESC-OUT-STATUS
               CLOSE SCRUB-IN-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3000-SCRUB-FILE-EXIT
            END-IF
            SET ESC-IN-EOF TO FALSE
            PERFORM 3100-ONE-RECORD THRU 3100-ONE-RECORD-EXIT
                UNTIL ESC-IN-EOF
            CLOSE SCRUB-IN-FILE SCRUB-OUT-FILE
            ADD 1 TO ESC-FILES-DONE
            ADD ESC-FILE-READ TO ESC-RECORDS-READ
            IF ESC-FILE-SCRUBBED = 0 AND ESC-FILE-DROPPED = 0
               CALL "posix-unlink" USING BY REFERENCE ESC-TEMP-PATH
                   RETURNING ESC-RC
               END-CALL
               GO TO 3000-SCRUB-FILE-EXIT
            END-IF
            CALL "posix-rename" USING
                 BY REFERENCE ESC-TEMP-PATH
                 BY REFERENCE ESC-FILE-PATH
                RETURNING ESC-RC
            END-CALL
            IF ESC-RC NOT = 0
               DISPLAY 'erase-scrub: cannot replace '
                  FUNCTION TRIM(ESC-FILE-PATH)
                  ', scrubbed copy left at '
                  FUNCTION TRIM(ESC-TEMP-PATH)
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3000-SCRUB-FILE-EXIT
            END-IF
            ADD 1 TO ESC-FILES-CHANGED
            ADD ESC-FILE-SCRUBBED TO ESC-RECORDS-SCRUBBED
            ADD ESC-FILE-DROPPED TO ESC-RECORDS-DROPPED
            MOVE 'ERASSCRB' TO AUD-PROGRAM-ID
            MOVE 'SCRUB' TO AUD-ACTION
            MOVE ESC-FILE-PATH TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT
            MOVE SCL-LAYOUT TO ESC-DL-LAYOUT
            MOVE ESC-FILE-READ TO ESC-DL-READ
            MOVE ESC-FILE-SCRUBBED TO ESC-DL-SCRUBBED
            MOVE ESC-FILE-DROPPED TO ESC-DL-DROPPED
            MOVE ESC-FILE-PATH TO ESC-DL-PATH
            WRITE REPORT-LINE FROM ESC-DETAIL-LINE.
        3000-SCRUB-FILE-EXIT.
            EXIT.

        3100-ONE-RECORD.
            READ SCRUB-IN-FILE
                AT END
                    SET ESC-IN-EOF TO TRUE
                    GO TO 3100-ONE-RECORD-EXIT
            END-READ
            ADD 1 TO ESC-FILE-READ
            SET ESC-RECORD-ERASED TO FALSE
            PERFORM 3200-TEST-ONE-KEY THRU 3200-TEST-ONE-KEY-EXIT
               VARYING ESC-FIELD-SUB FROM 1 BY 1
               UNTIL ESC-FIELD-SUB > LDQ-FIELD-COUNT
                  OR ESC-RECORD-ERASED
            IF ESC-RECORD-ERASED AND NOT ESC-HAS-PERSONAL
               ADD 1 TO ESC-FILE-DROPPED
               GO TO 3100-ONE-RECORD-EXIT
            END-IF
            IF ESC-RECORD-ERASED
               PERFORM 3300-CLEAR-ONE-FIELD
                  THRU 3300-CLEAR-ONE-FIELD-EXIT
                  VARYING ESC-FIELD-SUB FROM 1 BY 1
                  UNTIL ESC-FIELD-SUB > LDQ-FIELD-COUNT
               ADD 1 TO ESC-FILE-SCRUBBED
            END-IF
            WRITE SCRUB-OUT-RECORD FROM SCRUB-IN-RECORD
            IF ESC-OUT-STATUS NOT = '00'
               DISPLAY 'erase-scrub: write failed on '
                  FUNCTION TRIM(ESC-TEMP-PATH) ', status '
                  ESC-OUT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               SET ESC-IN-EOF TO TRUE
            END-IF.
        3100-ONE-RECORD-EXIT.
            EXIT.

      * each key field is tried on its own: a pair record names
      * two accounts, and either one being erased is enough
        3200-TEST-ONE-KEY.
            IF LDQ-F-KEY (ESC-FIELD-SUB) NOT = 'Y'
               GO TO 3200-TEST-ONE-KEY-EXIT
            END-IF
            COMPUTE ESC-AT = LDQ-F-OFFSET (ESC-FIELD-SUB) + 1
            MOVE LDQ-F-LENGTH (ESC-FIELD-SUB) TO ESC-LEN
            IF ESC-AT + ESC-LEN - 1 > LENGTH OF SCRUB-IN-RECORD
               GO TO 3200-TEST-ONE-KEY-EXIT
            END-IF
            MOVE SPACES TO ERG-KEY
            MOVE SCRUB-IN-RECORD (ESC-AT:ESC-LEN) TO ERG-KEY
            IF ERG-KEY = SPACES
               GO TO 3200-TEST-ONE-KEY-EXIT
            END-IF
            READ ERASE-REG-FILE
            IF ESC-REG-STATUS = '00'
               SET ESC-RECORD-ERASED TO TRUE
            END-IF.
        3200-TEST-ONE-KEY-EXIT.
            EXIT.

        3300-CLEAR-ONE-FIELD.
            IF LDQ-F-PROTECT (ESC-FIELD-SUB) = SPACE
               GO TO 3300-CLEAR-ONE-FIELD-EXIT
            END-IF
            PERFORM 3310-CLEAR-ONE-REP THRU 3310-CLEAR-ONE-REP-EXIT
               VARYING ESC-REP-SUB FROM 0 BY 1
               UNTIL ESC-REP-SUB >=
                  FUNCTION MAX(1, LDQ-F-OCCURS (ESC-FIELD-SUB)).
        3300-CLEAR-ONE-FIELD-EXIT.
            EXIT.

        3310-CLEAR-ONE-REP.
            COMPUTE ESC-AT = LDQ-F-OFFSET (ESC-FIELD-SUB) + 1
               + ESC-REP-SUB * LDQ-F-STRIDE (ESC-FIELD-SUB)
            MOVE LDQ-F-LENGTH (ESC-FIELD-SUB) TO ESC-LEN
            IF ESC-AT + ESC-LEN - 1 > LENGTH OF SCRUB-IN-RECORD
               GO TO 3310-CLEAR-ONE-REP-EXIT
            END-IF
            IF SCRUB-IN-RECORD (ESC-AT:ESC-LEN) NUMERIC
               AND LDQ-F-PROTECT (ESC-FIELD-SUB) = 'C'
               MOVE ALL '0' TO SCRUB-IN-RECORD (ESC-AT:ESC-LEN)
            ELSE
               MOVE SPACES TO SCRUB-IN-RECORD (ESC-AT:ESC-LEN)
            END-IF.
        3310-CLEAR-ONE-REP-EXIT.
            EXIT.

        9999-EXIT.
            IF ESC-FILES-OPEN
               MOVE ESC-FILES-DONE TO ESC-TR-FILES
               MOVE ESC-FILES-CHANGED TO ESC-TR-CHANGED
               MOVE ESC-RECORDS-SCRUBBED TO ESC-TR-SCRUBBED
               MOVE ESC-RECORDS-DROPPED TO ESC-TR-DROPPED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM ESC-TRAILER-LINE
               CLOSE SCRUB-LIST-FILE ERASE-REG-FILE REPORT-FILE
            END-IF
            DISPLAY 'erase-scrub: ' ESC-ROW-COUNT ' list rows, '
               ESC-FILES-DONE ' files read, '
               ESC-FILES-CHANGED ' changed, '
               ESC-RECORDS-SCRUBBED ' records scrubbed, '
               ESC-RECORDS-DROPPED ' dropped'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ESC-RUN-STOP)
              TO AUD-RC
            MOVE 'ERASSCRB' TO JHR-PROGRAM-ID
            MOVE ESC-TODAY TO JHR-BUSINESS-DATE
            MOVE ESC-START-SECONDS TO JHR-START-SECONDS
            MOVE ESC-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE ESC-RECORDS-READ TO JHR-RECORDS-IN
            COMPUTE JHR-RECORDS-OUT =
               ESC-RECORDS-READ - ESC-RECORDS-DROPPED
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY exit-status-paragraphs.
        End Program ERASE-SCRUB.
