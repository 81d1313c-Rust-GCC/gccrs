      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  watch-load.cbl
      *
      *  Sanctions watch-list load and account re-screen.  Reads
      *  the regulator's published list from WLISTIN and rebuilds
      *  the indexed WATCHLST file from it, each entry carrying the
      *  Soundex of its leading and second words (coded by
      *  soundex-paragraphs.cpy, exactly as SANC-SCREEN codes the
      *  names it screens).  An entry with no id or no name, or an
      *  id repeated, is skipped and listed; the run then ends with
      *  a warning.  A list that loads no entries at all ends the
      *  run for rerun and nothing is re-screened.
      *
      *  Once the list is in place every active account on ACCTMST
      *  is screened against it through SANC-SCREEN (kind A), with
      *  the birth date of the account's primary customer from
      *  CUSTMST when there is one, so a name that joins the list
      *  is caught on the accounts already open.  A hit freezes the
      *  account with a SANC hold and opens a case; an account
      *  still held from an earlier load is not held twice.  Every
      *  hit is listed on WLRPT.
      *
      *  Input layout (WLISTIN, line sequential, fixed columns):
      *      WLI-ID           X(12)  list entry id
      *      WLI-NAME         X(70)  name as published, leading
      *                              word first
      *      WLI-BIRTH-DATE   X(8)   yyyymmdd, blank when unknown
      *      WLI-COUNTRY      X(2)
      *      WLI-PROGRAM      X(10)  sanctions programme
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  Customer names are decrypted through
      *                        PII-CRYPT before they are screened
      *                        and reported.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. WATCH-LOAD.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select LIST-IN-FILE Assign To WLISTIN
                Organization Is Line Sequential
                File Status Is WLD-IN-STATUS.
            Select WATCH-LIST-FILE Assign To WATCHLST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is WLE-ID
                Alternate Record Key Is WLE-SOUNDEX
                    With Duplicates
                File Status Is WLD-LIST-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is WLD-ACCT-STATUS.
            Select CUST-REL-FILE Assign To CUSTREL
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CRL-KEY
                Alternate Record Key Is CRL-ACCOUNT-ALT
                    With Duplicates
                File Status Is WLD-REL-STATUS.
            Select CUST-MASTER-FILE Assign To CUSTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CUS-ID
                Alternate Record Key Is CUS-TAX-ID
                    With Duplicates
                File Status Is WLD-CUST-STATUS.
            Select REPORT-FILE Assign To WLRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  LIST-IN-FILE.
        01  LIST-IN-RECORD.
            05  WLI-ID              PIC X(12).
            05  WLI-NAME            PIC X(70).
            05  WLI-BIRTH-DATE      PIC X(08).
            05  WLI-COUNTRY         PIC X(02).
            05  WLI-PROGRAM         PIC X(10).
        FD  WATCH-LIST-FILE.
        COPY watch-list.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  CUST-REL-FILE.
        COPY cust-rel.
        FD  CUST-MASTER-FILE.
        COPY cust-master.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY exit-status.
        COPY pii-crypt.
        COPY sanc-screen.
        01  JHW-FILE-STATUS         PIC X(02).
        01  WLD-RC                  Binary-Long.
        01  WLD-RUN-START.
            05  WLD-START-SECONDS   Usage BINARY-DOUBLE.
            05  WLD-START-NANOS     Usage BINARY-DOUBLE.
        01  WLD-RUN-STOP.
            05  WLD-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  WLD-STOP-NANOS      Usage BINARY-DOUBLE.
        01  WLD-IN-STATUS           PIC X(02).
        01  WLD-LIST-STATUS         PIC X(02).
        01  WLD-ACCT-STATUS         PIC X(02).
        01  WLD-REL-STATUS          PIC X(02).
        01  WLD-CUST-STATUS         PIC X(02).
        01  WLD-EOF-SWITCH          PIC X(01).
            88  WLD-EOF                 Value 'Y', False 'N'.
        01  WLD-REL-DONE-SWITCH     PIC X(01).
            88  WLD-REL-DONE            Value 'Y', False 'N'.
        01  WLD-REPORT-SWITCH       PIC X(01) Value 'N'.
            88  WLD-REPORT-OPEN         Value 'Y', False 'N'.
        01  WLD-CUST-SWITCH         PIC X(01) Value 'N'.
            88  WLD-CUST-OPEN           Value 'Y', False 'N'.
        01  WLD-TODAY               PIC 9(08).
        01  WLD-WORD-2              PIC X(30).
        01  WLD-IN-COUNT            PIC 9(09) Value 0.
        01  WLD-LOADED-COUNT        PIC 9(09) Value 0.
        01  WLD-BAD-COUNT           PIC 9(09) Value 0.
        01  WLD-SCREENED-COUNT      PIC 9(09) Value 0.
        01  WLD-HELD-COUNT          PIC 9(09) Value 0.
        01  WLD-FAILED-COUNT        PIC 9(09) Value 0.
      * Soundex work areas for soundex-paragraphs.cpy
        01  SDX-WORK-NAME           PIC X(70).
        01  SDX-SURNAME             PIC X(30).
        01  SDX-SOUNDEX             PIC X(04).
        01  SDX-SUB                 Binary-Long.
        01  SDX-OUT                 Binary-Long.
        01  SDX-CHAR                PIC X(01).
        01  SDX-CODE                PIC X(01).
        01  SDX-PREV                PIC X(01).
        01  WLD-HDR-LINE.
            05  FILLER              PIC X(44)
                Value 'WATCH-LIST LOAD AND ACCOUNT RE-SCREEN  --  '.
            05  WLD-HDR-DATE        PIC 9(08).
        01  WLD-BAD-LINE.
            05  FILLER              PIC X(14) Value 'SKIPPED ENTRY '.
            05  WLD-BL-ID           PIC X(12).
            05  FILLER              PIC X(01) Value SPACE.
            05  WLD-BL-NAME         PIC X(40).
            05  FILLER              PIC X(01) Value SPACE.
            05  WLD-BL-REASON       PIC X(20).
        01  WLD-HIT-LINE.
            05  FILLER              PIC X(05) Value 'HELD '.
            05  WLD-HL-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  WLD-HL-NAME         PIC X(40).
            05  FILLER              PIC X(07) Value ' SCORE '.
            05  WLD-HL-SCORE        PIC ZZ9.
            05  FILLER              PIC X(06) Value ' LIST '.
            05  WLD-HL-LIST-ID      PIC X(12).
            05  FILLER              PIC X(06) Value ' HOLD '.
            05  WLD-HL-HOLD-ID      PIC Z(07)9.
        01  WLD-TRAILER-LINE.
            05  FILLER              PIC X(08) Value 'ENTRIES '.
            05  WLD-TR-LOADED       PIC Z(08)9.
            05  FILLER              PIC X(10) Value '  SKIPPED '.
            05  WLD-TR-BAD          PIC Z(08)9.
            05  FILLER              PIC X(11) Value '  SCREENED '.
            05  WLD-TR-SCREENED     PIC Z(08)9.
            05  FILLER              PIC X(07) Value '  HELD '.
            05  WLD-TR-HELD         PIC Z(08)9.
            05  FILLER              PIC X(09) Value '  FAILED '.
            05  WLD-TR-FAILED       PIC Z(08)9.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            PERFORM 2000-LOAD-LIST THRU 2000-LOAD-LIST-EXIT
            PERFORM 3000-RESCREEN THRU 3000-RESCREEN-EXIT
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE 'WATCHLD' TO PCX-PROGRAM-ID
            SET WLD-EOF TO FALSE
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'watch-load: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO WLD-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, WLD-RUN-START)
              TO WLD-RC
            OPEN INPUT LIST-IN-FILE
            IF WLD-IN-STATUS NOT = '00'
               DISPLAY 'watch-load: cannot open WLISTIN, status '
                  WLD-IN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
      *     the list is replaced whole: an entry the regulator has
      *     delisted must stop matching
            OPEN OUTPUT WATCH-LIST-FILE
            IF WLD-LIST-STATUS NOT = '00'
               DISPLAY 'watch-load: cannot open WATCHLST, status '
                  WLD-LIST-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE
            SET WLD-REPORT-OPEN TO TRUE
            MOVE WLD-TODAY TO WLD-HDR-DATE
            WRITE REPORT-LINE FROM WLD-HDR-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-LOAD-LIST.
            IF NOT JOB-OK
               GO TO 2000-LOAD-LIST-EXIT
            END-IF
            PERFORM 2100-LOAD-ONE THRU 2100-LOAD-ONE-EXIT
                UNTIL WLD-EOF
            CLOSE LIST-IN-FILE WATCH-LIST-FILE
            IF WLD-LOADED-COUNT = 0
               DISPLAY 'watch-load: no entries loaded from WLISTIN'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2000-LOAD-LIST-EXIT
            END-IF
            IF WLD-BAD-COUNT > 0
               SET JOB-WARNING TO TRUE
            END-IF.
        2000-LOAD-LIST-EXIT.
            EXIT.

        2100-LOAD-ONE.
            READ LIST-IN-FILE
                AT END
                    SET WLD-EOF TO TRUE
                    GO TO 2100-LOAD-ONE-EXIT
            END-READ
            ADD 1 TO WLD-IN-COUNT
            IF WLI-ID = SPACES
               MOVE 'NO ENTRY ID' TO WLD-BL-REASON
               PERFORM 2300-SKIP-ENTRY THRU 2300-SKIP-ENTRY-EXIT
               GO TO 2100-LOAD-ONE-EXIT
            END-IF
            IF WLI-NAME = SPACES
               MOVE 'NO NAME' TO WLD-BL-REASON
               PERFORM 2300-SKIP-ENTRY THRU 2300-SKIP-ENTRY-EXIT
               GO TO 2100-LOAD-ONE-EXIT
            END-IF
            PERFORM 2200-BUILD-ENTRY THRU 2200-BUILD-ENTRY-EXIT
            WRITE WATCH-LIST-RECORD
            EVALUATE WLD-LIST-STATUS
               WHEN '00'
               WHEN '02'
                  ADD 1 TO WLD-LOADED-COUNT
               WHEN '22'
                  MOVE 'DUPLICATE ENTRY ID' TO WLD-BL-REASON
                  PERFORM 2300-SKIP-ENTRY THRU 2300-SKIP-ENTRY-EXIT
               WHEN OTHER
                  DISPLAY 'watch-load: WATCHLST write failed,'
                     ' status ' WLD-LIST-STATUS
                  MOVE 'WRITE FAILED' TO WLD-BL-REASON
                  PERFORM 2300-SKIP-ENTRY THRU 2300-SKIP-ENTRY-EXIT
            END-EVALUATE.
        2100-LOAD-ONE-EXIT.
            EXIT.

      * the name is kept upper-cased, as 9580 leaves it, so the
      * exact-surname test in SANC-SCREEN compares like with like
        2200-BUILD-ENTRY.
            INITIALIZE WATCH-LIST-RECORD
            MOVE WLI-ID TO WLE-ID
            MOVE WLI-NAME TO SDX-WORK-NAME
            PERFORM 9580-SOUNDEX THRU 9580-SOUNDEX-EXIT
            MOVE SDX-WORK-NAME TO WLE-NAME
            MOVE SDX-SURNAME TO WLE-SURNAME
            MOVE SDX-SOUNDEX TO WLE-SOUNDEX
            MOVE SPACES TO SDX-SURNAME WLD-WORD-2
            UNSTRING WLE-NAME DELIMITED BY ALL ' '
                INTO SDX-SURNAME WLD-WORD-2
            END-UNSTRING
            MOVE WLD-WORD-2 TO SDX-WORK-NAME
            PERFORM 9580-SOUNDEX THRU 9580-SOUNDEX-EXIT
            MOVE SDX-SOUNDEX TO WLE-GIVEN-SOUNDEX
            IF WLI-BIRTH-DATE NUMERIC
               MOVE WLI-BIRTH-DATE TO WLE-BIRTH-DATE
            ELSE
               MOVE 0 TO WLE-BIRTH-DATE
            END-IF
            MOVE WLI-COUNTRY TO WLE-COUNTRY
            MOVE WLI-PROGRAM TO WLE-PROGRAM
            MOVE WLD-TODAY TO WLE-LOADED-DATE.
        2200-BUILD-ENTRY-EXIT.
            EXIT.

        2300-SKIP-ENTRY.
            ADD 1 TO WLD-BAD-COUNT
            MOVE WLI-ID TO WLD-BL-ID
            MOVE WLI-NAME TO WLD-BL-NAME
            WRITE REPORT-LINE FROM WLD-BAD-LINE.
        2300-SKIP-ENTRY-EXIT.
            EXIT.

      * the customer files only lend a birth date to the score; a
      * box without them re-screens on the name alone
        3000-RESCREEN.
            IF NOT JOB-OK AND NOT JOB-WARNING
               GO TO 3000-RESCREEN-EXIT
            END-IF
            OPEN INPUT ACCT-MASTER-FILE
            IF WLD-ACCT-STATUS NOT = '00'
               DISPLAY 'watch-load: cannot open master, status '
                  WLD-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3000-RESCREEN-EXIT
            END-IF
            OPEN INPUT CUST-REL-FILE
            IF WLD-REL-STATUS = '00'
               OPEN INPUT CUST-MASTER-FILE
               IF WLD-CUST-STATUS = '00'
                  SET WLD-CUST-OPEN TO TRUE
               ELSE
                  CLOSE CUST-REL-FILE
               END-IF
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            SET WLD-EOF TO FALSE
            PERFORM 3100-SCREEN-ONE-ACCOUNT
               THRU 3100-SCREEN-ONE-ACCOUNT-EXIT
                UNTIL WLD-EOF
            CLOSE ACCT-MASTER-FILE
            IF WLD-CUST-OPEN
               CLOSE CUST-REL-FILE CUST-MASTER-FILE
            END-IF
            IF WLD-FAILED-COUNT > 0
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        3000-RESCREEN-EXIT.
            EXIT.

        3100-SCREEN-ONE-ACCOUNT.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET WLD-EOF TO TRUE
                    GO TO 3100-SCREEN-ONE-ACCOUNT-EXIT
            END-READ
            IF NOT AM-STATUS-ACTIVE
               GO TO 3100-SCREEN-ONE-ACCOUNT-EXIT
            END-IF
            ADD 1 TO WLD-SCREENED-COUNT
            INITIALIZE SSQ-CONTROL
            MOVE 'WATCHLD' TO SSQ-SOURCE
            SET SSQ-KIND-ACCOUNT TO TRUE
            MOVE AM-KEY TO SSQ-KEY
            MOVE AM-KEY TO PII-RECORD-KEY
            MOVE AM-PII-KEY-ID TO PII-KEY-ID
            MOVE AM-CUSTOMER-NAME TO PII-NAME
            PERFORM 9300-PII-REVEAL-NAME
               THRU 9300-PII-REVEAL-NAME-EXIT
            MOVE PII-NAME TO SSQ-NAME
            MOVE 0 TO SSQ-BIRTH-DATE
            IF WLD-CUST-OPEN
               PERFORM 3200-PRIMARY-BIRTH-DATE
                  THRU 3200-PRIMARY-BIRTH-DATE-EXIT
            END-IF
            MOVE LENGTH OF ACCT-MASTER-RECORD TO SSQ-ITEM-LENGTH
            MOVE ACCT-MASTER-RECORD TO SSQ-ITEM
            CALL 'SANC-SCREEN' USING SSQ-CONTROL
            EVALUATE TRUE
               WHEN SSQ-HELD
                  ADD 1 TO WLD-HELD-COUNT
                  MOVE AM-KEY TO WLD-HL-KEY
                  MOVE PII-NAME TO WLD-HL-NAME
                  MOVE SSQ-SCORE TO WLD-HL-SCORE
                  MOVE SSQ-LIST-ID TO WLD-HL-LIST-ID
                  MOVE SSQ-HOLD-ID TO WLD-HL-HOLD-ID
                  WRITE REPORT-LINE FROM WLD-HIT-LINE
               WHEN SSQ-FAILED
                  ADD 1 TO WLD-FAILED-COUNT
                  DISPLAY 'watch-load: hold not recorded for '
                     FUNCTION TRIM(AM-KEY)
            END-EVALUATE.
        3100-SCREEN-ONE-ACCOUNT-EXIT.
            EXIT.

        3200-PRIMARY-BIRTH-DATE.
            SET WLD-REL-DONE TO FALSE
            MOVE AM-KEY TO CRL-ACCOUNT-ALT
            START CUST-REL-FILE KEY = CRL-ACCOUNT-ALT
            IF WLD-REL-STATUS NOT = '00'
               GO TO 3200-PRIMARY-BIRTH-DATE-EXIT
            END-IF
            PERFORM 3210-READ-ONE-PARTY
               THRU 3210-READ-ONE-PARTY-EXIT
                UNTIL WLD-REL-DONE.
        3200-PRIMARY-BIRTH-DATE-EXIT.
            EXIT.

        3210-READ-ONE-PARTY.
            READ CUST-REL-FILE NEXT
                AT END
                    SET WLD-REL-DONE TO TRUE
                    GO TO 3210-READ-ONE-PARTY-EXIT
            END-READ
            IF CRL-ACCOUNT-ALT NOT = AM-KEY
               SET WLD-REL-DONE TO TRUE
               GO TO 3210-READ-ONE-PARTY-EXIT
            END-IF
            IF NOT CRL-ROLE-PRIMARY
               GO TO 3210-READ-ONE-PARTY-EXIT
            END-IF
            SET WLD-REL-DONE TO TRUE
            MOVE CRL-CUSTOMER-ID TO CUS-ID
            READ CUST-MASTER-FILE
            IF WLD-CUST-STATUS = '00'
               MOVE CUS-BIRTH-DATE TO SSQ-BIRTH-DATE
            END-IF.
        3210-READ-ONE-PARTY-EXIT.
            EXIT.

        9999-EXIT.
            IF WLD-REPORT-OPEN
               MOVE WLD-LOADED-COUNT TO WLD-TR-LOADED
               MOVE WLD-BAD-COUNT TO WLD-TR-BAD
               MOVE WLD-SCREENED-COUNT TO WLD-TR-SCREENED
               MOVE WLD-HELD-COUNT TO WLD-TR-HELD
               MOVE WLD-FAILED-COUNT TO WLD-TR-FAILED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WLD-TRAILER-LINE
               CLOSE REPORT-FILE
            END-IF
            DISPLAY 'watch-load: ' WLD-LOADED-COUNT ' entries, '
               WLD-BAD-COUNT ' skipped, ' WLD-SCREENED-COUNT
               ' accounts screened, ' WLD-HELD-COUNT ' held'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, WLD-RUN-STOP)
              TO WLD-RC
            MOVE 'WATCHLD' TO JHR-PROGRAM-ID
            MOVE WLD-TODAY TO JHR-BUSINESS-DATE
            MOVE WLD-START-SECONDS TO JHR-START-SECONDS
            MOVE WLD-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE WLD-IN-COUNT TO JHR-RECORDS-IN
            MOVE WLD-HELD-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY soundex-paragraphs.
        COPY jobhist-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY exit-status-paragraphs.
        End Program WATCH-LOAD.
