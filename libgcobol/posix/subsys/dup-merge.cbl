      *                        (journaled, audited MRGRST) --
      *                        a half-applied merge no longer
      *                        loses the victim's balance.
      *  2026-10-15 smckinney  Both customer names are decrypted
      *                        through PII-CRYPT for the operator;
      *                        the surviving name is encrypted
      *                        under the survivor's key before
      *                        either leg applies, and a pair whose
      *                        names came back masked is refused.
      *  2026-10-15 smckinney  An applied merge writes each leg's
      *                        balance movement and GL home to the
      *                        GLMOVE feed for GL-BRIDGE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. DUP-MERGE.
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To MRGRPT
                Organization Is Line Sequential.
            Select OPTIONAL GL-MOVE-FILE Assign To GLMOVE
                Organization Is Line Sequential
                File Status Is DMG-GLM-STATUS.
        Data Division.
        File Section.
        FD  PAIR-FILE.
            05  MXR-MERGE-DATE      PIC 9(08).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  GL-MOVE-FILE.
        COPY gl-move-feed.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
            88  JRN-GOOD                Value 'Y', False 'N'.
        COPY cmdline-parms.
        COPY exit-status.
        COPY pii-crypt.
        01  DMG-ACCT-STATUS         PIC X(02).
        01  DMG-JRNL-PATH           PIC X(256)
                Value '/var/batch/acct-master.jrnl'.
            05  DMM-CUST-NAME       PIC X(70).
            05  DMM-BRANCH          PIC X(04).
        01  DMG-VICTIM-BALANCE      PIC S9(13)V99 COMP-3.
        01  DMG-NAMES-SW            PIC X(01).
            88  DMG-NAMES-CLEAR         Value 'Y', False 'N'.
        01  DMG-SURVIVOR-NAME       PIC X(70).
        01  DMG-SURVIVOR-KEY-ID     PIC X(08).
        01  DMG-VICTIM-BEFORE       PIC X(176).
      * each leg's GLMOVE row, built as the leg applies and written
      * once both legs stand
        01  DMG-VICTIM-MOVE         PIC X(136).
        01  DMG-SURVIVOR-MOVE       PIC X(136).
        01  DMG-GLM-STATUS          PIC X(02).
        01  DMG-GLM-FAIL-COUNT      PIC 9(06) Value 0.
        01  DMG-DETAIL-LINE.
            05  DMG-DL-ACTION       PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE 'DUPMERGE' TO PCX-PROGRAM-ID
            MOVE DMG-OPERATOR TO PCX-USER
            MOVE 0 TO PCX-USER-TIER
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'dup-merge: no business date established'
               GO TO 2000-ONE-PAIR-EXIT
            END-IF
            MOVE AM-SHORT-NAME TO DM1-SHORT-NAME
            MOVE AM-KEY TO PII-RECORD-KEY
            MOVE AM-PII-KEY-ID TO PII-KEY-ID
            MOVE AM-CUSTOMER-NAME TO PII-NAME
            PERFORM 9300-PII-REVEAL-NAME
               THRU 9300-PII-REVEAL-NAME-EXIT
            SET DMG-NAMES-CLEAR TO TRUE
            IF NOT PII-CLEAR
               SET DMG-NAMES-CLEAR TO FALSE
            END-IF
            MOVE PII-NAME TO DM1-CUST-NAME
            MOVE AM-BRANCH TO DM1-BRANCH
            MOVE AM-TYPE TO DM1-TYPE
            MOVE AM-BALANCE TO DM1-BALANCE
               GO TO 2000-ONE-PAIR-EXIT
            END-IF
            MOVE AM-SHORT-NAME TO DM2-SHORT-NAME
            MOVE AM-KEY TO PII-RECORD-KEY
            MOVE AM-PII-KEY-ID TO PII-KEY-ID
            MOVE AM-CUSTOMER-NAME TO PII-NAME
            PERFORM 9300-PII-REVEAL-NAME
               THRU 9300-PII-REVEAL-NAME-EXIT
            IF NOT PII-CLEAR
               SET DMG-NAMES-CLEAR TO FALSE
            END-IF
            MOVE PII-NAME TO DM2-CUST-NAME
            MOVE AM-BRANCH TO DM2-BRANCH
            MOVE AM-TYPE TO DM2-TYPE
            MOVE AM-BALANCE TO DM2-BALANCE
      * field values; the victim closes at zero with its activity
      * re-pointed through the cross-reference
        3000-APPLY-MERGE.
            IF NOT DMG-NAMES-CLEAR
               MOVE 'NAMES NOT READABLE, NOT APPLIED'
                 TO DMG-EDIT-ERROR
               GO TO 3000-APPLY-MERGE-EXIT
            END-IF
            MOVE DMG-SURVIVOR-KEY TO PII-RECORD-KEY
            MOVE DMM-CUST-NAME TO PII-NAME
            PERFORM 9310-PII-PROTECT-NAME
               THRU 9310-PII-PROTECT-NAME-EXIT
            IF PII-FAILED
               MOVE 'NAME NOT ENCRYPTED, NOT APPLIED'
                 TO DMG-EDIT-ERROR
               GO TO 3000-APPLY-MERGE-EXIT
            END-IF
            MOVE PII-NAME TO DMG-SURVIVOR-NAME
            MOVE PII-KEY-ID TO DMG-SURVIVOR-KEY-ID
            MOVE DMG-VICTIM-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF DMG-ACCT-STATUS NOT = '00'
            MOVE AM-BALANCE TO DMG-VICTIM-BALANCE
            MOVE ACCT-MASTER-RECORD TO DMG-VICTIM-BEFORE
            MOVE ACCT-MASTER-RECORD TO JRN-BEFORE-IMAGE
            PERFORM 3700-SAVE-GL-HOME THRU 3700-SAVE-GL-HOME-EXIT
            MOVE 0 TO AM-BALANCE
            SET AM-STATUS-CLOSED TO TRUE
            PERFORM 3710-SET-GL-NEW-HOME
               THRU 3710-SET-GL-NEW-HOME-EXIT
            MOVE GL-MOVE-RECORD TO DMG-VICTIM-MOVE
            MOVE DMG-TODAY TO AM-LAST-MAINT-DATE
            MOVE ACCT-MASTER-RECORD TO JRN-AFTER-IMAGE
            SET JRN-ACTION-UPDATE TO TRUE
               GO TO 3000-APPLY-MERGE-EXIT
            END-IF
            MOVE ACCT-MASTER-RECORD TO JRN-BEFORE-IMAGE
            PERFORM 3700-SAVE-GL-HOME THRU 3700-SAVE-GL-HOME-EXIT
            MOVE DMM-SHORT-NAME TO AM-SHORT-NAME
            MOVE DMG-SURVIVOR-NAME TO AM-CUSTOMER-NAME
            MOVE DMG-SURVIVOR-KEY-ID TO AM-PII-KEY-ID
            MOVE DMM-BRANCH TO AM-BRANCH
            ADD DMG-VICTIM-BALANCE TO AM-BALANCE
            MOVE DMG-TODAY TO AM-LAST-MAINT-DATE
            PERFORM 3710-SET-GL-NEW-HOME
               THRU 3710-SET-GL-NEW-HOME-EXIT
            MOVE GL-MOVE-RECORD TO DMG-SURVIVOR-MOVE
            MOVE ACCT-MASTER-RECORD TO JRN-AFTER-IMAGE
            SET JRN-ACTION-UPDATE TO TRUE
            MOVE DMG-SURVIVOR-KEY TO JRN-KEY
            MOVE DMG-SURVIVOR-KEY TO MXR-SURVIVOR-KEY
            MOVE DMG-TODAY TO MXR-MERGE-DATE
            WRITE XREF-RECORD
            PERFORM 3720-LOG-GL-MOVES THRU 3720-LOG-GL-MOVES-EXIT
            ADD 1 TO DMG-APPLIED-COUNT
            MOVE 'APPLIED' TO DMG-DL-ACTION
            MOVE DMG-VICTIM-KEY TO DMG-DL-KEY-1
        3600-JOURNAL-ONE-EXIT.
            EXIT.

      * the GL home and balance of the leg about to change
        3700-SAVE-GL-HOME.
            MOVE SPACES TO GL-MOVE-RECORD
            MOVE DMG-TODAY TO GMV-POST-DATE
            MOVE AM-KEY TO GMV-ACCOUNT-KEY
            MOVE 'C' TO GMV-ACTION
            MOVE AM-BRANCH TO GMV-OLD-BRANCH
            MOVE AM-PRODUCT-CODE TO GMV-OLD-PRODUCT
            MOVE AM-TYPE TO GMV-OLD-TYPE
            MOVE AM-BALANCE TO GMV-OLD-BALANCE
            MOVE 0 TO GMV-SPREAD-INCOME
            MOVE 'DUPMERGE' TO GMV-SOURCE
            MOVE DMG-OPERATOR TO GMV-REFERENCE.
        3700-SAVE-GL-HOME-EXIT.
            EXIT.

        3710-SET-GL-NEW-HOME.
            MOVE AM-BRANCH TO GMV-NEW-BRANCH
            MOVE AM-PRODUCT-CODE TO GMV-NEW-PRODUCT
            MOVE AM-TYPE TO GMV-NEW-TYPE
            MOVE AM-BALANCE TO GMV-NEW-BALANCE
            MOVE AM-CURRENCY TO GMV-CURRENCY.
        3710-SET-GL-NEW-HOME-EXIT.
            EXIT.

      * both legs stand: the victim's balance leaves its GL home
      * and the survivor's, in its surviving branch, takes it in,
      * on the GLMOVE feed GL-BRIDGE posts the ledger from.  The
      * merge stands if a row cannot be written; the run ends with
      * a warning and GL-TRIAL shows the break.
        3720-LOG-GL-MOVES.
            OPEN EXTEND GL-MOVE-FILE
            IF DMG-GLM-STATUS NOT = '00' AND
               DMG-GLM-STATUS NOT = '05'
               DISPLAY 'dup-merge: GLMOVE open failed, status '
                  DMG-GLM-STATUS ', merge of ' DMG-VICTIM-KEY
                  ' not logged'
               ADD 1 TO DMG-GLM-FAIL-COUNT
               GO TO 3720-LOG-GL-MOVES-EXIT
            END-IF
            MOVE DMG-VICTIM-MOVE TO GL-MOVE-RECORD
            PERFORM 3730-WRITE-GL-MOVE THRU 3730-WRITE-GL-MOVE-EXIT
            MOVE DMG-SURVIVOR-MOVE TO GL-MOVE-RECORD
            PERFORM 3730-WRITE-GL-MOVE THRU 3730-WRITE-GL-MOVE-EXIT
            CLOSE GL-MOVE-FILE.
        3720-LOG-GL-MOVES-EXIT.
            EXIT.

      * a leg that neither moved money nor moved a balance to a
      * new GL home leaves nothing for the ledger
        3730-WRITE-GL-MOVE.
            IF GMV-NEW-BALANCE = GMV-OLD-BALANCE
               IF GMV-OLD-BALANCE = 0
                  GO TO 3730-WRITE-GL-MOVE-EXIT
               END-IF
               IF GMV-NEW-BRANCH = GMV-OLD-BRANCH AND
                  GMV-NEW-PRODUCT = GMV-OLD-PRODUCT AND
                  GMV-NEW-TYPE = GMV-OLD-TYPE
                  GO TO 3730-WRITE-GL-MOVE-EXIT
               END-IF
            END-IF
            WRITE GL-MOVE-RECORD
            IF DMG-GLM-STATUS NOT = '00'
               DISPLAY 'dup-merge: GLMOVE write failed, status '
                  DMG-GLM-STATUS ', movement not logged for '
                  GMV-ACCOUNT-KEY
               ADD 1 TO DMG-GLM-FAIL-COUNT
            END-IF.
        3730-WRITE-GL-MOVE-EXIT.
            EXIT.

        9999-EXIT.
            IF JOB-OK
               CALL "posix-close" USING BY VALUE JRN-FD
            END-IF
            DISPLAY 'dup-merge: ' DMG-PAIR-COUNT ' pairs, '
               DMG-APPLIED-COUNT ' merged, '
               DMG-DECLINED-COUNT ' declined'
            IF DMG-GLM-FAIL-COUNT > 0 AND JOB-OK
               DISPLAY 'dup-merge: ' DMG-GLM-FAIL-COUNT
                  ' movement(s) missing from GLMOVE'
               SET JOB-WARNING TO TRUE
            END-IF.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jrnl-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY exit-status-paragraphs.
        End Program DUP-MERGE.
