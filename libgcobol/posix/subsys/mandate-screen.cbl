      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  mandate-screen.cbl
      *
      *  Interactive maintenance for the indexed direct-debit
      *  MANDATES file (mandate-record.cpy) in the ACCT-SCREEN mold:
      *  key-driven retrieval by creditor id + mandate reference,
      *  add / change / cancel with field-level edits, a mandatory
      *  reason code, a write-ahead journal entry (jrnl-record.cpy,
      *  the MANDJRNL journal) with before and after images ahead
      *  of every applied change, and an AUD-RECORD through the
      *  same path as the batch maintenance.  The creditor must be
      *  an active CPTYMST counterparty and the account a live
      *  master account.  A change may move the limit, the
      *  frequency, or suspend and reinstate the mandate; the
      *  account never changes (cancel and raise a new mandate),
      *  and a cancelled or expired mandate stays closed.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. MANDATE-SCREEN.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-PWRITE
            Function POSIX-PREAD
            Function POSIX-FSYNC
            Function POSIX-GETENV
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select MANDATE-FILE Assign To MANDATES
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is MDT-KEY
                Alternate Record Key Is MDT-ACCOUNT-KEY
                    With Duplicates
                File Status Is MDS-FILE-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is MDS-ACCT-STATUS.
            Select CPTY-MASTER-FILE Assign To CPTYMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CPM-ID
                File Status Is MDS-CPM-STATUS.
        Data Division.
        File Section.
        FD  MANDATE-FILE.
        COPY mandate-record.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  CPTY-MASTER-FILE.
        COPY cpty-master.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY jrnl-record.
        01  JRN-FD                  PIC 9(8) Usage COMP.
        01  JRN-OFFSET              Binary-Long.
        01  JRN-RC                  Binary-Long.
        01  JRN-GOOD-SW             PIC X(01).
            88  JRN-GOOD                Value 'Y', False 'N'.
        COPY exit-status.
        01  MDS-FILE-STATUS         PIC X(02).
        01  MDS-ACCT-STATUS         PIC X(02).
        01  MDS-CPM-STATUS          PIC X(02).
        01  MDS-JRNL-PATH           PIC X(256)
                Value '/var/batch/mandates.jrnl'.
        01  MDS-ENV-NAME            PIC X(64).
        01  MDS-ENV-VALUE           PIC X(256).
        01  MDS-FD-RC               Binary-Long.
        01  MDS-JRNL-SEQ            PIC 9(09) Value 0.
        01  MDS-DONE-SWITCH         PIC X(01).
            88  MDS-DONE                Value 'Y', False 'N'.
        01  MDS-NEW-SWITCH          PIC X(01).
            88  MDS-NEW-MANDATE         Value 'Y', False 'N'.
        01  MDS-EDIT-ERROR          PIC X(40).
        01  MDS-OPERATOR            PIC X(12).
        01  MDS-CREDITOR-IN         PIC X(08).
        01  MDS-REF-IN              PIC X(16).
        01  MDS-ACTION              PIC X(01).
        01  MDS-ACCOUNT-IN          PIC X(32).
        01  MDS-MAX-IN              PIC X(16).
        01  MDS-FREQ-IN             PIC X(01).
        01  MDS-STATUS-IN           PIC X(01).
        01  MDS-SIGNED-IN           PIC X(08).
        01  MDS-REASON-IN           PIC X(04).
        01  MDS-CONFIRM             PIC X(01).
        01  MDS-MAX-AMOUNT          PIC S9(13)V99 COMP-3.
        01  MDS-MAX-DISPLAY         PIC -(11)9.99.
        01  MDS-SIGNED              PIC 9(08).
        01  MDS-TODAY               PIC 9(08).
        01  MDS-APPLIED-COUNT       PIC 9(05) Value 0.
        Screen Section.
        01  KEY-SCREEN.
            05  Blank Screen.
            05  Line 1  Column 5
                Value 'DIRECT-DEBIT MANDATE MAINTENANCE'.
            05  Line 3  Column 5  Value 'OPERATOR:'.
            05  Line 3  Column 16 Pic X(12) Using MDS-OPERATOR.
            05  Line 5  Column 5  Value 'CREDITOR ID:'.
            05  Line 5  Column 19 Pic X(08) Using MDS-CREDITOR-IN.
            05  Line 6  Column 5  Value 'MANDATE REF:'.
            05  Line 6  Column 19 Pic X(16) Using MDS-REF-IN.
            05  Line 8  Column 5
                Value 'ENTER KEY, SPACES TO EXIT'.
        01  EDIT-SCREEN.
            05  Blank Screen.
            05  Line 1  Column 5
                Value 'DIRECT-DEBIT MANDATE MAINTENANCE - DETAIL'.
            05  Line 2  Column 5  Pic X(08) From MDS-CREDITOR-IN.
            05  Line 2  Column 15 Pic X(16) From MDS-REF-IN.
            05  Line 2  Column 33 Pic X(30) From CPM-NAME.
            05  Line 4  Column 5  Value 'ACTION (A/C/X):'.
            05  Line 4  Column 22 Pic X(01) Using MDS-ACTION.
            05  Line 5  Column 5  Value 'ACCOUNT KEY...:'.
            05  Line 5  Column 22 Pic X(32) Using MDS-ACCOUNT-IN.
            05  Line 6  Column 5  Value 'MAXIMUM AMOUNT:'.
            05  Line 6  Column 22 Pic X(16) Using MDS-MAX-IN.
            05  Line 7  Column 5  Value 'FREQ WMQAOV...:'.
            05  Line 7  Column 22 Pic X(01) Using MDS-FREQ-IN.
            05  Line 8  Column 5  Value 'STATUS (A/S)..:'.
            05  Line 8  Column 22 Pic X(01) Using MDS-STATUS-IN.
            05  Line 9  Column 5  Value 'SIGNED YYYYMMDD'.
            05  Line 9  Column 22 Pic X(08) Using MDS-SIGNED-IN.
            05  Line 10 Column 5  Value 'REASON CODE...:'.
            05  Line 10 Column 22 Pic X(04) Using MDS-REASON-IN.
            05  Line 11 Column 5  Value 'APPLY (Y/N)...:'.
            05  Line 11 Column 22 Pic X(01) Using MDS-CONFIRM.
            05  Line 13 Column 5  Pic X(40) From MDS-EDIT-ERROR.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-ONE-MANDATE THRU 2000-ONE-MANDATE-EXIT
                   UNTIL MDS-DONE
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET MDS-DONE TO FALSE
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'mandate-screen: no business date'
                  ' established, refusing to maintain mandates'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO MDS-TODAY
            OPEN I-O MANDATE-FILE
            IF MDS-FILE-STATUS = '35'
      *        first mandate ever lodged on this box
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
            END-IF
            IF MDS-FILE-STATUS NOT = '00'
               DISPLAY 'mandate-screen: cannot open MANDATES,'
                  ' status ' MDS-FILE-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT ACCT-MASTER-FILE
            IF MDS-ACCT-STATUS NOT = '00'
               DISPLAY 'mandate-screen: cannot open master, status '
                  MDS-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT CPTY-MASTER-FILE
            IF MDS-CPM-STATUS NOT = '00'
               DISPLAY 'mandate-screen: cannot open counterparty'
                  ' master, status ' MDS-CPM-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1100-OPEN-JOURNAL THRU 1100-OPEN-JOURNAL-EXIT.
        1000-INITIALIZE-EXIT.
            EXIT.

      * mandate changes may not apply unjournaled: no journal,
      * no session
        1100-OPEN-JOURNAL.
            MOVE 'MANDJRNL' TO MDS-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(MDS-ENV-NAME)
              TO MDS-ENV-VALUE
            IF MDS-ENV-VALUE NOT = SPACES
               MOVE MDS-ENV-VALUE TO MDS-JRNL-PATH
            END-IF
            CALL "posix-open" USING BY REFERENCE MDS-JRNL-PATH
                 BY VALUE 2
                RETURNING MDS-FD-RC
            END-CALL
            IF MDS-FD-RC < 0
               DISPLAY 'mandate-screen: cannot open journal '
                  FUNCTION TRIM(MDS-JRNL-PATH)
                  ', refusing to apply unjournaled'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1100-OPEN-JOURNAL-EXIT
            END-IF
            MOVE MDS-FD-RC TO JRN-FD
            CALL "posix-lseek" USING BY VALUE JRN-FD
                 BY VALUE 0 BY VALUE 2
                RETURNING JRN-OFFSET
            END-CALL
            IF JRN-OFFSET < 0
               MOVE 0 TO JRN-OFFSET
            END-IF.
        1100-OPEN-JOURNAL-EXIT.
            EXIT.

        2000-ONE-MANDATE.
            MOVE SPACES TO MDS-CREDITOR-IN MDS-REF-IN
            DISPLAY KEY-SCREEN
            ACCEPT KEY-SCREEN
            IF MDS-CREDITOR-IN = SPACES
               SET MDS-DONE TO TRUE
               GO TO 2000-ONE-MANDATE-EXIT
            END-IF
            IF MDS-REF-IN = SPACES
               GO TO 2000-ONE-MANDATE-EXIT
            END-IF
            MOVE MDS-CREDITOR-IN TO CPM-ID
            READ CPTY-MASTER-FILE
            IF MDS-CPM-STATUS NOT = '00'
               DISPLAY 'mandate-screen: creditor not on'
                  ' counterparty master'
               GO TO 2000-ONE-MANDATE-EXIT
            END-IF
            MOVE MDS-CREDITOR-IN TO MDT-CREDITOR-ID
            MOVE MDS-REF-IN TO MDT-MANDATE-REF
            READ MANDATE-FILE
            IF MDS-FILE-STATUS = '00'
               SET MDS-NEW-MANDATE TO FALSE
               MOVE MANDATE-RECORD TO JRN-BEFORE-IMAGE
               MOVE MDT-ACCOUNT-KEY TO MDS-ACCOUNT-IN
               MOVE MDT-MAX-AMOUNT TO MDS-MAX-DISPLAY
               MOVE MDS-MAX-DISPLAY TO MDS-MAX-IN
               MOVE MDT-FREQUENCY TO MDS-FREQ-IN
               MOVE MDT-STATUS TO MDS-STATUS-IN
               MOVE MDT-SIGNED-DATE TO MDS-SIGNED-IN
            ELSE
               SET MDS-NEW-MANDATE TO TRUE
               MOVE SPACES TO JRN-BEFORE-IMAGE
               MOVE SPACES TO MDS-ACCOUNT-IN MDS-MAX-IN
                              MDS-FREQ-IN
               MOVE 'A' TO MDS-STATUS-IN
               MOVE MDS-TODAY TO MDS-SIGNED-IN
            END-IF
            MOVE SPACES TO MDS-ACTION MDS-REASON-IN MDS-CONFIRM
                           MDS-EDIT-ERROR
            DISPLAY EDIT-SCREEN
            ACCEPT EDIT-SCREEN
            IF MDS-CONFIRM NOT = 'Y'
               GO TO 2000-ONE-MANDATE-EXIT
            END-IF
            PERFORM 3000-EDIT-FIELDS THRU 3000-EDIT-FIELDS-EXIT
            IF MDS-EDIT-ERROR NOT = SPACES
               DISPLAY EDIT-SCREEN
               ACCEPT EDIT-SCREEN
               GO TO 2000-ONE-MANDATE-EXIT
            END-IF
            PERFORM 4000-APPLY THRU 4000-APPLY-EXIT.
        2000-ONE-MANDATE-EXIT.
            EXIT.

        3000-EDIT-FIELDS.
            MOVE SPACES TO MDS-EDIT-ERROR
            IF MDS-OPERATOR = SPACES
               MOVE 'OPERATOR IS REQUIRED' TO MDS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF MDS-ACTION NOT = 'A' AND MDS-ACTION NOT = 'C' AND
               MDS-ACTION NOT = 'X'
               MOVE 'ACTION MUST BE A, C OR X' TO MDS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF MDS-ACTION = 'A' AND NOT MDS-NEW-MANDATE
               MOVE 'MANDATE ALREADY EXISTS' TO MDS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF MDS-ACTION NOT = 'A' AND MDS-NEW-MANDATE
               MOVE 'MANDATE NOT FOUND' TO MDS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF MDS-REASON-IN = SPACES
               MOVE 'REASON CODE IS REQUIRED' TO MDS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF NOT MDS-NEW-MANDATE AND
               (MDT-STATUS-CANCELLED OR MDT-STATUS-EXPIRED)
               MOVE 'MANDATE IS CLOSED, RAISE A NEW ONE'
                 TO MDS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF MDS-ACTION = 'X'
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF MDS-ACTION = 'A'
               IF NOT CPM-STATUS-ACTIVE
                  MOVE 'CREDITOR IS NOT ACTIVE' TO MDS-EDIT-ERROR
                  GO TO 3000-EDIT-FIELDS-EXIT
               END-IF
               MOVE MDS-ACCOUNT-IN TO AM-KEY
               READ ACCT-MASTER-FILE
               IF MDS-ACCT-STATUS NOT = '00'
                  MOVE 'ACCOUNT NOT ON MASTER' TO MDS-EDIT-ERROR
                  GO TO 3000-EDIT-FIELDS-EXIT
               END-IF
               IF NOT AM-STATUS-ACTIVE
                  MOVE 'ACCOUNT IS CLOSED' TO MDS-EDIT-ERROR
                  GO TO 3000-EDIT-FIELDS-EXIT
               END-IF
               IF MDS-SIGNED-IN NOT NUMERIC
                  MOVE 'SIGNED DATE MUST BE NUMERIC'
                    TO MDS-EDIT-ERROR
                  GO TO 3000-EDIT-FIELDS-EXIT
               END-IF
               MOVE MDS-SIGNED-IN TO MDS-SIGNED
               IF FUNCTION TEST-DATE-YYYYMMDD(MDS-SIGNED) NOT = 0
                  OR MDS-SIGNED > MDS-TODAY
                  MOVE 'SIGNED DATE INVALID OR FUTURE'
                    TO MDS-EDIT-ERROR
                  GO TO 3000-EDIT-FIELDS-EXIT
               END-IF
            ELSE
               IF MDS-ACCOUNT-IN NOT = MDT-ACCOUNT-KEY
                  MOVE 'ACCOUNT CANNOT CHANGE' TO MDS-EDIT-ERROR
                  GO TO 3000-EDIT-FIELDS-EXIT
               END-IF
               IF MDS-STATUS-IN NOT = 'A' AND MDS-STATUS-IN NOT = 'S'
                  MOVE 'STATUS MUST BE A OR S' TO MDS-EDIT-ERROR
                  GO TO 3000-EDIT-FIELDS-EXIT
               END-IF
            END-IF
            IF FUNCTION TEST-NUMVAL(MDS-MAX-IN) NOT = 0
               MOVE 'MAXIMUM AMOUNT NOT NUMERIC' TO MDS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            MOVE FUNCTION NUMVAL(MDS-MAX-IN) TO MDS-MAX-AMOUNT
            IF MDS-MAX-AMOUNT <= 0
               MOVE 'MAXIMUM AMOUNT MUST BE POSITIVE'
                 TO MDS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF MDS-FREQ-IN NOT = 'W' AND MDS-FREQ-IN NOT = 'M' AND
               MDS-FREQ-IN NOT = 'Q' AND MDS-FREQ-IN NOT = 'A' AND
               MDS-FREQ-IN NOT = 'O' AND MDS-FREQ-IN NOT = 'V'
               MOVE 'FREQUENCY MUST BE W M Q A O OR V'
                 TO MDS-EDIT-ERROR
            END-IF.
        3000-EDIT-FIELDS-EXIT.
            EXIT.

      * the journal entry goes down before the mandate file is
      * touched; a failed journal write applies nothing
        4000-APPLY.
            EVALUATE MDS-ACTION
               WHEN 'A'
                  MOVE MDS-CREDITOR-IN TO MDT-CREDITOR-ID
                  MOVE MDS-REF-IN TO MDT-MANDATE-REF
                  MOVE MDS-ACCOUNT-IN TO MDT-ACCOUNT-KEY
                  MOVE MDS-MAX-AMOUNT TO MDT-MAX-AMOUNT
                  MOVE MDS-FREQ-IN TO MDT-FREQUENCY
                  SET MDT-STATUS-ACTIVE TO TRUE
                  MOVE MDS-SIGNED TO MDT-SIGNED-DATE
                  MOVE 0 TO MDT-LAST-USED-DATE MDT-USE-COUNT
                  SET JRN-ACTION-CREATE TO TRUE
                  SET AUD-ACTION-CREATE TO TRUE
               WHEN 'C'
                  MOVE MDS-MAX-AMOUNT TO MDT-MAX-AMOUNT
                  MOVE MDS-FREQ-IN TO MDT-FREQUENCY
                  MOVE MDS-STATUS-IN TO MDT-STATUS
                  SET JRN-ACTION-UPDATE TO TRUE
                  SET AUD-ACTION-UPDATE TO TRUE
               WHEN 'X'
                  SET MDT-STATUS-CANCELLED TO TRUE
                  SET JRN-ACTION-UPDATE TO TRUE
                  MOVE 'CANCEL' TO AUD-ACTION
            END-EVALUATE
            MOVE MDS-TODAY TO MDT-LAST-MAINT-DATE
            MOVE MANDATE-RECORD TO JRN-AFTER-IMAGE
            ADD 1 TO MDS-JRNL-SEQ
            MOVE MDS-JRNL-SEQ TO JRN-SEQUENCE
            MOVE MDS-TODAY TO JRN-RUN-ID
            MOVE 'MANDSCRN' TO JRN-PROGRAM-ID
            MOVE MDT-KEY TO JRN-KEY
            PERFORM 9550-WRITE-JOURNAL
               THRU 9550-WRITE-JOURNAL-EXIT
            IF NOT JRN-GOOD
               MOVE 'JOURNAL WRITE FAILED, NOT APPLIED'
                 TO MDS-EDIT-ERROR
               DISPLAY EDIT-SCREEN
               ACCEPT EDIT-SCREEN
               GO TO 4000-APPLY-EXIT
            END-IF
            IF MDS-ACTION = 'A'
               WRITE MANDATE-RECORD
            ELSE
               REWRITE MANDATE-RECORD
            END-IF
            IF MDS-FILE-STATUS = '00'
               ADD 1 TO MDS-APPLIED-COUNT
               MOVE 'MANDSCRN' TO AUD-PROGRAM-ID
               MOVE MDT-KEY TO AUD-KEY
               PERFORM 9700-WRITE-AUDIT-RECORD
                  THRU 9700-WRITE-AUDIT-RECORD-EXIT
               DISPLAY 'mandate-screen: change applied by '
                  FUNCTION TRIM(MDS-OPERATOR) ' reason '
                  MDS-REASON-IN
            ELSE
               MOVE 'FILE ERROR, NOT APPLIED' TO MDS-EDIT-ERROR
               DISPLAY EDIT-SCREEN
               ACCEPT EDIT-SCREEN
               SET JOB-WARNING TO TRUE
            END-IF.
        4000-APPLY-EXIT.
            EXIT.

        9999-EXIT.
            IF JOB-OK OR JOB-WARNING
               CALL "posix-close" USING BY VALUE JRN-FD
                   RETURNING JRN-RC
               END-CALL
            END-IF
            CLOSE MANDATE-FILE ACCT-MASTER-FILE CPTY-MASTER-FILE
            DISPLAY 'mandate-screen: ' MDS-APPLIED-COUNT
               ' changes applied'.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jrnl-paragraphs.
        COPY exit-status-paragraphs.
        End Program MANDATE-SCREEN.
