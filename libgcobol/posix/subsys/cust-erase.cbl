      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  cust-erase.cbl
      *
      *  Right-to-erasure run for closed customers past retention.
      *  Walks ACCTMST for closed accounts whose closure (the
      *  master's last-maintenance date, which ACCT-CLOSE sets to
      *  the closure date) is older than the retention period and
      *  erases the customer data held against them.  An account
      *  is kept -- listed on the erasure report (ERASRPT) with the
      *  reason, nothing touched -- when it is on the litigation
      *  exclusion list (ERASEXCL), carries an active hold of any
      *  kind through HOLD-CHECK (legal holds, reason LEGL,
      *  included), is the reference of an open CASEFILE case, or
      *  has open SUSPDTL suspense items against it.  Otherwise:
      *    - every ADDRMST row of the account has its address
      *      lines, city and postcode blanked, and its key id;
      *    - the master's customer name and key id are blanked and
      *      its short name becomes ERASED (AM-ERASED), so the
      *      account can never be selected again;
      *    - an erasure-register entry (ERASEREG, erase-reg.cpy)
      *      records the date, the certificate number and the
      *      closure date, for ERASE-SCRUB to clear the same
      *      accounts out of the extracts and vaulted copies;
      *    - an erasure certificate is written to ERASCERT with
      *      AM-BRANCH in its leading columns, for delivery through
      *      BURST-REPORT, and the erasure is audited (ERASE).
      *  Keys, balances, dates and every transaction-history and
      *  ledger record stay exactly as they were.  After the
      *  account pass, every customer on CUSTMST whose accounts
      *  (CUSTREL) are all erased has its legal name replaced by
      *  ERASED, its birth date zeroed and its tax id blanked, and
      *  its NOTIFPRF contact destinations blanked and suspended
      *  (audited ERACUS).
      *
      *  Every master rewrite goes through the write-ahead journal
      *  of its own master (ACCTJRNL, ADDRJRNL) ahead of the
      *  rewrite, with the erased image on both sides: an erasure
      *  is never backed out, and the journal must not become a
      *  copy of what was erased.  A run that stops part way is
      *  simply run again; an erased account is passed over.
      *
      *  ERASEXCL record layout (fixed columns):
      *      EXC-KEY           X(32)  account under litigation
      *      EXC-REASON        X(40)  printed on the report
      *
      *  Flags (cmdline-parms.cpy style):
      *      -RETAIN=<years>        retention after closure,
      *                             default 7
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. CUST-ERASE.
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
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is CER-ACCT-STATUS.
            Select ADDR-MASTER-FILE Assign To ADDRMST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is ADM-KEY
                File Status Is CER-ADDR-STATUS.
            Select CUST-MASTER-FILE Assign To CUSTMST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CUS-ID
                Alternate Record Key Is CUS-TAX-ID
                    With Duplicates
                File Status Is CER-CUST-STATUS.
            Select CUST-REL-FILE Assign To CUSTREL
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CRL-KEY
                Alternate Record Key Is CRL-ACCOUNT-ALT
                    With Duplicates
                File Status Is CER-REL-STATUS.
            Select NOTIF-PREF-FILE Assign To NOTIFPRF
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is NPF-KEY
                File Status Is CER-NPF-STATUS.
            Select CASE-FILE Assign To CASEFILE
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CSE-ID
                File Status Is CER-CASE-STATUS.
            Select SUSP-DETAIL-FILE Assign To SUSPDTL
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is SUS-KEY
                File Status Is CER-SUSP-STATUS.
            Select ERASE-REG-FILE Assign To ERASEREG
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is ERG-KEY
                File Status Is CER-REG-STATUS.
            Select OPTIONAL EXCLUDE-FILE Assign To ERASEXCL
                Organization Is Line Sequential
                File Status Is CER-EXCL-STATUS.
            Select CERT-FILE Assign To ERASCERT
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To ERASRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  ADDR-MASTER-FILE.
        COPY addr-master.
        FD  CUST-MASTER-FILE.
        COPY cust-master.
        FD  CUST-REL-FILE.
        COPY cust-rel.
        FD  NOTIF-PREF-FILE.
        COPY notif-pref.
        FD  CASE-FILE.
        COPY case-record.
        FD  SUSP-DETAIL-FILE.
        COPY susp-detail.
        FD  ERASE-REG-FILE.
        COPY erase-reg.
        FD  EXCLUDE-FILE.
        01  EXCLUDE-RECORD.
            05  EXC-KEY             PIC X(32).
            05  EXC-REASON          PIC X(40).
        FD  CERT-FILE.
        01  CERT-LINE               PIC X(132).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY hold-check.
        COPY jrnl-record.
        01  JRN-FD                  PIC 9(8) Usage COMP.
        01  JRN-OFFSET              Binary-Long.
        01  JRN-RC                  Binary-Long.
        01  JRN-GOOD-SW             PIC X(01).
            88  JRN-GOOD                Value 'Y', False 'N'.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  CER-RUN-START.
            05  CER-START-SECONDS   Usage BINARY-DOUBLE.
            05  CER-START-NANOS     Usage BINARY-DOUBLE.
        01  CER-RUN-STOP.
            05  CER-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  CER-STOP-NANOS      Usage BINARY-DOUBLE.
        01  CER-ACCT-STATUS         PIC X(02).
        01  CER-ADDR-STATUS         PIC X(02).
        01  CER-CUST-STATUS         PIC X(02).
        01  CER-REL-STATUS          PIC X(02).
        01  CER-NPF-STATUS          PIC X(02).
        01  CER-CASE-STATUS         PIC X(02).
        01  CER-SUSP-STATUS         PIC X(02).
        01  CER-REG-STATUS          PIC X(02).
        01  CER-EXCL-STATUS         PIC X(02).
      * the two journals: account images to the account-master
      * journal, address images to the address-master journal
        01  CER-ACCT-JRNL-PATH      PIC X(256)
                Value '/var/batch/acct-master.jrnl'.
        01  CER-ADDR-JRNL-PATH      PIC X(256)
                Value '/var/batch/addr-master.jrnl'.
        01  CER-ACCT-FD             PIC 9(8) Usage COMP.
        01  CER-ACCT-OFFSET         Binary-Long.
        01  CER-ADDR-FD             PIC 9(8) Usage COMP.
        01  CER-ADDR-OFFSET         Binary-Long.
        01  CER-ENV-NAME            PIC X(64).
        01  CER-ENV-VALUE           PIC X(256).
        01  CER-FD-RC               Binary-Long.
        01  CER-JRNL-SEQ            PIC 9(09) Value 0.
        01  CER-EOF-SWITCH          PIC X(01).
            88  CER-EOF                 Value 'Y', False 'N'.
        01  CER-FILES-SWITCH        PIC X(01) Value 'N'.
            88  CER-FILES-OPEN          Value 'Y', False 'N'.
        01  CER-ADDR-OPEN-SW        PIC X(01) Value 'N'.
            88  CER-ADDR-OPEN           Value 'Y', False 'N'.
        01  CER-CUST-OPEN-SW        PIC X(01) Value 'N'.
            88  CER-CUST-OPEN           Value 'Y', False 'N'.
        01  CER-REL-OPEN-SW         PIC X(01) Value 'N'.
            88  CER-REL-OPEN            Value 'Y', False 'N'.
        01  CER-NPF-OPEN-SW         PIC X(01) Value 'N'.
            88  CER-NPF-OPEN            Value 'Y', False 'N'.
        01  CER-CASE-OPEN-SW        PIC X(01) Value 'N'.
            88  CER-CASE-OPEN           Value 'Y', False 'N'.
        01  CER-SUSP-OPEN-SW        PIC X(01) Value 'N'.
            88  CER-SUSP-OPEN           Value 'Y', False 'N'.
        01  CER-SCAN-DONE-SW        PIC X(01).
            88  CER-SCAN-DONE           Value 'Y', False 'N'.
        01  CER-CUST-EOF-SW         PIC X(01).
            88  CER-CUST-EOF            Value 'Y', False 'N'.
        01  CER-ALL-ERASED-SW       PIC X(01).
            88  CER-ALL-ERASED          Value 'Y', False 'N'.
        01  CER-TODAY               PIC 9(08).
        01  CER-TODAY-YEAR          PIC 9(04).
        01  CER-RETAIN-YEARS        PIC 9(02) Value 7.
        01  CER-CUTOFF-DATE         PIC 9(08).
      * the litigation exclusion list, loaded whole: a partial
      * list would erase an account under litigation
        01  CER-EXCL-COUNT          Binary-Long Value 0.
        01  CER-EXCL-SUB            Binary-Long.
        01  CER-EXCL-TABLE.
            05  CER-EXCL-ENTRY OCCURS 500 TIMES.
                10  CER-X-KEY       PIC X(32).
                10  CER-X-REASON    PIC X(40).
      * one account's erasure
        01  CER-REFUSAL             PIC X(60).
        01  CER-ACCT-KEY            PIC X(32).
        01  CER-BRANCH              PIC X(04).
        01  CER-CLOSED-DATE         PIC 9(08).
        01  CER-ADDR-COUNT          PIC 9(04).
        01  CER-REL-COUNT           PIC 9(04).
        01  CER-NPF-COUNT           PIC 9(04).
        01  CER-CERT-SEQ            PIC 9(06) Value 0.
        01  CER-CERT-NO.
            05  FILLER              PIC X(02) Value 'ER'.
            05  CER-CN-DATE         PIC 9(08).
            05  CER-CN-SEQ          PIC 9(06).
      * run totals
        01  CER-ACCT-READ           PIC 9(09) Value 0.
        01  CER-CANDIDATES          PIC 9(09) Value 0.
        01  CER-ERASED-COUNT        PIC 9(09) Value 0.
        01  CER-KEPT-COUNT          PIC 9(09) Value 0.
        01  CER-ADDR-TOTAL          PIC 9(09) Value 0.
        01  CER-CUST-ERASED         PIC 9(09) Value 0.
        01  CER-HDR-LINE.
            05  FILLER              PIC X(26)
                Value 'CUSTOMER ERASURE RUN --  '.
            05  CER-HDR-DATE        PIC 9(08).
            05  FILLER              PIC X(20)
                Value '   CLOSED BEFORE    '.
            05  CER-HDR-CUTOFF      PIC 9(08).
        01  CER-DETAIL-LINE.
            05  CER-DL-ACTION       PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  CER-DL-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  CER-DL-TEXT         PIC X(60).
        01  CER-TRAILER-LINE.
            05  FILLER              PIC X(12) Value 'CANDIDATES  '.
            05  CER-TR-CANDIDATES   PIC Z(08)9.
            05  FILLER              PIC X(10) Value '  ERASED  '.
            05  CER-TR-ERASED       PIC Z(08)9.
            05  FILLER              PIC X(08) Value '  KEPT  '.
            05  CER-TR-KEPT         PIC Z(08)9.
            05  FILLER              PIC X(13) Value '  CUSTOMERS  '.
            05  CER-TR-CUSTOMERS    PIC Z(08)9.
      * certificate lines carry the burst key in columns 1-4
        01  CER-CERT-HDR.
            05  CER-CH-BRANCH       PIC X(04).
            05  FILLER              PIC X(30)
                Value ' CUSTOMER ERASURE CERTIFICATE '.
            05  FILLER              PIC X(01) Value SPACE.
            05  CER-CH-DATE         PIC 9(08).
        01  CER-CERT-TEXT.
            05  CER-CT-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  CER-CT-LABEL        PIC X(26).
            05  CER-CT-TEXT         PIC X(80).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-ONE-ACCOUNT THRU 2000-ONE-ACCOUNT-EXIT
                   UNTIL CER-EOF
            END-IF
            IF JOB-OK OR JOB-WARNING
               PERFORM 5000-ERASE-CUSTOMERS
                  THRU 5000-ERASE-CUSTOMERS-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET CER-EOF TO FALSE
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'RETAIN' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               IF FUNCTION TEST-NUMVAL(CLP-LOOKUP-VALUE) NOT = 0
                  DISPLAY 'cust-erase: -RETAIN must be a number'
                     ' of years'
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO CER-RETAIN-YEARS
            END-IF
            IF CER-RETAIN-YEARS = 0
               DISPLAY 'cust-erase: a retention of zero years is'
                  ' not accepted'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'cust-erase: no business date established,'
                  ' refusing to erase'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO CER-TODAY
            MOVE CER-TODAY (1:4) TO CER-TODAY-YEAR
            COMPUTE CER-CUTOFF-DATE =
               (CER-TODAY-YEAR - CER-RETAIN-YEARS) * 10000
               + FUNCTION MOD(CER-TODAY, 10000)
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CER-RUN-START)
              TO AUD-RC
            PERFORM 1100-LOAD-EXCLUSIONS
               THRU 1100-LOAD-EXCLUSIONS-EXIT
            IF NOT JOB-OK
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN I-O ACCT-MASTER-FILE
            IF CER-ACCT-STATUS NOT = '00'
               DISPLAY 'cust-erase: cannot open master, status '
                  CER-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN I-O ADDR-MASTER-FILE
            IF CER-ADDR-STATUS NOT = '00'
               DISPLAY 'cust-erase: cannot open ADDRMST, status '
                  CER-ADDR-STATUS
               CLOSE ACCT-MASTER-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            SET CER-ADDR-OPEN TO TRUE
            OPEN I-O ERASE-REG-FILE
            IF CER-REG-STATUS = '35'
      *        first run: build an empty register
               OPEN OUTPUT ERASE-REG-FILE
               CLOSE ERASE-REG-FILE
               OPEN I-O ERASE-REG-FILE
            END-IF
            IF CER-REG-STATUS NOT = '00'
               DISPLAY 'cust-erase: cannot open ERASEREG, status '
                  CER-REG-STATUS
               CLOSE ACCT-MASTER-FILE ADDR-MASTER-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1200-OPEN-JOURNALS THRU 1200-OPEN-JOURNALS-EXIT
            IF NOT JOB-OK
               CLOSE ACCT-MASTER-FILE ADDR-MASTER-FILE
                     ERASE-REG-FILE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
      *     the case, suspense and customer files may not exist
      *     yet on a young system: nothing open in them, nobody to
      *     erase from them
            OPEN INPUT CASE-FILE
            IF CER-CASE-STATUS = '00'
               SET CER-CASE-OPEN TO TRUE
            END-IF
            OPEN INPUT SUSP-DETAIL-FILE
            IF CER-SUSP-STATUS = '00'
               SET CER-SUSP-OPEN TO TRUE
            END-IF
            OPEN I-O CUST-MASTER-FILE
            IF CER-CUST-STATUS = '00'
               SET CER-CUST-OPEN TO TRUE
            END-IF
            OPEN INPUT CUST-REL-FILE
            IF CER-REL-STATUS = '00'
               SET CER-REL-OPEN TO TRUE
            END-IF
            OPEN I-O NOTIF-PREF-FILE
            IF CER-NPF-STATUS = '00'
               SET CER-NPF-OPEN TO TRUE
            END-IF
            OPEN OUTPUT CERT-FILE
            OPEN OUTPUT REPORT-FILE
            SET CER-FILES-OPEN TO TRUE
            IF (CER-CASE-STATUS NOT = '00' AND NOT = '35')
               OR (CER-SUSP-STATUS NOT = '00' AND NOT = '35')
               OR (CER-CUST-STATUS NOT = '00' AND NOT = '35')
               OR (CER-REL-STATUS NOT = '00' AND NOT = '35')
               OR (CER-NPF-STATUS NOT = '00' AND NOT = '35')
               DISPLAY 'cust-erase: satellite file unreadable,'
                  ' CASEFILE ' CER-CASE-STATUS
                  ' SUSPDTL ' CER-SUSP-STATUS
                  ' CUSTMST ' CER-CUST-STATUS
                  ' CUSTREL ' CER-REL-STATUS
                  ' NOTIFPRF ' CER-NPF-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1300-NEXT-CERT-SEQ THRU 1300-NEXT-CERT-SEQ-EXIT
            MOVE CER-TODAY TO CER-HDR-DATE
            MOVE CER-CUTOFF-DATE TO CER-HDR-CUTOFF
            WRITE REPORT-LINE FROM CER-HDR-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE LOW-VALUES TO AM-KEY
            START ACCT-MASTER-FILE KEY >= AM-KEY
            IF CER-ACCT-STATUS NOT = '00'
               SET CER-EOF TO TRUE
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

        1100-LOAD-EXCLUSIONS.
            SET CER-SCAN-DONE TO FALSE
            MOVE 0 TO CER-EXCL-COUNT
            OPEN INPUT EXCLUDE-FILE
            PERFORM 1110-READ-ONE-EXCLUSION
               THRU 1110-READ-ONE-EXCLUSION-EXIT
                UNTIL CER-SCAN-DONE
            CLOSE EXCLUDE-FILE.
        1100-LOAD-EXCLUSIONS-EXIT.
            EXIT.

        1110-READ-ONE-EXCLUSION.
            READ EXCLUDE-FILE
                AT END
                    SET CER-SCAN-DONE TO TRUE
                    GO TO 1110-READ-ONE-EXCLUSION-EXIT
            END-READ
            IF EXC-KEY = SPACES
               GO TO 1110-READ-ONE-EXCLUSION-EXIT
            END-IF
            IF CER-EXCL-COUNT >= 500
               DISPLAY 'cust-erase: exclusion table full at '
                  EXC-KEY ', refusing to erase'
               SET JOB-NEEDS-RERUN TO TRUE
               SET CER-SCAN-DONE TO TRUE
               GO TO 1110-READ-ONE-EXCLUSION-EXIT
            END-IF
            ADD 1 TO CER-EXCL-COUNT
            MOVE EXC-KEY TO CER-X-KEY (CER-EXCL-COUNT)
            MOVE EXC-REASON TO CER-X-REASON (CER-EXCL-COUNT).
        1110-READ-ONE-EXCLUSION-EXIT.
            EXIT.

        1200-OPEN-JOURNALS.
            MOVE 'ACCTJRNL' TO CER-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(CER-ENV-NAME)
              TO CER-ENV-VALUE
            IF CER-ENV-VALUE NOT = SPACES
               MOVE CER-ENV-VALUE TO CER-ACCT-JRNL-PATH
            END-IF
            CALL "posix-open" USING BY REFERENCE CER-ACCT-JRNL-PATH
                 BY VALUE 2
                RETURNING CER-FD-RC
            END-CALL
            IF CER-FD-RC < 0
               DISPLAY 'cust-erase: cannot open master journal,'
                  ' refusing to erase unjournaled'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1200-OPEN-JOURNALS-EXIT
            END-IF
            MOVE CER-FD-RC TO CER-ACCT-FD
            CALL "posix-lseek" USING BY VALUE CER-ACCT-FD
                 BY VALUE 0 BY VALUE 2
                RETURNING CER-ACCT-OFFSET
            END-CALL
            MOVE 'ADDRJRNL' TO CER-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(CER-ENV-NAME)
              TO CER-ENV-VALUE
            IF CER-ENV-VALUE NOT = SPACES
               MOVE CER-ENV-VALUE TO CER-ADDR-JRNL-PATH
            END-IF
            CALL "posix-open" USING BY REFERENCE CER-ADDR-JRNL-PATH
                 BY VALUE 2
                RETURNING CER-FD-RC
            END-CALL
            IF CER-FD-RC < 0
               DISPLAY 'cust-erase: cannot open address journal,'
                  ' refusing to erase unjournaled'
               CALL "posix-close" USING BY VALUE CER-ACCT-FD
                   RETURNING JRN-RC
               END-CALL
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1200-OPEN-JOURNALS-EXIT
            END-IF
            MOVE CER-FD-RC TO CER-ADDR-FD
            CALL "posix-lseek" USING BY VALUE CER-ADDR-FD
                 BY VALUE 0 BY VALUE 2
                RETURNING CER-ADDR-OFFSET
            END-CALL.
        1200-OPEN-JOURNALS-EXIT.
            EXIT.

      * certificate numbers run on from the day's last one, so a
      * second run on one business date never reissues a number
        1300-NEXT-CERT-SEQ.
            MOVE 0 TO CER-CERT-SEQ
            MOVE LOW-VALUES TO ERG-KEY
            START ERASE-REG-FILE KEY >= ERG-KEY
            IF CER-REG-STATUS NOT = '00'
               GO TO 1300-NEXT-CERT-SEQ-EXIT
            END-IF
            SET CER-SCAN-DONE TO FALSE
            PERFORM 1310-TEST-ONE-ENTRY
               THRU 1310-TEST-ONE-ENTRY-EXIT
                UNTIL CER-SCAN-DONE.
        1300-NEXT-CERT-SEQ-EXIT.
            EXIT.

        1310-TEST-ONE-ENTRY.
            READ ERASE-REG-FILE NEXT
                AT END
                    SET CER-SCAN-DONE TO TRUE
                    GO TO 1310-TEST-ONE-ENTRY-EXIT
            END-READ
            IF ERG-ERASED-DATE = CER-TODAY
               AND ERG-CERT-NO (11:6) IS NUMERIC
               AND ERG-CERT-NO (11:6) > CER-CERT-SEQ
               MOVE ERG-CERT-NO (11:6) TO CER-CERT-SEQ
            END-IF.
        1310-TEST-ONE-ENTRY-EXIT.
            EXIT.

        2000-ONE-ACCOUNT.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET CER-EOF TO TRUE
                    GO TO 2000-ONE-ACCOUNT-EXIT
            END-READ
            ADD 1 TO CER-ACCT-READ
            IF NOT AM-STATUS-CLOSED OR AM-ERASED
               OR AM-LAST-MAINT-DATE >= CER-CUTOFF-DATE
               GO TO 2000-ONE-ACCOUNT-EXIT
            END-IF
            ADD 1 TO CER-CANDIDATES
            MOVE AM-KEY TO CER-ACCT-KEY
            MOVE AM-BRANCH TO CER-BRANCH
            MOVE AM-LAST-MAINT-DATE TO CER-CLOSED-DATE
            MOVE SPACES TO CER-REFUSAL
            PERFORM 3000-CHECK-ACCOUNT THRU 3000-CHECK-ACCOUNT-EXIT
            IF CER-REFUSAL = SPACES
               PERFORM 4000-ERASE-ACCOUNT
                  THRU 4000-ERASE-ACCOUNT-EXIT
            END-IF
            IF CER-REFUSAL NOT = SPACES
               PERFORM 2900-KEEP THRU 2900-KEEP-EXIT
            END-IF.
        2000-ONE-ACCOUNT-EXIT.
            EXIT.

        2900-KEEP.
            ADD 1 TO CER-KEPT-COUNT
            MOVE 'KEPT' TO CER-DL-ACTION
            MOVE CER-ACCT-KEY TO CER-DL-KEY
            MOVE CER-REFUSAL TO CER-DL-TEXT
            WRITE REPORT-LINE FROM CER-DETAIL-LINE.
        2900-KEEP-EXIT.
            EXIT.

      * everything that can keep an account is tested before the
      * first byte is erased
        3000-CHECK-ACCOUNT.
            PERFORM 3050-TEST-ONE-EXCLUSION
               THRU 3050-TEST-ONE-EXCLUSION-EXIT
               VARYING CER-EXCL-SUB FROM 1 BY 1
               UNTIL CER-EXCL-SUB > CER-EXCL-COUNT
                  OR CER-REFUSAL NOT = SPACES
            IF CER-REFUSAL NOT = SPACES
               GO TO 3000-CHECK-ACCOUNT-EXIT
            END-IF
            MOVE CER-ACCT-KEY TO HCQ-KEY
            MOVE CER-TODAY TO HCQ-ASOF-DATE
            MOVE SPACES TO HCQ-REQUEST
            CALL 'HOLD-CHECK' USING HCQ-CONTROL
            IF NOT HCQ-OK
      *        an erasure cannot be taken back: no hold answer, no
      *        erasure
               MOVE 'HOLDS FILE UNAVAILABLE' TO CER-REFUSAL
               GO TO 3000-CHECK-ACCOUNT-EXIT
            END-IF
            IF HCQ-COUNT > 0
               MOVE 'ACTIVE OR LEGAL HOLDS ON ACCOUNT' TO CER-REFUSAL
               GO TO 3000-CHECK-ACCOUNT-EXIT
            END-IF
            PERFORM 3100-CHECK-CASES THRU 3100-CHECK-CASES-EXIT
            IF CER-REFUSAL NOT = SPACES
               GO TO 3000-CHECK-ACCOUNT-EXIT
            END-IF
            PERFORM 3200-CHECK-SUSPENSE
               THRU 3200-CHECK-SUSPENSE-EXIT.
        3000-CHECK-ACCOUNT-EXIT.
            EXIT.

        3050-TEST-ONE-EXCLUSION.
            IF CER-X-KEY (CER-EXCL-SUB) = CER-ACCT-KEY
               STRING 'LITIGATION: ' DELIMITED BY SIZE
                      CER-X-REASON (CER-EXCL-SUB) DELIMITED BY SIZE
                 INTO CER-REFUSAL
               END-STRING
            END-IF.
        3050-TEST-ONE-EXCLUSION-EXIT.
            EXIT.

      * cases are keyed by case id, not account: the open cases
      * are found by walking the file
        3100-CHECK-CASES.
            IF NOT CER-CASE-OPEN
               GO TO 3100-CHECK-CASES-EXIT
            END-IF
            MOVE 0 TO CSE-ID
            START CASE-FILE KEY >= CSE-ID
            IF CER-CASE-STATUS NOT = '00'
               GO TO 3100-CHECK-CASES-EXIT
            END-IF
            SET CER-SCAN-DONE TO FALSE
            PERFORM 3110-TEST-ONE-CASE
               THRU 3110-TEST-ONE-CASE-EXIT
                UNTIL CER-SCAN-DONE.
        3100-CHECK-CASES-EXIT.
            EXIT.

        3110-TEST-ONE-CASE.
            READ CASE-FILE NEXT
                AT END
                    SET CER-SCAN-DONE TO TRUE
                    GO TO 3110-TEST-ONE-CASE-EXIT
            END-READ
            IF CSE-ID NOT = 0 AND CSE-STATUS-OPEN
               AND CSE-REFERENCE = CER-ACCT-KEY
               MOVE 'OPEN CASE ON ACCOUNT' TO CER-REFUSAL
               SET CER-SCAN-DONE TO TRUE
            END-IF.
        3110-TEST-ONE-CASE-EXIT.
            EXIT.

      * suspense is keyed by date, not account: the open items
      * are found by walking the file
        3200-CHECK-SUSPENSE.
            IF NOT CER-SUSP-OPEN
               GO TO 3200-CHECK-SUSPENSE-EXIT
            END-IF
            MOVE LOW-VALUES TO SUS-KEY
            START SUSP-DETAIL-FILE KEY >= SUS-KEY
            IF CER-SUSP-STATUS NOT = '00'
               GO TO 3200-CHECK-SUSPENSE-EXIT
            END-IF
            SET CER-SCAN-DONE TO FALSE
            PERFORM 3210-TEST-ONE-ITEM
               THRU 3210-TEST-ONE-ITEM-EXIT
                UNTIL CER-SCAN-DONE.
        3200-CHECK-SUSPENSE-EXIT.
            EXIT.

        3210-TEST-ONE-ITEM.
            READ SUSP-DETAIL-FILE NEXT
                AT END
                    SET CER-SCAN-DONE TO TRUE
                    GO TO 3210-TEST-ONE-ITEM-EXIT
            END-READ
            IF SUS-STATUS-OPEN AND SUS-ORIG-KEY = CER-ACCT-KEY
               MOVE 'OPEN SUSPENSE ITEMS' TO CER-REFUSAL
               SET CER-SCAN-DONE TO TRUE
            END-IF.
        3210-TEST-ONE-ITEM-EXIT.
            EXIT.

        3600-JOURNAL-ACCOUNT.
            MOVE CER-ACCT-FD TO JRN-FD
            MOVE CER-ACCT-OFFSET TO JRN-OFFSET
            PERFORM 3650-JOURNAL-ONE THRU 3650-JOURNAL-ONE-EXIT
            MOVE JRN-OFFSET TO CER-ACCT-OFFSET.
        3600-JOURNAL-ACCOUNT-EXIT.
            EXIT.

        3610-JOURNAL-ADDRESS.
            MOVE CER-ADDR-FD TO JRN-FD
            MOVE CER-ADDR-OFFSET TO JRN-OFFSET
            PERFORM 3650-JOURNAL-ONE THRU 3650-JOURNAL-ONE-EXIT
            MOVE JRN-OFFSET TO CER-ADDR-OFFSET.
        3610-JOURNAL-ADDRESS-EXIT.
            EXIT.

        3650-JOURNAL-ONE.
            ADD 1 TO CER-JRNL-SEQ
            MOVE CER-JRNL-SEQ TO JRN-SEQUENCE
            MOVE CER-TODAY TO JRN-RUN-ID
            MOVE 'CUSTERAS' TO JRN-PROGRAM-ID
            SET JRN-ACTION-UPDATE TO TRUE
            PERFORM 9550-WRITE-JOURNAL
               THRU 9550-WRITE-JOURNAL-EXIT.
        3650-JOURNAL-ONE-EXIT.
            EXIT.

      * the addresses go first and the master last: until the
      * master says ERASED the account is selected again, so a
      * run that stops part way finishes the job next time
        4000-ERASE-ACCOUNT.
            MOVE 0 TO CER-ADDR-COUNT
            PERFORM 4100-ERASE-ADDRESSES
               THRU 4100-ERASE-ADDRESSES-EXIT
            IF CER-REFUSAL NOT = SPACES
               GO TO 4000-ERASE-ACCOUNT-EXIT
            END-IF
            MOVE 'ERASED' TO AM-SHORT-NAME
            MOVE SPACES TO AM-CUSTOMER-NAME AM-PII-KEY-ID
            MOVE ACCT-MASTER-RECORD TO JRN-BEFORE-IMAGE
            MOVE ACCT-MASTER-RECORD TO JRN-AFTER-IMAGE
            MOVE CER-ACCT-KEY TO JRN-KEY
            PERFORM 3600-JOURNAL-ACCOUNT
               THRU 3600-JOURNAL-ACCOUNT-EXIT
            IF NOT JRN-GOOD
               MOVE 'JOURNAL FAILED, NOT ERASED' TO CER-REFUSAL
               GO TO 4000-ERASE-ACCOUNT-EXIT
            END-IF
            REWRITE ACCT-MASTER-RECORD
            IF CER-ACCT-STATUS NOT = '00'
               MOVE 'MASTER REWRITE FAILED, NOT ERASED'
                 TO CER-REFUSAL
               GO TO 4000-ERASE-ACCOUNT-EXIT
            END-IF
            ADD 1 TO CER-CERT-SEQ
            MOVE CER-TODAY TO CER-CN-DATE
            MOVE CER-CERT-SEQ TO CER-CN-SEQ
            PERFORM 4200-REGISTER THRU 4200-REGISTER-EXIT
            MOVE 'CUSTERAS' TO AUD-PROGRAM-ID
            MOVE 'ERASE' TO AUD-ACTION
            MOVE CER-ACCT-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT
            PERFORM 4500-WRITE-CERTIFICATE
               THRU 4500-WRITE-CERTIFICATE-EXIT
            ADD 1 TO CER-ERASED-COUNT
            ADD CER-ADDR-COUNT TO CER-ADDR-TOTAL
            MOVE 'ERASED' TO CER-DL-ACTION
            MOVE CER-ACCT-KEY TO CER-DL-KEY
            MOVE SPACES TO CER-DL-TEXT
            STRING 'CERTIFICATE ' CER-CERT-NO ' ADDRESSES '
                   CER-ADDR-COUNT DELIMITED BY SIZE
              INTO CER-DL-TEXT
            END-STRING
            WRITE REPORT-LINE FROM CER-DETAIL-LINE.
        4000-ERASE-ACCOUNT-EXIT.
            EXIT.

      * every dated address row of the account, current and past
        4100-ERASE-ADDRESSES.
            MOVE CER-ACCT-KEY TO ADM-ACCOUNT-KEY
            MOVE 0 TO ADM-EFFECTIVE-DATE
            START ADDR-MASTER-FILE KEY >= ADM-KEY
            IF CER-ADDR-STATUS NOT = '00'
               GO TO 4100-ERASE-ADDRESSES-EXIT
            END-IF
            SET CER-SCAN-DONE TO FALSE
            PERFORM 4110-ERASE-ONE-ADDRESS
               THRU 4110-ERASE-ONE-ADDRESS-EXIT
                UNTIL CER-SCAN-DONE.
        4100-ERASE-ADDRESSES-EXIT.
            EXIT.

        4110-ERASE-ONE-ADDRESS.
            READ ADDR-MASTER-FILE NEXT
                AT END
                    SET CER-SCAN-DONE TO TRUE
                    GO TO 4110-ERASE-ONE-ADDRESS-EXIT
            END-READ
            IF ADM-ACCOUNT-KEY NOT = CER-ACCT-KEY
               SET CER-SCAN-DONE TO TRUE
               GO TO 4110-ERASE-ONE-ADDRESS-EXIT
            END-IF
            MOVE SPACES TO ADM-ADDR1 ADM-ADDR2 ADM-CITY
                           ADM-POSTCODE ADM-PII-KEY-ID
            MOVE ADDR-MASTER-RECORD TO JRN-BEFORE-IMAGE
            MOVE ADDR-MASTER-RECORD TO JRN-AFTER-IMAGE
            MOVE ADM-KEY TO JRN-KEY
            PERFORM 3610-JOURNAL-ADDRESS
               THRU 3610-JOURNAL-ADDRESS-EXIT
            IF NOT JRN-GOOD
               MOVE 'ADDRESS JOURNAL FAILED, NOT ERASED'
                 TO CER-REFUSAL
               SET CER-SCAN-DONE TO TRUE
               GO TO 4110-ERASE-ONE-ADDRESS-EXIT
            END-IF
            REWRITE ADDR-MASTER-RECORD
            IF CER-ADDR-STATUS NOT = '00'
               MOVE 'ADDRESS REWRITE FAILED, NOT ERASED'
                 TO CER-REFUSAL
               SET CER-SCAN-DONE TO TRUE
               GO TO 4110-ERASE-ONE-ADDRESS-EXIT
            END-IF
            ADD 1 TO CER-ADDR-COUNT.
        4110-ERASE-ONE-ADDRESS-EXIT.
            EXIT.

        4200-REGISTER.
            MOVE SPACES TO ERASE-REG-RECORD
            MOVE CER-ACCT-KEY TO ERG-KEY
            MOVE CER-TODAY TO ERG-ERASED-DATE
            MOVE CER-CERT-NO TO ERG-CERT-NO
            MOVE CER-CLOSED-DATE TO ERG-CLOSED-DATE
            MOVE CER-RETAIN-YEARS TO ERG-RETAIN-YEARS
            MOVE CER-ADDR-COUNT TO ERG-ADDR-COUNT
            WRITE ERASE-REG-RECORD
            IF CER-REG-STATUS = '22'
               REWRITE ERASE-REG-RECORD
            END-IF
            IF CER-REG-STATUS NOT = '00'
      *        the master is already erased; only the register
      *        entry is missing, and ERASE-SCRUB works from it
               DISPLAY 'cust-erase: register entry not written for '
                  CER-ACCT-KEY ' status ' CER-REG-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        4200-REGISTER-EXIT.
            EXIT.

        4500-WRITE-CERTIFICATE.
            MOVE CER-BRANCH TO CER-CH-BRANCH
            MOVE CER-TODAY TO CER-CH-DATE
            WRITE CERT-LINE FROM CER-CERT-HDR
            MOVE CER-BRANCH TO CER-CT-BRANCH
            MOVE 'CERTIFICATE NUMBER' TO CER-CT-LABEL
            MOVE CER-CERT-NO TO CER-CT-TEXT
            WRITE CERT-LINE FROM CER-CERT-TEXT
            MOVE 'ACCOUNT' TO CER-CT-LABEL
            MOVE CER-ACCT-KEY TO CER-CT-TEXT
            WRITE CERT-LINE FROM CER-CERT-TEXT
            MOVE 'ACCOUNT CLOSED' TO CER-CT-LABEL
            MOVE CER-CLOSED-DATE TO CER-CT-TEXT
            WRITE CERT-LINE FROM CER-CERT-TEXT
            MOVE 'RETENTION PERIOD (YEARS)' TO CER-CT-LABEL
            MOVE CER-RETAIN-YEARS TO CER-CT-TEXT
            WRITE CERT-LINE FROM CER-CERT-TEXT
            MOVE 'DATA ERASED' TO CER-CT-LABEL
            MOVE 'CUSTOMER NAME, ADDRESSES, BIRTH DATE, TAX ID,'
              TO CER-CT-TEXT
            WRITE CERT-LINE FROM CER-CERT-TEXT
            MOVE SPACES TO CER-CT-LABEL
            MOVE 'CONTACT DESTINATIONS, EXTRACT AND VAULT COPIES'
              TO CER-CT-TEXT
            WRITE CERT-LINE FROM CER-CERT-TEXT
            MOVE 'ADDRESS RECORDS ERASED' TO CER-CT-LABEL
            MOVE CER-ADDR-COUNT TO CER-CT-TEXT
            WRITE CERT-LINE FROM CER-CERT-TEXT
            MOVE 'DATA RETAINED' TO CER-CT-LABEL
            MOVE 'ACCOUNT KEY, BALANCES AND MONETARY HISTORY'
              TO CER-CT-TEXT
            WRITE CERT-LINE FROM CER-CERT-TEXT
            MOVE 'ERASED ON' TO CER-CT-LABEL
            MOVE CER-TODAY TO CER-CT-TEXT
            WRITE CERT-LINE FROM CER-CERT-TEXT
            MOVE SPACES TO CERT-LINE
            MOVE CER-BRANCH TO CERT-LINE (1:4)
            WRITE CERT-LINE.
        4500-WRITE-CERTIFICATE-EXIT.
            EXIT.

      * a customer is erased only once every account it holds has
      * been: one live account keeps the whole identity
        5000-ERASE-CUSTOMERS.
            IF NOT CER-CUST-OPEN OR NOT CER-REL-OPEN
               GO TO 5000-ERASE-CUSTOMERS-EXIT
            END-IF
            MOVE LOW-VALUES TO CUS-ID
            START CUST-MASTER-FILE KEY >= CUS-ID
            IF CER-CUST-STATUS NOT = '00'
               GO TO 5000-ERASE-CUSTOMERS-EXIT
            END-IF
            SET CER-CUST-EOF TO FALSE
            PERFORM 5100-ONE-CUSTOMER THRU 5100-ONE-CUSTOMER-EXIT
                UNTIL CER-CUST-EOF.
        5000-ERASE-CUSTOMERS-EXIT.
            EXIT.

        5100-ONE-CUSTOMER.
            READ CUST-MASTER-FILE NEXT
                AT END
                    SET CER-CUST-EOF TO TRUE
                    GO TO 5100-ONE-CUSTOMER-EXIT
            END-READ
            IF CUS-ERASED
               GO TO 5100-ONE-CUSTOMER-EXIT
            END-IF
            MOVE 0 TO CER-REL-COUNT
            SET CER-ALL-ERASED TO TRUE
            MOVE CUS-ID TO CRL-CUSTOMER-ID
            MOVE LOW-VALUES TO CRL-ACCOUNT-KEY
            START CUST-REL-FILE KEY >= CRL-KEY
            IF CER-REL-STATUS NOT = '00'
               GO TO 5100-ONE-CUSTOMER-EXIT
            END-IF
            SET CER-SCAN-DONE TO FALSE
            PERFORM 5110-TEST-ONE-RELATION
               THRU 5110-TEST-ONE-RELATION-EXIT
                UNTIL CER-SCAN-DONE
            IF CER-REL-COUNT = 0 OR NOT CER-ALL-ERASED
               GO TO 5100-ONE-CUSTOMER-EXIT
            END-IF
            MOVE 'ERASED' TO CUS-LEGAL-NAME
            MOVE 0 TO CUS-BIRTH-DATE
            MOVE SPACES TO CUS-TAX-ID
            SET CUS-STATUS-CLOSED TO TRUE
            MOVE CER-TODAY TO CUS-LAST-MAINT-DATE
            REWRITE CUST-MASTER-RECORD
            IF CER-CUST-STATUS NOT = '00'
               DISPLAY 'cust-erase: customer ' CUS-ID
                  ' not erased, status ' CER-CUST-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 5100-ONE-CUSTOMER-EXIT
            END-IF
            MOVE 0 TO CER-NPF-COUNT
            PERFORM 5200-ERASE-CONTACTS THRU 5200-ERASE-CONTACTS-EXIT
            ADD 1 TO CER-CUST-ERASED
            MOVE 'CUSTERAS' TO AUD-PROGRAM-ID
            MOVE 'ERACUS' TO AUD-ACTION
            MOVE CUS-ID TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT
            MOVE 'ERASED' TO CER-DL-ACTION
            MOVE CUS-ID TO CER-DL-KEY
            MOVE SPACES TO CER-DL-TEXT
            STRING 'CUSTOMER, ACCOUNTS ' CER-REL-COUNT
                   ' CONTACTS ' CER-NPF-COUNT DELIMITED BY SIZE
              INTO CER-DL-TEXT
            END-STRING
            WRITE REPORT-LINE FROM CER-DETAIL-LINE.
        5100-ONE-CUSTOMER-EXIT.
            EXIT.

        5110-TEST-ONE-RELATION.
            READ CUST-REL-FILE NEXT
                AT END
                    SET CER-SCAN-DONE TO TRUE
                    GO TO 5110-TEST-ONE-RELATION-EXIT
            END-READ
            IF CRL-CUSTOMER-ID NOT = CUS-ID
               SET CER-SCAN-DONE TO TRUE
               GO TO 5110-TEST-ONE-RELATION-EXIT
            END-IF
            ADD 1 TO CER-REL-COUNT
            MOVE CRL-ACCOUNT-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF CER-ACCT-STATUS NOT = '00' OR NOT AM-ERASED
               SET CER-ALL-ERASED TO FALSE
               SET CER-SCAN-DONE TO TRUE
            END-IF.
        5110-TEST-ONE-RELATION-EXIT.
            EXIT.

        5200-ERASE-CONTACTS.
            IF NOT CER-NPF-OPEN
               GO TO 5200-ERASE-CONTACTS-EXIT
            END-IF
            MOVE CUS-ID TO NPF-CUSTOMER-ID
            MOVE LOW-VALUES TO NPF-CHANNEL
            START NOTIF-PREF-FILE KEY >= NPF-KEY
            IF CER-NPF-STATUS NOT = '00'
               GO TO 5200-ERASE-CONTACTS-EXIT
            END-IF
            SET CER-SCAN-DONE TO FALSE
            PERFORM 5210-ERASE-ONE-CONTACT
               THRU 5210-ERASE-ONE-CONTACT-EXIT
                UNTIL CER-SCAN-DONE.
        5200-ERASE-CONTACTS-EXIT.
            EXIT.

        5210-ERASE-ONE-CONTACT.
            READ NOTIF-PREF-FILE NEXT
                AT END
                    SET CER-SCAN-DONE TO TRUE
                    GO TO 5210-ERASE-ONE-CONTACT-EXIT
            END-READ
            IF NPF-CUSTOMER-ID NOT = CUS-ID
               SET CER-SCAN-DONE TO TRUE
               GO TO 5210-ERASE-ONE-CONTACT-EXIT
            END-IF
            MOVE SPACES TO NPF-DESTINATION
            SET NPF-STATUS-SUSPENDED TO TRUE
            MOVE CER-TODAY TO NPF-LAST-MAINT-DATE
            REWRITE NOTIF-PREF-RECORD
            IF CER-NPF-STATUS NOT = '00'
               DISPLAY 'cust-erase: contact of ' CUS-ID
                  ' not erased, status ' CER-NPF-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               SET CER-SCAN-DONE TO TRUE
               GO TO 5210-ERASE-ONE-CONTACT-EXIT
            END-IF
            ADD 1 TO CER-NPF-COUNT.
        5210-ERASE-ONE-CONTACT-EXIT.
            EXIT.

        9999-EXIT.
            IF CER-FILES-OPEN
               MOVE CER-CANDIDATES TO CER-TR-CANDIDATES
               MOVE CER-ERASED-COUNT TO CER-TR-ERASED
               MOVE CER-KEPT-COUNT TO CER-TR-KEPT
               MOVE CER-CUST-ERASED TO CER-TR-CUSTOMERS
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM CER-TRAILER-LINE
               CALL "posix-close" USING BY VALUE CER-ACCT-FD
                   RETURNING JRN-RC
               END-CALL
               CALL "posix-close" USING BY VALUE CER-ADDR-FD
                   RETURNING JRN-RC
               END-CALL
               CLOSE ACCT-MASTER-FILE ADDR-MASTER-FILE
                     ERASE-REG-FILE CERT-FILE REPORT-FILE
               IF CER-CASE-OPEN
                  CLOSE CASE-FILE
               END-IF
               IF CER-SUSP-OPEN
                  CLOSE SUSP-DETAIL-FILE
               END-IF
               IF CER-CUST-OPEN
                  CLOSE CUST-MASTER-FILE
               END-IF
               IF CER-REL-OPEN
                  CLOSE CUST-REL-FILE
               END-IF
               IF CER-NPF-OPEN
                  CLOSE NOTIF-PREF-FILE
               END-IF
            END-IF
            DISPLAY 'cust-erase: ' CER-ACCT-READ ' accounts read, '
               CER-CANDIDATES ' past retention, '
               CER-ERASED-COUNT ' erased, '
               CER-KEPT-COUNT ' kept, '
               CER-CUST-ERASED ' customers erased'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CER-RUN-STOP)
              TO AUD-RC
            MOVE 'CUSTERAS' TO JHR-PROGRAM-ID
            MOVE CER-TODAY TO JHR-BUSINESS-DATE
            MOVE CER-START-SECONDS TO JHR-START-SECONDS
            MOVE CER-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE CER-ACCT-READ TO JHR-RECORDS-IN
            MOVE CER-ERASED-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jrnl-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program CUST-ERASE.
