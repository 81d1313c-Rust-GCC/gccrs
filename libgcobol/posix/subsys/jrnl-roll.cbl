      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  jrnl-roll.cbl
      *
      *  Daily generation switch for the account-master write-ahead
      *  journal (ACCTJRNL), run as a step after BUSDATE-ROLL and
      *  before the new day's first posting.  The journal used to
      *  grow without limit and every reader scanned it from the
      *  start; now the generation open through the day just
      *  closed is sealed -- renamed to <journal path>.G<nnnnnn>
      *  and made read-only -- a fresh live journal is created at
      *  the ACCTJRNL path for the writers, and the generation is
      *  entered on the journal index (JRNLIDX, jrnl-gen.cpy) with
      *  its business date, the first and last business dates and
      *  journal sequences it holds, its entry count, size and
      *  location.  The readers (JRNL-INDEX) then open only the
      *  generations covering the dates they need.
      *
      *  Sealed generations are vaulted: moved to the vault
      *  directory, entered on the vault catalog (VAULTCAT, file
      *  type JRNLGEN) as RETENTION-MGR enters what it vaults, and
      *  their index location changed to the vault copy.  -KEEP
      *  holds the newest generations on local disk for that many
      *  days first.  Every seal and every vaulting writes an audit
      *  line (SEAL, VAULT).
      *
      *  A rerun on the same business date seals nothing (the open
      *  generation already opened on it) and only retries the
      *  vaulting.  A run that died after the rename finds the
      *  sealed copy in place and goes on from there.  No journal
      *  writer may run while this step does.
      *
      *  Each generation is entered with the entry length it is
      *  written at (JGX-ENTRY-LENGTH): the one opened here at the
      *  current JRN-RECORD length, the one sealed at the length it
      *  was opened with -- the short layout when its index entry
      *  has none, as for one opened before the length was kept.
      *  The scan of the sealed copy steps by that length, and a
      *  size that is not a whole number of entries is reported.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -KEEP=<days>    days a sealed generation stays on local
      *                      disk before it is vaulted, default 0
      *      -VAULT=<dir>    default /var/vault
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  Generations carry their entry length;
      *                        the seal scan steps by it.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. JRNL-ROLL.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-PWRITE
            Function POSIX-PREAD
            Function POSIX-FSYNC
            Function POSIX-GETENV
            Function POSIX-CREAT
            Function POSIX-CHMOD
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select JRNL-INDEX-FILE Assign To JRNLIDX
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is JGX-GENERATION
                File Status Is JRL-INDEX-STATUS.
            Select OPTIONAL VAULT-CATALOG-FILE Assign To VAULTCAT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  JRNL-INDEX-FILE.
        COPY jrnl-gen.
        FD  VAULT-CATALOG-FILE.
        COPY vault-catalog.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY jrnl-record.
        01  JRN-FD                  PIC 9(8) Usage COMP Value 0.
        01  JRN-OFFSET              Binary-Long.
        01  JRN-RC                  Binary-Long.
        01  JRN-GOOD-SW             PIC X(01).
            88  JRN-GOOD                Value 'Y', False 'N'.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  JRL-RUN-START.
            05  JRL-START-SECONDS   Usage BINARY-DOUBLE.
            05  JRL-START-NANOS     Usage BINARY-DOUBLE.
        01  JRL-RUN-STOP.
            05  JRL-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  JRL-STOP-NANOS      Usage BINARY-DOUBLE.
        01  JRL-INDEX-STATUS        PIC X(02).
        01  JRL-INDEX-SWITCH        PIC X(01) Value 'N'.
            88  JRL-INDEX-OPEN          Value 'Y', False 'N'.
        01  JRL-VCAT-SWITCH         PIC X(01) Value 'N'.
            88  JRL-VCAT-OPEN           Value 'Y', False 'N'.
        01  JRL-ROLLED-SWITCH       PIC X(01) Value 'N'.
            88  JRL-ALREADY-ROLLED      Value 'Y', False 'N'.
        01  JRL-HEADER-SWITCH       PIC X(01) Value 'N'.
            88  JRL-HEADER-FOUND        Value 'Y', False 'N'.
        01  JRL-GEN-SWITCH          PIC X(01) Value 'N'.
            88  JRL-GEN-FOUND           Value 'Y', False 'N'.
        01  JRL-EOF-SWITCH          PIC X(01).
            88  JRL-EOF                 Value 'Y', False 'N'.
        01  JRL-TODAY               PIC 9(08).
        01  JRL-KEEP                PIC 9(04) Value 0.
        01  JRL-VAULT-DIR           PIC X(256) Value '/var/vault'.
        01  JRL-LIVE-PATH           PIC X(256)
                Value '/var/batch/acct-master.jrnl'.
        01  JRL-SEALED-PATH         PIC X(256).
        01  JRL-VAULT-PATH          PIC X(256).
        01  JRL-ENV-NAME            PIC X(64).
        01  JRL-ENV-VALUE           PIC X(256).
        01  JRL-RC                  Binary-Long.
        01  JRL-CURRENT-GEN         PIC 9(06).
        01  JRL-OPEN-DATE           PIC 9(08).
        01  JRL-GEN-DISPLAY         PIC 9(06).
        01  JRL-RUN-DATE-X          PIC X(08).
        01  JRL-RUN-DATE REDEFINES JRL-RUN-DATE-X
                                    PIC 9(08).
        01  JRL-UNDATED-SWITCH      PIC X(01).
            88  JRL-UNDATED-SEEN        Value 'Y', False 'N'.
        01  JRL-COUNT               PIC 9(09).
        01  JRL-ENTRY-LENGTH        PIC 9(05).
        01  JRL-SIZE-ENTRIES        PIC 9(09).
        01  JRL-SIZE-TAIL           PIC 9(05).
        01  JRL-FIRST-SEQUENCE      PIC 9(09).
        01  JRL-LAST-SEQUENCE       PIC 9(09).
        01  JRL-FIRST-DATE          PIC 9(08).
        01  JRL-LAST-DATE           PIC 9(08).
        01  JRL-AGE-DAYS            PIC S9(07).
        01  JRL-SLASH-AT            Binary-Long.
        01  JRL-SCAN-SUB            Binary-Long.
        01  JRL-SEALED-COUNT        PIC 9(05) Value 0.
        01  JRL-VAULTED-COUNT       PIC 9(05) Value 0.
        01  JRL-ERROR-COUNT         PIC 9(05) Value 0.
        01  JRL-STATBUF             PIC X(144).
      *  x86-64 linux struct stat: st_size at byte 49, as
      *  RETENTION-MGR reads it
        01  JRL-STAT-OVERLAY REDEFINES JRL-STATBUF.
            05  FILLER              PIC X(48).
            05  JRL-ST-SIZE         Usage BINARY-DOUBLE.
            05  FILLER              PIC X(88).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK AND NOT JRL-ALREADY-ROLLED
               PERFORM 2000-SEAL-CURRENT THRU 2000-SEAL-CURRENT-EXIT
            END-IF
            IF JOB-OK OR JOB-WARNING
               PERFORM 3000-VAULT-SEALED THRU 3000-VAULT-SEALED-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'KEEP' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO JRL-KEEP
            END-IF
            MOVE 'VAULT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO JRL-VAULT-DIR
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'jrnl-roll: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO JRL-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, JRL-RUN-START)
              TO AUD-RC
            MOVE 'ACCTJRNL' TO JRL-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(JRL-ENV-NAME)
              TO JRL-ENV-VALUE
            IF JRL-ENV-VALUE NOT = SPACES
               MOVE JRL-ENV-VALUE TO JRL-LIVE-PATH
            END-IF
            OPEN I-O JRNL-INDEX-FILE
            IF JRL-INDEX-STATUS = '35'
      *        the first roll builds the index
               OPEN OUTPUT JRNL-INDEX-FILE
               CLOSE JRNL-INDEX-FILE
               OPEN I-O JRNL-INDEX-FILE
            END-IF
            IF JRL-INDEX-STATUS NOT = '00'
               DISPLAY 'jrnl-roll: cannot open JRNLIDX, status '
                  JRL-INDEX-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            SET JRL-INDEX-OPEN TO TRUE
            MOVE 1 TO JRL-CURRENT-GEN
            MOVE 0 TO JRL-OPEN-DATE
            MOVE JRN-SHORT-LENGTH TO JRL-ENTRY-LENGTH
            MOVE 0 TO JGX-GENERATION
            READ JRNL-INDEX-FILE
            IF JRL-INDEX-STATUS = '00'
               SET JRL-HEADER-FOUND TO TRUE
               MOVE JGX-CURRENT-GEN TO JRL-CURRENT-GEN
            END-IF
            MOVE JRL-CURRENT-GEN TO JGX-GENERATION
            READ JRNL-INDEX-FILE
            IF JRL-INDEX-STATUS = '00'
               SET JRL-GEN-FOUND TO TRUE
               MOVE JGX-BUSINESS-DATE TO JRL-OPEN-DATE
               IF JGX-ENTRY-LENGTH NUMERIC AND JGX-ENTRY-LENGTH > 0
                  MOVE JGX-ENTRY-LENGTH TO JRL-ENTRY-LENGTH
               END-IF
            END-IF
            IF JRL-OPEN-DATE = JRL-TODAY
               DISPLAY 'jrnl-roll: generation ' JRL-CURRENT-GEN
                  ' already opened on ' JRL-TODAY ', nothing to seal'
               SET JRL-ALREADY-ROLLED TO TRUE
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Seal the open generation: rename it beside the live path,
      *  start the new live journal, then enter both on the index.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        2000-SEAL-CURRENT.
            MOVE JRL-CURRENT-GEN TO JRL-GEN-DISPLAY
            MOVE SPACES TO JRL-SEALED-PATH
            STRING JRL-LIVE-PATH   DELIMITED BY SPACE
                   '.G'            DELIMITED BY SIZE
                   JRL-GEN-DISPLAY DELIMITED BY SIZE
                INTO JRL-SEALED-PATH
            CALL "posix-stat" USING BY REFERENCE JRL-SEALED-PATH
                                     BY REFERENCE JRL-STATBUF
                RETURNING JRL-RC
            END-CALL
            IF JRL-RC = 0
               DISPLAY 'jrnl-roll: generation ' JRL-CURRENT-GEN
                  ' already sealed, completing the switch'
            ELSE
               PERFORM 2050-RENAME-LIVE THRU 2050-RENAME-LIVE-EXIT
               IF NOT JOB-OK
                  GO TO 2000-SEAL-CURRENT-EXIT
               END-IF
            END-IF
            PERFORM 2200-CREATE-LIVE THRU 2200-CREATE-LIVE-EXIT
            IF NOT JOB-OK
               GO TO 2000-SEAL-CURRENT-EXIT
            END-IF
            IF JRL-SEALED-PATH = SPACES
      *        there was no journal to seal: the open generation
      *        simply starts over on today
               PERFORM 2500-WRITE-OPEN-GEN
                  THRU 2500-WRITE-OPEN-GEN-EXIT
               GO TO 2000-SEAL-CURRENT-EXIT
            END-IF
            PERFORM 2100-SCAN-SEALED THRU 2100-SCAN-SEALED-EXIT
            IF NOT JOB-OK
               GO TO 2000-SEAL-CURRENT-EXIT
            END-IF
            PERFORM 2300-ENTER-SEALED THRU 2300-ENTER-SEALED-EXIT
            IF NOT JOB-OK
               GO TO 2000-SEAL-CURRENT-EXIT
            END-IF
            ADD 1 TO JRL-CURRENT-GEN
            PERFORM 2500-WRITE-OPEN-GEN THRU 2500-WRITE-OPEN-GEN-EXIT.
        2000-SEAL-CURRENT-EXIT.
            EXIT.

        2050-RENAME-LIVE.
            CALL "posix-stat" USING BY REFERENCE JRL-LIVE-PATH
                                     BY REFERENCE JRL-STATBUF
                RETURNING JRL-RC
            END-CALL
            IF JRL-RC NOT = 0
               DISPLAY 'jrnl-roll: no live journal '
                  FUNCTION TRIM(JRL-LIVE-PATH) ', starting one'
               MOVE SPACES TO JRL-SEALED-PATH
               GO TO 2050-RENAME-LIVE-EXIT
            END-IF
            CALL "posix-rename" USING
                 BY REFERENCE JRL-LIVE-PATH
                 BY REFERENCE JRL-SEALED-PATH
                RETURNING JRL-RC
            END-CALL
            IF JRL-RC NOT = 0
               DISPLAY 'jrnl-roll: cannot rename '
                  FUNCTION TRIM(JRL-LIVE-PATH) ' to '
                  FUNCTION TRIM(JRL-SEALED-PATH)
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        2050-RENAME-LIVE-EXIT.
            EXIT.

      * the writers open the journal without creating it, so the
      * new generation must exist before the first posting step
        2200-CREATE-LIVE.
            CALL "posix-stat" USING BY REFERENCE JRL-LIVE-PATH
                                     BY REFERENCE JRL-STATBUF
                RETURNING JRL-RC
            END-CALL
            IF JRL-RC = 0
               GO TO 2200-CREATE-LIVE-EXIT
            END-IF
            MOVE FUNCTION POSIX-CREAT(JRL-LIVE-PATH, 432) TO JRL-RC
            IF JRL-RC < 0
               DISPLAY 'jrnl-roll: cannot create live journal '
                  FUNCTION TRIM(JRL-LIVE-PATH)
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2200-CREATE-LIVE-EXIT
            END-IF
            MOVE JRL-RC TO JRN-FD
            CALL "posix-close" USING BY VALUE JRN-FD
                RETURNING JRN-RC
            END-CALL
            MOVE 0 TO JRN-FD.
        2200-CREATE-LIVE-EXIT.
            EXIT.

      * one pass over the sealed copy for its counts, sequences and
      * dates; an entry without a dated run id leaves the first
      * date at zero, so the readers never pass the generation by
        2100-SCAN-SEALED.
            MOVE 0 TO JRL-COUNT JRL-FIRST-SEQUENCE JRL-LAST-SEQUENCE
                      JRL-LAST-DATE
            MOVE 99999999 TO JRL-FIRST-DATE
            SET JRL-UNDATED-SEEN TO FALSE
            CALL "posix-open" USING BY REFERENCE JRL-SEALED-PATH
                 BY VALUE 0
                RETURNING JRN-RC
            END-CALL
            IF JRN-RC < 0
               DISPLAY 'jrnl-roll: cannot read sealed generation '
                  FUNCTION TRIM(JRL-SEALED-PATH)
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2100-SCAN-SEALED-EXIT
            END-IF
            MOVE JRN-RC TO JRN-FD
            MOVE 0 TO JRN-OFFSET
            MOVE JRL-ENTRY-LENGTH TO JRN-READ-LENGTH
            PERFORM 9565-READ-JOURNAL-ENTRY
               THRU 9565-READ-JOURNAL-ENTRY-EXIT
            PERFORM 2110-COUNT-ONE-ENTRY
               THRU 2110-COUNT-ONE-ENTRY-EXIT
                UNTIL JRN-RC < LENGTH OF JRN-RECORD
            CALL "posix-close" USING BY VALUE JRN-FD
                RETURNING JRN-RC
            END-CALL
            MOVE 0 TO JRN-FD
            IF JRL-COUNT = 0 OR JRL-UNDATED-SEEN
               MOVE 0 TO JRL-FIRST-DATE
            END-IF
            CALL "posix-stat" USING BY REFERENCE JRL-SEALED-PATH
                                     BY REFERENCE JRL-STATBUF
                RETURNING JRL-RC
            END-CALL
            DIVIDE JRL-ST-SIZE BY JRL-ENTRY-LENGTH
               GIVING JRL-SIZE-ENTRIES REMAINDER JRL-SIZE-TAIL
            IF JRL-SIZE-TAIL NOT = 0 OR JRL-SIZE-ENTRIES NOT = JRL-COUNT
               DISPLAY 'jrnl-roll: ' FUNCTION TRIM(JRL-SEALED-PATH)
                  ' size ' JRL-ST-SIZE ' is not ' JRL-COUNT
                  ' entries of ' JRL-ENTRY-LENGTH ' bytes'
               ADD 1 TO JRL-ERROR-COUNT
            END-IF
            MOVE FUNCTION POSIX-CHMOD(JRL-SEALED-PATH, 256)
              TO JRL-RC
            IF JRL-RC NOT = 0
               DISPLAY 'jrnl-roll: cannot make '
                  FUNCTION TRIM(JRL-SEALED-PATH) ' read-only'
               ADD 1 TO JRL-ERROR-COUNT
            END-IF.
        2100-SCAN-SEALED-EXIT.
            EXIT.

        2110-COUNT-ONE-ENTRY.
            ADD 1 TO JRL-COUNT
            IF JRL-COUNT = 1
               MOVE JRN-SEQUENCE TO JRL-FIRST-SEQUENCE
            END-IF
            MOVE JRN-SEQUENCE TO JRL-LAST-SEQUENCE
            MOVE JRN-RUN-ID (1:8) TO JRL-RUN-DATE-X
            IF JRL-RUN-DATE-X NUMERIC
               IF JRL-RUN-DATE < JRL-FIRST-DATE
                  MOVE JRL-RUN-DATE TO JRL-FIRST-DATE
               END-IF
               IF JRL-RUN-DATE > JRL-LAST-DATE
                  MOVE JRL-RUN-DATE TO JRL-LAST-DATE
               END-IF
            ELSE
               SET JRL-UNDATED-SEEN TO TRUE
            END-IF
            ADD JRN-READ-LENGTH TO JRN-OFFSET
            PERFORM 9565-READ-JOURNAL-ENTRY
               THRU 9565-READ-JOURNAL-ENTRY-EXIT.
        2110-COUNT-ONE-ENTRY-EXIT.
            EXIT.

      * the generation sealed keeps the business date it opened
      * on; the journal from before the first roll takes the last
      * date it holds
        2300-ENTER-SEALED.
            MOVE JRL-CURRENT-GEN TO JGX-GENERATION
            IF JRL-GEN-FOUND
               READ JRNL-INDEX-FILE
            ELSE
               MOVE SPACES TO JRNL-GEN-RECORD
               MOVE JRL-CURRENT-GEN TO JGX-GENERATION
               MOVE 0 TO JGX-CURRENT-GEN JGX-VAULTED-DATE
               MOVE JRL-LAST-DATE TO JGX-BUSINESS-DATE
            END-IF
            SET JGX-SEALED TO TRUE
            MOVE JRL-FIRST-DATE TO JGX-FIRST-DATE
            MOVE JRL-LAST-DATE TO JGX-LAST-DATE
            MOVE JRL-FIRST-SEQUENCE TO JGX-FIRST-SEQUENCE
            MOVE JRL-LAST-SEQUENCE TO JGX-LAST-SEQUENCE
            MOVE JRL-COUNT TO JGX-ENTRY-COUNT
            MOVE JRL-ENTRY-LENGTH TO JGX-ENTRY-LENGTH
            MOVE JRL-ST-SIZE TO JGX-BYTES
            MOVE JRL-TODAY TO JGX-SEALED-DATE
            MOVE JRL-SEALED-PATH TO JGX-PATH
            IF JRL-GEN-FOUND
               REWRITE JRNL-GEN-RECORD
            ELSE
               WRITE JRNL-GEN-RECORD
            END-IF
            IF JRL-INDEX-STATUS NOT = '00'
               DISPLAY 'jrnl-roll: generation ' JRL-CURRENT-GEN
                  ' not entered on JRNLIDX, status '
                  JRL-INDEX-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2300-ENTER-SEALED-EXIT
            END-IF
            ADD 1 TO JRL-SEALED-COUNT
            DISPLAY 'jrnl-roll: generation ' JRL-CURRENT-GEN
               ' sealed, ' JRL-COUNT ' entries, dates '
               JRL-FIRST-DATE ' to ' JRL-LAST-DATE
            MOVE 'JRNLROLL' TO AUD-PROGRAM-ID
            MOVE 'SEAL' TO AUD-ACTION
            MOVE SPACES TO AUD-KEY
            STRING 'ACCTJRNL G' JRL-GEN-DISPLAY
                   DELIMITED BY SIZE INTO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        2300-ENTER-SEALED-EXIT.
            EXIT.

      * the generation now open, and the header that names it
        2500-WRITE-OPEN-GEN.
            MOVE SPACES TO JRNL-GEN-RECORD
            MOVE JRL-CURRENT-GEN TO JGX-GENERATION
            SET JGX-OPEN TO TRUE
            MOVE 0 TO JGX-CURRENT-GEN JGX-LAST-DATE
                      JGX-FIRST-SEQUENCE JGX-LAST-SEQUENCE
                      JGX-ENTRY-COUNT JGX-BYTES
                      JGX-SEALED-DATE JGX-VAULTED-DATE
            MOVE LENGTH OF JRN-RECORD TO JGX-ENTRY-LENGTH
            MOVE JRL-TODAY TO JGX-BUSINESS-DATE JGX-FIRST-DATE
            WRITE JRNL-GEN-RECORD
            IF JRL-INDEX-STATUS = '22'
               REWRITE JRNL-GEN-RECORD
            END-IF
            MOVE SPACES TO JRNL-GEN-RECORD
            MOVE 0 TO JGX-GENERATION
            SET JGX-HEADER TO TRUE
            MOVE JRL-CURRENT-GEN TO JGX-CURRENT-GEN
            MOVE 0 TO JGX-BUSINESS-DATE JGX-FIRST-DATE JGX-LAST-DATE
                      JGX-FIRST-SEQUENCE JGX-LAST-SEQUENCE
                      JGX-ENTRY-COUNT JGX-ENTRY-LENGTH JGX-BYTES
                      JGX-SEALED-DATE JGX-VAULTED-DATE
            IF JRL-HEADER-FOUND
               REWRITE JRNL-GEN-RECORD
            ELSE
               WRITE JRNL-GEN-RECORD
               SET JRL-HEADER-FOUND TO TRUE
            END-IF
            IF JRL-INDEX-STATUS NOT = '00'
               DISPLAY 'jrnl-roll: JRNLIDX header not written,'
                  ' status ' JRL-INDEX-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        2500-WRITE-OPEN-GEN-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Vault every sealed generation past its days on local disk.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        3000-VAULT-SEALED.
            IF NOT JRL-INDEX-OPEN
               GO TO 3000-VAULT-SEALED-EXIT
            END-IF
            SET JRL-EOF TO FALSE
            MOVE 1 TO JGX-GENERATION
            START JRNL-INDEX-FILE KEY >= JGX-GENERATION
            IF JRL-INDEX-STATUS NOT = '00'
               GO TO 3000-VAULT-SEALED-EXIT
            END-IF
            PERFORM 3100-TEST-ONE-GEN THRU 3100-TEST-ONE-GEN-EXIT
                UNTIL JRL-EOF
            IF JRL-ERROR-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF.
        3000-VAULT-SEALED-EXIT.
            EXIT.

        3100-TEST-ONE-GEN.
            READ JRNL-INDEX-FILE NEXT
                AT END
                    SET JRL-EOF TO TRUE
                    GO TO 3100-TEST-ONE-GEN-EXIT
            END-READ
            IF NOT JGX-SEALED
               GO TO 3100-TEST-ONE-GEN-EXIT
            END-IF
            COMPUTE JRL-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(JRL-TODAY)
               - FUNCTION INTEGER-OF-DATE(JGX-SEALED-DATE)
            IF JRL-AGE-DAYS < JRL-KEEP
               GO TO 3100-TEST-ONE-GEN-EXIT
            END-IF
            PERFORM 3200-VAULT-ONE THRU 3200-VAULT-ONE-EXIT.
        3100-TEST-ONE-GEN-EXIT.
            EXIT.

        3200-VAULT-ONE.
            MOVE 0 TO JRL-SLASH-AT
            PERFORM 3210-FIND-SLASH THRU 3210-FIND-SLASH-EXIT
               VARYING JRL-SCAN-SUB FROM 1 BY 1
               UNTIL JRL-SCAN-SUB > 256
            MOVE SPACES TO JRL-VAULT-PATH
            STRING JRL-VAULT-DIR DELIMITED BY SPACE
                   '/'           DELIMITED BY SIZE
                   JGX-PATH (JRL-SLASH-AT + 1:)
                                 DELIMITED BY SPACE
                INTO JRL-VAULT-PATH
            CALL "posix-rename" USING
                 BY REFERENCE JGX-PATH
                 BY REFERENCE JRL-VAULT-PATH
                RETURNING JRL-RC
            END-CALL
            IF JRL-RC NOT = 0
               DISPLAY 'jrnl-roll: rename to vault failed for '
                  FUNCTION TRIM(JGX-PATH)
               ADD 1 TO JRL-ERROR-COUNT
               GO TO 3200-VAULT-ONE-EXIT
            END-IF
            IF NOT JRL-VCAT-OPEN
               OPEN EXTEND VAULT-CATALOG-FILE
               SET JRL-VCAT-OPEN TO TRUE
            END-IF
            MOVE JGX-BUSINESS-DATE TO VCR-BUSINESS-DATE
            MOVE 'JRNLGEN' TO VCR-FILE-TYPE
            MOVE JGX-BYTES TO VCR-SIZE-BYTES
            MOVE JGX-PATH TO VCR-ORIG-PATH
            MOVE JRL-VAULT-PATH TO VCR-VAULT-PATH
            WRITE VAULT-CATALOG-RECORD
            SET JGX-VAULTED TO TRUE
            MOVE JRL-VAULT-PATH TO JGX-PATH
            MOVE JRL-TODAY TO JGX-VAULTED-DATE
            REWRITE JRNL-GEN-RECORD
            IF JRL-INDEX-STATUS NOT = '00'
               DISPLAY 'jrnl-roll: vaulted generation '
                  JGX-GENERATION ' not updated on JRNLIDX, status '
                  JRL-INDEX-STATUS
               ADD 1 TO JRL-ERROR-COUNT
               GO TO 3200-VAULT-ONE-EXIT
            END-IF
            ADD 1 TO JRL-VAULTED-COUNT
            MOVE JGX-GENERATION TO JRL-GEN-DISPLAY
            MOVE 'JRNLROLL' TO AUD-PROGRAM-ID
            MOVE 'VAULT' TO AUD-ACTION
            MOVE SPACES TO AUD-KEY
            STRING 'ACCTJRNL G' JRL-GEN-DISPLAY
                   DELIMITED BY SIZE INTO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3200-VAULT-ONE-EXIT.
            EXIT.

        3210-FIND-SLASH.
            IF JGX-PATH (JRL-SCAN-SUB:1) = '/'
               MOVE JRL-SCAN-SUB TO JRL-SLASH-AT
            END-IF.
        3210-FIND-SLASH-EXIT.
            EXIT.

        9999-EXIT.
            IF JRL-INDEX-OPEN
               CLOSE JRNL-INDEX-FILE
            END-IF
            IF JRL-VCAT-OPEN
               CLOSE VAULT-CATALOG-FILE
            END-IF
            DISPLAY 'jrnl-roll: ' JRL-SEALED-COUNT
               ' generation(s) sealed, ' JRL-VAULTED-COUNT
               ' vaulted, ' JRL-ERROR-COUNT ' error(s)'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, JRL-RUN-STOP)
              TO AUD-RC
            MOVE 'JRNLROLL' TO JHR-PROGRAM-ID
            MOVE JRL-TODAY TO JHR-BUSINESS-DATE
            MOVE JRL-START-SECONDS TO JHR-START-SECONDS
            MOVE JRL-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE JRL-SEALED-COUNT TO JHR-RECORDS-IN
            MOVE JRL-VAULTED-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jrnl-paragraphs.
        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program JRNL-ROLL.
