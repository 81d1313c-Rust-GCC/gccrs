      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  jrnl-convert.cbl
      *
      *  Rewrites a master-file journal written before JRN-PROVENANCE
      *  was added -- entries JRN-SHORT-LENGTH long -- at the current
      *  JRN-RECORD length, JRN-PROVENANCE spaces.  For the journals
      *  JRNL-ROLL never seals (addr-master, acct-close, collateral,
      *  mandates): their writers append at the end of the file, so
      *  each is converted once, with its writers stopped, before the
      *  first run that writes it at the new length.  ACCTJRNL is not
      *  converted; its generations carry their own entry length on
      *  the journal index.
      *
      *  Every entry is checked before anything is replaced: the
      *  file must be a whole number of short entries, each with a
      *  numeric JRN-SEQUENCE and a CREATE, UPDATE or DELETE action,
      *  else the run ends JOB-NEEDS-RERUN and the journal is left
      *  as it was.  The entries are copied byte for byte, their
      *  timestamps kept, to <path>.conv, which is synced and then
      *  renamed over the journal; the original is kept as
      *  <path>.old.  A journal that already has a <path>.old is
      *  refused, so a second run cannot convert the same file
      *  twice.  An empty journal has nothing to convert (JOB-OK).
      *
      *  Flags (cmdline-parms.cpy style):
      *      -JRNL=<path>           the journal to convert, required
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. JRNL-CONVERT.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-PWRITE
            Function POSIX-PREAD
            Function POSIX-FSYNC
            Function POSIX-CREAT
            Function POSIX-SYSLOG.
        Data Division.
        Working-Storage Section.
        COPY jrnl-record.
        01  JRN-FD                  PIC 9(8) Usage COMP Value 0.
        01  JRN-OFFSET              Binary-Long.
        01  JRN-RC                  Binary-Long.
        01  JRN-GOOD-SW             PIC X(01).
            88  JRN-GOOD                Value 'Y', False 'N'.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY cmdline-parms.
        COPY exit-status.
        01  JCV-JRNL-PATH           PIC X(256) Value SPACES.
        01  JCV-CONV-PATH           PIC X(256).
        01  JCV-OLD-PATH            PIC X(256).
        01  JCV-OUT-FD              PIC 9(8) Usage COMP Value 0.
        01  JCV-OUT-OFFSET          Binary-Long.
        01  JCV-RC                  Binary-Long.
        01  JCV-JRNL-SIZE           Binary-Long.
        01  JCV-ENTRY-COUNT         Binary-Long Value 0.
        01  JCV-TAIL-BYTES          Binary-Long Value 0.
        01  JCV-ENTRY-SUB           Binary-Long.
        01  JCV-COPIED-COUNT        PIC 9(09) Value 0.
        01  JCV-BAD-SWITCH          PIC X(01) Value 'N'.
            88  JCV-BAD-ENTRY           Value 'Y', False 'N'.
        01  JCV-STATBUF             PIC X(144).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK AND JCV-ENTRY-COUNT > 0
               PERFORM 2000-CONVERT THRU 2000-CONVERT-EXIT
            END-IF
            IF JOB-OK AND JCV-ENTRY-COUNT > 0
               PERFORM 3000-REPLACE THRU 3000-REPLACE-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            PERFORM 9700-CLP-PARSE-ARGS THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'JRNL' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO JCV-JRNL-PATH
            END-IF
            IF JCV-JRNL-PATH = SPACES
               DISPLAY 'jrnl-convert: -JRNL is required'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE SPACES TO JCV-CONV-PATH JCV-OLD-PATH
            STRING JCV-JRNL-PATH DELIMITED BY SPACE
                   '.conv'       DELIMITED BY SIZE
                INTO JCV-CONV-PATH
            STRING JCV-JRNL-PATH DELIMITED BY SPACE
                   '.old'        DELIMITED BY SIZE
                INTO JCV-OLD-PATH
            CALL "posix-stat" USING BY REFERENCE JCV-OLD-PATH
                                     BY REFERENCE JCV-STATBUF
                RETURNING JCV-RC
            END-CALL
            IF JCV-RC = 0
               DISPLAY 'jrnl-convert: ' FUNCTION TRIM(JCV-OLD-PATH)
                  ' exists, journal already converted'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            CALL "posix-open" USING BY REFERENCE JCV-JRNL-PATH
                 BY VALUE 0
                RETURNING JCV-RC
            END-CALL
            IF JCV-RC < 0
               DISPLAY 'jrnl-convert: cannot open journal '
                  FUNCTION TRIM(JCV-JRNL-PATH)
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE JCV-RC TO JRN-FD
            CALL "posix-lseek" USING BY VALUE JRN-FD
                 BY VALUE 0 BY VALUE 2
                RETURNING JCV-JRNL-SIZE
            END-CALL
            DIVIDE JCV-JRNL-SIZE BY JRN-SHORT-LENGTH
               GIVING JCV-ENTRY-COUNT REMAINDER JCV-TAIL-BYTES
            IF JCV-JRNL-SIZE < 0 OR JCV-TAIL-BYTES NOT = 0
               DISPLAY 'jrnl-convert: ' FUNCTION TRIM(JCV-JRNL-PATH)
                  ' size ' JCV-JRNL-SIZE ' is not a whole number of '
                  JRN-SHORT-LENGTH '-byte entries, not converted'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            IF JCV-ENTRY-COUNT = 0
               DISPLAY 'jrnl-convert: ' FUNCTION TRIM(JCV-JRNL-PATH)
                  ' is empty, nothing to convert'
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            DISPLAY 'jrnl-convert: journal '
               FUNCTION TRIM(JCV-JRNL-PATH) ' holds '
               JCV-ENTRY-COUNT ' entries of ' JRN-SHORT-LENGTH
               ' bytes'.
        1000-INITIALIZE-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Copy every entry to <path>.conv at the current length; the
      *  copy is discarded if any entry fails its check.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        2000-CONVERT.
            MOVE FUNCTION POSIX-CREAT(JCV-CONV-PATH, 432) TO JCV-RC
            IF JCV-RC < 0
               DISPLAY 'jrnl-convert: cannot create '
                  FUNCTION TRIM(JCV-CONV-PATH)
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2000-CONVERT-EXIT
            END-IF
            MOVE JCV-RC TO JCV-OUT-FD
            MOVE JRN-SHORT-LENGTH TO JRN-READ-LENGTH
            SET JCV-BAD-ENTRY TO FALSE
            PERFORM 2100-CONVERT-ONE THRU 2100-CONVERT-ONE-EXIT
               VARYING JCV-ENTRY-SUB FROM 1 BY 1
               UNTIL JCV-ENTRY-SUB > JCV-ENTRY-COUNT
                  OR JCV-BAD-ENTRY
            IF NOT JCV-BAD-ENTRY
               MOVE FUNCTION POSIX-FSYNC(JCV-OUT-FD) TO JCV-RC
               IF JCV-RC NOT = 0
                  DISPLAY 'jrnl-convert: fsync of '
                     FUNCTION TRIM(JCV-CONV-PATH) ' failed rc='
                     JCV-RC
                  SET JCV-BAD-ENTRY TO TRUE
               END-IF
            END-IF
            CALL "posix-close" USING BY VALUE JCV-OUT-FD
                RETURNING JCV-RC
            END-CALL
            MOVE 0 TO JCV-OUT-FD
            IF JCV-BAD-ENTRY
               CALL "posix-unlink" USING BY REFERENCE JCV-CONV-PATH
                   RETURNING JCV-RC
               END-CALL
               DISPLAY 'jrnl-convert: ' FUNCTION TRIM(JCV-JRNL-PATH)
                  ' left unchanged'
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        2000-CONVERT-EXIT.
            EXIT.

        2100-CONVERT-ONE.
            COMPUTE JRN-OFFSET =
               (JCV-ENTRY-SUB - 1) * JRN-SHORT-LENGTH
            PERFORM 9565-READ-JOURNAL-ENTRY
               THRU 9565-READ-JOURNAL-ENTRY-EXIT
            IF JRN-RC NOT = LENGTH OF JRN-RECORD
               DISPLAY 'jrnl-convert: entry ' JCV-ENTRY-SUB
                  ' unreadable, rc=' JRN-RC
               SET JCV-BAD-ENTRY TO TRUE
               GO TO 2100-CONVERT-ONE-EXIT
            END-IF
            IF JRN-SEQUENCE NOT NUMERIC
               OR NOT (JRN-ACTION-CREATE OR JRN-ACTION-UPDATE
                       OR JRN-ACTION-DELETE)
               DISPLAY 'jrnl-convert: entry ' JCV-ENTRY-SUB
                  ' is not a short journal entry'
               SET JCV-BAD-ENTRY TO TRUE
               GO TO 2100-CONVERT-ONE-EXIT
            END-IF
            COMPUTE JCV-OUT-OFFSET =
               (JCV-ENTRY-SUB - 1) * LENGTH OF JRN-RECORD
            MOVE FUNCTION POSIX-PWRITE(JCV-OUT-FD, JRN-RECORD,
                 LENGTH OF JRN-RECORD, JCV-OUT-OFFSET) TO JCV-RC
            IF JCV-RC NOT = LENGTH OF JRN-RECORD
               DISPLAY 'jrnl-convert: pwrite of entry ' JCV-ENTRY-SUB
                  ' failed rc=' JCV-RC
               SET JCV-BAD-ENTRY TO TRUE
               GO TO 2100-CONVERT-ONE-EXIT
            END-IF
            ADD 1 TO JCV-COPIED-COUNT.
        2100-CONVERT-ONE-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Keep the original as <path>.old and put the copy in its
      *  place.  Should the second rename fail the journal path is
      *  empty; the operator renames <path>.conv into it by hand.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        3000-REPLACE.
            CALL "posix-close" USING BY VALUE JRN-FD
                RETURNING JRN-RC
            END-CALL
            MOVE 0 TO JRN-FD
            CALL "posix-rename" USING
                 BY REFERENCE JCV-JRNL-PATH
                 BY REFERENCE JCV-OLD-PATH
                RETURNING JCV-RC
            END-CALL
            IF JCV-RC NOT = 0
               DISPLAY 'jrnl-convert: cannot rename '
                  FUNCTION TRIM(JCV-JRNL-PATH) ' to '
                  FUNCTION TRIM(JCV-OLD-PATH) ', not converted'
               CALL "posix-unlink" USING BY REFERENCE JCV-CONV-PATH
                   RETURNING JCV-RC
               END-CALL
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3000-REPLACE-EXIT
            END-IF
            CALL "posix-rename" USING
                 BY REFERENCE JCV-CONV-PATH
                 BY REFERENCE JCV-JRNL-PATH
                RETURNING JCV-RC
            END-CALL
            IF JCV-RC NOT = 0
               DISPLAY 'jrnl-convert: cannot rename '
                  FUNCTION TRIM(JCV-CONV-PATH) ' to '
                  FUNCTION TRIM(JCV-JRNL-PATH)
                  ', rename it by hand before any writer runs'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3000-REPLACE-EXIT
            END-IF
            DISPLAY 'jrnl-convert: ' FUNCTION TRIM(JCV-JRNL-PATH)
               ' converted, ' JCV-COPIED-COUNT ' entries; original '
               'kept as ' FUNCTION TRIM(JCV-OLD-PATH)
            MOVE 'JRNLCONV' TO AUD-PROGRAM-ID
            MOVE 'CONVRT' TO AUD-ACTION
            MOVE JCV-JRNL-PATH TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3000-REPLACE-EXIT.
            EXIT.

        9999-EXIT.
            IF JRN-FD NOT = 0
               CALL "posix-close" USING BY VALUE JRN-FD
                   RETURNING JRN-RC
               END-CALL
            END-IF.
        9999-EXIT-EXIT.
            EXIT.

        COPY jrnl-paragraphs.
        COPY audit-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program JRNL-CONVERT.
