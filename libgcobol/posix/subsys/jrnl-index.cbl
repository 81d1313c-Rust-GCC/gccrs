      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  jrnl-index.cbl
      *
      *  Reader of the account-master journal index (JRNLIDX,
      *  jrnl-gen.cpy) that JRNL-ROLL keeps as it switches ACCTJRNL
      *  to a new generation at each date roll.  Given a range of
      *  business dates it names the generations holding entries
      *  posted in it, oldest first, and where each one is now --
      *  the live journal, the sealed copy beside it, or the vault
      *  -- so STMT-GEN, RETURN-INTAKE, BAL-PROOF and JRNL-RECOVER
      *  open only the days they need instead of every entry since
      *  the journal began, and REPL-APPLY can step from a sealed
      *  generation to the next (jrnl-index.cpy requests).
      *
      *  The index is opened on every CALL, as GEN-CATALOG opens
      *  its catalog: JRNL-ROLL rewrites it under a standing
      *  REPL-APPLY.  A journal that has never rolled has no index
      *  and answers as one open generation holding every date, so
      *  the readers work the same before the first roll as after.
      *
      *  Each reply carries the length of the generation's entries:
      *  the one on its index entry, or the short pre-JRN-PROVENANCE
      *  length for a generation whose entry has none (opened
      *  before lengths were kept) and for a journal never rolled.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  The generation's entry length is
      *                        returned in JIQ-ENTRY-LENGTH.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. JRNL-INDEX.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-GETENV.
        Input-Output Section.
        File-Control.
            Select JRNL-INDEX-FILE Assign To JRNLIDX
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is JGX-GENERATION
                File Status Is JXW-FILE-STATUS.
        Data Division.
        File Section.
        FD  JRNL-INDEX-FILE.
        COPY jrnl-gen.
        Working-Storage Section.
        COPY jrnl-record.
        01  JXW-FILE-STATUS         PIC X(02).
        01  JXW-SCAN-SWITCH         PIC X(01).
            88  JXW-SCAN-DONE           Value 'Y', False 'N'.
        01  JXW-LIVE-PATH           PIC X(256)
                Value '/var/batch/acct-master.jrnl'.
        01  JXW-ENV-NAME            PIC X(64).
        01  JXW-ENV-VALUE           PIC X(256).
        Linkage Section.
        COPY jrnl-index.
        Procedure Division Using JIQ-CONTROL.
        0000-MAINLINE.
            MOVE '00' TO JIQ-STATUS
            MOVE 'ACCTJRNL' TO JXW-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(JXW-ENV-NAME)
              TO JXW-ENV-VALUE
            IF JXW-ENV-VALUE NOT = SPACES
               MOVE JXW-ENV-VALUE TO JXW-LIVE-PATH
            END-IF
            IF NOT JIQ-REQ-FIRST AND NOT JIQ-REQ-NEXT AND
               NOT JIQ-REQ-GET AND NOT JIQ-REQ-CURRENT
               MOVE '80' TO JIQ-STATUS
               GOBACK
            END-IF
            OPEN INPUT JRNL-INDEX-FILE
            IF JXW-FILE-STATUS = '35'
               PERFORM 1000-NEVER-ROLLED THRU 1000-NEVER-ROLLED-EXIT
               GOBACK
            END-IF
            IF JXW-FILE-STATUS NOT = '00'
               DISPLAY 'jrnl-index: cannot open JRNLIDX, status '
                  JXW-FILE-STATUS
               MOVE '30' TO JIQ-STATUS
               GOBACK
            END-IF
            EVALUATE TRUE
               WHEN JIQ-REQ-FIRST
                  MOVE 0 TO JIQ-GENERATION
                  PERFORM 2000-FIND-IN-RANGE
                     THRU 2000-FIND-IN-RANGE-EXIT
               WHEN JIQ-REQ-NEXT
                  PERFORM 2000-FIND-IN-RANGE
                     THRU 2000-FIND-IN-RANGE-EXIT
               WHEN JIQ-REQ-GET
                  PERFORM 3000-GET-ONE THRU 3000-GET-ONE-EXIT
               WHEN JIQ-REQ-CURRENT
                  PERFORM 4000-GET-CURRENT THRU 4000-GET-CURRENT-EXIT
            END-EVALUATE
            CLOSE JRNL-INDEX-FILE
            GOBACK.

      * before the first roll the live journal is generation 1 and
      * holds every date there is
        1000-NEVER-ROLLED.
            IF (JIQ-REQ-NEXT) OR
               (JIQ-REQ-GET AND JIQ-GENERATION NOT = 1)
               MOVE '10' TO JIQ-STATUS
               GO TO 1000-NEVER-ROLLED-EXIT
            END-IF
            MOVE 1 TO JIQ-GENERATION
            SET JIQ-GEN-OPEN TO TRUE
            MOVE 0 TO JIQ-BUSINESS-DATE JIQ-FIRST-DATE
                      JIQ-ENTRY-COUNT JIQ-BYTES
            MOVE 99999999 TO JIQ-LAST-DATE
            MOVE JXW-LIVE-PATH TO JIQ-PATH
            MOVE JRN-SHORT-LENGTH TO JIQ-ENTRY-LENGTH.
        1000-NEVER-ROLLED-EXIT.
            EXIT.

      * generations are in date order, so the first one past
      * JIQ-GENERATION whose dates meet the range is the answer; a
      * sealed generation that holds nothing is passed over
        2000-FIND-IN-RANGE.
            MOVE '10' TO JIQ-STATUS
            SET JXW-SCAN-DONE TO FALSE
            COMPUTE JGX-GENERATION = JIQ-GENERATION + 1
            START JRNL-INDEX-FILE KEY >= JGX-GENERATION
            IF JXW-FILE-STATUS NOT = '00'
               GO TO 2000-FIND-IN-RANGE-EXIT
            END-IF
            PERFORM 2100-TEST-ONE THRU 2100-TEST-ONE-EXIT
                UNTIL JXW-SCAN-DONE.
        2000-FIND-IN-RANGE-EXIT.
            EXIT.

        2100-TEST-ONE.
            READ JRNL-INDEX-FILE NEXT
                AT END
                    SET JXW-SCAN-DONE TO TRUE
                    GO TO 2100-TEST-ONE-EXIT
            END-READ
            IF JGX-HEADER
               GO TO 2100-TEST-ONE-EXIT
            END-IF
            IF JGX-CLOSED AND JGX-ENTRY-COUNT = 0
               GO TO 2100-TEST-ONE-EXIT
            END-IF
            IF JGX-FIRST-DATE > JIQ-TO-DATE
      *        this and every later generation is past the range
               SET JXW-SCAN-DONE TO TRUE
               GO TO 2100-TEST-ONE-EXIT
            END-IF
            IF JGX-CLOSED AND JGX-LAST-DATE < JIQ-FROM-DATE
               GO TO 2100-TEST-ONE-EXIT
            END-IF
            PERFORM 5000-REPLY THRU 5000-REPLY-EXIT
            SET JXW-SCAN-DONE TO TRUE.
        2100-TEST-ONE-EXIT.
            EXIT.

        3000-GET-ONE.
            MOVE JIQ-GENERATION TO JGX-GENERATION
            IF JGX-GENERATION = 0
               MOVE '10' TO JIQ-STATUS
               GO TO 3000-GET-ONE-EXIT
            END-IF
            READ JRNL-INDEX-FILE
            IF JXW-FILE-STATUS NOT = '00'
               MOVE '10' TO JIQ-STATUS
               GO TO 3000-GET-ONE-EXIT
            END-IF
            PERFORM 5000-REPLY THRU 5000-REPLY-EXIT.
        3000-GET-ONE-EXIT.
            EXIT.

        4000-GET-CURRENT.
            MOVE 0 TO JGX-GENERATION
            READ JRNL-INDEX-FILE
            IF JXW-FILE-STATUS NOT = '00'
               MOVE '30' TO JIQ-STATUS
               GO TO 4000-GET-CURRENT-EXIT
            END-IF
            MOVE JGX-CURRENT-GEN TO JIQ-GENERATION
            PERFORM 3000-GET-ONE THRU 3000-GET-ONE-EXIT.
        4000-GET-CURRENT-EXIT.
            EXIT.

        5000-REPLY.
            MOVE '00' TO JIQ-STATUS
            MOVE JGX-GENERATION TO JIQ-GENERATION
            MOVE JGX-STATUS TO JIQ-GEN-STATUS
            MOVE JGX-BUSINESS-DATE TO JIQ-BUSINESS-DATE
            MOVE JGX-FIRST-DATE TO JIQ-FIRST-DATE
            MOVE JGX-ENTRY-COUNT TO JIQ-ENTRY-COUNT
            MOVE JGX-BYTES TO JIQ-BYTES
            IF JGX-ENTRY-LENGTH NUMERIC AND JGX-ENTRY-LENGTH > 0
               MOVE JGX-ENTRY-LENGTH TO JIQ-ENTRY-LENGTH
            ELSE
               MOVE JRN-SHORT-LENGTH TO JIQ-ENTRY-LENGTH
            END-IF
            IF JGX-OPEN
               MOVE 99999999 TO JIQ-LAST-DATE
               MOVE JXW-LIVE-PATH TO JIQ-PATH
            ELSE
               MOVE JGX-LAST-DATE TO JIQ-LAST-DATE
               MOVE JGX-PATH TO JIQ-PATH
            END-IF.
        5000-REPLY-EXIT.
            EXIT.
        End Program JRNL-INDEX.
