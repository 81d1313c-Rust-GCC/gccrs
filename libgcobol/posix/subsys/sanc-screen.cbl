      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  sanc-screen.cbl
      *
      *  Sanctions / watch-list screening subprogram.  Given a name
      *  through sanc-screen.cpy, scores it against the WATCHLST
      *  file WATCH-LOAD builds from the regulator's list, with the
      *  same Soundex DUP-DETECT buckets customers on
      *  (soundex-paragraphs.cpy).  A list entry in the name's
      *  Soundex bucket scores:
      *      40  leading word sounds alike (the bucket itself)
      *      20  leading word spelled the same
      *      20  second word sounds alike
      *      20  birth dates equal (both known)
      *  and the name is tried both ways round, so SMITH JOHN meets
      *  JOHN SMITH; the best entry wins.  At or above
      *  SANCTION_THRESHOLD (default 70) the item is held, never
      *  rejected: the whole item goes onto SANCHOLD, a case row
      *  onto CASEIN for CASE-INTAKE, and an SANHLD audit line out.
      *  A held existing account (kind A, the list re-screen) also
      *  gets its funds frozen by a SANC hold on HOLDS.  Release is
      *  the dual-control decision in CHANGE-REVIEW; a name once
      *  released against a list entry on the same key passes that
      *  entry from then on.  With no watch list to screen against
      *  every item is held -- an unscreened payment does not go.
      *  WATCHLST and SANCHOLD are opened on first CALL and stay
      *  open across CALLs, the HOLD-CHECK pattern.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. SANC-SCREEN.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-GETENV
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select WATCH-LIST-FILE Assign To WATCHLST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is WLE-ID
                Alternate Record Key Is WLE-SOUNDEX
                    With Duplicates
                File Status Is SSW-LIST-STATUS.
            Select SANC-HOLD-FILE Assign To SANCHOLD
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is SHD-ID
                Alternate Record Key Is SHD-KEY
                    With Duplicates
                File Status Is SSW-HOLD-STATUS.
            Select HOLDS-FILE Assign To HOLDS
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is HLD-KEY
                File Status Is SSW-HLD-STATUS.
            Select OPTIONAL CASE-FEED-FILE Assign To CASEIN
                Organization Is Line Sequential.
        Data Division.
        File Section.
        FD  WATCH-LIST-FILE.
        COPY watch-list.
        FD  SANC-HOLD-FILE.
        COPY sanc-hold.
        FD  HOLDS-FILE.
        COPY hold-record.
        FD  CASE-FEED-FILE.
        01  CASE-FEED-RECORD.
            05  CIN-SOURCE          PIC X(08).
            05  CIN-REFERENCE       PIC X(32).
            05  CIN-DESCRIPTION     PIC X(60).
        Working-Storage Section.
        COPY audit-record.
        COPY bus-date.
        01  AUD-RC                  Binary-Long.
        01  SSW-LIST-STATUS         PIC X(02).
        01  SSW-HOLD-STATUS         PIC X(02).
        01  SSW-HLD-STATUS          PIC X(02).
        01  SSW-INIT-SWITCH         PIC X(01) Value 'N'.
            88  SSW-INITIALIZED         Value 'Y', False 'N'.
        01  SSW-LIST-SWITCH         PIC X(01) Value 'N'.
            88  SSW-LIST-OPEN           Value 'Y', False 'N'.
        01  SSW-HOLD-SWITCH         PIC X(01) Value 'N'.
            88  SSW-HOLD-OPEN           Value 'Y', False 'N'.
        01  SSW-DONE-SWITCH         PIC X(01).
            88  SSW-DONE                Value 'Y', False 'N'.
        01  SSW-RELEASED-SWITCH     PIC X(01).
            88  SSW-RELEASED-BEFORE     Value 'Y', False 'N'.
        01  SSW-OPEN-HOLD-SWITCH    PIC X(01).
            88  SSW-ALREADY-HELD        Value 'Y', False 'N'.
        01  SSW-ENV-NAME            PIC X(64).
        01  SSW-ENV-VALUE           PIC X(256).
        01  SSW-THRESHOLD           PIC 9(03) Value 70.
        01  SSW-TODAY               PIC 9(08).
        01  SSW-WORD-1              PIC X(30).
        01  SSW-WORD-2              PIC X(30).
        01  SSW-SOUNDEX-1           PIC X(04).
        01  SSW-SOUNDEX-2           PIC X(04).
      * one pass of the bucket scan: the word taken as the surname,
      * its Soundex, and the Soundex of the word taken as given
        01  SSW-PASS-SURNAME        PIC X(30).
        01  SSW-PASS-SOUNDEX        PIC X(04).
        01  SSW-PASS-GIVEN          PIC X(04).
        01  SSW-SCORE               PIC 9(03).
        01  SSW-NEXT-ID             PIC 9(08).
        01  SSW-HOLD-NO             PIC 9(04).
        01  SSW-SCORE-DISPLAY       PIC ZZ9.
        01  SSW-ID-DISPLAY          PIC 9(08).
      * Soundex work areas for soundex-paragraphs.cpy
        01  SDX-WORK-NAME           PIC X(70).
        01  SDX-SURNAME             PIC X(30).
        01  SDX-SOUNDEX             PIC X(04).
        01  SDX-SUB                 Binary-Long.
        01  SDX-OUT                 Binary-Long.
        01  SDX-CHAR                PIC X(01).
        01  SDX-CODE                PIC X(01).
        01  SDX-PREV                PIC X(01).
        Linkage Section.
        COPY sanc-screen.
        Procedure Division Using SSQ-CONTROL.
        0000-MAINLINE.
            MOVE 0 TO SSQ-SCORE
            MOVE 0 TO SSQ-HOLD-ID
            MOVE SPACES TO SSQ-LIST-ID
            MOVE SPACES TO SSQ-LIST-NAME
            IF NOT SSW-INITIALIZED
               PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            END-IF
            IF SSQ-NAME = SPACES
               MOVE '00' TO SSQ-STATUS
               GOBACK
            END-IF
            IF SSW-LIST-OPEN
               PERFORM 2000-SCORE-NAME THRU 2000-SCORE-NAME-EXIT
               IF SSQ-SCORE < SSW-THRESHOLD
                  MOVE '00' TO SSQ-STATUS
                  GOBACK
               END-IF
            ELSE
               MOVE 'NO LIST' TO SSQ-LIST-ID
               MOVE 'WATCH LIST UNAVAILABLE' TO SSQ-LIST-NAME
            END-IF
            IF NOT SSW-HOLD-OPEN
               DISPLAY 'sanc-screen: hold due on '
                  FUNCTION TRIM(SSQ-KEY)
                  ' but SANCHOLD is not open'
               MOVE '90' TO SSQ-STATUS
               GOBACK
            END-IF
            PERFORM 3000-SCAN-PRIOR THRU 3000-SCAN-PRIOR-EXIT
            IF SSW-RELEASED-BEFORE
               MOVE '00' TO SSQ-STATUS
               GOBACK
            END-IF
            IF SSW-ALREADY-HELD
               MOVE '10' TO SSQ-STATUS
               GOBACK
            END-IF
            PERFORM 4000-RECORD-HOLD THRU 4000-RECORD-HOLD-EXIT
            GOBACK.

      * a missing SANCHOLD is created empty; a missing watch list is
      * left missing, and everything screened holds until it loads
        1000-INITIALIZE.
            SET SSW-INITIALIZED TO TRUE
            MOVE 'SANCTION_THRESHOLD' TO SSW-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(SSW-ENV-NAME)
              TO SSW-ENV-VALUE
            IF SSW-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(SSW-ENV-VALUE)
                 TO SSW-THRESHOLD
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF BDQ-OK
               MOVE BDQ-DATE TO SSW-TODAY
            ELSE
               MOVE 0 TO SSW-TODAY
            END-IF
            OPEN INPUT WATCH-LIST-FILE
            IF SSW-LIST-STATUS = '00'
               SET SSW-LIST-OPEN TO TRUE
            ELSE
               DISPLAY 'sanc-screen: cannot open WATCHLST, status '
                  SSW-LIST-STATUS ' -- every item screened is held'
            END-IF
            OPEN I-O SANC-HOLD-FILE
            IF SSW-HOLD-STATUS = '35'
               OPEN OUTPUT SANC-HOLD-FILE
               CLOSE SANC-HOLD-FILE
               OPEN I-O SANC-HOLD-FILE
            END-IF
            IF SSW-HOLD-STATUS = '00'
               SET SSW-HOLD-OPEN TO TRUE
            ELSE
               DISPLAY 'sanc-screen: cannot open SANCHOLD, status '
                  SSW-HOLD-STATUS
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

      * the name is scanned with its first word as the surname and
      * again with its second, so word order on the list or on the
      * account does not matter
        2000-SCORE-NAME.
            MOVE SSQ-NAME TO SDX-WORK-NAME
            PERFORM 9580-SOUNDEX THRU 9580-SOUNDEX-EXIT
            MOVE SPACES TO SSW-WORD-1 SSW-WORD-2
            UNSTRING SDX-WORK-NAME DELIMITED BY ALL ' '
                INTO SSW-WORD-1 SSW-WORD-2
            END-UNSTRING
            MOVE SDX-SOUNDEX TO SSW-SOUNDEX-1
            MOVE SSW-WORD-2 TO SDX-WORK-NAME
            PERFORM 9580-SOUNDEX THRU 9580-SOUNDEX-EXIT
            MOVE SDX-SOUNDEX TO SSW-SOUNDEX-2
            MOVE SSW-WORD-1 TO SSW-PASS-SURNAME
            MOVE SSW-SOUNDEX-1 TO SSW-PASS-SOUNDEX
            MOVE SSW-SOUNDEX-2 TO SSW-PASS-GIVEN
            PERFORM 2100-SCAN-BUCKET THRU 2100-SCAN-BUCKET-EXIT
            IF SSW-WORD-2 = SPACES
               GO TO 2000-SCORE-NAME-EXIT
            END-IF
            MOVE SSW-WORD-2 TO SSW-PASS-SURNAME
            MOVE SSW-SOUNDEX-2 TO SSW-PASS-SOUNDEX
            MOVE SSW-SOUNDEX-1 TO SSW-PASS-GIVEN
            PERFORM 2100-SCAN-BUCKET THRU 2100-SCAN-BUCKET-EXIT.
        2000-SCORE-NAME-EXIT.
            EXIT.

        2100-SCAN-BUCKET.
            SET SSW-DONE TO FALSE
            MOVE SSW-PASS-SOUNDEX TO WLE-SOUNDEX
            START WATCH-LIST-FILE KEY = WLE-SOUNDEX
            IF SSW-LIST-STATUS NOT = '00'
               GO TO 2100-SCAN-BUCKET-EXIT
            END-IF
            PERFORM 2200-SCORE-ONE-ENTRY
               THRU 2200-SCORE-ONE-ENTRY-EXIT
                UNTIL SSW-DONE.
        2100-SCAN-BUCKET-EXIT.
            EXIT.

        2200-SCORE-ONE-ENTRY.
            READ WATCH-LIST-FILE NEXT
                AT END
                    SET SSW-DONE TO TRUE
                    GO TO 2200-SCORE-ONE-ENTRY-EXIT
            END-READ
            IF WLE-SOUNDEX NOT = SSW-PASS-SOUNDEX
               SET SSW-DONE TO TRUE
               GO TO 2200-SCORE-ONE-ENTRY-EXIT
            END-IF
            MOVE 40 TO SSW-SCORE
            IF WLE-SURNAME = SSW-PASS-SURNAME
               ADD 20 TO SSW-SCORE
            END-IF
            IF SSW-PASS-GIVEN NOT = '0000' AND
               SSW-PASS-GIVEN = WLE-GIVEN-SOUNDEX
               ADD 20 TO SSW-SCORE
            END-IF
            IF SSQ-BIRTH-DATE NOT = 0 AND
               SSQ-BIRTH-DATE = WLE-BIRTH-DATE
               ADD 20 TO SSW-SCORE
            END-IF
            IF SSW-SCORE > SSQ-SCORE
               MOVE SSW-SCORE TO SSQ-SCORE
               MOVE WLE-ID TO SSQ-LIST-ID
               MOVE WLE-NAME TO SSQ-LIST-NAME
            END-IF.
        2200-SCORE-ONE-ENTRY-EXIT.
            EXIT.

      * earlier holds under the same key: a release for this name
      * against this entry clears it; an account already held and
      * undecided is not held twice
        3000-SCAN-PRIOR.
            SET SSW-RELEASED-BEFORE TO FALSE
            SET SSW-ALREADY-HELD TO FALSE
            SET SSW-DONE TO FALSE
            MOVE SSQ-KEY TO SHD-KEY
            START SANC-HOLD-FILE KEY = SHD-KEY
            IF SSW-HOLD-STATUS NOT = '00'
               GO TO 3000-SCAN-PRIOR-EXIT
            END-IF
            PERFORM 3100-CHECK-ONE-PRIOR
               THRU 3100-CHECK-ONE-PRIOR-EXIT
                UNTIL SSW-DONE.
        3000-SCAN-PRIOR-EXIT.
            EXIT.

        3100-CHECK-ONE-PRIOR.
            READ SANC-HOLD-FILE NEXT
                AT END
                    SET SSW-DONE TO TRUE
                    GO TO 3100-CHECK-ONE-PRIOR-EXIT
            END-READ
            IF SHD-KEY NOT = SSQ-KEY
               SET SSW-DONE TO TRUE
               GO TO 3100-CHECK-ONE-PRIOR-EXIT
            END-IF
            IF SHD-NAME NOT = SSQ-NAME OR
               SHD-LIST-ID NOT = SSQ-LIST-ID
               GO TO 3100-CHECK-ONE-PRIOR-EXIT
            END-IF
            IF SHD-STATUS-RELEASED
               SET SSW-RELEASED-BEFORE TO TRUE
               SET SSW-DONE TO TRUE
               GO TO 3100-CHECK-ONE-PRIOR-EXIT
            END-IF
            IF SSQ-KIND-ACCOUNT AND SHD-KIND-ACCOUNT AND
               (SHD-STATUS-HELD OR SHD-STATUS-REQUESTED)
               SET SSW-ALREADY-HELD TO TRUE
               MOVE SHD-ID TO SSQ-HOLD-ID
            END-IF.
        3100-CHECK-ONE-PRIOR-EXIT.
            EXIT.

      * hold id zero is the counter record; its held date carries
      * the next id to hand out
        4000-RECORD-HOLD.
            MOVE 0 TO SHD-ID
            READ SANC-HOLD-FILE
            EVALUATE SSW-HOLD-STATUS
               WHEN '00'
                  MOVE SHD-HELD-DATE TO SSW-NEXT-ID
               WHEN '23'
                  INITIALIZE SANC-HOLD-RECORD
                  MOVE 0 TO SHD-ID
                  MOVE 1 TO SHD-HELD-DATE
                  WRITE SANC-HOLD-RECORD
                  MOVE 1 TO SSW-NEXT-ID
               WHEN OTHER
                  DISPLAY 'sanc-screen: SANCHOLD counter read failed,'
                     ' status ' SSW-HOLD-STATUS
                  MOVE '90' TO SSQ-STATUS
                  GO TO 4000-RECORD-HOLD-EXIT
            END-EVALUATE
            MOVE 0 TO SSW-HOLD-NO
            IF SSQ-KIND-ACCOUNT
               PERFORM 4100-FREEZE-ACCOUNT
                  THRU 4100-FREEZE-ACCOUNT-EXIT
               IF SSW-HOLD-NO = 0
                  MOVE '90' TO SSQ-STATUS
                  GO TO 4000-RECORD-HOLD-EXIT
               END-IF
            END-IF
            INITIALIZE SANC-HOLD-RECORD
            MOVE SSW-NEXT-ID TO SHD-ID
            SET SHD-STATUS-HELD TO TRUE
            MOVE SSQ-KIND TO SHD-KIND
            MOVE SSQ-SOURCE TO SHD-SOURCE
            MOVE SSQ-KEY TO SHD-KEY
            MOVE SSQ-PARTY TO SHD-PARTY
            MOVE SSQ-NAME TO SHD-NAME
            MOVE SSQ-SCORE TO SHD-SCORE
            MOVE SSQ-LIST-ID TO SHD-LIST-ID
            MOVE SSQ-LIST-NAME TO SHD-LIST-NAME
            MOVE SSW-TODAY TO SHD-HELD-DATE
            MOVE SSW-HOLD-NO TO SHD-HOLD-NO
            MOVE SSQ-ITEM-LENGTH TO SHD-ITEM-LENGTH
            MOVE SSQ-ITEM TO SHD-ITEM
            WRITE SANC-HOLD-RECORD
            IF SSW-HOLD-STATUS NOT = '00'
               DISPLAY 'sanc-screen: SANCHOLD write failed, status '
                  SSW-HOLD-STATUS
               MOVE '90' TO SSQ-STATUS
               GO TO 4000-RECORD-HOLD-EXIT
            END-IF
            MOVE 0 TO SHD-ID
            READ SANC-HOLD-FILE
            IF SSW-HOLD-STATUS = '00'
               COMPUTE SHD-HELD-DATE = SSW-NEXT-ID + 1
               REWRITE SANC-HOLD-RECORD
            END-IF
            MOVE SSW-NEXT-ID TO SSQ-HOLD-ID
            PERFORM 4200-OPEN-CASE THRU 4200-OPEN-CASE-EXIT
            MOVE 'SANCSCRN' TO AUD-PROGRAM-ID
            MOVE 'SANHLD' TO AUD-ACTION
            MOVE SSQ-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT
            MOVE '10' TO SSQ-STATUS.
        4000-RECORD-HOLD-EXIT.
            EXIT.

      * the account's funds freeze behind the next free hold number
      * until the sanctions hold is decided; it never expires
        4100-FREEZE-ACCOUNT.
            OPEN I-O HOLDS-FILE
            IF SSW-HLD-STATUS = '35'
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
            END-IF
            IF SSW-HLD-STATUS NOT = '00'
               DISPLAY 'sanc-screen: cannot open HOLDS, status '
                  SSW-HLD-STATUS
               GO TO 4100-FREEZE-ACCOUNT-EXIT
            END-IF
            SET SSW-DONE TO FALSE
            MOVE SSQ-KEY TO HLD-ACCOUNT-KEY
            MOVE 0 TO HLD-HOLD-NO
            START HOLDS-FILE KEY >= HLD-KEY
            IF SSW-HLD-STATUS NOT = '00'
               SET SSW-DONE TO TRUE
            END-IF
            PERFORM 4110-LAST-HOLD-NO THRU 4110-LAST-HOLD-NO-EXIT
                UNTIL SSW-DONE
            INITIALIZE HOLD-RECORD
            MOVE SSQ-KEY TO HLD-ACCOUNT-KEY
            COMPUTE HLD-HOLD-NO = SSW-HOLD-NO + 1
            MOVE 9999999999999.99 TO HLD-AMOUNT
            SET HLD-SANCTIONS-FREEZE TO TRUE
            MOVE 'SANCSCRN' TO HLD-PLACED-BY
            MOVE SSW-TODAY TO HLD-PLACED-DATE
            MOVE 0 TO HLD-EXPIRY-DATE
            SET HLD-STATUS-ACTIVE TO TRUE
            WRITE HOLD-RECORD
            IF SSW-HLD-STATUS = '00'
               MOVE HLD-HOLD-NO TO SSW-HOLD-NO
            ELSE
               DISPLAY 'sanc-screen: HOLDS write failed, status '
                  SSW-HLD-STATUS
               MOVE 0 TO SSW-HOLD-NO
            END-IF
            CLOSE HOLDS-FILE.
        4100-FREEZE-ACCOUNT-EXIT.
            EXIT.

        4110-LAST-HOLD-NO.
            READ HOLDS-FILE NEXT
                AT END
                    SET SSW-DONE TO TRUE
                    GO TO 4110-LAST-HOLD-NO-EXIT
            END-READ
            IF HLD-ACCOUNT-KEY NOT = SSQ-KEY
               SET SSW-DONE TO TRUE
               GO TO 4110-LAST-HOLD-NO-EXIT
            END-IF
            MOVE HLD-HOLD-NO TO SSW-HOLD-NO.
        4110-LAST-HOLD-NO-EXIT.
            EXIT.

      * the hold goes to compliance as a case: CASE-INTAKE opens it
      * from this row on its next run
        4200-OPEN-CASE.
            MOVE SSQ-SCORE TO SSW-SCORE-DISPLAY
            MOVE SSW-NEXT-ID TO SSW-ID-DISPLAY
            OPEN EXTEND CASE-FEED-FILE
            MOVE 'SANCTION' TO CIN-SOURCE
            MOVE SPACES TO CIN-REFERENCE
            STRING 'SANCHOLD '     DELIMITED BY SIZE
                   SSW-ID-DISPLAY  DELIMITED BY SIZE
              INTO CIN-REFERENCE
            END-STRING
            MOVE SPACES TO CIN-DESCRIPTION
            STRING 'WATCH-LIST HIT '  DELIMITED BY SIZE
                   SSW-SCORE-DISPLAY  DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   SSQ-LIST-ID        DELIMITED BY SPACE
                   ' '                DELIMITED BY SIZE
                   SSQ-NAME           DELIMITED BY SIZE
              INTO CIN-DESCRIPTION
            END-STRING
            WRITE CASE-FEED-RECORD
            CLOSE CASE-FEED-FILE.
        4200-OPEN-CASE-EXIT.
            EXIT.

        COPY soundex-paragraphs.
        COPY audit-paragraphs.
        End Program SANC-SCREEN.
