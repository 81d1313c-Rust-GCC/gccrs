      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  soundex-paragraphs.cpy
      *  Soundex of a name's leading word, the phonetic key the
      *  duplicate-customer detection and the watch-list screening
      *  both match on, so a name that buckets together in one
      *  buckets together in the other.  9580-SOUNDEX codes the
      *  first word of SDX-WORK-NAME (upper-cased in place) into
      *  SDX-SOUNDEX and leaves the word itself in SDX-SURNAME:
      *  first letter kept, consonants coded 1-6, vowels and H/W
      *  skipped, doubled codes collapsed, zero padded to four.  A
      *  blank name yields '0000'.
      *
      *  The calling program must supply, in WORKING-STORAGE:
      *      01 SDX-WORK-NAME      PIC X(70).
      *      01 SDX-SURNAME        PIC X(30).
      *      01 SDX-SOUNDEX        PIC X(04).
      *      01 SDX-SUB            Binary-Long.
      *      01 SDX-OUT            Binary-Long.
      *      01 SDX-CHAR           PIC X(01).
      *      01 SDX-CODE           PIC X(01).
      *      01 SDX-PREV           PIC X(01).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       9580-SOUNDEX.
           MOVE FUNCTION UPPER-CASE(SDX-WORK-NAME)
             TO SDX-WORK-NAME
           MOVE SPACES TO SDX-SURNAME
           UNSTRING SDX-WORK-NAME DELIMITED BY ALL ' '
               INTO SDX-SURNAME
           END-UNSTRING
           MOVE '0000' TO SDX-SOUNDEX
           IF SDX-SURNAME = SPACES
              GO TO 9580-SOUNDEX-EXIT
           END-IF
           MOVE SDX-SURNAME (1:1) TO SDX-SOUNDEX (1:1)
           MOVE SDX-SURNAME (1:1) TO SDX-CHAR
           PERFORM 9581-SOUNDEX-CODE-CHAR
              THRU 9581-SOUNDEX-CODE-CHAR-EXIT
           MOVE SDX-CODE TO SDX-PREV
           MOVE 1 TO SDX-OUT
           PERFORM 9582-SOUNDEX-ONE-CHAR
              THRU 9582-SOUNDEX-ONE-CHAR-EXIT
              VARYING SDX-SUB FROM 2 BY 1
              UNTIL SDX-SUB > 30
                 OR SDX-OUT >= 4.
       9580-SOUNDEX-EXIT.
           EXIT.

       9581-SOUNDEX-CODE-CHAR.
           EVALUATE TRUE
              WHEN SDX-CHAR = 'B' OR SDX-CHAR = 'F' OR
                   SDX-CHAR = 'P' OR SDX-CHAR = 'V'
                 MOVE '1' TO SDX-CODE
              WHEN SDX-CHAR = 'C' OR SDX-CHAR = 'G' OR
                   SDX-CHAR = 'J' OR SDX-CHAR = 'K' OR
                   SDX-CHAR = 'Q' OR SDX-CHAR = 'S' OR
                   SDX-CHAR = 'X' OR SDX-CHAR = 'Z'
                 MOVE '2' TO SDX-CODE
              WHEN SDX-CHAR = 'D' OR SDX-CHAR = 'T'
                 MOVE '3' TO SDX-CODE
              WHEN SDX-CHAR = 'L'
                 MOVE '4' TO SDX-CODE
              WHEN SDX-CHAR = 'M' OR SDX-CHAR = 'N'
                 MOVE '5' TO SDX-CODE
              WHEN SDX-CHAR = 'R'
                 MOVE '6' TO SDX-CODE
              WHEN SDX-CHAR = 'H' OR SDX-CHAR = 'W'
                 MOVE 'H' TO SDX-CODE
              WHEN OTHER
                 MOVE '0' TO SDX-CODE
           END-EVALUATE.
       9581-SOUNDEX-CODE-CHAR-EXIT.
           EXIT.

       9582-SOUNDEX-ONE-CHAR.
           MOVE SDX-SURNAME (SDX-SUB:1) TO SDX-CHAR
           IF SDX-CHAR = SPACE
              MOVE 31 TO SDX-SUB
              GO TO 9582-SOUNDEX-ONE-CHAR-EXIT
           END-IF
           PERFORM 9581-SOUNDEX-CODE-CHAR
              THRU 9581-SOUNDEX-CODE-CHAR-EXIT
           EVALUATE TRUE
              WHEN SDX-CODE = 'H'
      *          H and W are transparent: the previous code stands
                 CONTINUE
              WHEN SDX-CODE = '0'
                 MOVE '0' TO SDX-PREV
              WHEN SDX-CODE = SDX-PREV
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO SDX-OUT
                 MOVE SDX-CODE TO SDX-SOUNDEX (SDX-OUT:1)
                 MOVE SDX-CODE TO SDX-PREV
           END-EVALUATE.
       9582-SOUNDEX-ONE-CHAR-EXIT.
           EXIT.
