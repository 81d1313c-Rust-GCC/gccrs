      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  jrnl-gen-paragraphs.cpy
      *  Walk the account-master journal across its generations
      *  (jrnl-gen.cpy), opening only those that hold entries posted
      *  in a range of business dates, through JRNL-INDEX.  COPY
      *  into the PROCEDURE DIVISION with jrnl-paragraphs.cpy; the
      *  program supplies jrnl-paragraphs' items (JRN-FD with
      *  Value 0 -- zero is "no generation open"), COPY jrnl-index
      *  and COPY exit-status in WORKING-STORAGE.
      *      MOVE the range to JIQ-FROM-DATE and JIQ-TO-DATE and
      *      PERFORM 9570-JRNL-FIRST-GEN, then
      *      PERFORM 9580-JRNL-READ-WALK for each entry: it reads at
      *              JRN-OFFSET, stepping to the next generation at
      *              offset zero when one runs out; JRN-RC below
      *              LENGTH OF JRN-RECORD is the end of the walk
      *      ADD JRN-READ-LENGTH TO JRN-OFFSET between reads,
      *      PERFORM 9590-JRNL-CLOSE-GEN when done.
      *  Each generation is read at the entry length its index
      *  entry gives (JRN-READ-LENGTH), so generations written
      *  before JRN-PROVENANCE read in the same walk.
      *  A generation's dates only narrow the reading -- the caller
      *  still tests each entry's JRN-RUN-ID.  An index that cannot
      *  be read, or a generation that cannot be opened, sets
      *  JOB-NEEDS-RERUN and ends the walk.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       9570-JRNL-FIRST-GEN.
           MOVE 'FIRST' TO JIQ-REQUEST
           PERFORM 9578-JRNL-OPEN-GEN THRU 9578-JRNL-OPEN-GEN-EXIT.
       9570-JRNL-FIRST-GEN-EXIT.
           EXIT.

       9575-JRNL-NEXT-GEN.
           MOVE 'NEXT' TO JIQ-REQUEST
           PERFORM 9578-JRNL-OPEN-GEN THRU 9578-JRNL-OPEN-GEN-EXIT.
       9575-JRNL-NEXT-GEN-EXIT.
           EXIT.

       9578-JRNL-OPEN-GEN.
           PERFORM 9590-JRNL-CLOSE-GEN THRU 9590-JRNL-CLOSE-GEN-EXIT
           MOVE 0 TO JRN-OFFSET
           CALL 'JRNL-INDEX' USING JIQ-CONTROL
           IF JIQ-NO-GENERATION
              GO TO 9578-JRNL-OPEN-GEN-EXIT
           END-IF
           IF NOT JIQ-OK
              DISPLAY '9578-JRNL-OPEN-GEN: journal index status '
                 JIQ-STATUS
              SET JOB-NEEDS-RERUN TO TRUE
              GO TO 9578-JRNL-OPEN-GEN-EXIT
           END-IF
           CALL "posix-open" USING BY REFERENCE JIQ-PATH
                BY VALUE 0
               RETURNING JRN-RC
           END-CALL
           IF JRN-RC < 0
              DISPLAY '9578-JRNL-OPEN-GEN: cannot open journal'
                 ' generation ' JIQ-GENERATION ' '
                 FUNCTION TRIM(JIQ-PATH)
              SET JOB-NEEDS-RERUN TO TRUE
              GO TO 9578-JRNL-OPEN-GEN-EXIT
           END-IF
           MOVE JRN-RC TO JRN-FD
           MOVE JIQ-ENTRY-LENGTH TO JRN-READ-LENGTH.
       9578-JRNL-OPEN-GEN-EXIT.
           EXIT.

       9580-JRNL-READ-WALK.
           MOVE 0 TO JRN-RC
           PERFORM 9585-JRNL-TRY-READ THRU 9585-JRNL-TRY-READ-EXIT
               UNTIL JRN-RC = LENGTH OF JRN-RECORD OR JRN-FD = 0.
       9580-JRNL-READ-WALK-EXIT.
           EXIT.

       9585-JRNL-TRY-READ.
           PERFORM 9565-READ-JOURNAL-ENTRY
              THRU 9565-READ-JOURNAL-ENTRY-EXIT
           IF JRN-RC NOT = LENGTH OF JRN-RECORD
              PERFORM 9575-JRNL-NEXT-GEN THRU 9575-JRNL-NEXT-GEN-EXIT
              MOVE 0 TO JRN-RC
           END-IF.
       9585-JRNL-TRY-READ-EXIT.
           EXIT.

       9590-JRNL-CLOSE-GEN.
           IF JRN-FD NOT = 0
              CALL "posix-close" USING BY VALUE JRN-FD
                  RETURNING JRN-RC
              END-CALL
              MOVE 0 TO JRN-FD
           END-IF.
       9590-JRNL-CLOSE-GEN-EXIT.
           EXIT.
