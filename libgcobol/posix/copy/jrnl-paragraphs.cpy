      *  advances the offset; JRN-GOOD is false when the write did
      *  not make it to disk -- the caller must NOT apply the master
      *  update in that case.  9560 reads the record at JRN-OFFSET.
      *  9565 reads an entry JRN-READ-LENGTH long there (zero is
      *  LENGTH OF JRN-RECORD); a whole entry, short or not, comes
      *  back with JRN-RC at LENGTH OF JRN-RECORD, so the caller
      *  tests for the end the same way and steps JRN-OFFSET by
      *  JRN-READ-LENGTH.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       9550-WRITE-JOURNAL.
           SET JRN-GOOD TO FALSE
                LENGTH OF JRN-RECORD, JRN-OFFSET) TO JRN-RC.
       9560-READ-JOURNAL-EXIT.
           EXIT.

       9565-READ-JOURNAL-ENTRY.
           IF JRN-READ-LENGTH = 0 OR
              JRN-READ-LENGTH = LENGTH OF JRN-RECORD
              PERFORM 9560-READ-JOURNAL THRU 9560-READ-JOURNAL-EXIT
              GO TO 9565-READ-JOURNAL-ENTRY-EXIT
           END-IF
           IF JRN-READ-LENGTH > LENGTH OF JRN-RECORD
              DISPLAY '9565-READ-JOURNAL-ENTRY: entry length '
                 JRN-READ-LENGTH ' longer than the record'
              MOVE -1 TO JRN-RC
              GO TO 9565-READ-JOURNAL-ENTRY-EXIT
           END-IF
           MOVE SPACES TO JRN-PROVENANCE
           MOVE FUNCTION POSIX-PREAD(JRN-FD, JRN-RECORD,
                JRN-READ-LENGTH, JRN-OFFSET) TO JRN-RC
           IF JRN-RC = JRN-READ-LENGTH
              MOVE LENGTH OF JRN-RECORD TO JRN-RC
           END-IF.
       9565-READ-JOURNAL-ENTRY-EXIT.
           EXIT.
