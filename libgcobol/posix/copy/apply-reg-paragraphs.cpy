      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  apply-reg-paragraphs.cpy
      *  The steps a posting program takes against the APPLY-REG
      *  applied-batch registry (apply-reg.cpy).  COPY into the
      *  PROCEDURE DIVISION; the program supplies, in WORKING-
      *  STORAGE, COPY apply-reg and COPY exit-status.  On a read-
      *  through of the input before anything is posted:
      *      PERFORM 9875-APPLY-START        before the first read
      *      PERFORM 9880-APPLY-HASH-RECORD  per record, with the
      *              record in APC-HASH-TEXT and its length in
      *              APC-HASH-LENGTH; the program adds the record's
      *              amount to APC-AMOUNT-TOTAL itself
      *      PERFORM 9885-APPLY-CHECK        after the last, with
      *              APC-PROGRAM-ID, APC-BUSINESS-DATE, APC-RUN-ID
      *              and APC-FILE-NAME filled
      *  and once the file has been posted:
      *      PERFORM 9890-APPLY-REGISTER
      *  A file applied before sets JOB-ALREADY-APPLIED and the
      *  program posts nothing from it; an unreadable registry sets
      *  JOB-NEEDS-RERUN.  A registry that cannot be written after
      *  the posting is a JOB-WARNING: the posting stands, and a
      *  rerun would apply it twice.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       9875-APPLY-START.
           MOVE 0 TO APC-HASH-WORK
           MOVE 0 TO APC-CONTENT-HASH
           MOVE 0 TO APC-RECORD-COUNT
           MOVE 0 TO APC-AMOUNT-TOTAL
           SET APC-OVERRIDE TO FALSE.
       9875-APPLY-START-EXIT.
           EXIT.

      * each record ends with a newline folded into the hash, so
      * moving a byte across a record boundary changes it
       9880-APPLY-HASH-RECORD.
           ADD 1 TO APC-RECORD-COUNT
           IF APC-HASH-LENGTH > 512
              MOVE 512 TO APC-HASH-LENGTH
           END-IF
           PERFORM 9881-APPLY-HASH-ONE-BYTE
              THRU 9881-APPLY-HASH-ONE-BYTE-EXIT
              VARYING APC-HASH-SUB FROM 1 BY 1
              UNTIL APC-HASH-SUB > APC-HASH-LENGTH
           COMPUTE APC-HASH-WORK = FUNCTION MOD(
              APC-HASH-WORK * 131 + 10, 1000000000000000).
       9880-APPLY-HASH-RECORD-EXIT.
           EXIT.

       9881-APPLY-HASH-ONE-BYTE.
           COMPUTE APC-HASH-WORK = FUNCTION MOD(
              APC-HASH-WORK * 131
              + FUNCTION ORD(APC-HASH-TEXT (APC-HASH-SUB:1)),
              1000000000000000).
       9881-APPLY-HASH-ONE-BYTE-EXIT.
           EXIT.

       9885-APPLY-CHECK.
           MOVE APC-HASH-WORK TO APC-CONTENT-HASH
           MOVE 'CHECK' TO APC-REQUEST
           CALL 'APPLY-REG' USING APC-CONTROL
           EVALUATE TRUE
              WHEN APC-OK
              WHEN APC-OVERRIDDEN
                 CONTINUE
              WHEN APC-ALREADY-APPLIED
                 DISPLAY '9885-APPLY-CHECK: '
                    FUNCTION TRIM(APC-FILE-NAME)
                    ' already applied by ' APC-PRIOR-PROGRAM-ID
                    ' for ' APC-PRIOR-DATE
                    ' run ' APC-PRIOR-RUN-ID
                 SET JOB-ALREADY-APPLIED TO TRUE
              WHEN OTHER
                 DISPLAY '9885-APPLY-CHECK: '
                    FUNCTION TRIM(APC-FILE-NAME)
                    ' status ' APC-STATUS
                 SET JOB-NEEDS-RERUN TO TRUE
           END-EVALUATE.
       9885-APPLY-CHECK-EXIT.
           EXIT.

       9890-APPLY-REGISTER.
           MOVE 'REGISTER' TO APC-REQUEST
           CALL 'APPLY-REG' USING APC-CONTROL
           IF APC-OK
              GO TO 9890-APPLY-REGISTER-EXIT
           END-IF
           DISPLAY '9890-APPLY-REGISTER: '
              FUNCTION TRIM(APC-FILE-NAME)
              ' status ' APC-STATUS ' -- applied but not registered'
           IF JOB-OK
              SET JOB-WARNING TO TRUE
           END-IF.
       9890-APPLY-REGISTER-EXIT.
           EXIT.
