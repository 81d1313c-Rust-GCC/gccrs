      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  gen-catalog-paragraphs.cpy
      *  The three steps a state-file program takes against the
      *  GEN-CATALOG generation catalog (gen-catalog.cpy).  COPY
      *  into the PROCEDURE DIVISION; the program supplies, in
      *  WORKING-STORAGE, COPY gen-catalog and COPY exit-status.
      *  With GNC-BASE-NAME set to the file's assign name:
      *      PERFORM 9850-GEN-POINT-INPUT  before OPEN INPUT
      *      PERFORM 9860-GEN-POINT-OUTPUT before OPEN OUTPUT
      *      PERFORM 9870-GEN-PUBLISH      after the CLOSE, with
      *              GNC-BUSINESS-DATE and GNC-PROGRAM-ID filled
      *  A base name not defined on GENDEFS leaves the assign name
      *  alone, so the file is read and rewritten in place as
      *  before.  A generation that cannot be found, or a catalog
      *  or publish failure, sets JOB-NEEDS-RERUN: the caller tests
      *  it before going on, and publishes nothing after it.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       9850-GEN-POINT-INPUT.
           MOVE 'INPUT' TO GNC-REQUEST
           MOVE 0 TO GNC-RELATIVE
           MOVE 0 TO GNC-GENERATION
           CALL 'GEN-CATALOG' USING GNC-CONTROL
           IF GNC-OK OR GNC-NONE-YET OR GNC-UNDEFINED
              GO TO 9850-GEN-POINT-INPUT-EXIT
           END-IF
           DISPLAY '9850-GEN-POINT-INPUT: ' GNC-BASE-NAME
              ' status ' GNC-STATUS
           SET JOB-NEEDS-RERUN TO TRUE.
       9850-GEN-POINT-INPUT-EXIT.
           EXIT.

       9860-GEN-POINT-OUTPUT.
           MOVE 'OUTPUT' TO GNC-REQUEST
           CALL 'GEN-CATALOG' USING GNC-CONTROL
           IF GNC-OK OR GNC-UNDEFINED
              GO TO 9860-GEN-POINT-OUTPUT-EXIT
           END-IF
           DISPLAY '9860-GEN-POINT-OUTPUT: ' GNC-BASE-NAME
              ' status ' GNC-STATUS
           SET JOB-NEEDS-RERUN TO TRUE.
       9860-GEN-POINT-OUTPUT-EXIT.
           EXIT.

       9870-GEN-PUBLISH.
           MOVE 'PUBLISH' TO GNC-REQUEST
           CALL 'GEN-CATALOG' USING GNC-CONTROL
           EVALUATE TRUE
              WHEN GNC-OK
              WHEN GNC-UNDEFINED
                 CONTINUE
              WHEN GNC-NOT-RETIRED
                 IF JOB-OK
                    SET JOB-WARNING TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY '9870-GEN-PUBLISH: ' GNC-BASE-NAME
                    ' status ' GNC-STATUS
                 SET JOB-NEEDS-RERUN TO TRUE
           END-EVALUATE.
       9870-GEN-PUBLISH-EXIT.
           EXIT.
