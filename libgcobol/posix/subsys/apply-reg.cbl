      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  apply-reg.cbl
      *
      *  Applied-batch registry.  Every posting program registers
      *  each input file it applies -- content hash, record count,
      *  amount total, business date, program and run id -- on
      *  APPLYREG, and asks before it posts whether the same
      *  content has been applied before.  A posting file resent by
      *  a feed, or a rerun picked up against yesterday's input, is
      *  refused with JOB-ALREADY-APPLIED instead of being posted a
      *  second time.  When a file really is meant to go in again
      *  the operator exports APPLY_DUP_OVERRIDE=Y, the
      *  BUSDATE_OVERRIDE pattern: the override is reported on the
      *  job log and the application it lets through is marked on
      *  the registry.  APPLY-REPORT lists the registry.
      *
      *  The content identity is the hash over every record in
      *  order together with the record count and the amount
      *  total, so a file that differs in one byte, one record or
      *  one cent is new content.  The file name is recorded for
      *  the report only: the same content under a new name is
      *  still a duplicate.
      *
      *  Requests and replies are in apply-reg.cpy; the calling
      *  steps are in apply-reg-paragraphs.cpy.  APPLYREG (applied-
      *  batch.cpy) is opened on every CALL and created empty when
      *  missing.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. APPLY-REG.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-GETENV.
        Input-Output Section.
        File-Control.
            Select APPLY-REG-FILE Assign To APPLYREG
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is APB-KEY
                File Status Is APW-REG-STATUS.
        Data Division.
        File Section.
        FD  APPLY-REG-FILE.
        COPY applied-batch.
        Working-Storage Section.
        01  APW-REG-STATUS          PIC X(02).
        01  APW-ENV-NAME            PIC X(64).
        01  APW-ENV-VALUE           PIC X(256).
        01  APW-NOW                 PIC X(21).
        Linkage Section.
        COPY apply-reg.
        Procedure Division Using APC-CONTROL.
        0000-MAINLINE.
            MOVE '00' TO APC-STATUS
            EVALUATE TRUE
               WHEN APC-REQ-CHECK
                  PERFORM 1000-CHECK THRU 1000-CHECK-EXIT
               WHEN APC-REQ-REGISTER
                  PERFORM 2000-REGISTER THRU 2000-REGISTER-EXIT
               WHEN OTHER
                  MOVE '80' TO APC-STATUS
            END-EVALUATE
            GOBACK.

      * no registry yet means nothing has been applied yet
        1000-CHECK.
            SET APC-OVERRIDE TO FALSE
            MOVE SPACES TO APC-PRIOR-PROGRAM-ID
            MOVE 0 TO APC-PRIOR-DATE
            MOVE 0 TO APC-PRIOR-RUN-ID
            OPEN INPUT APPLY-REG-FILE
            IF APW-REG-STATUS = '35'
               GO TO 1000-CHECK-EXIT
            END-IF
            IF APW-REG-STATUS NOT = '00'
               DISPLAY 'apply-reg: cannot open APPLYREG, status '
                  APW-REG-STATUS
               MOVE '90' TO APC-STATUS
               GO TO 1000-CHECK-EXIT
            END-IF
            MOVE APC-CONTENT-HASH TO APB-CONTENT-HASH
            MOVE APC-RECORD-COUNT TO APB-RECORD-COUNT
            MOVE APC-AMOUNT-TOTAL TO APB-AMOUNT-TOTAL
            MOVE 0 TO APB-RUN-ID
            START APPLY-REG-FILE KEY NOT < APB-KEY
            IF APW-REG-STATUS NOT = '00'
               CLOSE APPLY-REG-FILE
               GO TO 1000-CHECK-EXIT
            END-IF
            READ APPLY-REG-FILE NEXT
                AT END
                    CLOSE APPLY-REG-FILE
                    GO TO 1000-CHECK-EXIT
            END-READ
            CLOSE APPLY-REG-FILE
            IF APB-CONTENT-HASH NOT = APC-CONTENT-HASH
               OR APB-RECORD-COUNT NOT = APC-RECORD-COUNT
               OR APB-AMOUNT-TOTAL NOT = APC-AMOUNT-TOTAL
               GO TO 1000-CHECK-EXIT
            END-IF
      *     the first application of this content is the one that
      *     counts; later ones were let through by an override
            MOVE APB-PROGRAM-ID TO APC-PRIOR-PROGRAM-ID
            MOVE APB-BUSINESS-DATE TO APC-PRIOR-DATE
            MOVE APB-RUN-ID TO APC-PRIOR-RUN-ID
            MOVE '40' TO APC-STATUS
            MOVE 'APPLY_DUP_OVERRIDE' TO APW-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(APW-ENV-NAME) TO APW-ENV-VALUE
            IF APW-ENV-VALUE (1:1) = 'Y' OR APW-ENV-VALUE (1:1) = 'y'
               SET APC-OVERRIDE TO TRUE
               MOVE '45' TO APC-STATUS
               DISPLAY 'apply-reg: OPERATOR OVERRIDE in effect, '
                  FUNCTION TRIM(APC-FILE-NAME)
                  ' applied again by ' APC-PROGRAM-ID
            END-IF.
        1000-CHECK-EXIT.
            EXIT.

        2000-REGISTER.
            OPEN I-O APPLY-REG-FILE
            IF APW-REG-STATUS = '35'
               OPEN OUTPUT APPLY-REG-FILE
               CLOSE APPLY-REG-FILE
               OPEN I-O APPLY-REG-FILE
            END-IF
            IF APW-REG-STATUS NOT = '00'
               DISPLAY 'apply-reg: cannot open APPLYREG, status '
                  APW-REG-STATUS
               MOVE '90' TO APC-STATUS
               GO TO 2000-REGISTER-EXIT
            END-IF
            MOVE FUNCTION CURRENT-DATE TO APW-NOW
            INITIALIZE APPLIED-BATCH-RECORD
            MOVE APC-CONTENT-HASH TO APB-CONTENT-HASH
            MOVE APC-RECORD-COUNT TO APB-RECORD-COUNT
            MOVE APC-AMOUNT-TOTAL TO APB-AMOUNT-TOTAL
            MOVE APC-RUN-ID TO APB-RUN-ID
            MOVE APC-PROGRAM-ID TO APB-PROGRAM-ID
            MOVE APC-BUSINESS-DATE TO APB-BUSINESS-DATE
            MOVE APW-NOW (1:8) TO APB-APPLIED-DATE
            MOVE APW-NOW (9:6) TO APB-APPLIED-TIME
            MOVE APC-FILE-NAME TO APB-FILE-NAME
            IF APC-OVERRIDE
               MOVE 'Y' TO APB-OVERRIDE-SW
            ELSE
               MOVE 'N' TO APB-OVERRIDE-SW
            END-IF
            WRITE APPLIED-BATCH-RECORD
            IF APW-REG-STATUS = '22'
               REWRITE APPLIED-BATCH-RECORD
            END-IF
            IF APW-REG-STATUS NOT = '00'
               DISPLAY 'apply-reg: cannot write APPLYREG, status '
                  APW-REG-STATUS
               MOVE '90' TO APC-STATUS
            END-IF
            CLOSE APPLY-REG-FILE.
        2000-REGISTER-EXIT.
            EXIT.
        End Program APPLY-REG.
