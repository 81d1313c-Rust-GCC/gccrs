      *                        re-points to its survivor through
      *                        the MRGXREF cross-reference instead
      *                        of answering unknown.
      *  2026-10-15 smckinney  Every requested key is logged to the
      *                        READLOG read-access log through
      *                        READ-ACCESS (user, key, code, time).
      *  2026-10-15 smckinney  An account key whose check digits
      *                        fail is refused through ACCT-KEY
      *                        before any file is read.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. REPL-INQ.
            05  MXR-SURVIVOR-KEY    PIC X(32).
            05  MXR-MERGE-DATE      PIC 9(08).
        Working-Storage Section.
        COPY read-access.
        COPY acct-key.
        01  RIQ-REPL-STATUS         PIC X(02).
        01  RIQ-BAL-DISPLAY         PIC -(13)9.99.
        01  RIQ-SEQ-DISPLAY         PIC 9(09).
               GOBACK
            END-IF
            MOVE IHX-REQUEST (21:32) TO RIQ-KEY
            SET AKQ-REQ-VALIDATE TO TRUE
            MOVE RIQ-KEY TO AKQ-KEY
            CALL 'ACCT-KEY' USING AKQ-CONTROL
            IF AKQ-CHECK-FAILED
               MOVE 'ERR KEY CHECK DIGITS FAIL' TO IHX-REPLY
               MOVE 25 TO IHX-REPLY-LENGTH
               CLOSE REPLICA-FILE
               GOBACK
            END-IF
            MOVE IHX-USER TO RAQ-USER
            MOVE RIQ-KEY TO RAQ-KEY
            MOVE IHX-TXN-CODE TO RAQ-TXN-CODE
            MOVE 'REPLINQ' TO RAQ-PROGRAM-ID
            CALL 'READ-ACCESS' USING RAQ-CONTROL
            MOVE 0 TO RIQ-HOPS
            PERFORM 2000-READ-OR-REPOINT
               THRU 2000-READ-OR-REPOINT-EXIT
