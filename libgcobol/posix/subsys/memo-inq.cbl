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
        Program-ID. MEMO-INQ.
            05  MXR-MERGE-DATE      PIC 9(08).
        Working-Storage Section.
        COPY memo-post.
        COPY read-access.
        COPY acct-key.
        01  MIQ-ACCT-STATUS         PIC X(02).
        01  MIQ-AVAILABLE           PIC S9(13)V99 COMP-3.
        01  MIQ-LGR-DISPLAY         PIC -(13)9.99.
        0000-MAINLINE.
            SET IHX-OK TO TRUE
            MOVE IHX-REQUEST (21:32) TO MPQ-KEY
            SET AKQ-REQ-VALIDATE TO TRUE
            MOVE MPQ-KEY TO AKQ-KEY
            CALL 'ACCT-KEY' USING AKQ-CONTROL
            IF AKQ-CHECK-FAILED
               MOVE 'ERR KEY CHECK DIGITS FAIL' TO IHX-REPLY
               MOVE 25 TO IHX-REPLY-LENGTH
               GOBACK
            END-IF
            MOVE IHX-USER TO RAQ-USER
            MOVE MPQ-KEY TO RAQ-KEY
            MOVE IHX-TXN-CODE TO RAQ-TXN-CODE
            MOVE 'MEMOINQ' TO RAQ-PROGRAM-ID
            CALL 'READ-ACCESS' USING RAQ-CONTROL
            OPEN INPUT ACCT-MASTER-FILE
            IF MIQ-ACCT-STATUS NOT = '00'
               MOVE 'ERR MASTER UNAVAILABLE' TO IHX-REPLY
