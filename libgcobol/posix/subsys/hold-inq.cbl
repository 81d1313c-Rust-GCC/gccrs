      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Every requested key is logged to the
      *                        READLOG read-access log through
      *                        READ-ACCESS (user, key, code, time).
      *  2026-10-15 smckinney  An account key whose check digits
      *                        fail is refused through ACCT-KEY
      *                        before any file is read.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. HOLD-INQ.
        Working-Storage Section.
        COPY hold-check.
        COPY bus-date.
        COPY read-access.
        COPY acct-key.
        01  HIQ-TOTAL-DISPLAY       PIC -(13)9.99.
        01  HIQ-COUNT-DISPLAY       PIC 9(04).
        Linkage Section.
        0000-MAINLINE.
            SET IHX-OK TO TRUE
            MOVE IHX-REQUEST (21:32) TO HCQ-KEY
            SET AKQ-REQ-VALIDATE TO TRUE
            MOVE HCQ-KEY TO AKQ-KEY
            CALL 'ACCT-KEY' USING AKQ-CONTROL
            IF AKQ-CHECK-FAILED
               MOVE 'ERR KEY CHECK DIGITS FAIL' TO IHX-REPLY
               MOVE 25 TO IHX-REPLY-LENGTH
               GOBACK
            END-IF
            MOVE IHX-USER TO RAQ-USER
            MOVE HCQ-KEY TO RAQ-KEY
            MOVE IHX-TXN-CODE TO RAQ-TXN-CODE
            MOVE 'HOLDINQ' TO RAQ-PROGRAM-ID
            CALL 'READ-ACCESS' USING RAQ-CONTROL
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF BDQ-OK
               MOVE BDQ-DATE TO HCQ-ASOF-DATE
