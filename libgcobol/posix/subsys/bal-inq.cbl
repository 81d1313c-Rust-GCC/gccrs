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
        Program-ID. BAL-INQ.
        Working-Storage Section.
        COPY bal-average.
        COPY bus-date.
        COPY read-access.
        COPY acct-key.
        01  BIQ-MONTH-TEXT          PIC X(06).
        01  BIQ-AVG-DISPLAY         PIC -(13)9.99.
        01  BIQ-MIN-DISPLAY         PIC -(13)9.99.
               MOVE 15 TO IHX-REPLY-LENGTH
               GOBACK
            END-IF
            SET AKQ-REQ-VALIDATE TO TRUE
            MOVE BAQ-KEY TO AKQ-KEY
            CALL 'ACCT-KEY' USING AKQ-CONTROL
            IF AKQ-CHECK-FAILED
               MOVE 'ERR KEY CHECK DIGITS FAIL' TO IHX-REPLY
               MOVE 25 TO IHX-REPLY-LENGTH
               GOBACK
            END-IF
            MOVE IHX-USER TO RAQ-USER
            MOVE BAQ-KEY TO RAQ-KEY
            MOVE IHX-TXN-CODE TO RAQ-TXN-CODE
            MOVE 'BALINQ' TO RAQ-PROGRAM-ID
            CALL 'READ-ACCESS' USING RAQ-CONTROL
            IF BIQ-MONTH-TEXT NUMERIC
               MOVE FUNCTION NUMVAL(BIQ-MONTH-TEXT)
                 TO BAQ-MONTH
