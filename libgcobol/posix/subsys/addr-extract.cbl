      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Name and address lines are decrypted
      *                        through PII-CRYPT (ADDR-LOOKUP for
      *                        the address); rows PIIAUTH does not
      *                        clear ADDREXTR for go out masked and
      *                        are counted on the job log.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. ADDR-EXTRACT.
        Working-Storage Section.
        COPY bus-date.
        COPY addr-lookup.
        COPY pii-crypt.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  AXT-RUN-START.
        01  AXT-READ-COUNT          PIC 9(09) Value 0.
        01  AXT-WRITTEN-COUNT       PIC 9(09) Value 0.
        01  AXT-NO-ADDR-COUNT       PIC 9(09) Value 0.
        01  AXT-MASKED-COUNT        PIC 9(09) Value 0.
        01  AXT-TODAY               PIC 9(08).
        Procedure Division.
        0000-MAINLINE.
        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET AXT-EOF TO FALSE
            MOVE 'ADDREXTR' TO PCX-PROGRAM-ID ALQ-PROGRAM-ID
            MOVE SPACES TO ALQ-USER
            MOVE 0 TO ALQ-USER-TIER
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'addr-extract: no business date established'
            MOVE AM-KEY TO ALQ-KEY
            MOVE AXT-TODAY TO ALQ-ASOF-DATE
            CALL 'ADDR-LOOKUP' USING ALQ-CONTROL
            MOVE AM-KEY TO CUS-KEY PII-RECORD-KEY
            MOVE AM-PII-KEY-ID TO PII-KEY-ID
            MOVE AM-CUSTOMER-NAME TO PII-NAME
            PERFORM 9300-PII-REVEAL-NAME
               THRU 9300-PII-REVEAL-NAME-EXIT
            MOVE PII-NAME TO CUS-NAME
            IF NOT PII-CLEAR OR (ALQ-OK AND ALQ-ADDR-MASKED)
               ADD 1 TO AXT-MASKED-COUNT
            END-IF
            MOVE 0 TO CUS-BIRTHDATE
            IF ALQ-OK
               MOVE ALQ-ADDR1 TO CUS-ADDR1
        9999-EXIT.
            DISPLAY 'addr-extract: ' AXT-READ-COUNT ' read, '
               AXT-WRITTEN-COUNT ' extracted, '
               AXT-NO-ADDR-COUNT ' with no address on file, '
               AXT-MASKED-COUNT ' masked'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, AXT-RUN-STOP)
              TO AXT-RC
            MOVE 'ADDREXTR' TO JHR-PROGRAM-ID
            EXIT.

        COPY jobhist-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY exit-status-paragraphs.
        End Program ADDR-EXTRACT.
