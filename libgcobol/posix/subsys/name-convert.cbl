      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *  2026-10-15 smckinney  The converted name is written
      *                        encrypted through PII-CRYPT; a record
      *                        that cannot be encrypted is not
      *                        written.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. NAME-CONVERT.
        01  REPORT-LINE             PIC X(132).
        Working-Storage Section.
        COPY exit-status.
        COPY pii-crypt.
        01  NCV-OLD-STATUS          PIC X(02).
        01  NCV-NEW-STATUS          PIC X(02).
        01  NCV-EOF-SWITCH          PIC X(01).

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE 'NAMECONV' TO PCX-PROGRAM-ID
            SET NCV-EOF TO FALSE
            OPEN INPUT OLD-MASTER-FILE
            IF NCV-OLD-STATUS NOT = '00'
               PERFORM 2300-REPORT-ALTERED
                  THRU 2300-REPORT-ALTERED-EXIT
            END-IF
            MOVE AM-KEY TO PII-RECORD-KEY
            MOVE AM-CUSTOMER-NAME TO PII-NAME
            PERFORM 9310-PII-PROTECT-NAME
               THRU 9310-PII-PROTECT-NAME-EXIT
            IF PII-FAILED
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2200-BUILD-NEW-EXIT
            END-IF
            MOVE PII-NAME TO AM-CUSTOMER-NAME
            MOVE PII-KEY-ID TO AM-PII-KEY-ID
            WRITE ACCT-MASTER-RECORD
            IF NCV-NEW-STATUS = '00'
               ADD 1 TO NCV-WRITTEN-COUNT
            EXIT.

        COPY utf8-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY exit-status-paragraphs.
        End Program NAME-CONVERT.
