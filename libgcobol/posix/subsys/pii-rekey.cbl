      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  pii-rekey.cbl
      *
      *  Key-rotation batch for the protected customer fields.
      *  Walks ACCTMST and then ADDRMST and brings every record
      *  onto the current PIIKEYS key: the customer name (or the
      *  address lines and city) is decrypted under the key the
      *  record names and encrypted again under the current one.
      *  A record with a blank key id predates protection and is
      *  encrypted for the first time.  Every rewrite goes through
      *  the write-ahead journal of its own master (ACCTJRNL,
      *  ADDRJRNL) and the AUD-RECORD path (action REKEY); a
      *  record already under the current key is passed over, so
      *  a run that stops part way is simply run again.  The
      *  retired key must stay on PIIKEYS (status R) until a run
      *  ends clean; PIIAUTH must authorize PIIREKEY.
      *
      *  A record that cannot be decrypted is left exactly as it
      *  was, listed on SYSOUT, and turns the run to a warning.
      *  No current key, or no journal, and nothing is rewritten.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. PII-REKEY.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-PWRITE
            Function POSIX-PREAD
            Function POSIX-FSYNC
            Function POSIX-GETENV
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is PRK-ACCT-STATUS.
            Select ADDR-MASTER-FILE Assign To ADDRMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is ADM-KEY
                File Status Is PRK-ADDR-STATUS.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  ADDR-MASTER-FILE.
        COPY addr-master.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY jrnl-record.
        01  JRN-FD                  PIC 9(8) Usage COMP.
        01  JRN-OFFSET              Binary-Long.
        01  JRN-RC                  Binary-Long.
        01  JRN-GOOD-SW             PIC X(01).
            88  JRN-GOOD                Value 'Y', False 'N'.
        COPY exit-status.
        COPY pii-crypt.
        01  JHW-FILE-STATUS         PIC X(02).
        01  PRK-RUN-START.
            05  PRK-START-SECONDS   Usage BINARY-DOUBLE.
            05  PRK-START-NANOS     Usage BINARY-DOUBLE.
        01  PRK-RUN-STOP.
            05  PRK-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  PRK-STOP-NANOS      Usage BINARY-DOUBLE.
        01  PRK-ACCT-STATUS         PIC X(02).
        01  PRK-ADDR-STATUS         PIC X(02).
        01  PRK-ACCT-JRNL-PATH      PIC X(256)
                Value '/var/batch/acct-master.jrnl'.
        01  PRK-ADDR-JRNL-PATH      PIC X(256)
                Value '/var/batch/addr-master.jrnl'.
        01  PRK-JRNL-PATH           PIC X(256).
        01  PRK-ENV-NAME            PIC X(64).
        01  PRK-ENV-VALUE           PIC X(256).
        01  PRK-FD-RC               Binary-Long.
        01  PRK-JRNL-SEQ            PIC 9(09) Value 0.
        01  PRK-EOF-SWITCH          PIC X(01).
            88  PRK-EOF                 Value 'Y', False 'N'.
        01  PRK-TODAY               PIC 9(08).
        01  PRK-CURRENT-KEY-ID      PIC X(08).
        01  PRK-ACCT-READ           PIC 9(09) Value 0.
        01  PRK-ACCT-REKEYED        PIC 9(09) Value 0.
        01  PRK-ADDR-READ           PIC 9(09) Value 0.
        01  PRK-ADDR-REKEYED        PIC 9(09) Value 0.
        01  PRK-UNREADABLE          PIC 9(09) Value 0.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-REKEY-ACCOUNTS
                  THRU 2000-REKEY-ACCOUNTS-EXIT
            END-IF
            IF JOB-OK OR JOB-WARNING
               PERFORM 3000-REKEY-ADDRESSES
                  THRU 3000-REKEY-ADDRESSES-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE 'PIIREKEY' TO PCX-PROGRAM-ID
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, PRK-RUN-START)
              TO AUD-RC
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'pii-rekey: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO PRK-TODAY
            PERFORM 1100-FIND-CURRENT-KEY
               THRU 1100-FIND-CURRENT-KEY-EXIT.
        1000-INITIALIZE-EXIT.
            EXIT.

      * an ENCRYPT of an empty field names the current key without
      * producing any ciphertext
        1100-FIND-CURRENT-KEY.
            MOVE SPACES TO PII-RECORD-KEY PII-NAME
            PERFORM 9310-PII-PROTECT-NAME
               THRU 9310-PII-PROTECT-NAME-EXIT
            IF NOT PII-PROTECTED
               DISPLAY 'pii-rekey: no current key on PIIKEYS,'
                  ' nothing rekeyed'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1100-FIND-CURRENT-KEY-EXIT
            END-IF
            MOVE PII-KEY-ID TO PRK-CURRENT-KEY-ID
            DISPLAY 'pii-rekey: current key ' PRK-CURRENT-KEY-ID.
        1100-FIND-CURRENT-KEY-EXIT.
            EXIT.

      * each master's journal is opened for its own pass and closed
      * at the end of it; no journal, no pass
        1200-OPEN-JOURNAL.
            MOVE FUNCTION POSIX-GETENV(PRK-ENV-NAME)
              TO PRK-ENV-VALUE
            IF PRK-ENV-VALUE NOT = SPACES
               MOVE PRK-ENV-VALUE TO PRK-JRNL-PATH
            END-IF
            CALL "posix-open" USING BY REFERENCE PRK-JRNL-PATH
                 BY VALUE 2
                RETURNING PRK-FD-RC
            END-CALL
            IF PRK-FD-RC < 0
               DISPLAY 'pii-rekey: cannot open journal '
                  FUNCTION TRIM(PRK-JRNL-PATH)
                  ', refusing to rekey unjournaled'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1200-OPEN-JOURNAL-EXIT
            END-IF
            MOVE PRK-FD-RC TO JRN-FD
            CALL "posix-lseek" USING BY VALUE JRN-FD
                 BY VALUE 0 BY VALUE 2
                RETURNING JRN-OFFSET
            END-CALL
            IF JRN-OFFSET < 0
               MOVE 0 TO JRN-OFFSET
            END-IF.
        1200-OPEN-JOURNAL-EXIT.
            EXIT.

        2000-REKEY-ACCOUNTS.
            MOVE 'ACCTJRNL' TO PRK-ENV-NAME
            MOVE PRK-ACCT-JRNL-PATH TO PRK-JRNL-PATH
            PERFORM 1200-OPEN-JOURNAL THRU 1200-OPEN-JOURNAL-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 2000-REKEY-ACCOUNTS-EXIT
            END-IF
            OPEN I-O ACCT-MASTER-FILE
            IF PRK-ACCT-STATUS NOT = '00'
               DISPLAY 'pii-rekey: cannot open master, status '
                  PRK-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               CALL "posix-close" USING BY VALUE JRN-FD
                   RETURNING JRN-RC
               END-CALL
               GO TO 2000-REKEY-ACCOUNTS-EXIT
            END-IF
            SET PRK-EOF TO FALSE
            PERFORM 2100-REKEY-ONE-ACCOUNT
               THRU 2100-REKEY-ONE-ACCOUNT-EXIT
                UNTIL PRK-EOF
            CLOSE ACCT-MASTER-FILE
            CALL "posix-close" USING BY VALUE JRN-FD
                RETURNING JRN-RC
            END-CALL.
        2000-REKEY-ACCOUNTS-EXIT.
            EXIT.

        2100-REKEY-ONE-ACCOUNT.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET PRK-EOF TO TRUE
                    GO TO 2100-REKEY-ONE-ACCOUNT-EXIT
            END-READ
            ADD 1 TO PRK-ACCT-READ
            IF AM-PII-KEY-ID = PRK-CURRENT-KEY-ID
               GO TO 2100-REKEY-ONE-ACCOUNT-EXIT
            END-IF
            MOVE ACCT-MASTER-RECORD TO JRN-BEFORE-IMAGE
            MOVE AM-KEY TO PII-RECORD-KEY
            MOVE AM-PII-KEY-ID TO PII-KEY-ID
            MOVE AM-CUSTOMER-NAME TO PII-NAME
            PERFORM 9300-PII-REVEAL-NAME
               THRU 9300-PII-REVEAL-NAME-EXIT
            IF NOT PII-CLEAR
               PERFORM 4000-UNREADABLE THRU 4000-UNREADABLE-EXIT
               GO TO 2100-REKEY-ONE-ACCOUNT-EXIT
            END-IF
            PERFORM 9310-PII-PROTECT-NAME
               THRU 9310-PII-PROTECT-NAME-EXIT
            IF NOT PII-PROTECTED
               SET JOB-NEEDS-RERUN TO TRUE
               SET PRK-EOF TO TRUE
               GO TO 2100-REKEY-ONE-ACCOUNT-EXIT
            END-IF
            MOVE PII-NAME TO AM-CUSTOMER-NAME
            MOVE PII-KEY-ID TO AM-PII-KEY-ID
            MOVE ACCT-MASTER-RECORD TO JRN-AFTER-IMAGE
            MOVE AM-KEY TO JRN-KEY
            PERFORM 3600-JOURNAL-ONE THRU 3600-JOURNAL-ONE-EXIT
            IF NOT JRN-GOOD
               DISPLAY 'pii-rekey: journal write failed at '
                  AM-KEY ', stopping'
               SET JOB-NEEDS-RERUN TO TRUE
               SET PRK-EOF TO TRUE
               GO TO 2100-REKEY-ONE-ACCOUNT-EXIT
            END-IF
            REWRITE ACCT-MASTER-RECORD
            IF PRK-ACCT-STATUS NOT = '00'
               DISPLAY 'pii-rekey: rewrite failed for ' AM-KEY
                  ' status ' PRK-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               SET PRK-EOF TO TRUE
               GO TO 2100-REKEY-ONE-ACCOUNT-EXIT
            END-IF
            ADD 1 TO PRK-ACCT-REKEYED
            MOVE AM-KEY TO AUD-KEY
            PERFORM 3500-AUDIT-REKEY THRU 3500-AUDIT-REKEY-EXIT.
        2100-REKEY-ONE-ACCOUNT-EXIT.
            EXIT.

        3000-REKEY-ADDRESSES.
            MOVE 'ADDRJRNL' TO PRK-ENV-NAME
            MOVE PRK-ADDR-JRNL-PATH TO PRK-JRNL-PATH
            PERFORM 1200-OPEN-JOURNAL THRU 1200-OPEN-JOURNAL-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 3000-REKEY-ADDRESSES-EXIT
            END-IF
            OPEN I-O ADDR-MASTER-FILE
            IF PRK-ADDR-STATUS NOT = '00'
               DISPLAY 'pii-rekey: cannot open ADDRMST, status '
                  PRK-ADDR-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               CALL "posix-close" USING BY VALUE JRN-FD
                   RETURNING JRN-RC
               END-CALL
               GO TO 3000-REKEY-ADDRESSES-EXIT
            END-IF
            SET PRK-EOF TO FALSE
            PERFORM 3100-REKEY-ONE-ADDRESS
               THRU 3100-REKEY-ONE-ADDRESS-EXIT
                UNTIL PRK-EOF
            CLOSE ADDR-MASTER-FILE
            CALL "posix-close" USING BY VALUE JRN-FD
                RETURNING JRN-RC
            END-CALL.
        3000-REKEY-ADDRESSES-EXIT.
            EXIT.

        3100-REKEY-ONE-ADDRESS.
            READ ADDR-MASTER-FILE NEXT
                AT END
                    SET PRK-EOF TO TRUE
                    GO TO 3100-REKEY-ONE-ADDRESS-EXIT
            END-READ
            ADD 1 TO PRK-ADDR-READ
            IF ADM-PII-KEY-ID = PRK-CURRENT-KEY-ID
               GO TO 3100-REKEY-ONE-ADDRESS-EXIT
            END-IF
            MOVE ADDR-MASTER-RECORD TO JRN-BEFORE-IMAGE
            MOVE ADM-KEY TO PII-RECORD-KEY
            MOVE ADM-PII-KEY-ID TO PII-KEY-ID
            MOVE ADM-ADDR1 TO PII-ADDR1
            MOVE ADM-ADDR2 TO PII-ADDR2
            MOVE ADM-CITY TO PII-CITY
            PERFORM 9320-PII-REVEAL-ADDRESS
               THRU 9320-PII-REVEAL-ADDRESS-EXIT
            IF NOT PII-CLEAR
               PERFORM 4000-UNREADABLE THRU 4000-UNREADABLE-EXIT
               GO TO 3100-REKEY-ONE-ADDRESS-EXIT
            END-IF
            PERFORM 9330-PII-PROTECT-ADDRESS
               THRU 9330-PII-PROTECT-ADDRESS-EXIT
            IF NOT PII-PROTECTED
               SET JOB-NEEDS-RERUN TO TRUE
               SET PRK-EOF TO TRUE
               GO TO 3100-REKEY-ONE-ADDRESS-EXIT
            END-IF
            MOVE PII-ADDR1 TO ADM-ADDR1
            MOVE PII-ADDR2 TO ADM-ADDR2
            MOVE PII-CITY TO ADM-CITY
            MOVE PII-KEY-ID TO ADM-PII-KEY-ID
            MOVE ADDR-MASTER-RECORD TO JRN-AFTER-IMAGE
            MOVE ADM-ACCOUNT-KEY TO JRN-KEY
            PERFORM 3600-JOURNAL-ONE THRU 3600-JOURNAL-ONE-EXIT
            IF NOT JRN-GOOD
               DISPLAY 'pii-rekey: journal write failed at '
                  ADM-ACCOUNT-KEY ', stopping'
               SET JOB-NEEDS-RERUN TO TRUE
               SET PRK-EOF TO TRUE
               GO TO 3100-REKEY-ONE-ADDRESS-EXIT
            END-IF
            REWRITE ADDR-MASTER-RECORD
            IF PRK-ADDR-STATUS NOT = '00'
               DISPLAY 'pii-rekey: rewrite failed for '
                  ADM-ACCOUNT-KEY ' status ' PRK-ADDR-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               SET PRK-EOF TO TRUE
               GO TO 3100-REKEY-ONE-ADDRESS-EXIT
            END-IF
            ADD 1 TO PRK-ADDR-REKEYED
            MOVE ADM-ACCOUNT-KEY TO AUD-KEY
            PERFORM 3500-AUDIT-REKEY THRU 3500-AUDIT-REKEY-EXIT.
        3100-REKEY-ONE-ADDRESS-EXIT.
            EXIT.

        3500-AUDIT-REKEY.
            MOVE 'PIIREKEY' TO AUD-PROGRAM-ID
            MOVE 'REKEY' TO AUD-ACTION
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3500-AUDIT-REKEY-EXIT.
            EXIT.

        3600-JOURNAL-ONE.
            ADD 1 TO PRK-JRNL-SEQ
            MOVE PRK-JRNL-SEQ TO JRN-SEQUENCE
            MOVE PRK-TODAY TO JRN-RUN-ID
            MOVE 'PIIREKEY' TO JRN-PROGRAM-ID
            SET JRN-ACTION-UPDATE TO TRUE
            PERFORM 9550-WRITE-JOURNAL
               THRU 9550-WRITE-JOURNAL-EXIT.
        3600-JOURNAL-ONE-EXIT.
            EXIT.

      * left as it was: the old key is missing or PIIAUTH does not
      * let this program read it -- fix that and run again
        4000-UNREADABLE.
            ADD 1 TO PRK-UNREADABLE
            DISPLAY 'pii-rekey: cannot decrypt '
               FUNCTION TRIM(PII-RECORD-KEY) ' under key '
               PII-KEY-ID ', left unchanged'
            IF JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF.
        4000-UNREADABLE-EXIT.
            EXIT.

        9999-EXIT.
            DISPLAY 'pii-rekey: ' PRK-ACCT-READ ' accounts read, '
               PRK-ACCT-REKEYED ' rekeyed; '
               PRK-ADDR-READ ' addresses read, '
               PRK-ADDR-REKEYED ' rekeyed; '
               PRK-UNREADABLE ' unreadable'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, PRK-RUN-STOP)
              TO AUD-RC
            MOVE 'PIIREKEY' TO JHR-PROGRAM-ID
            MOVE PRK-TODAY TO JHR-BUSINESS-DATE
            MOVE PRK-START-SECONDS TO JHR-START-SECONDS
            MOVE PRK-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            COMPUTE JHR-RECORDS-IN = PRK-ACCT-READ + PRK-ADDR-READ
            COMPUTE JHR-RECORDS-OUT =
               PRK-ACCT-REKEYED + PRK-ADDR-REKEYED
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jrnl-paragraphs.
        COPY jobhist-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY exit-status-paragraphs.
        End Program PII-REKEY.
