      *  posting with the movement amount, and the closing balance.
      *  Every statement line leads with the AM-BRANCH burst key so
      *  BURST-REPORT delivers the statements through the existing
      *  DISTCTL routing and PDF device class.  An account whose
      *  address in force is marked returned (hold mail) carries
      *  the burst key 'HOLD' instead, so its statement goes to the
      *  hold-mail bundle rather than the branch.  An account with
      *  no posting activity inside the period produces no
      *  statement.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -CYCLE=<code>       statement cycle, required
      *                        address master through ADDR-LOOKUP;
      *                        an account with no address on file
      *                        prints none and keeps its statement.
      *  2026-10-15 smckinney  Name and address lines are decrypted
      *                        through PII-CRYPT for the heading;
      *                        a run PIIAUTH does not clear prints
      *                        them masked.
      *  2026-10-15 smckinney  The journal is read through JRNL-INDEX
      *                        one daily generation at a time, only
      *                        those covering the period, sealed
      *                        and vaulted ones included.
      *  2026-10-15 smckinney  Amounts print to the account
      *                        currency's minor unit from the
      *                        currency master (CURRENCY-LOOKUP).
      *  2026-10-15 smckinney  Statements to an address on hold
      *                        mail burst to the 'HOLD' bundle.
      *  2026-10-15 smckinney  Each journal generation is stepped
      *                        through at its own entry length.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. STMT-GEN.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-PWRITE
            Function POSIX-PREAD
            Function POSIX-FSYNC.
        Input-Output Section.
        File-Control.
            Select ACCT-MASTER-FILE Assign To ACCTMST
        Working-Storage Section.
        COPY bus-date.
        COPY addr-lookup.
        COPY pii-crypt.
        COPY jrnl-record.
        01  JRN-FD                  PIC 9(8) Usage COMP Value 0.
        01  JRN-OFFSET              Binary-Long.
        01  JRN-RC                  Binary-Long.
        01  JRN-GOOD-SW             PIC X(01).
            88  JRN-GOOD                Value 'Y', False 'N'.
        COPY jrnl-index.
        COPY cmdline-parms.
        COPY exit-status.
        COPY currency-lookup.
        01  JHW-FILE-STATUS         PIC X(02).
        01  SGW-RUN-START.
            05  SGW-START-SECONDS   Usage BINARY-DOUBLE.
        01  SGW-ACCT-STATUS         PIC X(02).
        01  SGW-SORT-EOF-SWITCH     PIC X(01).
            88  SGW-SORT-EOF            Value 'Y', False 'N'.
        01  SGW-CYCLE               PIC X(01).
        01  SGW-FROM-DATE           PIC 9(08) Value 0.
        01  SGW-TO-DATE             PIC 9(08) Value 99999999.
        01  SGW-PREV-AFTER          PIC S9(13)V99 COMP-3.
        01  SGW-RUN-ID-DATE         PIC X(08).
        01  SGW-MOVEMENT            PIC S9(13)V99 COMP-3.
        01  SGW-CURRENCY            PIC X(03).
        01  SGW-BURST-KEY           PIC X(04).
        01  SGW-HOLD-COUNT          PIC 9(09) Value 0.
      * image work area mirroring acct-master.cpy field offsets:
      * the journal images are the raw 176-byte master record
        01  SGW-IMAGE.
            05  SGW-H2-BRANCH       PIC X(04).
            05  FILLER              PIC X(18)
                Value ' OPENING BALANCE  '.
            05  SGW-H2-BALANCE      PIC X(17).
        01  SGW-DETAIL-LINE.
            05  SGW-DL-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  SGW-DL-DATE         PIC 9(08).
            05  FILLER              PIC X(02) Value SPACES.
            05  SGW-DL-MOVEMENT     PIC X(17).
            05  FILLER              PIC X(02) Value SPACES.
            05  SGW-DL-BALANCE      PIC X(17).
        01  SGW-TRL-LINE.
            05  SGW-TL-BRANCH       PIC X(04).
            05  FILLER              PIC X(18)
                Value ' CLOSING BALANCE  '.
            05  SGW-TL-BALANCE      PIC X(17).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE 'STMTGEN1' TO PCX-PROGRAM-ID ALQ-PROGRAM-ID
            MOVE SPACES TO ALQ-USER
            MOVE 0 TO ALQ-USER-TIER
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'CYCLE' TO CLP-LOOKUP-NAME
            MOVE BDQ-DATE TO SGW-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, SGW-RUN-START)
              TO SGW-RC
            MOVE SGW-FROM-DATE TO JIQ-FROM-DATE
            MOVE SGW-TO-DATE TO JIQ-TO-DATE
            PERFORM 9570-JRNL-FIRST-GEN THRU 9570-JRNL-FIRST-GEN-EXIT
            IF NOT JOB-OK
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT ACCT-MASTER-FILE
            IF SGW-ACCT-STATUS NOT = '00'
               DISPLAY 'stmt-gen: cannot open master, status '
      * is in the period and whose account is in the cycle releases
      * a sort record keyed account + journal sequence
        2000-WALK-JOURNAL.
            PERFORM 9580-JRNL-READ-WALK
               THRU 9580-JRNL-READ-WALK-EXIT
            PERFORM 2100-TAKE-ONE-ENTRY
               THRU 2100-TAKE-ONE-ENTRY-EXIT
                UNTIL JRN-RC < LENGTH OF JRN-RECORD.
                  END-IF
               END-IF
            END-IF
            ADD JRN-READ-LENGTH TO JRN-OFFSET
            PERFORM 9580-JRNL-READ-WALK
               THRU 9580-JRNL-READ-WALK-EXIT.
        2100-TAKE-ONE-ENTRY-EXIT.
            EXIT.

            END-IF
            COMPUTE SGW-MOVEMENT =
               SRT-AFTER-BAL - SRT-BEFORE-BAL
            MOVE SGW-BURST-KEY TO SGW-DL-BRANCH
            MOVE SRT-DATE TO SGW-DL-DATE
            MOVE SGW-MOVEMENT TO CYQ-AMOUNT
            PERFORM 5500-EDIT-AMOUNT THRU 5500-EDIT-AMOUNT-EXIT
            MOVE CYQ-EDITED (4:17) TO SGW-DL-MOVEMENT
            MOVE SRT-AFTER-BAL TO CYQ-AMOUNT
            PERFORM 5500-EDIT-AMOUNT THRU 5500-EDIT-AMOUNT-EXIT
            MOVE CYQ-EDITED (4:17) TO SGW-DL-BALANCE
            WRITE STATEMENT-LINE FROM SGW-DETAIL-LINE
            ADD 1 TO SGW-LINE-COUNT
      *     the trailer prints after the NEXT account's record is
            READ ACCT-MASTER-FILE
            IF SGW-ACCT-STATUS NOT = '00'
               MOVE SPACES TO AM-CUSTOMER-NAME AM-BRANCH
                              AM-PII-KEY-ID AM-CURRENCY
            END-IF
            MOVE AM-CURRENCY TO SGW-CURRENCY
      *     the address decides the bundle before the first line
            MOVE SRT-KEY TO ALQ-KEY
            MOVE SGW-TODAY TO ALQ-ASOF-DATE
            CALL 'ADDR-LOOKUP' USING ALQ-CONTROL
            IF ALQ-OK AND ALQ-HOLD-MAIL
               MOVE 'HOLD' TO SGW-BURST-KEY
               ADD 1 TO SGW-HOLD-COUNT
            ELSE
               MOVE AM-BRANCH TO SGW-BURST-KEY
            END-IF
            MOVE SGW-BURST-KEY TO SGW-H1-BRANCH
            MOVE SRT-KEY TO SGW-H1-KEY
            MOVE AM-KEY TO PII-RECORD-KEY
            MOVE AM-PII-KEY-ID TO PII-KEY-ID
            MOVE AM-CUSTOMER-NAME TO PII-NAME
            PERFORM 9300-PII-REVEAL-NAME
               THRU 9300-PII-REVEAL-NAME-EXIT
            MOVE PII-NAME TO SGW-H1-NAME
            WRITE STATEMENT-LINE FROM SGW-HDR1-LINE
            IF ALQ-OK
               MOVE SGW-BURST-KEY TO SGW-AL-BRANCH
               MOVE ALQ-ADDR1 TO SGW-AL-TEXT
               WRITE STATEMENT-LINE FROM SGW-ADDR-LINE
               IF ALQ-ADDR2 NOT = SPACES
               END-STRING
               WRITE STATEMENT-LINE FROM SGW-ADDR-LINE
            END-IF
            MOVE SGW-BURST-KEY TO SGW-H2-BRANCH
            MOVE SRT-BEFORE-BAL TO CYQ-AMOUNT
            PERFORM 5500-EDIT-AMOUNT THRU 5500-EDIT-AMOUNT-EXIT
            MOVE CYQ-EDITED (4:17) TO SGW-H2-BALANCE
            WRITE STATEMENT-LINE FROM SGW-HDR2-LINE
            ADD 1 TO SGW-STMT-COUNT.
        5300-STATEMENT-HEADING-EXIT.
            EXIT.

        5400-STATEMENT-TRAILER.
            MOVE SGW-BURST-KEY TO SGW-TL-BRANCH
            MOVE SGW-PREV-AFTER TO CYQ-AMOUNT
            PERFORM 5500-EDIT-AMOUNT THRU 5500-EDIT-AMOUNT-EXIT
            MOVE CYQ-EDITED (4:17) TO SGW-TL-BALANCE
            WRITE STATEMENT-LINE FROM SGW-TRL-LINE.
        5400-STATEMENT-TRAILER-EXIT.
            EXIT.

      * CYQ-AMOUNT printed with as many decimals as the account's
      * currency has; a currency not on the master prints cents
        5500-EDIT-AMOUNT.
            MOVE 'EDIT' TO CYQ-REQUEST
            MOVE SGW-CURRENCY TO CYQ-CODE
            CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL.
        5500-EDIT-AMOUNT-EXIT.
            EXIT.

        9999-EXIT.
            IF JOB-OK OR JOB-WARNING
               PERFORM 9590-JRNL-CLOSE-GEN
                  THRU 9590-JRNL-CLOSE-GEN-EXIT
               CLOSE ACCT-MASTER-FILE
            END-IF
            DISPLAY 'stmt-gen: ' SGW-READ-COUNT
               ' journal entries, ' SGW-STMT-COUNT ' statements, '
               SGW-LINE-COUNT ' detail lines, '
               SGW-HOLD-COUNT ' to hold mail'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, SGW-RUN-STOP)
              TO SGW-RC
            MOVE 'STMTGEN1' TO JHR-PROGRAM-ID
            EXIT.

        COPY jrnl-paragraphs.
        COPY jrnl-gen-paragraphs.
        COPY jobhist-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program STMT-GEN.
