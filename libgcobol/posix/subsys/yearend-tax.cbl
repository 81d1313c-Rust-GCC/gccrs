      *  rate, and produces:
      *    - the per-customer tax statement (TAXSTMT) with the
      *      AM-BRANCH burst key in its leading columns, delivered
      *      through BURST-REPORT like every other statement
      *      (the 'HOLD' hold-mail bundle instead when the
      *      customer's address in force is on hold mail);
      *    - the tax authority's fixed-format annual submission
      *      (TAXSUB): 'D' rows with a digit-sum check digit and a
      *      'T' totals row with the mod-97 total check, the
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  The customer name on the tax
      *                        statement is decrypted through
      *                        PII-CRYPT.
      *  2026-10-15 smckinney  Statements to an address on hold
      *                        mail burst to the 'HOLD' bundle.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. YEAREND-TAX.
        COPY run-calendar.
        COPY cmdline-parms.
        COPY exit-status.
        COPY pii-crypt.
        01  JHW-FILE-STATUS         PIC X(02).
        01  YET-RUN-START.
            05  YET-START-SECONDS   Usage BINARY-DOUBLE.
            88  YET-SELECTED            Value 'Y', False 'N'.
        01  YET-READ-COUNT          PIC 9(09) Value 0.
        01  YET-STMT-COUNT          PIC 9(09) Value 0.
        01  YET-HOLD-COUNT          PIC 9(09) Value 0.
        01  YET-BURST-KEY           PIC X(04).
        COPY addr-lookup.
        01  YET-TODAY               PIC 9(08).
        01  YET-YEAR                PIC 9(04).
        01  YET-WHT-PCT             PIC 9(3)V99 Value 0.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE 'YRENDTAX' TO PCX-PROGRAM-ID ALQ-PROGRAM-ID
            MOVE SPACES TO ALQ-USER
            MOVE 0 TO ALQ-USER-TIER
            SET YET-EOF TO FALSE
            SET YET-SELECTED TO FALSE
            PERFORM 9700-CLP-PARSE-ARGS
            ADD YET-WHT-CENTS TO YET-TOT-WHT
            ADD 1 TO YET-STMT-COUNT
      *     the statement rides the bursting subsystem
            MOVE AM-KEY TO ALQ-KEY
            MOVE YET-TODAY TO ALQ-ASOF-DATE
            CALL 'ADDR-LOOKUP' USING ALQ-CONTROL
            IF ALQ-OK AND ALQ-HOLD-MAIL
               MOVE 'HOLD' TO YET-BURST-KEY
               ADD 1 TO YET-HOLD-COUNT
            ELSE
               MOVE AM-BRANCH TO YET-BURST-KEY
            END-IF
            MOVE YET-BURST-KEY TO YET-SH-BRANCH
            MOVE YET-YEAR TO YET-SH-YEAR
            MOVE AM-KEY TO PII-RECORD-KEY
            MOVE AM-PII-KEY-ID TO PII-KEY-ID
            MOVE AM-CUSTOMER-NAME TO PII-NAME
            PERFORM 9300-PII-REVEAL-NAME
               THRU 9300-PII-REVEAL-NAME-EXIT
            MOVE PII-NAME TO YET-SH-NAME
            WRITE STATEMENT-LINE FROM YET-STMT-HDR
            MOVE YET-BURST-KEY TO YET-SD-BRANCH
            MOVE YET-INTEREST TO YET-SD-INTEREST
            MOVE YET-WITHHELD TO YET-SD-WITHHELD
            WRITE STATEMENT-LINE FROM YET-STMT-DETAIL
                     STATEMENT-FILE SUBMISSION-FILE PROOF-FILE
               DISPLAY 'yearend-tax: ' YET-READ-COUNT
                  ' ledger records, ' YET-STMT-COUNT
                  ' customers reported, '
                  YET-HOLD-COUNT ' to hold mail'
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, YET-RUN-STOP)
              TO YET-RC

        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY exit-status-paragraphs.
        End Program YEAREND-TAX.
