      *  account-master write-ahead journal by posting date, key
      *  and journal sequence, derives the original movement from
      *  the before and after images, and generates the exact
      *  reversal as an ordinary movement transaction (RETTRAN,
      *  acct-maint layout: the original movement with its sign
      *  turned over) so it posts under the normal edits,
      *  journal and audit.  A return that matches no journal entry
      *  goes to RETSUSP for investigation instead of guessing.
      *  The daily returns report (RETRPT) totals by branch with
      *  per-reason-code counts; the same figures are appended,
      *  dated, to the RETHIST history that BRANCH-PROFIT costs the
      *  month's returns from.
      *
      *  RETHIST record layout (fixed columns):
      *      RTH-DATE      9(8)    business date of the run
      *      RTH-BRANCH    X(4)
      *      RTH-REASON    X(4)
      *      RTH-COUNT     9(7)
      *      RTH-AMOUNT    S9(13)V99 sign leading separate
      *
      *  RETURNIN record layout (fixed columns):
      *      RTI-DATE      9(8)    original posting business date
      *      RTI-KEY       X(32)
      *      RTI-REASON    X(4)
      *
      *  Flags (cmdline-parms.cpy style), both optional:
      *      -SENDER=<id>      sender of the return file, as its
      *                        manifest named it at INTAKE-GATE
      *      -FILESEQ=<n>      the file's manifest sequence number
      *  Every reversal carries its intake stamp
      *  (ATR-PROVENANCE): that sender and sequence, the number
      *  of the RETURNIN record it reverses for, and the business
      *  date as run id.
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Reversals are emitted as movement (M)
      *                        transactions instead of replacement
      *                        balances, so postings applied between
      *                        this run and the maintenance run are
      *                        not overwritten.
      *  2026-10-15 smckinney  Reversal transactions carry origin
      *                        RETINTK1, the return reason and
      *                        journal sequence as reference and a
      *                        narrative for the account's
      *                        posted-transaction history.
      *  2026-10-15 smckinney  The original is looked for only in the
      *                        journal generations covering its
      *                        posting date, found through
      *                        JRNL-INDEX -- sealed and vaulted
      *                        generations included.
      *  2026-10-15 smckinney  The report's branch and reason totals
      *                        are appended to RETHIST as well.
      *  2026-10-15 smckinney  Reversals carry their intake stamp
      *                        (ATR-PROVENANCE): the return file's
      *                        sender and manifest sequence from
      *                        -SENDER and -FILESEQ, and the
      *                        RETURNIN record number.
      *  2026-10-15 smckinney  Each journal generation is stepped
      *                        through at its own entry length.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. RETURN-INTAKE.
            Function POSIX-PWRITE
            Function POSIX-PREAD
            Function POSIX-FSYNC
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To RETRPT
                Organization Is Line Sequential.
            Select OPTIONAL HISTORY-FILE Assign To RETHIST
                Organization Is Line Sequential.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
            05  ATR-TYPE            PIC X(02).
            05  ATR-CURRENCY        PIC X(03).
            05  ATR-BALANCE         PIC S9(13)V99.
            05  ATR-AMOUNT REDEFINES ATR-BALANCE
                                    PIC S9(13)V99.
            05  ATR-OPEN-DATE       PIC X(08).
            05  ATR-ORIGIN          PIC X(08).
            05  ATR-REFERENCE       PIC X(16).
            05  ATR-NARRATIVE       PIC X(30).
            05  FILLER              PIC X(60).
            05  ATR-PROVENANCE.
                10  ATR-SRC-SENDER  PIC X(08).
                10  ATR-SRC-FILE-SEQ PIC 9(06).
                10  ATR-SRC-RECORD  PIC 9(09).
                10  ATR-SRC-RUN-ID  PIC X(08).
        FD  SUSPENSE-FILE.
        01  SUSPENSE-RECORD.
            05  RSU-DATE            PIC 9(08).
            05  RSU-WHY             PIC X(30).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  HISTORY-FILE.
        01  HISTORY-RECORD.
            05  RTH-DATE            PIC 9(08).
            05  RTH-BRANCH          PIC X(04).
            05  RTH-REASON          PIC X(04).
            05  RTH-COUNT           PIC 9(07).
            05  RTH-AMOUNT          PIC S9(13)V99
                                     Sign Leading Separate.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  JOB-HISTORY-FILE.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY jrnl-record.
        01  JRN-FD                  PIC 9(8) Usage COMP Value 0.
        01  JRN-OFFSET              Binary-Long.
        01  JRN-RC                  Binary-Long.
        01  JRN-GOOD-SW             PIC X(01).
            88  JRN-GOOD                Value 'Y', False 'N'.
        COPY jrnl-index.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  RIN-RUN-START.
            88  RIN-EOF                 Value 'Y', False 'N'.
        01  RIN-FOUND-SW            PIC X(01).
            88  RIN-FOUND               Value 'Y', False 'N'.
        01  RIN-READ-COUNT          PIC 9(09) Value 0.
        01  RIN-REVERSED-COUNT      PIC 9(09) Value 0.
        01  RIN-UNMATCHED-COUNT     PIC 9(09) Value 0.
        01  RIN-TODAY               PIC 9(08).
        01  RIN-SRC-SENDER          PIC X(08) Value SPACES.
        01  RIN-SRC-FILE-SEQ        PIC 9(06) Value 0.
        01  RIN-RUN-ID-DATE         PIC X(08).
        01  RIN-WANT-RUN-ID         PIC X(16).
        01  RIN-MOVEMENT            PIC S9(13)V99 COMP-3.
      * image work area mirroring acct-master.cpy field offsets
        01  RIN-IMAGE.
            05  RIN-I-KEY           PIC X(32).
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO RIN-TODAY
            PERFORM 9700-CLP-PARSE-ARGS THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'SENDER' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO RIN-SRC-SENDER
            END-IF
            MOVE 'FILESEQ' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO RIN-SRC-FILE-SEQ
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, RIN-RUN-START)
              TO AUD-RC
            OPEN INPUT ACCT-MASTER-FILE
            IF RIN-ACCT-STATUS NOT = '00'
               DISPLAY 'return-intake: cannot open master,'
               THRU 2100-READ-ONE-RETURN-EXIT
                UNTIL RIN-EOF
            CLOSE RETURN-IN-FILE RETURN-TRAN-FILE SUSPENSE-FILE
                  ACCT-MASTER-FILE.
        2000-PROCESS-ALL-EXIT.
            EXIT.

        3000-PROCESS-ONE.
            PERFORM 3100-FIND-ORIGINAL
               THRU 3100-FIND-ORIGINAL-EXIT
            IF JOB-NEEDS-RERUN
               SET RIN-EOF TO TRUE
               GO TO 3000-PROCESS-ONE-EXIT
            END-IF
            IF NOT RIN-FOUND
               ADD 1 TO RIN-UNMATCHED-COUNT
               MOVE RTI-DATE TO RSU-DATE
            END-IF
            COMPUTE RIN-MOVEMENT =
               RIN-AFTER-BAL - RIN-BEFORE-BAL
            MOVE SPACES TO RETURN-TRAN-RECORD
            MOVE 'M' TO ATR-ACTION
            MOVE AM-KEY TO ATR-KEY
            MOVE AM-SHORT-NAME TO ATR-SHORT-NAME
            MOVE AM-CUSTOMER-NAME TO ATR-CUST-NAME
            MOVE AM-BRANCH TO ATR-BRANCH
            MOVE AM-TYPE TO ATR-TYPE
            MOVE AM-CURRENCY TO ATR-CURRENCY
            COMPUTE ATR-AMOUNT = 0 - RIN-MOVEMENT
            MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            MOVE 'RETINTK1' TO ATR-ORIGIN
            STRING RTI-REASON ' ' RTI-SEQUENCE DELIMITED BY SIZE
              INTO ATR-REFERENCE
            END-STRING
            MOVE 'RETURNED ITEM REVERSAL' TO ATR-NARRATIVE
            MOVE RIN-SRC-SENDER TO ATR-SRC-SENDER
            MOVE RIN-SRC-FILE-SEQ TO ATR-SRC-FILE-SEQ
            MOVE RIN-READ-COUNT TO ATR-SRC-RECORD
            MOVE RIN-TODAY TO ATR-SRC-RUN-ID
            WRITE RETURN-TRAN-RECORD
            ADD 1 TO RIN-REVERSED-COUNT
            PERFORM 3500-POST-CELL THRU 3500-POST-CELL-EXIT
            EXIT.

      * fixed-length journal records are walked by offset
      * arithmetic from the front of each generation holding the
      * posting date; the match is run date + key + that run's
      * journal sequence
        3100-FIND-ORIGINAL.
            SET RIN-FOUND TO FALSE
            MOVE SPACES TO RIN-WANT-RUN-ID
            MOVE RTI-DATE TO RIN-WANT-RUN-ID (1:8)
            MOVE RTI-DATE TO JIQ-FROM-DATE JIQ-TO-DATE
            PERFORM 9570-JRNL-FIRST-GEN THRU 9570-JRNL-FIRST-GEN-EXIT
            PERFORM 9580-JRNL-READ-WALK
               THRU 9580-JRNL-READ-WALK-EXIT
            PERFORM 3110-TEST-ONE-ENTRY
               THRU 3110-TEST-ONE-ENTRY-EXIT
                UNTIL RIN-FOUND
                   OR JRN-RC < LENGTH OF JRN-RECORD
            PERFORM 9590-JRNL-CLOSE-GEN THRU 9590-JRNL-CLOSE-GEN-EXIT.
        3100-FIND-ORIGINAL-EXIT.
            EXIT.

               MOVE RIN-I-BALANCE TO RIN-AFTER-BAL
               GO TO 3110-TEST-ONE-ENTRY-EXIT
            END-IF
            ADD JRN-READ-LENGTH TO JRN-OFFSET
            PERFORM 9580-JRNL-READ-WALK
               THRU 9580-JRNL-READ-WALK-EXIT.
        3110-TEST-ONE-ENTRY-EXIT.
            EXIT.


        5000-REPORT.
            OPEN OUTPUT REPORT-FILE
            OPEN EXTEND HISTORY-FILE
            MOVE RIN-TODAY TO RIN-HDR-DATE
            WRITE REPORT-LINE FROM RIN-HDR-LINE
            PERFORM 5100-PRINT-ONE-CELL
               THRU 5100-PRINT-ONE-CELL-EXIT
               VARYING RIN-CELL-SUB FROM 1 BY 1
               UNTIL RIN-CELL-SUB > RIN-CELL-COUNT
            CLOSE REPORT-FILE HISTORY-FILE.
        5000-REPORT-EXIT.
            EXIT.

            MOVE RIN-C-REASON (RIN-CELL-SUB) TO RIN-DL-REASON
            MOVE RIN-C-COUNT (RIN-CELL-SUB) TO RIN-DL-COUNT
            MOVE RIN-C-AMOUNT (RIN-CELL-SUB) TO RIN-DL-AMOUNT
            WRITE REPORT-LINE FROM RIN-DETAIL-LINE
            MOVE RIN-TODAY TO RTH-DATE
            MOVE RIN-C-BRANCH (RIN-CELL-SUB) TO RTH-BRANCH
            MOVE RIN-C-REASON (RIN-CELL-SUB) TO RTH-REASON
            MOVE RIN-C-COUNT (RIN-CELL-SUB) TO RTH-COUNT
            MOVE RIN-C-AMOUNT (RIN-CELL-SUB) TO RTH-AMOUNT
            WRITE HISTORY-RECORD.
        5100-PRINT-ONE-CELL-EXIT.
            EXIT.


        COPY audit-paragraphs.
        COPY jrnl-paragraphs.
        COPY jrnl-gen-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program RETURN-INTAKE.
