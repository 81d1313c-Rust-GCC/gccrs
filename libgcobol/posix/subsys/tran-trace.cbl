      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  tran-trace.cbl
      *
      *  Transaction provenance trace.  When a customer disputes a
      *  posting the journal shows what changed; this inquiry shows
      *  where it came from.  Every posting carries the intake
      *  stamp its transaction was given on the way in
      *  (ATR-PROVENANCE through POSTSEQ and ACCTTRAN into the
      *  TXNHIST history entry and the journal entry): the inbound
      *  file's sender and manifest sequence -- the file id
      *  INTAKE-GATE logs on SEQLOG -- or, for a machine-generated
      *  posting, none; the record number within that file or the
      *  generating program's output; and the run id (business
      *  date) of the run that produced it.  The generating program
      *  is the posting's origin.
      *
      *  Two questions, chosen by the flags given:
      *    - one posting: -KEY, -DATE and -SEQ name the account and
      *      the posting (posting date and sequence, as HIST-INQ
      *      and the statement show them); the trace prints the
      *      posting and the file and record it came from, with the
      *      file's date, record count and name from SEQLOG;
      *    - one file: -SENDER and -FILESEQ name an inbound file,
      *      or -PROGRAM (and optionally -RUNID) a generating run;
      *      every account on ACCTMST is read back through TXN-HIST
      *      from -FROM (default the file's date, or the run id's)
      *      through -TO (default no limit) and every posting the
      *      file or run produced is listed with its record number.
      *  The trace prints to TRACERPT.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -KEY=<account key>   -DATE=<yyyymmdd>   -SEQ=<n>
      *      -SENDER=<sender id>  -FILESEQ=<n>
      *      -PROGRAM=<origin>    -RUNID=<run id>
      *      -FROM=<yyyymmdd>     -TO=<yyyymmdd>
      *
      *  A posting made before intake stamping, or never stamped,
      *  reports its source as not recorded; a file listing with
      *  nothing found ends with a warning.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. TRAN-TRACE.
        Environment Division.
        Input-Output Section.
        File-Control.
            Select OPTIONAL SEQ-LOG-FILE Assign To SEQLOG
                Organization Is Line Sequential.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is TTR-ACCT-STATUS.
            Select REPORT-FILE Assign To TRACERPT
                Organization Is Line Sequential.
        Data Division.
        File Section.
        FD  SEQ-LOG-FILE.
        COPY seq-log.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        Working-Storage Section.
        COPY txn-hist.
        COPY cmdline-parms.
        COPY exit-status.
        01  TTR-ACCT-STATUS         PIC X(02).
        01  TTR-MODE                PIC X(01) Value SPACE.
            88  TTR-POSTING-MODE        Value 'P'.
            88  TTR-FILE-MODE           Value 'F'.
        01  TTR-SEL-KEY             PIC X(32) Value SPACES.
        01  TTR-SEL-DATE            PIC 9(08) Value 0.
        01  TTR-SEL-SEQ             PIC 9(06) Value 0.
        01  TTR-SEL-SENDER          PIC X(08) Value SPACES.
        01  TTR-SEL-FILE-SEQ        PIC 9(06) Value 0.
        01  TTR-SEL-PROGRAM         PIC X(08) Value SPACES.
        01  TTR-SEL-RUN-ID          PIC X(08) Value SPACES.
        01  TTR-FROM-DATE           PIC 9(08) Value 0.
        01  TTR-TO-DATE             PIC 9(08) Value 0.
        01  TTR-FROM-GIVEN-SW       PIC X(01).
            88  TTR-FROM-GIVEN          Value 'Y', False 'N'.
        01  TTR-WANT-SENDER         PIC X(08).
        01  TTR-WANT-FILE-SEQ       PIC 9(06).
        01  TTR-EOF-SWITCH          PIC X(01).
            88  TTR-EOF                 Value 'Y', False 'N'.
        01  TTR-DONE-SWITCH         PIC X(01).
            88  TTR-DONE                Value 'Y', False 'N'.
        01  TTR-LOG-SWITCH          PIC X(01).
            88  TTR-LOG-FOUND           Value 'Y', False 'N'.
        01  TTR-MATCH-SWITCH        PIC X(01).
            88  TTR-MATCHES             Value 'Y', False 'N'.
        01  TTR-ITEM-SUB            Binary-Long.
        01  TTR-ACCOUNT-COUNT       PIC 9(09) Value 0.
        01  TTR-MATCH-COUNT         PIC 9(09) Value 0.
        01  TTR-MATCH-TOTAL         PIC S9(15)V99 COMP-3 Value 0.
        01  TTR-COUNT-EDIT          PIC Z(8)9.
        01  TTR-TOTAL-EDIT          PIC -(15)9.99.
        01  TTR-POSTING-LINE.
            05  FILLER              PIC X(09) Value 'POSTING  '.
            05  TPL-KEY             PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  TPL-DATE            PIC 9(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  TPL-SEQUENCE        PIC 9(06).
            05  FILLER              PIC X(01) Value SPACE.
            05  TPL-ACTION          PIC X(01).
            05  FILLER              PIC X(01) Value SPACE.
            05  TPL-AMOUNT          PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TPL-ORIGIN          PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  TPL-REFERENCE       PIC X(16).
            05  FILLER              PIC X(01) Value SPACE.
            05  TPL-NARRATIVE       PIC X(30).
        01  TTR-MATCH-LINE.
            05  FILLER              PIC X(07) Value 'RECORD '.
            05  TML-RECORD          PIC Z(8)9.
            05  FILLER              PIC X(02) Value SPACES.
            05  TML-KEY             PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  TML-DATE            PIC 9(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  TML-SEQUENCE        PIC 9(06).
            05  FILLER              PIC X(01) Value SPACE.
            05  TML-ACTION          PIC X(01).
            05  FILLER              PIC X(01) Value SPACE.
            05  TML-AMOUNT          PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TML-ORIGIN          PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  TML-REFERENCE       PIC X(16).
            05  FILLER              PIC X(01) Value SPACE.
            05  TML-RUN-ID          PIC X(08).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               IF TTR-POSTING-MODE
                  PERFORM 2000-TRACE-POSTING
                     THRU 2000-TRACE-POSTING-EXIT
               ELSE
                  PERFORM 3000-TRACE-FILE THRU 3000-TRACE-FILE-EXIT
               END-IF
               PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            END-IF
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET TTR-FROM-GIVEN TO FALSE
            PERFORM 9700-CLP-PARSE-ARGS THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'KEY' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            MOVE CLP-LOOKUP-VALUE TO TTR-SEL-KEY
            MOVE 'DATE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO TTR-SEL-DATE
            END-IF
            MOVE 'SEQ' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO TTR-SEL-SEQ
            END-IF
            MOVE 'SENDER' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            MOVE CLP-LOOKUP-VALUE TO TTR-SEL-SENDER
            MOVE 'FILESEQ' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO TTR-SEL-FILE-SEQ
            END-IF
            MOVE 'PROGRAM' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            MOVE CLP-LOOKUP-VALUE TO TTR-SEL-PROGRAM
            MOVE 'RUNID' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            MOVE CLP-LOOKUP-VALUE TO TTR-SEL-RUN-ID
            MOVE 'FROM' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO TTR-FROM-DATE
               SET TTR-FROM-GIVEN TO TRUE
            END-IF
            MOVE 'TO' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO TTR-TO-DATE
            END-IF
            EVALUATE TRUE
               WHEN TTR-SEL-KEY NOT = SPACES
                  SET TTR-POSTING-MODE TO TRUE
                  IF TTR-SEL-DATE = 0 OR TTR-SEL-SEQ = 0
                     DISPLAY 'tran-trace: -KEY needs -DATE and -SEQ'
                     SET JOB-NEEDS-RERUN TO TRUE
                     GO TO 1000-INITIALIZE-EXIT
                  END-IF
               WHEN TTR-SEL-SENDER NOT = SPACES
                    OR TTR-SEL-PROGRAM NOT = SPACES
                  SET TTR-FILE-MODE TO TRUE
               WHEN OTHER
                  DISPLAY 'tran-trace: give -KEY, -DATE and -SEQ for'
                     ' a posting, or -SENDER and -FILESEQ (or'
                     ' -PROGRAM) for a file'
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 1000-INITIALIZE-EXIT
            END-EVALUATE
            OPEN OUTPUT REPORT-FILE
            MOVE 'TRANSACTION PROVENANCE TRACE' TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

      * the posting is the first on its date at or after the given
      * sequence; anything else means it is not on the history
        2000-TRACE-POSTING.
            SET THQ-REQ-RANGE TO TRUE
            MOVE TTR-SEL-KEY TO THQ-KEY
            MOVE TTR-SEL-DATE TO THQ-FROM-DATE
            MOVE TTR-SEL-DATE TO THQ-TO-DATE
            COMPUTE THQ-FROM-SEQUENCE = TTR-SEL-SEQ - 1
            MOVE 1 TO THQ-MAX-ITEMS
            CALL 'TXN-HIST' USING THQ-CONTROL
            IF NOT THQ-OK OR THQ-I-SEQUENCE (1) NOT = TTR-SEL-SEQ
               MOVE SPACES TO REPORT-LINE
               STRING 'POSTING ' TTR-SEL-KEY ' ' TTR-SEL-DATE
                      ' SEQ ' TTR-SEL-SEQ ' NOT ON THE HISTORY'
                      ' (STATUS ' THQ-STATUS ')'
                  DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               SET JOB-WARNING TO TRUE
               GO TO 2000-TRACE-POSTING-EXIT
            END-IF
            MOVE TTR-SEL-KEY TO TPL-KEY
            MOVE THQ-I-DATE (1) TO TPL-DATE
            MOVE THQ-I-SEQUENCE (1) TO TPL-SEQUENCE
            MOVE THQ-I-ACTION (1) TO TPL-ACTION
            MOVE THQ-I-AMOUNT (1) TO TPL-AMOUNT
            MOVE THQ-I-ORIGIN (1) TO TPL-ORIGIN
            MOVE THQ-I-REFERENCE (1) TO TPL-REFERENCE
            MOVE THQ-I-NARRATIVE (1) TO TPL-NARRATIVE
            WRITE REPORT-LINE FROM TTR-POSTING-LINE
            PERFORM 2100-DESCRIBE-SOURCE
               THRU 2100-DESCRIBE-SOURCE-EXIT.
        2000-TRACE-POSTING-EXIT.
            EXIT.

        2100-DESCRIBE-SOURCE.
            MOVE SPACES TO REPORT-LINE
            IF THQ-I-PROVENANCE (1) = SPACES OR
               THQ-I-SRC-RECORD (1) NOT NUMERIC
               MOVE 'SOURCE   NOT RECORDED -- POSTED WITHOUT AN'
                 & ' INTAKE STAMP' TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 2100-DESCRIBE-SOURCE-EXIT
            END-IF
            IF THQ-I-SRC-SENDER (1) = SPACES
               STRING 'SOURCE   GENERATED BY ' THQ-I-ORIGIN (1)
                      ' RUN ' THQ-I-SRC-RUN-ID (1)
                      ' RECORD ' THQ-I-SRC-RECORD (1)
                      ' OF ITS OUTPUT'
                  DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 2100-DESCRIBE-SOURCE-EXIT
            END-IF
            STRING 'SOURCE   FILE FROM ' THQ-I-SRC-SENDER (1)
                   ' SEQUENCE ' THQ-I-SRC-FILE-SEQ (1)
                   ' RECORD ' THQ-I-SRC-RECORD (1)
                   ' TAKEN IN BY ' THQ-I-ORIGIN (1)
                   ' RUN ' THQ-I-SRC-RUN-ID (1)
               DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE THQ-I-SRC-SENDER (1) TO TTR-WANT-SENDER
            MOVE THQ-I-SRC-FILE-SEQ (1) TO TTR-WANT-FILE-SEQ
            PERFORM 2200-FIND-LOG-ROW THRU 2200-FIND-LOG-ROW-EXIT
            PERFORM 2300-DESCRIBE-FILE THRU 2300-DESCRIBE-FILE-EXIT.
        2100-DESCRIBE-SOURCE-EXIT.
            EXIT.

      * the sequence log row INTAKE-GATE wrote when it accepted
      * the file
        2200-FIND-LOG-ROW.
            SET TTR-LOG-FOUND TO FALSE
            SET TTR-EOF TO FALSE
            OPEN INPUT SEQ-LOG-FILE
            PERFORM 2210-READ-ONE-LOG THRU 2210-READ-ONE-LOG-EXIT
                UNTIL TTR-EOF OR TTR-LOG-FOUND
            CLOSE SEQ-LOG-FILE.
        2200-FIND-LOG-ROW-EXIT.
            EXIT.

        2210-READ-ONE-LOG.
            READ SEQ-LOG-FILE
                AT END
                    SET TTR-EOF TO TRUE
                NOT AT END
                    IF SLR-SENDER = TTR-WANT-SENDER AND
                       SLR-SEQUENCE = TTR-WANT-FILE-SEQ
                       SET TTR-LOG-FOUND TO TRUE
                    END-IF
            END-READ.
        2210-READ-ONE-LOG-EXIT.
            EXIT.

        2300-DESCRIBE-FILE.
            MOVE SPACES TO REPORT-LINE
            IF NOT TTR-LOG-FOUND
               MOVE 'FILE     NOT ON THE SEQUENCE LOG' TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 2300-DESCRIBE-FILE-EXIT
            END-IF
            IF SLR-FILE-DATE NOT NUMERIC
               MOVE 'FILE     ACCEPTED BEFORE FILE DETAILS WERE'
                 & ' LOGGED' TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 2300-DESCRIBE-FILE-EXIT
            END-IF
            MOVE SLR-RECORD-COUNT TO TTR-COUNT-EDIT
            STRING 'FILE     ' SLR-FILE-NAME
                   ' DATED ' SLR-FILE-DATE
                   ' RECORDS ' TTR-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE.
        2300-DESCRIBE-FILE-EXIT.
            EXIT.

      * a file's postings can land no earlier than the file's own
      * date, a generating run's no earlier than its run date
        3000-TRACE-FILE.
            IF TTR-SEL-SENDER NOT = SPACES
               MOVE TTR-SEL-SENDER TO TTR-WANT-SENDER
               MOVE TTR-SEL-FILE-SEQ TO TTR-WANT-FILE-SEQ
               PERFORM 2200-FIND-LOG-ROW THRU 2200-FIND-LOG-ROW-EXIT
               MOVE SPACES TO REPORT-LINE
               STRING 'SOURCE   FILE FROM ' TTR-SEL-SENDER
                      ' SEQUENCE ' TTR-SEL-FILE-SEQ
                  DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 2300-DESCRIBE-FILE
                  THRU 2300-DESCRIBE-FILE-EXIT
               IF NOT TTR-FROM-GIVEN AND TTR-LOG-FOUND AND
                  SLR-FILE-DATE NUMERIC
                  MOVE SLR-FILE-DATE TO TTR-FROM-DATE
               END-IF
            ELSE
               MOVE SPACES TO REPORT-LINE
               STRING 'SOURCE   GENERATED BY ' TTR-SEL-PROGRAM
                      ' RUN ' TTR-SEL-RUN-ID
                  DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF NOT TTR-FROM-GIVEN AND TTR-SEL-RUN-ID NUMERIC
                  MOVE TTR-SEL-RUN-ID TO TTR-FROM-DATE
               END-IF
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            OPEN INPUT ACCT-MASTER-FILE
            IF TTR-ACCT-STATUS NOT = '00'
               DISPLAY 'tran-trace: cannot open master, status '
                  TTR-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3000-TRACE-FILE-EXIT
            END-IF
            SET TTR-EOF TO FALSE
            PERFORM 3100-ONE-ACCOUNT THRU 3100-ONE-ACCOUNT-EXIT
                UNTIL TTR-EOF
            CLOSE ACCT-MASTER-FILE
            IF TTR-MATCH-COUNT = 0
               MOVE 'NO POSTINGS FOUND FROM THIS SOURCE'
                 TO REPORT-LINE
               WRITE REPORT-LINE
               SET JOB-WARNING TO TRUE
            END-IF.
        3000-TRACE-FILE-EXIT.
            EXIT.

        3100-ONE-ACCOUNT.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET TTR-EOF TO TRUE
                NOT AT END
                    ADD 1 TO TTR-ACCOUNT-COUNT
                    PERFORM 3200-SCAN-ACCOUNT
                       THRU 3200-SCAN-ACCOUNT-EXIT
            END-READ.
        3100-ONE-ACCOUNT-EXIT.
            EXIT.

      * the account's postings come a reply at a time; a full
      * reply pages on from its last posting
        3200-SCAN-ACCOUNT.
            SET TTR-DONE TO FALSE
            MOVE TTR-FROM-DATE TO THQ-FROM-DATE
            MOVE 0 TO THQ-FROM-SEQUENCE
            PERFORM 3210-ONE-PAGE THRU 3210-ONE-PAGE-EXIT
                UNTIL TTR-DONE.
        3200-SCAN-ACCOUNT-EXIT.
            EXIT.

        3210-ONE-PAGE.
            SET THQ-REQ-RANGE TO TRUE
            MOVE AM-KEY TO THQ-KEY
            MOVE TTR-TO-DATE TO THQ-TO-DATE
            MOVE 30 TO THQ-MAX-ITEMS
            CALL 'TXN-HIST' USING THQ-CONTROL
            IF NOT THQ-OK
               SET TTR-DONE TO TRUE
               GO TO 3210-ONE-PAGE-EXIT
            END-IF
            PERFORM 3220-ONE-POSTING THRU 3220-ONE-POSTING-EXIT
               VARYING TTR-ITEM-SUB FROM 1 BY 1
               UNTIL TTR-ITEM-SUB > THQ-ITEM-COUNT
            IF THQ-MORE
               MOVE THQ-I-DATE (THQ-ITEM-COUNT) TO THQ-FROM-DATE
               MOVE THQ-I-SEQUENCE (THQ-ITEM-COUNT)
                 TO THQ-FROM-SEQUENCE
            ELSE
               SET TTR-DONE TO TRUE
            END-IF.
        3210-ONE-PAGE-EXIT.
            EXIT.

        3220-ONE-POSTING.
            IF THQ-I-SRC-RECORD (TTR-ITEM-SUB) NOT NUMERIC
               GO TO 3220-ONE-POSTING-EXIT
            END-IF
            SET TTR-MATCHES TO FALSE
            IF TTR-SEL-SENDER NOT = SPACES
               IF THQ-I-SRC-SENDER (TTR-ITEM-SUB) = TTR-SEL-SENDER
                  AND THQ-I-SRC-FILE-SEQ (TTR-ITEM-SUB)
                      = TTR-SEL-FILE-SEQ
                  SET TTR-MATCHES TO TRUE
               END-IF
            ELSE
               IF THQ-I-SRC-SENDER (TTR-ITEM-SUB) = SPACES
                  AND THQ-I-ORIGIN (TTR-ITEM-SUB) = TTR-SEL-PROGRAM
                  AND (TTR-SEL-RUN-ID = SPACES OR
                       THQ-I-SRC-RUN-ID (TTR-ITEM-SUB)
                       = TTR-SEL-RUN-ID)
                  SET TTR-MATCHES TO TRUE
               END-IF
            END-IF
            IF NOT TTR-MATCHES
               GO TO 3220-ONE-POSTING-EXIT
            END-IF
            ADD 1 TO TTR-MATCH-COUNT
            ADD THQ-I-AMOUNT (TTR-ITEM-SUB) TO TTR-MATCH-TOTAL
            MOVE THQ-I-SRC-RECORD (TTR-ITEM-SUB) TO TML-RECORD
            MOVE AM-KEY TO TML-KEY
            MOVE THQ-I-DATE (TTR-ITEM-SUB) TO TML-DATE
            MOVE THQ-I-SEQUENCE (TTR-ITEM-SUB) TO TML-SEQUENCE
            MOVE THQ-I-ACTION (TTR-ITEM-SUB) TO TML-ACTION
            MOVE THQ-I-AMOUNT (TTR-ITEM-SUB) TO TML-AMOUNT
            MOVE THQ-I-ORIGIN (TTR-ITEM-SUB) TO TML-ORIGIN
            MOVE THQ-I-REFERENCE (TTR-ITEM-SUB) TO TML-REFERENCE
            MOVE THQ-I-SRC-RUN-ID (TTR-ITEM-SUB) TO TML-RUN-ID
            WRITE REPORT-LINE FROM TTR-MATCH-LINE.
        3220-ONE-POSTING-EXIT.
            EXIT.

        9999-EXIT.
            IF TTR-FILE-MODE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE TTR-MATCH-COUNT TO TTR-COUNT-EDIT
               MOVE TTR-MATCH-TOTAL TO TTR-TOTAL-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING TTR-COUNT-EDIT ' POSTING(S), NET '
                      TTR-TOTAL-EDIT ', FROM ' TTR-ACCOUNT-COUNT
                      ' ACCOUNT(S) READ'
                  DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY 'tran-trace: ' TTR-MATCH-COUNT
                  ' posting(s) traced to the source'
            END-IF
            CLOSE REPORT-FILE.
        9999-EXIT-EXIT.
            EXIT.

        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program TRAN-TRACE.
