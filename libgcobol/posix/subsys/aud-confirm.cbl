      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  aud-confirm.cbl
      *
      *  Auditor balance confirmations.  At year end the external
      *  auditors want a sample of customers asked, in writing,
      *  whether the balance on our books at the audit date is the
      *  balance on theirs.  This run issues the requests, keeps
      *  the confirmation register (CONFREG, conf-register.cpy),
      *  records the customers' answers and reports the state of
      *  the exercise to the auditors.  It is run on request; each
      *  run for the same -AUDITDATE picks up where the last left
      *  off.
      *
      *  Issuing, the first run for an audit date only (a register
      *  that already holds the date's requests is never issued
      *  twice):
      *      the sample is the auditors' own file (AUDSAMPL, one
      *      account key a line) when one is supplied; an account
      *      on it that cannot be confirmed -- not on ACCTMST,
      *      erased, an internal GL account, opened after the date
      *      or with no balance at it -- is registered not sent,
      *      with the reason, so the auditors see every account
      *      they chose.  Without a sample file the run draws its
      *      own: every customer account with a balance at the date
      *      is placed in a balance band (below zero, under 1K,
      *      1K-10K, 10K-100K, 100K-1M, 1M and over, on the account
      *      currency balance), and -PERBAND accounts are drawn at
      *      random from each band, all of a band that holds fewer.
      *      The draw is sequential selection over ACCTMST in key
      *      order, so each account of a band is equally likely
      *      and the same -SEED over the same books draws the same
      *      sample; the seed is printed for the working papers.
      *      The balance quoted is the BALHIST snapshot of the audit
      *      date, or of the last business date before it within a
      *      week when the date itself was not a business date.
      *      The address is the one in force on the audit date from
      *      ADDR-LOOKUP; an account with none is registered not
      *      sent.  Letters go to CONFOUT with the burst key in the
      *      leading columns for BURST-REPORT (-KEYCOL=1) to route
      *      through DISTCTL: -BURSTKEY for the letters to be
      *      mailed, 'HOLD' for an address on hold mail.  The
      *      hold-mail letters are written after all the others, so
      *      each burst key is one unbroken run of the print stream.
      *
      *  Responses, every run: each line of CONFRESP is applied to
      *  its register entry.  A disagreement whose stated balance
      *  differs from the book records the difference and appends
      *  a row to the case feed (CASEIN, source 'AUDCONF',
      *  reference the account key) so CASE-INTAKE opens an
      *  investigation; one stating the book balance is taken as
      *  agreement.  A late answer to a request already marked no
      *  reply is accepted.  A response for an account not on the
      *  register, not sent or already answered, or with a reply
      *  code other than A or D, is not applied, is listed and
      *  ends the run JOB-WARNING.
      *
      *  Status report (CONFSTAT), every run: a request still
      *  unanswered -REPLYDAYS after it was sent is marked no
      *  reply, then every request of the audit date is listed
      *  with its book balance, status, reply date and any
      *  difference, and counted by status and by source.
      *
      *  AUDSAMPL record layout (fixed columns):
      *      ASR-ACCOUNT-KEY   X(32)
      *
      *  CONFRESP record layout (fixed columns):
      *      CRP-AUDIT-DATE    9(8)
      *      CRP-ACCOUNT-KEY   X(32)
      *      CRP-REPLY         X(1)    A agreed, D disagreed
      *      CRP-CLAIMED       S9(13)V99 sign leading separate,
      *                                the customer's balance on
      *                                a disagreement
      *      CRP-RECEIVED-DATE 9(8)
      *
      *  Flags (cmdline-parms.cpy style):
      *      -AUDITDATE=<yyyymmdd>  default the last year end
      *      -AUDITOR=<name>        named in the letters and on
      *                             the report
      *      -PERBAND=<n>           accounts drawn per band,
      *                             default 10
      *      -SEED=<n>              draw seed, default the business
      *                             date
      *      -BURSTKEY=<key>        DISTCTL key of the letters,
      *                             default 'CONF'
      *      -REPLYDAYS=<n>         days before no reply, default 30
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. AUD-CONFIRM.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is CNF-ACCT-STATUS.
            Select BAL-HISTORY-FILE Assign To BALHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is BHR-KEY
                File Status Is CNF-HIST-STATUS.
            Select CONF-REG-FILE Assign To CONFREG
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CFR-KEY
                File Status Is CNF-REG-STATUS.
            Select OPTIONAL SAMPLE-FILE Assign To AUDSAMPL
                Organization Is Line Sequential.
            Select OPTIONAL RESPONSE-FILE Assign To CONFRESP
                Organization Is Line Sequential.
            Select OPTIONAL CASE-FEED-FILE Assign To CASEIN
                Organization Is Line Sequential.
            Select LETTER-FILE Assign To CONFOUT
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To CONFSTAT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  BAL-HISTORY-FILE.
        COPY bal-history.
        FD  CONF-REG-FILE.
        COPY conf-register.
        FD  SAMPLE-FILE.
        01  SAMPLE-RECORD.
            05  ASR-ACCOUNT-KEY     PIC X(32).
        FD  RESPONSE-FILE.
        01  RESPONSE-RECORD.
            05  CRP-AUDIT-DATE      PIC 9(08).
            05  CRP-ACCOUNT-KEY     PIC X(32).
            05  CRP-REPLY           PIC X(01).
            05  CRP-CLAIMED         PIC S9(13)V99
                                    Sign Leading Separate.
            05  CRP-RECEIVED-DATE   PIC 9(08).
        FD  CASE-FEED-FILE.
        01  CASE-FEED-RECORD.
            05  CIN-SOURCE          PIC X(08).
            05  CIN-REFERENCE       PIC X(32).
            05  CIN-DESCRIPTION     PIC X(60).
        FD  LETTER-FILE.
        01  LETTER-LINE             PIC X(132).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY addr-lookup.
        COPY pii-crypt.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  CNF-ACCT-STATUS         PIC X(02).
        01  CNF-HIST-STATUS         PIC X(02).
        01  CNF-REG-STATUS          PIC X(02).
        01  CNF-RUN-START.
            05  CNF-START-SECONDS   Usage BINARY-DOUBLE.
            05  CNF-START-NANOS     Usage BINARY-DOUBLE.
        01  CNF-RUN-STOP.
            05  CNF-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  CNF-STOP-NANOS      Usage BINARY-DOUBLE.
        01  CNF-RC                  Binary-Long.
        01  CNF-EOF-SWITCH          PIC X(01).
            88  CNF-EOF                 Value 'Y', False 'N'.
        01  CNF-OPEN-SWITCHES.
            05  CNF-ACCT-OPEN-SW    PIC X(01) Value 'N'.
                88  CNF-ACCT-OPEN       Value 'Y', False 'N'.
            05  CNF-HIST-OPEN-SW    PIC X(01) Value 'N'.
                88  CNF-HIST-OPEN       Value 'Y', False 'N'.
            05  CNF-REG-OPEN-SW     PIC X(01) Value 'N'.
                88  CNF-REG-OPEN        Value 'Y', False 'N'.
            05  CNF-OUT-OPEN-SW     PIC X(01) Value 'N'.
                88  CNF-OUT-OPEN        Value 'Y', False 'N'.
        01  CNF-ELIGIBLE-SWITCH     PIC X(01).
            88  CNF-ELIGIBLE            Value 'Y', False 'N'.
        01  CNF-BALANCE-SWITCH      PIC X(01).
            88  CNF-BALANCE-FOUND       Value 'Y', False 'N'.
        01  CNF-REJECT-HDR-SWITCH   PIC X(01) Value 'N'.
            88  CNF-REJECT-HDR-DONE     Value 'Y', False 'N'.
        01  CNF-TODAY               PIC 9(08).
        01  CNF-YEAR                PIC 9(04).
        01  CNF-AUDIT-DATE          PIC 9(08).
        01  CNF-AUDITOR             PIC X(30) Value 'THE AUDITORS'.
        01  CNF-PER-BAND            PIC 9(05) Value 10.
        01  CNF-SEED                PIC 9(10).
        01  CNF-BURST-KEY           PIC X(04) Value 'CONF'.
        01  CNF-REPLY-DAYS          PIC 9(05) Value 30.
        01  CNF-RANDOM-STATE        PIC S9(18) COMP-5.
        01  CNF-RANDOM-DRAW         PIC V9(09).
        01  CNF-DRAW-LIMIT          PIC 9(09)V9(09).
        01  CNF-LOOKBACK            Binary-Long.
        01  CNF-DAYS-OUT            Binary-Long.
      *     the account being confirmed, as it will be registered
        01  CNF-SOURCE              PIC X(01).
        01  CNF-NOTE                PIC X(20).
        01  CNF-LETTER-KEY          PIC X(04).
        01  CNF-BOOK-BALANCE        PIC S9(13)V99 COMP-3.
        01  CNF-BALANCE-DATE        PIC 9(08).
        01  CNF-BAND                PIC 9(01).
        01  CNF-READ-COUNT          PIC 9(07) Value 0.
        01  CNF-SAMPLE-COUNT        PIC 9(07) Value 0.
        01  CNF-SENT-COUNT          PIC 9(07) Value 0.
        01  CNF-NOT-SENT-COUNT      PIC 9(07) Value 0.
        01  CNF-HOLD-MAIL-COUNT     PIC 9(07) Value 0.
        01  CNF-DUPLICATE-COUNT     PIC 9(07) Value 0.
        01  CNF-RESPONSE-COUNT      PIC 9(07) Value 0.
        01  CNF-APPLIED-COUNT       PIC 9(07) Value 0.
        01  CNF-REJECTED-COUNT      PIC 9(07) Value 0.
        01  CNF-CASE-COUNT          PIC 9(07) Value 0.
        01  CNF-AGED-COUNT          PIC 9(07) Value 0.
        01  CNF-LISTED-COUNT        PIC 9(07) Value 0.
        01  CNF-REJECT-REASON       PIC X(30).
        01  CNF-BD-SUB              Binary-Long.
        01  CNF-BAND-VALUES.
            05  FILLER              PIC X(12) Value 'BELOW ZERO'.
            05  FILLER              PIC 9(13)V99 Value 0.
            05  FILLER              PIC X(12) Value 'UNDER 1K'.
            05  FILLER              PIC 9(13)V99 Value 0.
            05  FILLER              PIC X(12) Value '1K - 10K'.
            05  FILLER              PIC 9(13)V99 Value 1000.
            05  FILLER              PIC X(12) Value '10K - 100K'.
            05  FILLER              PIC 9(13)V99 Value 10000.
            05  FILLER              PIC X(12) Value '100K - 1M'.
            05  FILLER              PIC 9(13)V99 Value 100000.
            05  FILLER              PIC X(12) Value '1M AND OVER'.
            05  FILLER              PIC 9(13)V99 Value 1000000.
        01  CNF-BAND-TABLE REDEFINES CNF-BAND-VALUES.
            05  CNF-BAND-ENTRY OCCURS 6 TIMES.
                10  CNF-BAND-LABEL  PIC X(12).
                10  CNF-BAND-FLOOR  PIC 9(13)V99.
      *     population, accounts passed and drawn, per band
        01  CNF-DRAW-TABLE.
            05  CNF-DRAW-ENTRY OCCURS 6 TIMES.
                10  CNF-BD-POPULATION Binary-Long.
                10  CNF-BD-SEEN     Binary-Long.
                10  CNF-BD-WANTED   Binary-Long.
                10  CNF-BD-CHOSEN   Binary-Long.
      *     register counts by status: sent, agreed, disagreed,
      *     no reply, not sent
        01  CNF-STATUS-CODES        PIC X(05) Value 'SADNX'.
        01  CNF-ST-SUB              Binary-Long.
        01  CNF-STATUS-VALUES.
            05  FILLER              PIC X(10) Value 'SENT'.
            05  FILLER              PIC X(10) Value 'AGREED'.
            05  FILLER              PIC X(10) Value 'DISAGREED'.
            05  FILLER              PIC X(10) Value 'NO REPLY'.
            05  FILLER              PIC X(10) Value 'NOT SENT'.
        01  CNF-STATUS-TABLE REDEFINES CNF-STATUS-VALUES.
            05  CNF-STATUS-LABEL OCCURS 5 TIMES
                                    PIC X(10).
        01  CNF-STATUS-COUNTS.
            05  CNF-ST-AUDITOR OCCURS 5 TIMES
                                    Binary-Long.
            05  CNF-ST-DRAWN OCCURS 5 TIMES
                                    Binary-Long.
        01  CNF-AMOUNT-ED           PIC -(13)9.99.
        01  CNF-CLAIMED-ED          PIC -(12)9.99.
        01  CNF-BOOK-ED             PIC -(12)9.99.
        01  CNF-COUNT-ED            PIC ZZZZZZ9.
        01  CNF-LETTER-TEXT-LINE.
            05  CNF-LL-BURST-KEY    PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-LL-TEXT         PIC X(110).
        01  CNF-HDR-LINE.
            05  FILLER              PIC X(13) Value 'AUD-CONFIRM  '.
            05  FILLER              PIC X(32)
                    Value 'BALANCE CONFIRMATION STATUS     '.
            05  FILLER              PIC X(11) Value 'AUDIT DATE '.
            05  CNF-HL-AUDIT-DATE   PIC 9(08).
            05  FILLER              PIC X(11) Value '   RUN DATE'.
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-HL-TODAY        PIC 9(08).
        01  CNF-NOTE-LINE           PIC X(132).
        01  CNF-COL-LINE.
            05  FILLER              PIC X(33) Value 'ACCOUNT'.
            05  FILLER              PIC X(05) Value 'BRCH'.
            05  FILLER              PIC X(04) Value 'CCY'.
            05  FILLER              PIC X(12) Value 'BAND'.
            05  FILLER              PIC X(02) Value 'S'.
            05  FILLER              PIC X(17)
                    Value '    BOOK BALANCE '.
            05  FILLER              PIC X(11) Value 'STATUS'.
            05  FILLER              PIC X(09) Value 'REPLIED'.
            05  FILLER              PIC X(17)
                    Value '      DIFFERENCE '.
            05  FILLER              PIC X(20) Value 'NOTE'.
        01  CNF-DETAIL-LINE.
            05  CNF-DL-ACCOUNT      PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-DL-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-DL-CURRENCY     PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-DL-BAND         PIC X(11).
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-DL-SOURCE       PIC X(01).
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-DL-BALANCE      PIC -(12)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-DL-STATUS       PIC X(10).
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-DL-REPLIED      PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-DL-DIFFERENCE   PIC -(12)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-DL-NOTE         PIC X(20).
        01  CNF-DL-DIFFERENCE-X REDEFINES CNF-DETAIL-LINE.
            05  FILLER              PIC X(93).
            05  CNF-DL-NO-DIFFERENCE PIC X(16).
            05  FILLER              PIC X(21).
        01  CNF-DRAW-LINE.
            05  FILLER              PIC X(02) Value SPACES.
            05  CNF-DW-BAND         PIC X(12).
            05  FILLER              PIC X(12) Value ' POPULATION '.
            05  CNF-DW-POPULATION   PIC ZZZZZZZZ9.
            05  FILLER              PIC X(08) Value '  DRAWN '.
            05  CNF-DW-CHOSEN       PIC ZZZZZZZZ9.
        01  CNF-REJECT-LINE.
            05  FILLER              PIC X(02) Value SPACES.
            05  CNF-RL-AUDIT-DATE   PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-RL-ACCOUNT      PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-RL-REPLY        PIC X(01).
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-RL-RECEIVED     PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  CNF-RL-REASON       PIC X(30).
        01  CNF-SUMMARY-LINE.
            05  FILLER              PIC X(02) Value SPACES.
            05  CNF-SL-STATUS       PIC X(10).
            05  FILLER              PIC X(10) Value '  AUDITOR '.
            05  CNF-SL-AUDITOR      PIC ZZZZZZ9.
            05  FILLER              PIC X(08) Value '  DRAWN '.
            05  CNF-SL-DRAWN        PIC ZZZZZZ9.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF NOT JOB-NEEDS-RERUN
               PERFORM 2000-ISSUE-REQUESTS
                  THRU 2000-ISSUE-REQUESTS-EXIT
            END-IF
            IF NOT JOB-NEEDS-RERUN
               PERFORM 3000-APPLY-RESPONSES
                  THRU 3000-APPLY-RESPONSES-EXIT
            END-IF
            IF NOT JOB-NEEDS-RERUN
               PERFORM 4000-STATUS-REPORT
                  THRU 4000-STATUS-REPORT-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CNF-RUN-START)
              TO CNF-RC
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'aud-confirm: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO CNF-TODAY
            MOVE 'AUDCONF' TO PCX-PROGRAM-ID ALQ-PROGRAM-ID
            MOVE SPACES TO ALQ-USER
            MOVE 0 TO ALQ-USER-TIER
            PERFORM 1100-READ-FLAGS THRU 1100-READ-FLAGS-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT ACCT-MASTER-FILE
            IF CNF-ACCT-STATUS NOT = '00'
               DISPLAY 'aud-confirm: cannot open ACCTMST, status '
                  CNF-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            SET CNF-ACCT-OPEN TO TRUE
      *     a balance the books cannot show is not confirmed
            OPEN INPUT BAL-HISTORY-FILE
            IF CNF-HIST-STATUS NOT = '00'
               DISPLAY 'aud-confirm: cannot open BALHIST, status '
                  CNF-HIST-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            SET CNF-HIST-OPEN TO TRUE
            OPEN I-O CONF-REG-FILE
            IF CNF-REG-STATUS = '35'
      *        the first confirmation exercise builds the register
               OPEN OUTPUT CONF-REG-FILE
               CLOSE CONF-REG-FILE
               OPEN I-O CONF-REG-FILE
            END-IF
            IF CNF-REG-STATUS NOT = '00'
               DISPLAY 'aud-confirm: cannot open CONFREG, status '
                  CNF-REG-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            SET CNF-REG-OPEN TO TRUE
            OPEN OUTPUT LETTER-FILE REPORT-FILE
            SET CNF-OUT-OPEN TO TRUE
            MOVE CNF-AUDIT-DATE TO CNF-HL-AUDIT-DATE
            MOVE CNF-TODAY TO CNF-HL-TODAY
            WRITE REPORT-LINE FROM CNF-HDR-LINE
            MOVE SPACES TO CNF-NOTE-LINE
            STRING 'PREPARED FOR ' DELIMITED BY SIZE
                   CNF-AUDITOR DELIMITED BY SIZE
              INTO CNF-NOTE-LINE
            END-STRING
            WRITE REPORT-LINE FROM CNF-NOTE-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 0 TO CNF-RANDOM-STATE
            PERFORM 1010-CLEAR-ONE-BAND THRU 1010-CLEAR-ONE-BAND-EXIT
               VARYING CNF-BD-SUB FROM 1 BY 1
               UNTIL CNF-BD-SUB > 6
            PERFORM 1020-CLEAR-ONE-STATUS
               THRU 1020-CLEAR-ONE-STATUS-EXIT
               VARYING CNF-ST-SUB FROM 1 BY 1
               UNTIL CNF-ST-SUB > 5.
        1000-INITIALIZE-EXIT.
            EXIT.

        1010-CLEAR-ONE-BAND.
            MOVE 0 TO CNF-BD-POPULATION (CNF-BD-SUB)
            MOVE 0 TO CNF-BD-SEEN (CNF-BD-SUB)
            MOVE 0 TO CNF-BD-WANTED (CNF-BD-SUB)
            MOVE 0 TO CNF-BD-CHOSEN (CNF-BD-SUB).
        1010-CLEAR-ONE-BAND-EXIT.
            EXIT.

        1020-CLEAR-ONE-STATUS.
            MOVE 0 TO CNF-ST-AUDITOR (CNF-ST-SUB)
            MOVE 0 TO CNF-ST-DRAWN (CNF-ST-SUB).
        1020-CLEAR-ONE-STATUS-EXIT.
            EXIT.

      * the audit date defaults to the last year end before the
      * business date, the date the auditors normally confirm at
        1100-READ-FLAGS.
            COMPUTE CNF-YEAR = CNF-TODAY / 10000
            COMPUTE CNF-AUDIT-DATE = (CNF-YEAR - 1) * 10000 + 1231
            MOVE 'AUDITDATE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               IF CLP-LOOKUP-VALUE (1:8) IS NUMERIC AND
                  CLP-LOOKUP-VALUE (9:1) = SPACE
                  MOVE CLP-LOOKUP-VALUE (1:8) TO CNF-AUDIT-DATE
               ELSE
                  MOVE 0 TO CNF-AUDIT-DATE
               END-IF
               IF CNF-AUDIT-DATE = 0 OR
                  FUNCTION TEST-DATE-YYYYMMDD(CNF-AUDIT-DATE)
                     NOT = 0
                  DISPLAY 'aud-confirm: -AUDITDATE must be a'
                     ' yyyymmdd date, not ' CLP-LOOKUP-VALUE
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 1100-READ-FLAGS-EXIT
               END-IF
            END-IF
            IF CNF-AUDIT-DATE > CNF-TODAY
               DISPLAY 'aud-confirm: audit date ' CNF-AUDIT-DATE
                  ' is after the business date'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1100-READ-FLAGS-EXIT
            END-IF
            MOVE 'AUDITOR' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO CNF-AUDITOR
            END-IF
            MOVE 'PERBAND' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO CNF-PER-BAND
            END-IF
            MOVE CNF-TODAY TO CNF-SEED
            MOVE 'SEED' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO CNF-SEED
            END-IF
            MOVE 'BURSTKEY' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE (1:4) TO CNF-BURST-KEY
            END-IF
            IF CNF-BURST-KEY = 'HOLD' OR SPACES
               DISPLAY 'aud-confirm: -BURSTKEY ' CNF-BURST-KEY
                  ' cannot be used for the letters'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1100-READ-FLAGS-EXIT
            END-IF
            MOVE 'REPLYDAYS' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO CNF-REPLY-DAYS
            END-IF.
        1100-READ-FLAGS-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  issuing: once per audit date, from the auditors' sample or
      *  from the stratified draw
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        2000-ISSUE-REQUESTS.
            MOVE CNF-AUDIT-DATE TO CFR-AUDIT-DATE
            MOVE LOW-VALUES TO CFR-ACCOUNT-KEY
            START CONF-REG-FILE KEY >= CFR-KEY
            IF CNF-REG-STATUS = '00'
               READ CONF-REG-FILE NEXT
               IF CNF-REG-STATUS = '00' AND
                  CFR-AUDIT-DATE = CNF-AUDIT-DATE
                  DISPLAY 'aud-confirm: requests for '
                     CNF-AUDIT-DATE ' already issued'
                  GO TO 2000-ISSUE-REQUESTS-EXIT
               END-IF
            END-IF
            SET CNF-EOF TO FALSE
            OPEN INPUT SAMPLE-FILE
            PERFORM 2100-ONE-SAMPLE-ACCOUNT
               THRU 2100-ONE-SAMPLE-ACCOUNT-EXIT
               UNTIL CNF-EOF OR JOB-NEEDS-RERUN
            CLOSE SAMPLE-FILE
            IF CNF-SAMPLE-COUNT = 0 AND NOT JOB-NEEDS-RERUN
               PERFORM 2200-DRAW-SAMPLE THRU 2200-DRAW-SAMPLE-EXIT
            END-IF
            IF NOT JOB-NEEDS-RERUN
               PERFORM 2800-HOLD-MAIL-LETTERS
                  THRU 2800-HOLD-MAIL-LETTERS-EXIT
            END-IF.
        2000-ISSUE-REQUESTS-EXIT.
            EXIT.

      * every account the auditors chose is registered, sent or not
        2100-ONE-SAMPLE-ACCOUNT.
            READ SAMPLE-FILE
                AT END
                    SET CNF-EOF TO TRUE
                    GO TO 2100-ONE-SAMPLE-ACCOUNT-EXIT
            END-READ
            IF ASR-ACCOUNT-KEY = SPACES
               GO TO 2100-ONE-SAMPLE-ACCOUNT-EXIT
            END-IF
            ADD 1 TO CNF-SAMPLE-COUNT
            MOVE 'A' TO CNF-SOURCE
            MOVE ASR-ACCOUNT-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF CNF-ACCT-STATUS NOT = '00'
               MOVE ASR-ACCOUNT-KEY TO AM-KEY
               MOVE SPACES TO AM-BRANCH AM-CURRENCY
               MOVE 0 TO CNF-BOOK-BALANCE CNF-BALANCE-DATE
               MOVE 0 TO CNF-BAND
               MOVE 'NOT ON ACCTMST' TO CNF-NOTE
               PERFORM 2600-REGISTER-NOT-SENT
                  THRU 2600-REGISTER-NOT-SENT-EXIT
               GO TO 2100-ONE-SAMPLE-ACCOUNT-EXIT
            END-IF
            ADD 1 TO CNF-READ-COUNT
            PERFORM 2400-CHECK-ACCOUNT THRU 2400-CHECK-ACCOUNT-EXIT
            IF CNF-ELIGIBLE
               PERFORM 2500-CONFIRM-ACCOUNT
                  THRU 2500-CONFIRM-ACCOUNT-EXIT
            ELSE
               PERFORM 2600-REGISTER-NOT-SENT
                  THRU 2600-REGISTER-NOT-SENT-EXIT
            END-IF.
        2100-ONE-SAMPLE-ACCOUNT-EXIT.
            EXIT.

      * selection sampling: the first pass counts each band's
      * population, the second takes each eligible account with
      * probability (still wanted) / (still to come) in its band,
      * which draws exactly the number wanted
        2200-DRAW-SAMPLE.
            COMPUTE CNF-RANDOM-STATE =
               FUNCTION MOD(CNF-SEED, 2147483647)
            IF CNF-RANDOM-STATE = 0
               MOVE 1 TO CNF-RANDOM-STATE
            END-IF
            MOVE 'S' TO CNF-SOURCE
            MOVE LOW-VALUES TO AM-KEY
            START ACCT-MASTER-FILE KEY >= AM-KEY
            SET CNF-EOF TO FALSE
            IF CNF-ACCT-STATUS NOT = '00'
               SET CNF-EOF TO TRUE
            END-IF
            PERFORM 2210-COUNT-ONE-ACCOUNT
               THRU 2210-COUNT-ONE-ACCOUNT-EXIT
               UNTIL CNF-EOF
            PERFORM 2220-SET-ONE-WANTED THRU 2220-SET-ONE-WANTED-EXIT
               VARYING CNF-BD-SUB FROM 1 BY 1
               UNTIL CNF-BD-SUB > 6
            MOVE LOW-VALUES TO AM-KEY
            START ACCT-MASTER-FILE KEY >= AM-KEY
            SET CNF-EOF TO FALSE
            IF CNF-ACCT-STATUS NOT = '00'
               SET CNF-EOF TO TRUE
            END-IF
            PERFORM 2230-DRAW-ONE-ACCOUNT
               THRU 2230-DRAW-ONE-ACCOUNT-EXIT
               UNTIL CNF-EOF OR JOB-NEEDS-RERUN
            MOVE SPACES TO CNF-NOTE-LINE
            MOVE CNF-PER-BAND TO CNF-COUNT-ED
            STRING 'SAMPLE DRAWN BY BALANCE BAND, ' DELIMITED BY SIZE
                   CNF-COUNT-ED DELIMITED BY SIZE
                   ' PER BAND, SEED ' DELIMITED BY SIZE
                   CNF-SEED DELIMITED BY SIZE
              INTO CNF-NOTE-LINE
            END-STRING
            WRITE REPORT-LINE FROM CNF-NOTE-LINE
            PERFORM 2240-PRINT-ONE-BAND THRU 2240-PRINT-ONE-BAND-EXIT
               VARYING CNF-BD-SUB FROM 1 BY 1
               UNTIL CNF-BD-SUB > 6
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.
        2200-DRAW-SAMPLE-EXIT.
            EXIT.

        2210-COUNT-ONE-ACCOUNT.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET CNF-EOF TO TRUE
                    GO TO 2210-COUNT-ONE-ACCOUNT-EXIT
            END-READ
            ADD 1 TO CNF-READ-COUNT
            PERFORM 2400-CHECK-ACCOUNT THRU 2400-CHECK-ACCOUNT-EXIT
            IF CNF-ELIGIBLE
               ADD 1 TO CNF-BD-POPULATION (CNF-BAND)
            END-IF.
        2210-COUNT-ONE-ACCOUNT-EXIT.
            EXIT.

        2220-SET-ONE-WANTED.
            IF CNF-BD-POPULATION (CNF-BD-SUB) < CNF-PER-BAND
               MOVE CNF-BD-POPULATION (CNF-BD-SUB)
                 TO CNF-BD-WANTED (CNF-BD-SUB)
            ELSE
               MOVE CNF-PER-BAND TO CNF-BD-WANTED (CNF-BD-SUB)
            END-IF.
        2220-SET-ONE-WANTED-EXIT.
            EXIT.

        2230-DRAW-ONE-ACCOUNT.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET CNF-EOF TO TRUE
                    GO TO 2230-DRAW-ONE-ACCOUNT-EXIT
            END-READ
            PERFORM 2400-CHECK-ACCOUNT THRU 2400-CHECK-ACCOUNT-EXIT
            IF NOT CNF-ELIGIBLE
               GO TO 2230-DRAW-ONE-ACCOUNT-EXIT
            END-IF
            IF CNF-BD-CHOSEN (CNF-BAND) >= CNF-BD-WANTED (CNF-BAND)
               GO TO 2230-DRAW-ONE-ACCOUNT-EXIT
            END-IF
            COMPUTE CNF-RANDOM-STATE = FUNCTION MOD(
               CNF-RANDOM-STATE * 48271, 2147483647)
            COMPUTE CNF-RANDOM-DRAW =
               CNF-RANDOM-STATE / 2147483647
            COMPUTE CNF-DRAW-LIMIT = CNF-RANDOM-DRAW *
               (CNF-BD-POPULATION (CNF-BAND)
                - CNF-BD-SEEN (CNF-BAND))
            ADD 1 TO CNF-BD-SEEN (CNF-BAND)
            IF CNF-DRAW-LIMIT < CNF-BD-WANTED (CNF-BAND)
                                - CNF-BD-CHOSEN (CNF-BAND)
               ADD 1 TO CNF-BD-CHOSEN (CNF-BAND)
               ADD 1 TO CNF-SAMPLE-COUNT
               PERFORM 2500-CONFIRM-ACCOUNT
                  THRU 2500-CONFIRM-ACCOUNT-EXIT
            END-IF.
        2230-DRAW-ONE-ACCOUNT-EXIT.
            EXIT.

        2240-PRINT-ONE-BAND.
            MOVE CNF-BAND-LABEL (CNF-BD-SUB) TO CNF-DW-BAND
            MOVE CNF-BD-POPULATION (CNF-BD-SUB) TO CNF-DW-POPULATION
            MOVE CNF-BD-CHOSEN (CNF-BD-SUB) TO CNF-DW-CHOSEN
            WRITE REPORT-LINE FROM CNF-DRAW-LINE.
        2240-PRINT-ONE-BAND-EXIT.
            EXIT.

      * customer accounts only, open at the audit date, with a
      * balance on the books for it; the reason an account fails
      * is kept for the register
        2400-CHECK-ACCOUNT.
            SET CNF-ELIGIBLE TO FALSE
            MOVE 0 TO CNF-BOOK-BALANCE CNF-BALANCE-DATE
            MOVE 0 TO CNF-BAND
            EVALUATE TRUE
               WHEN AM-ERASED
                  MOVE 'ACCOUNT ERASED' TO CNF-NOTE
                  GO TO 2400-CHECK-ACCOUNT-EXIT
               WHEN AM-TYPE = 'GL'
                  MOVE 'INTERNAL ACCOUNT' TO CNF-NOTE
                  GO TO 2400-CHECK-ACCOUNT-EXIT
               WHEN AM-OPEN-DATE > CNF-AUDIT-DATE
                  MOVE 'OPENED AFTER DATE' TO CNF-NOTE
                  GO TO 2400-CHECK-ACCOUNT-EXIT
            END-EVALUATE
            SET CNF-BALANCE-FOUND TO FALSE
            PERFORM 2410-TRY-ONE-DAY THRU 2410-TRY-ONE-DAY-EXIT
               VARYING CNF-LOOKBACK FROM 0 BY 1
               UNTIL CNF-LOOKBACK > 7 OR CNF-BALANCE-FOUND
            IF NOT CNF-BALANCE-FOUND
               MOVE 'NO BALANCE AT DATE' TO CNF-NOTE
               GO TO 2400-CHECK-ACCOUNT-EXIT
            END-IF
            IF CNF-BOOK-BALANCE < 0
               MOVE 1 TO CNF-BAND
            ELSE
               MOVE 6 TO CNF-BD-SUB
               PERFORM 2420-LOWER-BAND THRU 2420-LOWER-BAND-EXIT
                  UNTIL CNF-BOOK-BALANCE
                        >= CNF-BAND-FLOOR (CNF-BD-SUB)
               MOVE CNF-BD-SUB TO CNF-BAND
            END-IF
            MOVE SPACES TO CNF-NOTE
            SET CNF-ELIGIBLE TO TRUE.
        2400-CHECK-ACCOUNT-EXIT.
            EXIT.

        2410-TRY-ONE-DAY.
            MOVE AM-KEY TO BHR-ACCOUNT-KEY
            COMPUTE BHR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CNF-AUDIT-DATE)
               - CNF-LOOKBACK)
            READ BAL-HISTORY-FILE
            IF CNF-HIST-STATUS = '00'
               MOVE BHR-BALANCE TO CNF-BOOK-BALANCE
               MOVE BHR-DATE TO CNF-BALANCE-DATE
               SET CNF-BALANCE-FOUND TO TRUE
            END-IF.
        2410-TRY-ONE-DAY-EXIT.
            EXIT.

        2420-LOWER-BAND.
            SUBTRACT 1 FROM CNF-BD-SUB.
        2420-LOWER-BAND-EXIT.
            EXIT.

      * the address is the one in force at the audit date; a letter
      * to an address on hold mail waits for 2800
        2500-CONFIRM-ACCOUNT.
            MOVE AM-KEY TO ALQ-KEY
            MOVE CNF-AUDIT-DATE TO ALQ-ASOF-DATE
            CALL 'ADDR-LOOKUP' USING ALQ-CONTROL
            IF NOT ALQ-OK
               MOVE 'NO ADDRESS AT DATE' TO CNF-NOTE
               PERFORM 2600-REGISTER-NOT-SENT
                  THRU 2600-REGISTER-NOT-SENT-EXIT
               GO TO 2500-CONFIRM-ACCOUNT-EXIT
            END-IF
            IF ALQ-HOLD-MAIL
               MOVE 'HOLD' TO CNF-LETTER-KEY
               MOVE 'HELD, MAIL RETURNED' TO CNF-NOTE
            ELSE
               MOVE CNF-BURST-KEY TO CNF-LETTER-KEY
               MOVE SPACES TO CNF-NOTE
            END-IF
            PERFORM 2700-BUILD-ENTRY THRU 2700-BUILD-ENTRY-EXIT
            MOVE CNF-LETTER-KEY TO CFR-BURST-KEY
            SET CFR-SENT TO TRUE
            WRITE CONF-REGISTER-RECORD
                INVALID KEY
                    ADD 1 TO CNF-DUPLICATE-COUNT
                    GO TO 2500-CONFIRM-ACCOUNT-EXIT
            END-WRITE
            IF CNF-REG-STATUS NOT = '00'
               DISPLAY 'aud-confirm: CONFREG write failed, status '
                  CNF-REG-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2500-CONFIRM-ACCOUNT-EXIT
            END-IF
            ADD 1 TO CNF-SENT-COUNT
            IF ALQ-HOLD-MAIL
               ADD 1 TO CNF-HOLD-MAIL-COUNT
            ELSE
               PERFORM 5000-WRITE-LETTER THRU 5000-WRITE-LETTER-EXIT
            END-IF.
        2500-CONFIRM-ACCOUNT-EXIT.
            EXIT.

        2600-REGISTER-NOT-SENT.
            PERFORM 2700-BUILD-ENTRY THRU 2700-BUILD-ENTRY-EXIT
            MOVE SPACES TO CFR-BURST-KEY
            MOVE 0 TO CFR-SENT-DATE
            SET CFR-NOT-SENT TO TRUE
            WRITE CONF-REGISTER-RECORD
                INVALID KEY
                    ADD 1 TO CNF-DUPLICATE-COUNT
                    GO TO 2600-REGISTER-NOT-SENT-EXIT
            END-WRITE
            IF CNF-REG-STATUS NOT = '00'
               DISPLAY 'aud-confirm: CONFREG write failed, status '
                  CNF-REG-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2600-REGISTER-NOT-SENT-EXIT
            END-IF
            ADD 1 TO CNF-NOT-SENT-COUNT.
        2600-REGISTER-NOT-SENT-EXIT.
            EXIT.

        2700-BUILD-ENTRY.
            MOVE SPACES TO CONF-REGISTER-RECORD
            MOVE CNF-AUDIT-DATE TO CFR-AUDIT-DATE
            MOVE AM-KEY TO CFR-ACCOUNT-KEY
            MOVE AM-BRANCH TO CFR-BRANCH
            MOVE AM-CURRENCY TO CFR-CURRENCY
            MOVE CNF-BOOK-BALANCE TO CFR-BALANCE
            MOVE CNF-BALANCE-DATE TO CFR-BALANCE-DATE
            MOVE CNF-BAND TO CFR-BAND
            MOVE CNF-SOURCE TO CFR-SOURCE
            MOVE CNF-TODAY TO CFR-SENT-DATE
            MOVE CNF-NOTE TO CFR-NOTE
            MOVE 0 TO CFR-RESPONSE-DATE
            MOVE 0 TO CFR-CLAIMED CFR-DIFFERENCE.
        2700-BUILD-ENTRY-EXIT.
            EXIT.

      * BURST-REPORT opens a bundle afresh at each change of burst
      * key, so the hold-mail letters follow as one run at the end
        2800-HOLD-MAIL-LETTERS.
            IF CNF-HOLD-MAIL-COUNT = 0
               GO TO 2800-HOLD-MAIL-LETTERS-EXIT
            END-IF
            MOVE CNF-AUDIT-DATE TO CFR-AUDIT-DATE
            MOVE LOW-VALUES TO CFR-ACCOUNT-KEY
            START CONF-REG-FILE KEY >= CFR-KEY
            SET CNF-EOF TO FALSE
            IF CNF-REG-STATUS NOT = '00'
               SET CNF-EOF TO TRUE
            END-IF
            PERFORM 2810-ONE-HELD-LETTER
               THRU 2810-ONE-HELD-LETTER-EXIT
               UNTIL CNF-EOF.
        2800-HOLD-MAIL-LETTERS-EXIT.
            EXIT.

        2810-ONE-HELD-LETTER.
            READ CONF-REG-FILE NEXT
                AT END
                    SET CNF-EOF TO TRUE
                    GO TO 2810-ONE-HELD-LETTER-EXIT
            END-READ
            IF CFR-AUDIT-DATE NOT = CNF-AUDIT-DATE
               SET CNF-EOF TO TRUE
               GO TO 2810-ONE-HELD-LETTER-EXIT
            END-IF
            IF CFR-BURST-KEY NOT = 'HOLD'
               GO TO 2810-ONE-HELD-LETTER-EXIT
            END-IF
            MOVE CFR-ACCOUNT-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF CNF-ACCT-STATUS NOT = '00'
               GO TO 2810-ONE-HELD-LETTER-EXIT
            END-IF
            MOVE AM-KEY TO ALQ-KEY
            MOVE CNF-AUDIT-DATE TO ALQ-ASOF-DATE
            CALL 'ADDR-LOOKUP' USING ALQ-CONTROL
            MOVE CFR-BALANCE TO CNF-BOOK-BALANCE
            MOVE CFR-BURST-KEY TO CNF-LETTER-KEY
            PERFORM 5000-WRITE-LETTER THRU 5000-WRITE-LETTER-EXIT.
        2810-ONE-HELD-LETTER-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  responses
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        3000-APPLY-RESPONSES.
            SET CNF-EOF TO FALSE
            OPEN INPUT RESPONSE-FILE
            OPEN EXTEND CASE-FEED-FILE
            PERFORM 3100-ONE-RESPONSE THRU 3100-ONE-RESPONSE-EXIT
               UNTIL CNF-EOF OR JOB-NEEDS-RERUN
            CLOSE RESPONSE-FILE CASE-FEED-FILE
            IF CNF-REJECT-HDR-DONE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
        3000-APPLY-RESPONSES-EXIT.
            EXIT.

        3100-ONE-RESPONSE.
            READ RESPONSE-FILE
                AT END
                    SET CNF-EOF TO TRUE
                    GO TO 3100-ONE-RESPONSE-EXIT
            END-READ
            ADD 1 TO CNF-RESPONSE-COUNT
            IF CRP-REPLY NOT = 'A' AND CRP-REPLY NOT = 'D'
               MOVE 'REPLY CODE NOT A OR D' TO CNF-REJECT-REASON
               PERFORM 3200-REJECT THRU 3200-REJECT-EXIT
               GO TO 3100-ONE-RESPONSE-EXIT
            END-IF
            MOVE CRP-AUDIT-DATE TO CFR-AUDIT-DATE
            MOVE CRP-ACCOUNT-KEY TO CFR-ACCOUNT-KEY
            READ CONF-REG-FILE
            IF CNF-REG-STATUS NOT = '00'
               MOVE 'NOT ON THE REGISTER' TO CNF-REJECT-REASON
               PERFORM 3200-REJECT THRU 3200-REJECT-EXIT
               GO TO 3100-ONE-RESPONSE-EXIT
            END-IF
            IF CFR-NOT-SENT
               MOVE 'NO REQUEST WAS SENT' TO CNF-REJECT-REASON
               PERFORM 3200-REJECT THRU 3200-REJECT-EXIT
               GO TO 3100-ONE-RESPONSE-EXIT
            END-IF
            IF CFR-AGREED OR CFR-DISAGREED
               MOVE 'ALREADY ANSWERED' TO CNF-REJECT-REASON
               PERFORM 3200-REJECT THRU 3200-REJECT-EXIT
               GO TO 3100-ONE-RESPONSE-EXIT
            END-IF
            MOVE CRP-RECEIVED-DATE TO CFR-RESPONSE-DATE
            IF CRP-REPLY = 'D' AND CRP-CLAIMED NOT = CFR-BALANCE
               SET CFR-DISAGREED TO TRUE
               MOVE CRP-CLAIMED TO CFR-CLAIMED
               COMPUTE CFR-DIFFERENCE = CRP-CLAIMED - CFR-BALANCE
               PERFORM 3300-OPEN-CASE THRU 3300-OPEN-CASE-EXIT
            ELSE
               SET CFR-AGREED TO TRUE
               MOVE CFR-BALANCE TO CFR-CLAIMED
               MOVE 0 TO CFR-DIFFERENCE
            END-IF
            REWRITE CONF-REGISTER-RECORD
            IF CNF-REG-STATUS NOT = '00'
               DISPLAY 'aud-confirm: CONFREG rewrite failed, status '
                  CNF-REG-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3100-ONE-RESPONSE-EXIT
            END-IF
            ADD 1 TO CNF-APPLIED-COUNT.
        3100-ONE-RESPONSE-EXIT.
            EXIT.

        3200-REJECT.
            ADD 1 TO CNF-REJECTED-COUNT
            IF JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            IF NOT CNF-REJECT-HDR-DONE
               MOVE 'RESPONSES NOT APPLIED' TO REPORT-LINE
               WRITE REPORT-LINE
               SET CNF-REJECT-HDR-DONE TO TRUE
            END-IF
            MOVE CRP-AUDIT-DATE TO CNF-RL-AUDIT-DATE
            MOVE CRP-ACCOUNT-KEY TO CNF-RL-ACCOUNT
            MOVE CRP-REPLY TO CNF-RL-REPLY
            MOVE CRP-RECEIVED-DATE TO CNF-RL-RECEIVED
            MOVE CNF-REJECT-REASON TO CNF-RL-REASON
            WRITE REPORT-LINE FROM CNF-REJECT-LINE.
        3200-REJECT-EXIT.
            EXIT.

      * CASE-INTAKE keeps one open case per source and reference, so
      * a second year's disagreement on the account joins its case
      * while that is still being worked
        3300-OPEN-CASE.
            MOVE CFR-CLAIMED TO CNF-CLAIMED-ED
            MOVE CFR-BALANCE TO CNF-BOOK-ED
            MOVE 'AUDCONF' TO CIN-SOURCE
            MOVE CFR-ACCOUNT-KEY TO CIN-REFERENCE
            MOVE SPACES TO CIN-DESCRIPTION
            STRING 'AUDIT ' CFR-AUDIT-DATE
                   ' STATED ' CNF-CLAIMED-ED
                   ' BOOK ' CNF-BOOK-ED
               DELIMITED BY SIZE INTO CIN-DESCRIPTION
            END-STRING
            WRITE CASE-FEED-RECORD
            ADD 1 TO CNF-CASE-COUNT.
        3300-OPEN-CASE-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  status report for the auditors
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        4000-STATUS-REPORT.
            WRITE REPORT-LINE FROM CNF-COL-LINE
            MOVE CNF-AUDIT-DATE TO CFR-AUDIT-DATE
            MOVE LOW-VALUES TO CFR-ACCOUNT-KEY
            START CONF-REG-FILE KEY >= CFR-KEY
            SET CNF-EOF TO FALSE
            IF CNF-REG-STATUS NOT = '00'
               SET CNF-EOF TO TRUE
            END-IF
            PERFORM 4100-ONE-REQUEST THRU 4100-ONE-REQUEST-EXIT
               UNTIL CNF-EOF OR JOB-NEEDS-RERUN
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 'REQUESTS BY STATUS' TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM 4200-PRINT-ONE-STATUS
               THRU 4200-PRINT-ONE-STATUS-EXIT
               VARYING CNF-ST-SUB FROM 1 BY 1
               UNTIL CNF-ST-SUB > 5
            IF CNF-LISTED-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'NO REQUESTS ON THE REGISTER FOR THIS DATE'
                 TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
        4000-STATUS-REPORT-EXIT.
            EXIT.

        4100-ONE-REQUEST.
            READ CONF-REG-FILE NEXT
                AT END
                    SET CNF-EOF TO TRUE
                    GO TO 4100-ONE-REQUEST-EXIT
            END-READ
            IF CFR-AUDIT-DATE NOT = CNF-AUDIT-DATE
               SET CNF-EOF TO TRUE
               GO TO 4100-ONE-REQUEST-EXIT
            END-IF
            IF CFR-SENT
               COMPUTE CNF-DAYS-OUT =
                  FUNCTION INTEGER-OF-DATE(CNF-TODAY)
                  - FUNCTION INTEGER-OF-DATE(CFR-SENT-DATE)
               IF CNF-DAYS-OUT > CNF-REPLY-DAYS
                  SET CFR-NO-REPLY TO TRUE
                  REWRITE CONF-REGISTER-RECORD
                  IF CNF-REG-STATUS NOT = '00'
                     DISPLAY 'aud-confirm: CONFREG rewrite failed,'
                        ' status ' CNF-REG-STATUS
                     SET JOB-NEEDS-RERUN TO TRUE
                     GO TO 4100-ONE-REQUEST-EXIT
                  END-IF
                  ADD 1 TO CNF-AGED-COUNT
               END-IF
            END-IF
            ADD 1 TO CNF-LISTED-COUNT
            PERFORM 4110-MATCH-STATUS THRU 4110-MATCH-STATUS-EXIT
               VARYING CNF-ST-SUB FROM 1 BY 1
               UNTIL CNF-ST-SUB > 5
                  OR CNF-STATUS-CODES (CNF-ST-SUB:1) = CFR-STATUS
            IF CNF-ST-SUB > 5
               MOVE 5 TO CNF-ST-SUB
            END-IF
            IF CFR-FROM-AUDITOR
               ADD 1 TO CNF-ST-AUDITOR (CNF-ST-SUB)
            ELSE
               ADD 1 TO CNF-ST-DRAWN (CNF-ST-SUB)
            END-IF
            MOVE CFR-ACCOUNT-KEY TO CNF-DL-ACCOUNT
            MOVE CFR-BRANCH TO CNF-DL-BRANCH
            MOVE CFR-CURRENCY TO CNF-DL-CURRENCY
            IF CFR-BAND > 0
               MOVE CNF-BAND-LABEL (CFR-BAND) TO CNF-DL-BAND
            ELSE
               MOVE SPACES TO CNF-DL-BAND
            END-IF
            MOVE CFR-SOURCE TO CNF-DL-SOURCE
            MOVE CFR-BALANCE TO CNF-DL-BALANCE
            MOVE CNF-STATUS-LABEL (CNF-ST-SUB) TO CNF-DL-STATUS
            IF CFR-AGREED OR CFR-DISAGREED
               MOVE CFR-RESPONSE-DATE TO CNF-DL-REPLIED
            ELSE
               MOVE SPACES TO CNF-DL-REPLIED
            END-IF
            MOVE CFR-NOTE TO CNF-DL-NOTE
            IF CFR-DISAGREED
               MOVE CFR-DIFFERENCE TO CNF-DL-DIFFERENCE
            ELSE
               MOVE SPACES TO CNF-DL-NO-DIFFERENCE
            END-IF
            WRITE REPORT-LINE FROM CNF-DETAIL-LINE.
        4100-ONE-REQUEST-EXIT.
            EXIT.

        4110-MATCH-STATUS.
            CONTINUE.
        4110-MATCH-STATUS-EXIT.
            EXIT.

        4200-PRINT-ONE-STATUS.
            MOVE CNF-STATUS-LABEL (CNF-ST-SUB) TO CNF-SL-STATUS
            MOVE CNF-ST-AUDITOR (CNF-ST-SUB) TO CNF-SL-AUDITOR
            MOVE CNF-ST-DRAWN (CNF-ST-SUB) TO CNF-SL-DRAWN
            WRITE REPORT-LINE FROM CNF-SUMMARY-LINE.
        4200-PRINT-ONE-STATUS-EXIT.
            EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  the confirmation letter: ACCTMST record, ADDR-LOOKUP reply
      *  and CNF-BOOK-BALANCE in place
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        5000-WRITE-LETTER.
            MOVE CNF-LETTER-KEY TO CNF-LL-BURST-KEY
            MOVE AM-KEY TO PII-RECORD-KEY
            MOVE AM-PII-KEY-ID TO PII-KEY-ID
            MOVE AM-CUSTOMER-NAME TO PII-NAME
            PERFORM 9300-PII-REVEAL-NAME
               THRU 9300-PII-REVEAL-NAME-EXIT
            MOVE 'BALANCE CONFIRMATION REQUEST' TO CNF-LL-TEXT
            WRITE LETTER-LINE FROM CNF-LETTER-TEXT-LINE
            MOVE PII-NAME TO CNF-LL-TEXT
            WRITE LETTER-LINE FROM CNF-LETTER-TEXT-LINE
            MOVE ALQ-ADDR1 TO CNF-LL-TEXT
            WRITE LETTER-LINE FROM CNF-LETTER-TEXT-LINE
            IF ALQ-ADDR2 NOT = SPACES
               MOVE ALQ-ADDR2 TO CNF-LL-TEXT
               WRITE LETTER-LINE FROM CNF-LETTER-TEXT-LINE
            END-IF
            MOVE SPACES TO CNF-LL-TEXT
            STRING ALQ-CITY DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   ALQ-POSTCODE DELIMITED BY SIZE
              INTO CNF-LL-TEXT
            END-STRING
            WRITE LETTER-LINE FROM CNF-LETTER-TEXT-LINE
            MOVE SPACES TO CNF-LL-TEXT
            STRING 'ACCOUNT ' DELIMITED BY SIZE
                   AM-KEY DELIMITED BY SIZE
              INTO CNF-LL-TEXT
            END-STRING
            WRITE LETTER-LINE FROM CNF-LETTER-TEXT-LINE
            MOVE SPACES TO CNF-LL-TEXT
            STRING CNF-AUDITOR DELIMITED BY '  '
                   ' ARE EXAMINING OUR ACCOUNTS AS AT '
                      DELIMITED BY SIZE
                   CNF-AUDIT-DATE DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
              INTO CNF-LL-TEXT
            END-STRING
            WRITE LETTER-LINE FROM CNF-LETTER-TEXT-LINE
            MOVE CNF-BOOK-BALANCE TO CNF-AMOUNT-ED
            MOVE SPACES TO CNF-LL-TEXT
            STRING 'OUR RECORDS SHOW A BALANCE OF ' DELIMITED BY SIZE
                   AM-CURRENCY DELIMITED BY SIZE
                   CNF-AMOUNT-ED DELIMITED BY SIZE
                   ' ON THIS ACCOUNT AT THAT DATE.' DELIMITED BY SIZE
              INTO CNF-LL-TEXT
            END-STRING
            WRITE LETTER-LINE FROM CNF-LETTER-TEXT-LINE
            MOVE 'PLEASE TELL THE AUDITORS DIRECTLY WHETHER YOU AGREE'
              TO CNF-LL-TEXT
            WRITE LETTER-LINE FROM CNF-LETTER-TEXT-LINE
            MOVE 'AND, IF NOT, THE BALANCE YOUR OWN RECORDS SHOW.'
              TO CNF-LL-TEXT
            WRITE LETTER-LINE FROM CNF-LETTER-TEXT-LINE
            MOVE 'THIS IS NOT A REQUEST FOR PAYMENT.' TO CNF-LL-TEXT
            WRITE LETTER-LINE FROM CNF-LETTER-TEXT-LINE.
        5000-WRITE-LETTER-EXIT.
            EXIT.

        9999-EXIT.
            IF CNF-ACCT-OPEN
               CLOSE ACCT-MASTER-FILE
            END-IF
            IF CNF-HIST-OPEN
               CLOSE BAL-HISTORY-FILE
            END-IF
            IF CNF-REG-OPEN
               CLOSE CONF-REG-FILE
            END-IF
            IF CNF-OUT-OPEN
               CLOSE LETTER-FILE REPORT-FILE
            END-IF
            DISPLAY 'aud-confirm: ' CNF-SAMPLE-COUNT ' sampled, '
               CNF-SENT-COUNT ' sent, '
               CNF-NOT-SENT-COUNT ' not sent, '
               CNF-HOLD-MAIL-COUNT ' to hold mail'
            DISPLAY 'aud-confirm: ' CNF-RESPONSE-COUNT
               ' responses, ' CNF-APPLIED-COUNT ' applied, '
               CNF-REJECTED-COUNT ' not applied, '
               CNF-CASE-COUNT ' cases, '
               CNF-AGED-COUNT ' marked no reply'
            IF CNF-DUPLICATE-COUNT > 0
               DISPLAY 'aud-confirm: ' CNF-DUPLICATE-COUNT
                  ' sample accounts listed twice, taken once'
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CNF-RUN-STOP)
              TO CNF-RC
            MOVE 'AUDCONF' TO JHR-PROGRAM-ID
            MOVE CNF-TODAY TO JHR-BUSINESS-DATE
            MOVE CNF-START-SECONDS TO JHR-START-SECONDS
            MOVE CNF-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            COMPUTE JHR-RECORDS-IN = CNF-READ-COUNT
               + CNF-RESPONSE-COUNT
            COMPUTE JHR-RECORDS-OUT = CNF-SENT-COUNT
               + CNF-APPLIED-COUNT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program AUD-CONFIRM.
