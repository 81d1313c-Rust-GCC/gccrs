      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  access-rpt.cbl
      *
      *  Daily sensitive-account access report over the READLOG
      *  read-access log (read-log.cpy) that READ-ACCESS appends
      *  for every inquiry and every maintenance retrieval.  Every
      *  look on the day at an account on the sensitive-account
      *  list (SENSACCT: staff, VIP and restricted accounts) is
      *  listed on ACCESRPT with who looked, when, and through
      *  which transaction code and program -- the answer to "who
      *  looked at this account".
      *
      *  Every look is also tested against the looker's own branch
      *  (USERBRCH) and the account's AM-BRANCH on ACCTMST.  A
      *  user whose looks outside their branch on the day reach
      *  the -ALERTAT count is listed in the report's second
      *  section and raised through posix-syslog as an ACCESSRP
      *  line ("ACCESSRP out-of-branch reads user=..."), for an
      *  ALERTRUL rule to escalate through ALERT-ENGINE.  A user
      *  not on USERBRCH has no home branch and is never counted;
      *  a key that is not an account (a customer id retrieved on
      *  ACCT-SCREEN) has no branch and is never counted either.
      *
      *  SENSACCT record layout (fixed columns):
      *      SNS-KEY           X(32)  account key
      *      SNS-CATEGORY      X(1)   S staff, V VIP, R restricted
      *      SNS-NOTE          X(40)  printed on the report
      *
      *  USERBRCH record layout (fixed columns):
      *      UBR-USER          X(12)  signed-on user or operator
      *      UBR-BRANCH        X(4)   the user's home branch
      *
      *  Flags (cmdline-parms.cpy style):
      *      -DATE=<yyyymmdd>       the day reported, default today
      *      -ALERTAT=<count>       out-of-branch looks by one user
      *                             that raise an alert, default 3
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. ACCESS-RPT.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select OPTIONAL READ-LOG-FILE Assign To READLOG
                Organization Is Line Sequential
                File Status Is ARP-LOG-STATUS.
            Select OPTIONAL SENSITIVE-FILE Assign To SENSACCT
                Organization Is Line Sequential
                File Status Is ARP-SENS-STATUS.
            Select OPTIONAL USER-BRANCH-FILE Assign To USERBRCH
                Organization Is Line Sequential
                File Status Is ARP-UBR-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is ARP-ACCT-STATUS.
            Select REPORT-FILE Assign To ACCESRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  READ-LOG-FILE.
        COPY read-log.
        FD  SENSITIVE-FILE.
        01  SENSITIVE-RECORD.
            05  SNS-KEY             PIC X(32).
            05  SNS-CATEGORY        PIC X(01).
                88  SNS-STAFF           Value 'S'.
                88  SNS-VIP             Value 'V'.
                88  SNS-RESTRICTED      Value 'R'.
            05  SNS-NOTE            PIC X(40).
        FD  USER-BRANCH-FILE.
        01  USER-BRANCH-RECORD.
            05  UBR-USER            PIC X(12).
            05  UBR-BRANCH          PIC X(04).
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  ARP-RUN-START.
            05  ARP-START-SECONDS   Usage BINARY-DOUBLE.
            05  ARP-START-NANOS     Usage BINARY-DOUBLE.
        01  ARP-RUN-STOP.
            05  ARP-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  ARP-STOP-NANOS      Usage BINARY-DOUBLE.
        01  ARP-RC                  Binary-Long.
        01  ARP-LOG-STATUS          PIC X(02).
        01  ARP-SENS-STATUS         PIC X(02).
        01  ARP-UBR-STATUS          PIC X(02).
        01  ARP-ACCT-STATUS         PIC X(02).
        01  ARP-EOF-SWITCH          PIC X(01).
            88  ARP-EOF                 Value 'Y', False 'N'.
        01  ARP-FILES-SWITCH        PIC X(01) Value 'N'.
            88  ARP-FILES-OPEN          Value 'Y', False 'N'.
        01  ARP-ACCT-OPEN-SW        PIC X(01) Value 'N'.
            88  ARP-ACCT-OPEN           Value 'Y', False 'N'.
        01  ARP-REPORT-DATE         PIC 9(08).
        01  ARP-ALERT-AT            PIC 9(05) Value 3.
        01  ARP-SYSLOG-MSG          PIC X(256).
      * the sensitive-account list and the user branches, loaded
      * whole: a partial list would hide looks it should show
        01  ARP-SENS-COUNT          Binary-Long Value 0.
        01  ARP-SENS-SUB            Binary-Long.
        01  ARP-SENS-TABLE.
            05  ARP-SENS-ENTRY OCCURS 2000 TIMES.
                10  ARP-S-KEY       PIC X(32).
                10  ARP-S-CATEGORY  PIC X(01).
                10  ARP-S-NOTE      PIC X(40).
        01  ARP-UBR-COUNT           Binary-Long Value 0.
        01  ARP-UBR-SUB             Binary-Long.
        01  ARP-UBR-TABLE.
            05  ARP-UBR-ENTRY OCCURS 2000 TIMES.
                10  ARP-U-USER      PIC X(12).
                10  ARP-U-BRANCH    PIC X(04).
      * one tally per user with looks outside their branch today
        01  ARP-TALLY-COUNT         Binary-Long Value 0.
        01  ARP-TALLY-SUB           Binary-Long.
        01  ARP-TALLY-FULL-SW       PIC X(01) Value 'N'.
            88  ARP-TALLY-FULL          Value 'Y', False 'N'.
        01  ARP-TALLY-TABLE.
            05  ARP-TALLY-ENTRY OCCURS 2000 TIMES.
                10  ARP-T-USER      PIC X(12).
                10  ARP-T-BRANCH    PIC X(04).
                10  ARP-T-COUNT     PIC 9(07).
                10  ARP-T-LAST-KEY  PIC X(32).
      * one look
        01  ARP-USER-BRANCH         PIC X(04).
        01  ARP-ACCT-BRANCH         PIC X(04).
        01  ARP-FOUND-SUB           Binary-Long.
        01  ARP-OUTSIDE-SW          PIC X(01).
            88  ARP-OUTSIDE             Value 'Y', False 'N'.
      * run totals
        01  ARP-LOG-READ            PIC 9(09) Value 0.
        01  ARP-DAY-COUNT           PIC 9(09) Value 0.
        01  ARP-SENS-HITS           PIC 9(09) Value 0.
        01  ARP-OUTSIDE-COUNT       PIC 9(09) Value 0.
        01  ARP-ALERT-COUNT         PIC 9(09) Value 0.
        01  ARP-HDR-LINE.
            05  FILLER              PIC X(34)
                Value 'SENSITIVE-ACCOUNT ACCESS REPORT --'.
            05  FILLER              PIC X(01) Value SPACE.
            05  ARP-HDR-DATE        PIC 9(08).
        01  ARP-SECTION-LINE        PIC X(60).
        01  ARP-COLUMN-LINE.
            05  FILLER              PIC X(08) Value 'TIME'.
            05  FILLER              PIC X(13) Value 'USER'.
            05  FILLER              PIC X(33) Value 'ACCOUNT KEY'.
            05  FILLER              PIC X(11) Value 'CATEGORY'.
            05  FILLER              PIC X(05) Value 'CODE'.
            05  FILLER              PIC X(09) Value 'PROGRAM'.
            05  FILLER              PIC X(07) Value 'BRANCH'.
            05  FILLER              PIC X(40) Value 'NOTE'.
        01  ARP-DETAIL-LINE.
            05  ARP-DL-TIME         PIC 99B99B99.
            05  FILLER              PIC X(01) Value SPACE.
            05  ARP-DL-USER         PIC X(12).
            05  FILLER              PIC X(01) Value SPACE.
            05  ARP-DL-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  ARP-DL-CATEGORY     PIC X(10).
            05  FILLER              PIC X(01) Value SPACE.
            05  ARP-DL-TXN-CODE     PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  ARP-DL-PROGRAM-ID   PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  ARP-DL-OUTSIDE      PIC X(06).
            05  FILLER              PIC X(01) Value SPACE.
            05  ARP-DL-NOTE         PIC X(40).
        01  ARP-USER-COLUMN-LINE.
            05  FILLER              PIC X(13) Value 'USER'.
            05  FILLER              PIC X(07) Value 'BRANCH'.
            05  FILLER              PIC X(09) Value 'LOOKS'.
            05  FILLER              PIC X(33) Value 'LAST ACCOUNT'.
        01  ARP-USER-LINE.
            05  ARP-UL-USER         PIC X(12).
            05  FILLER              PIC X(01) Value SPACE.
            05  ARP-UL-BRANCH       PIC X(04).
            05  FILLER              PIC X(02) Value SPACES.
            05  ARP-UL-COUNT        PIC Z(06)9.
            05  FILLER              PIC X(02) Value SPACES.
            05  ARP-UL-LAST-KEY     PIC X(32).
        01  ARP-COUNT-DISPLAY       PIC Z(06)9.
        01  ARP-TRAILER-LINE.
            05  FILLER              PIC X(14) Value 'LOOKS TODAY   '.
            05  ARP-TR-DAY          PIC Z(08)9.
            05  FILLER              PIC X(14) Value '  SENSITIVE   '.
            05  ARP-TR-SENSITIVE    PIC Z(08)9.
            05  FILLER              PIC X(18)
                Value '  OUT OF BRANCH   '.
            05  ARP-TR-OUTSIDE      PIC Z(08)9.
            05  FILLER              PIC X(11) Value '  ALERTED  '.
            05  ARP-TR-ALERTED      PIC Z(08)9.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK OR JOB-WARNING
               PERFORM 2000-ONE-LOOK THRU 2000-ONE-LOOK-EXIT
                   UNTIL ARP-EOF
               PERFORM 3000-REPORT-USERS THRU 3000-REPORT-USERS-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET ARP-EOF TO FALSE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ARP-RUN-START)
              TO ARP-RC
            MOVE FUNCTION CURRENT-DATE (1:8) TO ARP-REPORT-DATE
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'DATE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               IF CLP-LOOKUP-VALUE (1:8) NOT NUMERIC OR
                  CLP-LOOKUP-VALUE (9:1) NOT = SPACE
                  DISPLAY 'access-rpt: -DATE must be yyyymmdd'
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE CLP-LOOKUP-VALUE (1:8) TO ARP-REPORT-DATE
            END-IF
            MOVE 'ALERTAT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               IF FUNCTION TEST-NUMVAL(CLP-LOOKUP-VALUE) NOT = 0
                  DISPLAY 'access-rpt: -ALERTAT must be a count'
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO ARP-ALERT-AT
            END-IF
            IF ARP-ALERT-AT = 0
               DISPLAY 'access-rpt: an alert count of zero is'
                  ' not accepted'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1100-LOAD-SENSITIVE
               THRU 1100-LOAD-SENSITIVE-EXIT
            IF NOT JOB-OK
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1200-LOAD-USER-BRANCHES
               THRU 1200-LOAD-USER-BRANCHES-EXIT
            IF NOT JOB-OK
               GO TO 1000-INITIALIZE-EXIT
            END-IF
      *     without the master no look can be placed in a branch;
      *     the sensitive list is still reported
            OPEN INPUT ACCT-MASTER-FILE
            IF ARP-ACCT-STATUS = '00'
               SET ARP-ACCT-OPEN TO TRUE
            ELSE
               DISPLAY 'access-rpt: cannot open master, status '
                  ARP-ACCT-STATUS ', branch test skipped'
               SET JOB-WARNING TO TRUE
            END-IF
            OPEN INPUT READ-LOG-FILE
            IF ARP-LOG-STATUS NOT = '00' AND
               ARP-LOG-STATUS NOT = '05'
               DISPLAY 'access-rpt: cannot open READLOG, status '
                  ARP-LOG-STATUS
               IF ARP-ACCT-OPEN
                  CLOSE ACCT-MASTER-FILE
               END-IF
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE
            SET ARP-FILES-OPEN TO TRUE
            MOVE ARP-REPORT-DATE TO ARP-HDR-DATE
            WRITE REPORT-LINE FROM ARP-HDR-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 'LOOKS AT SENSITIVE ACCOUNTS' TO ARP-SECTION-LINE
            WRITE REPORT-LINE FROM ARP-SECTION-LINE
            WRITE REPORT-LINE FROM ARP-COLUMN-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

        1100-LOAD-SENSITIVE.
            OPEN INPUT SENSITIVE-FILE
            IF ARP-SENS-STATUS NOT = '00' AND
               ARP-SENS-STATUS NOT = '05'
               DISPLAY 'access-rpt: cannot open SENSACCT, status '
                  ARP-SENS-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1100-LOAD-SENSITIVE-EXIT
            END-IF
            PERFORM 1110-LOAD-ONE-SENSITIVE
               THRU 1110-LOAD-ONE-SENSITIVE-EXIT
                UNTIL ARP-EOF OR NOT JOB-OK
            CLOSE SENSITIVE-FILE
            SET ARP-EOF TO FALSE.
        1100-LOAD-SENSITIVE-EXIT.
            EXIT.

        1110-LOAD-ONE-SENSITIVE.
            READ SENSITIVE-FILE
                AT END
                    SET ARP-EOF TO TRUE
                    GO TO 1110-LOAD-ONE-SENSITIVE-EXIT
            END-READ
            IF SNS-KEY = SPACES
               GO TO 1110-LOAD-ONE-SENSITIVE-EXIT
            END-IF
            IF ARP-SENS-COUNT = 2000
               DISPLAY 'access-rpt: SENSACCT has more than 2000'
                  ' accounts, refusing to report part of it'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1110-LOAD-ONE-SENSITIVE-EXIT
            END-IF
            ADD 1 TO ARP-SENS-COUNT
            MOVE SNS-KEY TO ARP-S-KEY (ARP-SENS-COUNT)
            MOVE SNS-NOTE TO ARP-S-NOTE (ARP-SENS-COUNT)
      *     anything not staff or VIP is treated as restricted,
      *     never dropped
            IF SNS-STAFF OR SNS-VIP
               MOVE SNS-CATEGORY TO ARP-S-CATEGORY (ARP-SENS-COUNT)
            ELSE
               MOVE 'R' TO ARP-S-CATEGORY (ARP-SENS-COUNT)
            END-IF.
        1110-LOAD-ONE-SENSITIVE-EXIT.
            EXIT.

        1200-LOAD-USER-BRANCHES.
            OPEN INPUT USER-BRANCH-FILE
            IF ARP-UBR-STATUS NOT = '00' AND
               ARP-UBR-STATUS NOT = '05'
               DISPLAY 'access-rpt: cannot open USERBRCH, status '
                  ARP-UBR-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1200-LOAD-USER-BRANCHES-EXIT
            END-IF
            PERFORM 1210-LOAD-ONE-USER THRU 1210-LOAD-ONE-USER-EXIT
                UNTIL ARP-EOF OR NOT JOB-OK
            CLOSE USER-BRANCH-FILE
            SET ARP-EOF TO FALSE.
        1200-LOAD-USER-BRANCHES-EXIT.
            EXIT.

        1210-LOAD-ONE-USER.
            READ USER-BRANCH-FILE
                AT END
                    SET ARP-EOF TO TRUE
                    GO TO 1210-LOAD-ONE-USER-EXIT
            END-READ
            IF UBR-USER = SPACES OR UBR-BRANCH = SPACES
               GO TO 1210-LOAD-ONE-USER-EXIT
            END-IF
            IF ARP-UBR-COUNT = 2000
               DISPLAY 'access-rpt: USERBRCH has more than 2000'
                  ' users'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1210-LOAD-ONE-USER-EXIT
            END-IF
            ADD 1 TO ARP-UBR-COUNT
            MOVE UBR-USER TO ARP-U-USER (ARP-UBR-COUNT)
            MOVE UBR-BRANCH TO ARP-U-BRANCH (ARP-UBR-COUNT).
        1210-LOAD-ONE-USER-EXIT.
            EXIT.

        2000-ONE-LOOK.
            READ READ-LOG-FILE
                AT END
                    SET ARP-EOF TO TRUE
                    GO TO 2000-ONE-LOOK-EXIT
            END-READ
            ADD 1 TO ARP-LOG-READ
            IF RAL-DATE NOT = ARP-REPORT-DATE
               GO TO 2000-ONE-LOOK-EXIT
            END-IF
            ADD 1 TO ARP-DAY-COUNT
            PERFORM 2100-TEST-BRANCH THRU 2100-TEST-BRANCH-EXIT
            PERFORM 2200-FIND-SENSITIVE
               THRU 2200-FIND-SENSITIVE-EXIT
            IF ARP-SENS-SUB > 0
               PERFORM 2300-LIST-SENSITIVE
                  THRU 2300-LIST-SENSITIVE-EXIT
            END-IF.
        2000-ONE-LOOK-EXIT.
            EXIT.

      * a look counts against the user when both branches are known
      * and differ
        2100-TEST-BRANCH.
            SET ARP-OUTSIDE TO FALSE
            MOVE SPACES TO ARP-USER-BRANCH ARP-ACCT-BRANCH
            IF NOT ARP-ACCT-OPEN
               GO TO 2100-TEST-BRANCH-EXIT
            END-IF
            MOVE 0 TO ARP-FOUND-SUB
            PERFORM 2105-MATCH-ONE-USER
               THRU 2105-MATCH-ONE-USER-EXIT
               VARYING ARP-UBR-SUB FROM 1 BY 1
               UNTIL ARP-UBR-SUB > ARP-UBR-COUNT
                  OR ARP-FOUND-SUB > 0
            IF ARP-FOUND-SUB = 0
               GO TO 2100-TEST-BRANCH-EXIT
            END-IF
            MOVE ARP-U-BRANCH (ARP-FOUND-SUB) TO ARP-USER-BRANCH
            MOVE RAL-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF ARP-ACCT-STATUS NOT = '00'
               GO TO 2100-TEST-BRANCH-EXIT
            END-IF
            MOVE AM-BRANCH TO ARP-ACCT-BRANCH
            IF ARP-ACCT-BRANCH = ARP-USER-BRANCH
               GO TO 2100-TEST-BRANCH-EXIT
            END-IF
            SET ARP-OUTSIDE TO TRUE
            ADD 1 TO ARP-OUTSIDE-COUNT
            PERFORM 2110-TALLY-USER THRU 2110-TALLY-USER-EXIT.
        2100-TEST-BRANCH-EXIT.
            EXIT.

        2105-MATCH-ONE-USER.
            IF ARP-U-USER (ARP-UBR-SUB) = RAL-USER
               MOVE ARP-UBR-SUB TO ARP-FOUND-SUB
            END-IF.
        2105-MATCH-ONE-USER-EXIT.
            EXIT.

        2110-TALLY-USER.
            MOVE 0 TO ARP-FOUND-SUB
            PERFORM 2115-MATCH-ONE-TALLY
               THRU 2115-MATCH-ONE-TALLY-EXIT
               VARYING ARP-TALLY-SUB FROM 1 BY 1
               UNTIL ARP-TALLY-SUB > ARP-TALLY-COUNT
                  OR ARP-FOUND-SUB > 0
            MOVE ARP-FOUND-SUB TO ARP-TALLY-SUB
            IF ARP-FOUND-SUB = 0
               IF ARP-TALLY-COUNT = 2000
                  IF NOT ARP-TALLY-FULL
                     DISPLAY 'access-rpt: more than 2000 users'
                        ' looked outside their branch; the rest'
                        ' are not tallied'
                     SET ARP-TALLY-FULL TO TRUE
                     SET JOB-WARNING TO TRUE
                  END-IF
                  GO TO 2110-TALLY-USER-EXIT
               END-IF
               ADD 1 TO ARP-TALLY-COUNT
               MOVE ARP-TALLY-COUNT TO ARP-TALLY-SUB
               MOVE RAL-USER TO ARP-T-USER (ARP-TALLY-SUB)
               MOVE ARP-USER-BRANCH TO ARP-T-BRANCH (ARP-TALLY-SUB)
               MOVE 0 TO ARP-T-COUNT (ARP-TALLY-SUB)
            END-IF
            ADD 1 TO ARP-T-COUNT (ARP-TALLY-SUB)
            MOVE RAL-KEY TO ARP-T-LAST-KEY (ARP-TALLY-SUB).
        2110-TALLY-USER-EXIT.
            EXIT.

        2115-MATCH-ONE-TALLY.
            IF ARP-T-USER (ARP-TALLY-SUB) = RAL-USER
               MOVE ARP-TALLY-SUB TO ARP-FOUND-SUB
            END-IF.
        2115-MATCH-ONE-TALLY-EXIT.
            EXIT.

        2200-FIND-SENSITIVE.
            MOVE 0 TO ARP-FOUND-SUB
            PERFORM 2210-MATCH-ONE-SENSITIVE
               THRU 2210-MATCH-ONE-SENSITIVE-EXIT
               VARYING ARP-SENS-SUB FROM 1 BY 1
               UNTIL ARP-SENS-SUB > ARP-SENS-COUNT
                  OR ARP-FOUND-SUB > 0
            MOVE ARP-FOUND-SUB TO ARP-SENS-SUB.
        2200-FIND-SENSITIVE-EXIT.
            EXIT.

        2210-MATCH-ONE-SENSITIVE.
            IF ARP-S-KEY (ARP-SENS-SUB) = RAL-KEY
               MOVE ARP-SENS-SUB TO ARP-FOUND-SUB
            END-IF.
        2210-MATCH-ONE-SENSITIVE-EXIT.
            EXIT.

        2300-LIST-SENSITIVE.
            ADD 1 TO ARP-SENS-HITS
            MOVE RAL-TIME TO ARP-DL-TIME
            MOVE RAL-USER TO ARP-DL-USER
            MOVE RAL-KEY TO ARP-DL-KEY
            EVALUATE ARP-S-CATEGORY (ARP-SENS-SUB)
               WHEN 'S'
                  MOVE 'STAFF' TO ARP-DL-CATEGORY
               WHEN 'V'
                  MOVE 'VIP' TO ARP-DL-CATEGORY
               WHEN OTHER
                  MOVE 'RESTRICTED' TO ARP-DL-CATEGORY
            END-EVALUATE
            MOVE RAL-TXN-CODE TO ARP-DL-TXN-CODE
            MOVE RAL-PROGRAM-ID TO ARP-DL-PROGRAM-ID
            IF ARP-OUTSIDE
               MOVE 'OTHER' TO ARP-DL-OUTSIDE
            ELSE
               MOVE SPACES TO ARP-DL-OUTSIDE
            END-IF
            MOVE ARP-S-NOTE (ARP-SENS-SUB) TO ARP-DL-NOTE
            WRITE REPORT-LINE FROM ARP-DETAIL-LINE.
        2300-LIST-SENSITIVE-EXIT.
            EXIT.

        3000-REPORT-USERS.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO ARP-SECTION-LINE
            MOVE ARP-ALERT-AT TO ARP-COUNT-DISPLAY
            STRING 'USERS WITH '               DELIMITED BY SIZE
                   FUNCTION TRIM(ARP-COUNT-DISPLAY)
                                               DELIMITED BY SIZE
                   ' OR MORE LOOKS OUTSIDE THEIR BRANCH'
                                               DELIMITED BY SIZE
              INTO ARP-SECTION-LINE
            END-STRING
            WRITE REPORT-LINE FROM ARP-SECTION-LINE
            WRITE REPORT-LINE FROM ARP-USER-COLUMN-LINE
            PERFORM 3100-REPORT-ONE-USER
               THRU 3100-REPORT-ONE-USER-EXIT
                VARYING ARP-TALLY-SUB FROM 1 BY 1
                  UNTIL ARP-TALLY-SUB > ARP-TALLY-COUNT.
        3000-REPORT-USERS-EXIT.
            EXIT.

      * listed and raised: the syslog line is what ALERT-ENGINE
      * matches on (program ACCESSRP, pattern out-of-branch reads)
        3100-REPORT-ONE-USER.
            IF ARP-T-COUNT (ARP-TALLY-SUB) < ARP-ALERT-AT
               GO TO 3100-REPORT-ONE-USER-EXIT
            END-IF
            ADD 1 TO ARP-ALERT-COUNT
            MOVE ARP-T-USER (ARP-TALLY-SUB) TO ARP-UL-USER
            MOVE ARP-T-BRANCH (ARP-TALLY-SUB) TO ARP-UL-BRANCH
            MOVE ARP-T-COUNT (ARP-TALLY-SUB) TO ARP-UL-COUNT
            MOVE ARP-T-LAST-KEY (ARP-TALLY-SUB) TO ARP-UL-LAST-KEY
            WRITE REPORT-LINE FROM ARP-USER-LINE
            MOVE ARP-T-COUNT (ARP-TALLY-SUB) TO ARP-COUNT-DISPLAY
            MOVE SPACES TO ARP-SYSLOG-MSG
            STRING 'ACCESSRP out-of-branch reads user='
                   DELIMITED BY SIZE
                   FUNCTION TRIM(ARP-T-USER (ARP-TALLY-SUB))
                   DELIMITED BY SIZE
                   ' branch=' DELIMITED BY SIZE
                   ARP-T-BRANCH (ARP-TALLY-SUB) DELIMITED BY SIZE
                   ' count=' DELIMITED BY SIZE
                   FUNCTION TRIM(ARP-COUNT-DISPLAY)
                   DELIMITED BY SIZE
                   ' date=' DELIMITED BY SIZE
                   ARP-REPORT-DATE DELIMITED BY SIZE
                   X'00' DELIMITED BY SIZE
              INTO ARP-SYSLOG-MSG
            END-STRING
            MOVE FUNCTION POSIX-SYSLOG(4, ARP-SYSLOG-MSG)
              TO ARP-RC.
        3100-REPORT-ONE-USER-EXIT.
            EXIT.

        9999-EXIT.
            IF ARP-FILES-OPEN
               MOVE ARP-DAY-COUNT TO ARP-TR-DAY
               MOVE ARP-SENS-HITS TO ARP-TR-SENSITIVE
               MOVE ARP-OUTSIDE-COUNT TO ARP-TR-OUTSIDE
               MOVE ARP-ALERT-COUNT TO ARP-TR-ALERTED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM ARP-TRAILER-LINE
               CLOSE READ-LOG-FILE REPORT-FILE
               IF ARP-ACCT-OPEN
                  CLOSE ACCT-MASTER-FILE
               END-IF
            END-IF
            DISPLAY 'access-rpt: ' ARP-DAY-COUNT ' looks on '
               ARP-REPORT-DATE ', ' ARP-SENS-HITS ' sensitive, '
               ARP-OUTSIDE-COUNT ' out of branch, '
               ARP-ALERT-COUNT ' users alerted'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ARP-RUN-STOP)
              TO ARP-RC
            MOVE 'ACCESSRP' TO JHR-PROGRAM-ID
            MOVE ARP-REPORT-DATE TO JHR-BUSINESS-DATE
            MOVE ARP-START-SECONDS TO JHR-START-SECONDS
            MOVE ARP-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE ARP-LOG-READ TO JHR-RECORDS-IN
            MOVE ARP-SENS-HITS TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program ACCESS-RPT.
