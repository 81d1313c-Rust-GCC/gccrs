      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  branch-consol.cbl
      *
      *  Branch consolidation and account re-homing.  A branch
      *  BRANCH-MAINT has closed and given a successor
      *  (BRM-SUCCESSOR) still owns its accounts, loans and
      *  suspense items, and every posting to them needs the
      *  closed-branch override.  This run moves the business of
      *  every closed branch that names a successor (or of the one
      *  -BRANCH names) to that successor -- to the end of the
      *  chain when the successor has closed in turn:
      *
      *    accounts     one change (C) transaction per account on
      *                 CONSTRAN (acct-maint transaction layout,
      *                 balance blank), fed to ACCT-MAINT with the
      *                 day's other generated files, so every move
      *                 meets the normal edits, journal and audit;
      *                 GL-BRIDGE sees the branch change and
      *                 transfers each balance between the two
      *                 branches' GL
      *    suspense     open SUSPDTL items are re-pointed to the
      *                 successor, and the closed branch's suspense
      *                 account balance moves to the successor's
      *                 ('SUSPENSE' plus the branch code; added on
      *                 CONSTRAN when the successor has none yet),
      *                 so SUSP-CLEAR finds the money where the
      *                 item now says it is
      *    loans        LOANMST LNM-BRANCH is rewritten in place,
      *                 and the LOANIN loan book is copied to
      *                 LOANNEW with LNR-BRANCH mapped, to replace
      *                 LOANIN before the next LOAN-SCHED run
      *    standing     orders are keyed by account, so they move
      *    orders       with their accounts; they are counted
      *    distribution DISTCTL rows for the closed branch are
      *                 re-pointed to the successor's recipient and
      *                 delivery directory, so reports still keyed
      *                 to the old code reach whoever now holds the
      *                 accounts
      *
      *  Every rewrite is audited (BRCONSOL, REHOME), and each
      *  branch consolidated gets one conversion map line on
      *  BRCONMAP and an audit line (CONSOL).  What has moved
      *  stays moved, so a rerun finds only what is still on the
      *  closed branch; until ACCT-MAINT applies CONSTRAN the
      *  accounts are still there and their transactions are
      *  written again, which the applied-batch registry refuses
      *  once the first file has gone in.
      *
      *  BRCONMAP record layout (fixed columns):
      *      BCM-OLD-BRANCH    X(4)
      *      BCM-NEW-BRANCH    X(4)
      *      BCM-DATE          9(8)    business date of the run
      *      BCM-OLD-NAME      X(30)
      *      BCM-NEW-NAME      X(30)
      *      BCM-ACCOUNTS      9(7)    re-homing changes written
      *      BCM-LOANS         9(7)    LOANMST loans rewritten
      *      BCM-LOAN-BOOK     9(7)    LOANIN records mapped
      *      BCM-STORDS        9(7)    standing orders moving
      *      BCM-SUSP-ITEMS    9(7)    open suspense items moved
      *      BCM-SUSP-AMOUNT   S9(13)V99 sign leading separate
      *      BCM-DIST-ROWS     9(3)    DISTCTL rows re-pointed
      *
      *  Flags (cmdline-parms.cpy style):
      *      -BRANCH=<code>   consolidate this closed branch only
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  LOANIN copied at its full 117 bytes;
      *                        the loan currency and type were being
      *                        cut off the LOANNEW records.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. BRANCH-CONSOL.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select BRANCH-MASTER-FILE Assign To BRANCHMST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is BRM-CODE
                File Status Is BCN-BRM-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is BCN-ACCT-STATUS.
            Select CONS-TRAN-FILE Assign To CONSTRAN
                Organization Is Line Sequential.
            Select LOAN-MASTER-FILE Assign To LOANMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is LNM-LOAN-ID
                File Status Is BCN-LOAN-STATUS.
            Select OPTIONAL LOAN-IN-FILE Assign To LOANIN
                Organization Is Line Sequential.
            Select LOAN-OUT-FILE Assign To LOANNEW
                Organization Is Line Sequential.
            Select STORD-FILE Assign To STANDORD
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is SOR-KEY
                File Status Is BCN-STORD-STATUS.
            Select SUSP-DETAIL-FILE Assign To SUSPDTL
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is SUS-KEY
                File Status Is BCN-SUSP-STATUS.
            Select OPTIONAL DIST-CONTROL-FILE Assign To DISTCTL
                Organization Is Line Sequential.
            Select MAP-FILE Assign To BRCONMAP
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  BRANCH-MASTER-FILE.
        COPY branch-master.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  CONS-TRAN-FILE.
        01  CONS-TRAN-RECORD.
            05  ATR-ACTION          PIC X(01).
            05  ATR-KEY             PIC X(32).
            05  ATR-SHORT-NAME      PIC X(20).
            05  ATR-CUST-NAME       PIC X(70).
            05  ATR-BRANCH          PIC X(04).
            05  ATR-TYPE            PIC X(02).
            05  ATR-CURRENCY        PIC X(03).
            05  ATR-BALANCE         PIC S9(13)V99.
            05  ATR-AMOUNT REDEFINES ATR-BALANCE
                                    PIC S9(13)V99.
            05  ATR-OPEN-DATE       PIC X(08).
            05  ATR-ORIGIN          PIC X(08).
            05  ATR-REFERENCE       PIC X(16).
            05  ATR-NARRATIVE       PIC X(30).
            05  FILLER              PIC X(40).
            05  ATR-VALUE-DATE      PIC X(08).
            05  ATR-PRODUCT         PIC X(04).
            05  ATR-EFFECTIVE-DATE  PIC X(08).
            05  FILLER              PIC X(31).
        FD  LOAN-MASTER-FILE.
        COPY loan-master.
        FD  LOAN-IN-FILE.
        01  LOAN-IN-RECORD.
            05  LNR-LOAN-ID         PIC X(12).
            05  LNR-CUSTOMER        PIC X(35).
            05  LNR-BRANCH          PIC X(04).
            05  FILLER              PIC X(66).
        FD  LOAN-OUT-FILE.
        01  LOAN-OUT-RECORD         PIC X(117).
        FD  STORD-FILE.
        COPY stord-record.
        FD  SUSP-DETAIL-FILE.
        COPY susp-detail.
        FD  DIST-CONTROL-FILE.
        01  DIST-CONTROL-RECORD.
            05  DCR-BURST-KEY       PIC X(04).
            05  DCR-RECIPIENT       PIC X(30).
            05  DCR-DELIVERY-DIR    PIC X(64).
        FD  MAP-FILE.
        01  MAP-RECORD.
            05  BCM-OLD-BRANCH      PIC X(04).
            05  BCM-NEW-BRANCH      PIC X(04).
            05  BCM-DATE            PIC 9(08).
            05  BCM-OLD-NAME        PIC X(30).
            05  BCM-NEW-NAME        PIC X(30).
            05  BCM-ACCOUNTS        PIC 9(07).
            05  BCM-LOANS           PIC 9(07).
            05  BCM-LOAN-BOOK       PIC 9(07).
            05  BCM-STORDS          PIC 9(07).
            05  BCM-SUSP-ITEMS      PIC 9(07).
            05  BCM-SUSP-AMOUNT     PIC S9(13)V99
                                    Sign Leading Separate.
            05  BCM-DIST-ROWS       PIC 9(03).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  BCN-RUN-START.
            05  BCN-START-SECONDS   Usage BINARY-DOUBLE.
            05  BCN-START-NANOS     Usage BINARY-DOUBLE.
        01  BCN-RUN-STOP.
            05  BCN-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  BCN-STOP-NANOS      Usage BINARY-DOUBLE.
        01  BCN-BRM-STATUS          PIC X(02).
        01  BCN-ACCT-STATUS         PIC X(02).
        01  BCN-LOAN-STATUS         PIC X(02).
        01  BCN-STORD-STATUS        PIC X(02).
        01  BCN-SUSP-STATUS         PIC X(02).
        01  BCN-EOF-SWITCH          PIC X(01).
            88  BCN-EOF                 Value 'Y', False 'N'.
        01  BCN-BRM-OPEN-SW         PIC X(01) Value 'N'.
            88  BCN-BRM-OPEN            Value 'Y', False 'N'.
        01  BCN-ACCT-OPEN-SW        PIC X(01) Value 'N'.
            88  BCN-ACCT-OPEN           Value 'Y', False 'N'.
        01  BCN-TRAN-OPEN-SW        PIC X(01) Value 'N'.
            88  BCN-TRAN-OPEN           Value 'Y', False 'N'.
        01  BCN-CHAIN-STATE         PIC X(01).
            88  BCN-CHAIN-OPEN          Value 'O'.
            88  BCN-CHAIN-RESOLVED      Value 'R'.
            88  BCN-CHAIN-FAILED        Value 'F'.
        01  BCN-TODAY               PIC 9(08) Value 0.
        01  BCN-ONLY-BRANCH         PIC X(04) Value SPACES.
        01  BCN-CHAIN-CODE          PIC X(04).
        01  BCN-CHAIN-HOPS          PIC 9(03).
        01  BCN-FIND-BRANCH         PIC X(04).
        01  BCN-SUSP-KEY            PIC X(32).
        01  BCN-SUSP-BALANCE        PIC S9(13)V99 COMP-3.
        01  BCN-READ-COUNT          PIC 9(09) Value 0.
        01  BCN-TRAN-COUNT          PIC 9(09) Value 0.
        01  BCN-MAP-COUNT           Binary-Long Value 0.
        01  BCN-MAP-SUB             Binary-Long.
        01  BCN-SCAN-SUB            Binary-Long.
        01  BCN-FIND-SUB            Binary-Long.
        01  BCN-MAP-TABLE.
            05  BCN-MAP-ENTRY OCCURS 100 TIMES.
                10  BMT-OLD         PIC X(04).
                10  BMT-OLD-NAME    PIC X(30).
                10  BMT-NEXT        PIC X(04).
                10  BMT-NEW         PIC X(04).
                10  BMT-NEW-NAME    PIC X(30).
                10  BMT-USABLE-SW   PIC X(01).
                    88  BMT-USABLE      Value 'Y', False 'N'.
                10  BMT-SUSP-SW     PIC X(01).
                    88  BMT-NEW-SUSP-ON-FILE
                                        Value 'Y', False 'N'.
                10  BMT-ACCOUNTS    PIC 9(07).
                10  BMT-LOANS       PIC 9(07).
                10  BMT-LOAN-BOOK   PIC 9(07).
                10  BMT-STORDS      PIC 9(07).
                10  BMT-SUSP-ITEMS  PIC 9(07).
                10  BMT-SUSP-AMOUNT PIC S9(13)V99 COMP-3.
                10  BMT-DIST-ROWS   PIC 9(03).
        01  BCN-DIST-COUNT          Binary-Long Value 0.
        01  BCN-DIST-SUB            Binary-Long.
        01  BCN-DIST-FOUND          Binary-Long.
        01  BCN-DIST-CHANGED        PIC 9(05) Value 0.
        01  BCN-DIST-FULL-SW        PIC X(01) Value 'N'.
            88  BCN-DIST-FULL           Value 'Y', False 'N'.
        01  BCN-DIST-TABLE.
            05  BCN-DIST-ENTRY OCCURS 200 TIMES.
                10  BDT-KEY         PIC X(04).
                10  BDT-RECIPIENT   PIC X(30).
                10  BDT-DIR         PIC X(64).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK OR JOB-WARNING
               PERFORM 2000-REHOME-ACCOUNTS
                  THRU 2000-REHOME-ACCOUNTS-EXIT
               PERFORM 3000-REHOME-LOANS THRU 3000-REHOME-LOANS-EXIT
               PERFORM 4000-COUNT-STORDS THRU 4000-COUNT-STORDS-EXIT
               PERFORM 5000-REHOME-SUSPENSE
                  THRU 5000-REHOME-SUSPENSE-EXIT
               PERFORM 6000-REPOINT-DISTRIBUTION
                  THRU 6000-REPOINT-DISTRIBUTION-EXIT
               PERFORM 7000-WRITE-MAP THRU 7000-WRITE-MAP-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET BCN-EOF TO FALSE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, BCN-RUN-START)
              TO AUD-RC
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'BRANCH' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO BCN-ONLY-BRANCH
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'branch-consol: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO BCN-TODAY
      *     the maintenance step after this one reads CONSTRAN
      *     whether or not any branch had anything to move
            OPEN OUTPUT CONS-TRAN-FILE
            SET BCN-TRAN-OPEN TO TRUE
            OPEN INPUT BRANCH-MASTER-FILE
            IF BCN-BRM-STATUS NOT = '00'
               DISPLAY 'branch-consol: cannot open BRANCHMST,'
                  ' status ' BCN-BRM-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            SET BCN-BRM-OPEN TO TRUE
            OPEN INPUT ACCT-MASTER-FILE
            IF BCN-ACCT-STATUS NOT = '00'
               DISPLAY 'branch-consol: cannot open ACCTMST,'
                  ' status ' BCN-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            SET BCN-ACCT-OPEN TO TRUE
            PERFORM 1100-LOAD-CLOSED THRU 1100-LOAD-CLOSED-EXIT
            PERFORM 1200-RESOLVE-SUCCESSOR
               THRU 1200-RESOLVE-SUCCESSOR-EXIT
               VARYING BCN-MAP-SUB FROM 1 BY 1
               UNTIL BCN-MAP-SUB > BCN-MAP-COUNT
            IF BCN-ONLY-BRANCH NOT = SPACES AND BCN-MAP-COUNT = 0
               DISPLAY 'branch-consol: branch ' BCN-ONLY-BRANCH
                  ' is not a closed branch with a successor'
               SET JOB-WARNING TO TRUE
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

      * every closed branch that names a successor is a candidate
        1100-LOAD-CLOSED.
            PERFORM 1110-READ-ONE-BRANCH
               THRU 1110-READ-ONE-BRANCH-EXIT
                UNTIL BCN-EOF
            SET BCN-EOF TO FALSE.
        1100-LOAD-CLOSED-EXIT.
            EXIT.

        1110-READ-ONE-BRANCH.
            READ BRANCH-MASTER-FILE NEXT
                AT END
                    SET BCN-EOF TO TRUE
                    GO TO 1110-READ-ONE-BRANCH-EXIT
            END-READ
            IF NOT BRM-STATUS-CLOSED OR BRM-SUCCESSOR = SPACES
               GO TO 1110-READ-ONE-BRANCH-EXIT
            END-IF
            IF BCN-ONLY-BRANCH NOT = SPACES AND
               BRM-CODE NOT = BCN-ONLY-BRANCH
               GO TO 1110-READ-ONE-BRANCH-EXIT
            END-IF
            IF BCN-MAP-COUNT >= 100
               DISPLAY 'branch-consol: branch table full, '
                  BRM-CODE ' left for the next run'
               SET JOB-WARNING TO TRUE
               GO TO 1110-READ-ONE-BRANCH-EXIT
            END-IF
            ADD 1 TO BCN-MAP-COUNT
            INITIALIZE BCN-MAP-ENTRY (BCN-MAP-COUNT)
            MOVE BRM-CODE TO BMT-OLD (BCN-MAP-COUNT)
            MOVE BRM-NAME TO BMT-OLD-NAME (BCN-MAP-COUNT)
            MOVE BRM-SUCCESSOR TO BMT-NEXT (BCN-MAP-COUNT)
            SET BMT-USABLE (BCN-MAP-COUNT) TO FALSE
            SET BMT-NEW-SUSP-ON-FILE (BCN-MAP-COUNT) TO FALSE.
        1110-READ-ONE-BRANCH-EXIT.
            EXIT.

      * a successor that has itself closed hands on to its own
      * successor; the business lands on the first open branch
      * in the chain, and a chain that ends nowhere moves nothing
        1200-RESOLVE-SUCCESSOR.
            MOVE BMT-NEXT (BCN-MAP-SUB) TO BCN-CHAIN-CODE
            MOVE 0 TO BCN-CHAIN-HOPS
            SET BCN-CHAIN-OPEN TO TRUE
            PERFORM 1210-FOLLOW-ONE-LINK
               THRU 1210-FOLLOW-ONE-LINK-EXIT
                UNTIL NOT BCN-CHAIN-OPEN
            IF BCN-CHAIN-FAILED
               DISPLAY 'branch-consol: branch '
                  BMT-OLD (BCN-MAP-SUB) ' successor '
                  BMT-NEXT (BCN-MAP-SUB)
                  ' leads to no open branch, not consolidated'
               SET JOB-WARNING TO TRUE
               GO TO 1200-RESOLVE-SUCCESSOR-EXIT
            END-IF
            SET BMT-USABLE (BCN-MAP-SUB) TO TRUE
            MOVE SPACES TO BCN-SUSP-KEY
            STRING 'SUSPENSE' BMT-NEW (BCN-MAP-SUB)
               DELIMITED BY SIZE INTO BCN-SUSP-KEY
            MOVE BCN-SUSP-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF BCN-ACCT-STATUS = '00'
               SET BMT-NEW-SUSP-ON-FILE (BCN-MAP-SUB) TO TRUE
            END-IF.
        1200-RESOLVE-SUCCESSOR-EXIT.
            EXIT.

        1210-FOLLOW-ONE-LINK.
            ADD 1 TO BCN-CHAIN-HOPS
            IF BCN-CHAIN-HOPS > 20 OR
               BCN-CHAIN-CODE = BMT-OLD (BCN-MAP-SUB)
               SET BCN-CHAIN-FAILED TO TRUE
               GO TO 1210-FOLLOW-ONE-LINK-EXIT
            END-IF
            MOVE BCN-CHAIN-CODE TO BRM-CODE
            READ BRANCH-MASTER-FILE
            IF BCN-BRM-STATUS NOT = '00'
               SET BCN-CHAIN-FAILED TO TRUE
               GO TO 1210-FOLLOW-ONE-LINK-EXIT
            END-IF
            IF BRM-STATUS-ACTIVE
               MOVE BRM-CODE TO BMT-NEW (BCN-MAP-SUB)
               MOVE BRM-NAME TO BMT-NEW-NAME (BCN-MAP-SUB)
               SET BCN-CHAIN-RESOLVED TO TRUE
               GO TO 1210-FOLLOW-ONE-LINK-EXIT
            END-IF
            IF BRM-SUCCESSOR = SPACES
               SET BCN-CHAIN-FAILED TO TRUE
               GO TO 1210-FOLLOW-ONE-LINK-EXIT
            END-IF
            MOVE BRM-SUCCESSOR TO BCN-CHAIN-CODE.
        1210-FOLLOW-ONE-LINK-EXIT.
            EXIT.

      * one re-homing change per account still on a closed branch
        2000-REHOME-ACCOUNTS.
            MOVE LOW-VALUES TO AM-KEY
            START ACCT-MASTER-FILE KEY >= AM-KEY
            IF BCN-ACCT-STATUS NOT = '00'
               GO TO 2000-REHOME-ACCOUNTS-EXIT
            END-IF
            SET BCN-EOF TO FALSE
            PERFORM 2100-READ-ONE-ACCOUNT
               THRU 2100-READ-ONE-ACCOUNT-EXIT
                UNTIL BCN-EOF.
        2000-REHOME-ACCOUNTS-EXIT.
            EXIT.

        2100-READ-ONE-ACCOUNT.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET BCN-EOF TO TRUE
                    GO TO 2100-READ-ONE-ACCOUNT-EXIT
            END-READ
            ADD 1 TO BCN-READ-COUNT
            MOVE AM-BRANCH TO BCN-FIND-BRANCH
            PERFORM 8000-FIND-MAP THRU 8000-FIND-MAP-EXIT
            IF BCN-MAP-SUB = 0
               GO TO 2100-READ-ONE-ACCOUNT-EXIT
            END-IF
            PERFORM 2200-WRITE-REHOME THRU 2200-WRITE-REHOME-EXIT
            MOVE SPACES TO BCN-SUSP-KEY
            STRING 'SUSPENSE' BMT-OLD (BCN-MAP-SUB)
               DELIMITED BY SIZE INTO BCN-SUSP-KEY
            IF AM-KEY = BCN-SUSP-KEY AND AM-BALANCE NOT = 0
               PERFORM 2300-MOVE-SUSPENSE-MONEY
                  THRU 2300-MOVE-SUSPENSE-MONEY-EXIT
            END-IF.
        2100-READ-ONE-ACCOUNT-EXIT.
            EXIT.

      * the change names everything ACCT-MAINT rebuilds the master
      * from as it stands, and only the branch differs; names left
      * blank and the balance left blank are kept
        2200-WRITE-REHOME.
            MOVE SPACES TO CONS-TRAN-RECORD
            MOVE 'C' TO ATR-ACTION
            MOVE AM-KEY TO ATR-KEY
            MOVE BMT-NEW (BCN-MAP-SUB) TO ATR-BRANCH
            MOVE AM-TYPE TO ATR-TYPE
            MOVE AM-CURRENCY TO ATR-CURRENCY
            MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            MOVE AM-PRODUCT-CODE TO ATR-PRODUCT
            PERFORM 2400-STAMP-TRAN THRU 2400-STAMP-TRAN-EXIT
            ADD 1 TO BMT-ACCOUNTS (BCN-MAP-SUB).
        2200-WRITE-REHOME-EXIT.
            EXIT.

      * the closed branch's suspense money follows its open items
      * to the successor's suspense account
        2300-MOVE-SUSPENSE-MONEY.
            MOVE AM-BALANCE TO BCN-SUSP-BALANCE
            MOVE SPACES TO CONS-TRAN-RECORD
            MOVE 'M' TO ATR-ACTION
            MOVE AM-KEY TO ATR-KEY
            COMPUTE ATR-AMOUNT = 0 - BCN-SUSP-BALANCE
            MOVE BMT-NEW (BCN-MAP-SUB) TO ATR-BRANCH
            MOVE AM-TYPE TO ATR-TYPE
            MOVE AM-CURRENCY TO ATR-CURRENCY
            MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            PERFORM 2400-STAMP-TRAN THRU 2400-STAMP-TRAN-EXIT
            MOVE SPACES TO CONS-TRAN-RECORD
            MOVE SPACES TO BCN-SUSP-KEY
            STRING 'SUSPENSE' BMT-NEW (BCN-MAP-SUB)
               DELIMITED BY SIZE INTO BCN-SUSP-KEY
            MOVE BCN-SUSP-KEY TO ATR-KEY
            IF BMT-NEW-SUSP-ON-FILE (BCN-MAP-SUB)
               MOVE 'M' TO ATR-ACTION
               MOVE BCN-SUSP-BALANCE TO ATR-AMOUNT
               MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            ELSE
               MOVE 'A' TO ATR-ACTION
               MOVE BCN-SUSP-BALANCE TO ATR-BALANCE
               MOVE 'SUSPENSE' TO ATR-SHORT-NAME
               MOVE 'BRANCH SUSPENSE ACCOUNT' TO ATR-CUST-NAME
               MOVE BCN-TODAY TO ATR-OPEN-DATE
               PERFORM 2310-MARK-SUSP-ADDED
                  THRU 2310-MARK-SUSP-ADDED-EXIT
                  VARYING BCN-SCAN-SUB FROM 1 BY 1
                  UNTIL BCN-SCAN-SUB > BCN-MAP-COUNT
            END-IF
            MOVE BMT-NEW (BCN-MAP-SUB) TO ATR-BRANCH
            MOVE AM-TYPE TO ATR-TYPE
            MOVE AM-CURRENCY TO ATR-CURRENCY
            PERFORM 2400-STAMP-TRAN THRU 2400-STAMP-TRAN-EXIT.
        2300-MOVE-SUSPENSE-MONEY-EXIT.
            EXIT.

      * once added, a second closed branch consolidating into the
      * same successor moves its money onto it
        2310-MARK-SUSP-ADDED.
            IF BMT-NEW (BCN-SCAN-SUB) = BMT-NEW (BCN-MAP-SUB)
               SET BMT-NEW-SUSP-ON-FILE (BCN-SCAN-SUB) TO TRUE
            END-IF.
        2310-MARK-SUSP-ADDED-EXIT.
            EXIT.

        2400-STAMP-TRAN.
            MOVE 'BRCONSOL' TO ATR-ORIGIN
            STRING 'CONSOL ' BMT-OLD (BCN-MAP-SUB) '-'
                   BMT-NEW (BCN-MAP-SUB)
               DELIMITED BY SIZE INTO ATR-REFERENCE
            END-STRING
            MOVE 'BRANCH CONSOLIDATION' TO ATR-NARRATIVE
            WRITE CONS-TRAN-RECORD
            ADD 1 TO BCN-TRAN-COUNT.
        2400-STAMP-TRAN-EXIT.
            EXIT.

      * loans on the servicing master move in place; the loan book
      * is copied whole with the closed branches mapped
        3000-REHOME-LOANS.
            OPEN I-O LOAN-MASTER-FILE
            IF BCN-LOAN-STATUS NOT = '00'
               DISPLAY 'branch-consol: no LOANMST (status '
                  BCN-LOAN-STATUS '), no loans moved'
               GO TO 3000-LOAN-BOOK
            END-IF
            SET BCN-EOF TO FALSE
            PERFORM 3100-READ-ONE-LOAN THRU 3100-READ-ONE-LOAN-EXIT
                UNTIL BCN-EOF
            CLOSE LOAN-MASTER-FILE.
        3000-LOAN-BOOK.
            OPEN INPUT LOAN-IN-FILE
            OPEN OUTPUT LOAN-OUT-FILE
            SET BCN-EOF TO FALSE
            PERFORM 3200-COPY-ONE-BOOK-LOAN
               THRU 3200-COPY-ONE-BOOK-LOAN-EXIT
                UNTIL BCN-EOF
            CLOSE LOAN-IN-FILE LOAN-OUT-FILE.
        3000-REHOME-LOANS-EXIT.
            EXIT.

        3100-READ-ONE-LOAN.
            READ LOAN-MASTER-FILE NEXT
                AT END
                    SET BCN-EOF TO TRUE
                    GO TO 3100-READ-ONE-LOAN-EXIT
            END-READ
            MOVE LNM-BRANCH TO BCN-FIND-BRANCH
            PERFORM 8000-FIND-MAP THRU 8000-FIND-MAP-EXIT
            IF BCN-MAP-SUB = 0
               GO TO 3100-READ-ONE-LOAN-EXIT
            END-IF
            MOVE BMT-NEW (BCN-MAP-SUB) TO LNM-BRANCH
            REWRITE LOAN-MASTER-RECORD
            IF BCN-LOAN-STATUS NOT = '00'
               DISPLAY 'branch-consol: loan ' LNM-LOAN-ID
                  ' not moved, status ' BCN-LOAN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               SET BCN-EOF TO TRUE
               GO TO 3100-READ-ONE-LOAN-EXIT
            END-IF
            ADD 1 TO BMT-LOANS (BCN-MAP-SUB)
            MOVE LNM-LOAN-ID TO AUD-KEY
            PERFORM 3900-AUDIT-REHOME THRU 3900-AUDIT-REHOME-EXIT.
        3100-READ-ONE-LOAN-EXIT.
            EXIT.

        3200-COPY-ONE-BOOK-LOAN.
            READ LOAN-IN-FILE
                AT END
                    SET BCN-EOF TO TRUE
                    GO TO 3200-COPY-ONE-BOOK-LOAN-EXIT
            END-READ
            MOVE LNR-BRANCH TO BCN-FIND-BRANCH
            PERFORM 8000-FIND-MAP THRU 8000-FIND-MAP-EXIT
            IF BCN-MAP-SUB NOT = 0
               MOVE BMT-NEW (BCN-MAP-SUB) TO LNR-BRANCH
               ADD 1 TO BMT-LOAN-BOOK (BCN-MAP-SUB)
            END-IF
            WRITE LOAN-OUT-RECORD FROM LOAN-IN-RECORD.
        3200-COPY-ONE-BOOK-LOAN-EXIT.
            EXIT.

        3900-AUDIT-REHOME.
            MOVE 'BRCONSOL' TO AUD-PROGRAM-ID
            MOVE 'REHOME' TO AUD-ACTION
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3900-AUDIT-REHOME-EXIT.
            EXIT.

      * standing orders are keyed by account and follow it; the
      * master still shows the old branch until ACCT-MAINT runs
        4000-COUNT-STORDS.
            OPEN INPUT STORD-FILE
            IF BCN-STORD-STATUS NOT = '00'
               GO TO 4000-COUNT-STORDS-EXIT
            END-IF
            SET BCN-EOF TO FALSE
            PERFORM 4100-READ-ONE-STORD THRU 4100-READ-ONE-STORD-EXIT
                UNTIL BCN-EOF
            CLOSE STORD-FILE.
        4000-COUNT-STORDS-EXIT.
            EXIT.

        4100-READ-ONE-STORD.
            READ STORD-FILE NEXT
                AT END
                    SET BCN-EOF TO TRUE
                    GO TO 4100-READ-ONE-STORD-EXIT
            END-READ
            IF NOT SOR-STATUS-ACTIVE
               GO TO 4100-READ-ONE-STORD-EXIT
            END-IF
            MOVE SOR-ACCOUNT-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF BCN-ACCT-STATUS NOT = '00'
               GO TO 4100-READ-ONE-STORD-EXIT
            END-IF
            MOVE AM-BRANCH TO BCN-FIND-BRANCH
            PERFORM 8000-FIND-MAP THRU 8000-FIND-MAP-EXIT
            IF BCN-MAP-SUB NOT = 0
               ADD 1 TO BMT-STORDS (BCN-MAP-SUB)
            END-IF.
        4100-READ-ONE-STORD-EXIT.
            EXIT.

      * an open item is cleared against the suspense account of
      * the branch it names, which is now the successor's
        5000-REHOME-SUSPENSE.
            OPEN I-O SUSP-DETAIL-FILE
            IF BCN-SUSP-STATUS NOT = '00'
               GO TO 5000-REHOME-SUSPENSE-EXIT
            END-IF
            SET BCN-EOF TO FALSE
            PERFORM 5100-READ-ONE-ITEM THRU 5100-READ-ONE-ITEM-EXIT
                UNTIL BCN-EOF
            CLOSE SUSP-DETAIL-FILE.
        5000-REHOME-SUSPENSE-EXIT.
            EXIT.

        5100-READ-ONE-ITEM.
            READ SUSP-DETAIL-FILE NEXT
                AT END
                    SET BCN-EOF TO TRUE
                    GO TO 5100-READ-ONE-ITEM-EXIT
            END-READ
            IF NOT SUS-STATUS-OPEN
               GO TO 5100-READ-ONE-ITEM-EXIT
            END-IF
            MOVE SUS-BRANCH TO BCN-FIND-BRANCH
            PERFORM 8000-FIND-MAP THRU 8000-FIND-MAP-EXIT
            IF BCN-MAP-SUB = 0
               GO TO 5100-READ-ONE-ITEM-EXIT
            END-IF
            MOVE BMT-NEW (BCN-MAP-SUB) TO SUS-BRANCH
            REWRITE SUSP-DETAIL-RECORD
            IF BCN-SUSP-STATUS NOT = '00'
               DISPLAY 'branch-consol: suspense item ' SUS-KEY
                  ' not moved, status ' BCN-SUSP-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               SET BCN-EOF TO TRUE
               GO TO 5100-READ-ONE-ITEM-EXIT
            END-IF
            ADD 1 TO BMT-SUSP-ITEMS (BCN-MAP-SUB)
            ADD SUS-AMOUNT TO BMT-SUSP-AMOUNT (BCN-MAP-SUB)
            MOVE SUS-KEY TO AUD-KEY
            PERFORM 3900-AUDIT-REHOME THRU 3900-AUDIT-REHOME-EXIT.
        5100-READ-ONE-ITEM-EXIT.
            EXIT.

      * the closed branch's rows take the successor's recipient and
      * delivery directory; the file is written back whole
        6000-REPOINT-DISTRIBUTION.
            OPEN INPUT DIST-CONTROL-FILE
            SET BCN-EOF TO FALSE
            PERFORM 6100-LOAD-ONE-DIST THRU 6100-LOAD-ONE-DIST-EXIT
                UNTIL BCN-EOF
            CLOSE DIST-CONTROL-FILE
            IF BCN-DIST-COUNT = 0
               GO TO 6000-REPOINT-DISTRIBUTION-EXIT
            END-IF
            IF BCN-DIST-FULL
               DISPLAY 'branch-consol: DISTCTL larger than the '
                  'table, distribution not re-pointed'
               SET JOB-WARNING TO TRUE
               GO TO 6000-REPOINT-DISTRIBUTION-EXIT
            END-IF
            PERFORM 6200-REPOINT-ONE-BRANCH
               THRU 6200-REPOINT-ONE-BRANCH-EXIT
               VARYING BCN-MAP-SUB FROM 1 BY 1
               UNTIL BCN-MAP-SUB > BCN-MAP-COUNT
            IF BCN-DIST-CHANGED = 0
               GO TO 6000-REPOINT-DISTRIBUTION-EXIT
            END-IF
            OPEN OUTPUT DIST-CONTROL-FILE
            PERFORM 6300-WRITE-ONE-DIST THRU 6300-WRITE-ONE-DIST-EXIT
               VARYING BCN-DIST-SUB FROM 1 BY 1
               UNTIL BCN-DIST-SUB > BCN-DIST-COUNT
            CLOSE DIST-CONTROL-FILE.
        6000-REPOINT-DISTRIBUTION-EXIT.
            EXIT.

        6100-LOAD-ONE-DIST.
            READ DIST-CONTROL-FILE
                AT END
                    SET BCN-EOF TO TRUE
                    GO TO 6100-LOAD-ONE-DIST-EXIT
            END-READ
            IF BCN-DIST-COUNT >= 200
               SET BCN-DIST-FULL TO TRUE
               GO TO 6100-LOAD-ONE-DIST-EXIT
            END-IF
            ADD 1 TO BCN-DIST-COUNT
            MOVE DCR-BURST-KEY TO BDT-KEY (BCN-DIST-COUNT)
            MOVE DCR-RECIPIENT TO BDT-RECIPIENT (BCN-DIST-COUNT)
            MOVE DCR-DELIVERY-DIR TO BDT-DIR (BCN-DIST-COUNT).
        6100-LOAD-ONE-DIST-EXIT.
            EXIT.

        6200-REPOINT-ONE-BRANCH.
            IF NOT BMT-USABLE (BCN-MAP-SUB)
               GO TO 6200-REPOINT-ONE-BRANCH-EXIT
            END-IF
            MOVE 0 TO BCN-DIST-FOUND
            PERFORM 6210-FIND-SUCCESSOR-ROW
               THRU 6210-FIND-SUCCESSOR-ROW-EXIT
               VARYING BCN-DIST-SUB FROM 1 BY 1
               UNTIL BCN-DIST-SUB > BCN-DIST-COUNT
                  OR BCN-DIST-FOUND NOT = 0
            IF BCN-DIST-FOUND = 0
               DISPLAY 'branch-consol: successor '
                  BMT-NEW (BCN-MAP-SUB)
                  ' has no DISTCTL row, branch '
                  BMT-OLD (BCN-MAP-SUB) ' reports unchanged'
               SET JOB-WARNING TO TRUE
               GO TO 6200-REPOINT-ONE-BRANCH-EXIT
            END-IF
            PERFORM 6220-REPOINT-ONE-ROW
               THRU 6220-REPOINT-ONE-ROW-EXIT
               VARYING BCN-DIST-SUB FROM 1 BY 1
               UNTIL BCN-DIST-SUB > BCN-DIST-COUNT.
        6200-REPOINT-ONE-BRANCH-EXIT.
            EXIT.

        6210-FIND-SUCCESSOR-ROW.
            IF BDT-KEY (BCN-DIST-SUB) = BMT-NEW (BCN-MAP-SUB)
               MOVE BCN-DIST-SUB TO BCN-DIST-FOUND
            END-IF.
        6210-FIND-SUCCESSOR-ROW-EXIT.
            EXIT.

        6220-REPOINT-ONE-ROW.
            IF BDT-KEY (BCN-DIST-SUB) NOT = BMT-OLD (BCN-MAP-SUB)
               GO TO 6220-REPOINT-ONE-ROW-EXIT
            END-IF
            IF BDT-RECIPIENT (BCN-DIST-SUB) =
                  BDT-RECIPIENT (BCN-DIST-FOUND) AND
               BDT-DIR (BCN-DIST-SUB) = BDT-DIR (BCN-DIST-FOUND)
               GO TO 6220-REPOINT-ONE-ROW-EXIT
            END-IF
            MOVE BDT-RECIPIENT (BCN-DIST-FOUND)
              TO BDT-RECIPIENT (BCN-DIST-SUB)
            MOVE BDT-DIR (BCN-DIST-FOUND) TO BDT-DIR (BCN-DIST-SUB)
            ADD 1 TO BMT-DIST-ROWS (BCN-MAP-SUB)
            ADD 1 TO BCN-DIST-CHANGED.
        6220-REPOINT-ONE-ROW-EXIT.
            EXIT.

        6300-WRITE-ONE-DIST.
            MOVE BDT-KEY (BCN-DIST-SUB) TO DCR-BURST-KEY
            MOVE BDT-RECIPIENT (BCN-DIST-SUB) TO DCR-RECIPIENT
            MOVE BDT-DIR (BCN-DIST-SUB) TO DCR-DELIVERY-DIR
            WRITE DIST-CONTROL-RECORD.
        6300-WRITE-ONE-DIST-EXIT.
            EXIT.

      * the conversion map: one line per branch consolidated
        7000-WRITE-MAP.
            OPEN OUTPUT MAP-FILE
            PERFORM 7100-MAP-ONE-BRANCH THRU 7100-MAP-ONE-BRANCH-EXIT
               VARYING BCN-MAP-SUB FROM 1 BY 1
               UNTIL BCN-MAP-SUB > BCN-MAP-COUNT
            CLOSE MAP-FILE.
        7000-WRITE-MAP-EXIT.
            EXIT.

        7100-MAP-ONE-BRANCH.
            IF NOT BMT-USABLE (BCN-MAP-SUB)
               GO TO 7100-MAP-ONE-BRANCH-EXIT
            END-IF
            MOVE BMT-OLD (BCN-MAP-SUB) TO BCM-OLD-BRANCH
            MOVE BMT-NEW (BCN-MAP-SUB) TO BCM-NEW-BRANCH
            MOVE BCN-TODAY TO BCM-DATE
            MOVE BMT-OLD-NAME (BCN-MAP-SUB) TO BCM-OLD-NAME
            MOVE BMT-NEW-NAME (BCN-MAP-SUB) TO BCM-NEW-NAME
            MOVE BMT-ACCOUNTS (BCN-MAP-SUB) TO BCM-ACCOUNTS
            MOVE BMT-LOANS (BCN-MAP-SUB) TO BCM-LOANS
            MOVE BMT-LOAN-BOOK (BCN-MAP-SUB) TO BCM-LOAN-BOOK
            MOVE BMT-STORDS (BCN-MAP-SUB) TO BCM-STORDS
            MOVE BMT-SUSP-ITEMS (BCN-MAP-SUB) TO BCM-SUSP-ITEMS
            MOVE BMT-SUSP-AMOUNT (BCN-MAP-SUB) TO BCM-SUSP-AMOUNT
            MOVE BMT-DIST-ROWS (BCN-MAP-SUB) TO BCM-DIST-ROWS
            WRITE MAP-RECORD
            MOVE 'BRCONSOL' TO AUD-PROGRAM-ID
            MOVE 'CONSOL' TO AUD-ACTION
            MOVE BMT-OLD (BCN-MAP-SUB) TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT
            DISPLAY 'branch-consol: ' BMT-OLD (BCN-MAP-SUB)
               ' to ' BMT-NEW (BCN-MAP-SUB) ': '
               BMT-ACCOUNTS (BCN-MAP-SUB) ' account(s), '
               BMT-LOANS (BCN-MAP-SUB) ' loan(s), '
               BMT-STORDS (BCN-MAP-SUB) ' standing order(s), '
               BMT-SUSP-ITEMS (BCN-MAP-SUB) ' suspense item(s)'.
        7100-MAP-ONE-BRANCH-EXIT.
            EXIT.

      * the map entry for a branch being consolidated, or zero
        8000-FIND-MAP.
            MOVE 0 TO BCN-MAP-SUB
            PERFORM 8010-TEST-ONE-MAP THRU 8010-TEST-ONE-MAP-EXIT
               VARYING BCN-FIND-SUB FROM 1 BY 1
               UNTIL BCN-FIND-SUB > BCN-MAP-COUNT
                  OR BCN-MAP-SUB NOT = 0.
        8000-FIND-MAP-EXIT.
            EXIT.

        8010-TEST-ONE-MAP.
            IF BMT-OLD (BCN-FIND-SUB) = BCN-FIND-BRANCH AND
               BMT-USABLE (BCN-FIND-SUB)
               MOVE BCN-FIND-SUB TO BCN-MAP-SUB
            END-IF.
        8010-TEST-ONE-MAP-EXIT.
            EXIT.

        9999-EXIT.
            IF BCN-ACCT-OPEN
               CLOSE ACCT-MASTER-FILE
            END-IF
            IF BCN-BRM-OPEN
               CLOSE BRANCH-MASTER-FILE
            END-IF
            IF BCN-TRAN-OPEN
               CLOSE CONS-TRAN-FILE
            END-IF
            DISPLAY 'branch-consol: ' BCN-MAP-COUNT
               ' closed branch(es), ' BCN-READ-COUNT
               ' accounts read, ' BCN-TRAN-COUNT
               ' transaction(s) written'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, BCN-RUN-STOP)
              TO AUD-RC
            MOVE 'BRCONSOL' TO JHR-PROGRAM-ID
            MOVE BCN-TODAY TO JHR-BUSINESS-DATE
            MOVE BCN-START-SECONDS TO JHR-START-SECONDS
            MOVE BCN-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE BCN-READ-COUNT TO JHR-RECORDS-IN
            MOVE BCN-TRAN-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program BRANCH-CONSOL.
