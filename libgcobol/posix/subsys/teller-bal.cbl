      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  teller-bal.cbl
      *
      *  End-of-day teller cash balancing.  Runs once the branches
      *  have closed their counters, after TRAN-SEQUENCE and before
      *  GL-BRIDGE, which posts the over/short it leaves on
      *  TELLMOVE.  For every cash drawer on the teller cash ledger
      *  (TELLCASH, teller-cash.cpy) it builds the business day's
      *  position:
      *      opening cash   the cash the drawer closed its last
      *                     day with, or the opening declared for
      *                     a new drawer
      *      cash in/out    the day's movement transactions on
      *                     POSTSEQ whose origin is 'TL' and the
      *                     teller id -- a credit to the customer
      *                     is cash into the drawer, a debit cash
      *                     paid out of it
      *      vault in/out   the day's transfers between the
      *                     tellers and the branch vault (TELLACT)
      *  and compares the cash expected with the cash the teller
      *  counted and declared (TELLACT).  A drawer whose count
      *  agrees is balanced.  A difference within -TOLERANCE=, or
      *  one a supervisor has accepted, is posted: the over/short
      *  goes to TELLMOVE dated the business date, and GL-BRIDGE
      *  posts it through the branch's 'TC' GLMAP row (an over
      *  debits teller cash and credits the cash differences
      *  account, a short the other way).  A drawer not counted, or
      *  out by more than the tolerance and not accepted, is
      *  unbalanced: nothing is posted for it, it is listed under
      *  its branch on the balancing report (TELLRPT), and the step
      *  ends JOB-WARNING -- a warning BUSDATE-ROLL will not roll
      *  the date over, so no branch closes its day while one of
      *  its tellers is out.  A recount or an acceptance keyed on
      *  TELLACT and a rerun of the step clear it.  A drawer with
      *  no cash and no business that day has nothing to count and
      *  balances as it stands.
      *
      *  A rerun on the same business date rebuilds the day from
      *  the same opening and replaces the TELLMOVE rows; the next
      *  business date opens each drawer with the cash counted (the
      *  cash expected, where it never balanced).
      *
      *  TELLACT record layout (fixed columns); lines dated another
      *  day are passed over:
      *      TAC-DATE      9(8)     business date
      *      TAC-TYPE      X(1)     O  open a new drawer with the
      *                                opening cash TAC-AMOUNT
      *                             V  vault transfer of TAC-AMOUNT
      *                                from drawer TAC-TELLER to
      *                                drawer TAC-TO-TELLER, one of
      *                                them the branch's 'VAULT'
      *                             C  cash counted at close; the
      *                                day's last count stands
      *                             A  difference accepted by the
      *                                supervisor TAC-USER
      *      TAC-BRANCH    X(4)
      *      TAC-TELLER    X(6)
      *      TAC-TO-TELLER X(6)
      *      TAC-AMOUNT    S9(13)V99 sign leading separate
      *      TAC-USER      X(8)     who keyed the line
      *  A line naming a drawer not on the ledger, opening one
      *  already there or at a branch not open on BRANCHMST, or a
      *  transfer that is not positive or has no vault side, is
      *  rejected and reported; so is a teller cash posting naming
      *  a teller not on the ledger.  Either ends the step
      *  JOB-WARNING, cleared the same way.
      *
      *  TELLMOVE record layout (fixed columns):
      *      TMV-DATE      9(8)
      *      TMV-BRANCH    X(4)
      *      TMV-TELLER    X(6)
      *      TMV-AMOUNT    S9(13)V99 sign leading separate,
      *                             positive an over
      *
      *  Flags (cmdline-parms.cpy style):
      *      -TOLERANCE=<amount>    over/short posted without a
      *                             supervisor's acceptance, default
      *                             0.00
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. TELLER-BAL.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select TELLER-CASH-FILE Assign To TELLCASH
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is TCL-KEY
                File Status Is TLB-CASH-STATUS.
            Select OPTIONAL ACTIVITY-FILE Assign To TELLACT
                Organization Is Line Sequential.
            Select POST-SEQ-FILE Assign To POSTSEQ
                Organization Is Line Sequential
                File Status Is TLB-PSQ-STATUS.
            Select MOVE-FILE Assign To TELLMOVE
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To TELLRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  TELLER-CASH-FILE.
        COPY teller-cash.
        FD  ACTIVITY-FILE.
        01  ACTIVITY-RECORD.
            05  TAC-DATE            PIC 9(08).
            05  TAC-TYPE            PIC X(01).
                88  TAC-OPEN-DRAWER     Value 'O'.
                88  TAC-VAULT-TRANSFER  Value 'V'.
                88  TAC-CASH-COUNTED    Value 'C'.
                88  TAC-ACCEPTED        Value 'A'.
            05  TAC-BRANCH          PIC X(04).
            05  TAC-TELLER          PIC X(06).
            05  TAC-TO-TELLER       PIC X(06).
            05  TAC-AMOUNT          PIC S9(13)V99
                                     Sign Leading Separate.
            05  TAC-USER            PIC X(08).
        FD  POST-SEQ-FILE.
        01  POST-SEQ-RECORD.
            05  PSQ-KEY             PIC X(32).
            05  PSQ-DATE            PIC X(08).
            05  PSQ-TRAN.
                10  PSQ-ACTION      PIC X(01).
                10  PSQ-TRAN-KEY    PIC X(32).
                10  FILLER          PIC X(90).
                10  PSQ-BRANCH      PIC X(04).
                10  PSQ-TYPE        PIC X(02).
                10  PSQ-CURRENCY    PIC X(03).
                10  PSQ-BALANCE     PIC S9(13)V99.
                10  FILLER          PIC X(08).
                10  PSQ-ORIGIN.
                    15  PSQ-ORIGIN-CHANNEL
                                    PIC X(02).
                        88  PSQ-TELLER-CASH Value 'TL'.
                    15  PSQ-ORIGIN-TELLER
                                    PIC X(06).
                10  PSQ-REFERENCE   PIC X(16).
                10  FILLER          PIC X(30).
                10  FILLER          PIC X(40).
                10  PSQ-VALUE-DATE  PIC X(08).
                10  PSQ-PRODUCT     PIC X(04).
                10  PSQ-EFFECTIVE-DATE
                                    PIC X(08).
                10  FILLER          PIC X(31).
        FD  MOVE-FILE.
        01  MOVE-RECORD.
            05  TMV-DATE            PIC 9(08).
            05  TMV-BRANCH          PIC X(04).
            05  TMV-TELLER          PIC X(06).
            05  TMV-AMOUNT          PIC S9(13)V99
                                     Sign Leading Separate.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY branch-lookup.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  TLB-RUN-START.
            05  TLB-START-SECONDS   Usage BINARY-DOUBLE.
            05  TLB-START-NANOS     Usage BINARY-DOUBLE.
        01  TLB-RUN-STOP.
            05  TLB-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  TLB-STOP-NANOS      Usage BINARY-DOUBLE.
        01  TLB-RC                  Binary-Long.
        01  TLB-CASH-STATUS         PIC X(02).
        01  TLB-PSQ-STATUS          PIC X(02).
        01  TLB-FILES-OPEN-SW       PIC X(01) Value 'N'.
            88  TLB-FILES-OPEN          Value 'Y', False 'N'.
        01  TLB-EOF-SWITCH          PIC X(01).
            88  TLB-EOF                 Value 'Y', False 'N'.
        01  TLB-TODAY               PIC 9(08) Value 0.
        01  TLB-TOLERANCE           PIC 9(11)V99 Value 0.
        01  TLB-ABS-DIFFERENCE      PIC S9(13)V99 COMP-3.
        01  TLB-REJECT-REASON       PIC X(16).
        01  TLB-REJECT-HEADED-SW    PIC X(01) Value 'N'.
            88  TLB-REJECT-HEADED       Value 'Y', False 'N'.
      *    the ledger's drawers, kept in branch and teller order
        01  TLB-FIND-KEY.
            05  TLB-FIND-BRANCH     PIC X(04).
            05  TLB-FIND-TELLER     PIC X(06).
        01  TLB-DRAWER-COUNT        Binary-Long Value 0.
        01  TLB-SUB                 Binary-Long.
        01  TLB-FOUND-SUB           Binary-Long.
        01  TLB-FROM-SUB            Binary-Long.
        01  TLB-SHIFT-SUB           Binary-Long.
        01  TLB-DRAWER-TABLE.
            05  TLB-DRAWER OCCURS 500 TIMES.
                10  TLB-D-KEY.
                    15  TLB-D-BRANCH
                                    PIC X(04).
                    15  TLB-D-TELLER
                                    PIC X(06).
                        88  TLB-D-VAULT Value 'VAULT'.
                10  TLB-D-OPENED-DATE
                                    PIC 9(08).
                10  TLB-D-OPENING   PIC S9(13)V99 COMP-3.
                10  TLB-D-CASH-IN   PIC S9(13)V99 COMP-3.
                10  TLB-D-CASH-OUT  PIC S9(13)V99 COMP-3.
                10  TLB-D-VAULT-IN  PIC S9(13)V99 COMP-3.
                10  TLB-D-VAULT-OUT PIC S9(13)V99 COMP-3.
                10  TLB-D-EXPECTED  PIC S9(13)V99 COMP-3.
                10  TLB-D-COUNTED   PIC S9(13)V99 COMP-3.
                10  TLB-D-OVER-SHORT
                                    PIC S9(13)V99 COMP-3.
                10  TLB-D-CLOSING   PIC S9(13)V99 COMP-3.
                10  TLB-D-POSTINGS  PIC 9(07).
                10  TLB-D-COUNTED-SW
                                    PIC X(01).
                    88  TLB-D-COUNT-DECLARED
                                        Value 'Y', False 'N'.
                10  TLB-D-STATUS    PIC X(01).
                    88  TLB-D-OPEN      Value 'O'.
                    88  TLB-D-BALANCED  Value 'B'.
                    88  TLB-D-UNBALANCED
                                        Value 'U'.
                10  TLB-D-ACCEPTED-BY
                                    PIC X(08).
                10  TLB-D-REASON    PIC X(16).
                10  TLB-D-ON-FILE-SW
                                    PIC X(01).
                    88  TLB-D-ON-FILE   Value 'Y', False 'N'.
        01  TLB-PREV-BRANCH         PIC X(04).
        01  TLB-BRANCH-DRAWERS      PIC 9(05).
        01  TLB-BRANCH-UNBALANCED   PIC 9(05).
        01  TLB-ACTIVITY-COUNT      PIC 9(07) Value 0.
        01  TLB-REJECT-COUNT        PIC 9(07) Value 0.
        01  TLB-CASH-COUNT          PIC 9(07) Value 0.
        01  TLB-UNKNOWN-COUNT       PIC 9(07) Value 0.
        01  TLB-UNBALANCED-COUNT    PIC 9(07) Value 0.
        01  TLB-BRANCHES-HELD       PIC 9(05) Value 0.
        01  TLB-MOVE-COUNT          PIC 9(07) Value 0.
        01  TLB-TOTAL-OVER          PIC S9(15)V99 COMP-3 Value 0.
        01  TLB-TOTAL-SHORT         PIC S9(15)V99 COMP-3 Value 0.
        01  TLB-HDR-LINE.
            05  FILLER              PIC X(38) Value
                'TELLER CASH BALANCING --              '.
            05  TLB-HDR-DATE        PIC 9(08).
            05  FILLER              PIC X(13) Value
                '  TOLERANCE  '.
            05  TLB-HDR-TOLERANCE   PIC Z(10)9.99.
        01  TLB-SECTION-LINE        PIC X(60).
        01  TLB-BRANCH-LINE.
            05  FILLER              PIC X(07) Value 'BRANCH '.
            05  TLB-BL-BRANCH       PIC X(04).
        01  TLB-COL-LINE.
            05  FILLER              PIC X(34) Value
                'TELLER       OPENING       CASH IN'.
            05  FILLER              PIC X(28) Value
                '      CASH OUT     VAULT NET'.
            05  FILLER              PIC X(28) Value
                '      EXPECTED       COUNTED'.
            05  FILLER              PIC X(32) Value
                '    OVER/SHORT STATUS     REASON'.
        01  TLB-DRAWER-LINE.
            05  TLB-DL-TELLER       PIC X(06).
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-DL-OPENING      PIC -(9)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-DL-CASH-IN      PIC -(9)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-DL-CASH-OUT     PIC -(9)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-DL-VAULT-NET    PIC -(9)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-DL-EXPECTED     PIC -(9)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-DL-COUNTED      PIC -(9)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-DL-OVER-SHORT   PIC -(9)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-DL-STATUS       PIC X(10).
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-DL-REASON       PIC X(16).
        01  TLB-CLOSE-LINE.
            05  FILLER              PIC X(07) Value 'BRANCH '.
            05  TLB-CL-BRANCH       PIC X(04).
            05  FILLER              PIC X(02) Value SPACES.
            05  TLB-CL-VERDICT      PIC X(16).
            05  TLB-CL-DRAWERS      PIC Z(4)9.
            05  FILLER              PIC X(10) Value ' DRAWERS, '.
            05  TLB-CL-UNBALANCED   PIC Z(4)9.
            05  FILLER              PIC X(11) Value ' UNBALANCED'.
        01  TLB-UNBAL-LINE.
            05  TLB-UL-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-UL-TELLER       PIC X(06).
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-UL-EXPECTED     PIC -(9)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-UL-COUNTED      PIC -(9)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-UL-OVER-SHORT   PIC -(9)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-UL-REASON       PIC X(16).
        01  TLB-REJECT-LINE.
            05  TLB-RL-TYPE         PIC X(01).
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-RL-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-RL-TELLER       PIC X(06).
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-RL-TO-TELLER    PIC X(06).
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-RL-AMOUNT       PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-RL-USER         PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-RL-REASON       PIC X(16).
        01  TLB-UNKNOWN-LINE.
            05  FILLER              PIC X(30) Value
                'CASH POSTING, UNKNOWN TELLER  '.
            05  TLB-KL-TELLER       PIC X(06).
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-KL-ACCOUNT      PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-KL-AMOUNT       PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  TLB-KL-REFERENCE    PIC X(16).
        01  TLB-GL-LINE.
            05  FILLER              PIC X(22) Value
                'OVER/SHORT POSTED  OV '.
            05  TLB-GL-OVER         PIC -(13)9.99.
            05  FILLER              PIC X(08) Value '  SHORT '.
            05  TLB-GL-SHORT        PIC -(13)9.99.
            05  FILLER              PIC X(07) Value '  ROWS '.
            05  TLB-GL-ROWS         PIC Z(6)9.
            05  FILLER              PIC X(30) Value
                '  THROUGH THE BRANCH TC ROWS'.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-LOAD-LEDGER THRU 2000-LOAD-LEDGER-EXIT
            END-IF
            IF JOB-OK
               PERFORM 3000-APPLY-ACTIVITY
                  THRU 3000-APPLY-ACTIVITY-EXIT
            END-IF
            IF JOB-OK
               PERFORM 4000-GATHER-POSTINGS
                  THRU 4000-GATHER-POSTINGS-EXIT
            END-IF
            IF JOB-OK
               PERFORM 5000-BALANCE-DRAWERS
                  THRU 5000-BALANCE-DRAWERS-EXIT
               PERFORM 6000-REPORT-BRANCHES
                  THRU 6000-REPORT-BRANCHES-EXIT
               PERFORM 7000-SAVE-LEDGER THRU 7000-SAVE-LEDGER-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, TLB-RUN-START)
              TO TLB-RC
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'TOLERANCE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO TLB-TOLERANCE
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'teller-bal: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO TLB-TODAY
            OPEN I-O TELLER-CASH-FILE
            IF TLB-CASH-STATUS = '35'
      *        first balancing ever: build an empty ledger
               OPEN OUTPUT TELLER-CASH-FILE
               CLOSE TELLER-CASH-FILE
               OPEN I-O TELLER-CASH-FILE
            END-IF
            IF TLB-CASH-STATUS NOT = '00'
               DISPLAY 'teller-bal: cannot open TELLCASH, status '
                  TLB-CASH-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE
            SET TLB-FILES-OPEN TO TRUE
            MOVE TLB-TODAY TO TLB-HDR-DATE
            MOVE TLB-TOLERANCE TO TLB-HDR-TOLERANCE
            WRITE REPORT-LINE FROM TLB-HDR-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

      * every drawer opens the day with the cash it closed its last
      * day with; a rerun of the day starts again from the same
      * opening
        2000-LOAD-LEDGER.
            SET TLB-EOF TO FALSE
            PERFORM 2100-READ-ONE-DRAWER
               THRU 2100-READ-ONE-DRAWER-EXIT
                UNTIL TLB-EOF.
        2000-LOAD-LEDGER-EXIT.
            EXIT.

        2100-READ-ONE-DRAWER.
            READ TELLER-CASH-FILE NEXT RECORD
                AT END
                    SET TLB-EOF TO TRUE
                NOT AT END
                    PERFORM 2200-LOAD-ONE-DRAWER
                       THRU 2200-LOAD-ONE-DRAWER-EXIT
            END-READ.
        2100-READ-ONE-DRAWER-EXIT.
            EXIT.

        2200-LOAD-ONE-DRAWER.
            IF TLB-DRAWER-COUNT >= 500
               DISPLAY 'teller-bal: over 500 drawers on TELLCASH, '
                  'balancing stopped'
               SET JOB-NEEDS-RERUN TO TRUE
               SET TLB-EOF TO TRUE
               GO TO 2200-LOAD-ONE-DRAWER-EXIT
            END-IF
            ADD 1 TO TLB-DRAWER-COUNT
            MOVE TLB-DRAWER-COUNT TO TLB-SUB
            MOVE TCL-KEY TO TLB-D-KEY (TLB-SUB)
            MOVE TCL-OPENED-DATE TO TLB-D-OPENED-DATE (TLB-SUB)
            IF TCL-BUS-DATE < TLB-TODAY
               MOVE TCL-CLOSING TO TLB-D-OPENING (TLB-SUB)
            ELSE
               MOVE TCL-OPENING TO TLB-D-OPENING (TLB-SUB)
            END-IF
            PERFORM 8300-CLEAR-DAY THRU 8300-CLEAR-DAY-EXIT
            SET TLB-D-ON-FILE (TLB-SUB) TO TRUE.
        2200-LOAD-ONE-DRAWER-EXIT.
            EXIT.

        3000-APPLY-ACTIVITY.
            SET TLB-EOF TO FALSE
            OPEN INPUT ACTIVITY-FILE
            PERFORM 3100-READ-ONE-LINE THRU 3100-READ-ONE-LINE-EXIT
                UNTIL TLB-EOF
            CLOSE ACTIVITY-FILE.
        3000-APPLY-ACTIVITY-EXIT.
            EXIT.

        3100-READ-ONE-LINE.
            READ ACTIVITY-FILE
                AT END
                    SET TLB-EOF TO TRUE
                NOT AT END
                    IF TAC-DATE = TLB-TODAY
                       ADD 1 TO TLB-ACTIVITY-COUNT
                       PERFORM 3200-APPLY-ONE-LINE
                          THRU 3200-APPLY-ONE-LINE-EXIT
                    END-IF
            END-READ.
        3100-READ-ONE-LINE-EXIT.
            EXIT.

        3200-APPLY-ONE-LINE.
            MOVE SPACES TO TLB-REJECT-REASON
            EVALUATE TRUE
               WHEN TAC-OPEN-DRAWER
                  PERFORM 3300-OPEN-DRAWER THRU 3300-OPEN-DRAWER-EXIT
               WHEN TAC-VAULT-TRANSFER
                  PERFORM 3400-VAULT-TRANSFER
                     THRU 3400-VAULT-TRANSFER-EXIT
               WHEN TAC-CASH-COUNTED
                  PERFORM 3500-COUNT-DRAWER
                     THRU 3500-COUNT-DRAWER-EXIT
               WHEN TAC-ACCEPTED
                  PERFORM 3600-ACCEPT-DIFFERENCE
                     THRU 3600-ACCEPT-DIFFERENCE-EXIT
               WHEN OTHER
                  MOVE 'UNKNOWN TYPE' TO TLB-REJECT-REASON
            END-EVALUATE
            IF TLB-REJECT-REASON NOT = SPACES
               PERFORM 3900-REJECT-LINE THRU 3900-REJECT-LINE-EXIT
            END-IF.
        3200-APPLY-ONE-LINE-EXIT.
            EXIT.

      * a new drawer at an open branch; a drawer opened earlier
      * today (an earlier run of the day) may be opened again
        3300-OPEN-DRAWER.
            IF TAC-BRANCH = SPACES OR TAC-TELLER = SPACES
               MOVE 'NO DRAWER' TO TLB-REJECT-REASON
               GO TO 3300-OPEN-DRAWER-EXIT
            END-IF
            IF TAC-AMOUNT < 0
               MOVE 'NEGATIVE OPENING' TO TLB-REJECT-REASON
               GO TO 3300-OPEN-DRAWER-EXIT
            END-IF
            MOVE TAC-BRANCH TO BLQ-CODE
            CALL 'BRANCH-LOOKUP' USING BLQ-CONTROL
            IF NOT BLQ-OK OR NOT BLQ-BRANCH-ACTIVE
               MOVE 'BRANCH NOT OPEN' TO TLB-REJECT-REASON
               GO TO 3300-OPEN-DRAWER-EXIT
            END-IF
            IF TAC-TELLER NOT = 'VAULT'
               MOVE TAC-TELLER TO TLB-FIND-TELLER
               PERFORM 8200-FIND-TELLER THRU 8200-FIND-TELLER-EXIT
               IF TLB-FOUND-SUB > 0 AND
                  TLB-D-BRANCH (TLB-FOUND-SUB) NOT = TAC-BRANCH
                  MOVE 'TELLER ELSEWHERE' TO TLB-REJECT-REASON
                  GO TO 3300-OPEN-DRAWER-EXIT
               END-IF
            END-IF
            MOVE TAC-BRANCH TO TLB-FIND-BRANCH
            MOVE TAC-TELLER TO TLB-FIND-TELLER
            PERFORM 8000-LOCATE-DRAWER THRU 8000-LOCATE-DRAWER-EXIT
            IF TLB-FOUND-SUB > 0
               IF TLB-D-OPENED-DATE (TLB-FOUND-SUB) NOT = TLB-TODAY
                  MOVE 'ALREADY OPEN' TO TLB-REJECT-REASON
                  GO TO 3300-OPEN-DRAWER-EXIT
               END-IF
            ELSE
               PERFORM 8100-ADD-DRAWER THRU 8100-ADD-DRAWER-EXIT
               IF TLB-FOUND-SUB = 0
                  GO TO 3300-OPEN-DRAWER-EXIT
               END-IF
            END-IF
            MOVE TLB-TODAY TO TLB-D-OPENED-DATE (TLB-FOUND-SUB)
            MOVE TAC-AMOUNT TO TLB-D-OPENING (TLB-FOUND-SUB).
        3300-OPEN-DRAWER-EXIT.
            EXIT.

      * cash moves between a teller's drawer and the branch vault,
      * out of one and into the other
        3400-VAULT-TRANSFER.
            IF TAC-AMOUNT NOT > 0
               MOVE 'NOT POSITIVE' TO TLB-REJECT-REASON
               GO TO 3400-VAULT-TRANSFER-EXIT
            END-IF
            IF TAC-TELLER = TAC-TO-TELLER
               MOVE 'SAME DRAWER' TO TLB-REJECT-REASON
               GO TO 3400-VAULT-TRANSFER-EXIT
            END-IF
            IF TAC-TELLER NOT = 'VAULT' AND
               TAC-TO-TELLER NOT = 'VAULT'
               MOVE 'NO VAULT SIDE' TO TLB-REJECT-REASON
               GO TO 3400-VAULT-TRANSFER-EXIT
            END-IF
            MOVE TAC-BRANCH TO TLB-FIND-BRANCH
            MOVE TAC-TELLER TO TLB-FIND-TELLER
            PERFORM 8000-LOCATE-DRAWER THRU 8000-LOCATE-DRAWER-EXIT
            MOVE TLB-FOUND-SUB TO TLB-FROM-SUB
            MOVE TAC-TO-TELLER TO TLB-FIND-TELLER
            PERFORM 8000-LOCATE-DRAWER THRU 8000-LOCATE-DRAWER-EXIT
            IF TLB-FROM-SUB = 0 OR TLB-FOUND-SUB = 0
               MOVE 'NO DRAWER' TO TLB-REJECT-REASON
               GO TO 3400-VAULT-TRANSFER-EXIT
            END-IF
            ADD TAC-AMOUNT TO TLB-D-VAULT-OUT (TLB-FROM-SUB)
            ADD TAC-AMOUNT TO TLB-D-VAULT-IN (TLB-FOUND-SUB).
        3400-VAULT-TRANSFER-EXIT.
            EXIT.

        3500-COUNT-DRAWER.
            IF TAC-AMOUNT < 0
               MOVE 'NEGATIVE COUNT' TO TLB-REJECT-REASON
               GO TO 3500-COUNT-DRAWER-EXIT
            END-IF
            MOVE TAC-BRANCH TO TLB-FIND-BRANCH
            MOVE TAC-TELLER TO TLB-FIND-TELLER
            PERFORM 8000-LOCATE-DRAWER THRU 8000-LOCATE-DRAWER-EXIT
            IF TLB-FOUND-SUB = 0
               MOVE 'NO DRAWER' TO TLB-REJECT-REASON
               GO TO 3500-COUNT-DRAWER-EXIT
            END-IF
            MOVE TAC-AMOUNT TO TLB-D-COUNTED (TLB-FOUND-SUB)
            SET TLB-D-COUNT-DECLARED (TLB-FOUND-SUB) TO TRUE.
        3500-COUNT-DRAWER-EXIT.
            EXIT.

        3600-ACCEPT-DIFFERENCE.
            IF TAC-USER = SPACES
               MOVE 'NO SUPERVISOR' TO TLB-REJECT-REASON
               GO TO 3600-ACCEPT-DIFFERENCE-EXIT
            END-IF
            MOVE TAC-BRANCH TO TLB-FIND-BRANCH
            MOVE TAC-TELLER TO TLB-FIND-TELLER
            PERFORM 8000-LOCATE-DRAWER THRU 8000-LOCATE-DRAWER-EXIT
            IF TLB-FOUND-SUB = 0
               MOVE 'NO DRAWER' TO TLB-REJECT-REASON
               GO TO 3600-ACCEPT-DIFFERENCE-EXIT
            END-IF
            MOVE TAC-USER TO TLB-D-ACCEPTED-BY (TLB-FOUND-SUB).
        3600-ACCEPT-DIFFERENCE-EXIT.
            EXIT.

        3900-REJECT-LINE.
            ADD 1 TO TLB-REJECT-COUNT
            IF NOT TLB-REJECT-HEADED
               MOVE 'REJECTED TELLER ACTIVITY' TO TLB-SECTION-LINE
               WRITE REPORT-LINE FROM TLB-SECTION-LINE
               SET TLB-REJECT-HEADED TO TRUE
            END-IF
            MOVE TAC-TYPE TO TLB-RL-TYPE
            MOVE TAC-BRANCH TO TLB-RL-BRANCH
            MOVE TAC-TELLER TO TLB-RL-TELLER
            MOVE TAC-TO-TELLER TO TLB-RL-TO-TELLER
            MOVE TAC-AMOUNT TO TLB-RL-AMOUNT
            MOVE TAC-USER TO TLB-RL-USER
            MOVE TLB-REJECT-REASON TO TLB-RL-REASON
            WRITE REPORT-LINE FROM TLB-REJECT-LINE.
        3900-REJECT-LINE-EXIT.
            EXIT.

      * the day's cash over the counter: movements whose origin
      * names the teller
        4000-GATHER-POSTINGS.
            OPEN INPUT POST-SEQ-FILE
            IF TLB-PSQ-STATUS NOT = '00'
               DISPLAY 'teller-bal: cannot open POSTSEQ, status '
                  TLB-PSQ-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 4000-GATHER-POSTINGS-EXIT
            END-IF
            SET TLB-EOF TO FALSE
            PERFORM 4100-READ-ONE-POSTING
               THRU 4100-READ-ONE-POSTING-EXIT
                UNTIL TLB-EOF
            CLOSE POST-SEQ-FILE.
        4000-GATHER-POSTINGS-EXIT.
            EXIT.

        4100-READ-ONE-POSTING.
            READ POST-SEQ-FILE
                AT END
                    SET TLB-EOF TO TRUE
                NOT AT END
                    IF PSQ-ACTION = 'M' AND PSQ-TELLER-CASH
                       PERFORM 4200-POST-ONE-CASH
                          THRU 4200-POST-ONE-CASH-EXIT
                    END-IF
            END-READ.
        4100-READ-ONE-POSTING-EXIT.
            EXIT.

        4200-POST-ONE-CASH.
      *     scheduled, not posted, until its effective date
            IF PSQ-EFFECTIVE-DATE NUMERIC AND
               PSQ-EFFECTIVE-DATE > TLB-TODAY
               GO TO 4200-POST-ONE-CASH-EXIT
            END-IF
            ADD 1 TO TLB-CASH-COUNT
            MOVE PSQ-ORIGIN-TELLER TO TLB-FIND-TELLER
            PERFORM 8200-FIND-TELLER THRU 8200-FIND-TELLER-EXIT
            IF TLB-FOUND-SUB = 0
               ADD 1 TO TLB-UNKNOWN-COUNT
               MOVE PSQ-ORIGIN-TELLER TO TLB-KL-TELLER
               MOVE PSQ-KEY TO TLB-KL-ACCOUNT
               MOVE PSQ-BALANCE TO TLB-KL-AMOUNT
               MOVE PSQ-REFERENCE TO TLB-KL-REFERENCE
               WRITE REPORT-LINE FROM TLB-UNKNOWN-LINE
               GO TO 4200-POST-ONE-CASH-EXIT
            END-IF
            IF PSQ-BALANCE > 0
               ADD PSQ-BALANCE TO TLB-D-CASH-IN (TLB-FOUND-SUB)
            ELSE
               SUBTRACT PSQ-BALANCE
                   FROM TLB-D-CASH-OUT (TLB-FOUND-SUB)
            END-IF
            ADD 1 TO TLB-D-POSTINGS (TLB-FOUND-SUB).
        4200-POST-ONE-CASH-EXIT.
            EXIT.

        5000-BALANCE-DRAWERS.
            OPEN OUTPUT MOVE-FILE
            PERFORM 5100-BALANCE-ONE-DRAWER
               THRU 5100-BALANCE-ONE-DRAWER-EXIT
               VARYING TLB-SUB FROM 1 BY 1
               UNTIL TLB-SUB > TLB-DRAWER-COUNT
            CLOSE MOVE-FILE.
        5000-BALANCE-DRAWERS-EXIT.
            EXIT.

      * the count against the ledger: a difference within the
      * tolerance or accepted is booked and the drawer closes on
      * its count; otherwise nothing is booked and it stays out
        5100-BALANCE-ONE-DRAWER.
            COMPUTE TLB-D-EXPECTED (TLB-SUB) =
                 TLB-D-OPENING (TLB-SUB)
               + TLB-D-CASH-IN (TLB-SUB)
               - TLB-D-CASH-OUT (TLB-SUB)
               + TLB-D-VAULT-IN (TLB-SUB)
               - TLB-D-VAULT-OUT (TLB-SUB)
            MOVE TLB-D-EXPECTED (TLB-SUB) TO TLB-D-CLOSING (TLB-SUB)
            MOVE 0 TO TLB-D-OVER-SHORT (TLB-SUB)
            IF NOT TLB-D-COUNT-DECLARED (TLB-SUB)
               IF TLB-D-EXPECTED (TLB-SUB) = 0 AND
                  TLB-D-POSTINGS (TLB-SUB) = 0 AND
                  TLB-D-VAULT-IN (TLB-SUB) = 0 AND
                  TLB-D-VAULT-OUT (TLB-SUB) = 0
                  SET TLB-D-BALANCED (TLB-SUB) TO TRUE
               ELSE
                  SET TLB-D-UNBALANCED (TLB-SUB) TO TRUE
                  MOVE 'NOT COUNTED' TO TLB-D-REASON (TLB-SUB)
                  ADD 1 TO TLB-UNBALANCED-COUNT
               END-IF
               GO TO 5100-BALANCE-ONE-DRAWER-EXIT
            END-IF
            COMPUTE TLB-D-OVER-SHORT (TLB-SUB) =
               TLB-D-COUNTED (TLB-SUB) - TLB-D-EXPECTED (TLB-SUB)
            IF TLB-D-OVER-SHORT (TLB-SUB) = 0
               SET TLB-D-BALANCED (TLB-SUB) TO TRUE
               GO TO 5100-BALANCE-ONE-DRAWER-EXIT
            END-IF
            IF TLB-D-OVER-SHORT (TLB-SUB) < 0
               COMPUTE TLB-ABS-DIFFERENCE =
                  0 - TLB-D-OVER-SHORT (TLB-SUB)
            ELSE
               MOVE TLB-D-OVER-SHORT (TLB-SUB) TO TLB-ABS-DIFFERENCE
            END-IF
            IF TLB-ABS-DIFFERENCE > TLB-TOLERANCE AND
               TLB-D-ACCEPTED-BY (TLB-SUB) = SPACES
               SET TLB-D-UNBALANCED (TLB-SUB) TO TRUE
               MOVE 'NOT ACCEPTED' TO TLB-D-REASON (TLB-SUB)
               ADD 1 TO TLB-UNBALANCED-COUNT
               GO TO 5100-BALANCE-ONE-DRAWER-EXIT
            END-IF
            SET TLB-D-BALANCED (TLB-SUB) TO TRUE
            MOVE TLB-D-COUNTED (TLB-SUB) TO TLB-D-CLOSING (TLB-SUB)
            IF TLB-D-OVER-SHORT (TLB-SUB) > 0
               ADD TLB-D-OVER-SHORT (TLB-SUB) TO TLB-TOTAL-OVER
            ELSE
               ADD TLB-D-OVER-SHORT (TLB-SUB) TO TLB-TOTAL-SHORT
            END-IF
            MOVE TLB-TODAY TO TMV-DATE
            MOVE TLB-D-BRANCH (TLB-SUB) TO TMV-BRANCH
            MOVE TLB-D-TELLER (TLB-SUB) TO TMV-TELLER
            MOVE TLB-D-OVER-SHORT (TLB-SUB) TO TMV-AMOUNT
            WRITE MOVE-RECORD
            ADD 1 TO TLB-MOVE-COUNT.
        5100-BALANCE-ONE-DRAWER-EXIT.
            EXIT.

      * the branch balancing report: every drawer under its branch,
      * whether the branch may close its day, then the unbalanced
      * tellers on their own
        6000-REPORT-BRANCHES.
            IF TLB-REJECT-HEADED OR TLB-UNKNOWN-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF
            MOVE SPACES TO TLB-PREV-BRANCH
            PERFORM 6100-REPORT-ONE-DRAWER
               THRU 6100-REPORT-ONE-DRAWER-EXIT
               VARYING TLB-SUB FROM 1 BY 1
               UNTIL TLB-SUB > TLB-DRAWER-COUNT
            IF TLB-DRAWER-COUNT > 0
               PERFORM 6200-BRANCH-CLOSE THRU 6200-BRANCH-CLOSE-EXIT
            END-IF
            MOVE 'UNBALANCED TELLERS' TO TLB-SECTION-LINE
            WRITE REPORT-LINE FROM TLB-SECTION-LINE
            IF TLB-UNBALANCED-COUNT = 0
               MOVE '  NONE -- EVERY BRANCH MAY CLOSE ITS DAY'
                 TO TLB-SECTION-LINE
               WRITE REPORT-LINE FROM TLB-SECTION-LINE
            ELSE
               PERFORM 6300-REPORT-ONE-UNBALANCED
                  THRU 6300-REPORT-ONE-UNBALANCED-EXIT
                  VARYING TLB-SUB FROM 1 BY 1
                  UNTIL TLB-SUB > TLB-DRAWER-COUNT
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE TLB-TOTAL-OVER TO TLB-GL-OVER
            MOVE TLB-TOTAL-SHORT TO TLB-GL-SHORT
            MOVE TLB-MOVE-COUNT TO TLB-GL-ROWS
            WRITE REPORT-LINE FROM TLB-GL-LINE.
        6000-REPORT-BRANCHES-EXIT.
            EXIT.

        6100-REPORT-ONE-DRAWER.
            IF TLB-D-BRANCH (TLB-SUB) NOT = TLB-PREV-BRANCH
               IF TLB-PREV-BRANCH NOT = SPACES
                  PERFORM 6200-BRANCH-CLOSE
                     THRU 6200-BRANCH-CLOSE-EXIT
               END-IF
               MOVE TLB-D-BRANCH (TLB-SUB) TO TLB-PREV-BRANCH
                                              TLB-BL-BRANCH
               MOVE 0 TO TLB-BRANCH-DRAWERS TLB-BRANCH-UNBALANCED
               WRITE REPORT-LINE FROM TLB-BRANCH-LINE
               WRITE REPORT-LINE FROM TLB-COL-LINE
            END-IF
            ADD 1 TO TLB-BRANCH-DRAWERS
            MOVE TLB-D-TELLER (TLB-SUB) TO TLB-DL-TELLER
            MOVE TLB-D-OPENING (TLB-SUB) TO TLB-DL-OPENING
            MOVE TLB-D-CASH-IN (TLB-SUB) TO TLB-DL-CASH-IN
            MOVE TLB-D-CASH-OUT (TLB-SUB) TO TLB-DL-CASH-OUT
            COMPUTE TLB-DL-VAULT-NET = TLB-D-VAULT-IN (TLB-SUB)
                                     - TLB-D-VAULT-OUT (TLB-SUB)
            MOVE TLB-D-EXPECTED (TLB-SUB) TO TLB-DL-EXPECTED
            MOVE TLB-D-COUNTED (TLB-SUB) TO TLB-DL-COUNTED
            MOVE TLB-D-OVER-SHORT (TLB-SUB) TO TLB-DL-OVER-SHORT
            MOVE TLB-D-REASON (TLB-SUB) TO TLB-DL-REASON
            EVALUATE TRUE
               WHEN TLB-D-UNBALANCED (TLB-SUB)
                  MOVE 'UNBALANCED' TO TLB-DL-STATUS
                  ADD 1 TO TLB-BRANCH-UNBALANCED
               WHEN TLB-D-OVER-SHORT (TLB-SUB) NOT = 0
                  MOVE 'POSTED' TO TLB-DL-STATUS
                  IF TLB-D-ACCEPTED-BY (TLB-SUB) NOT = SPACES
                     MOVE TLB-D-ACCEPTED-BY (TLB-SUB)
                       TO TLB-DL-REASON
                  END-IF
               WHEN OTHER
                  MOVE 'BALANCED' TO TLB-DL-STATUS
            END-EVALUATE
            WRITE REPORT-LINE FROM TLB-DRAWER-LINE.
        6100-REPORT-ONE-DRAWER-EXIT.
            EXIT.

        6200-BRANCH-CLOSE.
            MOVE TLB-PREV-BRANCH TO TLB-CL-BRANCH
            MOVE TLB-BRANCH-DRAWERS TO TLB-CL-DRAWERS
            MOVE TLB-BRANCH-UNBALANCED TO TLB-CL-UNBALANCED
            IF TLB-BRANCH-UNBALANCED = 0
               MOVE 'DAY MAY CLOSE' TO TLB-CL-VERDICT
            ELSE
               MOVE 'DAY HELD OPEN' TO TLB-CL-VERDICT
               ADD 1 TO TLB-BRANCHES-HELD
            END-IF
            WRITE REPORT-LINE FROM TLB-CLOSE-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.
        6200-BRANCH-CLOSE-EXIT.
            EXIT.

        6300-REPORT-ONE-UNBALANCED.
            IF NOT TLB-D-UNBALANCED (TLB-SUB)
               GO TO 6300-REPORT-ONE-UNBALANCED-EXIT
            END-IF
            MOVE TLB-D-BRANCH (TLB-SUB) TO TLB-UL-BRANCH
            MOVE TLB-D-TELLER (TLB-SUB) TO TLB-UL-TELLER
            MOVE TLB-D-EXPECTED (TLB-SUB) TO TLB-UL-EXPECTED
            MOVE TLB-D-COUNTED (TLB-SUB) TO TLB-UL-COUNTED
            MOVE TLB-D-OVER-SHORT (TLB-SUB) TO TLB-UL-OVER-SHORT
            MOVE TLB-D-REASON (TLB-SUB) TO TLB-UL-REASON
            WRITE REPORT-LINE FROM TLB-UNBAL-LINE.
        6300-REPORT-ONE-UNBALANCED-EXIT.
            EXIT.

        7000-SAVE-LEDGER.
            PERFORM 7100-SAVE-ONE-DRAWER
               THRU 7100-SAVE-ONE-DRAWER-EXIT
               VARYING TLB-SUB FROM 1 BY 1
               UNTIL TLB-SUB > TLB-DRAWER-COUNT.
        7000-SAVE-LEDGER-EXIT.
            EXIT.

        7100-SAVE-ONE-DRAWER.
            MOVE TLB-D-KEY (TLB-SUB) TO TCL-KEY
            MOVE TLB-D-OPENED-DATE (TLB-SUB) TO TCL-OPENED-DATE
            MOVE TLB-TODAY TO TCL-BUS-DATE
            MOVE TLB-D-OPENING (TLB-SUB) TO TCL-OPENING
            MOVE TLB-D-CASH-IN (TLB-SUB) TO TCL-CASH-IN
            MOVE TLB-D-CASH-OUT (TLB-SUB) TO TCL-CASH-OUT
            MOVE TLB-D-VAULT-IN (TLB-SUB) TO TCL-VAULT-IN
            MOVE TLB-D-VAULT-OUT (TLB-SUB) TO TCL-VAULT-OUT
            MOVE TLB-D-EXPECTED (TLB-SUB) TO TCL-EXPECTED
            MOVE TLB-D-COUNTED (TLB-SUB) TO TCL-COUNTED
            MOVE TLB-D-OVER-SHORT (TLB-SUB) TO TCL-OVER-SHORT
            MOVE TLB-D-CLOSING (TLB-SUB) TO TCL-CLOSING
            MOVE TLB-D-POSTINGS (TLB-SUB) TO TCL-POSTINGS
            MOVE TLB-D-COUNTED-SW (TLB-SUB) TO TCL-COUNTED-SW
            MOVE TLB-D-STATUS (TLB-SUB) TO TCL-STATUS
            MOVE TLB-D-ACCEPTED-BY (TLB-SUB) TO TCL-ACCEPTED-BY
            IF TLB-D-ON-FILE (TLB-SUB)
               REWRITE TELLER-CASH-RECORD
            ELSE
               WRITE TELLER-CASH-RECORD
            END-IF
            IF TLB-CASH-STATUS NOT = '00'
               DISPLAY 'teller-bal: TELLCASH update failed for '
                  TCL-KEY ', status ' TLB-CASH-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        7100-SAVE-ONE-DRAWER-EXIT.
            EXIT.

      * the drawer TLB-FIND-KEY, zero TLB-FOUND-SUB when not on the
      * ledger; TLB-SUB is left where it would go
        8000-LOCATE-DRAWER.
            MOVE 0 TO TLB-FOUND-SUB
            PERFORM 8010-NEXT-DRAWER THRU 8010-NEXT-DRAWER-EXIT
               VARYING TLB-SUB FROM 1 BY 1
               UNTIL TLB-SUB > TLB-DRAWER-COUNT
                  OR TLB-D-KEY (TLB-SUB) NOT < TLB-FIND-KEY
            IF TLB-SUB <= TLB-DRAWER-COUNT
               IF TLB-D-KEY (TLB-SUB) = TLB-FIND-KEY
                  MOVE TLB-SUB TO TLB-FOUND-SUB
               END-IF
            END-IF.
        8000-LOCATE-DRAWER-EXIT.
            EXIT.

        8010-NEXT-DRAWER.
            CONTINUE.
        8010-NEXT-DRAWER-EXIT.
            EXIT.

      * a new drawer for TLB-FIND-KEY at TLB-SUB, as left by
      * 8000-LOCATE-DRAWER; a full table leaves TLB-FOUND-SUB zero
        8100-ADD-DRAWER.
            IF TLB-DRAWER-COUNT >= 500
               MOVE 'LEDGER FULL' TO TLB-REJECT-REASON
               MOVE 0 TO TLB-FOUND-SUB
               GO TO 8100-ADD-DRAWER-EXIT
            END-IF
            PERFORM 8110-SHIFT-ONE-DRAWER
               THRU 8110-SHIFT-ONE-DRAWER-EXIT
               VARYING TLB-SHIFT-SUB FROM TLB-DRAWER-COUNT BY -1
               UNTIL TLB-SHIFT-SUB < TLB-SUB
            ADD 1 TO TLB-DRAWER-COUNT
            MOVE TLB-FIND-KEY TO TLB-D-KEY (TLB-SUB)
            MOVE TLB-TODAY TO TLB-D-OPENED-DATE (TLB-SUB)
            MOVE 0 TO TLB-D-OPENING (TLB-SUB)
            PERFORM 8300-CLEAR-DAY THRU 8300-CLEAR-DAY-EXIT
            SET TLB-D-ON-FILE (TLB-SUB) TO FALSE
            MOVE TLB-SUB TO TLB-FOUND-SUB.
        8100-ADD-DRAWER-EXIT.
            EXIT.

        8110-SHIFT-ONE-DRAWER.
            MOVE TLB-DRAWER (TLB-SHIFT-SUB)
              TO TLB-DRAWER (TLB-SHIFT-SUB + 1).
        8110-SHIFT-ONE-DRAWER-EXIT.
            EXIT.

      * a teller's own drawer at whichever branch holds it -- teller
      * ids are unique across the bank; vaults are not tellers
        8200-FIND-TELLER.
            MOVE 0 TO TLB-FOUND-SUB
            PERFORM 8210-TEST-ONE-TELLER
               THRU 8210-TEST-ONE-TELLER-EXIT
               VARYING TLB-SUB FROM 1 BY 1
               UNTIL TLB-SUB > TLB-DRAWER-COUNT
                  OR TLB-FOUND-SUB > 0.
        8200-FIND-TELLER-EXIT.
            EXIT.

        8210-TEST-ONE-TELLER.
            IF TLB-D-TELLER (TLB-SUB) = TLB-FIND-TELLER AND
               NOT TLB-D-VAULT (TLB-SUB)
               MOVE TLB-SUB TO TLB-FOUND-SUB
            END-IF.
        8210-TEST-ONE-TELLER-EXIT.
            EXIT.

        8300-CLEAR-DAY.
            MOVE 0 TO TLB-D-CASH-IN (TLB-SUB)
                      TLB-D-CASH-OUT (TLB-SUB)
                      TLB-D-VAULT-IN (TLB-SUB)
                      TLB-D-VAULT-OUT (TLB-SUB)
                      TLB-D-EXPECTED (TLB-SUB)
                      TLB-D-COUNTED (TLB-SUB)
                      TLB-D-OVER-SHORT (TLB-SUB)
                      TLB-D-CLOSING (TLB-SUB)
                      TLB-D-POSTINGS (TLB-SUB)
            SET TLB-D-COUNT-DECLARED (TLB-SUB) TO FALSE
            SET TLB-D-OPEN (TLB-SUB) TO TRUE
            MOVE SPACES TO TLB-D-ACCEPTED-BY (TLB-SUB)
                           TLB-D-REASON (TLB-SUB).
        8300-CLEAR-DAY-EXIT.
            EXIT.

        9999-EXIT.
            IF TLB-FILES-OPEN
               CLOSE TELLER-CASH-FILE REPORT-FILE
            END-IF
            DISPLAY 'teller-bal: ' TLB-DRAWER-COUNT ' drawers, '
               TLB-CASH-COUNT ' cash postings, '
               TLB-ACTIVITY-COUNT ' activity lines, '
               TLB-REJECT-COUNT ' rejected, '
               TLB-UNKNOWN-COUNT ' unknown teller, '
               TLB-UNBALANCED-COUNT ' unbalanced in '
               TLB-BRANCHES-HELD ' branches, '
               TLB-MOVE-COUNT ' over/short rows'
            IF (TLB-UNBALANCED-COUNT > 0 OR TLB-REJECT-COUNT > 0 OR
                TLB-UNKNOWN-COUNT > 0)
               AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, TLB-RUN-STOP)
              TO TLB-RC
            MOVE 'TELLBAL' TO JHR-PROGRAM-ID
            MOVE TLB-TODAY TO JHR-BUSINESS-DATE
            MOVE TLB-START-SECONDS TO JHR-START-SECONDS
            MOVE TLB-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            COMPUTE JHR-RECORDS-IN =
               TLB-CASH-COUNT + TLB-ACTIVITY-COUNT
            MOVE TLB-DRAWER-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program TELLER-BAL.
