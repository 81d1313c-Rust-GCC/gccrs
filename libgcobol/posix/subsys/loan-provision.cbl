      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  loan-provision.cbl
      *
      *  Month-end loan loss provisioning.  Runs as a calendar-
      *  selected stream step: unless the business date carries the
      *  run-calendar month-end marker (or -FORCE=Y), it ends JOB-OK
      *  having done nothing.  It runs after LOAN-DELINQ, whose
      *  ARREARS file gives each delinquent loan its bucket (every
      *  loan not on it is current, bucket 000), and before
      *  GL-BRIDGE, which posts the journal it leaves on PROVMOVE.
      *
      *  Each active loan on LOANMST is provided at the PROVRATE rate
      *  for its bucket and loan type (LNM-LOAN-TYPE) on its
      *  outstanding principal in base currency (RATE-LOOKUP at the
      *  business date for a foreign loan), net of its eligible
      *  collateral: the COLLTRL items securing it that are active,
      *  priced and inside their revaluation interval, each at the
      *  share of its base value allocated to the loan cut down to
      *  the item type's LTV covenant -- the same COLLPARM rows and
      *  flag defaults COLL-MONITOR uses, so the haircut here is the
      *  lending limit there.  A loan whose currency cannot be
      *  priced keeps last month's provision and is reported.
      *
      *  Last month's provision per loan comes from the current
      *  PROVSTAT generation (GEN-CATALOG); a loan since paid off or
      *  gone from the master releases all of it.  The movement is
      *  built by branch and bucket -- last month's provision where
      *  it was held, this month's where it is held now, so a loan
      *  that changes bucket or branch moves between them -- and
      *  each branch and bucket's net movement goes to PROVMOVE,
      *  dated the business date: GL-BRIDGE posts an increase
      *  through the branch's 'LP' GLMAP row (DR provision expense,
      *  CR loan loss allowance) and a release the other way.  The
      *  PROVRPT report lists the movement by branch and bucket and
      *  by bucket, and ties its net to the journal posted.  A rerun
      *  on the same business date provides against the same
      *  opening as the first run did.
      *
      *  PROVRATE record layout (fixed columns):
      *      PRR-BUCKET      X(3)     000/030/060/090/120
      *      PRR-LOAN-TYPE   X(2)     loan type, '**' = any
      *      PRR-RATE        9(3)V99  provision, pct of net exposure
      *  A loan type's own row wins over '**'; a loan with no row
      *  is provided at nothing and reported.
      *
      *  PROVSTAT record layout (fixed columns), one per loan with a
      *  provision this month or last:
      *      PVS-LOAN-ID     X(12)
      *      PVS-DATE        9(8)     business date provided
      *      PVS-BRANCH      X(4)
      *      PVS-BUCKET      X(3)
      *      PVS-LOAN-TYPE   X(2)
      *      PVS-PROVISION   S9(13)V99 sign leading separate
      *      PVS-OPEN-BRANCH X(4)     the opening it was provided
      *      PVS-OPEN-BUCKET X(3)     against
      *      PVS-OPENING     S9(13)V99 sign leading separate
      *
      *  PROVMOVE record layout (fixed columns):
      *      PMV-DATE        9(8)
      *      PMV-BRANCH      X(4)
      *      PMV-BUCKET      X(3)
      *      PMV-AMOUNT      S9(13)V99 sign leading separate,
      *                               positive an increase
      *
      *  Flags (cmdline-parms.cpy style):
      *      -FORCE=Y               run without the month-end marker
      *      -MAXLTV=<pct>          default covenant, default 80
      *      -REVALMONTHS=<n>       default interval, default 12
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. LOAN-PROVISION.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select LOAN-MASTER-FILE Assign To LOANMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is LNM-LOAN-ID
                File Status Is LPV-LOAN-STATUS.
            Select ARREARS-FILE Assign To ARREARS
                Organization Is Line Sequential
                File Status Is LPV-ARR-STATUS.
            Select COLLATERAL-FILE Assign To COLLTRL
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is CLT-ID
                File Status Is LPV-COLL-STATUS.
            Select OPTIONAL PARM-FILE Assign To COLLPARM
                Organization Is Line Sequential
                File Status Is LPV-PARM-STATUS.
            Select RATE-FILE Assign To PROVRATE
                Organization Is Line Sequential
                File Status Is LPV-RATE-STATUS.
            Select OPTIONAL PRIOR-FILE Assign To PROVSTAT
                Organization Is Line Sequential.
            Select STATE-FILE Assign To PROVSTAT
                Organization Is Line Sequential.
            Select MOVE-FILE Assign To PROVMOVE
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To PROVRPT
                Organization Is Line Sequential.
            Select SORT-FILE Assign To SORTWK01.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  LOAN-MASTER-FILE.
        COPY loan-master.
        FD  ARREARS-FILE.
        01  ARREARS-RECORD.
            05  ARR-LOAN-ID         PIC X(12).
            05  FILLER              PIC X(67).
            05  ARR-BUCKET          PIC X(03).
            05  FILLER              PIC X(41).
        FD  COLLATERAL-FILE.
        COPY collateral-record.
        FD  PARM-FILE.
        01  PARM-RECORD.
            05  CPR-TYPE            PIC X(02).
            05  CPR-MAX-LTV         PIC 9(3)V99.
            05  CPR-REVAL-MONTHS    PIC 9(03).
        FD  RATE-FILE.
        01  RATE-RECORD.
            05  PRR-BUCKET          PIC X(03).
            05  PRR-LOAN-TYPE       PIC X(02).
            05  PRR-RATE            PIC 9(3)V99.
        FD  PRIOR-FILE.
        01  PRIOR-RECORD            PIC X(68).
        FD  STATE-FILE.
        01  STATE-RECORD.
            05  PVS-LOAN-ID         PIC X(12).
            05  PVS-DATE            PIC 9(08).
            05  PVS-BRANCH          PIC X(04).
            05  PVS-BUCKET          PIC X(03).
            05  PVS-LOAN-TYPE       PIC X(02).
            05  PVS-PROVISION       PIC S9(13)V99
                                     Sign Leading Separate.
            05  PVS-OPEN-BRANCH     PIC X(04).
            05  PVS-OPEN-BUCKET     PIC X(03).
            05  PVS-OPENING         PIC S9(13)V99
                                     Sign Leading Separate.
        FD  MOVE-FILE.
        01  MOVE-RECORD.
            05  PMV-DATE            PIC 9(08).
            05  PMV-BRANCH          PIC X(04).
            05  PMV-BUCKET          PIC X(03).
            05  PMV-AMOUNT          PIC S9(13)V99
                                     Sign Leading Separate.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        SD  SORT-FILE.
        01  SORT-RECORD.
            05  SRT-LOAN-ID         PIC X(12).
            05  SRT-COLL-ID         PIC X(12).
            05  SRT-ELIGIBLE        PIC S9(15)V99 COMP-3.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY run-calendar.
        COPY bus-date.
        COPY rate-lookup.
        COPY gen-catalog.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  LPV-RUN-START.
            05  LPV-START-SECONDS   Usage BINARY-DOUBLE.
            05  LPV-START-NANOS     Usage BINARY-DOUBLE.
        01  LPV-RUN-STOP.
            05  LPV-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  LPV-STOP-NANOS      Usage BINARY-DOUBLE.
        01  LPV-RC                  Binary-Long.
        01  LPV-LOAN-STATUS         PIC X(02).
        01  LPV-ARR-STATUS          PIC X(02).
        01  LPV-COLL-STATUS         PIC X(02).
        01  LPV-PARM-STATUS         PIC X(02).
        01  LPV-RATE-STATUS         PIC X(02).
        01  LPV-FORCE               PIC X(01) Value 'N'.
        01  LPV-MONTH-END-SW        PIC X(01) Value 'N'.
            88  LPV-MONTH-END           Value 'Y', False 'N'.
        01  LPV-COLL-OPEN-SW        PIC X(01) Value 'N'.
            88  LPV-COLL-OPEN           Value 'Y', False 'N'.
        01  LPV-STATE-OPEN-SW       PIC X(01) Value 'N'.
            88  LPV-STATE-OPEN          Value 'Y', False 'N'.
        01  LPV-EOF-SWITCH          PIC X(01).
            88  LPV-EOF                 Value 'Y', False 'N'.
        01  LPV-TODAY               PIC 9(08) Value 0.
        01  LPV-TODAY-PARTS REDEFINES LPV-TODAY.
            05  LPV-TODAY-YYYY      PIC 9(04).
            05  LPV-TODAY-MM        PIC 9(02).
            05  LPV-TODAY-DD        PIC 9(02).
        01  LPV-VALDATE             PIC 9(08).
        01  LPV-VALDATE-PARTS REDEFINES LPV-VALDATE.
            05  LPV-VAL-YYYY        PIC 9(04).
            05  LPV-VAL-MM          PIC 9(02).
            05  LPV-VAL-DD          PIC 9(02).
        01  LPV-AGE-MONTHS          PIC S9(05).
        01  LPV-DEFAULT-LTV         PIC 9(3)V99 Value 80.
        01  LPV-DEFAULT-MONTHS      PIC 9(03) Value 12.
        01  LPV-MAX-LTV             PIC 9(3)V99.
        01  LPV-REVAL-MONTHS        PIC 9(03).
        01  LPV-PARM-COUNT          Binary-Long Value 0.
        01  LPV-PARM-SUB            Binary-Long.
        01  LPV-PARM-TABLE.
            05  LPV-PARM-ENTRY OCCURS 20 TIMES.
                10  LPV-P-TYPE      PIC X(02).
                10  LPV-P-MAX-LTV   PIC 9(3)V99.
                10  LPV-P-MONTHS    PIC 9(03).
        01  LPV-RATE-COUNT          Binary-Long Value 0.
        01  LPV-RATE-SUB            Binary-Long.
        01  LPV-BEST-SUB            Binary-Long.
        01  LPV-RATE-TABLE.
            05  LPV-RATE-ENTRY OCCURS 100 TIMES.
                10  LPV-R-BUCKET    PIC X(03).
                10  LPV-R-TYPE      PIC X(02).
                10  LPV-R-RATE      PIC 9(3)V99.
        01  LPV-FX-RATE             PIC 9(7)V9(8).
        01  LPV-BASE-VALUE          PIC S9(15)V99 COMP-3.
        01  LPV-LINK-SUB            Binary-Long.
      *    the streams matched by loan id, HIGH-VALUES once done
        01  LPV-LOAN-KEY            PIC X(12).
        01  LPV-PRIOR-KEY           PIC X(12).
        01  LPV-ARR-KEY             PIC X(12).
        01  LPV-COLL-KEY            PIC X(12).
        01  LPV-CUR-KEY             PIC X(12).
        01  LPV-PRIOR.
            05  LPV-PR-LOAN-ID      PIC X(12).
            05  LPV-PR-DATE         PIC 9(08).
            05  LPV-PR-BRANCH       PIC X(04).
            05  LPV-PR-BUCKET       PIC X(03).
            05  LPV-PR-LOAN-TYPE    PIC X(02).
            05  LPV-PR-PROVISION    PIC S9(13)V99
                                     Sign Leading Separate.
            05  LPV-PR-OPEN-BRANCH  PIC X(04).
            05  LPV-PR-OPEN-BUCKET  PIC X(03).
            05  LPV-PR-OPENING      PIC S9(13)V99
                                     Sign Leading Separate.
        01  LPV-ON-MASTER-SW        PIC X(01).
            88  LPV-ON-MASTER           Value 'Y', False 'N'.
        01  LPV-PROVIDED-SW         PIC X(01).
            88  LPV-PROVIDED            Value 'Y', False 'N'.
        01  LPV-BRANCH              PIC X(04).
        01  LPV-BUCKET              PIC X(03).
        01  LPV-LOAN-TYPE           PIC X(02).
        01  LPV-OPEN-BRANCH         PIC X(04).
        01  LPV-OPEN-BUCKET         PIC X(03).
        01  LPV-OPENING             PIC S9(13)V99 COMP-3.
        01  LPV-CLOSING             PIC S9(13)V99 COMP-3.
        01  LPV-BALANCE             PIC S9(15)V99 COMP-3.
        01  LPV-ELIGIBLE            PIC S9(15)V99 COMP-3.
        01  LPV-NET                 PIC S9(15)V99 COMP-3.
        01  LPV-PROV-RATE           PIC 9(3)V99.
      *    movement cells, kept in branch and bucket order
        01  LPV-FIND-KEY.
            05  LPV-FIND-BRANCH     PIC X(04).
            05  LPV-FIND-BUCKET     PIC X(03).
        01  LPV-CELL-COUNT          Binary-Long Value 0.
        01  LPV-CELL-SUB            Binary-Long.
        01  LPV-SHIFT-SUB           Binary-Long.
        01  LPV-CELL-TABLE.
            05  LPV-CELL OCCURS 500 TIMES.
                10  LPV-C-KEY.
                    15  LPV-C-BRANCH
                                    PIC X(04).
                    15  LPV-C-BUCKET
                                    PIC X(03).
                10  LPV-C-LOANS     PIC 9(07).
                10  LPV-C-OPENING   PIC S9(15)V99 COMP-3.
                10  LPV-C-CLOSING   PIC S9(15)V99 COMP-3.
        01  LPV-BUCKET-CODES        PIC X(15)
                Value '000030060090120'.
        01  LPV-BUCKET-CODE-TABLE REDEFINES LPV-BUCKET-CODES.
            05  LPV-B-CODE          PIC X(03) OCCURS 5 TIMES.
        01  LPV-BKT-SUB             Binary-Long.
        01  LPV-BUCKET-TABLE.
            05  LPV-BUCKET-ENTRY OCCURS 5 TIMES.
                10  LPV-B-LOANS     PIC 9(07).
                10  LPV-B-OPENING   PIC S9(15)V99 COMP-3.
                10  LPV-B-CLOSING   PIC S9(15)V99 COMP-3.
        01  LPV-PREV-BRANCH         PIC X(04).
        01  LPV-BRANCH-LOANS        PIC 9(07).
        01  LPV-BRANCH-OPENING      PIC S9(15)V99 COMP-3.
        01  LPV-BRANCH-CLOSING      PIC S9(15)V99 COMP-3.
        01  LPV-TOTAL-LOANS         PIC 9(07) Value 0.
        01  LPV-TOTAL-OPENING       PIC S9(15)V99 COMP-3 Value 0.
        01  LPV-TOTAL-CLOSING       PIC S9(15)V99 COMP-3 Value 0.
        01  LPV-MOVEMENT            PIC S9(15)V99 COMP-3.
        01  LPV-TOTAL-INCREASE      PIC S9(15)V99 COMP-3 Value 0.
        01  LPV-TOTAL-RELEASE       PIC S9(15)V99 COMP-3 Value 0.
        01  LPV-LOAN-COUNT          PIC 9(07) Value 0.
        01  LPV-RELEASED-COUNT      PIC 9(07) Value 0.
        01  LPV-UNRATED-COUNT       PIC 9(07) Value 0.
        01  LPV-UNPRICED-COUNT      PIC 9(07) Value 0.
        01  LPV-STALE-COUNT         PIC 9(07) Value 0.
        01  LPV-NO-VALUE-COUNT      PIC 9(07) Value 0.
        01  LPV-STATE-COUNT         PIC 9(07) Value 0.
        01  LPV-MOVE-COUNT          PIC 9(07) Value 0.
        01  LPV-HDR-LINE.
            05  FILLER              PIC X(34) Value
                'LOAN LOSS PROVISION --            '.
            05  LPV-HDR-DATE        PIC 9(08).
        01  LPV-SECTION-LINE        PIC X(60).
        01  LPV-COL-LINE.
            05  FILLER              PIC X(36) Value
                'BRCH BKT   LOANS             OPENING'.
            05  FILLER              PIC X(20) Value
                '             CLOSING'.
            05  FILLER              PIC X(20) Value
                '            MOVEMENT'.
        01  LPV-CELL-LINE.
            05  LPV-CL-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  LPV-CL-BUCKET       PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  LPV-CL-LOANS        PIC Z(6)9.
            05  FILLER              PIC X(01) Value SPACE.
            05  LPV-CL-OPENING      PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  LPV-CL-CLOSING      PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  LPV-CL-MOVEMENT     PIC -(15)9.99.
        01  LPV-GL-LINE.
            05  FILLER              PIC X(22) Value
                'GL JOURNAL  INCREASES '.
            05  LPV-GL-INCREASE     PIC -(15)9.99.
            05  FILLER              PIC X(11) Value '  RELEASES '.
            05  LPV-GL-RELEASE      PIC -(15)9.99.
            05  FILLER              PIC X(06) Value '  NET '.
            05  LPV-GL-NET          PIC -(15)9.99.
            05  FILLER              PIC X(07) Value '  ROWS '.
            05  LPV-GL-ROWS         PIC Z(6)9.
        01  LPV-GL-TIE-LINE.
            05  FILLER              PIC X(22) Value
                'GL DEBITS AND CREDITS '.
            05  LPV-GT-AMOUNT       PIC -(15)9.99.
            05  FILLER              PIC X(40) Value
                '  EACH, THROUGH THE BRANCH LP GLMAP ROWS'.
        01  LPV-EXCP-LINE.
            05  FILLER              PIC X(08) Value 'UNRATED '.
            05  LPV-EL-UNRATED      PIC Z(6)9.
            05  FILLER              PIC X(14) Value
                '  NO FX RATE  '.
            05  LPV-EL-UNPRICED     PIC Z(6)9.
            05  FILLER              PIC X(20) Value
                '  STALE COLLATERAL  '.
            05  LPV-EL-STALE        PIC Z(6)9.
            05  FILLER              PIC X(23) Value
                '  UNPRICED COLLATERAL  '.
            05  LPV-EL-NO-VALUE     PIC Z(6)9.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK AND LPV-MONTH-END
               SORT SORT-FILE
                  ON ASCENDING KEY SRT-LOAN-ID SRT-COLL-ID
                  INPUT PROCEDURE IS 2000-SCAN-COLLATERAL
                     THRU 2000-SCAN-COLLATERAL-EXIT
                  OUTPUT PROCEDURE IS 4000-PROVIDE-LOANS
                     THRU 4000-PROVIDE-LOANS-EXIT
               PERFORM 5000-CLOSE-INPUTS THRU 5000-CLOSE-INPUTS-EXIT
               PERFORM 6000-REPORT-MOVEMENT
                  THRU 6000-REPORT-MOVEMENT-EXIT
               PERFORM 7000-PUBLISH-STATE
                  THRU 7000-PUBLISH-STATE-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, LPV-RUN-START)
              TO LPV-RC
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'FORCE' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE (1:1) TO LPV-FORCE
            END-IF
            MOVE 'MAXLTV' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO LPV-DEFAULT-LTV
            END-IF
            MOVE 'REVALMONTHS' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO LPV-DEFAULT-MONTHS
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'loan-provision: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO LPV-TODAY
      *    the month-end marker selects this step; off month-end
      *    the stream just passes through
            IF LPV-FORCE NOT = 'Y'
               SET RCQ-REQ-INFO TO TRUE
               MOVE LPV-TODAY TO RCQ-DATE
               CALL 'RUN-CALENDAR' USING RCQ-CONTROL
               IF NOT RCQ-OK OR NOT RCQ-IS-MONTH-END
                  DISPLAY 'loan-provision: ' LPV-TODAY
                     ' is not month-end, nothing to provide'
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
            END-IF
            SET LPV-MONTH-END TO TRUE
            PERFORM 1100-LOAD-RATES THRU 1100-LOAD-RATES-EXIT
            IF NOT JOB-OK
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1200-LOAD-PARMS THRU 1200-LOAD-PARMS-EXIT
            OPEN INPUT COLLATERAL-FILE
            IF LPV-COLL-STATUS = '35'
      *        nothing has ever been registered: no loan is secured
               DISPLAY 'loan-provision: no collateral register yet'
            ELSE
               IF LPV-COLL-STATUS NOT = '00'
                  DISPLAY 'loan-provision: cannot open COLLTRL, '
                     'status ' LPV-COLL-STATUS
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
               SET LPV-COLL-OPEN TO TRUE
            END-IF
            OPEN INPUT LOAN-MASTER-FILE
            IF LPV-LOAN-STATUS NOT = '00'
               DISPLAY 'loan-provision: cannot open LOANMST, status '
                  LPV-LOAN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT ARREARS-FILE
            IF LPV-ARR-STATUS NOT = '00'
               DISPLAY 'loan-provision: no ARREARS from LOAN-DELINQ, '
                  'status ' LPV-ARR-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1300-OPEN-STATE THRU 1300-OPEN-STATE-EXIT.
        1000-INITIALIZE-EXIT.
            EXIT.

      * without its rates the step cannot provide anything, so a
      * missing PROVRATE stops the stream rather than releasing
      * the whole allowance
        1100-LOAD-RATES.
            OPEN INPUT RATE-FILE
            IF LPV-RATE-STATUS NOT = '00'
               DISPLAY 'loan-provision: cannot open PROVRATE, status '
                  LPV-RATE-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1100-LOAD-RATES-EXIT
            END-IF
            SET LPV-EOF TO FALSE
            PERFORM 1110-READ-ONE-RATE THRU 1110-READ-ONE-RATE-EXIT
               UNTIL LPV-EOF
            CLOSE RATE-FILE
            IF LPV-RATE-COUNT = 0
               DISPLAY 'loan-provision: PROVRATE has no usable rows'
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        1100-LOAD-RATES-EXIT.
            EXIT.

        1110-READ-ONE-RATE.
            READ RATE-FILE
                AT END
                    SET LPV-EOF TO TRUE
                    GO TO 1110-READ-ONE-RATE-EXIT
            END-READ
            IF PRR-RATE NOT NUMERIC OR
               PRR-RATE > 100 OR
               PRR-BUCKET = SPACES OR
               PRR-LOAN-TYPE = SPACES
               DISPLAY 'loan-provision: PROVRATE row '
                  PRR-BUCKET ' ' PRR-LOAN-TYPE ' skipped'
               GO TO 1110-READ-ONE-RATE-EXIT
            END-IF
            IF LPV-RATE-COUNT >= 100
               DISPLAY 'loan-provision: PROVRATE over 100 rows, '
                  PRR-BUCKET ' ' PRR-LOAN-TYPE ' ignored'
               GO TO 1110-READ-ONE-RATE-EXIT
            END-IF
            ADD 1 TO LPV-RATE-COUNT
            MOVE PRR-BUCKET TO LPV-R-BUCKET (LPV-RATE-COUNT)
            MOVE PRR-LOAN-TYPE TO LPV-R-TYPE (LPV-RATE-COUNT)
            MOVE PRR-RATE TO LPV-R-RATE (LPV-RATE-COUNT).
        1110-READ-ONE-RATE-EXIT.
            EXIT.

        1200-LOAD-PARMS.
            OPEN INPUT PARM-FILE
            IF LPV-PARM-STATUS NOT = '00' AND
               LPV-PARM-STATUS NOT = '05'
               GO TO 1200-LOAD-PARMS-EXIT
            END-IF
            SET LPV-EOF TO FALSE
            PERFORM 1210-READ-ONE-PARM THRU 1210-READ-ONE-PARM-EXIT
               UNTIL LPV-EOF
            CLOSE PARM-FILE.
        1200-LOAD-PARMS-EXIT.
            EXIT.

        1210-READ-ONE-PARM.
            READ PARM-FILE
                AT END
                    SET LPV-EOF TO TRUE
                    GO TO 1210-READ-ONE-PARM-EXIT
            END-READ
            IF CPR-MAX-LTV NOT NUMERIC OR
               CPR-REVAL-MONTHS NOT NUMERIC OR
               CPR-TYPE = SPACES
               GO TO 1210-READ-ONE-PARM-EXIT
            END-IF
            IF LPV-PARM-COUNT >= 20
               GO TO 1210-READ-ONE-PARM-EXIT
            END-IF
            ADD 1 TO LPV-PARM-COUNT
            MOVE CPR-TYPE TO LPV-P-TYPE (LPV-PARM-COUNT)
            MOVE CPR-MAX-LTV TO LPV-P-MAX-LTV (LPV-PARM-COUNT)
            MOVE CPR-REVAL-MONTHS TO LPV-P-MONTHS (LPV-PARM-COUNT).
        1210-READ-ONE-PARM-EXIT.
            EXIT.

      * last month's generation is read alongside the loan master
      * while this month's is written, so PROVSTAT must be a
      * cataloged generation -- in place, the one would overwrite
      * the other
        1300-OPEN-STATE.
            MOVE 'PROVSTAT' TO GNC-BASE-NAME
            PERFORM 9850-GEN-POINT-INPUT THRU 9850-GEN-POINT-INPUT-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 1300-OPEN-STATE-EXIT
            END-IF
            IF GNC-UNDEFINED
               DISPLAY 'loan-provision: PROVSTAT is not defined '
                  'on GENDEFS'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1300-OPEN-STATE-EXIT
            END-IF
            OPEN INPUT PRIOR-FILE
            PERFORM 9860-GEN-POINT-OUTPUT
               THRU 9860-GEN-POINT-OUTPUT-EXIT
            IF JOB-NEEDS-RERUN
               CLOSE PRIOR-FILE
               GO TO 1300-OPEN-STATE-EXIT
            END-IF
            OPEN OUTPUT STATE-FILE
            SET LPV-STATE-OPEN TO TRUE.
        1300-OPEN-STATE-EXIT.
            EXIT.

      * one pass over the register: every loan link of an active,
      * priced, currently valued item goes to the sort with the
      * eligible share of its base value
        2000-SCAN-COLLATERAL.
            IF NOT LPV-COLL-OPEN
               GO TO 2000-SCAN-COLLATERAL-EXIT
            END-IF
            SET LPV-EOF TO FALSE
            PERFORM 2100-SCAN-ONE THRU 2100-SCAN-ONE-EXIT
               UNTIL LPV-EOF.
        2000-SCAN-COLLATERAL-EXIT.
            EXIT.

        2100-SCAN-ONE.
            READ COLLATERAL-FILE NEXT
                AT END
                    SET LPV-EOF TO TRUE
                    GO TO 2100-SCAN-ONE-EXIT
            END-READ
            IF NOT CLT-STATUS-ACTIVE
               GO TO 2100-SCAN-ONE-EXIT
            END-IF
            PERFORM 2200-TYPE-PARMS THRU 2200-TYPE-PARMS-EXIT
      *    whole months since the valuation, a month not counted
      *    until its day comes round, as COLL-MONITOR ages them
            MOVE CLT-VALUATION-DATE TO LPV-VALDATE
            COMPUTE LPV-AGE-MONTHS =
               (LPV-TODAY-YYYY * 12 + LPV-TODAY-MM)
             - (LPV-VAL-YYYY * 12 + LPV-VAL-MM)
            IF LPV-TODAY-DD < LPV-VAL-DD
               SUBTRACT 1 FROM LPV-AGE-MONTHS
            END-IF
            IF LPV-AGE-MONTHS >= LPV-REVAL-MONTHS
               ADD 1 TO LPV-STALE-COUNT
               GO TO 2100-SCAN-ONE-EXIT
            END-IF
            MOVE 1 TO LPV-FX-RATE
            IF CLT-CURRENCY NOT = SPACES
               MOVE CLT-CURRENCY TO RLK-CURRENCY
               MOVE LPV-TODAY TO RLK-VALUE-DATE
               CALL 'RATE-LOOKUP' USING RLK-CONTROL
               IF NOT RLK-OK
                  ADD 1 TO LPV-NO-VALUE-COUNT
                  GO TO 2100-SCAN-ONE-EXIT
               END-IF
               MOVE RLK-RATE TO LPV-FX-RATE
            END-IF
            COMPUTE LPV-BASE-VALUE ROUNDED =
               CLT-VALUATION * LPV-FX-RATE
            PERFORM 2300-RELEASE-ONE-LINK
               THRU 2300-RELEASE-ONE-LINK-EXIT
               VARYING LPV-LINK-SUB FROM 1 BY 1
               UNTIL LPV-LINK-SUB > CLT-LINK-COUNT
                  OR LPV-LINK-SUB > 5.
        2100-SCAN-ONE-EXIT.
            EXIT.

        2200-TYPE-PARMS.
            MOVE LPV-DEFAULT-LTV TO LPV-MAX-LTV
            MOVE LPV-DEFAULT-MONTHS TO LPV-REVAL-MONTHS
            PERFORM 2210-MATCH-ONE THRU 2210-MATCH-ONE-EXIT
               VARYING LPV-PARM-SUB FROM 1 BY 1
               UNTIL LPV-PARM-SUB > LPV-PARM-COUNT
                  OR LPV-P-TYPE (LPV-PARM-SUB) = CLT-TYPE
            IF LPV-PARM-SUB <= LPV-PARM-COUNT
               MOVE LPV-P-MAX-LTV (LPV-PARM-SUB) TO LPV-MAX-LTV
               MOVE LPV-P-MONTHS (LPV-PARM-SUB) TO LPV-REVAL-MONTHS
            END-IF.
        2200-TYPE-PARMS-EXIT.
            EXIT.

        2210-MATCH-ONE.
            CONTINUE.
        2210-MATCH-ONE-EXIT.
            EXIT.

        2300-RELEASE-ONE-LINK.
            MOVE CLT-L-LOAN-ID (LPV-LINK-SUB) TO SRT-LOAN-ID
            MOVE CLT-ID TO SRT-COLL-ID
            COMPUTE SRT-ELIGIBLE ROUNDED = LPV-BASE-VALUE
               * CLT-L-ALLOC-PCT (LPV-LINK-SUB) / 100
               * LPV-MAX-LTV / 100
            RELEASE SORT-RECORD.
        2300-RELEASE-ONE-LINK-EXIT.
            EXIT.

      * the loan master and last month's provisions, both in loan id
      * order, are matched against the arrears and the sorted
      * collateral: each loan id on either is provided once
        4000-PROVIDE-LOANS.
            PERFORM 4100-READ-LOAN THRU 4100-READ-LOAN-EXIT
            PERFORM 4200-READ-PRIOR THRU 4200-READ-PRIOR-EXIT
            PERFORM 4300-READ-ARREARS THRU 4300-READ-ARREARS-EXIT
            PERFORM 4400-RETURN-COLLATERAL
               THRU 4400-RETURN-COLLATERAL-EXIT
            PERFORM 4500-PROVIDE-ONE THRU 4500-PROVIDE-ONE-EXIT
               UNTIL LPV-LOAN-KEY = HIGH-VALUES
                 AND LPV-PRIOR-KEY = HIGH-VALUES.
        4000-PROVIDE-LOANS-EXIT.
            EXIT.

        4100-READ-LOAN.
            READ LOAN-MASTER-FILE NEXT
                AT END
                    MOVE HIGH-VALUES TO LPV-LOAN-KEY
                    GO TO 4100-READ-LOAN-EXIT
            END-READ
            MOVE LNM-LOAN-ID TO LPV-LOAN-KEY.
        4100-READ-LOAN-EXIT.
            EXIT.

        4200-READ-PRIOR.
            IF NOT LPV-STATE-OPEN
               MOVE HIGH-VALUES TO LPV-PRIOR-KEY
               GO TO 4200-READ-PRIOR-EXIT
            END-IF
            READ PRIOR-FILE INTO LPV-PRIOR
                AT END
                    MOVE HIGH-VALUES TO LPV-PRIOR-KEY
                    GO TO 4200-READ-PRIOR-EXIT
            END-READ
            MOVE LPV-PR-LOAN-ID TO LPV-PRIOR-KEY.
        4200-READ-PRIOR-EXIT.
            EXIT.

        4300-READ-ARREARS.
            READ ARREARS-FILE
                AT END
                    MOVE HIGH-VALUES TO LPV-ARR-KEY
                    GO TO 4300-READ-ARREARS-EXIT
            END-READ
            MOVE ARR-LOAN-ID TO LPV-ARR-KEY.
        4300-READ-ARREARS-EXIT.
            EXIT.

        4400-RETURN-COLLATERAL.
            RETURN SORT-FILE
                AT END
                    MOVE HIGH-VALUES TO LPV-COLL-KEY
                    GO TO 4400-RETURN-COLLATERAL-EXIT
            END-RETURN
            MOVE SRT-LOAN-ID TO LPV-COLL-KEY.
        4400-RETURN-COLLATERAL-EXIT.
            EXIT.

        4500-PROVIDE-ONE.
            IF LPV-LOAN-KEY < LPV-PRIOR-KEY
               MOVE LPV-LOAN-KEY TO LPV-CUR-KEY
            ELSE
               MOVE LPV-PRIOR-KEY TO LPV-CUR-KEY
            END-IF
            PERFORM 4300-READ-ARREARS THRU 4300-READ-ARREARS-EXIT
               UNTIL LPV-ARR-KEY NOT < LPV-CUR-KEY
            MOVE 0 TO LPV-ELIGIBLE
            PERFORM 4510-TAKE-COLLATERAL
               THRU 4510-TAKE-COLLATERAL-EXIT
               UNTIL LPV-COLL-KEY > LPV-CUR-KEY
      *    the opening is last month's provision -- or, on a rerun
      *    the same business date, the opening the first run used
            MOVE 0 TO LPV-OPENING
            MOVE SPACES TO LPV-OPEN-BRANCH LPV-OPEN-BUCKET
            IF LPV-PRIOR-KEY = LPV-CUR-KEY
               IF LPV-PR-DATE = LPV-TODAY
                  MOVE LPV-PR-OPENING TO LPV-OPENING
                  MOVE LPV-PR-OPEN-BRANCH TO LPV-OPEN-BRANCH
                  MOVE LPV-PR-OPEN-BUCKET TO LPV-OPEN-BUCKET
               ELSE
                  MOVE LPV-PR-PROVISION TO LPV-OPENING
                  MOVE LPV-PR-BRANCH TO LPV-OPEN-BRANCH
                  MOVE LPV-PR-BUCKET TO LPV-OPEN-BUCKET
               END-IF
               PERFORM 4200-READ-PRIOR THRU 4200-READ-PRIOR-EXIT
            END-IF
            MOVE 0 TO LPV-CLOSING
            MOVE LPV-OPEN-BRANCH TO LPV-BRANCH
            MOVE LPV-OPEN-BUCKET TO LPV-BUCKET
            MOVE SPACES TO LPV-LOAN-TYPE
            SET LPV-PROVIDED TO FALSE
            IF LPV-LOAN-KEY = LPV-CUR-KEY
               IF LNM-STATUS-ACTIVE
                  PERFORM 4600-ASSESS-LOAN THRU 4600-ASSESS-LOAN-EXIT
               END-IF
               PERFORM 4100-READ-LOAN THRU 4100-READ-LOAN-EXIT
            END-IF
            IF NOT LPV-PROVIDED AND LPV-OPENING NOT = 0
               ADD 1 TO LPV-RELEASED-COUNT
            END-IF
            IF LPV-OPENING NOT = 0
               MOVE LPV-OPEN-BRANCH TO LPV-FIND-BRANCH
               MOVE LPV-OPEN-BUCKET TO LPV-FIND-BUCKET
               PERFORM 4700-FIND-CELL THRU 4700-FIND-CELL-EXIT
               IF LPV-CELL-SUB > 0
                  ADD LPV-OPENING TO LPV-C-OPENING (LPV-CELL-SUB)
               END-IF
            END-IF
            IF LPV-PROVIDED
               MOVE LPV-BRANCH TO LPV-FIND-BRANCH
               MOVE LPV-BUCKET TO LPV-FIND-BUCKET
               PERFORM 4700-FIND-CELL THRU 4700-FIND-CELL-EXIT
               IF LPV-CELL-SUB > 0
                  ADD 1 TO LPV-C-LOANS (LPV-CELL-SUB)
                  ADD LPV-CLOSING TO LPV-C-CLOSING (LPV-CELL-SUB)
               END-IF
            END-IF
            IF LPV-OPENING = 0 AND LPV-CLOSING = 0
               GO TO 4500-PROVIDE-ONE-EXIT
            END-IF
            MOVE LPV-CUR-KEY TO PVS-LOAN-ID
            MOVE LPV-TODAY TO PVS-DATE
            MOVE LPV-BRANCH TO PVS-BRANCH
            MOVE LPV-BUCKET TO PVS-BUCKET
            MOVE LPV-LOAN-TYPE TO PVS-LOAN-TYPE
            MOVE LPV-CLOSING TO PVS-PROVISION
            MOVE LPV-OPEN-BRANCH TO PVS-OPEN-BRANCH
            MOVE LPV-OPEN-BUCKET TO PVS-OPEN-BUCKET
            MOVE LPV-OPENING TO PVS-OPENING
            WRITE STATE-RECORD
            ADD 1 TO LPV-STATE-COUNT.
        4500-PROVIDE-ONE-EXIT.
            EXIT.

      * collateral linked to a loan no longer on the master is
      * passed over with the loan ids before it
        4510-TAKE-COLLATERAL.
            IF LPV-COLL-KEY = LPV-CUR-KEY
               ADD SRT-ELIGIBLE TO LPV-ELIGIBLE
            END-IF
            PERFORM 4400-RETURN-COLLATERAL
               THRU 4400-RETURN-COLLATERAL-EXIT.
        4510-TAKE-COLLATERAL-EXIT.
            EXIT.

      * an active loan, provided at its bucket and type's rate on
      * what its eligible collateral does not cover
        4600-ASSESS-LOAN.
            ADD 1 TO LPV-LOAN-COUNT
            SET LPV-PROVIDED TO TRUE
            MOVE LNM-BRANCH TO LPV-BRANCH
            MOVE LNM-LOAN-TYPE TO LPV-LOAN-TYPE
            IF LPV-ARR-KEY = LPV-CUR-KEY
               MOVE ARR-BUCKET TO LPV-BUCKET
            ELSE
               MOVE '000' TO LPV-BUCKET
            END-IF
            MOVE LNM-PRINCIPAL-OS TO LPV-BALANCE
            IF LNM-CURRENCY NOT = SPACES
               MOVE LNM-CURRENCY TO RLK-CURRENCY
               MOVE LPV-TODAY TO RLK-VALUE-DATE
               CALL 'RATE-LOOKUP' USING RLK-CONTROL
               IF NOT RLK-OK
                  DISPLAY 'loan-provision: no ' LNM-CURRENCY
                     ' rate, ' LNM-LOAN-ID ' keeps its provision'
                  ADD 1 TO LPV-UNPRICED-COUNT
                  MOVE LPV-OPENING TO LPV-CLOSING
                  GO TO 4600-ASSESS-LOAN-EXIT
               END-IF
               COMPUTE LPV-BALANCE ROUNDED =
                  LNM-PRINCIPAL-OS * RLK-RATE
            END-IF
            MOVE 0 TO LPV-BEST-SUB
            PERFORM 4610-TEST-ONE-RATE THRU 4610-TEST-ONE-RATE-EXIT
               VARYING LPV-RATE-SUB FROM 1 BY 1
               UNTIL LPV-RATE-SUB > LPV-RATE-COUNT
            IF LPV-BEST-SUB = 0
               DISPLAY 'loan-provision: no PROVRATE row for '
                  LPV-BUCKET ' ' LPV-LOAN-TYPE ', ' LNM-LOAN-ID
               ADD 1 TO LPV-UNRATED-COUNT
               MOVE 0 TO LPV-PROV-RATE
            ELSE
               MOVE LPV-R-RATE (LPV-BEST-SUB) TO LPV-PROV-RATE
            END-IF
            COMPUTE LPV-NET = LPV-BALANCE - LPV-ELIGIBLE
            IF LPV-NET < 0
               MOVE 0 TO LPV-NET
            END-IF
            COMPUTE LPV-CLOSING ROUNDED =
               LPV-NET * LPV-PROV-RATE / 100.
        4600-ASSESS-LOAN-EXIT.
            EXIT.

      * the loan type's own row wins over the '**' row
        4610-TEST-ONE-RATE.
            IF LPV-R-BUCKET (LPV-RATE-SUB) NOT = LPV-BUCKET
               GO TO 4610-TEST-ONE-RATE-EXIT
            END-IF
            IF LPV-R-TYPE (LPV-RATE-SUB) = LPV-LOAN-TYPE
               MOVE LPV-RATE-SUB TO LPV-BEST-SUB
               GO TO 4610-TEST-ONE-RATE-EXIT
            END-IF
            IF LPV-R-TYPE (LPV-RATE-SUB) = '**' AND
               LPV-BEST-SUB = 0
               MOVE LPV-RATE-SUB TO LPV-BEST-SUB
            END-IF.
        4610-TEST-ONE-RATE-EXIT.
            EXIT.

      * the cell for LPV-FIND-KEY, added in key order when new; a
      * full table leaves LPV-CELL-SUB zero and stops the publish,
      * as the movement would no longer tie
        4700-FIND-CELL.
            PERFORM 4710-MATCH-ONE-CELL THRU 4710-MATCH-ONE-CELL-EXIT
               VARYING LPV-CELL-SUB FROM 1 BY 1
               UNTIL LPV-CELL-SUB > LPV-CELL-COUNT
                  OR LPV-C-KEY (LPV-CELL-SUB) NOT < LPV-FIND-KEY
            IF LPV-CELL-SUB <= LPV-CELL-COUNT
               IF LPV-C-KEY (LPV-CELL-SUB) = LPV-FIND-KEY
                  GO TO 4700-FIND-CELL-EXIT
               END-IF
            END-IF
            IF LPV-CELL-COUNT >= 500
               DISPLAY 'loan-provision: over 500 branch buckets, '
                  LPV-FIND-BRANCH ' ' LPV-FIND-BUCKET ' not kept'
               SET JOB-NEEDS-RERUN TO TRUE
               MOVE 0 TO LPV-CELL-SUB
               GO TO 4700-FIND-CELL-EXIT
            END-IF
            PERFORM 4720-SHIFT-ONE-CELL THRU 4720-SHIFT-ONE-CELL-EXIT
               VARYING LPV-SHIFT-SUB FROM LPV-CELL-COUNT BY -1
               UNTIL LPV-SHIFT-SUB < LPV-CELL-SUB
            ADD 1 TO LPV-CELL-COUNT
            MOVE LPV-FIND-KEY TO LPV-C-KEY (LPV-CELL-SUB)
            MOVE 0 TO LPV-C-LOANS (LPV-CELL-SUB)
            MOVE 0 TO LPV-C-OPENING (LPV-CELL-SUB)
            MOVE 0 TO LPV-C-CLOSING (LPV-CELL-SUB).
        4700-FIND-CELL-EXIT.
            EXIT.

        4710-MATCH-ONE-CELL.
            CONTINUE.
        4710-MATCH-ONE-CELL-EXIT.
            EXIT.

        4720-SHIFT-ONE-CELL.
            MOVE LPV-CELL (LPV-SHIFT-SUB)
              TO LPV-CELL (LPV-SHIFT-SUB + 1).
        4720-SHIFT-ONE-CELL-EXIT.
            EXIT.

        5000-CLOSE-INPUTS.
            IF LPV-COLL-OPEN
               CLOSE COLLATERAL-FILE
            END-IF
            CLOSE LOAN-MASTER-FILE ARREARS-FILE
            IF LPV-STATE-OPEN
               CLOSE PRIOR-FILE STATE-FILE
            END-IF.
        5000-CLOSE-INPUTS-EXIT.
            EXIT.

      * each branch and bucket's net movement is one PROVMOVE row;
      * the journal GL-BRIDGE posts from them is the report's net
        6000-REPORT-MOVEMENT.
            IF NOT JOB-OK
               GO TO 6000-REPORT-MOVEMENT-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE MOVE-FILE
            MOVE LPV-TODAY TO LPV-HDR-DATE
            WRITE REPORT-LINE FROM LPV-HDR-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 'MOVEMENT BY BRANCH AND BUCKET' TO LPV-SECTION-LINE
            WRITE REPORT-LINE FROM LPV-SECTION-LINE
            WRITE REPORT-LINE FROM LPV-COL-LINE
            INITIALIZE LPV-BUCKET-TABLE
            MOVE SPACES TO LPV-PREV-BRANCH
            PERFORM 6100-REPORT-ONE-CELL THRU 6100-REPORT-ONE-CELL-EXIT
               VARYING LPV-CELL-SUB FROM 1 BY 1
               UNTIL LPV-CELL-SUB > LPV-CELL-COUNT
            IF LPV-PREV-BRANCH NOT = SPACES
               PERFORM 6200-BRANCH-TOTAL THRU 6200-BRANCH-TOTAL-EXIT
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 'MOVEMENT BY BUCKET' TO LPV-SECTION-LINE
            WRITE REPORT-LINE FROM LPV-SECTION-LINE
            WRITE REPORT-LINE FROM LPV-COL-LINE
            PERFORM 6300-REPORT-ONE-BUCKET
               THRU 6300-REPORT-ONE-BUCKET-EXIT
               VARYING LPV-BKT-SUB FROM 1 BY 1
               UNTIL LPV-BKT-SUB > 5
            MOVE 'ALL ' TO LPV-CL-BRANCH
            MOVE 'ALL' TO LPV-CL-BUCKET
            MOVE LPV-TOTAL-LOANS TO LPV-CL-LOANS
            MOVE LPV-TOTAL-OPENING TO LPV-CL-OPENING
            MOVE LPV-TOTAL-CLOSING TO LPV-CL-CLOSING
            COMPUTE LPV-CL-MOVEMENT =
               LPV-TOTAL-CLOSING - LPV-TOTAL-OPENING
            WRITE REPORT-LINE FROM LPV-CELL-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE LPV-TOTAL-INCREASE TO LPV-GL-INCREASE
            MOVE LPV-TOTAL-RELEASE TO LPV-GL-RELEASE
            COMPUTE LPV-GL-NET =
               LPV-TOTAL-INCREASE - LPV-TOTAL-RELEASE
            MOVE LPV-MOVE-COUNT TO LPV-GL-ROWS
            WRITE REPORT-LINE FROM LPV-GL-LINE
            COMPUTE LPV-GT-AMOUNT =
               LPV-TOTAL-INCREASE + LPV-TOTAL-RELEASE
            WRITE REPORT-LINE FROM LPV-GL-TIE-LINE
            MOVE LPV-UNRATED-COUNT TO LPV-EL-UNRATED
            MOVE LPV-UNPRICED-COUNT TO LPV-EL-UNPRICED
            MOVE LPV-STALE-COUNT TO LPV-EL-STALE
            MOVE LPV-NO-VALUE-COUNT TO LPV-EL-NO-VALUE
            WRITE REPORT-LINE FROM LPV-EXCP-LINE
            CLOSE REPORT-FILE MOVE-FILE.
        6000-REPORT-MOVEMENT-EXIT.
            EXIT.

        6100-REPORT-ONE-CELL.
            IF LPV-C-BRANCH (LPV-CELL-SUB) NOT = LPV-PREV-BRANCH
               IF LPV-PREV-BRANCH NOT = SPACES
                  PERFORM 6200-BRANCH-TOTAL
                     THRU 6200-BRANCH-TOTAL-EXIT
               END-IF
               MOVE LPV-C-BRANCH (LPV-CELL-SUB) TO LPV-PREV-BRANCH
               MOVE 0 TO LPV-BRANCH-LOANS
               MOVE 0 TO LPV-BRANCH-OPENING LPV-BRANCH-CLOSING
            END-IF
            COMPUTE LPV-MOVEMENT = LPV-C-CLOSING (LPV-CELL-SUB)
                                 - LPV-C-OPENING (LPV-CELL-SUB)
            MOVE LPV-C-BRANCH (LPV-CELL-SUB) TO LPV-CL-BRANCH
            MOVE LPV-C-BUCKET (LPV-CELL-SUB) TO LPV-CL-BUCKET
            MOVE LPV-C-LOANS (LPV-CELL-SUB) TO LPV-CL-LOANS
            MOVE LPV-C-OPENING (LPV-CELL-SUB) TO LPV-CL-OPENING
            MOVE LPV-C-CLOSING (LPV-CELL-SUB) TO LPV-CL-CLOSING
            MOVE LPV-MOVEMENT TO LPV-CL-MOVEMENT
            WRITE REPORT-LINE FROM LPV-CELL-LINE
            ADD LPV-C-LOANS (LPV-CELL-SUB) TO LPV-BRANCH-LOANS
                                              LPV-TOTAL-LOANS
            ADD LPV-C-OPENING (LPV-CELL-SUB) TO LPV-BRANCH-OPENING
                                                LPV-TOTAL-OPENING
            ADD LPV-C-CLOSING (LPV-CELL-SUB) TO LPV-BRANCH-CLOSING
                                                LPV-TOTAL-CLOSING
            PERFORM 6110-MATCH-ONE-BUCKET
               THRU 6110-MATCH-ONE-BUCKET-EXIT
               VARYING LPV-BKT-SUB FROM 1 BY 1
               UNTIL LPV-BKT-SUB > 5
                  OR LPV-B-CODE (LPV-BKT-SUB) =
                     LPV-C-BUCKET (LPV-CELL-SUB)
            IF LPV-BKT-SUB <= 5
               ADD LPV-C-LOANS (LPV-CELL-SUB)
                 TO LPV-B-LOANS (LPV-BKT-SUB)
               ADD LPV-C-OPENING (LPV-CELL-SUB)
                 TO LPV-B-OPENING (LPV-BKT-SUB)
               ADD LPV-C-CLOSING (LPV-CELL-SUB)
                 TO LPV-B-CLOSING (LPV-BKT-SUB)
            END-IF
            IF LPV-MOVEMENT = 0
               GO TO 6100-REPORT-ONE-CELL-EXIT
            END-IF
            IF LPV-MOVEMENT > 0
               ADD LPV-MOVEMENT TO LPV-TOTAL-INCREASE
            ELSE
               SUBTRACT LPV-MOVEMENT FROM LPV-TOTAL-RELEASE
            END-IF
            MOVE LPV-TODAY TO PMV-DATE
            MOVE LPV-C-BRANCH (LPV-CELL-SUB) TO PMV-BRANCH
            MOVE LPV-C-BUCKET (LPV-CELL-SUB) TO PMV-BUCKET
            MOVE LPV-MOVEMENT TO PMV-AMOUNT
            WRITE MOVE-RECORD
            ADD 1 TO LPV-MOVE-COUNT.
        6100-REPORT-ONE-CELL-EXIT.
            EXIT.

        6110-MATCH-ONE-BUCKET.
            CONTINUE.
        6110-MATCH-ONE-BUCKET-EXIT.
            EXIT.

        6200-BRANCH-TOTAL.
            MOVE LPV-PREV-BRANCH TO LPV-CL-BRANCH
            MOVE 'ALL' TO LPV-CL-BUCKET
            MOVE LPV-BRANCH-LOANS TO LPV-CL-LOANS
            MOVE LPV-BRANCH-OPENING TO LPV-CL-OPENING
            MOVE LPV-BRANCH-CLOSING TO LPV-CL-CLOSING
            COMPUTE LPV-CL-MOVEMENT =
               LPV-BRANCH-CLOSING - LPV-BRANCH-OPENING
            WRITE REPORT-LINE FROM LPV-CELL-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.
        6200-BRANCH-TOTAL-EXIT.
            EXIT.

        6300-REPORT-ONE-BUCKET.
            MOVE 'ALL ' TO LPV-CL-BRANCH
            MOVE LPV-B-CODE (LPV-BKT-SUB) TO LPV-CL-BUCKET
            MOVE LPV-B-LOANS (LPV-BKT-SUB) TO LPV-CL-LOANS
            MOVE LPV-B-OPENING (LPV-BKT-SUB) TO LPV-CL-OPENING
            MOVE LPV-B-CLOSING (LPV-BKT-SUB) TO LPV-CL-CLOSING
            COMPUTE LPV-CL-MOVEMENT = LPV-B-CLOSING (LPV-BKT-SUB)
                                    - LPV-B-OPENING (LPV-BKT-SUB)
            WRITE REPORT-LINE FROM LPV-CELL-LINE.
        6300-REPORT-ONE-BUCKET-EXIT.
            EXIT.

      * a run that must be rerun leaves last month's generation
      * current, so the rerun provides against it again
        7000-PUBLISH-STATE.
            IF NOT LPV-STATE-OPEN OR NOT JOB-OK
               GO TO 7000-PUBLISH-STATE-EXIT
            END-IF
            MOVE 'PROVSTAT' TO GNC-BASE-NAME
            MOVE LPV-TODAY TO GNC-BUSINESS-DATE
            MOVE 'LOANPROV' TO GNC-PROGRAM-ID
            PERFORM 9870-GEN-PUBLISH THRU 9870-GEN-PUBLISH-EXIT.
        7000-PUBLISH-STATE-EXIT.
            EXIT.

        9999-EXIT.
            DISPLAY 'loan-provision: ' LPV-LOAN-COUNT ' loans, '
               LPV-RELEASED-COUNT ' released, '
               LPV-UNRATED-COUNT ' unrated, '
               LPV-UNPRICED-COUNT ' not priced, '
               LPV-MOVE-COUNT ' journal rows'
            IF (LPV-UNRATED-COUNT > 0 OR LPV-UNPRICED-COUNT > 0 OR
                LPV-STALE-COUNT > 0 OR LPV-NO-VALUE-COUNT > 0)
               AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, LPV-RUN-STOP)
              TO LPV-RC
            MOVE 'LOANPROV' TO JHR-PROGRAM-ID
            MOVE LPV-TODAY TO JHR-BUSINESS-DATE
            MOVE LPV-START-SECONDS TO JHR-START-SECONDS
            MOVE LPV-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE LPV-LOAN-COUNT TO JHR-RECORDS-IN
            MOVE LPV-MOVE-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY gen-catalog-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program LOAN-PROVISION.
