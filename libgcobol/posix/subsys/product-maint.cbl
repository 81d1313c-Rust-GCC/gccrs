      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  product-maint.cbl
      *
      *  Batch maintenance for the indexed product catalog (PRODMST,
      *  product-master.cpy layout, primary key PRD-CODE) in the
      *  branch-maint mold: add/change/withdraw transactions from
      *  PRODTRN, field edits with reason-coded rejects to PRODREJ,
      *  an AUD-RECORD per applied change, and the run's record in
      *  the central job-history file.  Launching a new variant of
      *  an existing account type is a catalog add here, not a
      *  program change.  A product is withdrawn, never deleted:
      *  accounts opened on it keep resolving, but ACCT-MAINT opens
      *  no new ones.  Its base type cannot change once added, since
      *  every account on it carries that type in AM-TYPE.
      *
      *  Transaction record layout (fixed columns):
      *      PRT-ACTION      X(1)  A add, C change, W withdraw
      *      PRT-CODE        X(4)
      *      PRT-NAME        X(30)
      *      PRT-BASE-TYPE   X(2)  CH SV LN GL TD
      *      PRT-CURRENCY    X(3)  spaces on add = any currency
      *      PRT-RATE-TABLE  X(4)  SAVRATES table, spaces = default
      *      PRT-FEE-PLAN    X(4)  FEESCHED plan, spaces = type rows
      *      PRT-STMT-CYCLE  X(1)
      *      PRT-OD          X(1)  Y/N; spaces on add = the type's
      *                            old rule (N for SV and TD)
      *      PRT-NOTICE      9(4)  dormancy months; spaces or zero
      *      PRT-DORMANT     9(4)  = the DORMANT-SCAN run default
      *      PRT-ESCHEAT     9(4)
      *      PRT-GL-CLASS    X(2)  GLMAP class; spaces on add = the
      *                            base type
      *      PRT-DATE        9(8)  launch date on A, withdrawal on W
      *  On a change, a field left spaces keeps its stored value.
      *
      *  Reject reason codes:
      *      P01 invalid action code     P06 code not found
      *      P02 code missing            P07 file error
      *      P03 name missing on add     P08 already withdrawn
      *      P04 base type not valid     P09 overdraft flag not Y/N
      *      P05 duplicate code on add   P10 threshold not numeric
      *      P11 base type changed
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. PRODUCT-MAINT.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select PRODUCT-MASTER-FILE Assign To PRODMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is PRD-CODE
                File Status Is PMW-FILE-STATUS.
            Select TRANSACTION-FILE Assign To PRODTRN
                Organization Is Line Sequential.
            Select REJECT-FILE Assign To PRODREJ
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  PRODUCT-MASTER-FILE.
        COPY product-master.
        FD  TRANSACTION-FILE.
        01  TRANSACTION-RECORD.
            05  PRT-ACTION          PIC X(01).
            05  PRT-CODE            PIC X(04).
            05  PRT-NAME            PIC X(30).
            05  PRT-BASE-TYPE       PIC X(02).
                88  PRT-BASE-TYPE-VALID Value 'CH' 'SV' 'LN' 'GL'
                                              'TD'.
            05  PRT-CURRENCY        PIC X(03).
            05  PRT-RATE-TABLE      PIC X(04).
            05  PRT-FEE-PLAN        PIC X(04).
            05  PRT-STMT-CYCLE      PIC X(01).
            05  PRT-OD              PIC X(01).
            05  PRT-NOTICE          PIC X(04).
            05  PRT-DORMANT         PIC X(04).
            05  PRT-ESCHEAT         PIC X(04).
            05  PRT-GL-CLASS        PIC X(02).
            05  PRT-DATE            PIC X(08).
        FD  REJECT-FILE.
        01  REJECT-RECORD.
            05  PRJ-REASON          PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  PRJ-TRANSACTION     PIC X(72).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  PMW-RUN-START.
            05  PMW-START-SECONDS   Usage BINARY-DOUBLE.
            05  PMW-START-NANOS     Usage BINARY-DOUBLE.
        01  PMW-RUN-STOP.
            05  PMW-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  PMW-STOP-NANOS      Usage BINARY-DOUBLE.
        01  PMW-FILE-STATUS         PIC X(02).
        01  PMW-EOF-SWITCH          PIC X(01).
            88  PMW-EOF                 Value 'Y', False 'N'.
        01  PMW-REASON              PIC X(03).
        01  PMW-READ-COUNT          PIC 9(07) Value 0.
        01  PMW-APPLIED-COUNT       PIC 9(07) Value 0.
        01  PMW-REJECT-COUNT        PIC 9(07) Value 0.
        01  PMW-TODAY               PIC 9(08).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            PERFORM 2000-APPLY-ALL THRU 2000-APPLY-ALL-EXIT
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET PMW-EOF TO FALSE
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'product-maint: no business date'
                  ' established'
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            MOVE BDQ-DATE TO PMW-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, PMW-RUN-START)
              TO AUD-RC
            OPEN I-O PRODUCT-MASTER-FILE
            IF PMW-FILE-STATUS = '35'
      *        the very first catalog load builds the file
               OPEN OUTPUT PRODUCT-MASTER-FILE
               CLOSE PRODUCT-MASTER-FILE
               OPEN I-O PRODUCT-MASTER-FILE
            END-IF
            IF PMW-FILE-STATUS NOT = '00'
               DISPLAY 'product-maint: cannot open PRODMST,'
                  ' status ' PMW-FILE-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            OPEN INPUT TRANSACTION-FILE
            OPEN OUTPUT REJECT-FILE.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-APPLY-ALL.
            IF NOT JOB-OK
               GO TO 2000-APPLY-ALL-EXIT
            END-IF
            PERFORM 2100-READ-ONE-TRAN THRU 2100-READ-ONE-TRAN-EXIT
                UNTIL PMW-EOF.
        2000-APPLY-ALL-EXIT.
            EXIT.

        2100-READ-ONE-TRAN.
            READ TRANSACTION-FILE
                AT END
                    SET PMW-EOF TO TRUE
                NOT AT END
                    ADD 1 TO PMW-READ-COUNT
                    PERFORM 2200-EDIT-TRAN THRU 2200-EDIT-TRAN-EXIT
                    IF PMW-REASON = SPACES
                       PERFORM 3000-APPLY-TRAN
                          THRU 3000-APPLY-TRAN-EXIT
                    END-IF
                    IF PMW-REASON NOT = SPACES
                       PERFORM 4000-REJECT-TRAN
                          THRU 4000-REJECT-TRAN-EXIT
                    END-IF
            END-READ.
        2100-READ-ONE-TRAN-EXIT.
            EXIT.

        2200-EDIT-TRAN.
            MOVE SPACES TO PMW-REASON
            IF PRT-ACTION NOT = 'A' AND PRT-ACTION NOT = 'C' AND
               PRT-ACTION NOT = 'W'
               MOVE 'P01' TO PMW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF PRT-CODE = SPACES
               MOVE 'P02' TO PMW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF PRT-ACTION = 'W'
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF PRT-ACTION = 'A' AND PRT-NAME = SPACES
               MOVE 'P03' TO PMW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF (PRT-ACTION = 'A' OR PRT-BASE-TYPE NOT = SPACES) AND
               NOT PRT-BASE-TYPE-VALID
               MOVE 'P04' TO PMW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF PRT-OD NOT = SPACE AND PRT-OD NOT = 'Y' AND
               PRT-OD NOT = 'N'
               MOVE 'P09' TO PMW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF (PRT-NOTICE NOT = SPACES AND
                PRT-NOTICE NOT NUMERIC) OR
               (PRT-DORMANT NOT = SPACES AND
                PRT-DORMANT NOT NUMERIC) OR
               (PRT-ESCHEAT NOT = SPACES AND
                PRT-ESCHEAT NOT NUMERIC)
               MOVE 'P10' TO PMW-REASON
            END-IF.
        2200-EDIT-TRAN-EXIT.
            EXIT.

        3000-APPLY-TRAN.
            EVALUATE PRT-ACTION
               WHEN 'A'
                  PERFORM 3100-ADD-PRODUCT
                     THRU 3100-ADD-PRODUCT-EXIT
               WHEN 'C'
                  PERFORM 3200-CHANGE-PRODUCT
                     THRU 3200-CHANGE-PRODUCT-EXIT
               WHEN 'W'
                  PERFORM 3300-WITHDRAW-PRODUCT
                     THRU 3300-WITHDRAW-PRODUCT-EXIT
            END-EVALUATE.
        3000-APPLY-TRAN-EXIT.
            EXIT.

        3100-ADD-PRODUCT.
            MOVE PRT-CODE TO PRD-CODE
            READ PRODUCT-MASTER-FILE
            IF PMW-FILE-STATUS = '00'
               MOVE 'P05' TO PMW-REASON
               GO TO 3100-ADD-PRODUCT-EXIT
            END-IF
            MOVE PRT-CODE TO PRD-CODE
            MOVE PRT-NAME TO PRD-NAME
            MOVE PRT-BASE-TYPE TO PRD-BASE-TYPE
            MOVE PRT-CURRENCY TO PRD-CURRENCY
            MOVE PRT-RATE-TABLE TO PRD-RATE-TABLE
            MOVE PRT-FEE-PLAN TO PRD-FEE-PLAN
            MOVE PRT-STMT-CYCLE TO PRD-STMT-CYCLE
            IF PRT-OD NOT = SPACE
               MOVE PRT-OD TO PRD-OD-PERMITTED
            ELSE
               IF PRT-BASE-TYPE = 'SV' OR PRT-BASE-TYPE = 'TD'
                  MOVE 'N' TO PRD-OD-PERMITTED
               ELSE
                  MOVE 'Y' TO PRD-OD-PERMITTED
               END-IF
            END-IF
            MOVE 0 TO PRD-NOTICE-MONTHS PRD-DORMANT-MONTHS
                      PRD-ESCHEAT-MONTHS
            PERFORM 3400-SET-THRESHOLDS THRU 3400-SET-THRESHOLDS-EXIT
            IF PRT-GL-CLASS NOT = SPACES
               MOVE PRT-GL-CLASS TO PRD-GL-CLASS
            ELSE
               MOVE PRT-BASE-TYPE TO PRD-GL-CLASS
            END-IF
            SET PRD-STATUS-ACTIVE TO TRUE
            IF PRT-DATE NUMERIC
               MOVE FUNCTION NUMVAL(PRT-DATE) TO PRD-LAUNCH-DATE
            ELSE
               MOVE PMW-TODAY TO PRD-LAUNCH-DATE
            END-IF
            MOVE 0 TO PRD-WITHDRAWN-DATE
            WRITE PRODUCT-MASTER-RECORD
            IF PMW-FILE-STATUS = '00'
               ADD 1 TO PMW-APPLIED-COUNT
               SET AUD-ACTION-CREATE TO TRUE
               PERFORM 3500-AUDIT-CHANGE THRU 3500-AUDIT-CHANGE-EXIT
            ELSE
               MOVE 'P07' TO PMW-REASON
            END-IF.
        3100-ADD-PRODUCT-EXIT.
            EXIT.

        3200-CHANGE-PRODUCT.
            MOVE PRT-CODE TO PRD-CODE
            READ PRODUCT-MASTER-FILE
            IF PMW-FILE-STATUS NOT = '00'
               MOVE 'P06' TO PMW-REASON
               GO TO 3200-CHANGE-PRODUCT-EXIT
            END-IF
            IF PRT-BASE-TYPE NOT = SPACES AND
               PRT-BASE-TYPE NOT = PRD-BASE-TYPE
               MOVE 'P11' TO PMW-REASON
               GO TO 3200-CHANGE-PRODUCT-EXIT
            END-IF
            IF PRT-NAME NOT = SPACES
               MOVE PRT-NAME TO PRD-NAME
            END-IF
            IF PRT-CURRENCY NOT = SPACES
               MOVE PRT-CURRENCY TO PRD-CURRENCY
            END-IF
            IF PRT-RATE-TABLE NOT = SPACES
               MOVE PRT-RATE-TABLE TO PRD-RATE-TABLE
            END-IF
            IF PRT-FEE-PLAN NOT = SPACES
               MOVE PRT-FEE-PLAN TO PRD-FEE-PLAN
            END-IF
            IF PRT-STMT-CYCLE NOT = SPACE
               MOVE PRT-STMT-CYCLE TO PRD-STMT-CYCLE
            END-IF
            IF PRT-OD NOT = SPACE
               MOVE PRT-OD TO PRD-OD-PERMITTED
            END-IF
            PERFORM 3400-SET-THRESHOLDS THRU 3400-SET-THRESHOLDS-EXIT
            IF PRT-GL-CLASS NOT = SPACES
               MOVE PRT-GL-CLASS TO PRD-GL-CLASS
            END-IF
            REWRITE PRODUCT-MASTER-RECORD
            IF PMW-FILE-STATUS = '00'
               ADD 1 TO PMW-APPLIED-COUNT
               SET AUD-ACTION-UPDATE TO TRUE
               PERFORM 3500-AUDIT-CHANGE THRU 3500-AUDIT-CHANGE-EXIT
            ELSE
               MOVE 'P07' TO PMW-REASON
            END-IF.
        3200-CHANGE-PRODUCT-EXIT.
            EXIT.

        3300-WITHDRAW-PRODUCT.
            MOVE PRT-CODE TO PRD-CODE
            READ PRODUCT-MASTER-FILE
            IF PMW-FILE-STATUS NOT = '00'
               MOVE 'P06' TO PMW-REASON
               GO TO 3300-WITHDRAW-PRODUCT-EXIT
            END-IF
            IF PRD-STATUS-WITHDRAWN
               MOVE 'P08' TO PMW-REASON
               GO TO 3300-WITHDRAW-PRODUCT-EXIT
            END-IF
            SET PRD-STATUS-WITHDRAWN TO TRUE
            IF PRT-DATE NUMERIC AND
               FUNCTION NUMVAL(PRT-DATE) NOT = 0
               MOVE FUNCTION NUMVAL(PRT-DATE)
                 TO PRD-WITHDRAWN-DATE
            ELSE
               MOVE PMW-TODAY TO PRD-WITHDRAWN-DATE
            END-IF
            REWRITE PRODUCT-MASTER-RECORD
            IF PMW-FILE-STATUS = '00'
               ADD 1 TO PMW-APPLIED-COUNT
               MOVE 'WDRAWN' TO AUD-ACTION
               PERFORM 3500-AUDIT-CHANGE THRU 3500-AUDIT-CHANGE-EXIT
            ELSE
               MOVE 'P07' TO PMW-REASON
            END-IF.
        3300-WITHDRAW-PRODUCT-EXIT.
            EXIT.

      * a threshold left spaces keeps what the record already has
        3400-SET-THRESHOLDS.
            IF PRT-NOTICE NOT = SPACES
               MOVE FUNCTION NUMVAL(PRT-NOTICE) TO PRD-NOTICE-MONTHS
            END-IF
            IF PRT-DORMANT NOT = SPACES
               MOVE FUNCTION NUMVAL(PRT-DORMANT)
                 TO PRD-DORMANT-MONTHS
            END-IF
            IF PRT-ESCHEAT NOT = SPACES
               MOVE FUNCTION NUMVAL(PRT-ESCHEAT)
                 TO PRD-ESCHEAT-MONTHS
            END-IF.
        3400-SET-THRESHOLDS-EXIT.
            EXIT.

        3500-AUDIT-CHANGE.
            MOVE 'PRODMNT1' TO AUD-PROGRAM-ID
            MOVE PRT-CODE TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3500-AUDIT-CHANGE-EXIT.
            EXIT.

        4000-REJECT-TRAN.
            ADD 1 TO PMW-REJECT-COUNT
            MOVE PMW-REASON TO PRJ-REASON
            MOVE TRANSACTION-RECORD TO PRJ-TRANSACTION
            WRITE REJECT-RECORD.
        4000-REJECT-TRAN-EXIT.
            EXIT.

        9999-EXIT.
            CLOSE PRODUCT-MASTER-FILE TRANSACTION-FILE REJECT-FILE
            DISPLAY 'product-maint: ' PMW-READ-COUNT ' read, '
               PMW-APPLIED-COUNT ' applied, '
               PMW-REJECT-COUNT ' rejected'
            IF PMW-REJECT-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, PMW-RUN-STOP)
              TO AUD-RC
            MOVE 'PRODMNT1' TO JHR-PROGRAM-ID
            MOVE PMW-TODAY TO JHR-BUSINESS-DATE
            MOVE PMW-START-SECONDS TO JHR-START-SECONDS
            MOVE PMW-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE PMW-READ-COUNT TO JHR-RECORDS-IN
            MOVE PMW-APPLIED-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY exit-status-paragraphs.
        End Program PRODUCT-MAINT.
