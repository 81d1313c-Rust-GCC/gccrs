      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  integ-sweep.cbl
      *
      *  Weekly referential-integrity sweep over the files that key
      *  back to the account master.  Deletes, DUP-MERGE merges and
      *  ACCT-REORG rebuilds change ACCTMST without touching the
      *  satellite files, and an orphan left behind is found only
      *  when something downstream rejects it -- a standing order
      *  kept generating against a deleted account until STORD-GEN's
      *  output bounced.  Every record of every satellite file is
      *  looked up on the master (by random read, the last account
      *  kept so a run of rows for one account costs one read) and
      *  tested against the account's status and type:
      *      HOLDS     H01 hold for an account not on the master
      *                H02 active hold on a closed account (legal
      *                    holds, reason LEGL, outlive the account)
      *      STANDORD  S01 order for an account not on the master
      *                S02 active order on a closed account
      *      ACCRLDGR  A01 ledger row for an account not on master
      *                A02 ledger row for an account that is not SV
      *      DORMSTAT  D01 stage for an account not on the master
      *                D02 notice or dormant stage on a closed
      *                    account (escheat closes the account)
      *      ADDRMST   R01 address for an account not on the master
      *                    (nor a loan on LOANMST: collections
      *                    letters are addressed under the loan id)
      *      BALHIST   B01 history for an account not on the master
      *      ODLIMITS  L01 limit for an account not on the master
      *                L02 limit on an account that is not CH
      *                L03 limit on a closed account
      *      ODSTATE   O01 excess age for an account not on master
      *                O02 excess age on an account that is not an
      *                    active CH account
      *      SUSPDTL   U01 item cleared to an account not on master
      *                U02 open item whose original account is now
      *                    on the master
      *      PENDCHG   P01 pending change for an account not on the
      *                    master
      *                P02 pending change for a closed account
      *  ADDRMST and BALHIST carry many rows per account; an orphan
      *  there is reported once, on its first row.  ODSTATE is read
      *  from its current GEN-CATALOG generation.
      *
      *  Exceptions are sorted and printed to INTGRPT by file and
      *  rule with a count per rule, followed by the records read
      *  and exceptions found per file.  With -CASES=Y each
      *  exception is also written to the exception feed (CASEIN)
      *  for CASE-INTAKE, source INTG plus a four-letter file code
      *  and the account key as reference, so a weekly rerun adds
      *  to the open case instead of opening another.  Nothing on
      *  any file is changed; repair is the owning program's job.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -CASES=Y             feed the exceptions to CASEIN
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  An address kept under a loan id on
      *                        LOANMST is not an orphan.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. INTEG-SWEEP.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is ISW-ACCT-STATUS.
            Select LOAN-MASTER-FILE Assign To LOANMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is LNM-LOAN-ID
                File Status Is ISW-LOAN-STATUS.
            Select HOLDS-FILE Assign To HOLDS
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is HLD-KEY
                File Status Is ISW-FILE-STATUS.
            Select STORD-FILE Assign To STANDORD
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is SOR-KEY
                File Status Is ISW-FILE-STATUS.
            Select ACCRUAL-FILE Assign To ACCRLDGR
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is ACR-KEY
                File Status Is ISW-FILE-STATUS.
            Select DORM-STATUS-FILE Assign To DORMSTAT
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is DST-KEY
                File Status Is ISW-FILE-STATUS.
            Select ADDR-MASTER-FILE Assign To ADDRMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is ADM-KEY
                File Status Is ISW-FILE-STATUS.
            Select BAL-HISTORY-FILE Assign To BALHIST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is BHR-KEY
                File Status Is ISW-FILE-STATUS.
            Select OPTIONAL LIMIT-FILE Assign To ODLIMITS
                Organization Is Line Sequential
                File Status Is ISW-FILE-STATUS.
            Select OPTIONAL STATE-FILE Assign To ODSTATE
                Organization Is Line Sequential
                File Status Is ISW-FILE-STATUS.
            Select SUSP-DETAIL-FILE Assign To SUSPDTL
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is SUS-KEY
                File Status Is ISW-FILE-STATUS.
            Select PEND-CHANGE-FILE Assign To PENDCHG
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is PCH-ID
                File Status Is ISW-FILE-STATUS.
            Select REPORT-FILE Assign To INTGRPT
                Organization Is Line Sequential.
            Select OPTIONAL CASE-FEED-FILE Assign To CASEIN
                Organization Is Line Sequential.
            Select SORT-FILE Assign To SORTWK01.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  LOAN-MASTER-FILE.
        COPY loan-master.
        FD  HOLDS-FILE.
        COPY hold-record.
        FD  STORD-FILE.
        COPY stord-record.
        FD  ACCRUAL-FILE.
        COPY accr-ledger.
        FD  DORM-STATUS-FILE.
        COPY dorm-status.
        FD  ADDR-MASTER-FILE.
        COPY addr-master.
        FD  BAL-HISTORY-FILE.
        COPY bal-history.
        FD  LIMIT-FILE.
        01  LIMIT-RECORD.
            05  ODL-KEY             PIC X(32).
            05  ODL-LIMIT           PIC 9(13)V99.
        FD  STATE-FILE.
        01  STATE-RECORD.
            05  ODS-KEY             PIC X(32).
            05  ODS-FIRST-DATE      PIC 9(08).
        FD  SUSP-DETAIL-FILE.
        COPY susp-detail.
        FD  PEND-CHANGE-FILE.
        COPY pend-change.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  CASE-FEED-FILE.
        01  CASE-FEED-RECORD.
            05  CIN-SOURCE          PIC X(08).
            05  CIN-REFERENCE       PIC X(32).
            05  CIN-DESCRIPTION     PIC X(60).
        SD  SORT-FILE.
        01  SORT-RECORD.
            05  SRT-FILE-SUB        PIC 9(02).
            05  SRT-RULE            PIC X(03).
            05  SRT-KEY             PIC X(32).
            05  SRT-RULE-TEXT       PIC X(40).
            05  SRT-DETAIL          PIC X(30).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY cmdline-parms.
        COPY exit-status.
        COPY gen-catalog.
        01  JHW-FILE-STATUS         PIC X(02).
        01  ISW-RUN-START.
            05  ISW-START-SECONDS   Usage BINARY-DOUBLE.
            05  ISW-START-NANOS     Usage BINARY-DOUBLE.
        01  ISW-RUN-STOP.
            05  ISW-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  ISW-STOP-NANOS      Usage BINARY-DOUBLE.
        01  ISW-RC                  Binary-Long.
        01  ISW-ACCT-STATUS         PIC X(02).
        01  ISW-LOAN-STATUS         PIC X(02).
        01  ISW-FILE-STATUS         PIC X(02).
        01  ISW-EOF-SWITCH          PIC X(01).
            88  ISW-EOF                 Value 'Y', False 'N'.
        01  ISW-SORT-EOF-SWITCH     PIC X(01).
            88  ISW-SORT-EOF            Value 'Y', False 'N'.
        01  ISW-CASES-SW            PIC X(01) Value 'N'.
            88  ISW-FEED-CASES          Value 'Y', False 'N'.
        01  ISW-MASTER-SW           PIC X(01).
            88  ISW-ON-MASTER           Value 'Y', False 'N'.
        01  ISW-CACHE-SW            PIC X(01) Value 'N'.
            88  ISW-CACHE-VALID         Value 'Y', False 'N'.
        01  ISW-TODAY               PIC 9(08).
        01  ISW-LOOK-KEY            PIC X(32).
        01  ISW-CACHED-KEY          PIC X(32).
        01  ISW-PREV-KEY            PIC X(32).
        01  ISW-READ-TOTAL          PIC 9(09) Value 0.
        01  ISW-EXCEPTION-TOTAL     PIC 9(09) Value 0.
        01  ISW-CASE-COUNT          PIC 9(09) Value 0.
      * the files swept, in report order; ISW-F-CODE follows INTG
      * in the CASEIN source
        01  ISW-FILE-COUNT          Binary-Long Value 10.
        01  ISW-FILE-SUB            Binary-Long.
        01  ISW-FILE-TABLE.
            05  ISW-FILE-ENTRY OCCURS 10 TIMES.
                10  ISW-F-NAME      PIC X(08).
                10  ISW-F-CODE      PIC X(04).
                10  ISW-F-CHECKED   PIC X(01).
                10  ISW-F-READ      PIC 9(09).
                10  ISW-F-EXCEPTIONS
                                    PIC 9(09).
      * the exception being raised
        01  ISW-RULE                PIC X(03).
        01  ISW-RULE-TEXT           PIC X(40).
        01  ISW-DETAIL              PIC X(30).
        01  ISW-AMT-DISPLAY         PIC Z(12)9.99.
        01  ISW-HOLD-STATUS         PIC 9(03).
        01  ISW-PREV-FILE-SUB       PIC 9(02).
        01  ISW-PREV-RULE           PIC X(03).
        01  ISW-RULE-COUNT          PIC 9(09).
        01  ISW-HDR-LINE.
            05  FILLER              PIC X(39)
                Value 'ACCOUNT SATELLITE INTEGRITY SWEEP -- '.
            05  ISW-HDR-DATE        PIC 9(08).
        01  ISW-FILE-LINE.
            05  FILLER              PIC X(05) Value 'FILE '.
            05  ISW-FL-NAME         PIC X(08).
        01  ISW-RULE-LINE.
            05  FILLER              PIC X(07) Value '  RULE '.
            05  ISW-RL-RULE         PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  ISW-RL-TEXT         PIC X(40).
        01  ISW-DETAIL-LINE.
            05  FILLER              PIC X(04) Value SPACES.
            05  ISW-DL-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  ISW-DL-DETAIL       PIC X(30).
        01  ISW-COUNT-LINE.
            05  FILLER              PIC X(07) Value '  RULE '.
            05  ISW-CL-RULE         PIC X(03).
            05  FILLER              PIC X(08) Value ' COUNT  '.
            05  ISW-CL-COUNT        PIC Z(08)9.
        01  ISW-SUMMARY-HDR         PIC X(40)
                Value 'FILE     RECORDS READ  EXCEPTIONS'.
        01  ISW-SUMMARY-LINE.
            05  ISW-SM-NAME         PIC X(08).
            05  FILLER              PIC X(03) Value SPACES.
            05  ISW-SM-READ         PIC Z(08)9.
            05  FILLER              PIC X(03) Value SPACES.
            05  ISW-SM-EXCEPTIONS   PIC Z(08)9.
            05  FILLER              PIC X(01) Value SPACE.
            05  ISW-SM-NOTE         PIC X(20).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF NOT JOB-NEEDS-RERUN
               SORT SORT-FILE
                  ON ASCENDING KEY SRT-FILE-SUB SRT-RULE SRT-KEY
                  INPUT PROCEDURE IS 2000-SWEEP-FILES
                     THRU 2000-SWEEP-FILES-EXIT
                  OUTPUT PROCEDURE IS 5000-PRINT-REPORT
                     THRU 5000-PRINT-REPORT-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET ISW-CACHE-VALID TO FALSE
            PERFORM 9700-CLP-PARSE-ARGS THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'CASES' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND AND CLP-LOOKUP-VALUE (1:1) = 'Y'
               SET ISW-FEED-CASES TO TRUE
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'integ-sweep: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO ISW-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ISW-RUN-START)
              TO ISW-RC
            PERFORM 1100-SET-FILE-TABLE THRU 1100-SET-FILE-TABLE-EXIT
            OPEN INPUT ACCT-MASTER-FILE
            IF ISW-ACCT-STATUS NOT = '00'
               DISPLAY 'integ-sweep: cannot open master, status '
                  ISW-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            OPEN INPUT LOAN-MASTER-FILE
            IF ISW-LOAN-STATUS NOT = '00'
               DISPLAY 'integ-sweep: cannot open LOANMST, status '
                  ISW-LOAN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

        1100-SET-FILE-TABLE.
            INITIALIZE ISW-FILE-TABLE
            MOVE 'HOLDS'    TO ISW-F-NAME (1)
            MOVE 'HOLD'     TO ISW-F-CODE (1)
            MOVE 'STANDORD' TO ISW-F-NAME (2)
            MOVE 'STOR'     TO ISW-F-CODE (2)
            MOVE 'ACCRLDGR' TO ISW-F-NAME (3)
            MOVE 'ACCR'     TO ISW-F-CODE (3)
            MOVE 'DORMSTAT' TO ISW-F-NAME (4)
            MOVE 'DORM'     TO ISW-F-CODE (4)
            MOVE 'ADDRMST'  TO ISW-F-NAME (5)
            MOVE 'ADDR'     TO ISW-F-CODE (5)
            MOVE 'BALHIST'  TO ISW-F-NAME (6)
            MOVE 'BALH'     TO ISW-F-CODE (6)
            MOVE 'ODLIMITS' TO ISW-F-NAME (7)
            MOVE 'ODLM'     TO ISW-F-CODE (7)
            MOVE 'ODSTATE'  TO ISW-F-NAME (8)
            MOVE 'ODST'     TO ISW-F-CODE (8)
            MOVE 'SUSPDTL'  TO ISW-F-NAME (9)
            MOVE 'SUSP'     TO ISW-F-CODE (9)
            MOVE 'PENDCHG'  TO ISW-F-NAME (10)
            MOVE 'PEND'     TO ISW-F-CODE (10).
        1100-SET-FILE-TABLE-EXIT.
            EXIT.

      * each file is read front to back on its own; a file that
      * will not open is reported as not checked and the run ends
      * needing a rerun, but the other files are still swept
        2000-SWEEP-FILES.
            PERFORM 2100-SWEEP-HOLDS THRU 2100-SWEEP-HOLDS-EXIT
            PERFORM 2200-SWEEP-ORDERS THRU 2200-SWEEP-ORDERS-EXIT
            PERFORM 2300-SWEEP-ACCRUALS THRU 2300-SWEEP-ACCRUALS-EXIT
            PERFORM 2400-SWEEP-DORMANCY THRU 2400-SWEEP-DORMANCY-EXIT
            PERFORM 2500-SWEEP-ADDRESSES
               THRU 2500-SWEEP-ADDRESSES-EXIT
            PERFORM 2600-SWEEP-BAL-HISTORY
               THRU 2600-SWEEP-BAL-HISTORY-EXIT
            PERFORM 2700-SWEEP-OD-LIMITS THRU 2700-SWEEP-OD-LIMITS-EXIT
            PERFORM 2800-SWEEP-OD-STATE THRU 2800-SWEEP-OD-STATE-EXIT
            PERFORM 2900-SWEEP-SUSPENSE THRU 2900-SWEEP-SUSPENSE-EXIT
            PERFORM 3000-SWEEP-PENDING THRU 3000-SWEEP-PENDING-EXIT.
        2000-SWEEP-FILES-EXIT.
            EXIT.

        2100-SWEEP-HOLDS.
            MOVE 1 TO ISW-FILE-SUB
            OPEN INPUT HOLDS-FILE
            PERFORM 4200-CHECK-OPEN THRU 4200-CHECK-OPEN-EXIT
            PERFORM 2110-CHECK-ONE-HOLD THRU 2110-CHECK-ONE-HOLD-EXIT
                UNTIL ISW-EOF
            CLOSE HOLDS-FILE.
        2100-SWEEP-HOLDS-EXIT.
            EXIT.

        2110-CHECK-ONE-HOLD.
            READ HOLDS-FILE NEXT
                AT END
                    SET ISW-EOF TO TRUE
                    GO TO 2110-CHECK-ONE-HOLD-EXIT
            END-READ
            ADD 1 TO ISW-F-READ (ISW-FILE-SUB)
            MOVE HLD-ACCOUNT-KEY TO ISW-LOOK-KEY
            PERFORM 4000-LOOKUP-MASTER THRU 4000-LOOKUP-MASTER-EXIT
            MOVE SPACES TO ISW-DETAIL
            STRING 'HOLD ' HLD-HOLD-NO ' ' HLD-REASON
                   ' ' HLD-STATUS
               DELIMITED BY SIZE INTO ISW-DETAIL
            END-STRING
            EVALUATE TRUE
            WHEN NOT ISW-ON-MASTER
               MOVE 'H01' TO ISW-RULE
               MOVE 'HOLD FOR ACCOUNT NOT ON MASTER'
                 TO ISW-RULE-TEXT
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            WHEN HLD-STATUS-ACTIVE AND AM-STATUS-CLOSED
                 AND NOT HLD-LEGAL-HOLD
               MOVE 'H02' TO ISW-RULE
               MOVE 'ACTIVE HOLD ON CLOSED ACCOUNT'
                 TO ISW-RULE-TEXT
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            END-EVALUATE.
        2110-CHECK-ONE-HOLD-EXIT.
            EXIT.

        2200-SWEEP-ORDERS.
            MOVE 2 TO ISW-FILE-SUB
            OPEN INPUT STORD-FILE
            PERFORM 4200-CHECK-OPEN THRU 4200-CHECK-OPEN-EXIT
            PERFORM 2210-CHECK-ONE-ORDER THRU 2210-CHECK-ONE-ORDER-EXIT
                UNTIL ISW-EOF
            CLOSE STORD-FILE.
        2200-SWEEP-ORDERS-EXIT.
            EXIT.

        2210-CHECK-ONE-ORDER.
            READ STORD-FILE NEXT
                AT END
                    SET ISW-EOF TO TRUE
                    GO TO 2210-CHECK-ONE-ORDER-EXIT
            END-READ
            ADD 1 TO ISW-F-READ (ISW-FILE-SUB)
            MOVE SOR-ACCOUNT-KEY TO ISW-LOOK-KEY
            PERFORM 4000-LOOKUP-MASTER THRU 4000-LOOKUP-MASTER-EXIT
            MOVE SPACES TO ISW-DETAIL
            STRING 'ORDER ' SOR-ORDER-NO ' NEXT ' SOR-NEXT-RUN-DATE
               DELIMITED BY SIZE INTO ISW-DETAIL
            END-STRING
            EVALUATE TRUE
            WHEN NOT ISW-ON-MASTER
               MOVE 'S01' TO ISW-RULE
               MOVE 'ORDER FOR ACCOUNT NOT ON MASTER'
                 TO ISW-RULE-TEXT
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            WHEN SOR-STATUS-ACTIVE AND AM-STATUS-CLOSED
               MOVE 'S02' TO ISW-RULE
               MOVE 'ACTIVE ORDER ON CLOSED ACCOUNT'
                 TO ISW-RULE-TEXT
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            END-EVALUATE.
        2210-CHECK-ONE-ORDER-EXIT.
            EXIT.

        2300-SWEEP-ACCRUALS.
            MOVE 3 TO ISW-FILE-SUB
            OPEN INPUT ACCRUAL-FILE
            PERFORM 4200-CHECK-OPEN THRU 4200-CHECK-OPEN-EXIT
            PERFORM 2310-CHECK-ONE-ACCRUAL
               THRU 2310-CHECK-ONE-ACCRUAL-EXIT
                UNTIL ISW-EOF
            CLOSE ACCRUAL-FILE.
        2300-SWEEP-ACCRUALS-EXIT.
            EXIT.

        2310-CHECK-ONE-ACCRUAL.
            READ ACCRUAL-FILE NEXT
                AT END
                    SET ISW-EOF TO TRUE
                    GO TO 2310-CHECK-ONE-ACCRUAL-EXIT
            END-READ
            ADD 1 TO ISW-F-READ (ISW-FILE-SUB)
            MOVE ACR-KEY TO ISW-LOOK-KEY
            PERFORM 4000-LOOKUP-MASTER THRU 4000-LOOKUP-MASTER-EXIT
            MOVE SPACES TO ISW-DETAIL
            STRING 'THROUGH ' ACR-THROUGH-DATE
               DELIMITED BY SIZE INTO ISW-DETAIL
            END-STRING
            EVALUATE TRUE
            WHEN NOT ISW-ON-MASTER
               MOVE 'A01' TO ISW-RULE
               MOVE 'LEDGER ROW FOR ACCOUNT NOT ON MASTER'
                 TO ISW-RULE-TEXT
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            WHEN AM-TYPE NOT = 'SV'
               MOVE 'A02' TO ISW-RULE
               MOVE 'LEDGER ROW FOR ACCOUNT NOT TYPE SV'
                 TO ISW-RULE-TEXT
               MOVE SPACES TO ISW-DETAIL
               STRING 'TYPE ' AM-TYPE ' THROUGH ' ACR-THROUGH-DATE
                  DELIMITED BY SIZE INTO ISW-DETAIL
               END-STRING
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            END-EVALUATE.
        2310-CHECK-ONE-ACCRUAL-EXIT.
            EXIT.

        2400-SWEEP-DORMANCY.
            MOVE 4 TO ISW-FILE-SUB
            OPEN INPUT DORM-STATUS-FILE
            PERFORM 4200-CHECK-OPEN THRU 4200-CHECK-OPEN-EXIT
            PERFORM 2410-CHECK-ONE-DORMANCY
               THRU 2410-CHECK-ONE-DORMANCY-EXIT
                UNTIL ISW-EOF
            CLOSE DORM-STATUS-FILE.
        2400-SWEEP-DORMANCY-EXIT.
            EXIT.

        2410-CHECK-ONE-DORMANCY.
            READ DORM-STATUS-FILE NEXT
                AT END
                    SET ISW-EOF TO TRUE
                    GO TO 2410-CHECK-ONE-DORMANCY-EXIT
            END-READ
            ADD 1 TO ISW-F-READ (ISW-FILE-SUB)
            MOVE DST-KEY TO ISW-LOOK-KEY
            PERFORM 4000-LOOKUP-MASTER THRU 4000-LOOKUP-MASTER-EXIT
            MOVE SPACES TO ISW-DETAIL
            STRING 'STAGE ' DST-STAGE ' SINCE ' DST-STAGE-DATE
               DELIMITED BY SIZE INTO ISW-DETAIL
            END-STRING
            EVALUATE TRUE
            WHEN NOT ISW-ON-MASTER
               MOVE 'D01' TO ISW-RULE
               MOVE 'STAGE FOR ACCOUNT NOT ON MASTER'
                 TO ISW-RULE-TEXT
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            WHEN AM-STATUS-CLOSED AND NOT DST-STAGE-ESCHEAT
               MOVE 'D02' TO ISW-RULE
               MOVE 'NOTICE/DORMANT STAGE ON CLOSED ACCOUNT'
                 TO ISW-RULE-TEXT
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            END-EVALUATE.
        2410-CHECK-ONE-DORMANCY-EXIT.
            EXIT.

        2500-SWEEP-ADDRESSES.
            MOVE 5 TO ISW-FILE-SUB
            MOVE LOW-VALUES TO ISW-PREV-KEY
            OPEN INPUT ADDR-MASTER-FILE
            PERFORM 4200-CHECK-OPEN THRU 4200-CHECK-OPEN-EXIT
            PERFORM 2510-CHECK-ONE-ADDRESS
               THRU 2510-CHECK-ONE-ADDRESS-EXIT
                UNTIL ISW-EOF
            CLOSE ADDR-MASTER-FILE.
        2500-SWEEP-ADDRESSES-EXIT.
            EXIT.

        2510-CHECK-ONE-ADDRESS.
            READ ADDR-MASTER-FILE NEXT
                AT END
                    SET ISW-EOF TO TRUE
                    GO TO 2510-CHECK-ONE-ADDRESS-EXIT
            END-READ
            ADD 1 TO ISW-F-READ (ISW-FILE-SUB)
            IF ADM-ACCOUNT-KEY = ISW-PREV-KEY
               GO TO 2510-CHECK-ONE-ADDRESS-EXIT
            END-IF
            MOVE ADM-ACCOUNT-KEY TO ISW-PREV-KEY ISW-LOOK-KEY
            PERFORM 4000-LOOKUP-MASTER THRU 4000-LOOKUP-MASTER-EXIT
            IF NOT ISW-ON-MASTER AND ADM-ACCOUNT-KEY (13:20) = SPACES
               MOVE ADM-ACCOUNT-KEY (1:12) TO LNM-LOAN-ID
               READ LOAN-MASTER-FILE
               IF ISW-LOAN-STATUS = '00'
                  GO TO 2510-CHECK-ONE-ADDRESS-EXIT
               END-IF
            END-IF
            IF NOT ISW-ON-MASTER
               MOVE 'R01' TO ISW-RULE
               MOVE 'ADDRESS FOR ACCOUNT NOT ON MASTER'
                 TO ISW-RULE-TEXT
               MOVE SPACES TO ISW-DETAIL
               STRING 'EFFECTIVE ' ADM-EFFECTIVE-DATE
                  DELIMITED BY SIZE INTO ISW-DETAIL
               END-STRING
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            END-IF.
        2510-CHECK-ONE-ADDRESS-EXIT.
            EXIT.

        2600-SWEEP-BAL-HISTORY.
            MOVE 6 TO ISW-FILE-SUB
            MOVE LOW-VALUES TO ISW-PREV-KEY
            OPEN INPUT BAL-HISTORY-FILE
            PERFORM 4200-CHECK-OPEN THRU 4200-CHECK-OPEN-EXIT
            PERFORM 2610-CHECK-ONE-BALANCE
               THRU 2610-CHECK-ONE-BALANCE-EXIT
                UNTIL ISW-EOF
            CLOSE BAL-HISTORY-FILE.
        2600-SWEEP-BAL-HISTORY-EXIT.
            EXIT.

        2610-CHECK-ONE-BALANCE.
            READ BAL-HISTORY-FILE NEXT
                AT END
                    SET ISW-EOF TO TRUE
                    GO TO 2610-CHECK-ONE-BALANCE-EXIT
            END-READ
            ADD 1 TO ISW-F-READ (ISW-FILE-SUB)
            IF BHR-ACCOUNT-KEY = ISW-PREV-KEY
               GO TO 2610-CHECK-ONE-BALANCE-EXIT
            END-IF
            MOVE BHR-ACCOUNT-KEY TO ISW-PREV-KEY ISW-LOOK-KEY
            PERFORM 4000-LOOKUP-MASTER THRU 4000-LOOKUP-MASTER-EXIT
            IF NOT ISW-ON-MASTER
               MOVE 'B01' TO ISW-RULE
               MOVE 'HISTORY FOR ACCOUNT NOT ON MASTER'
                 TO ISW-RULE-TEXT
               MOVE SPACES TO ISW-DETAIL
               STRING 'FROM ' BHR-DATE
                  DELIMITED BY SIZE INTO ISW-DETAIL
               END-STRING
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            END-IF.
        2610-CHECK-ONE-BALANCE-EXIT.
            EXIT.

        2700-SWEEP-OD-LIMITS.
            MOVE 7 TO ISW-FILE-SUB
            SET ISW-EOF TO FALSE
            MOVE 'Y' TO ISW-F-CHECKED (ISW-FILE-SUB)
            OPEN INPUT LIMIT-FILE
            PERFORM 2710-CHECK-ONE-LIMIT THRU 2710-CHECK-ONE-LIMIT-EXIT
                UNTIL ISW-EOF
            CLOSE LIMIT-FILE.
        2700-SWEEP-OD-LIMITS-EXIT.
            EXIT.

        2710-CHECK-ONE-LIMIT.
            READ LIMIT-FILE
                AT END
                    SET ISW-EOF TO TRUE
                    GO TO 2710-CHECK-ONE-LIMIT-EXIT
            END-READ
            ADD 1 TO ISW-F-READ (ISW-FILE-SUB)
            MOVE ODL-KEY TO ISW-LOOK-KEY
            PERFORM 4000-LOOKUP-MASTER THRU 4000-LOOKUP-MASTER-EXIT
            MOVE ODL-LIMIT TO ISW-AMT-DISPLAY
            MOVE SPACES TO ISW-DETAIL
            STRING 'LIMIT ' ISW-AMT-DISPLAY
               DELIMITED BY SIZE INTO ISW-DETAIL
            END-STRING
            EVALUATE TRUE
            WHEN NOT ISW-ON-MASTER
               MOVE 'L01' TO ISW-RULE
               MOVE 'LIMIT FOR ACCOUNT NOT ON MASTER'
                 TO ISW-RULE-TEXT
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            WHEN AM-TYPE NOT = 'CH'
               MOVE 'L02' TO ISW-RULE
               MOVE 'LIMIT ON ACCOUNT NOT TYPE CH'
                 TO ISW-RULE-TEXT
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            WHEN AM-STATUS-CLOSED
               MOVE 'L03' TO ISW-RULE
               MOVE 'LIMIT ON CLOSED ACCOUNT'
                 TO ISW-RULE-TEXT
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            END-EVALUATE.
        2710-CHECK-ONE-LIMIT-EXIT.
            EXIT.

      * the ages OD-MONITOR will read tonight: the current
      * generation of ODSTATE; a file that failed earlier must not
      * stop this one being swept
        2800-SWEEP-OD-STATE.
            MOVE 8 TO ISW-FILE-SUB
            SET ISW-EOF TO FALSE
            MOVE EXIT-STATUS-CODE TO ISW-HOLD-STATUS
            SET JOB-OK TO TRUE
            MOVE 'ODSTATE' TO GNC-BASE-NAME
            PERFORM 9850-GEN-POINT-INPUT THRU 9850-GEN-POINT-INPUT-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 2800-SWEEP-OD-STATE-EXIT
            END-IF
            MOVE ISW-HOLD-STATUS TO EXIT-STATUS-CODE
            MOVE 'Y' TO ISW-F-CHECKED (ISW-FILE-SUB)
            OPEN INPUT STATE-FILE
            PERFORM 2810-CHECK-ONE-STATE THRU 2810-CHECK-ONE-STATE-EXIT
                UNTIL ISW-EOF
            CLOSE STATE-FILE.
        2800-SWEEP-OD-STATE-EXIT.
            EXIT.

        2810-CHECK-ONE-STATE.
            READ STATE-FILE
                AT END
                    SET ISW-EOF TO TRUE
                    GO TO 2810-CHECK-ONE-STATE-EXIT
            END-READ
            ADD 1 TO ISW-F-READ (ISW-FILE-SUB)
            MOVE ODS-KEY TO ISW-LOOK-KEY
            PERFORM 4000-LOOKUP-MASTER THRU 4000-LOOKUP-MASTER-EXIT
            MOVE SPACES TO ISW-DETAIL
            STRING 'FIRST EXCESS ' ODS-FIRST-DATE
               DELIMITED BY SIZE INTO ISW-DETAIL
            END-STRING
            EVALUATE TRUE
            WHEN NOT ISW-ON-MASTER
               MOVE 'O01' TO ISW-RULE
               MOVE 'EXCESS AGE FOR ACCOUNT NOT ON MASTER'
                 TO ISW-RULE-TEXT
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            WHEN AM-TYPE NOT = 'CH' OR NOT AM-STATUS-ACTIVE
               MOVE 'O02' TO ISW-RULE
               MOVE 'EXCESS AGE ON ACCOUNT NOT ACTIVE CH'
                 TO ISW-RULE-TEXT
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            END-EVALUATE.
        2810-CHECK-ONE-STATE-EXIT.
            EXIT.

        2900-SWEEP-SUSPENSE.
            MOVE 9 TO ISW-FILE-SUB
            OPEN INPUT SUSP-DETAIL-FILE
            PERFORM 4200-CHECK-OPEN THRU 4200-CHECK-OPEN-EXIT
            PERFORM 2910-CHECK-ONE-ITEM THRU 2910-CHECK-ONE-ITEM-EXIT
                UNTIL ISW-EOF
            CLOSE SUSP-DETAIL-FILE.
        2900-SWEEP-SUSPENSE-EXIT.
            EXIT.

      * an open item's original key was not on the master when it
      * was suspended; one that has since been added can be cleared
        2910-CHECK-ONE-ITEM.
            READ SUSP-DETAIL-FILE NEXT
                AT END
                    SET ISW-EOF TO TRUE
                    GO TO 2910-CHECK-ONE-ITEM-EXIT
            END-READ
            ADD 1 TO ISW-F-READ (ISW-FILE-SUB)
            MOVE SPACES TO ISW-DETAIL
            STRING 'ITEM ' SUS-DATE '/' SUS-SEQ
               DELIMITED BY SIZE INTO ISW-DETAIL
            END-STRING
            EVALUATE TRUE
            WHEN SUS-STATUS-CLEARED AND SUS-CLEARED-TO NOT = SPACES
               MOVE SUS-CLEARED-TO TO ISW-LOOK-KEY
               PERFORM 4000-LOOKUP-MASTER
                  THRU 4000-LOOKUP-MASTER-EXIT
               IF NOT ISW-ON-MASTER
                  MOVE 'U01' TO ISW-RULE
                  MOVE 'ITEM CLEARED TO ACCOUNT NOT ON MASTER'
                    TO ISW-RULE-TEXT
                  PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
               END-IF
            WHEN SUS-STATUS-OPEN AND SUS-ORIG-KEY NOT = SPACES
               MOVE SUS-ORIG-KEY TO ISW-LOOK-KEY
               PERFORM 4000-LOOKUP-MASTER
                  THRU 4000-LOOKUP-MASTER-EXIT
               IF ISW-ON-MASTER
                  MOVE 'U02' TO ISW-RULE
                  MOVE 'OPEN ITEM, ORIGINAL KEY NOW ON MASTER'
                    TO ISW-RULE-TEXT
                  PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
               END-IF
            END-EVALUATE.
        2910-CHECK-ONE-ITEM-EXIT.
            EXIT.

        3000-SWEEP-PENDING.
            MOVE 10 TO ISW-FILE-SUB
            OPEN INPUT PEND-CHANGE-FILE
            PERFORM 4200-CHECK-OPEN THRU 4200-CHECK-OPEN-EXIT
            PERFORM 3010-CHECK-ONE-CHANGE
               THRU 3010-CHECK-ONE-CHANGE-EXIT
                UNTIL ISW-EOF
            CLOSE PEND-CHANGE-FILE.
        3000-SWEEP-PENDING-EXIT.
            EXIT.

      * decided changes are history; only one still waiting for a
      * reviewer can still be applied to the master
        3010-CHECK-ONE-CHANGE.
            READ PEND-CHANGE-FILE NEXT
                AT END
                    SET ISW-EOF TO TRUE
                    GO TO 3010-CHECK-ONE-CHANGE-EXIT
            END-READ
            IF PCH-ID = 0
               GO TO 3010-CHECK-ONE-CHANGE-EXIT
            END-IF
            ADD 1 TO ISW-F-READ (ISW-FILE-SUB)
            IF NOT PCH-STATUS-PENDING
               GO TO 3010-CHECK-ONE-CHANGE-EXIT
            END-IF
            MOVE PCH-KEY TO ISW-LOOK-KEY
            PERFORM 4000-LOOKUP-MASTER THRU 4000-LOOKUP-MASTER-EXIT
            MOVE SPACES TO ISW-DETAIL
            STRING 'CHANGE ' PCH-ID ' OF ' PCH-DATE
               DELIMITED BY SIZE INTO ISW-DETAIL
            END-STRING
            EVALUATE TRUE
            WHEN NOT ISW-ON-MASTER
               MOVE 'P01' TO ISW-RULE
               MOVE 'PENDING CHANGE FOR ACCOUNT NOT ON MASTER'
                 TO ISW-RULE-TEXT
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            WHEN AM-STATUS-CLOSED
               MOVE 'P02' TO ISW-RULE
               MOVE 'PENDING CHANGE FOR CLOSED ACCOUNT'
                 TO ISW-RULE-TEXT
               PERFORM 4100-RAISE THRU 4100-RAISE-EXIT
            END-EVALUATE.
        3010-CHECK-ONE-CHANGE-EXIT.
            EXIT.

      * rows for one account arrive together on every keyed file,
      * so the last account read answers most lookups; a read
      * error counts as found, never as an orphan
        4000-LOOKUP-MASTER.
            IF ISW-CACHE-VALID AND ISW-LOOK-KEY = ISW-CACHED-KEY
               GO TO 4000-LOOKUP-MASTER-EXIT
            END-IF
            MOVE ISW-LOOK-KEY TO AM-KEY ISW-CACHED-KEY
            SET ISW-CACHE-VALID TO TRUE
            SET ISW-ON-MASTER TO TRUE
            READ ACCT-MASTER-FILE
                INVALID KEY
                    SET ISW-ON-MASTER TO FALSE
            END-READ
            IF ISW-ACCT-STATUS NOT = '00' AND NOT = '23'
               DISPLAY 'integ-sweep: master read failed for '
                  ISW-LOOK-KEY ', status ' ISW-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               SET ISW-CACHE-VALID TO FALSE
               SET ISW-ON-MASTER TO TRUE
               MOVE 'A' TO AM-STATUS
               MOVE SPACES TO AM-TYPE
            END-IF.
        4000-LOOKUP-MASTER-EXIT.
            EXIT.

        4100-RAISE.
            MOVE ISW-FILE-SUB TO SRT-FILE-SUB
            MOVE ISW-RULE TO SRT-RULE
            MOVE ISW-LOOK-KEY TO SRT-KEY
            MOVE ISW-RULE-TEXT TO SRT-RULE-TEXT
            MOVE ISW-DETAIL TO SRT-DETAIL
            RELEASE SORT-RECORD
            ADD 1 TO ISW-F-EXCEPTIONS (ISW-FILE-SUB)
            ADD 1 TO ISW-EXCEPTION-TOTAL.
        4100-RAISE-EXIT.
            EXIT.

        4200-CHECK-OPEN.
            SET ISW-EOF TO FALSE
            IF ISW-FILE-STATUS = '00'
               MOVE 'Y' TO ISW-F-CHECKED (ISW-FILE-SUB)
            ELSE
               DISPLAY 'integ-sweep: cannot open '
                  ISW-F-NAME (ISW-FILE-SUB) ', status '
                  ISW-FILE-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               SET ISW-EOF TO TRUE
            END-IF.
        4200-CHECK-OPEN-EXIT.
            EXIT.

        5000-PRINT-REPORT.
            SET ISW-SORT-EOF TO FALSE
            OPEN OUTPUT REPORT-FILE
            IF ISW-FEED-CASES
               OPEN EXTEND CASE-FEED-FILE
            END-IF
            MOVE ISW-TODAY TO ISW-HDR-DATE
            WRITE REPORT-LINE FROM ISW-HDR-LINE
            MOVE 0 TO ISW-PREV-FILE-SUB
            MOVE SPACES TO ISW-PREV-RULE
            MOVE 0 TO ISW-RULE-COUNT
            PERFORM 5100-RETURN-ONE THRU 5100-RETURN-ONE-EXIT
                UNTIL ISW-SORT-EOF
            IF ISW-PREV-RULE NOT = SPACES
               PERFORM 5300-RULE-COUNT THRU 5300-RULE-COUNT-EXIT
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM ISW-SUMMARY-HDR
            PERFORM 5400-FILE-SUMMARY THRU 5400-FILE-SUMMARY-EXIT
               VARYING ISW-FILE-SUB FROM 1 BY 1
               UNTIL ISW-FILE-SUB > ISW-FILE-COUNT
            CLOSE REPORT-FILE
            IF ISW-FEED-CASES
               CLOSE CASE-FEED-FILE
            END-IF.
        5000-PRINT-REPORT-EXIT.
            EXIT.

        5100-RETURN-ONE.
            RETURN SORT-FILE
                AT END
                    SET ISW-SORT-EOF TO TRUE
                NOT AT END
                    PERFORM 5200-PRINT-ONE
                       THRU 5200-PRINT-ONE-EXIT
            END-RETURN.
        5100-RETURN-ONE-EXIT.
            EXIT.

        5200-PRINT-ONE.
            IF SRT-FILE-SUB NOT = ISW-PREV-FILE-SUB
               OR SRT-RULE NOT = ISW-PREV-RULE
               IF ISW-PREV-RULE NOT = SPACES
                  PERFORM 5300-RULE-COUNT THRU 5300-RULE-COUNT-EXIT
               END-IF
               IF SRT-FILE-SUB NOT = ISW-PREV-FILE-SUB
                  MOVE ISW-F-NAME (SRT-FILE-SUB) TO ISW-FL-NAME
                  WRITE REPORT-LINE FROM ISW-FILE-LINE
                  MOVE SRT-FILE-SUB TO ISW-PREV-FILE-SUB
               END-IF
               MOVE SRT-RULE TO ISW-RL-RULE
               MOVE SRT-RULE-TEXT TO ISW-RL-TEXT
               WRITE REPORT-LINE FROM ISW-RULE-LINE
               MOVE SRT-RULE TO ISW-PREV-RULE
               MOVE 0 TO ISW-RULE-COUNT
            END-IF
            MOVE SRT-KEY TO ISW-DL-KEY
            MOVE SRT-DETAIL TO ISW-DL-DETAIL
            WRITE REPORT-LINE FROM ISW-DETAIL-LINE
            ADD 1 TO ISW-RULE-COUNT
            IF ISW-FEED-CASES
               PERFORM 5500-FEED-CASE THRU 5500-FEED-CASE-EXIT
            END-IF.
        5200-PRINT-ONE-EXIT.
            EXIT.

        5300-RULE-COUNT.
            MOVE ISW-PREV-RULE TO ISW-CL-RULE
            MOVE ISW-RULE-COUNT TO ISW-CL-COUNT
            WRITE REPORT-LINE FROM ISW-COUNT-LINE.
        5300-RULE-COUNT-EXIT.
            EXIT.

        5400-FILE-SUMMARY.
            MOVE ISW-F-NAME (ISW-FILE-SUB) TO ISW-SM-NAME
            MOVE ISW-F-READ (ISW-FILE-SUB) TO ISW-SM-READ
            MOVE ISW-F-EXCEPTIONS (ISW-FILE-SUB) TO ISW-SM-EXCEPTIONS
            IF ISW-F-CHECKED (ISW-FILE-SUB) = 'Y'
               MOVE SPACES TO ISW-SM-NOTE
            ELSE
               MOVE 'NOT CHECKED' TO ISW-SM-NOTE
            END-IF
            WRITE REPORT-LINE FROM ISW-SUMMARY-LINE
            ADD ISW-F-READ (ISW-FILE-SUB) TO ISW-READ-TOTAL.
        5400-FILE-SUMMARY-EXIT.
            EXIT.

      * CASE-INTAKE keeps one open case per source and reference:
      * one per file and account, however many weeks it stands
        5500-FEED-CASE.
            MOVE SPACES TO CIN-SOURCE
            STRING 'INTG' ISW-F-CODE (SRT-FILE-SUB)
               DELIMITED BY SIZE INTO CIN-SOURCE
            END-STRING
            MOVE SRT-KEY TO CIN-REFERENCE
            MOVE SPACES TO CIN-DESCRIPTION
            STRING SRT-RULE ' ' SRT-RULE-TEXT (1:35) ' '
                   SRT-DETAIL (1:20)
               DELIMITED BY SIZE INTO CIN-DESCRIPTION
            END-STRING
            WRITE CASE-FEED-RECORD
            ADD 1 TO ISW-CASE-COUNT.
        5500-FEED-CASE-EXIT.
            EXIT.

        9999-EXIT.
            CLOSE ACCT-MASTER-FILE LOAN-MASTER-FILE
            DISPLAY 'integ-sweep: ' ISW-READ-TOTAL ' records read, '
               ISW-EXCEPTION-TOTAL ' exceptions, '
               ISW-CASE-COUNT ' fed to CASEIN'
            IF ISW-EXCEPTION-TOTAL > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ISW-RUN-STOP)
              TO ISW-RC
            MOVE 'INTGSWEP' TO JHR-PROGRAM-ID
            MOVE ISW-TODAY TO JHR-BUSINESS-DATE
            MOVE ISW-START-SECONDS TO JHR-START-SECONDS
            MOVE ISW-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE ISW-READ-TOTAL TO JHR-RECORDS-IN
            MOVE ISW-EXCEPTION-TOTAL TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        COPY gen-catalog-paragraphs.
        End Program INTEG-SWEEP.
