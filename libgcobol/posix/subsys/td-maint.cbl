      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  td-maint.cbl
      *
      *  Batch maintenance for the indexed term-deposit file
      *  (TERMDEP, term-deposit.cpy layout, primary key TDR-KEY =
      *  the deposit account's AM-KEY).  Applies the day's
      *  placements, instruction changes, early breaks and deletes
      *  from TDTRN under the same discipline as the standing-order
      *  maintenance: field edits with reason-coded rejects to
      *  TDREJ, an AUD-RECORD through audit-paragraphs.cpy for every
      *  applied change, and the run's record appended to the
      *  central job-history file.
      *
      *  The deposit account itself is opened through ACCT-MAINT as
      *  an ordinary type 'TD' account carrying the principal; a
      *  placement here is refused unless that account is on the
      *  master, active and of type TD.  The maturity date is the
      *  start date plus the term, held to the last day of a short
      *  month.  A change replaces the maturity instruction and
      *  payout account only -- the rate and term of a running
      *  deposit are fixed.  A break marks the deposit for early
      *  settlement (status K) by tonight's TD-MATURE run, which
      *  pays it out with the early-withdrawal penalty; a payout
      *  account given on the break overrides the one on file.  A
      *  deposit can be deleted only once it has been settled.
      *
      *  Transaction record layout (fixed columns):
      *      TTR-ACTION        X(1)   A add, C change, B break,
      *                               D delete
      *      TTR-KEY           X(32)  deposit account AM-KEY
      *      TTR-PRINCIPAL     S9(13)V99 zoned, sign trailing
      *      TTR-RATE          9(3)V9(6) annual rate, percent
      *      TTR-CONVENTION    X(7)   day-count code, blank for
      *                               ACT/365
      *      TTR-TERM-MONTHS   9(3)
      *      TTR-START-DATE    9(8)   blank for today
      *      TTR-INSTRUCTION   X(1)   P roll principal, R roll
      *                               principal and interest,
      *                               O pay out
      *      TTR-PAYOUT-KEY    X(32)  AM-KEY paid to (P and O)
      *
      *  Reject reason codes:
      *      T01 invalid action code     T08 instruction invalid
      *      T02 key missing             T09 payout account missing,
      *      T03 principal invalid           closed or not on master
      *      T04 rate not numeric        T10 duplicate key on add
      *      T05 convention unknown      T11 key not found
      *      T06 term invalid            T12 file error
      *      T07 start date invalid      T13 account not an active
      *                                      TD account on master
      *      T14 deposit not active (change, break) or not yet
      *          settled (delete)
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. TD-MAINT.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select TERM-DEPOSIT-FILE Assign To TERMDEP
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is TDR-KEY
                File Status Is TDM-FILE-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is TDM-ACCT-STATUS.
            Select TRANSACTION-FILE Assign To TDTRN
                Organization Is Line Sequential.
            Select REJECT-FILE Assign To TDREJ
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  TERM-DEPOSIT-FILE.
        COPY term-deposit.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  TRANSACTION-FILE.
        01  TRANSACTION-RECORD.
            05  TTR-ACTION          PIC X(01).
            05  TTR-KEY             PIC X(32).
            05  TTR-PRINCIPAL       PIC S9(13)V99.
            05  TTR-RATE            PIC 9(3)V9(6).
            05  TTR-CONVENTION      PIC X(07).
            05  TTR-TERM-MONTHS     PIC X(03).
            05  TTR-START-DATE      PIC X(08).
            05  TTR-INSTRUCTION     PIC X(01).
            05  TTR-PAYOUT-KEY      PIC X(32).
        FD  REJECT-FILE.
        01  REJECT-RECORD.
            05  TRJ-REASON          PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  TRJ-TRANSACTION     PIC X(108).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY day-count.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  TDM-RUN-START.
            05  TDM-START-SECONDS   Usage BINARY-DOUBLE.
            05  TDM-START-NANOS     Usage BINARY-DOUBLE.
        01  TDM-RUN-STOP.
            05  TDM-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  TDM-STOP-NANOS      Usage BINARY-DOUBLE.
        01  TDM-FILE-STATUS         PIC X(02).
        01  TDM-ACCT-STATUS         PIC X(02).
        01  TDM-EOF-SWITCH          PIC X(01).
            88  TDM-EOF                 Value 'Y', False 'N'.
        01  TDM-REASON              PIC X(03).
        01  TDM-READ-COUNT          PIC 9(09) Value 0.
        01  TDM-APPLIED-COUNT       PIC 9(09) Value 0.
        01  TDM-REJECT-COUNT        PIC 9(09) Value 0.
        01  TDM-TODAY               PIC 9(08).
        01  TDM-MONTHS              Binary-Long.
        01  TDM-YEARS               Binary-Long.
        01  TDM-DATE-WORK.
            05  TDM-DW-YYYY         PIC 9(04).
            05  TDM-DW-MM           PIC 9(02).
            05  TDM-DW-DD           PIC 9(02).
        01  TDM-DATE-NUM REDEFINES TDM-DATE-WORK
                                    PIC 9(08).
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
            SET TDM-EOF TO FALSE
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'td-maint: no business date established,'
                  ' refusing to post'
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            MOVE BDQ-DATE TO TDM-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, TDM-RUN-START)
              TO AUD-RC
            OPEN I-O TERM-DEPOSIT-FILE
            IF TDM-FILE-STATUS = '35'
      *        first placement against a fresh deposit file
               OPEN OUTPUT TERM-DEPOSIT-FILE
               CLOSE TERM-DEPOSIT-FILE
               OPEN I-O TERM-DEPOSIT-FILE
            END-IF
            IF TDM-FILE-STATUS NOT = '00'
               DISPLAY 'td-maint: cannot open TERMDEP, status '
                  TDM-FILE-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            OPEN INPUT ACCT-MASTER-FILE
            IF TDM-ACCT-STATUS NOT = '00'
               DISPLAY 'td-maint: cannot open master, status '
                  TDM-ACCT-STATUS
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
                UNTIL TDM-EOF.
        2000-APPLY-ALL-EXIT.
            EXIT.

        2100-READ-ONE-TRAN.
            READ TRANSACTION-FILE
                AT END
                    SET TDM-EOF TO TRUE
                NOT AT END
                    ADD 1 TO TDM-READ-COUNT
                    PERFORM 2200-EDIT-TRAN THRU 2200-EDIT-TRAN-EXIT
                    IF TDM-REASON = SPACES
                       PERFORM 3000-APPLY-TRAN
                          THRU 3000-APPLY-TRAN-EXIT
                    END-IF
                    IF TDM-REASON NOT = SPACES
                       PERFORM 4000-REJECT-TRAN
                          THRU 4000-REJECT-TRAN-EXIT
                    END-IF
            END-READ.
        2100-READ-ONE-TRAN-EXIT.
            EXIT.

        2200-EDIT-TRAN.
            MOVE SPACES TO TDM-REASON
            IF TTR-ACTION NOT = 'A' AND TTR-ACTION NOT = 'C' AND
               TTR-ACTION NOT = 'B' AND TTR-ACTION NOT = 'D'
               MOVE 'T01' TO TDM-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF TTR-KEY = SPACES
               MOVE 'T02' TO TDM-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF TTR-ACTION = 'D'
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
      *     a break needs nothing but a usable payout account, and
      *     that is known only once the deposit has been read
            IF TTR-ACTION = 'B'
               IF TTR-PAYOUT-KEY NOT = SPACES
                  PERFORM 2300-CHECK-PAYOUT
                     THRU 2300-CHECK-PAYOUT-EXIT
               END-IF
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF NOT (TTR-INSTRUCTION = 'P' OR TTR-INSTRUCTION = 'R'
               OR TTR-INSTRUCTION = 'O')
               MOVE 'T08' TO TDM-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF TTR-INSTRUCTION NOT = 'R'
               IF TTR-PAYOUT-KEY = SPACES
                  MOVE 'T09' TO TDM-REASON
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
               PERFORM 2300-CHECK-PAYOUT
                  THRU 2300-CHECK-PAYOUT-EXIT
               IF TDM-REASON NOT = SPACES
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
            END-IF
            IF TTR-ACTION = 'C'
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF TTR-PRINCIPAL NOT NUMERIC
               MOVE 'T03' TO TDM-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF TTR-PRINCIPAL NOT > 0
               MOVE 'T03' TO TDM-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF TTR-RATE NOT NUMERIC
               MOVE 'T04' TO TDM-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF TTR-CONVENTION = SPACES
               MOVE 'ACT/365' TO DCN-CONVENTION
            ELSE
               MOVE TTR-CONVENTION TO DCN-CONVENTION
            END-IF
            IF NOT (DCN-30-360 OR DCN-30E-360 OR DCN-ACT-365 OR
                    DCN-ACT-360 OR DCN-ACT-ACT)
               MOVE 'T05' TO TDM-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF TTR-TERM-MONTHS NOT NUMERIC OR
               TTR-TERM-MONTHS = '000'
               MOVE 'T06' TO TDM-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF TTR-START-DATE NOT = SPACES
               IF TTR-START-DATE NOT NUMERIC
                  MOVE 'T07' TO TDM-REASON
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD
                     (FUNCTION NUMVAL(TTR-START-DATE)) NOT = 0
                  MOVE 'T07' TO TDM-REASON
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
            END-IF
            MOVE TTR-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF TDM-ACCT-STATUS NOT = '00'
               MOVE 'T13' TO TDM-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF AM-TYPE NOT = 'TD' OR NOT AM-STATUS-ACTIVE
               MOVE 'T13' TO TDM-REASON
            END-IF.
        2200-EDIT-TRAN-EXIT.
            EXIT.

      * the payout account must be on the master and still open
        2300-CHECK-PAYOUT.
            MOVE TTR-PAYOUT-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF TDM-ACCT-STATUS NOT = '00'
               MOVE 'T09' TO TDM-REASON
               GO TO 2300-CHECK-PAYOUT-EXIT
            END-IF
            IF NOT AM-STATUS-ACTIVE
               MOVE 'T09' TO TDM-REASON
            END-IF.
        2300-CHECK-PAYOUT-EXIT.
            EXIT.

        3000-APPLY-TRAN.
            EVALUATE TTR-ACTION
               WHEN 'A'
                  PERFORM 3100-ADD-DEPOSIT
                     THRU 3100-ADD-DEPOSIT-EXIT
               WHEN 'C'
                  PERFORM 3200-CHANGE-DEPOSIT
                     THRU 3200-CHANGE-DEPOSIT-EXIT
               WHEN 'B'
                  PERFORM 3300-BREAK-DEPOSIT
                     THRU 3300-BREAK-DEPOSIT-EXIT
               WHEN 'D'
                  PERFORM 3400-DELETE-DEPOSIT
                     THRU 3400-DELETE-DEPOSIT-EXIT
            END-EVALUATE.
        3000-APPLY-TRAN-EXIT.
            EXIT.

        3100-ADD-DEPOSIT.
            MOVE TTR-KEY TO TDR-KEY
            READ TERM-DEPOSIT-FILE
            IF TDM-FILE-STATUS = '00'
               MOVE 'T10' TO TDM-REASON
               GO TO 3100-ADD-DEPOSIT-EXIT
            END-IF
            INITIALIZE TERM-DEPOSIT-RECORD
            MOVE TTR-KEY TO TDR-KEY
            MOVE TTR-PRINCIPAL TO TDR-PRINCIPAL
            MOVE TTR-RATE TO TDR-RATE
            MOVE DCN-CONVENTION TO TDR-CONVENTION
            MOVE FUNCTION NUMVAL(TTR-TERM-MONTHS) TO TDR-TERM-MONTHS
            IF TTR-START-DATE = SPACES
               MOVE TDM-TODAY TO TDR-START-DATE
            ELSE
               MOVE FUNCTION NUMVAL(TTR-START-DATE)
                 TO TDR-START-DATE
            END-IF
            PERFORM 3500-SET-MATURITY THRU 3500-SET-MATURITY-EXIT
            MOVE TTR-INSTRUCTION TO TDR-INSTRUCTION
            MOVE TTR-PAYOUT-KEY TO TDR-PAYOUT-KEY
            SET TDR-STATUS-ACTIVE TO TRUE
            WRITE TERM-DEPOSIT-RECORD
            IF TDM-FILE-STATUS = '00'
               ADD 1 TO TDM-APPLIED-COUNT
               SET AUD-ACTION-CREATE TO TRUE
               PERFORM 3600-AUDIT-CHANGE THRU 3600-AUDIT-CHANGE-EXIT
            ELSE
               MOVE 'T12' TO TDM-REASON
            END-IF.
        3100-ADD-DEPOSIT-EXIT.
            EXIT.

        3200-CHANGE-DEPOSIT.
            MOVE TTR-KEY TO TDR-KEY
            READ TERM-DEPOSIT-FILE
            IF TDM-FILE-STATUS NOT = '00'
               MOVE 'T11' TO TDM-REASON
               GO TO 3200-CHANGE-DEPOSIT-EXIT
            END-IF
            IF NOT TDR-STATUS-ACTIVE
               MOVE 'T14' TO TDM-REASON
               GO TO 3200-CHANGE-DEPOSIT-EXIT
            END-IF
            MOVE TTR-INSTRUCTION TO TDR-INSTRUCTION
            MOVE TTR-PAYOUT-KEY TO TDR-PAYOUT-KEY
            REWRITE TERM-DEPOSIT-RECORD
            IF TDM-FILE-STATUS = '00'
               ADD 1 TO TDM-APPLIED-COUNT
               SET AUD-ACTION-UPDATE TO TRUE
               PERFORM 3600-AUDIT-CHANGE THRU 3600-AUDIT-CHANGE-EXIT
            ELSE
               MOVE 'T12' TO TDM-REASON
            END-IF.
        3200-CHANGE-DEPOSIT-EXIT.
            EXIT.

        3300-BREAK-DEPOSIT.
            MOVE TTR-KEY TO TDR-KEY
            READ TERM-DEPOSIT-FILE
            IF TDM-FILE-STATUS NOT = '00'
               MOVE 'T11' TO TDM-REASON
               GO TO 3300-BREAK-DEPOSIT-EXIT
            END-IF
            IF NOT TDR-STATUS-ACTIVE
               MOVE 'T14' TO TDM-REASON
               GO TO 3300-BREAK-DEPOSIT-EXIT
            END-IF
            IF TTR-PAYOUT-KEY NOT = SPACES
               MOVE TTR-PAYOUT-KEY TO TDR-PAYOUT-KEY
            END-IF
            IF TDR-PAYOUT-KEY = SPACES
               MOVE 'T09' TO TDM-REASON
               GO TO 3300-BREAK-DEPOSIT-EXIT
            END-IF
            SET TDR-STATUS-BREAK-DUE TO TRUE
            MOVE TDM-TODAY TO TDR-BREAK-DATE
            REWRITE TERM-DEPOSIT-RECORD
            IF TDM-FILE-STATUS = '00'
               ADD 1 TO TDM-APPLIED-COUNT
               SET AUD-ACTION-UPDATE TO TRUE
               PERFORM 3600-AUDIT-CHANGE THRU 3600-AUDIT-CHANGE-EXIT
            ELSE
               MOVE 'T12' TO TDM-REASON
            END-IF.
        3300-BREAK-DEPOSIT-EXIT.
            EXIT.

        3400-DELETE-DEPOSIT.
            MOVE TTR-KEY TO TDR-KEY
            READ TERM-DEPOSIT-FILE
            IF TDM-FILE-STATUS NOT = '00'
               MOVE 'T11' TO TDM-REASON
               GO TO 3400-DELETE-DEPOSIT-EXIT
            END-IF
            IF TDR-STATUS-ACTIVE OR TDR-STATUS-BREAK-DUE
               MOVE 'T14' TO TDM-REASON
               GO TO 3400-DELETE-DEPOSIT-EXIT
            END-IF
            DELETE TERM-DEPOSIT-FILE
            IF TDM-FILE-STATUS = '00'
               ADD 1 TO TDM-APPLIED-COUNT
               SET AUD-ACTION-DELETE TO TRUE
               PERFORM 3600-AUDIT-CHANGE THRU 3600-AUDIT-CHANGE-EXIT
            ELSE
               MOVE 'T12' TO TDM-REASON
            END-IF.
        3400-DELETE-DEPOSIT-EXIT.
            EXIT.

      * start plus term; a start past the 28th that lands beyond
      * the end of a short month is held to that month's last day
        3500-SET-MATURITY.
            MOVE TDR-START-DATE TO TDM-DATE-WORK
            COMPUTE TDM-MONTHS = TDM-DW-MM - 1 + TDR-TERM-MONTHS
            DIVIDE TDM-MONTHS BY 12 GIVING TDM-YEARS
               REMAINDER TDM-MONTHS
            ADD TDM-YEARS TO TDM-DW-YYYY
            COMPUTE TDM-DW-MM = TDM-MONTHS + 1
            PERFORM 3510-BACK-ONE-DAY THRU 3510-BACK-ONE-DAY-EXIT
                UNTIL FUNCTION TEST-DATE-YYYYMMDD(TDM-DATE-NUM) = 0
            MOVE TDM-DATE-WORK TO TDR-MATURITY-DATE.
        3500-SET-MATURITY-EXIT.
            EXIT.

        3510-BACK-ONE-DAY.
            SUBTRACT 1 FROM TDM-DW-DD.
        3510-BACK-ONE-DAY-EXIT.
            EXIT.

        3600-AUDIT-CHANGE.
            MOVE 'TDMAINT' TO AUD-PROGRAM-ID
            MOVE TTR-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3600-AUDIT-CHANGE-EXIT.
            EXIT.

        4000-REJECT-TRAN.
            ADD 1 TO TDM-REJECT-COUNT
            MOVE TDM-REASON TO TRJ-REASON
            MOVE TRANSACTION-RECORD TO TRJ-TRANSACTION
            WRITE REJECT-RECORD.
        4000-REJECT-TRAN-EXIT.
            EXIT.

        9999-EXIT.
            CLOSE TERM-DEPOSIT-FILE ACCT-MASTER-FILE
                  TRANSACTION-FILE REJECT-FILE
            DISPLAY 'td-maint: ' TDM-READ-COUNT ' read, '
               TDM-APPLIED-COUNT ' applied, '
               TDM-REJECT-COUNT ' rejected'
            IF TDM-REJECT-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, TDM-RUN-STOP)
              TO AUD-RC
            MOVE 'TDMAINT' TO JHR-PROGRAM-ID
            MOVE TDM-TODAY TO JHR-BUSINESS-DATE
            MOVE TDM-START-SECONDS TO JHR-START-SECONDS
            MOVE TDM-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE TDM-READ-COUNT TO JHR-RECORDS-IN
            MOVE TDM-APPLIED-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY exit-status-paragraphs.
        End Program TD-MAINT.
