      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  od-accrue.cbl
      *
      *  Daily overdraft debit-interest accrual and month-end
      *  charging for the 'CH' accounts of the account master -- the
      *  debit-side companion of SAV-ACCRUE, replacing the branch
      *  worksheets overdraft interest used to be calculated (and
      *  missed) on.  Walks ACCTMST sequentially; for every active
      *  checking account the overdrawn balance is split at the
      *  agreed limit from ODLIMITS (the file OD-MONITOR reads; no
      *  record means a limit of zero): the part within the limit
      *  accrues at the authorized rate and the part beyond it at
      *  the higher excess rate, both from ODRATES.  The period
      *  from the account's accrued-through date to tonight's
      *  business date is converted to a year fraction through the
      *  DAY-COUNT convention library, and the accrued amount is
      *  carried to four decimals in the indexed overdraft-interest
      *  ledger (ODLEDGR, od-ledger.cpy).
      *
      *  When the business date carries the RUN-CALENDAR month-end
      *  marker the whole-cent part of each account's accrued
      *  interest is charged: an ordinary ACCTTRAN movement
      *  transaction (debit of the interest) is written to ODTRAN
      *  for the normal ACCT-MAINT run.  The ledger keeps the
      *  sub-cent residue.  Every charge is written as an
      *  AUD-RECORD (action ODINT) and printed on the proof report
      *  (ODPROOF), sorted by branch with branch subtotals; the
      *  report's grand total is proved against the total of the
      *  postings written, and a difference ends the job for a
      *  rerun.
      *
      *  ODRATES record layout (fixed columns, one record):
      *      ODR-LIMIT-RATE   9(3)V9(6) zoned  within-limit rate,
      *                                        percent
      *      ODR-EXCESS-RATE  9(3)V9(6) zoned  excess rate, percent
      *
      *  Flags (cmdline-parms.cpy style):
      *      -CONVENTION=<day-count code>   default ACT/365
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. OD-ACCRUE.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is ODA-ACCT-STATUS.
            Select OD-LEDGER-FILE Assign To ODLEDGR
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is ODG-KEY
                File Status Is ODA-LEDGER-STATUS.
            Select LIMIT-FILE Assign To ODLIMITS
                Organization Is Line Sequential.
            Select OPTIONAL RATE-FILE Assign To ODRATES
                Organization Is Line Sequential.
            Select OD-TRAN-FILE Assign To ODTRAN
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To ODPROOF
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
        FD  OD-LEDGER-FILE.
        COPY od-ledger.
        FD  LIMIT-FILE.
        01  LIMIT-RECORD.
            05  ODL-KEY             PIC X(32).
            05  ODL-LIMIT           PIC 9(13)V99.
        FD  RATE-FILE.
        01  RATE-RECORD.
            05  ODR-LIMIT-RATE      PIC 9(3)V9(6).
            05  ODR-EXCESS-RATE     PIC 9(3)V9(6).
        FD  OD-TRAN-FILE.
        01  OD-TRAN-RECORD.
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
            05  ATR-OPEN-DATE      PIC X(08).
            05  ATR-ORIGIN          PIC X(08).
            05  ATR-REFERENCE       PIC X(16).
            05  ATR-NARRATIVE       PIC X(30).
            05  FILLER              PIC X(91).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        SD  SORT-FILE.
        01  SORT-RECORD.
            05  SRT-BRANCH          PIC X(04).
            05  SRT-KEY             PIC X(32).
            05  SRT-SHORT-NAME      PIC X(20).
            05  SRT-BALANCE         PIC S9(13)V99.
            05  SRT-LIMIT           PIC 9(13)V99.
            05  SRT-CHARGE          PIC S9(13)V99.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY run-calendar.
        COPY day-count.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  ODA-RUN-START.
            05  ODA-START-SECONDS   Usage BINARY-DOUBLE.
            05  ODA-START-NANOS     Usage BINARY-DOUBLE.
        01  ODA-RUN-STOP.
            05  ODA-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  ODA-STOP-NANOS      Usage BINARY-DOUBLE.
        01  ODA-ACCT-STATUS         PIC X(02).
        01  ODA-LEDGER-STATUS       PIC X(02).
        01  ODA-OPEN-SWITCH         PIC X(01) Value 'N'.
            88  ODA-FILES-OPEN          Value 'Y', False 'N'.
        01  ODA-EOF-SWITCH          PIC X(01).
            88  ODA-EOF                 Value 'Y', False 'N'.
        01  ODA-SORT-EOF-SWITCH     PIC X(01).
            88  ODA-SORT-EOF            Value 'Y', False 'N'.
        01  ODA-MONTH-END-SW        PIC X(01).
            88  ODA-MONTH-END           Value 'Y', False 'N'.
        01  ODA-READ-COUNT          PIC 9(09) Value 0.
        01  ODA-ACCRUED-COUNT       PIC 9(09) Value 0.
        01  ODA-CHARGE-COUNT        PIC 9(09) Value 0.
        01  ODA-TODAY               PIC 9(08).
        01  ODA-TODAY-YEAR          PIC 9(04).
        01  ODA-THROUGH-YEAR        PIC 9(04).
        01  ODA-CONVENTION          PIC X(07) Value 'ACT/365'.
        01  ODA-LIMIT-RATE          PIC 9(3)V9(6).
        01  ODA-EXCESS-RATE         PIC 9(3)V9(6).
        01  ODA-LIMIT-COUNT         Binary-Long Value 0.
        01  ODA-LIMIT-SUB           Binary-Long.
        01  ODA-LIMIT-TABLE.
            05  ODA-LIMIT-ENTRY OCCURS 500 TIMES.
                10  ODA-L-KEY       PIC X(32).
                10  ODA-L-LIMIT     PIC 9(13)V99.
        01  ODA-LIMIT-FOUND         PIC 9(13)V99.
        01  ODA-OVERDRAWN           PIC S9(13)V99 COMP-3.
        01  ODA-WITHIN              PIC S9(13)V99 COMP-3.
        01  ODA-EXCESS              PIC S9(13)V99 COMP-3.
        01  ODA-INTEREST            PIC S9(13)V9(4) COMP-3.
        01  ODA-CHARGE-AMOUNT       PIC S9(13)V99 COMP-3.
        01  ODA-POSTED-TOTAL        PIC S9(15)V99 COMP-3 Value 0.
        01  ODA-PREV-BRANCH         PIC X(04).
        01  ODA-BRANCH-COUNT        PIC 9(07).
        01  ODA-BRANCH-TOTAL        PIC S9(15)V99 COMP-3.
        01  ODA-PROOF-COUNT         PIC 9(09) Value 0.
        01  ODA-PROOF-TOTAL         PIC S9(15)V99 COMP-3 Value 0.
        01  ODA-HDR-LINE.
            05  FILLER              PIC X(35)
                Value 'OVERDRAFT INTEREST CHARGE PROOF -- '.
            05  ODA-HDR-DATE        PIC 9(08).
        01  ODA-NOCHARGE-LINE.
            05  FILLER              PIC X(40)
                Value 'NOT MONTH-END, INTEREST ACCRUED ONLY -- '.
            05  ODA-NL-COUNT        PIC Z(08)9.
            05  FILLER              PIC X(09) Value ' ACCOUNTS'.
        01  ODA-BRANCH-LINE.
            05  FILLER              PIC X(07) Value 'BRANCH '.
            05  ODA-BL-BRANCH       PIC X(04).
        01  ODA-DETAIL-LINE.
            05  FILLER              PIC X(02) Value SPACES.
            05  ODA-DL-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  ODA-DL-NAME         PIC X(20).
            05  FILLER              PIC X(01) Value SPACE.
            05  ODA-DL-BALANCE      PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  ODA-DL-LIMIT        PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  ODA-DL-CHARGE       PIC -(13)9.99.
        01  ODA-SUBTOTAL-LINE.
            05  FILLER              PIC X(10)
                Value '  BRANCH  '.
            05  ODA-SL-COUNT        PIC Z(06)9.
            05  FILLER              PIC X(09)
                Value ' CHARGED '.
            05  ODA-SL-TOTAL        PIC -(15)9.99.
        01  ODA-TOTAL-LINE.
            05  FILLER              PIC X(10)
                Value 'ALL BRANCH'.
            05  ODA-TL-COUNT        PIC Z(08)9.
            05  FILLER              PIC X(09)
                Value ' CHARGED '.
            05  ODA-TL-TOTAL        PIC -(15)9.99.
        01  ODA-POSTED-LINE.
            05  FILLER              PIC X(10)
                Value 'POSTED    '.
            05  ODA-PL-COUNT        PIC Z(08)9.
            05  FILLER              PIC X(10)
                Value ' TO ODTRAN'.
            05  ODA-PL-TOTAL        PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  ODA-PL-PROOF        PIC X(20).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               SORT SORT-FILE
                  ON ASCENDING KEY SRT-BRANCH SRT-KEY
                  INPUT PROCEDURE IS 2000-ACCRUE-ALL
                     THRU 2000-ACCRUE-ALL-EXIT
                  OUTPUT PROCEDURE IS 5000-PRINT-PROOF
                     THRU 5000-PRINT-PROOF-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET ODA-MONTH-END TO FALSE
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'CONVENTION' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO ODA-CONVENTION
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'od-accrue: no business date established,'
                  ' refusing to accrue'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO ODA-TODAY
            SET RCQ-REQ-INFO TO TRUE
            MOVE ODA-TODAY TO RCQ-DATE
            CALL 'RUN-CALENDAR' USING RCQ-CONTROL
            IF RCQ-OK AND RCQ-IS-MONTH-END
               SET ODA-MONTH-END TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ODA-RUN-START)
              TO AUD-RC
            PERFORM 1100-LOAD-RATES THRU 1100-LOAD-RATES-EXIT
            IF NOT JOB-OK
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1200-LOAD-LIMITS THRU 1200-LOAD-LIMITS-EXIT
            OPEN INPUT ACCT-MASTER-FILE
            IF ODA-ACCT-STATUS NOT = '00'
               DISPLAY 'od-accrue: cannot open master, status '
                  ODA-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN I-O OD-LEDGER-FILE
            IF ODA-LEDGER-STATUS = '35'
      *        first accrual run ever: build an empty ledger
               OPEN OUTPUT OD-LEDGER-FILE
               CLOSE OD-LEDGER-FILE
               OPEN I-O OD-LEDGER-FILE
            END-IF
            IF ODA-LEDGER-STATUS NOT = '00'
               DISPLAY 'od-accrue: cannot open ODLEDGR, status '
                  ODA-LEDGER-STATUS
               CLOSE ACCT-MASTER-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT OD-TRAN-FILE
            OPEN OUTPUT REPORT-FILE
            SET ODA-FILES-OPEN TO TRUE
            MOVE ODA-TODAY TO ODA-HDR-DATE
            WRITE REPORT-LINE FROM ODA-HDR-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

        1100-LOAD-RATES.
            OPEN INPUT RATE-FILE
            READ RATE-FILE
                AT END
                    DISPLAY 'od-accrue: ODRATES empty,'
                       ' refusing to accrue at no rate'
                    SET JOB-NEEDS-RERUN TO TRUE
                NOT AT END
                    MOVE ODR-LIMIT-RATE TO ODA-LIMIT-RATE
                    MOVE ODR-EXCESS-RATE TO ODA-EXCESS-RATE
            END-READ
            CLOSE RATE-FILE.
        1100-LOAD-RATES-EXIT.
            EXIT.

        1200-LOAD-LIMITS.
            SET ODA-EOF TO FALSE
            OPEN INPUT LIMIT-FILE
            PERFORM 1210-READ-ONE-LIMIT
               THRU 1210-READ-ONE-LIMIT-EXIT
                UNTIL ODA-EOF
            CLOSE LIMIT-FILE.
        1200-LOAD-LIMITS-EXIT.
            EXIT.

        1210-READ-ONE-LIMIT.
            READ LIMIT-FILE
                AT END
                    SET ODA-EOF TO TRUE
                NOT AT END
                    IF ODA-LIMIT-COUNT < 500
                       ADD 1 TO ODA-LIMIT-COUNT
                       MOVE ODL-KEY
                         TO ODA-L-KEY (ODA-LIMIT-COUNT)
                       MOVE ODL-LIMIT
                         TO ODA-L-LIMIT (ODA-LIMIT-COUNT)
                    ELSE
      *                a dropped limit row would charge the whole
      *                overdraft at the excess rate; say so
                       DISPLAY 'od-accrue: limit table full, '
                          ODL-KEY ' dropped'
                       SET JOB-WARNING TO TRUE
                    END-IF
            END-READ.
        1210-READ-ONE-LIMIT-EXIT.
            EXIT.

        2000-ACCRUE-ALL.
            SET ODA-EOF TO FALSE
            PERFORM 2100-READ-ONE-ACCOUNT
               THRU 2100-READ-ONE-ACCOUNT-EXIT
                UNTIL ODA-EOF.
        2000-ACCRUE-ALL-EXIT.
            EXIT.

        2100-READ-ONE-ACCOUNT.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET ODA-EOF TO TRUE
                NOT AT END
                    ADD 1 TO ODA-READ-COUNT
                    IF AM-TYPE = 'CH' AND AM-STATUS-ACTIVE
                       PERFORM 3000-ACCRUE-ACCOUNT
                          THRU 3000-ACCRUE-ACCOUNT-EXIT
                    END-IF
            END-READ.
        2100-READ-ONE-ACCOUNT-EXIT.
            EXIT.

        3000-ACCRUE-ACCOUNT.
            MOVE AM-KEY TO ODG-KEY
            READ OD-LEDGER-FILE
            IF ODA-LEDGER-STATUS NOT = '00'
      *        first sight of this account: open its ledger line
      *        accrued through tonight (no interest for days before
      *        the account reached the ledger)
               MOVE AM-KEY TO ODG-KEY
               MOVE 0 TO ODG-ACCRUED-TD
               MOVE ODA-TODAY TO ODG-THROUGH-DATE
               MOVE 0 TO ODG-CHARGED-YTD
               MOVE 0 TO ODG-LAST-CHARGE-DATE
               WRITE OD-LEDGER-RECORD
               GO TO 3000-ACCRUE-ACCOUNT-EXIT
            END-IF
            IF ODG-THROUGH-DATE >= ODA-TODAY
               GO TO 3000-ACCRUE-ACCOUNT-EXIT
            END-IF
            COMPUTE ODA-TODAY-YEAR = ODA-TODAY / 10000
            COMPUTE ODA-THROUGH-YEAR = ODG-THROUGH-DATE / 10000
            IF ODA-THROUGH-YEAR < ODA-TODAY-YEAR
               MOVE 0 TO ODG-CHARGED-YTD
            END-IF
            IF AM-BALANCE < 0
               PERFORM 3100-ACCRUE-DEBIT THRU 3100-ACCRUE-DEBIT-EXIT
               IF NOT DCN-OK
                  GO TO 3000-ACCRUE-ACCOUNT-EXIT
               END-IF
            END-IF
            MOVE ODA-TODAY TO ODG-THROUGH-DATE
            IF ODA-MONTH-END AND ODG-ACCRUED-TD >= 0.01
               PERFORM 3300-CHARGE THRU 3300-CHARGE-EXIT
            END-IF
            REWRITE OD-LEDGER-RECORD
            IF ODA-LEDGER-STATUS NOT = '00'
               DISPLAY 'od-accrue: ledger rewrite status '
                  ODA-LEDGER-STATUS ' key ' ODG-KEY
               SET JOB-NEEDS-RERUN TO TRUE
               SET ODA-EOF TO TRUE
            END-IF.
        3000-ACCRUE-ACCOUNT-EXIT.
            EXIT.

      * the overdrawn balance splits at the agreed limit: within it
      * at the authorized rate, beyond it at the excess rate
        3100-ACCRUE-DEBIT.
            PERFORM 3200-FIND-LIMIT THRU 3200-FIND-LIMIT-EXIT
            COMPUTE ODA-OVERDRAWN = 0 - AM-BALANCE
            IF ODA-OVERDRAWN > ODA-LIMIT-FOUND
               MOVE ODA-LIMIT-FOUND TO ODA-WITHIN
            ELSE
               MOVE ODA-OVERDRAWN TO ODA-WITHIN
            END-IF
            COMPUTE ODA-EXCESS = ODA-OVERDRAWN - ODA-WITHIN
            MOVE ODG-THROUGH-DATE TO DCN-FROM-DATE
            MOVE ODA-TODAY TO DCN-TO-DATE
            MOVE ODA-CONVENTION TO DCN-CONVENTION
            CALL 'DAY-COUNT' USING DCN-CONTROL
            IF NOT DCN-OK
               DISPLAY 'od-accrue: day-count status ' DCN-STATUS
                  ' key ' AM-KEY
               SET JOB-WARNING TO TRUE
               GO TO 3100-ACCRUE-DEBIT-EXIT
            END-IF
            COMPUTE ODA-INTEREST ROUNDED =
               (ODA-WITHIN * (ODA-LIMIT-RATE / 100)
                + ODA-EXCESS * (ODA-EXCESS-RATE / 100))
                * DCN-YEAR-FRACTION
            ADD ODA-INTEREST TO ODG-ACCRUED-TD
            ADD 1 TO ODA-ACCRUED-COUNT.
        3100-ACCRUE-DEBIT-EXIT.
            EXIT.

        3200-FIND-LIMIT.
            MOVE 0 TO ODA-LIMIT-FOUND
            PERFORM 3210-MATCH-ONE-LIMIT
               THRU 3210-MATCH-ONE-LIMIT-EXIT
               VARYING ODA-LIMIT-SUB FROM 1 BY 1
               UNTIL ODA-LIMIT-SUB > ODA-LIMIT-COUNT.
        3200-FIND-LIMIT-EXIT.
            EXIT.

        3210-MATCH-ONE-LIMIT.
            IF ODA-L-KEY (ODA-LIMIT-SUB) = AM-KEY
               MOVE ODA-L-LIMIT (ODA-LIMIT-SUB)
                 TO ODA-LIMIT-FOUND
            END-IF.
        3210-MATCH-ONE-LIMIT-EXIT.
            EXIT.

      * whole cents are charged through the normal posting stream;
      * the sub-cent residue stays accrued in the ledger
        3300-CHARGE.
            MOVE ODG-ACCRUED-TD TO ODA-CHARGE-AMOUNT
            MOVE SPACES TO OD-TRAN-RECORD
            MOVE 'M' TO ATR-ACTION
            MOVE AM-KEY TO ATR-KEY
            MOVE AM-SHORT-NAME TO ATR-SHORT-NAME
            MOVE AM-CUSTOMER-NAME TO ATR-CUST-NAME
            MOVE AM-BRANCH TO ATR-BRANCH
            MOVE AM-TYPE TO ATR-TYPE
            MOVE AM-CURRENCY TO ATR-CURRENCY
            COMPUTE ATR-AMOUNT = 0 - ODA-CHARGE-AMOUNT
            MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            MOVE 'ODACCRU1' TO ATR-ORIGIN
            STRING 'ODI ' ODA-TODAY DELIMITED BY SIZE
              INTO ATR-REFERENCE
            END-STRING
            MOVE 'OVERDRAFT INTEREST' TO ATR-NARRATIVE
            WRITE OD-TRAN-RECORD
            ADD 1 TO ODA-CHARGE-COUNT
            ADD ODA-CHARGE-AMOUNT TO ODA-POSTED-TOTAL
            SUBTRACT ODA-CHARGE-AMOUNT FROM ODG-ACCRUED-TD
            ADD ODA-CHARGE-AMOUNT TO ODG-CHARGED-YTD
            MOVE ODA-TODAY TO ODG-LAST-CHARGE-DATE
            PERFORM 3200-FIND-LIMIT THRU 3200-FIND-LIMIT-EXIT
            MOVE AM-BRANCH TO SRT-BRANCH
            MOVE AM-KEY TO SRT-KEY
            MOVE AM-SHORT-NAME TO SRT-SHORT-NAME
            MOVE AM-BALANCE TO SRT-BALANCE
            MOVE ODA-LIMIT-FOUND TO SRT-LIMIT
            MOVE ODA-CHARGE-AMOUNT TO SRT-CHARGE
            RELEASE SORT-RECORD
            MOVE 'ODACCRU1' TO AUD-PROGRAM-ID
            MOVE 'ODINT' TO AUD-ACTION
            MOVE AM-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3300-CHARGE-EXIT.
            EXIT.

        5000-PRINT-PROOF.
            IF NOT ODA-MONTH-END
               MOVE ODA-ACCRUED-COUNT TO ODA-NL-COUNT
               WRITE REPORT-LINE FROM ODA-NOCHARGE-LINE
               GO TO 5000-PRINT-PROOF-EXIT
            END-IF
            SET ODA-SORT-EOF TO FALSE
            MOVE SPACES TO ODA-PREV-BRANCH
            MOVE 0 TO ODA-BRANCH-COUNT ODA-BRANCH-TOTAL
            PERFORM 5100-RETURN-ONE THRU 5100-RETURN-ONE-EXIT
                UNTIL ODA-SORT-EOF
            IF ODA-PREV-BRANCH NOT = SPACES
               PERFORM 5300-BRANCH-SUBTOTAL
                  THRU 5300-BRANCH-SUBTOTAL-EXIT
            END-IF
            PERFORM 5400-PROVE-TOTALS THRU 5400-PROVE-TOTALS-EXIT.
        5000-PRINT-PROOF-EXIT.
            EXIT.

        5100-RETURN-ONE.
            RETURN SORT-FILE
                AT END
                    SET ODA-SORT-EOF TO TRUE
                NOT AT END
                    PERFORM 5200-PRINT-ONE
                       THRU 5200-PRINT-ONE-EXIT
            END-RETURN.
        5100-RETURN-ONE-EXIT.
            EXIT.

        5200-PRINT-ONE.
            IF SRT-BRANCH NOT = ODA-PREV-BRANCH
               IF ODA-PREV-BRANCH NOT = SPACES
                  PERFORM 5300-BRANCH-SUBTOTAL
                     THRU 5300-BRANCH-SUBTOTAL-EXIT
               END-IF
               MOVE SRT-BRANCH TO ODA-BL-BRANCH
               WRITE REPORT-LINE FROM ODA-BRANCH-LINE
               MOVE SRT-BRANCH TO ODA-PREV-BRANCH
               MOVE 0 TO ODA-BRANCH-COUNT ODA-BRANCH-TOTAL
            END-IF
            MOVE SRT-KEY TO ODA-DL-KEY
            MOVE SRT-SHORT-NAME TO ODA-DL-NAME
            MOVE SRT-BALANCE TO ODA-DL-BALANCE
            MOVE SRT-LIMIT TO ODA-DL-LIMIT
            MOVE SRT-CHARGE TO ODA-DL-CHARGE
            WRITE REPORT-LINE FROM ODA-DETAIL-LINE
            ADD 1 TO ODA-BRANCH-COUNT ODA-PROOF-COUNT
            ADD SRT-CHARGE TO ODA-BRANCH-TOTAL ODA-PROOF-TOTAL.
        5200-PRINT-ONE-EXIT.
            EXIT.

        5300-BRANCH-SUBTOTAL.
            MOVE ODA-BRANCH-COUNT TO ODA-SL-COUNT
            MOVE ODA-BRANCH-TOTAL TO ODA-SL-TOTAL
            WRITE REPORT-LINE FROM ODA-SUBTOTAL-LINE.
        5300-BRANCH-SUBTOTAL-EXIT.
            EXIT.

      * the branch totals must add back to what went to ODTRAN
        5400-PROVE-TOTALS.
            MOVE ODA-PROOF-COUNT TO ODA-TL-COUNT
            MOVE ODA-PROOF-TOTAL TO ODA-TL-TOTAL
            WRITE REPORT-LINE FROM ODA-TOTAL-LINE
            MOVE ODA-CHARGE-COUNT TO ODA-PL-COUNT
            MOVE ODA-POSTED-TOTAL TO ODA-PL-TOTAL
            IF ODA-PROOF-COUNT = ODA-CHARGE-COUNT AND
               ODA-PROOF-TOTAL = ODA-POSTED-TOTAL
               MOVE 'PROVED' TO ODA-PL-PROOF
            ELSE
               MOVE '*** OUT OF PROOF ***' TO ODA-PL-PROOF
               DISPLAY 'od-accrue: proof total does not agree'
                  ' with postings written'
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            WRITE REPORT-LINE FROM ODA-POSTED-LINE.
        5400-PROVE-TOTALS-EXIT.
            EXIT.

        9999-EXIT.
            IF ODA-FILES-OPEN
               CLOSE ACCT-MASTER-FILE OD-LEDGER-FILE OD-TRAN-FILE
                     REPORT-FILE
            END-IF
            DISPLAY 'od-accrue: ' ODA-READ-COUNT ' accounts read, '
               ODA-ACCRUED-COUNT ' accrued, '
               ODA-CHARGE-COUNT ' charged'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ODA-RUN-STOP)
              TO AUD-RC
            MOVE 'ODACCRU1' TO JHR-PROGRAM-ID
            MOVE ODA-TODAY TO JHR-BUSINESS-DATE
            MOVE ODA-START-SECONDS TO JHR-START-SECONDS
            MOVE ODA-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE ODA-READ-COUNT TO JHR-RECORDS-IN
            MOVE ODA-CHARGE-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program OD-ACCRUE.
