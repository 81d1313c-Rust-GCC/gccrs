      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  cash-aml.cbl
      *
      *  Nightly cash transaction reporting and structuring
      *  detection.  TRAN-SCREEN judges one transaction against
      *  one day's limits; this step keeps the longer memory the
      *  anti-money-laundering rules need.  For every account on
      *  ACCTMST it takes the business day's postings from TXNHIST
      *  through TXN-HIST and copies each cash posting (one whose
      *  origin is a cash channel on the CASHCODE list) to the
      *  rolling cash history CASHHIST (cash-hist.cpy), purging
      *  what has fallen out of the window.  Then:
      *    - currency transaction report: when the day's cash in,
      *      or the day's cash out, on the account comes to more
      *      than the reporting threshold, every cash posting of
      *      that direction that day is reportable and goes on the
      *      regulator's extract (CTRSUB) -- 'D' rows with the
      *      digit-sum check digit and a 'T' totals row with the
      *      mod-97 total check, the REGSUB conventions of
      *      REG-CONSOL.  The stream transmits CTRSUB with
      *      REG-TRANSMIT (REGSUB assigned to the CTRSUB file),
      *      which logs the acknowledgement on SUBLOG; a night
      *      with nothing reportable still sends its totals row;
      *    - structuring: when the account has taken at least
      *      -COUNT= cash deposits each just under the threshold
      *      (at or above -NEARPCT= percent of it) within the last
      *      -DAYS= calendar days, one of them today, the pattern
      *      is written to the exception feed (CASEIN) for
      *      CASE-INTAKE to open a CASEFILE case for the
      *      compliance team -- one open case per account, however
      *      many nights the pattern runs on.
      *  Every reportable posting and every flagged pattern is
      *  listed on the review report (CASHRPT).  A rerun of the
      *  same night rebuilds the same extract.
      *
      *  CASHCODE record layout (fixed columns):
      *      CCD-ORIGIN       X(8)   cash channel origin code; a
      *                              shorter code matches every
      *                              origin it begins
      *      CCD-DESCRIPTION  X(30)
      *
      *  CTRSUB record layout (fixed columns):
      *      'D' date 9(8) key X(32) sequence 9(6) direction X(1)
      *          (I cash in, O cash out) amount 9(15) (cents)
      *          origin X(8) reference X(16) check-digit 9(1)
      *          (digit sum of the amount, mod 10)
      *      'T' count 9(9) amount 9(15) (cents) check 9(2)
      *          (mod 97 of the two)
      *
      *  Flags (cmdline-parms.cpy style):
      *      -CTRLIMIT=<amount>   reporting threshold, default
      *                           10000.00
      *      -NEARPCT=<percent>   a deposit at or above this share
      *                           of the threshold (and not over
      *                           it) counts towards structuring,
      *                           default 90
      *      -DAYS=<n>            structuring window, default 5
      *      -COUNT=<n>           deposits in the window that make
      *                           a pattern, default 3
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  The customer name on a flagged
      *                        pattern is decrypted through
      *                        PII-CRYPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. CASH-AML.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select OPTIONAL CASH-CODE-FILE Assign To CASHCODE
                Organization Is Line Sequential.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is CAM-ACCT-STATUS.
            Select CASH-HISTORY-FILE Assign To CASHHIST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CHS-KEY
                File Status Is CAM-HIST-STATUS.
            Select SUBMISSION-FILE Assign To CTRSUB
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To CASHRPT
                Organization Is Line Sequential.
            Select OPTIONAL CASE-FEED-FILE Assign To CASEIN
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  CASH-CODE-FILE.
        01  CASH-CODE-RECORD.
            05  CCD-ORIGIN          PIC X(08).
            05  CCD-DESCRIPTION     PIC X(30).
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  CASH-HISTORY-FILE.
        COPY cash-hist.
        FD  SUBMISSION-FILE.
        01  SUBMISSION-RECORD.
            05  CTS-ROW-TYPE        PIC X(01).
            05  CTS-DETAIL.
                10  CTS-DATE        PIC 9(08).
                10  CTS-KEY         PIC X(32).
                10  CTS-SEQUENCE    PIC 9(06).
                10  CTS-DIRECTION   PIC X(01).
                10  CTS-AMOUNT      PIC 9(15).
                10  CTS-ORIGIN      PIC X(08).
                10  CTS-REFERENCE   PIC X(16).
                10  CTS-CHECK       PIC 9(01).
            05  CTS-TRAILER REDEFINES CTS-DETAIL.
                10  CTS-T-COUNT     PIC 9(09).
                10  CTS-T-AMOUNT    PIC 9(15).
                10  CTS-T-CHECK     PIC 9(02).
                10  FILLER          PIC X(61).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  CASE-FEED-FILE.
        01  CASE-FEED-RECORD.
            05  CIN-SOURCE          PIC X(08).
            05  CIN-REFERENCE       PIC X(32).
            05  CIN-DESCRIPTION     PIC X(60).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY cmdline-parms.
        COPY exit-status.
        COPY pii-crypt.
        COPY txn-hist.
        01  JHW-FILE-STATUS         PIC X(02).
        01  CAM-RC                  Binary-Long.
        01  CAM-RUN-START.
            05  CAM-START-SECONDS   Usage BINARY-DOUBLE.
            05  CAM-START-NANOS     Usage BINARY-DOUBLE.
        01  CAM-RUN-STOP.
            05  CAM-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  CAM-STOP-NANOS      Usage BINARY-DOUBLE.
        01  CAM-ACCT-STATUS         PIC X(02).
        01  CAM-HIST-STATUS         PIC X(02).
        01  CAM-EOF-SWITCH          PIC X(01).
            88  CAM-EOF                 Value 'Y', False 'N'.
        01  CAM-DONE-SWITCH         PIC X(01).
            88  CAM-DONE                Value 'Y', False 'N'.
        01  CAM-FILES-SWITCH        PIC X(01) Value 'N'.
            88  CAM-FILES-OPEN          Value 'Y', False 'N'.
        01  CAM-CASH-SWITCH         PIC X(01).
            88  CAM-IS-CASH             Value 'Y', False 'N'.
        01  CAM-TODAY               PIC 9(08).
        01  CAM-WINDOW-START        PIC 9(08).
        01  CAM-CTR-LIMIT           PIC 9(13)V99 Value 10000.00.
        01  CAM-NEAR-PCT            PIC 9(03) Value 90.
        01  CAM-NEAR-FLOOR          PIC 9(13)V99.
        01  CAM-WINDOW-DAYS         PIC 9(03) Value 5.
        01  CAM-MIN-COUNT           PIC 9(03) Value 3.
        01  CAM-CODE-COUNT          Binary-Long Value 0.
        01  CAM-CODE-SUB            Binary-Long.
        01  CAM-CODE-TABLE.
            05  CAM-CODE OCCURS 50 TIMES.
                10  CAM-C-ORIGIN    PIC X(08).
                10  CAM-C-LENGTH    Binary-Long.
        01  CAM-ITEM-SUB            Binary-Long.
      * one account's day and window, rebuilt per account
        01  CAM-DAY-IN              PIC S9(15)V99.
        01  CAM-DAY-OUT             PIC S9(15)V99.
        01  CAM-NEAR-COUNT          PIC 9(05).
        01  CAM-NEAR-TODAY          PIC 9(05).
        01  CAM-NEAR-TOTAL          PIC S9(15)V99.
        01  CAM-REPORT-IN-SW        PIC X(01).
            88  CAM-REPORT-IN           Value 'Y', False 'N'.
        01  CAM-REPORT-OUT-SW       PIC X(01).
            88  CAM-REPORT-OUT          Value 'Y', False 'N'.
        01  CAM-CENTS               PIC 9(15).
      * run totals
        01  CAM-ACCOUNT-COUNT       PIC 9(09) Value 0.
        01  CAM-LOADED-COUNT        PIC 9(09) Value 0.
        01  CAM-PURGED-COUNT        PIC 9(09) Value 0.
        01  CAM-CTR-COUNT           PIC 9(09) Value 0.
        01  CAM-CTR-CENTS           PIC 9(15) Value 0.
        01  CAM-FLAGGED-COUNT       PIC 9(09) Value 0.
        01  CAM-FAILED-COUNT        PIC 9(09) Value 0.
        01  CAM-DIGIT-SUM           PIC 9(09).
        01  CAM-DIGIT-SUB           Binary-Long.
        01  CAM-DIGIT-TEXT          PIC X(15).
        01  CAM-CHECK-WORK          PIC 9(18).
        01  CAM-COUNT-DISPLAY       PIC Z9.
        01  CAM-DAYS-DISPLAY        PIC ZZ9.
        01  CAM-TOTAL-DISPLAY       PIC Z(09)9.99.
        01  CAM-HDR-LINE.
            05  FILLER              PIC X(44)
                Value 'CASH TRANSACTION AND STRUCTURING REVIEW --  '.
            05  CAM-HDR-DATE        PIC 9(08).
        01  CAM-CTR-LINE.
            05  FILLER              PIC X(07) Value 'CTR    '.
            05  CAM-CL-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  CAM-CL-DIRECTION    PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  CAM-CL-AMOUNT       PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  CAM-CL-ORIGIN       PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  CAM-CL-REFERENCE    PIC X(16).
        01  CAM-FLAG-LINE.
            05  FILLER              PIC X(07) Value 'STRUCT '.
            05  CAM-FL-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  CAM-FL-COUNT        PIC ZZZZ9.
            05  FILLER              PIC X(19)
                Value ' NEAR-LIMIT DEPOSIT'.
            05  FILLER              PIC X(08) Value 'S TOTAL '.
            05  CAM-FL-TOTAL        PIC -(13)9.99.
            05  FILLER              PIC X(06) Value ' NAME '.
            05  CAM-FL-NAME         PIC X(30).
        01  CAM-TRAILER-LINE.
            05  FILLER              PIC X(09) Value 'ACCOUNTS '.
            05  CAM-TR-ACCOUNTS     PIC Z(08)9.
            05  FILLER              PIC X(16)
                Value '  CASH POSTINGS '.
            05  CAM-TR-LOADED       PIC Z(08)9.
            05  FILLER              PIC X(13) Value '  REPORTABLE '.
            05  CAM-TR-CTR          PIC Z(08)9.
            05  FILLER              PIC X(10) Value '  FLAGGED '.
            05  CAM-TR-FLAGGED      PIC Z(08)9.
            05  FILLER              PIC X(09) Value '  PURGED '.
            05  CAM-TR-PURGED       PIC Z(08)9.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            PERFORM 2000-SCAN-ACCOUNTS THRU 2000-SCAN-ACCOUNTS-EXIT
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE 'CASHAML' TO PCX-PROGRAM-ID
            SET CAM-EOF TO FALSE
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'cash-aml: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO CAM-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CAM-RUN-START)
              TO CAM-RC
            MOVE 'CTRLIMIT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO CAM-CTR-LIMIT
            END-IF
            MOVE 'NEARPCT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO CAM-NEAR-PCT
            END-IF
            MOVE 'DAYS' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO CAM-WINDOW-DAYS
            END-IF
            MOVE 'COUNT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO CAM-MIN-COUNT
            END-IF
            IF CAM-CTR-LIMIT = 0 OR CAM-WINDOW-DAYS = 0
               OR CAM-MIN-COUNT = 0 OR CAM-NEAR-PCT > 100
               DISPLAY 'cash-aml: invalid threshold, window or'
                  ' count flag'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            COMPUTE CAM-NEAR-FLOOR ROUNDED =
               CAM-CTR-LIMIT * CAM-NEAR-PCT / 100
            COMPUTE CAM-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CAM-TODAY)
               - CAM-WINDOW-DAYS + 1)
            PERFORM 1100-LOAD-CASH-CODES
               THRU 1100-LOAD-CASH-CODES-EXIT
            OPEN INPUT ACCT-MASTER-FILE
            IF CAM-ACCT-STATUS NOT = '00'
               DISPLAY 'cash-aml: cannot open master, status '
                  CAM-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN I-O CASH-HISTORY-FILE
            IF CAM-HIST-STATUS = '35'
      *        the first night builds the cash history
               OPEN OUTPUT CASH-HISTORY-FILE
               CLOSE CASH-HISTORY-FILE
               OPEN I-O CASH-HISTORY-FILE
            END-IF
            IF CAM-HIST-STATUS NOT = '00'
               DISPLAY 'cash-aml: cannot open CASHHIST, status '
                  CAM-HIST-STATUS
               CLOSE ACCT-MASTER-FILE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT SUBMISSION-FILE
            OPEN OUTPUT REPORT-FILE
            OPEN EXTEND CASE-FEED-FILE
            SET CAM-FILES-OPEN TO TRUE
            MOVE CAM-TODAY TO CAM-HDR-DATE
            WRITE REPORT-LINE FROM CAM-HDR-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

      * with no cash channels listed nothing can be cash; the run
      * still files its empty return, with a warning
        1100-LOAD-CASH-CODES.
            OPEN INPUT CASH-CODE-FILE
            PERFORM 1110-ONE-CODE THRU 1110-ONE-CODE-EXIT
                UNTIL CAM-EOF
            CLOSE CASH-CODE-FILE
            SET CAM-EOF TO FALSE
            IF CAM-CODE-COUNT = 0
               DISPLAY 'cash-aml: no cash channel codes on CASHCODE'
               SET JOB-WARNING TO TRUE
            END-IF.
        1100-LOAD-CASH-CODES-EXIT.
            EXIT.

        1110-ONE-CODE.
            READ CASH-CODE-FILE
                AT END
                    SET CAM-EOF TO TRUE
                    GO TO 1110-ONE-CODE-EXIT
            END-READ
            IF CCD-ORIGIN = SPACES
               GO TO 1110-ONE-CODE-EXIT
            END-IF
            IF CAM-CODE-COUNT >= 50
               DISPLAY 'cash-aml: cash code table full at '
                  CCD-ORIGIN
               SET JOB-WARNING TO TRUE
               GO TO 1110-ONE-CODE-EXIT
            END-IF
            ADD 1 TO CAM-CODE-COUNT
            MOVE CCD-ORIGIN TO CAM-C-ORIGIN (CAM-CODE-COUNT)
            MOVE FUNCTION LENGTH(FUNCTION TRIM(CCD-ORIGIN))
              TO CAM-C-LENGTH (CAM-CODE-COUNT).
        1110-ONE-CODE-EXIT.
            EXIT.

        2000-SCAN-ACCOUNTS.
            IF NOT CAM-FILES-OPEN
               GO TO 2000-SCAN-ACCOUNTS-EXIT
            END-IF
            PERFORM 2100-ONE-ACCOUNT THRU 2100-ONE-ACCOUNT-EXIT
                UNTIL CAM-EOF
            PERFORM 5000-TRAILER THRU 5000-TRAILER-EXIT
            IF CAM-FLAGGED-COUNT > 0
               SET JOB-WARNING TO TRUE
            END-IF
            IF CAM-FAILED-COUNT > 0
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        2000-SCAN-ACCOUNTS-EXIT.
            EXIT.

        2100-ONE-ACCOUNT.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET CAM-EOF TO TRUE
                    GO TO 2100-ONE-ACCOUNT-EXIT
            END-READ
            ADD 1 TO CAM-ACCOUNT-COUNT
            IF CAM-CODE-COUNT > 0
               PERFORM 2200-LOAD-DAY THRU 2200-LOAD-DAY-EXIT
            END-IF
            PERFORM 3000-SCAN-WINDOW THRU 3000-SCAN-WINDOW-EXIT
            IF CAM-REPORT-IN OR CAM-REPORT-OUT
               PERFORM 4000-REPORT-DAY THRU 4000-REPORT-DAY-EXIT
            END-IF
            IF CAM-NEAR-COUNT >= CAM-MIN-COUNT AND
               CAM-NEAR-TODAY > 0
               PERFORM 4500-FLAG-PATTERN
                  THRU 4500-FLAG-PATTERN-EXIT
            END-IF.
        2100-ONE-ACCOUNT-EXIT.
            EXIT.

      * the day's postings come a reply at a time; a full reply
      * pages on from its last posting
        2200-LOAD-DAY.
            SET CAM-DONE TO FALSE
            MOVE 0 TO THQ-FROM-SEQUENCE
            PERFORM 2210-ONE-PAGE THRU 2210-ONE-PAGE-EXIT
                UNTIL CAM-DONE.
        2200-LOAD-DAY-EXIT.
            EXIT.

        2210-ONE-PAGE.
            SET THQ-REQ-RANGE TO TRUE
            MOVE AM-KEY TO THQ-KEY
            MOVE CAM-TODAY TO THQ-FROM-DATE
            MOVE CAM-TODAY TO THQ-TO-DATE
            MOVE 30 TO THQ-MAX-ITEMS
            CALL 'TXN-HIST' USING THQ-CONTROL
            IF NOT THQ-OK
               SET CAM-DONE TO TRUE
               GO TO 2210-ONE-PAGE-EXIT
            END-IF
            PERFORM 2220-ONE-POSTING THRU 2220-ONE-POSTING-EXIT
               VARYING CAM-ITEM-SUB FROM 1 BY 1
               UNTIL CAM-ITEM-SUB > THQ-ITEM-COUNT
            IF THQ-MORE
               MOVE THQ-I-SEQUENCE (THQ-ITEM-COUNT)
                 TO THQ-FROM-SEQUENCE
            ELSE
               SET CAM-DONE TO TRUE
            END-IF.
        2210-ONE-PAGE-EXIT.
            EXIT.

      * a posting already on file was copied by an earlier run of
      * this night
        2220-ONE-POSTING.
            SET CAM-IS-CASH TO FALSE
            PERFORM 2230-MATCH-ONE-CODE THRU 2230-MATCH-ONE-CODE-EXIT
               VARYING CAM-CODE-SUB FROM 1 BY 1
               UNTIL CAM-CODE-SUB > CAM-CODE-COUNT
                  OR CAM-IS-CASH
            IF NOT CAM-IS-CASH
               GO TO 2220-ONE-POSTING-EXIT
            END-IF
            INITIALIZE CASH-HISTORY-RECORD
            MOVE AM-KEY TO CHS-ACCOUNT-KEY
            MOVE THQ-I-DATE (CAM-ITEM-SUB) TO CHS-POST-DATE
            MOVE THQ-I-SEQUENCE (CAM-ITEM-SUB) TO CHS-SEQUENCE
            MOVE THQ-I-AMOUNT (CAM-ITEM-SUB) TO CHS-AMOUNT
            MOVE THQ-I-ORIGIN (CAM-ITEM-SUB) TO CHS-ORIGIN
            MOVE THQ-I-REFERENCE (CAM-ITEM-SUB) TO CHS-REFERENCE
            MOVE THQ-I-NARRATIVE (CAM-ITEM-SUB) TO CHS-NARRATIVE
            MOVE CAM-TODAY TO CHS-LOADED-DATE
            WRITE CASH-HISTORY-RECORD
            EVALUATE CAM-HIST-STATUS
               WHEN '00'
                  ADD 1 TO CAM-LOADED-COUNT
               WHEN '22'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'cash-aml: CASHHIST write failed, status '
                     CAM-HIST-STATUS ' key ' AM-KEY
                  ADD 1 TO CAM-FAILED-COUNT
            END-EVALUATE.
        2220-ONE-POSTING-EXIT.
            EXIT.

        2230-MATCH-ONE-CODE.
            IF THQ-I-ORIGIN (CAM-ITEM-SUB)
                  (1:CAM-C-LENGTH (CAM-CODE-SUB)) =
               CAM-C-ORIGIN (CAM-CODE-SUB)
                  (1:CAM-C-LENGTH (CAM-CODE-SUB))
               SET CAM-IS-CASH TO TRUE
            END-IF.
        2230-MATCH-ONE-CODE-EXIT.
            EXIT.

      * one pass over the account's cash history: purge what is
      * older than the window, total the day's cash each way and
      * count the near-threshold deposits in the window
        3000-SCAN-WINDOW.
            MOVE 0 TO CAM-DAY-IN CAM-DAY-OUT CAM-NEAR-TOTAL
            MOVE 0 TO CAM-NEAR-COUNT CAM-NEAR-TODAY
            SET CAM-REPORT-IN TO FALSE
            SET CAM-REPORT-OUT TO FALSE
            SET CAM-DONE TO FALSE
            MOVE AM-KEY TO CHS-ACCOUNT-KEY
            MOVE 0 TO CHS-POST-DATE
            MOVE 0 TO CHS-SEQUENCE
            START CASH-HISTORY-FILE KEY >= CHS-KEY
            IF CAM-HIST-STATUS NOT = '00'
               GO TO 3000-SCAN-WINDOW-EXIT
            END-IF
            PERFORM 3100-ONE-ENTRY THRU 3100-ONE-ENTRY-EXIT
                UNTIL CAM-DONE
            IF CAM-DAY-IN > CAM-CTR-LIMIT
               SET CAM-REPORT-IN TO TRUE
            END-IF
            IF CAM-DAY-OUT > CAM-CTR-LIMIT
               SET CAM-REPORT-OUT TO TRUE
            END-IF.
        3000-SCAN-WINDOW-EXIT.
            EXIT.

        3100-ONE-ENTRY.
            READ CASH-HISTORY-FILE NEXT
                AT END
                    SET CAM-DONE TO TRUE
                    GO TO 3100-ONE-ENTRY-EXIT
            END-READ
            IF CHS-ACCOUNT-KEY NOT = AM-KEY
               SET CAM-DONE TO TRUE
               GO TO 3100-ONE-ENTRY-EXIT
            END-IF
            IF CHS-POST-DATE < CAM-WINDOW-START
               DELETE CASH-HISTORY-FILE RECORD
               IF CAM-HIST-STATUS = '00'
                  ADD 1 TO CAM-PURGED-COUNT
               END-IF
               GO TO 3100-ONE-ENTRY-EXIT
            END-IF
            IF CHS-POST-DATE = CAM-TODAY
               IF CHS-AMOUNT > 0
                  ADD CHS-AMOUNT TO CAM-DAY-IN
               ELSE
                  SUBTRACT CHS-AMOUNT FROM CAM-DAY-OUT
               END-IF
            END-IF
            IF CHS-AMOUNT > 0 AND
               CHS-AMOUNT >= CAM-NEAR-FLOOR AND
               CHS-AMOUNT NOT > CAM-CTR-LIMIT
               ADD 1 TO CAM-NEAR-COUNT
               ADD CHS-AMOUNT TO CAM-NEAR-TOTAL
               IF CHS-POST-DATE = CAM-TODAY
                  ADD 1 TO CAM-NEAR-TODAY
               END-IF
            END-IF.
        3100-ONE-ENTRY-EXIT.
            EXIT.

      * the day's cash postings of each reportable direction go
      * on the extract, one row apiece
        4000-REPORT-DAY.
            SET CAM-DONE TO FALSE
            MOVE AM-KEY TO CHS-ACCOUNT-KEY
            MOVE CAM-TODAY TO CHS-POST-DATE
            MOVE 0 TO CHS-SEQUENCE
            START CASH-HISTORY-FILE KEY >= CHS-KEY
            IF CAM-HIST-STATUS NOT = '00'
               GO TO 4000-REPORT-DAY-EXIT
            END-IF
            PERFORM 4100-REPORT-ONE THRU 4100-REPORT-ONE-EXIT
                UNTIL CAM-DONE.
        4000-REPORT-DAY-EXIT.
            EXIT.

        4100-REPORT-ONE.
            READ CASH-HISTORY-FILE NEXT
                AT END
                    SET CAM-DONE TO TRUE
                    GO TO 4100-REPORT-ONE-EXIT
            END-READ
            IF CHS-ACCOUNT-KEY NOT = AM-KEY OR
               CHS-POST-DATE NOT = CAM-TODAY
               SET CAM-DONE TO TRUE
               GO TO 4100-REPORT-ONE-EXIT
            END-IF
            MOVE SPACES TO CTS-DETAIL
            IF CHS-AMOUNT > 0
               IF NOT CAM-REPORT-IN
                  GO TO 4100-REPORT-ONE-EXIT
               END-IF
               MOVE 'I' TO CTS-DIRECTION
               MOVE 'IN' TO CAM-CL-DIRECTION
               COMPUTE CAM-CENTS = CHS-AMOUNT * 100
            ELSE
               IF NOT CAM-REPORT-OUT
                  GO TO 4100-REPORT-ONE-EXIT
               END-IF
               MOVE 'O' TO CTS-DIRECTION
               MOVE 'OUT' TO CAM-CL-DIRECTION
               COMPUTE CAM-CENTS = CHS-AMOUNT * -100
            END-IF
            MOVE 'D' TO CTS-ROW-TYPE
            MOVE CHS-POST-DATE TO CTS-DATE
            MOVE CHS-ACCOUNT-KEY TO CTS-KEY
            MOVE CHS-SEQUENCE TO CTS-SEQUENCE
            MOVE CAM-CENTS TO CTS-AMOUNT
            MOVE CHS-ORIGIN TO CTS-ORIGIN
            MOVE CHS-REFERENCE TO CTS-REFERENCE
            PERFORM 4200-CHECK-DIGIT THRU 4200-CHECK-DIGIT-EXIT
            WRITE SUBMISSION-RECORD
            ADD 1 TO CAM-CTR-COUNT
            ADD CAM-CENTS TO CAM-CTR-CENTS
            MOVE CHS-ACCOUNT-KEY TO CAM-CL-KEY
            MOVE CHS-AMOUNT TO CAM-CL-AMOUNT
            MOVE CHS-ORIGIN TO CAM-CL-ORIGIN
            MOVE CHS-REFERENCE TO CAM-CL-REFERENCE
            WRITE REPORT-LINE FROM CAM-CTR-LINE.
        4100-REPORT-ONE-EXIT.
            EXIT.

      * digit sum of the amount, mod 10 -- the regulator's per-row
      * rule, same arithmetic as the REGSUB rows
        4200-CHECK-DIGIT.
            MOVE CTS-AMOUNT TO CAM-DIGIT-TEXT
            MOVE 0 TO CAM-DIGIT-SUM
            PERFORM 4210-SUM-ONE-DIGIT
               THRU 4210-SUM-ONE-DIGIT-EXIT
               VARYING CAM-DIGIT-SUB FROM 1 BY 1
               UNTIL CAM-DIGIT-SUB > 15
            COMPUTE CTS-CHECK = FUNCTION MOD(CAM-DIGIT-SUM, 10).
        4200-CHECK-DIGIT-EXIT.
            EXIT.

        4210-SUM-ONE-DIGIT.
            IF CAM-DIGIT-TEXT (CAM-DIGIT-SUB:1) >= '0' AND
               CAM-DIGIT-TEXT (CAM-DIGIT-SUB:1) <= '9'
               COMPUTE CAM-DIGIT-SUM = CAM-DIGIT-SUM
                  + FUNCTION NUMVAL(
                       CAM-DIGIT-TEXT (CAM-DIGIT-SUB:1))
            END-IF.
        4210-SUM-ONE-DIGIT-EXIT.
            EXIT.

      * CASE-INTAKE keeps one open case per account: a pattern
      * that runs on for nights adds to that case, not a new one
        4500-FLAG-PATTERN.
            ADD 1 TO CAM-FLAGGED-COUNT
            MOVE AM-KEY TO CAM-FL-KEY
            MOVE CAM-NEAR-COUNT TO CAM-FL-COUNT
            MOVE CAM-NEAR-TOTAL TO CAM-FL-TOTAL
            MOVE AM-KEY TO PII-RECORD-KEY
            MOVE AM-PII-KEY-ID TO PII-KEY-ID
            MOVE AM-CUSTOMER-NAME TO PII-NAME
            PERFORM 9300-PII-REVEAL-NAME
               THRU 9300-PII-REVEAL-NAME-EXIT
            MOVE PII-NAME TO CAM-FL-NAME
            WRITE REPORT-LINE FROM CAM-FLAG-LINE
            MOVE CAM-NEAR-COUNT TO CAM-COUNT-DISPLAY
            MOVE CAM-WINDOW-DAYS TO CAM-DAYS-DISPLAY
            MOVE CAM-NEAR-TOTAL TO CAM-TOTAL-DISPLAY
            MOVE 'CASHAML' TO CIN-SOURCE
            MOVE AM-KEY TO CIN-REFERENCE
            MOVE SPACES TO CIN-DESCRIPTION
            STRING 'STRUCTURING ' CAM-COUNT-DISPLAY
                   ' CASH DEPOSITS IN ' CAM-DAYS-DISPLAY
                   ' DAYS TOTAL ' CAM-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CIN-DESCRIPTION
            END-STRING
            WRITE CASE-FEED-RECORD.
        4500-FLAG-PATTERN-EXIT.
            EXIT.

        5000-TRAILER.
            MOVE 'T' TO CTS-ROW-TYPE
            MOVE SPACES TO CTS-DETAIL
            MOVE CAM-CTR-COUNT TO CTS-T-COUNT
            MOVE CAM-CTR-CENTS TO CTS-T-AMOUNT
            COMPUTE CAM-CHECK-WORK = FUNCTION MOD(
               CAM-CTR-COUNT + CAM-CTR-CENTS, 97)
            MOVE CAM-CHECK-WORK TO CTS-T-CHECK
            WRITE SUBMISSION-RECORD.
        5000-TRAILER-EXIT.
            EXIT.

        9999-EXIT.
            IF CAM-FILES-OPEN
               MOVE CAM-ACCOUNT-COUNT TO CAM-TR-ACCOUNTS
               MOVE CAM-LOADED-COUNT TO CAM-TR-LOADED
               MOVE CAM-CTR-COUNT TO CAM-TR-CTR
               MOVE CAM-FLAGGED-COUNT TO CAM-TR-FLAGGED
               MOVE CAM-PURGED-COUNT TO CAM-TR-PURGED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM CAM-TRAILER-LINE
               CLOSE ACCT-MASTER-FILE CASH-HISTORY-FILE
                     SUBMISSION-FILE REPORT-FILE CASE-FEED-FILE
            END-IF
            DISPLAY 'cash-aml: ' CAM-ACCOUNT-COUNT ' accounts, '
               CAM-LOADED-COUNT ' cash postings, ' CAM-CTR-COUNT
               ' reportable, ' CAM-FLAGGED-COUNT ' flagged'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CAM-RUN-STOP)
              TO CAM-RC
            MOVE 'CASHAML' TO JHR-PROGRAM-ID
            MOVE CAM-TODAY TO JHR-BUSINESS-DATE
            MOVE CAM-START-SECONDS TO JHR-START-SECONDS
            MOVE CAM-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE CAM-ACCOUNT-COUNT TO JHR-RECORDS-IN
            MOVE CAM-CTR-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY cmdline-parms-paragraphs.
        COPY jobhist-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY exit-status-paragraphs.
        End Program CASH-AML.
