      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  coll-monitor.cbl
      *
      *  Monthly loan-to-value monitor over the collateral register
      *  (COLLTRL, collateral-record.cpy) that COLLATERAL-SCREEN
      *  maintains -- the review the credit desk used to do from
      *  the loan file folders.  One pass over the register values
      *  every active item in base currency (RATE-LOOKUP at the
      *  business date for an item valued in a foreign currency,
      *  blank being our own) and releases, for each loan the item
      *  secures, the value allocated to that loan and the most
      *  that may be lent against it at the item type's LTV
      *  covenant.  Sorted by loan, each loan's allocated value and
      *  lending limit are summed and set against the outstanding
      *  principal on the loan master (LNM-PRINCIPAL-OS, valued in
      *  base the same way); a loan whose principal is over its
      *  limit has breached its covenant -- its covenant being the
      *  value-weighted blend of its collateral types' maximums.
      *  The same pass lists every item whose valuation is older
      *  than its type's revaluation interval.  Both lists print on
      *  COLLRPT; any breach, stale valuation or unpriced item ends
      *  the run JOB-WARNING.  Links to loans since paid off or no
      *  longer on the master are listed too, so the security can
      *  be released.
      *
      *  COLLPARM record layout (fixed columns), one per type:
      *      CPR-TYPE        X(2)     collateral type
      *      CPR-MAX-LTV     9(3)V99  covenant, loan as pct of value
      *      CPR-REVAL-MONTHS 9(3)    revaluation interval
      *  Rows with non-numeric fields are skipped; a type with no
      *  row takes the flag defaults.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -MAXLTV=<pct>          default covenant, default 80
      *      -REVALMONTHS=<n>       default interval, default 12
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. COLL-MONITOR.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select COLLATERAL-FILE Assign To COLLTRL
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is CLT-ID
                File Status Is CMN-COLL-STATUS.
            Select LOAN-MASTER-FILE Assign To LOANMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is LNM-LOAN-ID
                File Status Is CMN-LOAN-STATUS.
            Select OPTIONAL PARM-FILE Assign To COLLPARM
                Organization Is Line Sequential
                File Status Is CMN-PARM-STATUS.
            Select REPORT-FILE Assign To COLLRPT
                Organization Is Line Sequential.
            Select SORT-FILE Assign To SORTWK01.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  COLLATERAL-FILE.
        COPY collateral-record.
        FD  LOAN-MASTER-FILE.
        COPY loan-master.
        FD  PARM-FILE.
        01  PARM-RECORD.
            05  CPR-TYPE            PIC X(02).
            05  CPR-MAX-LTV         PIC 9(3)V99.
            05  CPR-REVAL-MONTHS    PIC 9(03).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        SD  SORT-FILE.
        01  SORT-RECORD.
            05  SRT-LOAN-ID         PIC X(12).
            05  SRT-COLL-ID         PIC X(12).
            05  SRT-VALUE           PIC S9(15)V99 COMP-3.
            05  SRT-LIMIT           PIC S9(15)V99 COMP-3.
            05  SRT-PRICED          PIC X(01).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY rate-lookup.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  CMN-RUN-START.
            05  CMN-START-SECONDS   Usage BINARY-DOUBLE.
            05  CMN-START-NANOS     Usage BINARY-DOUBLE.
        01  CMN-RUN-STOP.
            05  CMN-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  CMN-STOP-NANOS      Usage BINARY-DOUBLE.
        01  CMN-RC                  Binary-Long.
        01  CMN-COLL-STATUS         PIC X(02).
        01  CMN-LOAN-STATUS         PIC X(02).
        01  CMN-PARM-STATUS         PIC X(02).
        01  CMN-COLL-OPEN-SW        PIC X(01) Value 'N'.
            88  CMN-COLL-OPEN           Value 'Y', False 'N'.
        01  CMN-EOF-SWITCH          PIC X(01).
            88  CMN-EOF                 Value 'Y', False 'N'.
        01  CMN-TODAY               PIC 9(08).
        01  CMN-TODAY-PARTS REDEFINES CMN-TODAY.
            05  CMN-TODAY-YYYY      PIC 9(04).
            05  CMN-TODAY-MM        PIC 9(02).
            05  CMN-TODAY-DD        PIC 9(02).
        01  CMN-VALDATE             PIC 9(08).
        01  CMN-VALDATE-PARTS REDEFINES CMN-VALDATE.
            05  CMN-VAL-YYYY        PIC 9(04).
            05  CMN-VAL-MM          PIC 9(02).
            05  CMN-VAL-DD          PIC 9(02).
        01  CMN-AGE-MONTHS          PIC S9(05).
        01  CMN-DEFAULT-LTV         PIC 9(3)V99 Value 80.
        01  CMN-DEFAULT-MONTHS      PIC 9(03) Value 12.
        01  CMN-MAX-LTV             PIC 9(3)V99.
        01  CMN-REVAL-MONTHS        PIC 9(03).
        01  CMN-PARM-COUNT          Binary-Long Value 0.
        01  CMN-PARM-SUB            Binary-Long.
        01  CMN-PARM-TABLE.
            05  CMN-PARM-ENTRY OCCURS 20 TIMES.
                10  CMN-P-TYPE      PIC X(02).
                10  CMN-P-MAX-LTV   PIC 9(3)V99.
                10  CMN-P-MONTHS    PIC 9(03).
        01  CMN-PRICED-SW           PIC X(01).
            88  CMN-PRICED              Value 'Y', False 'N'.
        01  CMN-RATE                PIC 9(7)V9(8).
        01  CMN-BASE-VALUE          PIC S9(15)V99 COMP-3.
        01  CMN-LINK-SUB            Binary-Long.
        01  CMN-CUR-LOAN            PIC X(12).
        01  CMN-LOAN-VALUE          PIC S9(15)V99 COMP-3.
        01  CMN-LOAN-LIMIT          PIC S9(15)V99 COMP-3.
        01  CMN-LOAN-PRICED-SW      PIC X(01).
            88  CMN-LOAN-PRICED         Value 'Y', False 'N'.
        01  CMN-BALANCE             PIC S9(15)V99 COMP-3.
        01  CMN-LTV                 PIC 9(5)V99.
        01  CMN-COVENANT            PIC 9(5)V99.
        01  CMN-ITEM-COUNT          PIC 9(07) Value 0.
        01  CMN-STALE-COUNT         PIC 9(07) Value 0.
        01  CMN-LOAN-COUNT          PIC 9(07) Value 0.
        01  CMN-BREACH-COUNT        PIC 9(07) Value 0.
        01  CMN-EXCEPTION-COUNT     PIC 9(07) Value 0.
        01  CMN-HDR-LINE.
            05  FILLER              PIC X(34) Value
                'COLLATERAL LTV MONITOR --         '.
            05  CMN-HDR-DATE        PIC 9(08).
        01  CMN-SECTION-LINE        PIC X(60).
        01  CMN-STALE-COL-LINE      PIC X(60) Value
            'COLLATERAL   TY VALUED   MONTHS INTERVAL'.
        01  CMN-STALE-LINE.
            05  CMN-SL-ID           PIC X(12).
            05  FILLER              PIC X(01) Value SPACE.
            05  CMN-SL-TYPE         PIC X(02).
            05  FILLER              PIC X(01) Value SPACE.
            05  CMN-SL-DATE         PIC 9(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  CMN-SL-AGE          PIC Z(5)9.
            05  FILLER              PIC X(03) Value SPACES.
            05  CMN-SL-INTERVAL     PIC ZZ9.
            05  FILLER              PIC X(01) Value SPACE.
            05  CMN-SL-DESC         PIC X(30).
        01  CMN-LTV-COL-LINE.
            05  FILLER              PIC X(60) Value
            'BRCH LOAN ID            PRINCIPAL OS     COLLATERAL VALU
      -     'E'.
            05  FILLER              PIC X(60) Value
            '     LTV %  COVENANT %           EXCESS FLAG'.
        01  CMN-LTV-LINE.
            05  CMN-LL-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  CMN-LL-LOAN         PIC X(12).
            05  FILLER              PIC X(01) Value SPACE.
            05  CMN-LL-BALANCE      PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  CMN-LL-VALUE        PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  CMN-LL-LTV          PIC Z(5)9.99.
            05  FILLER              PIC X(03) Value SPACES.
            05  CMN-LL-COVENANT     PIC Z(5)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  CMN-LL-EXCESS       PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  CMN-LL-FLAG         PIC X(08).
        01  CMN-TOTAL-LINE.
            05  FILLER              PIC X(08) Value 'ITEMS   '.
            05  CMN-TL-ITEMS        PIC Z(6)9.
            05  FILLER              PIC X(08) Value '  STALE '.
            05  CMN-TL-STALE        PIC Z(6)9.
            05  FILLER              PIC X(08) Value '  LOANS '.
            05  CMN-TL-LOANS        PIC Z(6)9.
            05  FILLER              PIC X(11) Value '  BREACHES '.
            05  CMN-TL-BREACHES     PIC Z(6)9.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               SORT SORT-FILE
                  ON ASCENDING KEY SRT-LOAN-ID SRT-COLL-ID
                  INPUT PROCEDURE IS 2000-SCAN-REGISTER
                     THRU 2000-SCAN-REGISTER-EXIT
                  OUTPUT PROCEDURE IS 5000-REVIEW-LOANS
                     THRU 5000-REVIEW-LOANS-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'MAXLTV' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO CMN-DEFAULT-LTV
            END-IF
            MOVE 'REVALMONTHS' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO CMN-DEFAULT-MONTHS
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'coll-monitor: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO CMN-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CMN-RUN-START)
              TO CMN-RC
            PERFORM 1100-LOAD-PARMS THRU 1100-LOAD-PARMS-EXIT
            OPEN INPUT COLLATERAL-FILE
            IF CMN-COLL-STATUS = '35'
      *        nothing has ever been registered: an empty review
               DISPLAY 'coll-monitor: no collateral register yet'
            ELSE
               IF CMN-COLL-STATUS NOT = '00'
                  DISPLAY 'coll-monitor: cannot open COLLTRL, status '
                     CMN-COLL-STATUS
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
               SET CMN-COLL-OPEN TO TRUE
            END-IF
            OPEN INPUT LOAN-MASTER-FILE
            IF CMN-LOAN-STATUS NOT = '00'
               DISPLAY 'coll-monitor: cannot open LOANMST, status '
                  CMN-LOAN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE
            MOVE CMN-TODAY TO CMN-HDR-DATE
            WRITE REPORT-LINE FROM CMN-HDR-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

        1100-LOAD-PARMS.
            OPEN INPUT PARM-FILE
            IF CMN-PARM-STATUS NOT = '00' AND
               CMN-PARM-STATUS NOT = '05'
               GO TO 1100-LOAD-PARMS-EXIT
            END-IF
            SET CMN-EOF TO FALSE
            PERFORM 1110-READ-ONE-PARM THRU 1110-READ-ONE-PARM-EXIT
               UNTIL CMN-EOF
            CLOSE PARM-FILE.
        1100-LOAD-PARMS-EXIT.
            EXIT.

        1110-READ-ONE-PARM.
            READ PARM-FILE
                AT END
                    SET CMN-EOF TO TRUE
                    GO TO 1110-READ-ONE-PARM-EXIT
            END-READ
            IF CPR-MAX-LTV NOT NUMERIC OR
               CPR-REVAL-MONTHS NOT NUMERIC OR
               CPR-TYPE = SPACES
               GO TO 1110-READ-ONE-PARM-EXIT
            END-IF
            IF CMN-PARM-COUNT >= 20
               DISPLAY 'coll-monitor: COLLPARM over 20 rows, '
                  CPR-TYPE ' ignored'
               GO TO 1110-READ-ONE-PARM-EXIT
            END-IF
            ADD 1 TO CMN-PARM-COUNT
            MOVE CPR-TYPE TO CMN-P-TYPE (CMN-PARM-COUNT)
            MOVE CPR-MAX-LTV TO CMN-P-MAX-LTV (CMN-PARM-COUNT)
            MOVE CPR-REVAL-MONTHS TO CMN-P-MONTHS (CMN-PARM-COUNT).
        1110-READ-ONE-PARM-EXIT.
            EXIT.

      * one pass over the register: stale valuations print as they
      * are found, and every loan link of an active item goes to
      * the sort with its share of the base value
        2000-SCAN-REGISTER.
            MOVE 'VALUATIONS DUE FOR REVALUATION' TO CMN-SECTION-LINE
            WRITE REPORT-LINE FROM CMN-SECTION-LINE
            WRITE REPORT-LINE FROM CMN-STALE-COL-LINE
            IF NOT CMN-COLL-OPEN
               GO TO 2000-SCAN-REGISTER-EXIT
            END-IF
            SET CMN-EOF TO FALSE
            PERFORM 2100-SCAN-ONE THRU 2100-SCAN-ONE-EXIT
               UNTIL CMN-EOF.
        2000-SCAN-REGISTER-EXIT.
            EXIT.

        2100-SCAN-ONE.
            READ COLLATERAL-FILE NEXT
                AT END
                    SET CMN-EOF TO TRUE
                    GO TO 2100-SCAN-ONE-EXIT
            END-READ
            IF NOT CLT-STATUS-ACTIVE
               GO TO 2100-SCAN-ONE-EXIT
            END-IF
            ADD 1 TO CMN-ITEM-COUNT
            PERFORM 2200-TYPE-PARMS THRU 2200-TYPE-PARMS-EXIT
            PERFORM 2300-CHECK-AGE THRU 2300-CHECK-AGE-EXIT
            PERFORM 2400-PRICE-ITEM THRU 2400-PRICE-ITEM-EXIT
            PERFORM 2500-RELEASE-ONE-LINK
               THRU 2500-RELEASE-ONE-LINK-EXIT
               VARYING CMN-LINK-SUB FROM 1 BY 1
               UNTIL CMN-LINK-SUB > CLT-LINK-COUNT
                  OR CMN-LINK-SUB > 5.
        2100-SCAN-ONE-EXIT.
            EXIT.

        2200-TYPE-PARMS.
            MOVE CMN-DEFAULT-LTV TO CMN-MAX-LTV
            MOVE CMN-DEFAULT-MONTHS TO CMN-REVAL-MONTHS
            PERFORM 2210-MATCH-ONE THRU 2210-MATCH-ONE-EXIT
               VARYING CMN-PARM-SUB FROM 1 BY 1
               UNTIL CMN-PARM-SUB > CMN-PARM-COUNT
                  OR CMN-P-TYPE (CMN-PARM-SUB) = CLT-TYPE
            IF CMN-PARM-SUB <= CMN-PARM-COUNT
               MOVE CMN-P-MAX-LTV (CMN-PARM-SUB) TO CMN-MAX-LTV
               MOVE CMN-P-MONTHS (CMN-PARM-SUB) TO CMN-REVAL-MONTHS
            END-IF.
        2200-TYPE-PARMS-EXIT.
            EXIT.

        2210-MATCH-ONE.
            CONTINUE.
        2210-MATCH-ONE-EXIT.
            EXIT.

      * whole months since the valuation, a month not counted until
      * its day comes round
        2300-CHECK-AGE.
            MOVE CLT-VALUATION-DATE TO CMN-VALDATE
            COMPUTE CMN-AGE-MONTHS =
               (CMN-TODAY-YYYY * 12 + CMN-TODAY-MM)
             - (CMN-VAL-YYYY * 12 + CMN-VAL-MM)
            IF CMN-TODAY-DD < CMN-VAL-DD
               SUBTRACT 1 FROM CMN-AGE-MONTHS
            END-IF
            IF CMN-AGE-MONTHS < CMN-REVAL-MONTHS
               GO TO 2300-CHECK-AGE-EXIT
            END-IF
            ADD 1 TO CMN-STALE-COUNT
            MOVE CLT-ID TO CMN-SL-ID
            MOVE CLT-TYPE TO CMN-SL-TYPE
            MOVE CLT-VALUATION-DATE TO CMN-SL-DATE
            MOVE CMN-AGE-MONTHS TO CMN-SL-AGE
            MOVE CMN-REVAL-MONTHS TO CMN-SL-INTERVAL
            MOVE CLT-DESCRIPTION TO CMN-SL-DESC
            WRITE REPORT-LINE FROM CMN-STALE-LINE.
        2300-CHECK-AGE-EXIT.
            EXIT.

        2400-PRICE-ITEM.
            SET CMN-PRICED TO TRUE
            MOVE 1 TO CMN-RATE
            IF CLT-CURRENCY NOT = SPACES
               MOVE CLT-CURRENCY TO RLK-CURRENCY
               MOVE CMN-TODAY TO RLK-VALUE-DATE
               CALL 'RATE-LOOKUP' USING RLK-CONTROL
               IF RLK-OK
                  MOVE RLK-RATE TO CMN-RATE
               ELSE
                  SET CMN-PRICED TO FALSE
                  MOVE 0 TO CMN-RATE
               END-IF
            END-IF
            COMPUTE CMN-BASE-VALUE ROUNDED =
               CLT-VALUATION * CMN-RATE.
        2400-PRICE-ITEM-EXIT.
            EXIT.

        2500-RELEASE-ONE-LINK.
            MOVE CLT-L-LOAN-ID (CMN-LINK-SUB) TO SRT-LOAN-ID
            MOVE CLT-ID TO SRT-COLL-ID
            COMPUTE SRT-VALUE ROUNDED = CMN-BASE-VALUE
               * CLT-L-ALLOC-PCT (CMN-LINK-SUB) / 100
            COMPUTE SRT-LIMIT ROUNDED = SRT-VALUE * CMN-MAX-LTV / 100
            IF CMN-PRICED
               MOVE 'Y' TO SRT-PRICED
            ELSE
               MOVE 'N' TO SRT-PRICED
            END-IF
            RELEASE SORT-RECORD.
        2500-RELEASE-ONE-LINK-EXIT.
            EXIT.

        5000-REVIEW-LOANS.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 'LOAN-TO-VALUE EXCEPTIONS' TO CMN-SECTION-LINE
            WRITE REPORT-LINE FROM CMN-SECTION-LINE
            WRITE REPORT-LINE FROM CMN-LTV-COL-LINE
            MOVE SPACES TO CMN-CUR-LOAN
            SET CMN-EOF TO FALSE
            PERFORM 5100-RETURN-ONE THRU 5100-RETURN-ONE-EXIT
                UNTIL CMN-EOF
            IF CMN-CUR-LOAN NOT = SPACES
               PERFORM 5300-ASSESS-LOAN THRU 5300-ASSESS-LOAN-EXIT
            END-IF
            MOVE CMN-ITEM-COUNT TO CMN-TL-ITEMS
            MOVE CMN-STALE-COUNT TO CMN-TL-STALE
            MOVE CMN-LOAN-COUNT TO CMN-TL-LOANS
            MOVE CMN-BREACH-COUNT TO CMN-TL-BREACHES
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM CMN-TOTAL-LINE.
        5000-REVIEW-LOANS-EXIT.
            EXIT.

        5100-RETURN-ONE.
            RETURN SORT-FILE
                AT END
                    SET CMN-EOF TO TRUE
                NOT AT END
                    PERFORM 5200-TAKE-ONE THRU 5200-TAKE-ONE-EXIT
            END-RETURN.
        5100-RETURN-ONE-EXIT.
            EXIT.

        5200-TAKE-ONE.
            IF SRT-LOAN-ID NOT = CMN-CUR-LOAN
               IF CMN-CUR-LOAN NOT = SPACES
                  PERFORM 5300-ASSESS-LOAN THRU 5300-ASSESS-LOAN-EXIT
               END-IF
               MOVE SRT-LOAN-ID TO CMN-CUR-LOAN
               MOVE 0 TO CMN-LOAN-VALUE CMN-LOAN-LIMIT
               SET CMN-LOAN-PRICED TO TRUE
            END-IF
            ADD SRT-VALUE TO CMN-LOAN-VALUE
            ADD SRT-LIMIT TO CMN-LOAN-LIMIT
            IF SRT-PRICED NOT = 'Y'
               SET CMN-LOAN-PRICED TO FALSE
            END-IF.
        5200-TAKE-ONE-EXIT.
            EXIT.

      * only exceptions print: a breach, a loan whose collateral
      * could not all be priced, and links to loans that are paid
      * off or gone
        5300-ASSESS-LOAN.
            ADD 1 TO CMN-LOAN-COUNT
            MOVE SPACES TO CMN-LL-FLAG
            MOVE CMN-CUR-LOAN TO LNM-LOAN-ID
            READ LOAN-MASTER-FILE
            IF CMN-LOAN-STATUS NOT = '00'
               MOVE SPACES TO LNM-BRANCH
               MOVE 0 TO CMN-BALANCE
               MOVE 'NO LOAN' TO CMN-LL-FLAG
            ELSE
               IF LNM-STATUS-PAID-OFF
                  MOVE 0 TO CMN-BALANCE
                  MOVE 'PAID OFF' TO CMN-LL-FLAG
               ELSE
                  PERFORM 5400-PRICE-LOAN THRU 5400-PRICE-LOAN-EXIT
               END-IF
            END-IF
            IF CMN-LOAN-VALUE > 0
               COMPUTE CMN-LTV ROUNDED =
                  CMN-BALANCE * 100 / CMN-LOAN-VALUE
                  ON SIZE ERROR
                     MOVE 99999.99 TO CMN-LTV
               END-COMPUTE
               COMPUTE CMN-COVENANT ROUNDED =
                  CMN-LOAN-LIMIT * 100 / CMN-LOAN-VALUE
            ELSE
               MOVE 99999.99 TO CMN-LTV
               MOVE 0 TO CMN-COVENANT
            END-IF
            IF CMN-LL-FLAG = SPACES
               IF NOT CMN-LOAN-PRICED
                  MOVE 'NO RATE' TO CMN-LL-FLAG
               ELSE
                  IF CMN-BALANCE > CMN-LOAN-LIMIT
                     MOVE 'BREACH' TO CMN-LL-FLAG
                     ADD 1 TO CMN-BREACH-COUNT
                  END-IF
               END-IF
            END-IF
            IF CMN-LL-FLAG = SPACES
               GO TO 5300-ASSESS-LOAN-EXIT
            END-IF
            ADD 1 TO CMN-EXCEPTION-COUNT
            MOVE LNM-BRANCH TO CMN-LL-BRANCH
            MOVE CMN-CUR-LOAN TO CMN-LL-LOAN
            MOVE CMN-BALANCE TO CMN-LL-BALANCE
            MOVE CMN-LOAN-VALUE TO CMN-LL-VALUE
            MOVE CMN-LTV TO CMN-LL-LTV
            MOVE CMN-COVENANT TO CMN-LL-COVENANT
            COMPUTE CMN-LL-EXCESS = CMN-BALANCE - CMN-LOAN-LIMIT
            WRITE REPORT-LINE FROM CMN-LTV-LINE.
        5300-ASSESS-LOAN-EXIT.
            EXIT.

        5400-PRICE-LOAN.
            MOVE LNM-PRINCIPAL-OS TO CMN-BALANCE
            IF LNM-CURRENCY = SPACES
               GO TO 5400-PRICE-LOAN-EXIT
            END-IF
            MOVE LNM-CURRENCY TO RLK-CURRENCY
            MOVE CMN-TODAY TO RLK-VALUE-DATE
            CALL 'RATE-LOOKUP' USING RLK-CONTROL
            IF RLK-OK
               COMPUTE CMN-BALANCE ROUNDED =
                  LNM-PRINCIPAL-OS * RLK-RATE
            ELSE
               SET CMN-LOAN-PRICED TO FALSE
            END-IF.
        5400-PRICE-LOAN-EXIT.
            EXIT.

        9999-EXIT.
            IF JOB-OK
               IF CMN-COLL-OPEN
                  CLOSE COLLATERAL-FILE
               END-IF
               CLOSE LOAN-MASTER-FILE REPORT-FILE
            END-IF
            DISPLAY 'coll-monitor: ' CMN-ITEM-COUNT ' items, '
               CMN-STALE-COUNT ' stale, ' CMN-LOAN-COUNT ' loans, '
               CMN-BREACH-COUNT ' breaches'
            IF (CMN-STALE-COUNT > 0 OR CMN-EXCEPTION-COUNT > 0)
               AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CMN-RUN-STOP)
              TO CMN-RC
            MOVE 'COLLMON1' TO JHR-PROGRAM-ID
            MOVE CMN-TODAY TO JHR-BUSINESS-DATE
            MOVE CMN-START-SECONDS TO JHR-START-SECONDS
            MOVE CMN-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE CMN-ITEM-COUNT TO JHR-RECORDS-IN
            MOVE CMN-EXCEPTION-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program COLL-MONITOR.
