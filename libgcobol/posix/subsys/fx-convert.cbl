      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  fx-convert.cbl
      *
      *  Customer currency conversion.  Given a signed amount in
      *  the transaction currency, returns the amount to post in
      *  the account currency at the customer rate and the spread
      *  income the bank earns on it (fx-convert.cpy).  The mid
      *  rate is the cross of the two base-currency rates in force
      *  on the value date through RATE-LOOKUP; the spread comes
      *  from the FXSPREAD table, one row per currency pair and
      *  customer segment, loaded on first CALL.  A row for the
      *  exact segment beats a row for segment '**'; a pair with
      *  no row converts at mid with no spread.
      *
      *  FXSPREAD record layout (fixed columns):
      *      FXS-FROM-CCY    X(3)   transaction currency
      *      FXS-TO-CCY      X(3)   account currency
      *      FXS-SEGMENT     X(2)   customer segment, ** any
      *      FXS-BUY-PCT     9(3)V9(6)  below mid, on a credit
      *      FXS-SELL-PCT    9(3)V9(6)  above mid, on a debit
      *  Rows with non-numeric percentages are skipped.
      *
      *  The converted and mid amounts are rounded to the account
      *  currency's minor unit under its rounding rule on the
      *  currency master (CURRENCY-LOOKUP); a currency not on the
      *  master rounds half up to the cent as before.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  Round to the account currency's minor
      *                        unit from the currency master.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. FX-CONVERT.
        Environment Division.
        Input-Output Section.
        File-Control.
            Select OPTIONAL SPREAD-FILE Assign To FXSPREAD
                Organization Is Line Sequential
                File Status Is FCW-FILE-STATUS.
        Data Division.
        File Section.
        FD  SPREAD-FILE.
        01  SPREAD-RECORD.
            05  FXS-FROM-CCY        PIC X(03).
            05  FXS-TO-CCY          PIC X(03).
            05  FXS-SEGMENT         PIC X(02).
            05  FXS-BUY-PCT         PIC 9(3)V9(6).
            05  FXS-SELL-PCT        PIC 9(3)V9(6).
        Working-Storage Section.
        COPY rate-lookup.
        COPY currency-lookup.
        01  FCW-FILE-STATUS         PIC X(02).
        01  FCW-LOADED-SWITCH       PIC X(01) Value 'N'.
            88  FCW-LOADED              Value 'Y', False 'N'.
        01  FCW-EOF-SWITCH          PIC X(01).
            88  FCW-EOF                 Value 'Y', False 'N'.
        01  FCW-FROM-RATE           PIC 9(7)V9(8).
        01  FCW-TO-RATE             PIC 9(7)V9(8).
        01  FCW-SPREAD-COUNT        Binary-Long Value 0.
        01  FCW-SPREAD-SUB          Binary-Long.
        01  FCW-EXACT-SUB           Binary-Long.
        01  FCW-ANY-SUB             Binary-Long.
        01  FCW-SPREAD-TABLE.
            05  FCW-SPREAD-ENTRY OCCURS 200 TIMES.
                10  FCW-S-FROM      PIC X(03).
                10  FCW-S-TO        PIC X(03).
                10  FCW-S-SEGMENT   PIC X(02).
                10  FCW-S-BUY       PIC 9(3)V9(6).
                10  FCW-S-SELL      PIC 9(3)V9(6).
        Linkage Section.
        COPY fx-convert.
        Procedure Division Using FXC-CONTROL.
        0000-DISPATCH.
            IF NOT FCW-LOADED
               PERFORM 1000-LOAD-SPREADS THRU 1000-LOAD-SPREADS-EXIT
            END-IF
            MOVE 0 TO FXC-CONVERTED FXC-MID-AMOUNT FXC-SPREAD-INCOME
                      FXC-MID-RATE FXC-CUSTOMER-RATE FXC-SPREAD-PCT
            IF FXC-FROM-CURRENCY = SPACES OR
               FXC-TO-CURRENCY = SPACES OR
               FXC-VALUE-DATE NOT NUMERIC OR
               FXC-VALUE-DATE = 0
               SET FXC-BAD-REQUEST TO TRUE
               GOBACK
            END-IF
            PERFORM 2000-MID-RATE THRU 2000-MID-RATE-EXIT
            IF FXC-OK
               PERFORM 3000-APPLY-SPREAD THRU 3000-APPLY-SPREAD-EXIT
            END-IF
            GOBACK.

      * a missing table is no spread anywhere, not an error
        1000-LOAD-SPREADS.
            SET FCW-LOADED TO TRUE
            SET FCW-EOF TO FALSE
            OPEN INPUT SPREAD-FILE
            IF FCW-FILE-STATUS NOT = '00' AND
               FCW-FILE-STATUS NOT = '05'
               DISPLAY 'fx-convert: FXSPREAD not readable, status '
                  FCW-FILE-STATUS ', converting at mid'
               GO TO 1000-LOAD-SPREADS-EXIT
            END-IF
            PERFORM 1100-READ-ONE-SPREAD
               THRU 1100-READ-ONE-SPREAD-EXIT
                UNTIL FCW-EOF
            CLOSE SPREAD-FILE.
        1000-LOAD-SPREADS-EXIT.
            EXIT.

        1100-READ-ONE-SPREAD.
            READ SPREAD-FILE
                AT END
                    SET FCW-EOF TO TRUE
                    GO TO 1100-READ-ONE-SPREAD-EXIT
            END-READ
            IF FXS-BUY-PCT NOT NUMERIC OR FXS-SELL-PCT NOT NUMERIC
               GO TO 1100-READ-ONE-SPREAD-EXIT
            END-IF
            IF FCW-SPREAD-COUNT NOT < 200
               DISPLAY 'fx-convert: spread table full, '
                  FXS-FROM-CCY FXS-TO-CCY FXS-SEGMENT ' ignored'
               GO TO 1100-READ-ONE-SPREAD-EXIT
            END-IF
            ADD 1 TO FCW-SPREAD-COUNT
            MOVE FXS-FROM-CCY TO FCW-S-FROM (FCW-SPREAD-COUNT)
            MOVE FXS-TO-CCY TO FCW-S-TO (FCW-SPREAD-COUNT)
            MOVE FXS-SEGMENT TO FCW-S-SEGMENT (FCW-SPREAD-COUNT)
            MOVE FXS-BUY-PCT TO FCW-S-BUY (FCW-SPREAD-COUNT)
            MOVE FXS-SELL-PCT TO FCW-S-SELL (FCW-SPREAD-COUNT).
        1100-READ-ONE-SPREAD-EXIT.
            EXIT.

      * both rates are base-currency value of one unit, so one unit
      * of the transaction currency buys from-rate / to-rate units
      * of the account currency
        2000-MID-RATE.
            IF FXC-FROM-CURRENCY = FXC-TO-CURRENCY
               MOVE 1 TO FXC-MID-RATE
               SET FXC-OK TO TRUE
               GO TO 2000-MID-RATE-EXIT
            END-IF
            MOVE FXC-FROM-CURRENCY TO RLK-CURRENCY
            MOVE FXC-VALUE-DATE TO RLK-VALUE-DATE
            CALL 'RATE-LOOKUP' USING RLK-CONTROL
            IF RLK-NO-TABLE
               SET FXC-NO-TABLE TO TRUE
               GO TO 2000-MID-RATE-EXIT
            END-IF
            IF NOT RLK-OK OR RLK-RATE = 0
               SET FXC-NO-FROM-RATE TO TRUE
               GO TO 2000-MID-RATE-EXIT
            END-IF
            MOVE RLK-RATE TO FCW-FROM-RATE
            MOVE FXC-TO-CURRENCY TO RLK-CURRENCY
            CALL 'RATE-LOOKUP' USING RLK-CONTROL
            IF NOT RLK-OK OR RLK-RATE = 0
               SET FXC-NO-TO-RATE TO TRUE
               GO TO 2000-MID-RATE-EXIT
            END-IF
            MOVE RLK-RATE TO FCW-TO-RATE
            COMPUTE FXC-MID-RATE ROUNDED =
               FCW-FROM-RATE / FCW-TO-RATE
            SET FXC-OK TO TRUE.
        2000-MID-RATE-EXIT.
            EXIT.

      * the customer always converts on the bank's side of mid:
      * a credit at the buy spread below it, a debit at the sell
      * spread above it
        3000-APPLY-SPREAD.
            COMPUTE CYQ-AMOUNT = FXC-AMOUNT * FXC-MID-RATE
            PERFORM 3200-ROUND-TO-ACCOUNT
               THRU 3200-ROUND-TO-ACCOUNT-EXIT
            MOVE CYQ-AMOUNT TO FXC-MID-AMOUNT
            IF FXC-FROM-CURRENCY NOT = FXC-TO-CURRENCY
               PERFORM 3100-FIND-SPREAD THRU 3100-FIND-SPREAD-EXIT
            END-IF
            IF FXC-AMOUNT < 0
               COMPUTE FXC-CUSTOMER-RATE ROUNDED =
                  FXC-MID-RATE * (1 + FXC-SPREAD-PCT / 100)
            ELSE
               COMPUTE FXC-CUSTOMER-RATE ROUNDED =
                  FXC-MID-RATE * (1 - FXC-SPREAD-PCT / 100)
            END-IF
            COMPUTE CYQ-AMOUNT = FXC-AMOUNT * FXC-CUSTOMER-RATE
            PERFORM 3200-ROUND-TO-ACCOUNT
               THRU 3200-ROUND-TO-ACCOUNT-EXIT
            MOVE CYQ-AMOUNT TO FXC-CONVERTED
            COMPUTE FXC-SPREAD-INCOME =
               FXC-MID-AMOUNT - FXC-CONVERTED.
        3000-APPLY-SPREAD-EXIT.
            EXIT.

        3100-FIND-SPREAD.
            MOVE 0 TO FCW-EXACT-SUB FCW-ANY-SUB
            PERFORM 3110-MATCH-ONE-SPREAD
               THRU 3110-MATCH-ONE-SPREAD-EXIT
               VARYING FCW-SPREAD-SUB FROM 1 BY 1
               UNTIL FCW-SPREAD-SUB > FCW-SPREAD-COUNT
                  OR FCW-EXACT-SUB > 0
            IF FCW-EXACT-SUB = 0
               MOVE FCW-ANY-SUB TO FCW-EXACT-SUB
            END-IF
            IF FCW-EXACT-SUB = 0
               GO TO 3100-FIND-SPREAD-EXIT
            END-IF
            IF FXC-AMOUNT < 0
               MOVE FCW-S-SELL (FCW-EXACT-SUB) TO FXC-SPREAD-PCT
            ELSE
               MOVE FCW-S-BUY (FCW-EXACT-SUB) TO FXC-SPREAD-PCT
            END-IF.
        3100-FIND-SPREAD-EXIT.
            EXIT.

        3110-MATCH-ONE-SPREAD.
            IF FCW-S-FROM (FCW-SPREAD-SUB) NOT = FXC-FROM-CURRENCY
               OR FCW-S-TO (FCW-SPREAD-SUB) NOT = FXC-TO-CURRENCY
               GO TO 3110-MATCH-ONE-SPREAD-EXIT
            END-IF
            IF FCW-S-SEGMENT (FCW-SPREAD-SUB) = FXC-SEGMENT
               MOVE FCW-SPREAD-SUB TO FCW-EXACT-SUB
            ELSE
               IF FCW-S-SEGMENT (FCW-SPREAD-SUB) = '**' AND
                  FCW-ANY-SUB = 0
                  MOVE FCW-SPREAD-SUB TO FCW-ANY-SUB
               END-IF
            END-IF.
        3110-MATCH-ONE-SPREAD-EXIT.
            EXIT.

      * CYQ-AMOUNT carries the product to three places; the currency
      * master's rule takes it to the account currency's minor unit
        3200-ROUND-TO-ACCOUNT.
            MOVE 'ROUND' TO CYQ-REQUEST
            MOVE FXC-TO-CURRENCY TO CYQ-CODE
            CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL.
        3200-ROUND-TO-ACCOUNT-EXIT.
            EXIT.
        End Program FX-CONVERT.
