      *  revalues each position to base currency through RATE-LOOKUP
      *  at the business date from BUS-DATE, compares every position
      *  against yesterday's stored position file (FXPOS, read at
      *  startup, with today's figures written at close as its next
      *  generation through GEN-CATALOG), and
      *  prints the unrealized gain/loss per currency on FXGLRPT.
      *  A currency with no rate in force is flagged on the report
      *  and ends the run JOB-WARNING: an unpriced position is an
      *  unmeasured one.
      *
      *  Customer currency conversions (the FXCONV feed ACCT-MAINT
      *  appends to, fx-conv-feed.cpy) move the position too: the
      *  account balance already carries the converted amount, and
      *  the bank's other leg -- the transaction amount taken in on
      *  a credit or paid out on a debit -- is carried in the
      *  transaction currency.  Those legs live nowhere on the
      *  account master, so FXPOS carries their running total
      *  (FXP-CONVERTED) from day to day and the day's own legs
      *  are added to it; FXP-CONV-OPEN keeps the total the day
      *  started from so a rerun of the day does not count it
      *  twice.
      *
      *  FXPOS record layout (fixed columns):
      *      FXP-CURRENCY    X(3)
      *      FXP-POSITION    S9(15)V99 sign leading separate
      *      FXP-BASE-VALUE  S9(15)V99 sign leading separate
      *      FXP-DATE        9(8)
      *      FXP-CONV-OPEN   S9(15)V99 sign leading separate
      *      FXP-CONVERTED   S9(15)V99 sign leading separate
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Customer conversions from the FXCONV
      *                        feed are carried in the position the
      *                        same day, with a column for the day's
      *                        conversion legs; FXPOS carries the
      *                        running conversion total.
      *  2026-10-15 smckinney  FXPOS is a cataloged generation file:
      *                        the prior positions come from the
      *                        current generation (or the one an
      *                        operator rerun override names) and
      *                        tonight's are published as a new
      *                        generation instead of overwriting
      *                        it.  A run that needs rerunning
      *                        publishes nothing.
      *  2026-10-15 smckinney  The position column is printed to
      *                        its currency's minor unit from the
      *                        currency master (CURRENCY-LOOKUP).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. FX-POSITION.
                File Status Is FXP-ACCT-STATUS.
            Select OPTIONAL POSITION-FILE Assign To FXPOS
                Organization Is Line Sequential.
            Select OPTIONAL FX-CONV-FILE Assign To FXCONV
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To FXGLRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
            05  FXP-BASE-VALUE      PIC S9(15)V99
                                    Sign Leading Separate.
            05  FXP-DATE            PIC 9(08).
            05  FXP-CONV-OPEN       PIC S9(15)V99
                                    Sign Leading Separate.
            05  FXP-CONVERTED       PIC S9(15)V99
                                    Sign Leading Separate.
        FD  FX-CONV-FILE.
        COPY fx-conv-feed.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY bus-date.
        COPY rate-lookup.
        COPY exit-status.
        COPY gen-catalog.
        COPY currency-lookup.
        01  JHW-FILE-STATUS         PIC X(02).
        01  FXP-RUN-START.
            05  FXP-START-SECONDS   Usage BINARY-DOUBLE.
                10  FXP-C-PRIOR     PIC S9(15)V99 COMP-3.
                10  FXP-C-RATE      PIC 9(7)V9(8).
                10  FXP-C-PRICED    PIC X(01).
                10  FXP-C-CONV-OPEN PIC S9(15)V99 COMP-3.
                10  FXP-C-CONV-TODAY
                                    PIC S9(15)V99 COMP-3.
        01  FXP-CONV-COUNT          PIC 9(09) Value 0.
        01  FXP-GAIN-LOSS           PIC S9(15)V99 COMP-3.
        01  FXP-TOTAL-GL            PIC S9(15)V99 COMP-3.
        01  FXP-HDR-LINE.
            05  FILLER              PIC X(42) Value
                'CURRENCY POSITION / REVALUATION REPORT -- '.
            05  FXP-HDR-DATE        PIC 9(08).
        01  FXP-COL-LINE.
            05  FILLER              PIC X(100) Value
            'CCY        POSITION           RATE       BASE VALUE
      -     '    PRIOR BASE        GAIN/LOSS'.
            05  FILLER              PIC X(20) Value
                '          TODAY CONV'.
        01  FXP-DETAIL-LINE.
            05  FXP-DL-CCY          PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  FXP-DL-POSITION     PIC X(19).
            05  FILLER              PIC X(01) Value SPACE.
            05  FXP-DL-RATE         PIC Z(6)9.9(8).
            05  FILLER              PIC X(01) Value SPACE.
            05  FILLER              PIC X(01) Value SPACE.
            05  FXP-DL-GL           PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  FXP-DL-CONV         PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  FXP-DL-FLAG         PIC X(08).
        01  FXP-TOTAL-LINE.
            05  FILLER              PIC X(24)
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            PERFORM 2000-AGGREGATE THRU 2000-AGGREGATE-EXIT
            PERFORM 2500-ADD-CONVERSIONS
               THRU 2500-ADD-CONVERSIONS-EXIT
            PERFORM 3000-REVALUE-ALL THRU 3000-REVALUE-ALL-EXIT
            PERFORM 5000-REPORT THRU 5000-REPORT-EXIT
            PERFORM 6000-STORE-POSITIONS
            EXIT.

      * yesterday's stored base values seed the prior column; a
      * currency first seen today compares against zero.  The
      * conversion total the day opens with is yesterday's closing
      * one, or, when the day is being run again, the opening one
      * stored by the earlier run.  A record from before the
      * conversion columns carries none.
        1100-LOAD-PRIOR.
            SET FXP-EOF TO FALSE
            MOVE 'FXPOS' TO GNC-BASE-NAME
            PERFORM 9850-GEN-POINT-INPUT THRU 9850-GEN-POINT-INPUT-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 1100-LOAD-PRIOR-EXIT
            END-IF
            OPEN INPUT POSITION-FILE
            PERFORM 1110-READ-ONE-PRIOR
               THRU 1110-READ-ONE-PRIOR-EXIT
                    IF FXP-FOUND-SUB > 0
                       MOVE FXP-BASE-VALUE
                         TO FXP-C-PRIOR (FXP-FOUND-SUB)
                       PERFORM 1120-CONVERSION-OPENING
                          THRU 1120-CONVERSION-OPENING-EXIT
                    END-IF
            END-READ.
        1110-READ-ONE-PRIOR-EXIT.
            EXIT.

        1120-CONVERSION-OPENING.
            IF FXP-CONV-OPEN NOT NUMERIC OR
               FXP-CONVERTED NOT NUMERIC
               GO TO 1120-CONVERSION-OPENING-EXIT
            END-IF
            IF FXP-DATE = FXP-TODAY
               MOVE FXP-CONV-OPEN TO FXP-C-CONV-OPEN (FXP-FOUND-SUB)
            ELSE
               MOVE FXP-CONVERTED TO FXP-C-CONV-OPEN (FXP-FOUND-SUB)
            END-IF.
        1120-CONVERSION-OPENING-EXIT.
            EXIT.

        2000-AGGREGATE.
            IF NOT JOB-OK
               GO TO 2000-AGGREGATE-EXIT
        2100-READ-ONE-ACCOUNT-EXIT.
            EXIT.

      * the bank's leg of each of today's conversions: a customer
      * credit takes the transaction amount in, a debit pays it out
        2500-ADD-CONVERSIONS.
            IF NOT JOB-OK
               GO TO 2500-ADD-CONVERSIONS-EXIT
            END-IF
            SET FXP-EOF TO FALSE
            OPEN INPUT FX-CONV-FILE
            PERFORM 2510-READ-ONE-CONVERSION
               THRU 2510-READ-ONE-CONVERSION-EXIT
                UNTIL FXP-EOF
            CLOSE FX-CONV-FILE
            PERFORM 2520-CARRY-CONVERSIONS
               THRU 2520-CARRY-CONVERSIONS-EXIT
               VARYING FXP-CCY-SUB FROM 1 BY 1
               UNTIL FXP-CCY-SUB > FXP-CCY-COUNT.
        2500-ADD-CONVERSIONS-EXIT.
            EXIT.

        2510-READ-ONE-CONVERSION.
            READ FX-CONV-FILE
                AT END
                    SET FXP-EOF TO TRUE
                    GO TO 2510-READ-ONE-CONVERSION-EXIT
            END-READ
            IF FXV-POST-DATE NOT = FXP-TODAY OR
               FXV-TXN-AMOUNT NOT NUMERIC
               GO TO 2510-READ-ONE-CONVERSION-EXIT
            END-IF
            MOVE FXV-TXN-CURRENCY TO FXP-CURRENCY
            PERFORM 2200-FIND-CURRENCY THRU 2200-FIND-CURRENCY-EXIT
            IF FXP-FOUND-SUB > 0
               SUBTRACT FXV-TXN-AMOUNT
                   FROM FXP-C-CONV-TODAY (FXP-FOUND-SUB)
               ADD 1 TO FXP-CONV-COUNT
            END-IF.
        2510-READ-ONE-CONVERSION-EXIT.
            EXIT.

        2520-CARRY-CONVERSIONS.
            ADD FXP-C-CONV-OPEN (FXP-CCY-SUB)
                FXP-C-CONV-TODAY (FXP-CCY-SUB)
             TO FXP-C-POSITION (FXP-CCY-SUB).
        2520-CARRY-CONVERSIONS-EXIT.
            EXIT.

      * finds the slot for FXP-CURRENCY, creating it when new;
      * FXP-FOUND-SUB is zero when the table is full
        2200-FIND-CURRENCY.

        5100-PRINT-ONE.
            MOVE FXP-C-CCY (FXP-CCY-SUB) TO FXP-DL-CCY
            MOVE 'EDIT' TO CYQ-REQUEST
            MOVE FXP-C-CCY (FXP-CCY-SUB) TO CYQ-CODE
            MOVE FXP-C-POSITION (FXP-CCY-SUB) TO CYQ-AMOUNT
            CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL
            MOVE CYQ-EDITED (2:19) TO FXP-DL-POSITION
            MOVE FXP-C-RATE (FXP-CCY-SUB) TO FXP-DL-RATE
            MOVE FXP-C-BASE (FXP-CCY-SUB) TO FXP-DL-BASE
            MOVE FXP-C-PRIOR (FXP-CCY-SUB) TO FXP-DL-PRIOR
            MOVE FXP-C-CONV-TODAY (FXP-CCY-SUB) TO FXP-DL-CONV
            IF FXP-C-PRICED (FXP-CCY-SUB) = 'Y'
               COMPUTE FXP-GAIN-LOSS =
                  FXP-C-BASE (FXP-CCY-SUB)
            EXIT.

      * an unpriced position keeps yesterday's stored base value so
      * tomorrow's comparison does not book a phantom loss; a run
      * that must be rerun leaves the current generation in place
        6000-STORE-POSITIONS.
            IF JOB-NEEDS-RERUN
               GO TO 6000-STORE-POSITIONS-EXIT
            END-IF
            MOVE 'FXPOS' TO GNC-BASE-NAME
            PERFORM 9860-GEN-POINT-OUTPUT
               THRU 9860-GEN-POINT-OUTPUT-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 6000-STORE-POSITIONS-EXIT
            END-IF
            OPEN OUTPUT POSITION-FILE
            PERFORM 6100-WRITE-ONE-POSITION
               THRU 6100-WRITE-ONE-POSITION-EXIT
               VARYING FXP-CCY-SUB FROM 1 BY 1
               UNTIL FXP-CCY-SUB > FXP-CCY-COUNT
            CLOSE POSITION-FILE
            MOVE FXP-TODAY TO GNC-BUSINESS-DATE
            MOVE 'FXPOSITN' TO GNC-PROGRAM-ID
            PERFORM 9870-GEN-PUBLISH THRU 9870-GEN-PUBLISH-EXIT.
        6000-STORE-POSITIONS-EXIT.
            EXIT.

               MOVE FXP-C-PRIOR (FXP-CCY-SUB) TO FXP-BASE-VALUE
            END-IF
            MOVE FXP-TODAY TO FXP-DATE
            MOVE FXP-C-CONV-OPEN (FXP-CCY-SUB) TO FXP-CONV-OPEN
            COMPUTE FXP-CONVERTED =
               FXP-C-CONV-OPEN (FXP-CCY-SUB)
               + FXP-C-CONV-TODAY (FXP-CCY-SUB)
            WRITE POSITION-RECORD.
        6100-WRITE-ONE-POSITION-EXIT.
            EXIT.
        9999-EXIT.
            DISPLAY 'fx-position: ' FXP-READ-COUNT ' accounts, '
               FXP-CCY-COUNT ' currencies, '
               FXP-UNPRICED-COUNT ' unpriced, '
               FXP-CONV-COUNT ' conversions'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, FXP-RUN-STOP)
              TO FXP-RC
            MOVE 'FXPOSITN' TO JHR-PROGRAM-ID

        COPY jobhist-paragraphs.
        COPY exit-status-paragraphs.
        COPY gen-catalog-paragraphs.
        End Program FX-POSITION.
