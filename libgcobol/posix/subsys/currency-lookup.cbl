      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  currency-lookup.cbl
      *
      *  Currency reference lookup subprogram over the indexed CCYMST
      *  master (currency-master.cpy, maintained by CURRENCY-MAINT).
      *  Given an ISO alphabetic code through currency-lookup.cpy it
      *  returns the currency's numeric code, minor units, rounding
      *  rule and status, and does the scaling every program used to
      *  do by assuming two decimals: rounding an amount to the
      *  currency's minor units, turning it into a whole number of
      *  minor units for a settlement message and back, and editing
      *  it for print with the currency's own decimals.  A currency
      *  not on the master, or a master that cannot be opened, is
      *  answered as two minor units rounded half up -- what every
      *  currency was before there was a master.  The file is opened
      *  on first CALL and stays open across CALLs, the net-session
      *  pattern.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. CURRENCY-LOOKUP.
        Environment Division.
        Input-Output Section.
        File-Control.
            Select CURRENCY-MASTER-FILE Assign To CCYMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CCY-CODE
                File Status Is CLW-FILE-STATUS.
        Data Division.
        File Section.
        FD  CURRENCY-MASTER-FILE.
        COPY currency-master.
        Working-Storage Section.
        01  CLW-FILE-STATUS         PIC X(02).
        01  CLW-OPEN-SWITCH         PIC X(01) Value 'N'.
            88  CLW-OPEN                Value 'Y', False 'N'.
        01  CLW-FAILED-SWITCH       PIC X(01) Value 'N'.
            88  CLW-OPEN-FAILED         Value 'Y', False 'N'.
        01  CLW-FACTOR              PIC 9(04) COMP-3.
        01  CLW-SCALED              PIC S9(18)V9(03) COMP-3.
        01  CLW-WHOLE               PIC S9(18) COMP-3.
        01  CLW-FRACTION            PIC S9(01)V9(03) COMP-3.
        01  CLW-ABS-FRACTION        PIC 9(01)V9(03) COMP-3.
        01  CLW-HALF-QUOTIENT       PIC S9(18) COMP-3.
        01  CLW-HALF-REMAINDER      PIC S9(01) COMP-3.
        01  CLW-EDIT-0              PIC -(19)9.
        01  CLW-EDIT-1              PIC -(17)9.9.
        01  CLW-EDIT-2              PIC -(16)9.99.
        01  CLW-EDIT-3              PIC -(15)9.999.
        Linkage Section.
        COPY currency-lookup.
        Procedure Division Using CYQ-CONTROL.
        0000-MAINLINE.
            IF NOT CYQ-REQ-GET AND NOT CYQ-REQ-ROUND AND
               NOT CYQ-REQ-TOMINOR AND NOT CYQ-REQ-TOMAJOR AND
               NOT CYQ-REQ-EDIT
               MOVE '80' TO CYQ-STATUS
               GOBACK
            END-IF
            IF NOT CLW-OPEN AND NOT CLW-OPEN-FAILED
               PERFORM 1000-OPEN-MASTER
                  THRU 1000-OPEN-MASTER-EXIT
            END-IF
            IF CLW-OPEN-FAILED
               PERFORM 1200-CURRENCY-DEFAULTS
                  THRU 1200-CURRENCY-DEFAULTS-EXIT
               MOVE '30' TO CYQ-STATUS
            ELSE
               PERFORM 1100-READ-CURRENCY
                  THRU 1100-READ-CURRENCY-EXIT
            END-IF
            EVALUATE CYQ-MINOR-UNITS
               WHEN 0     MOVE 1 TO CLW-FACTOR
               WHEN 1     MOVE 10 TO CLW-FACTOR
               WHEN 3     MOVE 1000 TO CLW-FACTOR
               WHEN OTHER MOVE 100 TO CLW-FACTOR
            END-EVALUATE
            EVALUATE TRUE
               WHEN CYQ-REQ-ROUND
                  PERFORM 2000-ROUND-MINOR THRU 2000-ROUND-MINOR-EXIT
                  COMPUTE CYQ-AMOUNT = CLW-WHOLE / CLW-FACTOR
               WHEN CYQ-REQ-TOMINOR
                  PERFORM 2000-ROUND-MINOR THRU 2000-ROUND-MINOR-EXIT
                  MOVE CLW-WHOLE TO CYQ-MINOR-AMOUNT
               WHEN CYQ-REQ-TOMAJOR
                  COMPUTE CYQ-AMOUNT = CYQ-MINOR-AMOUNT / CLW-FACTOR
               WHEN CYQ-REQ-EDIT
                  PERFORM 2000-ROUND-MINOR THRU 2000-ROUND-MINOR-EXIT
                  COMPUTE CYQ-AMOUNT = CLW-WHOLE / CLW-FACTOR
                  PERFORM 3000-EDIT-AMOUNT THRU 3000-EDIT-AMOUNT-EXIT
            END-EVALUATE
            GOBACK.

        1000-OPEN-MASTER.
            OPEN INPUT CURRENCY-MASTER-FILE
            IF CLW-FILE-STATUS = '00'
               SET CLW-OPEN TO TRUE
            ELSE
               DISPLAY 'currency-lookup: cannot open CCYMST,'
                  ' status ' CLW-FILE-STATUS
               SET CLW-OPEN-FAILED TO TRUE
            END-IF.
        1000-OPEN-MASTER-EXIT.
            EXIT.

        1100-READ-CURRENCY.
            MOVE CYQ-CODE TO CCY-CODE
            READ CURRENCY-MASTER-FILE
            IF CLW-FILE-STATUS NOT = '00'
               PERFORM 1200-CURRENCY-DEFAULTS
                  THRU 1200-CURRENCY-DEFAULTS-EXIT
               MOVE '10' TO CYQ-STATUS
               GO TO 1100-READ-CURRENCY-EXIT
            END-IF
            MOVE CCY-NUMERIC TO CYQ-NUMERIC
            MOVE CCY-NAME TO CYQ-NAME
            MOVE CCY-MINOR-UNITS TO CYQ-MINOR-UNITS
            MOVE CCY-ROUNDING TO CYQ-ROUNDING
            MOVE CCY-STATUS TO CYQ-CCY-STATUS
            IF CCY-STATUS-INACTIVE
               MOVE '11' TO CYQ-STATUS
            ELSE
               MOVE '00' TO CYQ-STATUS
            END-IF.
        1100-READ-CURRENCY-EXIT.
            EXIT.

      * what every currency meant before there was a master
        1200-CURRENCY-DEFAULTS.
            MOVE 0 TO CYQ-NUMERIC
            MOVE SPACES TO CYQ-NAME CYQ-CCY-STATUS
            MOVE 2 TO CYQ-MINOR-UNITS
            MOVE 'H' TO CYQ-ROUNDING.
        1200-CURRENCY-DEFAULTS-EXIT.
            EXIT.

      * CLW-WHOLE is CYQ-AMOUNT in minor units, the fraction of a
      * minor unit below it settled by the currency's rule: H takes
      * a half or more away from zero, E takes more than a half
      * away and an exact half to the even unit, D drops it
        2000-ROUND-MINOR.
            COMPUTE CLW-SCALED = CYQ-AMOUNT * CLW-FACTOR
            MOVE CLW-SCALED TO CLW-WHOLE
            COMPUTE CLW-FRACTION = CLW-SCALED - CLW-WHOLE
            MOVE CLW-FRACTION TO CLW-ABS-FRACTION
            IF CLW-ABS-FRACTION = 0 OR CYQ-ROUNDING = 'D'
               GO TO 2000-ROUND-MINOR-EXIT
            END-IF
            IF CYQ-ROUNDING = 'E'
               IF CLW-ABS-FRACTION < .5
                  GO TO 2000-ROUND-MINOR-EXIT
               END-IF
               IF CLW-ABS-FRACTION = .5
                  DIVIDE CLW-WHOLE BY 2 GIVING CLW-HALF-QUOTIENT
                     REMAINDER CLW-HALF-REMAINDER
                  IF CLW-HALF-REMAINDER = 0
                     GO TO 2000-ROUND-MINOR-EXIT
                  END-IF
               END-IF
            ELSE
               IF CLW-ABS-FRACTION < .5
                  GO TO 2000-ROUND-MINOR-EXIT
               END-IF
            END-IF
            IF CLW-SCALED < 0
               SUBTRACT 1 FROM CLW-WHOLE
            ELSE
               ADD 1 TO CLW-WHOLE
            END-IF.
        2000-ROUND-MINOR-EXIT.
            EXIT.

        3000-EDIT-AMOUNT.
            EVALUATE CYQ-MINOR-UNITS
               WHEN 0
                  MOVE CYQ-AMOUNT TO CLW-EDIT-0
                  MOVE CLW-EDIT-0 TO CYQ-EDITED
               WHEN 1
                  MOVE CYQ-AMOUNT TO CLW-EDIT-1
                  MOVE CLW-EDIT-1 TO CYQ-EDITED
               WHEN 3
                  MOVE CYQ-AMOUNT TO CLW-EDIT-3
                  MOVE CLW-EDIT-3 TO CYQ-EDITED
               WHEN OTHER
                  MOVE CYQ-AMOUNT TO CLW-EDIT-2
                  MOVE CLW-EDIT-2 TO CYQ-EDITED
            END-EVALUATE.
        3000-EDIT-AMOUNT-EXIT.
            EXIT.
        End Program CURRENCY-LOOKUP.
