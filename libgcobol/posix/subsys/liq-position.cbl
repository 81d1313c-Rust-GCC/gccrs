      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  liq-position.cbl
      *
      *  Intraday nostro liquidity position and the payment hold
      *  queue behind it.  MSG-ENQUEUE CALLs here for every payment
      *  it is about to put on the settlement queue and every
      *  expected receipt it enqueues (liq-position.cpy requests);
      *  the position per currency is kept on LIQPOS (liq-pos.cpy)
      *  and the payments that would have taken it below the
      *  treasury floor wait on LIQHOLD (liq-hold.cpy) in priority
      *  order.  A payment is held, too, when a payment of the
      *  same or more urgent priority is already waiting in its
      *  currency -- a late small payment never jumps a queue it
      *  did not outrank.  LIQ-OPEN loads the opening balances and
      *  floors at the start of the day; the queue is released
      *  head first, by MSG-ENQUEUE, as receipts lift the position.
      *
      *  LIQPOS and LIQHOLD are opened on first CALL and stay open
      *  across CALLs, the SANC-SCREEN pattern; a missing file is
      *  created empty.  The position row is read afresh on every
      *  request, so two programs enqueueing in the same window
      *  each see the other's releases.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. LIQ-POSITION.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select LIQ-POS-FILE Assign To LIQPOS
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is LPR-CURRENCY
                File Status Is LQW-POS-STATUS.
            Select LIQ-HOLD-FILE Assign To LIQHOLD
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is LHD-KEY
                File Status Is LQW-HOLD-STATUS.
        Data Division.
        File Section.
        FD  LIQ-POS-FILE.
        COPY liq-pos.
        FD  LIQ-HOLD-FILE.
        COPY liq-hold.
        Working-Storage Section.
        COPY bus-date.
        01  LQW-POS-STATUS          PIC X(02).
        01  LQW-HOLD-STATUS         PIC X(02).
        01  LQW-INIT-SWITCH         PIC X(01) Value 'N'.
            88  LQW-INITIALIZED         Value 'Y', False 'N'.
        01  LQW-OPEN-SWITCH         PIC X(01) Value 'N'.
            88  LQW-FILES-OPEN          Value 'Y', False 'N'.
        01  LQW-DONE-SWITCH         PIC X(01).
            88  LQW-DONE                Value 'Y', False 'N'.
        01  LQW-AHEAD-SWITCH        PIC X(01).
            88  LQW-QUEUE-AHEAD         Value 'Y', False 'N'.
        01  LQW-FOUND-SWITCH        PIC X(01).
            88  LQW-HEAD-FOUND          Value 'Y', False 'N'.
        01  LQW-TODAY               PIC 9(08).
        01  LQW-AFTER               PIC S9(13)V99 COMP-3.
        01  LQW-NOW.
            05  LQW-NOW-SECONDS     Usage BINARY-DOUBLE.
            05  LQW-NOW-NANOS       Usage BINARY-DOUBLE.
        01  LQW-SECS-OF-DAY         Binary-Long.
        01  LQW-HH                  PIC 9(02).
        01  LQW-MM                  PIC 9(02).
        01  LQW-SS                  PIC 9(02).
        01  LQW-RC                  Binary-Long.
        Linkage Section.
        COPY liq-position.
        Procedure Division Using LQC-CONTROL.
        0000-MAINLINE.
            IF NOT LQW-INITIALIZED
               PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            END-IF
            MOVE 0 TO LQC-POSITION LQC-FLOOR
            IF NOT LQW-FILES-OPEN
               MOVE '90' TO LQC-STATUS
               GOBACK
            END-IF
            IF LQC-CURRENCY = SPACES
               MOVE '20' TO LQC-STATUS
               GOBACK
            END-IF
            IF LQC-PRIORITY NOT NUMERIC OR LQC-PRIORITY = 0
               MOVE 50 TO LQC-PRIORITY
            END-IF
            MOVE '00' TO LQC-STATUS
            EVALUATE TRUE
               WHEN LQC-REQ-CHECK
                  PERFORM 2000-CHECK-PAYMENT
                     THRU 2000-CHECK-PAYMENT-EXIT
               WHEN LQC-REQ-PAID
                  PERFORM 3000-RECORD-PAID
                     THRU 3000-RECORD-PAID-EXIT
               WHEN LQC-REQ-RECEIPT
                  PERFORM 4000-RECORD-RECEIPT
                     THRU 4000-RECORD-RECEIPT-EXIT
               WHEN LQC-REQ-NEXTREL
                  PERFORM 5000-NEXT-RELEASE
                     THRU 5000-NEXT-RELEASE-EXIT
               WHEN LQC-REQ-RELEASED
                  PERFORM 6000-MARK-RELEASED
                     THRU 6000-MARK-RELEASED-EXIT
               WHEN OTHER
                  MOVE '20' TO LQC-STATUS
            END-EVALUATE
            GOBACK.

        1000-INITIALIZE.
            SET LQW-INITIALIZED TO TRUE
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF BDQ-OK
               MOVE BDQ-DATE TO LQW-TODAY
            ELSE
               MOVE 0 TO LQW-TODAY
            END-IF
            OPEN I-O LIQ-POS-FILE
            IF LQW-POS-STATUS = '35'
               OPEN OUTPUT LIQ-POS-FILE
               CLOSE LIQ-POS-FILE
               OPEN I-O LIQ-POS-FILE
            END-IF
            IF LQW-POS-STATUS NOT = '00'
               DISPLAY 'liq-position: cannot open LIQPOS, status '
                  LQW-POS-STATUS
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN I-O LIQ-HOLD-FILE
            IF LQW-HOLD-STATUS = '35'
               OPEN OUTPUT LIQ-HOLD-FILE
               CLOSE LIQ-HOLD-FILE
               OPEN I-O LIQ-HOLD-FILE
            END-IF
            IF LQW-HOLD-STATUS NOT = '00'
               DISPLAY 'liq-position: cannot open LIQHOLD, status '
                  LQW-HOLD-STATUS
               CLOSE LIQ-POS-FILE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            SET LQW-FILES-OPEN TO TRUE.
        1000-INITIALIZE-EXIT.
            EXIT.

      * a currency treasury has not set up is not gated
        2000-CHECK-PAYMENT.
            PERFORM 7000-READ-POSITION THRU 7000-READ-POSITION-EXIT
            IF LQW-POS-STATUS = '23'
               GO TO 2000-CHECK-PAYMENT-EXIT
            END-IF
            IF LQW-POS-STATUS NOT = '00'
               MOVE '90' TO LQC-STATUS
               GO TO 2000-CHECK-PAYMENT-EXIT
            END-IF
            SET LQW-QUEUE-AHEAD TO FALSE
            IF LPR-HELD-COUNT > 0
               PERFORM 2100-SCAN-AHEAD THRU 2100-SCAN-AHEAD-EXIT
            END-IF
            COMPUTE LQW-AFTER = LQC-POSITION - LQC-AMOUNT
            IF LQW-AFTER < LPR-FLOOR OR LQW-QUEUE-AHEAD
               PERFORM 2200-PARK-PAYMENT THRU 2200-PARK-PAYMENT-EXIT
            END-IF.
        2000-CHECK-PAYMENT-EXIT.
            EXIT.

      * anything still held at this priority or a more urgent one
      * goes first
        2100-SCAN-AHEAD.
            SET LQW-DONE TO FALSE
            MOVE LQC-CURRENCY TO LHD-CURRENCY
            MOVE 0 TO LHD-PRIORITY
            MOVE 0 TO LHD-HOLD-ID
            START LIQ-HOLD-FILE KEY NOT < LHD-KEY
            IF LQW-HOLD-STATUS NOT = '00'
               GO TO 2100-SCAN-AHEAD-EXIT
            END-IF
            PERFORM 2110-CHECK-ONE-AHEAD
               THRU 2110-CHECK-ONE-AHEAD-EXIT
                UNTIL LQW-DONE.
        2100-SCAN-AHEAD-EXIT.
            EXIT.

        2110-CHECK-ONE-AHEAD.
            READ LIQ-HOLD-FILE NEXT
                AT END
                    SET LQW-DONE TO TRUE
                    GO TO 2110-CHECK-ONE-AHEAD-EXIT
            END-READ
            IF LHD-CURRENCY NOT = LQC-CURRENCY OR
               LHD-PRIORITY > LQC-PRIORITY
               SET LQW-DONE TO TRUE
               GO TO 2110-CHECK-ONE-AHEAD-EXIT
            END-IF
            IF LHD-STATUS-HELD
               SET LQW-QUEUE-AHEAD TO TRUE
               SET LQW-DONE TO TRUE
            END-IF.
        2110-CHECK-ONE-AHEAD-EXIT.
            EXIT.

        2200-PARK-PAYMENT.
            IF LPR-NEXT-HOLD-ID = 0
               MOVE 1 TO LPR-NEXT-HOLD-ID
            END-IF
            INITIALIZE LIQ-HOLD-RECORD
            MOVE LQC-CURRENCY TO LHD-CURRENCY
            MOVE LQC-PRIORITY TO LHD-PRIORITY
            MOVE LPR-NEXT-HOLD-ID TO LHD-HOLD-ID
            SET LHD-STATUS-HELD TO TRUE
            MOVE LQC-PARTY TO LHD-PARTY
            MOVE LQC-BENEF-NAME TO LHD-BENEF-NAME
            MOVE LQC-AMOUNT TO LHD-AMOUNT
            MOVE LQW-TODAY TO LHD-HELD-DATE
            PERFORM 7200-TIME-NOW THRU 7200-TIME-NOW-EXIT
            MOVE LQC-ITEM-LENGTH TO LHD-ITEM-LENGTH
            MOVE LQC-ITEM TO LHD-ITEM
            WRITE LIQ-HOLD-RECORD
            IF LQW-HOLD-STATUS NOT = '00'
               DISPLAY 'liq-position: LIQHOLD write failed, status '
                  LQW-HOLD-STATUS
               MOVE '90' TO LQC-STATUS
               GO TO 2200-PARK-PAYMENT-EXIT
            END-IF
            MOVE LPR-NEXT-HOLD-ID TO LQC-HOLD-ID
            ADD 1 TO LPR-NEXT-HOLD-ID
            ADD 1 TO LPR-HELD-COUNT
            ADD LQC-AMOUNT TO LPR-HELD-AMOUNT
            PERFORM 7100-REWRITE-POSITION
               THRU 7100-REWRITE-POSITION-EXIT
            IF LQC-OK
               MOVE '70' TO LQC-STATUS
            END-IF.
        2200-PARK-PAYMENT-EXIT.
            EXIT.

        3000-RECORD-PAID.
            PERFORM 7000-READ-POSITION THRU 7000-READ-POSITION-EXIT
            IF LQW-POS-STATUS = '23'
               GO TO 3000-RECORD-PAID-EXIT
            END-IF
            IF LQW-POS-STATUS NOT = '00'
               MOVE '90' TO LQC-STATUS
               GO TO 3000-RECORD-PAID-EXIT
            END-IF
            ADD LQC-AMOUNT TO LPR-RELEASED
            ADD 1 TO LPR-RELEASE-COUNT
            SUBTRACT LQC-AMOUNT FROM LQC-POSITION
            PERFORM 7100-REWRITE-POSITION
               THRU 7100-REWRITE-POSITION-EXIT.
        3000-RECORD-PAID-EXIT.
            EXIT.

        4000-RECORD-RECEIPT.
            PERFORM 7000-READ-POSITION THRU 7000-READ-POSITION-EXIT
            IF LQW-POS-STATUS = '23'
               GO TO 4000-RECORD-RECEIPT-EXIT
            END-IF
            IF LQW-POS-STATUS NOT = '00'
               MOVE '90' TO LQC-STATUS
               GO TO 4000-RECORD-RECEIPT-EXIT
            END-IF
            ADD LQC-AMOUNT TO LPR-RECEIPTS
            ADD 1 TO LPR-RECEIPT-COUNT
            ADD LQC-AMOUNT TO LQC-POSITION
            PERFORM 7100-REWRITE-POSITION
               THRU 7100-REWRITE-POSITION-EXIT.
        4000-RECORD-RECEIPT-EXIT.
            EXIT.

      * strictly head first: a smaller item further back waits
      * behind a head that does not fit yet
        5000-NEXT-RELEASE.
            MOVE '10' TO LQC-STATUS
            PERFORM 7000-READ-POSITION THRU 7000-READ-POSITION-EXIT
            IF LQW-POS-STATUS NOT = '00' OR LPR-HELD-COUNT = 0
               GO TO 5000-NEXT-RELEASE-EXIT
            END-IF
            SET LQW-HEAD-FOUND TO FALSE
            SET LQW-DONE TO FALSE
            MOVE LQC-CURRENCY TO LHD-CURRENCY
            MOVE 0 TO LHD-PRIORITY
            MOVE 0 TO LHD-HOLD-ID
            START LIQ-HOLD-FILE KEY NOT < LHD-KEY
            IF LQW-HOLD-STATUS NOT = '00'
               GO TO 5000-NEXT-RELEASE-EXIT
            END-IF
            PERFORM 5100-FIND-HEAD THRU 5100-FIND-HEAD-EXIT
                UNTIL LQW-DONE
            IF NOT LQW-HEAD-FOUND
               GO TO 5000-NEXT-RELEASE-EXIT
            END-IF
            COMPUTE LQW-AFTER = LQC-POSITION - LHD-AMOUNT
            IF LQW-AFTER < LPR-FLOOR
               GO TO 5000-NEXT-RELEASE-EXIT
            END-IF
            MOVE LHD-PRIORITY TO LQC-PRIORITY
            MOVE LHD-HOLD-ID TO LQC-HOLD-ID
            MOVE LHD-PARTY TO LQC-PARTY
            MOVE LHD-BENEF-NAME TO LQC-BENEF-NAME
            MOVE LHD-AMOUNT TO LQC-AMOUNT
            MOVE LHD-ITEM-LENGTH TO LQC-ITEM-LENGTH
            MOVE LHD-ITEM TO LQC-ITEM
            MOVE '00' TO LQC-STATUS.
        5000-NEXT-RELEASE-EXIT.
            EXIT.

        5100-FIND-HEAD.
            READ LIQ-HOLD-FILE NEXT
                AT END
                    SET LQW-DONE TO TRUE
                    GO TO 5100-FIND-HEAD-EXIT
            END-READ
            IF LHD-CURRENCY NOT = LQC-CURRENCY
               SET LQW-DONE TO TRUE
               GO TO 5100-FIND-HEAD-EXIT
            END-IF
            IF LHD-STATUS-HELD
               SET LQW-HEAD-FOUND TO TRUE
               SET LQW-DONE TO TRUE
            END-IF.
        5100-FIND-HEAD-EXIT.
            EXIT.

        6000-MARK-RELEASED.
            MOVE LQC-CURRENCY TO LHD-CURRENCY
            MOVE LQC-PRIORITY TO LHD-PRIORITY
            MOVE LQC-HOLD-ID TO LHD-HOLD-ID
            READ LIQ-HOLD-FILE
            IF LQW-HOLD-STATUS NOT = '00' OR NOT LHD-STATUS-HELD
               MOVE '20' TO LQC-STATUS
               GO TO 6000-MARK-RELEASED-EXIT
            END-IF
            SET LHD-STATUS-RELEASED TO TRUE
            MOVE LQW-TODAY TO LHD-RELEASED-DATE
            MOVE LQC-SEQUENCE TO LHD-SEQUENCE
            REWRITE LIQ-HOLD-RECORD
            IF LQW-HOLD-STATUS NOT = '00'
               DISPLAY 'liq-position: LIQHOLD rewrite failed, '
                  'status ' LQW-HOLD-STATUS
               MOVE '90' TO LQC-STATUS
               GO TO 6000-MARK-RELEASED-EXIT
            END-IF
            PERFORM 7000-READ-POSITION THRU 7000-READ-POSITION-EXIT
            IF LQW-POS-STATUS NOT = '00'
               MOVE '90' TO LQC-STATUS
               GO TO 6000-MARK-RELEASED-EXIT
            END-IF
            ADD LHD-AMOUNT TO LPR-RELEASED
            ADD 1 TO LPR-RELEASE-COUNT
            SUBTRACT LHD-AMOUNT FROM LPR-HELD-AMOUNT
            IF LPR-HELD-COUNT > 0
               SUBTRACT 1 FROM LPR-HELD-COUNT
            END-IF
            SUBTRACT LHD-AMOUNT FROM LQC-POSITION
            PERFORM 7100-REWRITE-POSITION
               THRU 7100-REWRITE-POSITION-EXIT.
        6000-MARK-RELEASED-EXIT.
            EXIT.

        7000-READ-POSITION.
            MOVE LQC-CURRENCY TO LPR-CURRENCY
            READ LIQ-POS-FILE
            IF LQW-POS-STATUS NOT = '00'
               IF LQW-POS-STATUS NOT = '23'
                  DISPLAY 'liq-position: LIQPOS read failed for '
                     LQC-CURRENCY ', status ' LQW-POS-STATUS
               END-IF
               GO TO 7000-READ-POSITION-EXIT
            END-IF
            COMPUTE LQC-POSITION =
               LPR-OPENING + LPR-RECEIPTS - LPR-RELEASED
            MOVE LPR-FLOOR TO LQC-FLOOR.
        7000-READ-POSITION-EXIT.
            EXIT.

        7100-REWRITE-POSITION.
            REWRITE LIQ-POS-RECORD
            IF LQW-POS-STATUS NOT = '00'
               DISPLAY 'liq-position: LIQPOS rewrite failed for '
                  LQC-CURRENCY ', status ' LQW-POS-STATUS
               MOVE '90' TO LQC-STATUS
            END-IF.
        7100-REWRITE-POSITION-EXIT.
            EXIT.

      * hh, mm and ss each truncate in their own integer stores
        7200-TIME-NOW.
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, LQW-NOW)
              TO LQW-RC
            COMPUTE LQW-SECS-OF-DAY =
               FUNCTION MOD(LQW-NOW-SECONDS, 86400)
            COMPUTE LQW-HH = LQW-SECS-OF-DAY / 3600
            COMPUTE LQW-SECS-OF-DAY =
               FUNCTION MOD(LQW-SECS-OF-DAY, 3600)
            COMPUTE LQW-MM = LQW-SECS-OF-DAY / 60
            COMPUTE LQW-SS = FUNCTION MOD(LQW-SECS-OF-DAY, 60)
            COMPUTE LHD-HELD-TIME =
               LQW-HH * 10000 + LQW-MM * 100 + LQW-SS.
        7200-TIME-NOW-EXIT.
            EXIT.
        End Program LIQ-POSITION.
