      *  cycles also shrinks the blast radius of a bad file from a
      *  day to an hour.
      *
      *  Each item's value date is checked against the settlement
      *  calendar of the party's currency (CPTYMST, RUN-CALENDAR
      *  VALDAY): one that falls on the currency's holiday would
      *  come back as a nostro break, so it is moved to the next
      *  good value date (NEXTVAL) and counted as rolled.
      *
      *  CYCLEIN record layout (fixed columns):
      *      CYI-PARTY       X(8)
      *      CYI-REFERENCE   X(16)
      *      CYI-DIRECTION   X(1)
      *      CYI-AMOUNT      S9(13)V99 sign leading separate
      *      CYI-VALUE-DATE  9(8)
      *      CYI-BENEF-REF   X(16)   beneficiary's reference, sent
      *                              as field BREF when present
      *
      *  Flags (cmdline-parms.cpy style):
      *      -RUNID=<run id>   this day's cycle run id, required
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Beneficiary reference on CYCLEIN
      *                        (PAY-ORIG payments), carried as an
      *                        optional BREF field.
      *  2026-10-15 smckinney  An item MSG-ENQUEUE holds for
      *                        sanctions review (status 80) is
      *                        counted as held and passed: the
      *                        checkpoint moves over it, and its
      *                        release in CHANGE-REVIEW enqueues it.
      *  2026-10-15 smckinney  An item MSG-ENQUEUE holds for nostro
      *                        liquidity (status 70) is counted and
      *                        passed the same way; MSG-ENQUEUE
      *                        releases it when it fits.
      *  2026-10-15 smckinney  An item value-dated on a day its
      *                        party's settlement currency does not
      *                        settle goes out on the currency's
      *                        next good value date instead.
      *  2026-10-15 smckinney  AMT is scaled by the minor units of
      *                        the party's settlement currency
      *                        through CURRENCY-LOOKUP instead of
      *                        always as cents.
      *  2026-10-15 smckinney  Each item read is logged received on
      *                        the settlement tracking log through
      *                        SETL-TRACK.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. SETTLE-CYCLE.
        File-Control.
            Select CYCLE-IN-FILE Assign To CYCLEIN
                Organization Is Line Sequential.
            Select CPTY-MASTER-FILE Assign To CPTYMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CPM-ID
                File Status Is SCY-CPM-STATUS.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
            05  CYI-AMOUNT          PIC S9(13)V99
                                    Sign Leading Separate.
            05  CYI-VALUE-DATE      PIC 9(08).
            05  CYI-BENEF-REF       PIC X(16).
        FD  CPTY-MASTER-FILE.
        COPY cpty-master.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY run-calendar.
        COPY settle-msg.
        COPY currency-lookup.
        COPY msgq-enqueue.
        COPY setl-track.
        COPY ckpt-record.
        01  CKPT-FD                 PIC 9(8) Usage COMP.
        01  CKPT-RC                 Binary-Long.
        01  SCY-READ-COUNT          PIC 9(09) Value 0.
        01  SCY-SENT-COUNT          PIC 9(09) Value 0.
        01  SCY-SKIPPED-COUNT       PIC 9(09) Value 0.
        01  SCY-HELD-COUNT          PIC 9(09) Value 0.
        01  SCY-LIQ-HELD-COUNT      PIC 9(09) Value 0.
        01  SCY-SENDER              PIC X(08) Value 'OURBANK'.
        01  SCY-ENV-NAME            PIC X(64).
        01  SCY-ENV-VALUE           PIC X(256).
        01  SCY-ABS-AMOUNT          PIC 9(13)V99.
        01  SCY-AMT-MINOR           PIC 9(15).
        01  SCY-SETTLE-CCY          PIC X(03).
        01  SCY-CPM-STATUS          PIC X(02).
        01  SCY-CPM-OPEN-SW         PIC X(01) Value 'N'.
            88  SCY-CPM-OPEN            Value 'Y', False 'N'.
        01  SCY-VALUE-DATE          PIC 9(08).
        01  SCY-ROLLED-COUNT        PIC 9(09) Value 0.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
               MOVE 0 TO CKPT-LAST-RECORD-PTR
            END-IF
            SET CKPT-STATUS-OPEN TO TRUE
            OPEN INPUT CPTY-MASTER-FILE
            IF SCY-CPM-STATUS = '00'
               SET SCY-CPM-OPEN TO TRUE
            ELSE
               DISPLAY 'settle-cycle: CPTYMST not available, status '
                  SCY-CPM-STATUS ', value dates checked against'
                  ' our calendar only'
            END-IF
            OPEN INPUT CYCLE-IN-FILE.
        1000-INITIALIZE-EXIT.
            EXIT.
               ADD 1 TO SCY-SKIPPED-COUNT
               GO TO 2100-ONE-ITEM-EXIT
            END-IF
            SET SKQ-REQ-POST TO TRUE
            SET SKQ-STAGE-RECEIVED TO TRUE
            SET SKQ-GROSS-ITEM TO TRUE
            MOVE CYI-PARTY TO SKQ-PARTY
            MOVE CYI-REFERENCE TO SKQ-REFERENCE
            MOVE CYI-AMOUNT TO SKQ-AMOUNT
            MOVE CYI-VALUE-DATE TO SKQ-VALUE-DATE
            MOVE 'SETLCYCL' TO SKQ-PROGRAM
            CALL 'SETL-TRACK' USING SKQ-CONTROL
            PERFORM 3000-SEND-ONE THRU 3000-SEND-ONE-EXIT
            IF NOT JOB-OK
               SET SCY-EOF TO TRUE
            EXIT.

        3000-SEND-ONE.
            PERFORM 3100-CHECK-VALUE-DATE
               THRU 3100-CHECK-VALUE-DATE-EXIT
            SET SMG-REQ-ASSEMBLE TO TRUE
            MOVE 'SETL' TO SMG-MSG-TYPE
            MOVE SCY-SENDER TO SMG-SENDER
            ELSE
               MOVE CYI-AMOUNT TO SCY-ABS-AMOUNT
            END-IF
            MOVE SCY-SETTLE-CCY TO CYQ-CODE
            MOVE SCY-ABS-AMOUNT TO CYQ-AMOUNT
            SET CYQ-REQ-TOMINOR TO TRUE
            CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL
            MOVE CYQ-MINOR-AMOUNT TO SCY-AMT-MINOR
            MOVE SCY-AMT-MINOR TO SMG-F-VALUE (4)
            MOVE 'VDTE' TO SMG-F-TAG (5)
            MOVE 8 TO SMG-F-LENGTH (5)
            MOVE SCY-VALUE-DATE TO SMG-F-VALUE (5)
      *     items written before the beneficiary reference existed
      *     read back with it blank and go out with five fields
            IF CYI-BENEF-REF NOT = SPACES
               MOVE 6 TO SMG-FIELD-COUNT
               MOVE 'BREF' TO SMG-F-TAG (6)
               MOVE 16 TO SMG-F-LENGTH (6)
               MOVE CYI-BENEF-REF TO SMG-F-VALUE (6)
            END-IF
            CALL 'SETTLE-MSG' USING SMG-CONTROL
            IF NOT SMG-OK
               DISPLAY 'settle-cycle: assemble failed, status '
            MOVE SMG-WIRE-LENGTH TO MQC-DATA-LENGTH
            MOVE SMG-WIRE (1:SMG-WIRE-LENGTH) TO MQC-DATA
            MOVE CYI-PARTY TO MQC-PARTY
            MOVE SPACES TO MQC-BENEF-NAME
            SET MQC-RELEASED TO FALSE
            SET MQC-SWEEP TO FALSE
            MOVE 50 TO MQC-PRIORITY
            CALL 'MSG-ENQUEUE' USING MQC-CONTROL
            EVALUATE TRUE
               WHEN MQC-OK
                  ADD 1 TO SCY-SENT-COUNT
      *        so is one waiting for nostro liquidity: treasury's
               WHEN MQC-LIQ-HELD
                  ADD 1 TO SCY-LIQ-HELD-COUNT
                  DISPLAY 'settle-cycle: item ' SCY-ITEM-NO
                     ' held for ' MQC-CURRENCY ' liquidity, hold '
                     MQC-HOLD-ID
      *        a held item is compliance's now, not this cycle's
               WHEN MQC-HELD
                  ADD 1 TO SCY-HELD-COUNT
                  DISPLAY 'settle-cycle: item ' SCY-ITEM-NO
                     ' held for sanctions review, hold '
                     MQC-HOLD-ID
               WHEN OTHER
                  DISPLAY 'settle-cycle: enqueue failed, status '
                     MQC-STATUS ' item ' SCY-ITEM-NO
                  SET JOB-NEEDS-RERUN TO TRUE
            END-EVALUATE.
        3000-SEND-ONE-EXIT.
            EXIT.

      * a value date the party's currency cannot settle on moves to
      * the currency's next good value date; a date off the
      * calendar is passed as written.  The currency also scales
      * the amount.
        3100-CHECK-VALUE-DATE.
            MOVE CYI-VALUE-DATE TO SCY-VALUE-DATE
            MOVE SPACES TO RCQ-CURRENCY
            IF SCY-CPM-OPEN
               MOVE CYI-PARTY TO CPM-ID
               READ CPTY-MASTER-FILE
               IF SCY-CPM-STATUS = '00'
                  MOVE CPM-SETTLE-CCY TO RCQ-CURRENCY
               END-IF
            END-IF
            MOVE RCQ-CURRENCY TO SCY-SETTLE-CCY
            SET RCQ-REQ-VALDAY TO TRUE
            MOVE CYI-VALUE-DATE TO RCQ-DATE
            CALL 'RUN-CALENDAR' USING RCQ-CONTROL
            IF NOT RCQ-OK OR RCQ-IS-BUSINESS-DAY
               GO TO 3100-CHECK-VALUE-DATE-EXIT
            END-IF
            SET RCQ-REQ-NEXTVAL TO TRUE
            CALL 'RUN-CALENDAR' USING RCQ-CONTROL
            IF RCQ-OK
               MOVE RCQ-NEXT-DATE TO SCY-VALUE-DATE
               ADD 1 TO SCY-ROLLED-COUNT
               DISPLAY 'settle-cycle: item ' SCY-ITEM-NO
                  ' value date ' CYI-VALUE-DATE ' not good for '
                  RCQ-CURRENCY ', rolled to ' SCY-VALUE-DATE
            END-IF.
        3100-CHECK-VALUE-DATE-EXIT.
            EXIT.

        9999-EXIT.
            IF SCY-CPM-OPEN
               CLOSE CPTY-MASTER-FILE
            END-IF
            DISPLAY 'settle-cycle: ' SCY-READ-COUNT ' items, '
               SCY-SKIPPED-COUNT ' already sent, '
               SCY-SENT-COUNT ' enqueued this cycle, '
               SCY-HELD-COUNT ' held, '
               SCY-LIQ-HELD-COUNT ' waiting for liquidity, '
               SCY-ROLLED-COUNT ' value dates rolled'
            IF SCY-HELD-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, SCY-RUN-STOP)
              TO SCY-RC
            MOVE 'SETLCYCL' TO JHR-PROGRAM-ID
