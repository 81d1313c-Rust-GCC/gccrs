      *  MSG-ENQUEUE -- hundreds of gross messages become one per
      *  party, and the liquidity asymmetry against counterparties
      *  who net against us is gone.  A party netting to exactly
      *  zero appears on the proof but sends nothing.  The net
      *  value date is checked against the settlement calendar of
      *  the party's currency (CPTYMST, RUN-CALENDAR VALDAY); one
      *  the currency cannot settle on goes out on its next good
      *  value date (NEXTVAL), with a line on the proof.
      *
      *  NETIN record layout (fixed columns):
      *      NTI-PARTY       X(8)
      *
      *  Net instruction message: type NETS, fields
      *      PRTY counterparty, DRCR P/R as seen by us,
      *      AMT  absolute net amount in minor units of the
      *           party's settlement currency,
      *      VDTE value date, CNT  gross item count
      *
      *  Modification history:
      *                        names the counterparty, so cutoff
      *                        management assigns each net
      *                        instruction its proper value date.
      *  2026-10-15 smckinney  A net instruction MSG-ENQUEUE holds
      *                        for sanctions review (status 80) is
      *                        marked held on the proof and counted;
      *                        its release in CHANGE-REVIEW
      *                        enqueues it.
      *  2026-10-15 smckinney  Net instructions go at liquidity
      *                        priority 10; a pay instruction held
      *                        for nostro liquidity (status 70) is
      *                        marked on the proof and counted, and
      *                        the held payments a receive
      *                        instruction releases are counted.
      *  2026-10-15 smckinney  A net value date the party's
      *                        settlement currency cannot settle on
      *                        is rolled to the currency's next
      *                        good value date and shown on the
      *                        proof.
      *  2026-10-15 smckinney  AMT is scaled by the minor units of
      *                        the party's settlement currency
      *                        through CURRENCY-LOOKUP instead of
      *                        always as cents.
      *  2026-10-15 smckinney  Each gross item is logged received
      *                        and then netted on the settlement
      *                        tracking log through SETL-TRACK, so
      *                        the tracker can follow it into the
      *                        party's net instruction.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. NET-SETTLE.
                Organization Is Line Sequential.
            Select PROOF-FILE Assign To NETPROOF
                Organization Is Line Sequential.
            Select CPTY-MASTER-FILE Assign To CPTYMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CPM-ID
                File Status Is NST-CPM-STATUS.
            Select SORT-FILE Assign To SORTWK01.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
            05  NTI-VALUE-DATE      PIC 9(08).
        FD  PROOF-FILE.
        01  PROOF-LINE              PIC X(132).
        FD  CPTY-MASTER-FILE.
        COPY cpty-master.
        SD  SORT-FILE.
        01  SORT-RECORD.
            05  SRT-PARTY           PIC X(08).
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY run-calendar.
        COPY settle-msg.
        COPY currency-lookup.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  NST-RUN-START.
            88  NST-SORT-EOF            Value 'Y', False 'N'.
        01  NST-READ-COUNT          PIC 9(09) Value 0.
        01  NST-SENT-COUNT          PIC 9(09) Value 0.
        01  NST-HELD-COUNT          PIC 9(09) Value 0.
        01  NST-LIQ-HELD-COUNT      PIC 9(09) Value 0.
        01  NST-LIQ-RELEASE-COUNT   PIC 9(09) Value 0.
        01  NST-TODAY               PIC 9(08).
        01  NST-SENDER              PIC X(08) Value 'OURBANK'.
        01  NST-ENV-NAME            PIC X(64).
        01  NST-ITEM-COUNT          PIC 9(09).
        01  NST-VALUE-DATE          PIC 9(08).
        01  NST-ABS-NET             PIC 9(13)V99.
        01  NST-NET-MINOR           PIC 9(15).
        01  NST-SETTLE-CCY          PIC X(03).
        01  NST-CPM-STATUS          PIC X(02).
        01  NST-CPM-OPEN-SW         PIC X(01) Value 'N'.
            88  NST-CPM-OPEN            Value 'Y', False 'N'.
        01  NST-ROLLED-COUNT        PIC 9(09) Value 0.
        COPY msgq-enqueue.
        COPY setl-track.
        01  NST-HDR-LINE.
            05  FILLER              PIC X(28)
                Value 'SETTLEMENT NETTING PROOF -- '.
            05  NST-NL-AMOUNT       PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  NST-NL-NOTE         PIC X(20).
        01  NST-ROLL-LINE.
            05  FILLER              PIC X(13)
                Value '  VALUE DATE '.
            05  NST-RL-FROM         PIC 9(08).
            05  FILLER              PIC X(18)
                Value ' DOES NOT SETTLE '.
            05  NST-RL-CCY          PIC X(03).
            05  FILLER              PIC X(12)
                Value ', ROLLED TO '.
            05  NST-RL-TO           PIC 9(08).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
              TO NST-ENV-VALUE
            IF NST-ENV-VALUE NOT = SPACES
               MOVE NST-ENV-VALUE TO NST-SENDER
            END-IF
            OPEN INPUT CPTY-MASTER-FILE
            IF NST-CPM-STATUS = '00'
               SET NST-CPM-OPEN TO TRUE
            ELSE
               DISPLAY 'net-settle: CPTYMST not available, status '
                  NST-CPM-STATUS ', value dates checked against'
                  ' our calendar only'
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.
                    MOVE NTI-DIRECTION TO SRT-DIRECTION
                    MOVE NTI-AMOUNT TO SRT-AMOUNT
                    MOVE NTI-VALUE-DATE TO SRT-VALUE-DATE
                    SET SKQ-STAGE-RECEIVED TO TRUE
                    PERFORM 2200-TRACK-ITEM
                       THRU 2200-TRACK-ITEM-EXIT
                    RELEASE SORT-RECORD
            END-READ.
        2100-READ-ONE-ITEM-EXIT.
            EXIT.

      * SKQ-STAGE is set by the caller; the item is the sort
      * record about to be released or just returned
        2200-TRACK-ITEM.
            SET SKQ-REQ-POST TO TRUE
            SET SKQ-GROSS-ITEM TO TRUE
            MOVE SRT-PARTY TO SKQ-PARTY
            MOVE SRT-REFERENCE TO SKQ-REFERENCE
            MOVE SRT-AMOUNT TO SKQ-AMOUNT
            MOVE SRT-VALUE-DATE TO SKQ-VALUE-DATE
            MOVE 'NETSETL1' TO SKQ-PROGRAM
            CALL 'SETL-TRACK' USING SKQ-CONTROL.
        2200-TRACK-ITEM-EXIT.
            EXIT.

        5000-NET-AND-PROVE.
            SET NST-SORT-EOF TO FALSE
            OPEN OUTPUT PROOF-FILE
            MOVE SRT-AMOUNT TO NST-DL-AMOUNT
            MOVE SRT-VALUE-DATE TO NST-DL-VDATE
            WRITE PROOF-LINE FROM NST-DETAIL-LINE
            SET SKQ-STAGE-NETTED TO TRUE
            PERFORM 2200-TRACK-ITEM THRU 2200-TRACK-ITEM-EXIT
            IF SRT-DIRECTION = 'R'
               ADD SRT-AMOUNT TO NST-NET-AMOUNT
            ELSE
            EXIT.

        5400-SEND-NET.
            PERFORM 5450-CHECK-VALUE-DATE
               THRU 5450-CHECK-VALUE-DATE-EXIT
            ADD 1 TO NST-MSG-SEQ
            SET SMG-REQ-ASSEMBLE TO TRUE
            MOVE 'NETS' TO SMG-MSG-TYPE
            END-IF
            MOVE 'AMT' TO SMG-F-TAG (3)
            MOVE 15 TO SMG-F-LENGTH (3)
            MOVE NST-SETTLE-CCY TO CYQ-CODE
            MOVE NST-ABS-NET TO CYQ-AMOUNT
            SET CYQ-REQ-TOMINOR TO TRUE
            CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL
            MOVE CYQ-MINOR-AMOUNT TO NST-NET-MINOR
            MOVE NST-NET-MINOR TO SMG-F-VALUE (3)
            MOVE 'VDTE' TO SMG-F-TAG (4)
            MOVE 8 TO SMG-F-LENGTH (4)
            MOVE NST-VALUE-DATE TO SMG-F-VALUE (4)
            MOVE SMG-WIRE-LENGTH TO MQC-DATA-LENGTH
            MOVE SMG-WIRE (1:SMG-WIRE-LENGTH) TO MQC-DATA
            MOVE NST-PREV-PARTY TO MQC-PARTY
            MOVE SPACES TO MQC-BENEF-NAME
            SET MQC-RELEASED TO FALSE
            SET MQC-SWEEP TO FALSE
      *     the day's net positions outrank gross items in the
      *     liquidity queue
            MOVE 10 TO MQC-PRIORITY
            CALL 'MSG-ENQUEUE' USING MQC-CONTROL
            EVALUATE TRUE
               WHEN MQC-OK
                  ADD 1 TO NST-SENT-COUNT
                  ADD MQC-RELEASE-COUNT TO NST-LIQ-RELEASE-COUNT
               WHEN MQC-LIQ-HELD
                  ADD 1 TO NST-LIQ-HELD-COUNT
                  MOVE 'HELD, LIQUIDITY' TO NST-NL-NOTE
                  DISPLAY 'net-settle: party ' NST-PREV-PARTY
                     ' held for ' MQC-CURRENCY ' liquidity, hold '
                     MQC-HOLD-ID
               WHEN MQC-HELD
                  ADD 1 TO NST-HELD-COUNT
                  MOVE 'HELD, SANCTIONS' TO NST-NL-NOTE
                  DISPLAY 'net-settle: party ' NST-PREV-PARTY
                     ' held for sanctions review, hold '
                     MQC-HOLD-ID
               WHEN OTHER
                  DISPLAY 'net-settle: enqueue failed, status '
                     MQC-STATUS ' party ' NST-PREV-PARTY
                  SET JOB-NEEDS-RERUN TO TRUE
            END-EVALUATE.
        5400-SEND-NET-EXIT.
            EXIT.

      * the net goes out on a date the party's currency settles;
      * a date off the calendar is passed as written.  The
      * currency also scales the amount.
        5450-CHECK-VALUE-DATE.
            MOVE SPACES TO RCQ-CURRENCY
            IF NST-CPM-OPEN
               MOVE NST-PREV-PARTY TO CPM-ID
               READ CPTY-MASTER-FILE
               IF NST-CPM-STATUS = '00'
                  MOVE CPM-SETTLE-CCY TO RCQ-CURRENCY
               END-IF
            END-IF
            MOVE RCQ-CURRENCY TO NST-SETTLE-CCY
            SET RCQ-REQ-VALDAY TO TRUE
            MOVE NST-VALUE-DATE TO RCQ-DATE
            CALL 'RUN-CALENDAR' USING RCQ-CONTROL
            IF NOT RCQ-OK OR RCQ-IS-BUSINESS-DAY
               GO TO 5450-CHECK-VALUE-DATE-EXIT
            END-IF
            SET RCQ-REQ-NEXTVAL TO TRUE
            CALL 'RUN-CALENDAR' USING RCQ-CONTROL
            IF RCQ-OK
               MOVE NST-VALUE-DATE TO NST-RL-FROM
               MOVE RCQ-CURRENCY TO NST-RL-CCY
               MOVE RCQ-NEXT-DATE TO NST-RL-TO NST-VALUE-DATE
               WRITE PROOF-LINE FROM NST-ROLL-LINE
               ADD 1 TO NST-ROLLED-COUNT
            END-IF.
        5450-CHECK-VALUE-DATE-EXIT.
            EXIT.

        9999-EXIT.
            IF NST-CPM-OPEN
               CLOSE CPTY-MASTER-FILE
            END-IF
            DISPLAY 'net-settle: ' NST-ROLLED-COUNT
               ' value dates rolled'
            DISPLAY 'net-settle: ' NST-READ-COUNT
               ' gross items, ' NST-SENT-COUNT
               ' net instructions queued, '
               NST-HELD-COUNT ' held, '
               NST-LIQ-HELD-COUNT ' waiting for liquidity, '
               NST-LIQ-RELEASE-COUNT ' held payments released'
            IF NST-HELD-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, NST-RUN-STOP)
              TO NST-RC
            MOVE 'NETSETL1' TO JHR-PROGRAM-ID
