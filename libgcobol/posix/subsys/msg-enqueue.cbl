      *  Cutoff management: when the caller names the counterparty,
      *  the party's cutoff time from the counterparty master
      *  decides the item's value date -- today's business date
      *  before cutoff, the next good value date for the party's
      *  settlement currency from RUN-CALENDAR after it.  An item
      *  whose currency does not settle today (a TARGET holiday
      *  that is our business day) carries the same way.  Every
      *  enqueue appends a CARRYLOG line (business date, party,
      *  sequence, value date, carried flag) so the CUTOFF-REPORT
      *  step can prove today's totals and carryover totals
      *  separately.
      *
      *  Sanctions screening: the beneficiary name -- the caller's,
      *  or the counterparty's own name off CPTYMST -- is screened
      *  through SANC-SCREEN before the item is accepted.  A hit
      *  is held on SANCHOLD with the wire bytes (status '80') and
      *  nothing is enqueued; CHANGE-REVIEW enqueues it with
      *  MQC-RELEASED set once the hold is released.
      *
      *  Liquidity gating: a payment (DRCR P) to a party with a
      *  settlement currency on CPTYMST goes on the queue only if
      *  LIQ-POSITION clears it against that currency's intraday
      *  nostro position and floor; otherwise it is parked on
      *  LIQHOLD at the caller's priority (status '70') and nothing
      *  is enqueued.  A NETS receive instruction, once enqueued,
      *  lifts the position, and the held payments that now fit
      *  are enqueued here, head of the queue first, each with its
      *  own sequence, value date and carry-log line.  A sweep
      *  request (LIQ-OPEN, after the opening balances load) does
      *  the same release without enqueueing anything new.
      *
      *  Tracking: each item enqueued (or released from a
      *  liquidity hold) leaves a queued line on the settlement
      *  tracking log through SETL-TRACK -- reference and party
      *  as the message carries them, sequence, value date, and a
      *  carried line when it missed cutoff; a held item leaves a
      *  held line naming the hold.
      *
      *  XML check: a message in the ISO 20022 XML form is scanned
      *  through SETTLE-MSG before anything else and refused
      *  (status '60') unless it passes the structural rules, so
      *  no malformed document can reach the queue whichever
      *  program built it.
      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *                        time now carry to the next business
      *                        date instead of silently missing
      *                        the day.
      *  2026-10-15 smckinney  Beneficiary names are screened
      *                        against the sanctions watch list
      *                        through SANC-SCREEN before the item
      *                        is accepted; a hit is held (status
      *                        80), not enqueued.
      *  2026-10-15 smckinney  Payments are gated on the settlement
      *                        currency's intraday liquidity
      *                        position through LIQ-POSITION: a
      *                        breach is held (status 70) in
      *                        priority order and released here as
      *                        NETS receipts arrive or on a sweep.
      *  2026-10-15 smckinney  XML messages are checked against the
      *                        structural rules through SETTLE-MSG
      *                        and refused (status 60) if they
      *                        fail.
      *  2026-10-15 smckinney  Value dates follow the party's
      *                        settlement currency calendar: an
      *                        item carries past cutoff, or when
      *                        today is no good value date for the
      *                        currency, to the next good value
      *                        date (RUN-CALENDAR NEXTVAL).
      *  2026-10-15 smckinney  The amount a payment counts against
      *                        the position is AMT scaled by the
      *                        settlement currency's minor units
      *                        through CURRENCY-LOOKUP, not as
      *                        cents.
      *  2026-10-15 smckinney  Every item enqueued, released,
      *                        carried past cutoff or held is
      *                        logged on the settlement tracking
      *                        log through SETL-TRACK with its
      *                        reference, party and sequence.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. MSG-ENQUEUE.
        COPY msgq-record.
        COPY bus-date.
        COPY run-calendar.
        COPY sanc-screen.
        COPY settle-msg.
        COPY liq-position.
        COPY currency-lookup.
        COPY setl-track.
        01  MQW-CPM-STATUS        PIC X(02).
        01  MQW-NOW.
            05  MQW-NOW-SECONDS   Usage BINARY-DOUBLE.
        01  MQW-QUEUE-SIZE        Binary-Long.
        01  MQW-NEXT-SEQ          PIC 9(09).
        01  MQW-OFFSET            Binary-Long.
        01  MQW-WRITE-SWITCH      PIC X(01).
            88  MQW-WRITE-OK          Value 'Y', False 'N'.
      * value-date assignment works on these so a released hold
      * never disturbs the caller's own reply
        01  MQW-VD-PARTY          PIC X(08).
        01  MQW-VD-SEQUENCE       PIC 9(09).
        01  MQW-VD-DATE           PIC 9(08).
        01  MQW-VD-CARRIED-SW     PIC X(01).
            88  MQW-VD-CARRIED        Value 'Y', False 'N'.
        01  MQW-VD-CCY            PIC X(03).
        01  MQW-SETTLE-CCY        PIC X(03).
        01  MQW-DIRECTION         PIC X(01).
        01  MQW-AMT-MINOR         PIC 9(15).
        01  MQW-AMT-SWITCH        PIC X(01).
            88  MQW-AMT-FOUND         Value 'Y', False 'N'.
        01  MQW-FIELD-SUB         Binary-Long.
        01  MQW-LIQ-SWITCH        PIC X(01).
            88  MQW-LIQ-NONE          Value 'N'.
            88  MQW-LIQ-PAYMENT       Value 'P'.
            88  MQW-LIQ-RECEIPT       Value 'R'.
        01  MQW-RELEASE-SWITCH    PIC X(01).
            88  MQW-RELEASE-DONE      Value 'Y', False 'N'.
        01  MQW-HOLD-NOTE.
            05  MQW-HN-KIND       PIC X(10).
            05  FILLER            PIC X(06) Value ' HOLD '.
            05  MQW-HN-ID         PIC 9(08).
        Linkage Section.
        COPY msgq-enqueue.
        Procedure Division Using MQC-CONTROL.
               MOVE '90' TO MQC-STATUS
               GOBACK
            END-IF
            MOVE 0 TO MQC-HOLD-ID
            MOVE 0 TO MQC-RELEASE-COUNT
            IF MQC-SWEEP
               PERFORM 4000-RELEASE-HELD THRU 4000-RELEASE-HELD-EXIT
               MOVE '00' TO MQC-STATUS
               GOBACK
            END-IF
            IF MQC-DATA (1:1) = '<'
               PERFORM 1400-CHECK-XML THRU 1400-CHECK-XML-EXIT
               IF NOT SMG-OK
                  DISPLAY 'msg-enqueue: XML message for party '
                     MQC-PARTY ' refused, status ' SMG-STATUS
                  MOVE '60' TO MQC-STATUS
                  GOBACK
               END-IF
            END-IF
            IF NOT MQC-RELEASED
               PERFORM 1500-SCREEN-BENEFICIARY
                  THRU 1500-SCREEN-BENEFICIARY-EXIT
               IF SSQ-HELD
                  MOVE SSQ-HOLD-ID TO MQC-HOLD-ID
                  MOVE 'SANCTIONS' TO MQW-HN-KIND
                  PERFORM 5100-TRACK-HELD THRU 5100-TRACK-HELD-EXIT
                  MOVE '80' TO MQC-STATUS
                  GOBACK
               END-IF
               IF SSQ-FAILED
                  MOVE '90' TO MQC-STATUS
                  GOBACK
               END-IF
            END-IF
            PERFORM 3000-CHECK-LIQUIDITY
               THRU 3000-CHECK-LIQUIDITY-EXIT
            IF LQC-HELD
               MOVE LQC-HOLD-ID TO MQC-HOLD-ID
               MOVE 'LIQUIDITY' TO MQW-HN-KIND
               PERFORM 5100-TRACK-HELD THRU 5100-TRACK-HELD-EXIT
               MOVE '70' TO MQC-STATUS
               GOBACK
            END-IF
            IF LQC-FAILED
               MOVE '90' TO MQC-STATUS
               GOBACK
            END-IF
            MOVE MQC-DATA-LENGTH TO MQR-LENGTH
            MOVE MQC-DATA TO MQR-DATA
            PERFORM 2500-WRITE-SLOT THRU 2500-WRITE-SLOT-EXIT
            IF NOT MQW-WRITE-OK
               MOVE '90' TO MQC-STATUS
               GOBACK
            END-IF
            MOVE MQW-NEXT-SEQ TO MQC-SEQUENCE
            MOVE MQC-PARTY TO MQW-VD-PARTY
            MOVE MQC-SEQUENCE TO MQW-VD-SEQUENCE
            PERFORM 2000-ASSIGN-VALUE-DATE
               THRU 2000-ASSIGN-VALUE-DATE-EXIT
            MOVE MQW-VD-DATE TO MQC-VALUE-DATE
            MOVE MQW-VD-CARRIED-SW TO MQC-CARRIED-SW
            PERFORM 5000-TRACK-QUEUED THRU 5000-TRACK-QUEUED-EXIT
            PERFORM 3500-POST-LIQUIDITY THRU 3500-POST-LIQUIDITY-EXIT
            MOVE '00' TO MQC-STATUS
            GOBACK.

      * it, to the next business date -- and either way the
      * decision lands on the carry log for the cutoff report
        2000-ASSIGN-VALUE-DATE.
            SET MQW-VD-CARRIED TO FALSE
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               MOVE 0 TO BDQ-DATE
            END-IF
            MOVE BDQ-DATE TO MQW-VD-DATE
            IF MQW-VD-PARTY = SPACES
               GO TO 2000-ASSIGN-VALUE-DATE-EXIT
            END-IF
            MOVE 0 TO MQW-CUTOFF
            MOVE SPACES TO MQW-VD-CCY
            OPEN INPUT CPTY-MASTER-FILE
            IF MQW-CPM-STATUS = '00'
               MOVE MQW-VD-PARTY TO CPM-ID
               READ CPTY-MASTER-FILE
               IF MQW-CPM-STATUS = '00'
                  MOVE CPM-CUTOFF-TIME TO MQW-CUTOFF
                  MOVE CPM-SETTLE-CCY TO MQW-VD-CCY
               END-IF
               CLOSE CPTY-MASTER-FILE
            END-IF
            IF MQW-CUTOFF = 0 AND MQW-VD-CCY = SPACES
               GO TO 2000-ASSIGN-VALUE-DATE-EXIT
            END-IF
            IF MQW-CUTOFF = 0
               GO TO 2000-CHECK-VALUE-DAY
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, MQW-NOW)
              TO MQW-RC
            COMPUTE MQW-SECS-OF-DAY =
            COMPUTE MQW-TIME-NOW =
               MQW-HH * 10000 + MQW-MM * 100 + MQW-SS
            IF MQW-TIME-NOW > MQW-CUTOFF
               GO TO 2000-CARRY-OVER
            END-IF.
      *     before cutoff today is still the value date -- if the
      *     currency settles today
        2000-CHECK-VALUE-DAY.
            IF MQW-VD-CCY = SPACES
               GO TO 2000-LOG-VALUE-DATE
            END-IF
            SET RCQ-REQ-VALDAY TO TRUE
            MOVE BDQ-DATE TO RCQ-DATE
            MOVE MQW-VD-CCY TO RCQ-CURRENCY
            CALL 'RUN-CALENDAR' USING RCQ-CONTROL
            IF NOT RCQ-OK OR RCQ-IS-BUSINESS-DAY
               GO TO 2000-LOG-VALUE-DATE
            END-IF.
        2000-CARRY-OVER.
            SET RCQ-REQ-NEXTVAL TO TRUE
            MOVE BDQ-DATE TO RCQ-DATE
            MOVE MQW-VD-CCY TO RCQ-CURRENCY
            CALL 'RUN-CALENDAR' USING RCQ-CONTROL
            IF RCQ-OK
               MOVE RCQ-NEXT-DATE TO MQW-VD-DATE
               SET MQW-VD-CARRIED TO TRUE
            END-IF.
        2000-LOG-VALUE-DATE.
            MOVE BDQ-DATE TO CRL-DATE
            MOVE MQW-VD-PARTY TO CRL-PARTY
            MOVE MQW-VD-SEQUENCE TO CRL-SEQUENCE
            MOVE MQW-VD-DATE TO CRL-VALUE-DATE
            IF MQW-VD-CARRIED
               MOVE 'C' TO CRL-FLAG
            ELSE
               MOVE 'T' TO CRL-FLAG
        2000-ASSIGN-VALUE-DATE-EXIT.
            EXIT.

      * MQR-LENGTH and MQR-DATA are set by the caller; the slot
      * takes the next sequence only once it is on disk
        2500-WRITE-SLOT.
            SET MQW-WRITE-OK TO FALSE
            ADD 1 TO MQW-NEXT-SEQ
            MOVE MQW-NEXT-SEQ TO MQR-SEQUENCE
            SET MQR-QUEUED TO TRUE
            COMPUTE MQW-OFFSET =
               (MQW-NEXT-SEQ - 1) * LENGTH OF MSGQ-RECORD
            MOVE FUNCTION POSIX-PWRITE(MQW-FD, MSGQ-RECORD,
                 LENGTH OF MSGQ-RECORD, MQW-OFFSET) TO MQW-RC
            IF MQW-RC NOT = LENGTH OF MSGQ-RECORD
               DISPLAY 'msg-enqueue: pwrite failed rc=' MQW-RC
               SUBTRACT 1 FROM MQW-NEXT-SEQ
               GO TO 2500-WRITE-SLOT-EXIT
            END-IF
            MOVE FUNCTION POSIX-FSYNC(MQW-FD) TO MQW-RC
            IF MQW-RC NOT = 0
               DISPLAY 'msg-enqueue: fsync failed rc=' MQW-RC
               SUBTRACT 1 FROM MQW-NEXT-SEQ
               GO TO 2500-WRITE-SLOT-EXIT
            END-IF
            SET MQW-WRITE-OK TO TRUE.
        2500-WRITE-SLOT-EXIT.
            EXIT.

      * only a party with a settlement currency is managed, and
      * only a message that parses and carries a direction and an
      * amount: anything else goes through as before
        3000-CHECK-LIQUIDITY.
            MOVE '00' TO LQC-STATUS
            SET MQW-LIQ-NONE TO TRUE
            MOVE SPACES TO MQC-CURRENCY
            IF MQC-PARTY = SPACES
               GO TO 3000-CHECK-LIQUIDITY-EXIT
            END-IF
            MOVE SPACES TO MQW-SETTLE-CCY
            OPEN INPUT CPTY-MASTER-FILE
            IF MQW-CPM-STATUS = '00'
               MOVE MQC-PARTY TO CPM-ID
               READ CPTY-MASTER-FILE
               IF MQW-CPM-STATUS = '00'
                  MOVE CPM-SETTLE-CCY TO MQW-SETTLE-CCY
               END-IF
               CLOSE CPTY-MASTER-FILE
            END-IF
            IF MQW-SETTLE-CCY = SPACES OR
               MQC-DATA-LENGTH < 1 OR
               MQC-DATA-LENGTH > LENGTH OF MQC-DATA
               GO TO 3000-CHECK-LIQUIDITY-EXIT
            END-IF
            MOVE MQW-SETTLE-CCY TO MQC-CURRENCY
            SET SMG-REQ-PARSE TO TRUE
            MOVE SPACES TO SMG-WIRE
            MOVE MQC-DATA (1:MQC-DATA-LENGTH) TO SMG-WIRE
            MOVE MQC-DATA-LENGTH TO SMG-WIRE-LENGTH
            CALL 'SETTLE-MSG' USING SMG-CONTROL
            IF NOT SMG-OK
               GO TO 3000-CHECK-LIQUIDITY-EXIT
            END-IF
            MOVE SPACE TO MQW-DIRECTION
            SET MQW-AMT-FOUND TO FALSE
            PERFORM 3100-PICK-FIELD THRU 3100-PICK-FIELD-EXIT
               VARYING MQW-FIELD-SUB FROM 1 BY 1
               UNTIL MQW-FIELD-SUB > SMG-FIELD-COUNT
            IF NOT MQW-AMT-FOUND
               GO TO 3000-CHECK-LIQUIDITY-EXIT
            END-IF
            INITIALIZE LQC-CONTROL
            MOVE MQW-SETTLE-CCY TO LQC-CURRENCY
            MOVE MQW-SETTLE-CCY TO CYQ-CODE
            MOVE MQW-AMT-MINOR TO CYQ-MINOR-AMOUNT
            SET CYQ-REQ-TOMAJOR TO TRUE
            CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL
            MOVE CYQ-AMOUNT TO LQC-AMOUNT
            EVALUATE TRUE
               WHEN MQW-DIRECTION = 'P'
                  SET MQW-LIQ-PAYMENT TO TRUE
               WHEN MQW-DIRECTION = 'R' AND SMG-MSG-TYPE = 'NETS'
                  SET MQW-LIQ-RECEIPT TO TRUE
                  GO TO 3000-CHECK-LIQUIDITY-EXIT
               WHEN OTHER
                  GO TO 3000-CHECK-LIQUIDITY-EXIT
            END-EVALUATE
            SET LQC-REQ-CHECK TO TRUE
            MOVE MQC-PRIORITY TO LQC-PRIORITY
            MOVE MQC-PARTY TO LQC-PARTY
            MOVE MQC-BENEF-NAME TO LQC-BENEF-NAME
            MOVE MQC-DATA-LENGTH TO LQC-ITEM-LENGTH
            MOVE MQC-DATA TO LQC-ITEM
            CALL 'LIQ-POSITION' USING LQC-CONTROL.
        3000-CHECK-LIQUIDITY-EXIT.
            EXIT.

        3100-PICK-FIELD.
            EVALUATE SMG-F-TAG (MQW-FIELD-SUB)
               WHEN 'DRCR'
                  MOVE SMG-F-VALUE (MQW-FIELD-SUB) (1:1)
                    TO MQW-DIRECTION
               WHEN 'AMT'
                  IF SMG-F-VALUE (MQW-FIELD-SUB) (1:15) NUMERIC
                     MOVE SMG-F-VALUE (MQW-FIELD-SUB) (1:15)
                       TO MQW-AMT-MINOR
                     SET MQW-AMT-FOUND TO TRUE
                  END-IF
            END-EVALUATE.
        3100-PICK-FIELD-EXIT.
            EXIT.

      * the item is on disk: a payment now counts against the
      * position, a receipt lifts it and frees what then fits.  A
      * failure here is the position's, not the item's -- the
      * item is enqueued and stays enqueued
        3500-POST-LIQUIDITY.
            EVALUATE TRUE
               WHEN MQW-LIQ-PAYMENT
                  SET LQC-REQ-PAID TO TRUE
               WHEN MQW-LIQ-RECEIPT
                  SET LQC-REQ-RECEIPT TO TRUE
               WHEN OTHER
                  GO TO 3500-POST-LIQUIDITY-EXIT
            END-EVALUATE
            CALL 'LIQ-POSITION' USING LQC-CONTROL
            IF NOT LQC-OK
               DISPLAY 'msg-enqueue: liquidity position not '
                  'updated for sequence ' MQC-SEQUENCE
                  ', status ' LQC-STATUS
            END-IF
            IF MQW-LIQ-RECEIPT
               PERFORM 4000-RELEASE-HELD THRU 4000-RELEASE-HELD-EXIT
            END-IF.
        3500-POST-LIQUIDITY-EXIT.
            EXIT.

      * head of the currency's hold queue first, until the head
      * no longer fits
        4000-RELEASE-HELD.
            IF MQC-CURRENCY = SPACES
               GO TO 4000-RELEASE-HELD-EXIT
            END-IF
            SET MQW-RELEASE-DONE TO FALSE
            PERFORM 4100-RELEASE-ONE THRU 4100-RELEASE-ONE-EXIT
                UNTIL MQW-RELEASE-DONE.
        4000-RELEASE-HELD-EXIT.
            EXIT.

        4100-RELEASE-ONE.
            INITIALIZE LQC-CONTROL
            SET LQC-REQ-NEXTREL TO TRUE
            MOVE MQC-CURRENCY TO LQC-CURRENCY
            CALL 'LIQ-POSITION' USING LQC-CONTROL
            IF NOT LQC-OK
               SET MQW-RELEASE-DONE TO TRUE
               GO TO 4100-RELEASE-ONE-EXIT
            END-IF
            MOVE LQC-ITEM-LENGTH TO MQR-LENGTH
            MOVE LQC-ITEM TO MQR-DATA
            PERFORM 2500-WRITE-SLOT THRU 2500-WRITE-SLOT-EXIT
            IF NOT MQW-WRITE-OK
               DISPLAY 'msg-enqueue: liquidity hold ' LQC-CURRENCY
                  ' ' LQC-HOLD-ID ' not released, stays held'
               SET MQW-RELEASE-DONE TO TRUE
               GO TO 4100-RELEASE-ONE-EXIT
            END-IF
            MOVE LQC-PARTY TO MQW-VD-PARTY
            MOVE MQW-NEXT-SEQ TO MQW-VD-SEQUENCE
            PERFORM 2000-ASSIGN-VALUE-DATE
               THRU 2000-ASSIGN-VALUE-DATE-EXIT
            PERFORM 5000-TRACK-QUEUED THRU 5000-TRACK-QUEUED-EXIT
            SET LQC-REQ-RELEASED TO TRUE
            MOVE MQW-NEXT-SEQ TO LQC-SEQUENCE
            CALL 'LIQ-POSITION' USING LQC-CONTROL
            IF NOT LQC-OK
      *        on the queue but still marked held would send it
      *        twice: stop releasing until someone looks
               DISPLAY 'msg-enqueue: liquidity hold ' LQC-CURRENCY
                  ' ' LQC-HOLD-ID ' enqueued as ' MQW-NEXT-SEQ
                  ' but not marked released, status ' LQC-STATUS
               SET MQW-RELEASE-DONE TO TRUE
               GO TO 4100-RELEASE-ONE-EXIT
            END-IF
            ADD 1 TO MQC-RELEASE-COUNT
            DISPLAY 'msg-enqueue: liquidity hold ' LQC-CURRENCY
               ' ' LQC-HOLD-ID ' released as ' MQW-NEXT-SEQ.
        4100-RELEASE-ONE-EXIT.
            EXIT.

      * the slot just written (MQR-) under the value-date work
      * fields: a queued line, and a carried line when it missed
      * the party's cutoff
        5000-TRACK-QUEUED.
            MOVE SPACES TO SMG-WIRE
            MOVE MQR-LENGTH TO SMG-WIRE-LENGTH
            IF MQR-LENGTH > 0
               MOVE MQR-DATA (1:MQR-LENGTH) TO SMG-WIRE
            END-IF
            MOVE MQW-VD-PARTY TO SKQ-PARTY
            PERFORM 5200-TRACK-FIELDS THRU 5200-TRACK-FIELDS-EXIT
            SET SKQ-STAGE-QUEUED TO TRUE
            MOVE MQW-VD-SEQUENCE TO SKQ-SEQUENCE
            MOVE MQW-VD-DATE TO SKQ-VALUE-DATE
            MOVE 'MSGENQ' TO SKQ-PROGRAM
            CALL 'SETL-TRACK' USING SKQ-CONTROL
            IF NOT MQW-VD-CARRIED
               GO TO 5000-TRACK-QUEUED-EXIT
            END-IF
            SET SKQ-REQ-POST TO TRUE
            SET SKQ-STAGE-CARRIED TO TRUE
            MOVE MQW-VD-PARTY TO SKQ-PARTY
            MOVE MQW-VD-SEQUENCE TO SKQ-SEQUENCE
            MOVE MQW-VD-DATE TO SKQ-VALUE-DATE
            MOVE 'MSGENQ' TO SKQ-PROGRAM
            MOVE 'MISSED CUTOFF' TO SKQ-NOTE
            CALL 'SETL-TRACK' USING SKQ-CONTROL.
        5000-TRACK-QUEUED-EXIT.
            EXIT.

      * the caller's item, not enqueued; MQW-HN-KIND and
      * MQC-HOLD-ID name the hold
        5100-TRACK-HELD.
            MOVE SPACES TO SMG-WIRE
            IF MQC-DATA-LENGTH > 0 AND
               MQC-DATA-LENGTH <= LENGTH OF MQC-DATA
               MOVE MQC-DATA-LENGTH TO SMG-WIRE-LENGTH
               MOVE MQC-DATA (1:MQC-DATA-LENGTH) TO SMG-WIRE
            ELSE
               MOVE 0 TO SMG-WIRE-LENGTH
            END-IF
            MOVE MQC-PARTY TO SKQ-PARTY
            PERFORM 5200-TRACK-FIELDS THRU 5200-TRACK-FIELDS-EXIT
            SET SKQ-STAGE-HELD TO TRUE
            MOVE MQC-HOLD-ID TO MQW-HN-ID
            MOVE MQW-HOLD-NOTE TO SKQ-NOTE
            MOVE 'MSGENQ' TO SKQ-PROGRAM
            CALL 'SETL-TRACK' USING SKQ-CONTROL.
        5100-TRACK-HELD-EXIT.
            EXIT.

      * reference and party as the message itself carries them;
      * a NETS message is the party's net instruction.  A
      * message that will not parse is tracked by party alone
        5200-TRACK-FIELDS.
            SET SKQ-REQ-POST TO TRUE
            SET SKQ-GROSS-ITEM TO TRUE
            IF SMG-WIRE-LENGTH = 0
               GO TO 5200-TRACK-FIELDS-EXIT
            END-IF
            SET SMG-REQ-PARSE TO TRUE
            CALL 'SETTLE-MSG' USING SMG-CONTROL
            IF NOT SMG-OK
               GO TO 5200-TRACK-FIELDS-EXIT
            END-IF
            IF SMG-MSG-TYPE = 'NETS'
               SET SKQ-NET-INSTRUCTION TO TRUE
            END-IF
            PERFORM 5210-TRACK-ONE-FIELD
               THRU 5210-TRACK-ONE-FIELD-EXIT
               VARYING MQW-FIELD-SUB FROM 1 BY 1
               UNTIL MQW-FIELD-SUB > SMG-FIELD-COUNT.
        5200-TRACK-FIELDS-EXIT.
            EXIT.

        5210-TRACK-ONE-FIELD.
            EVALUATE SMG-F-TAG (MQW-FIELD-SUB)
               WHEN 'REF'
                  MOVE SMG-F-VALUE (MQW-FIELD-SUB) (1:16)
                    TO SKQ-REFERENCE
               WHEN 'PRTY'
                  MOVE SMG-F-VALUE (MQW-FIELD-SUB) (1:8)
                    TO SKQ-PARTY
            END-EVALUATE.
        5210-TRACK-ONE-FIELD-EXIT.
            EXIT.

      * the next sequence continues from the slots already on disk
        1000-OPEN-QUEUE.
            MOVE 'MSGQUEUE' TO MQW-ENV-NAME
            SET MQW-OPENED TO TRUE.
        1000-OPEN-QUEUE-EXIT.
            EXIT.

      * a statement entry is not something we send
        1400-CHECK-XML.
            SET SMG-REQ-PARSE TO TRUE
            IF MQC-DATA-LENGTH < 1 OR
               MQC-DATA-LENGTH > LENGTH OF MQC-DATA
               SET SMG-XML-INVALID TO TRUE
               GO TO 1400-CHECK-XML-EXIT
            END-IF
            MOVE SPACES TO SMG-WIRE
            MOVE MQC-DATA (1:MQC-DATA-LENGTH) TO SMG-WIRE
            MOVE MQC-DATA-LENGTH TO SMG-WIRE-LENGTH
            CALL 'SETTLE-MSG' USING SMG-CONTROL
            IF SMG-OK AND SMG-MSG-TYPE = 'NTRY'
               SET SMG-XML-INVALID TO TRUE
            END-IF.
        1400-CHECK-XML-EXIT.
            EXIT.

      * no named beneficiary means the counterparty itself is the
      * name that must clear the list
        1500-SCREEN-BENEFICIARY.
            INITIALIZE SSQ-CONTROL
            MOVE 'MSGENQ' TO SSQ-SOURCE
            SET SSQ-KIND-SETTLE TO TRUE
            MOVE MQC-PARTY TO SSQ-KEY
            MOVE MQC-PARTY TO SSQ-PARTY
            MOVE MQC-BENEF-NAME TO SSQ-NAME
            IF SSQ-NAME = SPACES AND MQC-PARTY NOT = SPACES
               OPEN INPUT CPTY-MASTER-FILE
               IF MQW-CPM-STATUS = '00'
                  MOVE MQC-PARTY TO CPM-ID
                  READ CPTY-MASTER-FILE
                  IF MQW-CPM-STATUS = '00'
                     MOVE CPM-NAME TO SSQ-NAME
                  END-IF
                  CLOSE CPTY-MASTER-FILE
               END-IF
            END-IF
            MOVE 0 TO SSQ-BIRTH-DATE
            MOVE MQC-DATA-LENGTH TO SSQ-ITEM-LENGTH
            MOVE MQC-DATA TO SSQ-ITEM
            CALL 'SANC-SCREEN' USING SSQ-CONTROL.
        1500-SCREEN-BENEFICIARY-EXIT.
            EXIT.
        End Program MSG-ENQUEUE.
