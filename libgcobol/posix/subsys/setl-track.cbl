      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  setl-track.cbl
      *
      *  Settlement item tracker over the SETLTRK stage log
      *  (setl-trk-record.cpy).  A counterparty asking after "our
      *  payment reference X" used to take three people: one
      *  reading CYCLEIN and the queue slots, one the sender's ack
      *  state and the CARRYLOG cutoff decisions, one the NETPROOF
      *  netting and the NOSTROOS breaks.  Every program the item
      *  passes through now CALLs here with a POST request as the
      *  item reaches its stage -- SETTLE-CYCLE and NET-SETTLE on
      *  receipt, NET-SETTLE again on netting, MSG-ENQUEUE on
      *  queueing, holding and carrying, MSGQ-SENDER on send and
      *  ack, NOSTRO-RECON on the statement match -- and the
      *  listener's tracker handler (SETL-INQ) and the batch
      *  inquiry (SETL-TRACE) CALL it with a TRACE request for the
      *  whole life of the items asked about.  One implementation
      *  of the joins, so the desk and the batch listing can never
      *  tell the counterparty different stories.
      *
      *  Joins: a gross item is its received line (reference,
      *  party, business date).  A netted line of the same party,
      *  reference and business date takes it into the party's
      *  net instruction of the day, and the net instruction's
      *  queued line gives it its sequence; otherwise its own
      *  queued line (same reference and party) does.  Send, ack
      *  and carry lines follow the sequence from the day it was
      *  queued, the first of each counting -- a retransmission is
      *  not a new send.  The statement match follows the
      *  reference; once matched an item stays matched, though a
      *  later run leaves it ours-only again.  The slot's live
      *  state is read off the queue file itself (MSGQUEUE).
      *
      *  The log is opened for each POST and closed again, the
      *  CARRYLOG pattern, so any number of programs in one run
      *  unit or in parallel jobs append to it safely.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. SETL-TRACK.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-GETENV
            Function POSIX-PREAD.
        Input-Output Section.
        File-Control.
            Select OPTIONAL SETTLE-TRACK-FILE Assign To SETLTRK
                Organization Is Line Sequential
                File Status Is SKW-FILE-STATUS.
        Data Division.
        File Section.
        FD  SETTLE-TRACK-FILE.
        COPY setl-trk-record.
        Working-Storage Section.
        COPY bus-date.
        COPY msgq-record.
        01  SKW-FILE-STATUS         PIC X(02).
        01  SKW-EOF-SWITCH          PIC X(01).
            88  SKW-EOF                 Value 'Y', False 'N'.
        01  SKW-NOW                 PIC X(21).
        01  SKW-MAX                 Binary-Long.
        01  SKW-SELECTED            PIC 9(07).
        01  SKW-SUB                 Binary-Long.
        01  SKW-STAMP               PIC X(14).
        01  SKW-QUEUE-PATH          PIC X(256)
                Value '/var/batch/settle-queue.dat'.
        01  SKW-ENV-NAME            PIC X(64).
        01  SKW-ENV-VALUE           PIC X(256).
        01  SKW-FD                  PIC 9(8) Usage COMP.
        01  SKW-FD-RC               Binary-Long.
        01  SKW-RC                  Binary-Long.
        01  SKW-OFFSET              Binary-Long.
        Linkage Section.
        COPY setl-track.
        Procedure Division Using SKQ-CONTROL.
        0000-MAINLINE.
            MOVE '00' TO SKQ-STATUS
            EVALUATE TRUE
               WHEN SKQ-REQ-POST
                  PERFORM 2000-POST THRU 2000-POST-EXIT
                  MOVE SPACES TO SKQ-STAGE SKQ-KIND SKQ-PARTY
                     SKQ-REFERENCE SKQ-PROGRAM SKQ-NOTE
                  MOVE 0 TO SKQ-SEQUENCE SKQ-AMOUNT SKQ-VALUE-DATE
               WHEN SKQ-REQ-TRACE
                  PERFORM 3000-TRACE THRU 3000-TRACE-EXIT
               WHEN OTHER
                  MOVE '20' TO SKQ-STATUS
            END-EVALUATE
            GOBACK.

        2000-POST.
            IF SKQ-STAGE = SPACE
               MOVE '20' TO SKQ-STATUS
               GO TO 2000-POST-EXIT
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               MOVE 0 TO BDQ-DATE
            END-IF
            MOVE FUNCTION CURRENT-DATE TO SKW-NOW
            MOVE BDQ-DATE TO STK-BUS-DATE
            MOVE SKW-NOW (1:8) TO STK-STAMP-DATE
            MOVE SKW-NOW (9:6) TO STK-STAMP-TIME
            MOVE SKQ-STAGE TO STK-STAGE
            MOVE SKQ-KIND TO STK-KIND
            IF STK-KIND = SPACE
               SET STK-GROSS-ITEM TO TRUE
            END-IF
            MOVE SKQ-PARTY TO STK-PARTY
            MOVE SKQ-REFERENCE TO STK-REFERENCE
            MOVE SKQ-SEQUENCE TO STK-SEQUENCE
            MOVE SKQ-AMOUNT TO STK-AMOUNT
            MOVE SKQ-VALUE-DATE TO STK-VALUE-DATE
            MOVE SKQ-PROGRAM TO STK-PROGRAM
            MOVE SKQ-NOTE TO STK-NOTE
            OPEN EXTEND SETTLE-TRACK-FILE
            IF SKW-FILE-STATUS NOT = '00' AND
               SKW-FILE-STATUS NOT = '05'
               DISPLAY 'setl-track: cannot open SETLTRK, status '
                  SKW-FILE-STATUS
               MOVE '40' TO SKQ-STATUS
               GO TO 2000-POST-EXIT
            END-IF
            WRITE SETTLE-TRACK-RECORD
            IF SKW-FILE-STATUS NOT = '00'
               DISPLAY 'setl-track: log write status '
                  SKW-FILE-STATUS ' stage ' SKQ-STAGE
                  ' sequence ' SKQ-SEQUENCE
               MOVE '40' TO SKQ-STATUS
            END-IF
            CLOSE SETTLE-TRACK-FILE.
        2000-POST-EXIT.
            EXIT.

      * first pass picks the items asked about, second pass
      * follows each through every later stage line
        3000-TRACE.
            MOVE 0 TO SKQ-ITEM-COUNT
            SET SKQ-MORE TO FALSE
            IF SKQ-SEL-REFERENCE = SPACES AND
               SKQ-SEL-PARTY = SPACES AND
               SKQ-SEL-FROM-DATE = 0 AND
               SKQ-SEL-TO-DATE = 0
               MOVE '20' TO SKQ-STATUS
               GO TO 3000-TRACE-EXIT
            END-IF
            MOVE SKQ-MAX-ITEMS TO SKW-MAX
            IF SKW-MAX = 0 OR SKW-MAX > 20
               MOVE 20 TO SKW-MAX
            END-IF
            PERFORM 3050-OPEN-LOG THRU 3050-OPEN-LOG-EXIT
            IF NOT SKQ-OK
               GO TO 3000-TRACE-EXIT
            END-IF
            MOVE 0 TO SKW-SELECTED
            SET SKW-EOF TO FALSE
            PERFORM 3100-SELECT-ONE THRU 3100-SELECT-ONE-EXIT
                UNTIL SKW-EOF
            CLOSE SETTLE-TRACK-FILE
            IF SKQ-ITEM-COUNT = 0
               MOVE '10' TO SKQ-STATUS
               GO TO 3000-TRACE-EXIT
            END-IF
            PERFORM 3050-OPEN-LOG THRU 3050-OPEN-LOG-EXIT
            IF NOT SKQ-OK
               GO TO 3000-TRACE-EXIT
            END-IF
            SET SKW-EOF TO FALSE
            PERFORM 3300-FOLLOW-ONE THRU 3300-FOLLOW-ONE-EXIT
                UNTIL SKW-EOF
            CLOSE SETTLE-TRACK-FILE
            PERFORM 3700-SLOT-STATES THRU 3700-SLOT-STATES-EXIT.
        3000-TRACE-EXIT.
            EXIT.

      * a box where nothing has been tracked yet answers "none"
        3050-OPEN-LOG.
            OPEN INPUT SETTLE-TRACK-FILE
            IF SKW-FILE-STATUS = '00'
               GO TO 3050-OPEN-LOG-EXIT
            END-IF
            IF SKW-FILE-STATUS = '05'
               CLOSE SETTLE-TRACK-FILE
               MOVE '10' TO SKQ-STATUS
               GO TO 3050-OPEN-LOG-EXIT
            END-IF
            DISPLAY 'setl-track: cannot open SETLTRK, status '
               SKW-FILE-STATUS
            MOVE '30' TO SKQ-STATUS.
        3050-OPEN-LOG-EXIT.
            EXIT.

        3100-SELECT-ONE.
            READ SETTLE-TRACK-FILE
                AT END
                    SET SKW-EOF TO TRUE
                    GO TO 3100-SELECT-ONE-EXIT
            END-READ
            IF NOT STK-RECEIVED
               GO TO 3100-SELECT-ONE-EXIT
            END-IF
            IF SKQ-SEL-REFERENCE NOT = SPACES AND
               STK-REFERENCE NOT = SKQ-SEL-REFERENCE
               GO TO 3100-SELECT-ONE-EXIT
            END-IF
            IF SKQ-SEL-PARTY NOT = SPACES AND
               STK-PARTY NOT = SKQ-SEL-PARTY
               GO TO 3100-SELECT-ONE-EXIT
            END-IF
            IF STK-BUS-DATE < SKQ-SEL-FROM-DATE
               GO TO 3100-SELECT-ONE-EXIT
            END-IF
            IF SKQ-SEL-TO-DATE NOT = 0 AND
               STK-BUS-DATE > SKQ-SEL-TO-DATE
               GO TO 3100-SELECT-ONE-EXIT
            END-IF
            ADD 1 TO SKW-SELECTED
            IF SKW-SELECTED <= SKQ-SKIP-ITEMS
               GO TO 3100-SELECT-ONE-EXIT
            END-IF
            IF SKQ-ITEM-COUNT >= SKW-MAX
               SET SKQ-MORE TO TRUE
               SET SKW-EOF TO TRUE
               GO TO 3100-SELECT-ONE-EXIT
            END-IF
            ADD 1 TO SKQ-ITEM-COUNT
            MOVE SKQ-ITEM-COUNT TO SKW-SUB
            INITIALIZE SKQ-ITEM (SKW-SUB)
            MOVE STK-PARTY TO SKQ-I-PARTY (SKW-SUB)
            MOVE STK-REFERENCE TO SKQ-I-REFERENCE (SKW-SUB)
            MOVE STK-AMOUNT TO SKQ-I-AMOUNT (SKW-SUB)
            MOVE STK-VALUE-DATE TO SKQ-I-VALUE-DATE (SKW-SUB)
            MOVE STK-BUS-DATE TO SKQ-I-BUS-DATE (SKW-SUB)
            MOVE STK-STAMP TO SKQ-I-RECEIVED (SKW-SUB)
            MOVE STK-PROGRAM TO SKQ-I-RECEIVED-BY (SKW-SUB).
        3100-SELECT-ONE-EXIT.
            EXIT.

        3300-FOLLOW-ONE.
            READ SETTLE-TRACK-FILE
                AT END
                    SET SKW-EOF TO TRUE
                    GO TO 3300-FOLLOW-ONE-EXIT
            END-READ
            IF STK-RECEIVED
               GO TO 3300-FOLLOW-ONE-EXIT
            END-IF
            MOVE STK-STAMP TO SKW-STAMP
            PERFORM 3400-APPLY-TO-ITEM THRU 3400-APPLY-TO-ITEM-EXIT
               VARYING SKW-SUB FROM 1 BY 1
               UNTIL SKW-SUB > SKQ-ITEM-COUNT.
        3300-FOLLOW-ONE-EXIT.
            EXIT.

      * nothing before the item was received belongs to it
        3400-APPLY-TO-ITEM.
            IF STK-BUS-DATE < SKQ-I-BUS-DATE (SKW-SUB)
               GO TO 3400-APPLY-TO-ITEM-EXIT
            END-IF
            EVALUATE TRUE
               WHEN STK-NETTED
                  PERFORM 3410-TAKE-NETTED
                     THRU 3410-TAKE-NETTED-EXIT
               WHEN STK-QUEUED OR STK-HELD
                  PERFORM 3420-TAKE-QUEUED
                     THRU 3420-TAKE-QUEUED-EXIT
               WHEN STK-CARRIED OR STK-SENT OR STK-ACKED
                  PERFORM 3430-TAKE-BY-SEQUENCE
                     THRU 3430-TAKE-BY-SEQUENCE-EXIT
               WHEN STK-MATCHED OR STK-OUTSTANDING
                  PERFORM 3440-TAKE-NOSTRO
                     THRU 3440-TAKE-NOSTRO-EXIT
            END-EVALUATE.
        3400-APPLY-TO-ITEM-EXIT.
            EXIT.

        3410-TAKE-NETTED.
            IF SKQ-I-NETTED (SKW-SUB) = SPACES AND
               STK-PARTY = SKQ-I-PARTY (SKW-SUB) AND
               STK-REFERENCE = SKQ-I-REFERENCE (SKW-SUB) AND
               STK-BUS-DATE = SKQ-I-BUS-DATE (SKW-SUB)
               MOVE SKW-STAMP TO SKQ-I-NETTED (SKW-SUB)
            END-IF.
        3410-TAKE-NETTED-EXIT.
            EXIT.

      * a netted item goes out under the party's net instruction
      * of its day, anything else under its own reference; a
      * hold comes before the queueing a release brings
        3420-TAKE-QUEUED.
            IF SKQ-I-SEQUENCE (SKW-SUB) NOT = 0 OR
               STK-PARTY NOT = SKQ-I-PARTY (SKW-SUB)
               GO TO 3420-TAKE-QUEUED-EXIT
            END-IF
            IF SKQ-I-NETTED (SKW-SUB) = SPACES
               IF NOT STK-GROSS-ITEM OR
                  STK-REFERENCE NOT = SKQ-I-REFERENCE (SKW-SUB)
                  GO TO 3420-TAKE-QUEUED-EXIT
               END-IF
            ELSE
               IF NOT STK-NET-INSTRUCTION OR
                  STK-BUS-DATE NOT = SKQ-I-BUS-DATE (SKW-SUB)
                  GO TO 3420-TAKE-QUEUED-EXIT
               END-IF
            END-IF
            IF STK-HELD
               MOVE SKW-STAMP TO SKQ-I-HELD (SKW-SUB)
               MOVE STK-NOTE TO SKQ-I-HOLD-NOTE (SKW-SUB)
               GO TO 3420-TAKE-QUEUED-EXIT
            END-IF
            MOVE STK-SEQUENCE TO SKQ-I-SEQUENCE (SKW-SUB)
            MOVE SKW-STAMP TO SKQ-I-QUEUED (SKW-SUB)
            MOVE STK-BUS-DATE TO SKQ-I-QUEUE-DATE (SKW-SUB)
            MOVE STK-VALUE-DATE TO SKQ-I-SETTLE-DATE (SKW-SUB).
        3420-TAKE-QUEUED-EXIT.
            EXIT.

        3430-TAKE-BY-SEQUENCE.
            IF SKQ-I-SEQUENCE (SKW-SUB) = 0 OR
               STK-SEQUENCE NOT = SKQ-I-SEQUENCE (SKW-SUB) OR
               STK-BUS-DATE < SKQ-I-QUEUE-DATE (SKW-SUB)
               GO TO 3430-TAKE-BY-SEQUENCE-EXIT
            END-IF
            EVALUATE TRUE
               WHEN STK-CARRIED
                  IF SKQ-I-CARRIED (SKW-SUB) = SPACES
                     MOVE SKW-STAMP TO SKQ-I-CARRIED (SKW-SUB)
                     MOVE STK-VALUE-DATE
                       TO SKQ-I-SETTLE-DATE (SKW-SUB)
                  END-IF
               WHEN STK-SENT
                  IF SKQ-I-SENT (SKW-SUB) = SPACES
                     MOVE SKW-STAMP TO SKQ-I-SENT (SKW-SUB)
                  END-IF
               WHEN STK-ACKED
                  IF SKQ-I-ACKED (SKW-SUB) = SPACES
                     MOVE SKW-STAMP TO SKQ-I-ACKED (SKW-SUB)
                  END-IF
            END-EVALUATE.
        3430-TAKE-BY-SEQUENCE-EXIT.
            EXIT.

        3440-TAKE-NOSTRO.
            IF SKQ-I-REFERENCE (SKW-SUB) = SPACES OR
               STK-REFERENCE NOT = SKQ-I-REFERENCE (SKW-SUB) OR
               SKQ-I-MATCHED (SKW-SUB)
               GO TO 3440-TAKE-NOSTRO-EXIT
            END-IF
            MOVE STK-STAGE TO SKQ-I-NOSTRO (SKW-SUB)
            MOVE SKW-STAMP TO SKQ-I-NOSTRO-AT (SKW-SUB).
        3440-TAKE-NOSTRO-EXIT.
            EXIT.

      * the queue file is the last word on whether a sequence is
      * acked; an item never queued, or a queue that cannot be
      * read, leaves the state blank
        3700-SLOT-STATES.
            MOVE 'MSGQUEUE' TO SKW-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(SKW-ENV-NAME)
              TO SKW-ENV-VALUE
            IF SKW-ENV-VALUE NOT = SPACES
               MOVE SKW-ENV-VALUE TO SKW-QUEUE-PATH
            END-IF
            CALL "posix-open" USING BY REFERENCE SKW-QUEUE-PATH
                 BY VALUE 0
                RETURNING SKW-FD-RC
            END-CALL
            IF SKW-FD-RC < 0
               GO TO 3700-SLOT-STATES-EXIT
            END-IF
            MOVE SKW-FD-RC TO SKW-FD
            PERFORM 3710-ONE-SLOT THRU 3710-ONE-SLOT-EXIT
               VARYING SKW-SUB FROM 1 BY 1
               UNTIL SKW-SUB > SKQ-ITEM-COUNT
            CALL "posix-close" USING BY VALUE SKW-FD
                RETURNING SKW-RC
            END-CALL.
        3700-SLOT-STATES-EXIT.
            EXIT.

        3710-ONE-SLOT.
            IF SKQ-I-SEQUENCE (SKW-SUB) = 0
               GO TO 3710-ONE-SLOT-EXIT
            END-IF
            COMPUTE SKW-OFFSET =
               (SKQ-I-SEQUENCE (SKW-SUB) - 1) * LENGTH OF MSGQ-RECORD
            MOVE FUNCTION POSIX-PREAD(SKW-FD, MSGQ-RECORD,
                 LENGTH OF MSGQ-RECORD, SKW-OFFSET) TO SKW-RC
            IF SKW-RC NOT = LENGTH OF MSGQ-RECORD OR
               MQR-SEQUENCE NOT = SKQ-I-SEQUENCE (SKW-SUB)
               GO TO 3710-ONE-SLOT-EXIT
            END-IF
            MOVE MQR-STATE TO SKQ-I-SLOT-STATE (SKW-SUB).
        3710-ONE-SLOT-EXIT.
            EXIT.
        End Program SETL-TRACK.
