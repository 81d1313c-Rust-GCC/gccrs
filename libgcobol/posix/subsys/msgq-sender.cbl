      *  against the slot with pwrite + fsync before the next
      *  message goes.  Exactly-once delivery is then provable from
      *  the queue file itself: MSGQ-RECON lists any gaps or
      *  duplicates between sent and acked sequences.  The first
      *  send of a slot and its ack each leave a line on the
      *  settlement tracking log (SETL-TRACK) for the tracker.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -PRIMARY=<host>  -PPORT=<port>
      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *  2026-10-15 smckinney  A slot's first send and its ack are
      *                        logged on the settlement tracking
      *                        log through SETL-TRACK.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. MSGQ-SENDER.
        Working-Storage Section.
        COPY msgq-record.
        COPY net-session.
        COPY setl-track.
        COPY cmdline-parms.
        COPY exit-status.
        01  MQS-QUEUE-PATH        PIC X(256)
            IF NOT MQR-SENT
               SET MQR-SENT TO TRUE
               PERFORM 2500-REWRITE-SLOT THRU 2500-REWRITE-SLOT-EXIT
               SET SKQ-STAGE-SENT TO TRUE
               PERFORM 2600-TRACK-SLOT THRU 2600-TRACK-SLOT-EXIT
            END-IF
            SET NSS-REQ-RECV TO TRUE
            CALL 'NET-SESSION' USING NSS-CONTROL
                  SET MQR-ACKED TO TRUE
                  PERFORM 2500-REWRITE-SLOT
                     THRU 2500-REWRITE-SLOT-EXIT
                  SET SKQ-STAGE-ACKED TO TRUE
                  PERFORM 2600-TRACK-SLOT THRU 2600-TRACK-SLOT-EXIT
                  ADD 1 TO MQS-ACKED-COUNT
                  SUBTRACT 1 FROM MQS-UNACKED
               ELSE
        2500-REWRITE-SLOT-EXIT.
            EXIT.

      * SKQ-STAGE is set by the caller
        2600-TRACK-SLOT.
            SET SKQ-REQ-POST TO TRUE
            MOVE MQR-SEQUENCE TO SKQ-SEQUENCE
            MOVE 'MSGQSEND' TO SKQ-PROGRAM
            CALL 'SETL-TRACK' USING SKQ-CONTROL.
        2600-TRACK-SLOT-EXIT.
            EXIT.

        9999-EXIT.
            IF JOB-OK AND MQS-UNACKED > 0
               DISPLAY 'msgq-sender: ' MQS-UNACKED
