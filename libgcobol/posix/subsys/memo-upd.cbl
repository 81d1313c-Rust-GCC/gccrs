      *  segment through MEMO-POST (request POST), and MEMO-INQ's
      *  available-balance answers reflect it immediately.  The
      *  nightly maintenance clears the shadow once the real
      *  master is updated, so nothing double-counts.  The branch
      *  quotes the reference the transaction will carry on
      *  ACCTTRAN (ATR-REFERENCE) where it has one, so MEMO-RECON
      *  can find the posting there.
      *
      *  Payload after the transaction code and session token:
      *      account key X(32),
      *      signed movement S9(13)V99, sign leading separate,
      *      branch reference X(16), optional
      *  Reply:
      *      'OK MEMO ' new memo total -(13)9.99 ' TXNS ' 9(9)
      *  or 'ERR ...' when the payload or segment is bad.
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  An account key whose check digits
      *                        fail is refused through ACCT-KEY
      *                        before any file is read.
      *  2026-10-15 smckinney  Optional branch reference after the
      *                        amount, carried to the MEMOLOG entry
      *                        with origin MEMOUPD.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. MEMO-UPD.
        Data Division.
        Working-Storage Section.
        COPY memo-post.
        COPY acct-key.
        01  MUP-AMOUNT-TEXT         PIC X(16).
        01  MUP-AMOUNT-R REDEFINES MUP-AMOUNT-TEXT
                                    PIC S9(13)V99
               MOVE 15 TO IHX-REPLY-LENGTH
               GOBACK
            END-IF
            SET AKQ-REQ-VALIDATE TO TRUE
            MOVE MPQ-KEY TO AKQ-KEY
            CALL 'ACCT-KEY' USING AKQ-CONTROL
            IF AKQ-CHECK-FAILED
               MOVE 'ERR KEY CHECK DIGITS FAIL' TO IHX-REPLY
               MOVE 25 TO IHX-REPLY-LENGTH
               GOBACK
            END-IF
            IF MUP-AMOUNT-TEXT (2:15) NOT NUMERIC OR
               (MUP-AMOUNT-TEXT (1:1) NOT = '+' AND
                MUP-AMOUNT-TEXT (1:1) NOT = '-')
               GOBACK
            END-IF
            MOVE MUP-AMOUNT-R TO MPQ-AMOUNT
            MOVE IHX-REQUEST (69:16) TO MPQ-REFERENCE
            MOVE 'MEMOUPD' TO MPQ-ORIGIN
            SET MPQ-REQ-POST TO TRUE
            CALL 'MEMO-POST' USING MPQ-CONTROL
            IF NOT MPQ-OK
