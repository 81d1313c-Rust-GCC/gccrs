      *  end-of-day statement file (NOSTROIN) against what the
      *  acked slots of the settlement queue prove we sent.  Each
      *  acked MSGQ slot is parsed back through SETTLE-MSG; its
      *  REF, AMT and VDTE fields form our side of the
      *  match.  Items match on reference, amount and value date
      *  together; items unmatched on either side join the
      *  outstanding-items file (NOSTROOS, a cataloged generation
      *  file, GEN-CATALOG) and carry forward run to
      *  run with a first-seen date, so the break report shows
      *  aging instead of two people reading line printers at each
      *  other.  Outstanding items from prior days are matched
      *  before tonight's new ones, so a statement arriving a day
      *  late clears its break instead of creating a second one.
      *  AMT is in minor units of the message currency -- its CCY
      *  field, or else the party's CPTYMST settlement currency --
      *  and is scaled to an amount through CURRENCY-LOOKUP.
      *
      *  NOSTROIN record layout (fixed columns):
      *      NSR-REFERENCE   X(16)
      *      NSR-AMOUNT      S9(13)V99 sign leading separate
      *      NSR-VALUE-DATE  9(8)
      *
      *  NOSTROIN may instead hold the counterparty's ISO 20022
      *  camt.053 end-of-day statement (first non-blank byte '<',
      *  lines up to 1024 bytes, laid out any way).  Each <Ntry>
      *  is cut out and parsed through SETTLE-MSG: EndToEndId (or
      *  AcctSvcrRef when there is none) is the reference, Amt the
      *  amount -- unsigned, as our side's is -- and ValDt/Dt the
      *  value date.  An entry that fails to parse is reported and
      *  left out (warning); a file with no camt.053 namespace
      *  ahead of its entries is not taken at all (rerun).
      *
      *  NOSTROOS record layout (fixed columns):
      *      OSR-SIDE        X(1)    O ours-only, T theirs-only
      *      OSR-REFERENCE   X(16)
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  ISO 20022 camt.053 statement accepted
      *                        on NOSTROIN in place of the fixed
      *                        layout.
      *  2026-10-15 smckinney  NOSTROOS is a cataloged generation
      *                        file: the prior breaks come from the
      *                        current generation (or the one an
      *                        operator rerun override names) and
      *                        tonight's are published as a new
      *                        generation instead of overwriting
      *                        it.  A run that needs rerunning
      *                        publishes nothing.
      *  2026-10-15 smckinney  AMT is scaled by the minor units of
      *                        the message currency through
      *                        CURRENCY-LOOKUP instead of always as
      *                        cents.
      *  2026-10-15 smckinney  Each of our items is logged matched
      *                        or outstanding on the settlement
      *                        tracking log through SETL-TRACK.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. NOSTRO-RECON.
                Organization Is Line Sequential.
            Select REPORT-FILE Assign To NOSTRORPT
                Organization Is Line Sequential.
            Select CPTY-MASTER-FILE Assign To CPTYMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CPM-ID
                File Status Is NRC-CPM-STATUS.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
            05  NSR-AMOUNT          PIC S9(13)V99
                                    Sign Leading Separate.
            05  NSR-VALUE-DATE      PIC 9(08).
        01  STATEMENT-XML-RECORD    PIC X(1024).
        FD  OUTSTANDING-FILE.
        01  OUTSTANDING-RECORD.
            05  OSR-SIDE            PIC X(01).
            05  OSR-FIRST-SEEN      PIC 9(08).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  CPTY-MASTER-FILE.
        COPY cpty-master.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY msgq-record.
        COPY settle-msg.
        COPY currency-lookup.
        COPY exit-status.
        COPY gen-catalog.
        COPY setl-track.
        01  JHW-FILE-STATUS         PIC X(02).
        01  NRC-RUN-START.
            05  NRC-START-SECONDS   Usage BINARY-DOUBLE.
        01  NRC-FIELD-SUB           Binary-Long.
        01  NRC-REF                 PIC X(16).
        01  NRC-AMT                 PIC S9(13)V99 COMP-3.
        01  NRC-AMT-MINOR           PIC 9(15).
        01  NRC-CCY                 PIC X(03).
        01  NRC-PARTY               PIC X(08).
        01  NRC-CPM-STATUS          PIC X(02).
        01  NRC-CPM-OPEN-SW         PIC X(01) Value 'N'.
            88  NRC-CPM-OPEN            Value 'Y', False 'N'.
        01  NRC-VDATE               PIC 9(08).
        01  NRC-HAVE-REF-SW         PIC X(01).
            88  NRC-HAVE-REF            Value 'Y', False 'N'.
        01  NRC-SVCR-REF            PIC X(16).
      * camt.053 statement
        01  NRC-XML-SWITCH          PIC X(01).
            88  NRC-XML-STATEMENT       Value 'Y', False 'N'.
        01  NRC-CAMT-SWITCH         PIC X(01).
            88  NRC-CAMT-SEEN           Value 'Y', False 'N'.
        01  NRC-ENTRY-SWITCH        PIC X(01).
            88  NRC-IN-ENTRY            Value 'Y', False 'N'.
        01  NRC-CUT-SWITCH          PIC X(01).
            88  NRC-CUT-DONE            Value 'Y', False 'N'.
        01  NRC-XML-BUFFER          PIC X(4096).
        01  NRC-XML-WORK            PIC X(4096).
        01  NRC-XML-LEN             Binary-Long.
        01  NRC-ENTRY-LEN           Binary-Long.
        01  NRC-LEAD                Binary-Long.
        01  NRC-TRAIL               Binary-Long.
        01  NRC-LINE-LEN            Binary-Long.
        01  NRC-TALLY               Binary-Long.
        01  NRC-ENTRY-COUNT         PIC 9(09) Value 0.
        01  NRC-BAD-ENTRY-COUNT     PIC 9(09) Value 0.
        01  NRC-OURS-COUNT          Binary-Long Value 0.
        01  NRC-OURS-SUB            Binary-Long.
        01  NRC-OURS-TABLE.
                RETURNING NRC-QUEUE-SIZE
            END-CALL
            COMPUTE NRC-SLOT-COUNT =
               NRC-QUEUE-SIZE / LENGTH OF MSGQ-RECORD
            OPEN INPUT CPTY-MASTER-FILE
            IF NRC-CPM-STATUS = '00'
               SET NRC-CPM-OPEN TO TRUE
            ELSE
               DISPLAY 'nostro-recon: CPTYMST not available, status '
                  NRC-CPM-STATUS ', amounts without a currency'
                  ' taken as cents'
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

      * late statement clears last week's break
        2000-LOAD-OUTSTANDING.
            SET NRC-EOF TO FALSE
            MOVE 'NOSTROOS' TO GNC-BASE-NAME
            PERFORM 9850-GEN-POINT-INPUT THRU 9850-GEN-POINT-INPUT-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 2000-LOAD-OUTSTANDING-EXIT
            END-IF
            OPEN INPUT OUTSTANDING-FILE
            PERFORM 2100-READ-ONE-OUTSTANDING
               THRU 2100-READ-ONE-OUTSTANDING-EXIT
        2300-ADD-THEIRS-EXIT.
            EXIT.

      * the first line says which form the statement is in
        2500-LOAD-STATEMENT.
            SET NRC-EOF TO FALSE
            SET NRC-XML-STATEMENT TO FALSE
            OPEN INPUT STATEMENT-IN-FILE
            READ STATEMENT-IN-FILE
                AT END
                    SET NRC-EOF TO TRUE
            END-READ
            MOVE 0 TO NRC-LEAD
            IF NOT NRC-EOF
               INSPECT STATEMENT-XML-RECORD
                  TALLYING NRC-LEAD FOR LEADING SPACES
               IF NRC-LEAD < LENGTH OF STATEMENT-XML-RECORD
                  IF STATEMENT-XML-RECORD (NRC-LEAD + 1:1) = '<'
                     SET NRC-XML-STATEMENT TO TRUE
                  END-IF
               END-IF
            END-IF
            EVALUATE TRUE
               WHEN NRC-EOF
                  CONTINUE
               WHEN NRC-XML-STATEMENT
                  PERFORM 2700-LOAD-XML-STATEMENT
                     THRU 2700-LOAD-XML-STATEMENT-EXIT
               WHEN OTHER
                  PERFORM 2610-TAKE-FIXED-LINE
                     THRU 2610-TAKE-FIXED-LINE-EXIT
                  PERFORM 2600-READ-ONE-STATEMENT
                     THRU 2600-READ-ONE-STATEMENT-EXIT
                      UNTIL NRC-EOF
            END-EVALUATE
            CLOSE STATEMENT-IN-FILE.
        2500-LOAD-STATEMENT-EXIT.
            EXIT.
                AT END
                    SET NRC-EOF TO TRUE
                NOT AT END
                    PERFORM 2610-TAKE-FIXED-LINE
                       THRU 2610-TAKE-FIXED-LINE-EXIT
            END-READ.
        2600-READ-ONE-STATEMENT-EXIT.
            EXIT.

        2610-TAKE-FIXED-LINE.
            MOVE NSR-REFERENCE TO OSR-REFERENCE
            MOVE NSR-AMOUNT TO OSR-AMOUNT
            MOVE NSR-VALUE-DATE TO OSR-VALUE-DATE
            MOVE NRC-TODAY TO OSR-FIRST-SEEN
            PERFORM 2300-ADD-THEIRS THRU 2300-ADD-THEIRS-EXIT.
        2610-TAKE-FIXED-LINE-EXIT.
            EXIT.

      * camt.053: the lines are run together, trimmed, and each
      * complete <Ntry> ... </Ntry> is cut off the front of the
      * buffer as soon as its end tag arrives
        2700-LOAD-XML-STATEMENT.
            SET NRC-CAMT-SEEN TO FALSE
            SET NRC-IN-ENTRY TO FALSE
            MOVE 0 TO NRC-XML-LEN
            MOVE SPACES TO NRC-XML-BUFFER
            PERFORM 2710-TAKE-XML-LINE THRU 2710-TAKE-XML-LINE-EXIT
            PERFORM 2720-READ-XML-LINE THRU 2720-READ-XML-LINE-EXIT
                UNTIL NRC-EOF
            IF NOT NRC-CAMT-SEEN
               DISPLAY 'nostro-recon: NOSTROIN is XML but not a '
                  'camt.053 statement'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 2700-LOAD-XML-STATEMENT-EXIT
            END-IF
            IF NRC-IN-ENTRY
               DISPLAY 'nostro-recon: statement ends inside an entry'
               ADD 1 TO NRC-BAD-ENTRY-COUNT
               SET JOB-WARNING TO TRUE
            END-IF
            DISPLAY 'nostro-recon: camt.053 statement, '
               NRC-ENTRY-COUNT ' entries, '
               NRC-BAD-ENTRY-COUNT ' rejected'.
        2700-LOAD-XML-STATEMENT-EXIT.
            EXIT.

        2710-TAKE-XML-LINE.
            MOVE 0 TO NRC-LEAD
            INSPECT STATEMENT-XML-RECORD
               TALLYING NRC-LEAD FOR LEADING SPACES
            IF NRC-LEAD NOT < LENGTH OF STATEMENT-XML-RECORD
               GO TO 2710-TAKE-XML-LINE-EXIT
            END-IF
            MOVE 0 TO NRC-TRAIL
            INSPECT FUNCTION REVERSE(STATEMENT-XML-RECORD)
               TALLYING NRC-TRAIL FOR LEADING SPACES
            COMPUTE NRC-LINE-LEN = LENGTH OF STATEMENT-XML-RECORD
               - NRC-LEAD - NRC-TRAIL
            IF NOT NRC-CAMT-SEEN
               MOVE 0 TO NRC-TALLY
               INSPECT STATEMENT-XML-RECORD
                  TALLYING NRC-TALLY FOR ALL 'camt.053'
               IF NRC-TALLY > 0
                  SET NRC-CAMT-SEEN TO TRUE
               END-IF
            END-IF
      *     an entry too big to hold is dropped whole; the scan
      *     picks up again at the next <Ntry>
            IF NRC-XML-LEN + NRC-LINE-LEN > LENGTH OF NRC-XML-BUFFER
               IF NRC-IN-ENTRY
                  DISPLAY 'nostro-recon: statement entry too long'
                  ADD 1 TO NRC-ENTRY-COUNT
                  ADD 1 TO NRC-BAD-ENTRY-COUNT
                  SET JOB-WARNING TO TRUE
                  SET NRC-IN-ENTRY TO FALSE
               END-IF
               MOVE 0 TO NRC-XML-LEN
               MOVE SPACES TO NRC-XML-BUFFER
            END-IF
            MOVE STATEMENT-XML-RECORD (NRC-LEAD + 1:NRC-LINE-LEN)
              TO NRC-XML-BUFFER (NRC-XML-LEN + 1:NRC-LINE-LEN)
            ADD NRC-LINE-LEN TO NRC-XML-LEN
            SET NRC-CUT-DONE TO FALSE
            PERFORM 2730-CUT-ENTRY THRU 2730-CUT-ENTRY-EXIT
                UNTIL NRC-CUT-DONE.
        2710-TAKE-XML-LINE-EXIT.
            EXIT.

        2720-READ-XML-LINE.
            READ STATEMENT-IN-FILE
                AT END
                    SET NRC-EOF TO TRUE
                NOT AT END
                    PERFORM 2710-TAKE-XML-LINE
                       THRU 2710-TAKE-XML-LINE-EXIT
            END-READ.
        2720-READ-XML-LINE-EXIT.
            EXIT.

      * outside an entry everything ahead of the next <Ntry> is
      * statement header and goes (all but a tail that may hold
      * the start of a split tag); inside one, wait for </Ntry>
        2730-CUT-ENTRY.
            SET NRC-CUT-DONE TO TRUE
            IF NRC-XML-LEN = 0
               GO TO 2730-CUT-ENTRY-EXIT
            END-IF
            IF NOT NRC-IN-ENTRY
               MOVE 0 TO NRC-TALLY
               INSPECT NRC-XML-BUFFER (1:NRC-XML-LEN)
                  TALLYING NRC-TALLY FOR CHARACTERS
                  BEFORE INITIAL '<Ntry>'
               IF NRC-TALLY = NRC-XML-LEN
                  IF NRC-XML-LEN > 5
                     COMPUTE NRC-TALLY = NRC-XML-LEN - 5
                     PERFORM 2740-DROP-FRONT THRU 2740-DROP-FRONT-EXIT
                  END-IF
                  GO TO 2730-CUT-ENTRY-EXIT
               END-IF
               PERFORM 2740-DROP-FRONT THRU 2740-DROP-FRONT-EXIT
               SET NRC-IN-ENTRY TO TRUE
            END-IF
            MOVE 0 TO NRC-TALLY
            INSPECT NRC-XML-BUFFER (1:NRC-XML-LEN)
               TALLYING NRC-TALLY FOR CHARACTERS
               BEFORE INITIAL '</Ntry>'
            IF NRC-TALLY = NRC-XML-LEN
               GO TO 2730-CUT-ENTRY-EXIT
            END-IF
            COMPUTE NRC-ENTRY-LEN = NRC-TALLY + 7
            PERFORM 2750-TAKE-ENTRY THRU 2750-TAKE-ENTRY-EXIT
            MOVE NRC-ENTRY-LEN TO NRC-TALLY
            PERFORM 2740-DROP-FRONT THRU 2740-DROP-FRONT-EXIT
            SET NRC-IN-ENTRY TO FALSE
            SET NRC-CUT-DONE TO FALSE.
        2730-CUT-ENTRY-EXIT.
            EXIT.

      * NRC-TALLY bytes come off the front of the buffer
        2740-DROP-FRONT.
            IF NRC-TALLY NOT < NRC-XML-LEN
               MOVE 0 TO NRC-XML-LEN
               MOVE SPACES TO NRC-XML-BUFFER
               GO TO 2740-DROP-FRONT-EXIT
            END-IF
            IF NRC-TALLY = 0
               GO TO 2740-DROP-FRONT-EXIT
            END-IF
            MOVE SPACES TO NRC-XML-WORK
            MOVE NRC-XML-BUFFER (NRC-TALLY + 1:NRC-XML-LEN - NRC-TALLY)
              TO NRC-XML-WORK
            MOVE NRC-XML-WORK TO NRC-XML-BUFFER
            SUBTRACT NRC-TALLY FROM NRC-XML-LEN.
        2740-DROP-FRONT-EXIT.
            EXIT.

        2750-TAKE-ENTRY.
            ADD 1 TO NRC-ENTRY-COUNT
            IF NOT NRC-CAMT-SEEN OR
               NRC-ENTRY-LEN > LENGTH OF SMG-WIRE
               ADD 1 TO NRC-BAD-ENTRY-COUNT
               DISPLAY 'nostro-recon: statement entry '
                  NRC-ENTRY-COUNT ' not taken'
               SET JOB-WARNING TO TRUE
               GO TO 2750-TAKE-ENTRY-EXIT
            END-IF
            SET SMG-REQ-PARSE TO TRUE
            MOVE SPACES TO SMG-WIRE
            MOVE NRC-XML-BUFFER (1:NRC-ENTRY-LEN) TO SMG-WIRE
            MOVE NRC-ENTRY-LEN TO SMG-WIRE-LENGTH
            CALL 'SETTLE-MSG' USING SMG-CONTROL
            IF NOT SMG-OK
               ADD 1 TO NRC-BAD-ENTRY-COUNT
               DISPLAY 'nostro-recon: statement entry '
                  NRC-ENTRY-COUNT ' rejected, status ' SMG-STATUS
               SET JOB-WARNING TO TRUE
               GO TO 2750-TAKE-ENTRY-EXIT
            END-IF
            PERFORM 3200-EXTRACT-FIELDS
               THRU 3200-EXTRACT-FIELDS-EXIT
            IF NOT NRC-HAVE-REF
               IF NRC-SVCR-REF NOT = SPACES
                  MOVE NRC-SVCR-REF TO NRC-REF
               ELSE
                  MOVE 'NOTPROVIDED' TO NRC-REF
               END-IF
            END-IF
            MOVE NRC-REF TO OSR-REFERENCE
            MOVE NRC-AMT TO OSR-AMOUNT
            MOVE NRC-VDATE TO OSR-VALUE-DATE
            MOVE NRC-TODAY TO OSR-FIRST-SEEN
            PERFORM 2300-ADD-THEIRS THRU 2300-ADD-THEIRS-EXIT.
        2750-TAKE-ENTRY-EXIT.
            EXIT.

        3000-WALK-QUEUE.
            PERFORM 3100-READ-ONE-SLOT
               THRU 3100-READ-ONE-SLOT-EXIT
        3100-READ-ONE-SLOT-EXIT.
            EXIT.

      * AMT rides the wire in minor units; a message without a REF
      * field (heartbeats, netting summaries) is not a nostro item
        3200-EXTRACT-FIELDS.
            SET NRC-HAVE-REF TO FALSE
            MOVE SPACES TO NRC-SVCR-REF NRC-CCY NRC-PARTY
            MOVE 0 TO NRC-AMT NRC-AMT-MINOR
            MOVE 0 TO NRC-VDATE
            PERFORM 3210-TAKE-ONE-FIELD
               THRU 3210-TAKE-ONE-FIELD-EXIT
               VARYING NRC-FIELD-SUB FROM 1 BY 1
               UNTIL NRC-FIELD-SUB > SMG-FIELD-COUNT
            PERFORM 3250-SCALE-AMOUNT THRU 3250-SCALE-AMOUNT-EXIT.
        3200-EXTRACT-FIELDS-EXIT.
            EXIT.

                    TO NRC-REF
                  SET NRC-HAVE-REF TO TRUE
               WHEN 'AMT'
                  MOVE FUNCTION NUMVAL(
                     SMG-F-VALUE (NRC-FIELD-SUB)) TO NRC-AMT-MINOR
               WHEN 'CCY'
                  MOVE SMG-F-VALUE (NRC-FIELD-SUB) (1:3) TO NRC-CCY
               WHEN 'PRTY'
                  MOVE SMG-F-VALUE (NRC-FIELD-SUB) (1:8) TO NRC-PARTY
               WHEN 'VDTE'
                  MOVE FUNCTION NUMVAL(
                     SMG-F-VALUE (NRC-FIELD-SUB)) TO NRC-VDATE
               WHEN 'SREF'
                  MOVE SMG-F-VALUE (NRC-FIELD-SUB) (1:16)
                    TO NRC-SVCR-REF
            END-EVALUATE.
        3210-TAKE-ONE-FIELD-EXIT.
            EXIT.

      * the message's own currency, or else the one its party
      * settles in; with neither the amount is taken as cents
        3250-SCALE-AMOUNT.
            IF NRC-CCY = SPACES AND NRC-PARTY NOT = SPACES AND
               NRC-CPM-OPEN
               MOVE NRC-PARTY TO CPM-ID
               READ CPTY-MASTER-FILE
               IF NRC-CPM-STATUS = '00'
                  MOVE CPM-SETTLE-CCY TO NRC-CCY
               END-IF
            END-IF
            MOVE NRC-CCY TO CYQ-CODE
            MOVE NRC-AMT-MINOR TO CYQ-MINOR-AMOUNT
            SET CYQ-REQ-TOMAJOR TO TRUE
            CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL
            MOVE CYQ-AMOUNT TO NRC-AMT.
        3250-SCALE-AMOUNT-EXIT.
            EXIT.

        4000-MATCH-ALL.
            PERFORM 4100-MATCH-ONE-OURS
               THRU 4100-MATCH-ONE-OURS-EXIT
            MOVE NRC-THEIRS-ONLY-COUNT TO NRC-SL-THEIRS
            WRITE REPORT-LINE FROM NRC-SUMMARY-LINE
            CLOSE REPORT-FILE
            PERFORM 5300-TRACK-ONE-OURS
               THRU 5300-TRACK-ONE-OURS-EXIT
               VARYING NRC-OURS-SUB FROM 1 BY 1
               UNTIL NRC-OURS-SUB > NRC-OURS-COUNT
            IF NRC-OURS-ONLY-COUNT > 0 OR
               NRC-THEIRS-ONLY-COUNT > 0
               SET JOB-WARNING TO TRUE
        5200-PRINT-ONE-THEIRS-EXIT.
            EXIT.

      * the tracker follows the item by its reference
        5300-TRACK-ONE-OURS.
            SET SKQ-REQ-POST TO TRUE
            IF NRC-O-MATCHED (NRC-OURS-SUB) = 'Y'
               SET SKQ-STAGE-MATCHED TO TRUE
            ELSE
               SET SKQ-STAGE-OUTSTAND TO TRUE
               MOVE 'FIRST SEEN' TO SKQ-NOTE
               MOVE NRC-O-FIRST (NRC-OURS-SUB) TO SKQ-NOTE (12:8)
            END-IF
            SET SKQ-GROSS-ITEM TO TRUE
            MOVE NRC-O-REF (NRC-OURS-SUB) TO SKQ-REFERENCE
            MOVE NRC-O-AMT (NRC-OURS-SUB) TO SKQ-AMOUNT
            MOVE NRC-O-VDATE (NRC-OURS-SUB) TO SKQ-VALUE-DATE
            MOVE 'NOSTRRCN' TO SKQ-PROGRAM
            CALL 'SETL-TRACK' USING SKQ-CONTROL.
        5300-TRACK-ONE-OURS-EXIT.
            EXIT.

      * a run that must be rerun leaves the current generation in
      * place
        6000-CARRY-FORWARD.
            IF JOB-NEEDS-RERUN
               GO TO 6000-CARRY-FORWARD-EXIT
            END-IF
            MOVE 'NOSTROOS' TO GNC-BASE-NAME
            PERFORM 9860-GEN-POINT-OUTPUT
               THRU 9860-GEN-POINT-OUTPUT-EXIT
            IF JOB-NEEDS-RERUN
               GO TO 6000-CARRY-FORWARD-EXIT
            END-IF
            OPEN OUTPUT OUTSTANDING-FILE
            PERFORM 6100-CARRY-ONE-OURS
               THRU 6100-CARRY-ONE-OURS-EXIT
               THRU 6200-CARRY-ONE-THEIRS-EXIT
               VARYING NRC-THEIRS-SUB FROM 1 BY 1
               UNTIL NRC-THEIRS-SUB > NRC-THEIRS-COUNT
            CLOSE OUTSTANDING-FILE
            MOVE NRC-TODAY TO GNC-BUSINESS-DATE
            MOVE 'NOSTRRCN' TO GNC-PROGRAM-ID
            PERFORM 9870-GEN-PUBLISH THRU 9870-GEN-PUBLISH-EXIT.
        6000-CARRY-FORWARD-EXIT.
            EXIT.

            EXIT.

        9999-EXIT.
            IF NRC-CPM-OPEN
               CLOSE CPTY-MASTER-FILE
            END-IF
            DISPLAY 'nostro-recon: ' NRC-MATCHED-COUNT
               ' matched, ' NRC-OURS-ONLY-COUNT ' ours-only, '
               NRC-THEIRS-ONLY-COUNT ' theirs-only'

        COPY jobhist-paragraphs.
        COPY exit-status-paragraphs.
        COPY gen-catalog-paragraphs.
        End Program NOSTRO-RECON.
