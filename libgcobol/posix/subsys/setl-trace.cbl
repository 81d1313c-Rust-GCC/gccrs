      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  setl-trace.cbl
      *
      *  Settlement item tracker, batch inquiry.  The same question
      *  the listener's tracker handler (SETL-INQ) answers at the
      *  desk -- what became of "our payment reference X" -- for a
      *  reference, a counterparty or a range of business dates,
      *  printed in full for a query or an investigation file.
      *  Every item received in the selection is listed with each
      *  stage of its life and the date and time it got there:
      *  received (and from which run), netted into the party's
      *  net instruction, held, queued at which sequence and for
      *  which value date, carried past cutoff, sent, acked or
      *  still unacked (the slot's live state on the queue file),
      *  and matched or outstanding on the nostro statement.  The
      *  joins are SETL-TRACK's (setl-track.cpy), which owns the
      *  settlement tracking log every stage writes.
      *  The trace prints to TRKRPT.
      *
      *  Flags (cmdline-parms.cpy style), at least one of:
      *      -REF=<reference>     -PARTY=<counterparty>
      *      -FROM=<yyyymmdd>     -TO=<yyyymmdd>   business dates
      *
      *  A selection with nothing on the log ends with a warning.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. SETL-TRACE.
        Environment Division.
        Input-Output Section.
        File-Control.
            Select REPORT-FILE Assign To TRKRPT
                Organization Is Line Sequential.
        Data Division.
        File Section.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        Working-Storage Section.
        COPY setl-track.
        COPY cmdline-parms.
        COPY exit-status.
        01  SKT-SEL-REFERENCE       PIC X(16) Value SPACES.
        01  SKT-SEL-PARTY           PIC X(08) Value SPACES.
        01  SKT-FROM-DATE           PIC 9(08) Value 0.
        01  SKT-TO-DATE             PIC 9(08) Value 0.
        01  SKT-DONE-SWITCH         PIC X(01).
            88  SKT-DONE                Value 'Y', False 'N'.
        01  SKT-SUB                 Binary-Long.
        01  SKT-ITEM-TOTAL          PIC 9(07) Value 0.
        01  SKT-SKIP                PIC 9(05) Value 0.
        01  SKT-STAMP-IN            PIC X(14).
        01  SKT-STAMP-OUT           PIC X(19).
        01  SKT-COUNT-EDIT          PIC Z(6)9.
        01  SKT-ITEM-LINE.
            05  FILLER              PIC X(05) Value 'ITEM '.
            05  SIL-PARTY           PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  SIL-REFERENCE       PIC X(16).
            05  FILLER              PIC X(01) Value SPACE.
            05  SIL-AMOUNT          PIC -(13)9.99.
            05  FILLER              PIC X(12) Value ' VALUE DATE '.
            05  SIL-VALUE-DATE      PIC 9(08).
            05  FILLER              PIC X(13)
                Value ' RECEIVED ON '.
            05  SIL-BUS-DATE        PIC 9(08).
        01  SKT-STAGE-LINE.
            05  FILLER              PIC X(04) Value SPACES.
            05  SSL-STAGE           PIC X(12).
            05  SSL-STAMP           PIC X(19).
            05  FILLER              PIC X(02) Value SPACES.
            05  SSL-DETAIL          PIC X(60).
        01  SKT-DETAIL              PIC X(60).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-TRACE-ALL THRU 2000-TRACE-ALL-EXIT
               PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            END-IF
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            PERFORM 9700-CLP-PARSE-ARGS THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'REF' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            MOVE CLP-LOOKUP-VALUE TO SKT-SEL-REFERENCE
            MOVE 'PARTY' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            MOVE CLP-LOOKUP-VALUE TO SKT-SEL-PARTY
            MOVE 'FROM' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO SKT-FROM-DATE
            END-IF
            MOVE 'TO' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO SKT-TO-DATE
            END-IF
            IF SKT-SEL-REFERENCE = SPACES AND
               SKT-SEL-PARTY = SPACES AND
               SKT-FROM-DATE = 0 AND SKT-TO-DATE = 0
               DISPLAY 'setl-trace: give -REF, -PARTY or a -FROM'
                  ' and -TO business date range'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE
            MOVE 'SETTLEMENT ITEM TRACE' TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING 'REFERENCE ' SKT-SEL-REFERENCE
                   ' PARTY ' SKT-SEL-PARTY
                   ' BUSINESS DATES ' SKT-FROM-DATE
                   ' TO ' SKT-TO-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

      * one TRACE per page of items, the skip moving past what
      * has been printed
        2000-TRACE-ALL.
            SET SKT-DONE TO FALSE
            MOVE 0 TO SKT-SKIP
            PERFORM 2100-ONE-PAGE THRU 2100-ONE-PAGE-EXIT
                UNTIL SKT-DONE.
        2000-TRACE-ALL-EXIT.
            EXIT.

        2100-ONE-PAGE.
            SET SKQ-REQ-TRACE TO TRUE
            MOVE SKT-SEL-REFERENCE TO SKQ-SEL-REFERENCE
            MOVE SKT-SEL-PARTY TO SKQ-SEL-PARTY
            MOVE SKT-FROM-DATE TO SKQ-SEL-FROM-DATE
            MOVE SKT-TO-DATE TO SKQ-SEL-TO-DATE
            MOVE SKT-SKIP TO SKQ-SKIP-ITEMS
            MOVE 20 TO SKQ-MAX-ITEMS
            CALL 'SETL-TRACK' USING SKQ-CONTROL
            EVALUATE TRUE
               WHEN SKQ-OK
                  CONTINUE
               WHEN SKQ-NOT-FOUND
                  SET SKT-DONE TO TRUE
                  GO TO 2100-ONE-PAGE-EXIT
               WHEN OTHER
                  DISPLAY 'setl-trace: tracking log not readable,'
                     ' status ' SKQ-STATUS
                  SET JOB-NEEDS-RERUN TO TRUE
                  SET SKT-DONE TO TRUE
                  GO TO 2100-ONE-PAGE-EXIT
            END-EVALUATE
            PERFORM 3000-PRINT-ITEM THRU 3000-PRINT-ITEM-EXIT
               VARYING SKT-SUB FROM 1 BY 1
               UNTIL SKT-SUB > SKQ-ITEM-COUNT
            ADD SKQ-ITEM-COUNT TO SKT-SKIP
            IF NOT SKQ-MORE
               SET SKT-DONE TO TRUE
            END-IF.
        2100-ONE-PAGE-EXIT.
            EXIT.

        3000-PRINT-ITEM.
            ADD 1 TO SKT-ITEM-TOTAL
            MOVE SKQ-I-PARTY (SKT-SUB) TO SIL-PARTY
            MOVE SKQ-I-REFERENCE (SKT-SUB) TO SIL-REFERENCE
            MOVE SKQ-I-AMOUNT (SKT-SUB) TO SIL-AMOUNT
            MOVE SKQ-I-VALUE-DATE (SKT-SUB) TO SIL-VALUE-DATE
            MOVE SKQ-I-BUS-DATE (SKT-SUB) TO SIL-BUS-DATE
            WRITE REPORT-LINE FROM SKT-ITEM-LINE
            MOVE SPACES TO SKT-DETAIL
            STRING 'FROM RUN ' SKQ-I-RECEIVED-BY (SKT-SUB)
               DELIMITED BY SIZE INTO SKT-DETAIL
            MOVE SKQ-I-RECEIVED (SKT-SUB) TO SKT-STAMP-IN
            MOVE 'RECEIVED' TO SSL-STAGE
            PERFORM 3900-STAGE-LINE THRU 3900-STAGE-LINE-EXIT
            IF SKQ-I-NETTED (SKT-SUB) NOT = SPACES
               MOVE SPACES TO SKT-DETAIL
               STRING 'INTO NET INSTRUCTION ' SKQ-I-PARTY (SKT-SUB)
                      ' ' SKQ-I-BUS-DATE (SKT-SUB)
                  DELIMITED BY SIZE INTO SKT-DETAIL
               MOVE SKQ-I-NETTED (SKT-SUB) TO SKT-STAMP-IN
               MOVE 'NETTED' TO SSL-STAGE
               PERFORM 3900-STAGE-LINE THRU 3900-STAGE-LINE-EXIT
            END-IF
            IF SKQ-I-HELD (SKT-SUB) NOT = SPACES
               MOVE SKQ-I-HOLD-NOTE (SKT-SUB) TO SKT-DETAIL
               MOVE SKQ-I-HELD (SKT-SUB) TO SKT-STAMP-IN
               MOVE 'HELD' TO SSL-STAGE
               PERFORM 3900-STAGE-LINE THRU 3900-STAGE-LINE-EXIT
            END-IF
            MOVE SPACES TO SKT-DETAIL
            IF SKQ-I-SEQUENCE (SKT-SUB) = 0
               MOVE 'NOT QUEUED' TO SKT-DETAIL
            ELSE
               STRING 'SEQUENCE ' SKQ-I-SEQUENCE (SKT-SUB)
                      ' VALUE DATE ' SKQ-I-SETTLE-DATE (SKT-SUB)
                  DELIMITED BY SIZE INTO SKT-DETAIL
            END-IF
            MOVE SKQ-I-QUEUED (SKT-SUB) TO SKT-STAMP-IN
            MOVE 'QUEUED' TO SSL-STAGE
            PERFORM 3900-STAGE-LINE THRU 3900-STAGE-LINE-EXIT
            IF SKQ-I-CARRIED (SKT-SUB) NOT = SPACES
               MOVE SPACES TO SKT-DETAIL
               STRING 'MISSED CUTOFF, VALUE DATE NOW '
                      SKQ-I-SETTLE-DATE (SKT-SUB)
                  DELIMITED BY SIZE INTO SKT-DETAIL
               MOVE SKQ-I-CARRIED (SKT-SUB) TO SKT-STAMP-IN
               MOVE 'CARRIED' TO SSL-STAGE
               PERFORM 3900-STAGE-LINE THRU 3900-STAGE-LINE-EXIT
            END-IF
            IF SKQ-I-SEQUENCE (SKT-SUB) = 0
               GO TO 3000-NOSTRO
            END-IF
            MOVE SPACES TO SKT-DETAIL
            IF SKQ-I-SENT (SKT-SUB) = SPACES
               MOVE 'NOT SENT' TO SKT-DETAIL
            END-IF
            MOVE SKQ-I-SENT (SKT-SUB) TO SKT-STAMP-IN
            MOVE 'SENT' TO SSL-STAGE
            PERFORM 3900-STAGE-LINE THRU 3900-STAGE-LINE-EXIT
            MOVE SPACES TO SKT-DETAIL
            EVALUATE TRUE
               WHEN SKQ-I-SLOT-ACKED (SKT-SUB)
                  MOVE 'ACKED' TO SKT-DETAIL
               WHEN SKQ-I-SLOT-SENT (SKT-SUB)
                  MOVE 'UNACKED, SENT AND AWAITING ACK'
                    TO SKT-DETAIL
               WHEN SKQ-I-SLOT-QUEUED (SKT-SUB)
                  MOVE 'UNACKED, STILL ON THE QUEUE' TO SKT-DETAIL
               WHEN OTHER
                  MOVE 'SLOT NOT FOUND ON THE QUEUE FILE'
                    TO SKT-DETAIL
            END-EVALUATE
            MOVE SKQ-I-ACKED (SKT-SUB) TO SKT-STAMP-IN
            MOVE 'ACK' TO SSL-STAGE
            PERFORM 3900-STAGE-LINE THRU 3900-STAGE-LINE-EXIT.
        3000-NOSTRO.
            MOVE SPACES TO SKT-DETAIL
            EVALUATE TRUE
               WHEN SKQ-I-MATCHED (SKT-SUB)
                  MOVE 'MATCHED ON THE STATEMENT' TO SKT-DETAIL
               WHEN SKQ-I-OUTSTANDING (SKT-SUB)
                  MOVE 'OUTSTANDING, NOT ON THE STATEMENT'
                    TO SKT-DETAIL
               WHEN OTHER
                  MOVE 'NOT YET RECONCILED' TO SKT-DETAIL
            END-EVALUATE
            MOVE SKQ-I-NOSTRO-AT (SKT-SUB) TO SKT-STAMP-IN
            MOVE 'NOSTRO' TO SSL-STAGE
            PERFORM 3900-STAGE-LINE THRU 3900-STAGE-LINE-EXIT
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.
        3000-PRINT-ITEM-EXIT.
            EXIT.

      * SSL-STAGE, SKT-STAMP-IN and SKT-DETAIL are set by the
      * caller; a stage never reached prints no time
        3900-STAGE-LINE.
            MOVE SPACES TO SKT-STAMP-OUT
            IF SKT-STAMP-IN NOT = SPACES
               STRING SKT-STAMP-IN (1:4) '-' SKT-STAMP-IN (5:2) '-'
                      SKT-STAMP-IN (7:2) ' ' SKT-STAMP-IN (9:2) ':'
                      SKT-STAMP-IN (11:2) ':' SKT-STAMP-IN (13:2)
                  DELIMITED BY SIZE INTO SKT-STAMP-OUT
            END-IF
            MOVE SKT-STAMP-OUT TO SSL-STAMP
            MOVE SKT-DETAIL TO SSL-DETAIL
            WRITE REPORT-LINE FROM SKT-STAGE-LINE.
        3900-STAGE-LINE-EXIT.
            EXIT.

        9999-EXIT.
            MOVE SKT-ITEM-TOTAL TO SKT-COUNT-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING SKT-COUNT-EDIT ' ITEM(S) TRACED'
               DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            IF SKT-ITEM-TOTAL = 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            DISPLAY 'setl-trace: ' SKT-ITEM-TOTAL ' item(s) traced'
            CLOSE REPORT-FILE.
        9999-EXIT-EXIT.
            EXIT.

        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program SETL-TRACE.
