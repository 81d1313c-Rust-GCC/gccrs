      *  (SUSPDTL, susp-detail.cpy) and posts the amount onto the
      *  branch's suspense account: one generated ACCTTRAN
      *  transaction per branch into SUSPTRAN (an add the first
      *  time a branch ever suspends, a movement after that), so the
      *  suspense money lives on the master under the normal
      *  edits, journal and audit.  The branch suspense account's
      *  key is 'SUSPENSE' plus the branch code.  The daily
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  A08 movement (M) rejects suspend
      *                        their amount alongside change
      *                        rejects.  An existing branch
      *                        suspense account now takes the
      *                        branch total as a movement instead
      *                        of a replacement balance, and the
      *                        generated transaction carries origin
      *                        SUSPPOST, the run date as reference
      *                        and a narrative for the account's
      *                        posted-transaction history.
      *  2026-10-15 smckinney  Also suspends the inbound settlement
      *                        credits SETTLE-RECV could not apply
      *                        (INBSUSP, same layout as ACCTREJ,
      *                        reasons I01-I03), then empties
      *                        INBSUSP once they are on SUSPDTL.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. SUSPENSE-POST.
        File-Control.
            Select REJECT-IN-FILE Assign To ACCTREJ
                Organization Is Line Sequential.
            Select OPTIONAL INB-SUSP-FILE Assign To INBSUSP
                Organization Is Line Sequential.
            Select SUSP-DETAIL-FILE Assign To SUSPDTL
                Organization Is Indexed
                Access Mode Is Dynamic
                10  FILLER          PIC X(05).
                10  ARJ-BALANCE     PIC S9(13)V99.
                10  FILLER          PIC X(08).
                10  FILLER          PIC X(145).
        FD  INB-SUSP-FILE.
        01  INB-SUSP-RECORD.
            05  IRJ-REASON          PIC X(03).
            05  FILLER              PIC X(01).
            05  IRJ-TRAN.
                10  IRJ-ACTION      PIC X(01).
                10  IRJ-KEY         PIC X(32).
                10  FILLER          PIC X(90).
                10  IRJ-BRANCH      PIC X(04).
                10  FILLER          PIC X(05).
                10  IRJ-BALANCE     PIC S9(13)V99.
                10  FILLER          PIC X(08).
                10  FILLER          PIC X(145).
        FD  SUSP-DETAIL-FILE.
        COPY susp-detail.
        FD  ACCT-MASTER-FILE.
            05  ATR-TYPE            PIC X(02).
            05  ATR-CURRENCY        PIC X(03).
            05  ATR-BALANCE         PIC S9(13)V99.
            05  ATR-AMOUNT REDEFINES ATR-BALANCE
                                    PIC S9(13)V99.
            05  ATR-OPEN-DATE       PIC X(08).
            05  ATR-ORIGIN          PIC X(08).
            05  ATR-REFERENCE       PIC X(16).
            05  ATR-NARRATIVE       PIC X(30).
            05  FILLER              PIC X(91).
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  LEDGER-FILE.
                10  SPP-B-BRANCH    PIC X(04).
                10  SPP-B-TOTAL     PIC S9(13)V99 COMP-3.
        01  SPP-SUSP-KEY            PIC X(32).
        01  SPP-ITEM.
            05  SPP-ITEM-KEY        PIC X(32).
            05  SPP-ITEM-BRANCH     PIC X(04).
            05  SPP-ITEM-AMOUNT     PIC S9(13)V99.
        01  SPP-HDR-LINE.
            05  FILLER              PIC X(27) Value
                'DAILY SUSPENSE REPORT --   '.
            IF JOB-OK
               PERFORM 2000-POST-REJECTS
                  THRU 2000-POST-REJECTS-EXIT
               PERFORM 2500-POST-INBOUND
                  THRU 2500-POST-INBOUND-EXIT
               PERFORM 3000-POST-BRANCHES
                  THRU 3000-POST-BRANCHES-EXIT
               PERFORM 5000-AGED-REPORT
            EXIT.

      * only monetary A08 items suspend: an add or delete that
      * failed carries no money to hold; a change suspends its
      * balance and a movement its amount
        2100-READ-ONE-REJECT.
            READ REJECT-IN-FILE
                AT END
                    SET SPP-EOF TO TRUE
                    GO TO 2100-READ-ONE-REJECT-EXIT
            END-READ
            IF ARJ-REASON NOT = 'A08'
               GO TO 2100-READ-ONE-REJECT-EXIT
            END-IF
            IF ARJ-ACTION NOT = 'C' AND ARJ-ACTION NOT = 'M'
               GO TO 2100-READ-ONE-REJECT-EXIT
            END-IF
            IF ARJ-BALANCE NOT NUMERIC
               GO TO 2100-READ-ONE-REJECT-EXIT
            END-IF
            MOVE ARJ-KEY TO SPP-ITEM-KEY
            MOVE ARJ-BRANCH TO SPP-ITEM-BRANCH
            MOVE ARJ-BALANCE TO SPP-ITEM-AMOUNT
            PERFORM 2150-SUSPEND-ITEM THRU 2150-SUSPEND-ITEM-EXIT.
        2100-READ-ONE-REJECT-EXIT.
            EXIT.

        2150-SUSPEND-ITEM.
            ADD 1 TO SPP-ITEM-SEQ
            MOVE SPP-TODAY TO SUS-DATE
            MOVE SPP-ITEM-SEQ TO SUS-SEQ
            MOVE SPP-ITEM-BRANCH TO SUS-BRANCH
            MOVE SPP-ITEM-KEY TO SUS-ORIG-KEY
            MOVE SPP-ITEM-AMOUNT TO SUS-AMOUNT
            SET SUS-STATUS-OPEN TO TRUE
            MOVE 0 TO SUS-CLEARED-DATE
            MOVE SPACES TO SUS-CLEARED-TO
               DISPLAY 'suspense-post: detail write status '
                  SPP-DTL-STATUS
               SET JOB-WARNING TO TRUE
               GO TO 2150-SUSPEND-ITEM-EXIT
            END-IF
            ADD 1 TO SPP-POSTED-COUNT
            PERFORM 2200-POST-BRANCH-CELL
               THRU 2200-POST-BRANCH-CELL-EXIT
            MOVE 'SUSPPOST' TO AUD-PROGRAM-ID
            MOVE 'SUSPND' TO AUD-ACTION
            MOVE SPP-ITEM-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        2150-SUSPEND-ITEM-EXIT.
            EXIT.

        2200-POST-BRANCH-CELL.
            PERFORM 2210-MATCH-ONE THRU 2210-MATCH-ONE-EXIT
               VARYING SPP-BRANCH-SUB FROM 1 BY 1
               UNTIL SPP-BRANCH-SUB > SPP-BRANCH-COUNT
                  OR SPP-B-BRANCH (SPP-BRANCH-SUB) =
                     SPP-ITEM-BRANCH
            IF SPP-BRANCH-SUB > SPP-BRANCH-COUNT
               IF SPP-BRANCH-COUNT < 100
                  ADD 1 TO SPP-BRANCH-COUNT
                  MOVE SPP-ITEM-BRANCH
                    TO SPP-B-BRANCH (SPP-BRANCH-COUNT)
                  MOVE 0 TO SPP-B-TOTAL (SPP-BRANCH-COUNT)
                  MOVE SPP-BRANCH-COUNT TO SPP-BRANCH-SUB
        2210-MATCH-ONE-EXIT.
            EXIT.

      * every INBSUSP item is an inbound credit with money to hold;
      * the file is emptied once its items are on SUSPDTL so the
      * next run cannot suspend them again
        2500-POST-INBOUND.
            SET SPP-EOF TO FALSE
            OPEN INPUT INB-SUSP-FILE
            PERFORM 2600-READ-ONE-INBOUND
               THRU 2600-READ-ONE-INBOUND-EXIT
                UNTIL SPP-EOF
            CLOSE INB-SUSP-FILE
            OPEN OUTPUT INB-SUSP-FILE
            CLOSE INB-SUSP-FILE.
        2500-POST-INBOUND-EXIT.
            EXIT.

        2600-READ-ONE-INBOUND.
            READ INB-SUSP-FILE
                AT END
                    SET SPP-EOF TO TRUE
                    GO TO 2600-READ-ONE-INBOUND-EXIT
            END-READ
            IF IRJ-ACTION NOT = 'M' OR IRJ-BALANCE NOT NUMERIC
               GO TO 2600-READ-ONE-INBOUND-EXIT
            END-IF
            MOVE IRJ-KEY TO SPP-ITEM-KEY
            MOVE IRJ-BRANCH TO SPP-ITEM-BRANCH
            MOVE IRJ-BALANCE TO SPP-ITEM-AMOUNT
            PERFORM 2150-SUSPEND-ITEM THRU 2150-SUSPEND-ITEM-EXIT.
        2600-READ-ONE-INBOUND-EXIT.
            EXIT.

      * one generated transaction per branch keeps the suspense
      * money on the master under the normal posting discipline
        3000-POST-BRANCHES.
               DELIMITED BY SIZE INTO SPP-SUSP-KEY
            MOVE SPP-SUSP-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            MOVE SPACES TO SUSP-TRAN-RECORD
            IF SPP-ACCT-STATUS = '00'
               MOVE 'M' TO ATR-ACTION
               MOVE SPP-B-TOTAL (SPP-BRANCH-SUB) TO ATR-AMOUNT
               MOVE AM-SHORT-NAME TO ATR-SHORT-NAME
               MOVE AM-CUSTOMER-NAME TO ATR-CUST-NAME
               MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            MOVE SPP-B-BRANCH (SPP-BRANCH-SUB) TO ATR-BRANCH
            MOVE 'GL' TO ATR-TYPE
            MOVE 'XXX' TO ATR-CURRENCY
            MOVE 'SUSPPOST' TO ATR-ORIGIN
            STRING 'SUSP ' SPP-TODAY DELIMITED BY SIZE
              INTO ATR-REFERENCE
            END-STRING
            MOVE 'UNPOSTABLE ITEMS TO SUSPENSE' TO ATR-NARRATIVE
            WRITE SUSP-TRAN-RECORD.
        3100-POST-ONE-BRANCH-EXIT.
            EXIT.
