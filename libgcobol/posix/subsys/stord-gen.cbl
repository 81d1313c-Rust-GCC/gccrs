      *  Nightly standing-order generator.  Walks the indexed
      *  STANDORD file (stord-record.cpy, maintained by STORD-MAINT)
      *  and for every active order whose next-run date has been
      *  reached emits a ready-made ACCTTRAN movement transaction
      *  into the posting stream (GENTRAN, acct-maint transaction
      *  layout) so the rent, payroll and sweep postings that used
      *  to be keyed by hand go through the normal edits and audit
      *  of the account-master maintenance.  The account must be on
      *  the live master; an order that fell several periods behind
      *  generates one movement carrying the accumulated effect,
      *  not a burst of stale ones.  After
      *  generation the order's next-run date advances by its
      *  frequency and is rolled off weekends and holidays to the
      *  first business date through RUN-CALENDAR.  An order past
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Orders are emitted as movement (M)
      *                        transactions carrying the period's
      *                        net amount instead of a replacement
      *                        balance, so postings applied before
      *                        the maintenance run are not
      *                        overwritten.  Each carries origin
      *                        STORDGEN, the order number as
      *                        reference and the order description
      *                        as narrative for the account's
      *                        posted-transaction history.
      *  2026-10-15 smckinney  An order whose account is missing or
      *                        closed generates nothing and appends
      *                        an SOFL event to the NOTIFEVT
      *                        customer-notification feed
      *                        (notif-event.cpy); the customer
      *                        learns the payment did not go.
      *  2026-10-15 smckinney  Each transaction carries its intake
      *                        stamp (ATR-PROVENANCE): its record
      *                        number in GENTRAN and the run's
      *                        business date, no inbound file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. STORD-GEN.
                File Status Is SGN-ACCT-STATUS.
            Select GEN-TRAN-FILE Assign To GENTRAN
                Organization Is Line Sequential.
            Select OPTIONAL NOTIF-EVENT-FILE Assign To NOTIFEVT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
            05  ATR-TYPE            PIC X(02).
            05  ATR-CURRENCY        PIC X(03).
            05  ATR-BALANCE         PIC S9(13)V99.
            05  ATR-AMOUNT REDEFINES ATR-BALANCE
                                    PIC S9(13)V99.
            05  ATR-OPEN-DATE       PIC X(08).
            05  ATR-ORIGIN          PIC X(08).
            05  ATR-REFERENCE       PIC X(16).
            05  ATR-NARRATIVE       PIC X(30).
            05  FILLER              PIC X(60).
            05  ATR-PROVENANCE.
                10  ATR-SRC-SENDER  PIC X(08).
                10  ATR-SRC-FILE-SEQ PIC 9(06).
                10  ATR-SRC-RECORD  PIC 9(09).
                10  ATR-SRC-RUN-ID  PIC X(08).
        FD  NOTIF-EVENT-FILE.
        COPY notif-event.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        01  SGN-SKIP-COUNT          PIC 9(09) Value 0.
        01  SGN-TODAY               PIC 9(08).
        01  SGN-NET-AMOUNT          PIC S9(13)V99 COMP-3.
        01  SGN-DUE-DATE.
            05  SGN-DUE-YYYY        PIC 9(04).
            05  SGN-DUE-MM          PIC 9(02).
                  SGN-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            OPEN OUTPUT GEN-TRAN-FILE
            OPEN EXTEND NOTIF-EVENT-FILE.
        1000-INITIALIZE-EXIT.
            EXIT.

               END-STRING
               MOVE FUNCTION POSIX-SYSLOG(4, SGN-SYSLOG-MSG)
                 TO AUD-RC
               PERFORM 3250-NOTIFY-FAILURE
                  THRU 3250-NOTIFY-FAILURE-EXIT
               GO TO 3200-EMIT-TRANSACTION-EXIT
            END-IF
      *     the maintenance run would only reject a movement
      *     against a closed account
            IF NOT AM-STATUS-ACTIVE
               MOVE SPACES TO SGN-SYSLOG-MSG
               STRING 'STORDGEN order account closed key='
                      DELIMITED BY SIZE
                      SOR-ACCOUNT-KEY DELIMITED BY SIZE
                      X'00' DELIMITED BY SIZE
                 INTO SGN-SYSLOG-MSG
               END-STRING
               MOVE FUNCTION POSIX-SYSLOG(4, SGN-SYSLOG-MSG)
                 TO AUD-RC
               PERFORM 3250-NOTIFY-FAILURE
                  THRU 3250-NOTIFY-FAILURE-EXIT
               GO TO 3200-EMIT-TRANSACTION-EXIT
            END-IF
            MOVE SPACES TO GEN-TRAN-RECORD
            MOVE 'M' TO ATR-ACTION
            MOVE AM-KEY TO ATR-KEY
            MOVE AM-SHORT-NAME TO ATR-SHORT-NAME
            MOVE AM-CUSTOMER-NAME TO ATR-CUST-NAME
            MOVE AM-BRANCH TO ATR-BRANCH
            MOVE AM-TYPE TO ATR-TYPE
            MOVE AM-CURRENCY TO ATR-CURRENCY
            MOVE SGN-NET-AMOUNT TO ATR-AMOUNT
            MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            MOVE 'STORDGEN' TO ATR-ORIGIN
            STRING 'SO ' SOR-ORDER-NO DELIMITED BY SIZE
              INTO ATR-REFERENCE
            END-STRING
            MOVE SOR-DESCRIPTION TO ATR-NARRATIVE
            MOVE SPACES TO ATR-SRC-SENDER
            MOVE 0 TO ATR-SRC-FILE-SEQ
            COMPUTE ATR-SRC-RECORD = SGN-GEN-COUNT + 1
            MOVE SGN-TODAY TO ATR-SRC-RUN-ID
            WRITE GEN-TRAN-RECORD
            ADD 1 TO SGN-GEN-COUNT
            MOVE 'STORDGEN' TO AUD-PROGRAM-ID
        3200-EMIT-TRANSACTION-EXIT.
            EXIT.

      * the order number and the night make the event unique
        3250-NOTIFY-FAILURE.
            SET NEV-TYPE-STORD-FAIL TO TRUE
            MOVE SOR-ACCOUNT-KEY TO NEV-ACCOUNT-KEY
            MOVE SGN-TODAY TO NEV-EVENT-DATE
            MOVE SPACES TO NEV-REFERENCE
            STRING 'SO ' SOR-ORDER-NO DELIMITED BY SIZE
              INTO NEV-REFERENCE
            END-STRING
            MOVE FUNCTION CURRENT-DATE (9:6) TO NEV-EVENT-TIME
            MOVE 'STORDGEN' TO NEV-SOURCE
            MOVE SGN-NET-AMOUNT TO NEV-AMOUNT
            MOVE SPACES TO NEV-TEXT
            STRING 'NOT PAID: ' SOR-DESCRIPTION DELIMITED BY SIZE
              INTO NEV-TEXT
            END-STRING
            WRITE NOTIF-EVENT-RECORD.
        3250-NOTIFY-FAILURE-EXIT.
            EXIT.

      * advances SGN-DUE-DATE by the order's frequency; month
      * arithmetic clamps the day to the target month's length
        3300-ADVANCE-FREQUENCY.

        9999-EXIT.
            CLOSE STORD-FILE ACCT-MASTER-FILE GEN-TRAN-FILE
                  NOTIF-EVENT-FILE
            DISPLAY 'stord-gen: ' SGN-READ-COUNT ' orders read, '
               SGN-GEN-COUNT ' transactions generated, '
               SGN-EXPIRE-COUNT ' expired, '
