      *  to, and the program emits the reversal and the corrected
      *  entry as one pair into SUSPCLR (acct-maint transaction
      *  layout): the branch suspense account comes down by the
      *  item amount and the right account goes up by it, both as
      *  movements against accounts the live master carries, so the
      *  pair applies under the normal edits, journal, audit and
      *  transaction history in the same maintenance run.  The
      *  item is marked cleared with the date and the account it
      *  was re-pointed to, and the clear is written as an
      *  AUD-RECORD.
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  The clearing pair is emitted as
      *                        movement (M) transactions instead of
      *                        replacement balances, carrying origin
      *                        SUSPCLR1, the suspense item's date
      *                        and sequence as reference and a
      *                        narrative for the accounts'
      *                        posted-transaction history.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. SUSP-CLEAR.
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
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
               GO TO 3000-APPLY-CLEAR-EXIT
            END-IF
      *     the corrected entry
            MOVE SPACES TO CLEAR-TRAN-RECORD
            MOVE 'M' TO ATR-ACTION
            MOVE AM-KEY TO ATR-KEY
            MOVE AM-SHORT-NAME TO ATR-SHORT-NAME
            MOVE AM-CUSTOMER-NAME TO ATR-CUST-NAME
            MOVE AM-BRANCH TO ATR-BRANCH
            MOVE AM-TYPE TO ATR-TYPE
            MOVE AM-CURRENCY TO ATR-CURRENCY
            MOVE SUS-AMOUNT TO ATR-AMOUNT
            MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            PERFORM 3100-STAMP-CLEAR THRU 3100-STAMP-CLEAR-EXIT
            MOVE 'SUSPENSE ITEM CLEARED IN' TO ATR-NARRATIVE
            WRITE CLEAR-TRAN-RECORD
      *     the reversal off the branch suspense account
            MOVE SPACES TO SCL-SUSP-KEY
               ACCEPT CLEAR-SCREEN
               GO TO 3000-APPLY-CLEAR-EXIT
            END-IF
            MOVE SPACES TO CLEAR-TRAN-RECORD
            MOVE 'M' TO ATR-ACTION
            MOVE AM-KEY TO ATR-KEY
            MOVE AM-SHORT-NAME TO ATR-SHORT-NAME
            MOVE AM-CUSTOMER-NAME TO ATR-CUST-NAME
            MOVE AM-BRANCH TO ATR-BRANCH
            MOVE AM-TYPE TO ATR-TYPE
            MOVE AM-CURRENCY TO ATR-CURRENCY
            COMPUTE ATR-AMOUNT = 0 - SUS-AMOUNT
            MOVE AM-OPEN-DATE TO ATR-OPEN-DATE
            PERFORM 3100-STAMP-CLEAR THRU 3100-STAMP-CLEAR-EXIT
            MOVE 'SUSPENSE ITEM CLEARED OUT' TO ATR-NARRATIVE
            WRITE CLEAR-TRAN-RECORD
            SET SUS-STATUS-CLEARED TO TRUE
            MOVE SCL-TODAY TO SUS-CLEARED-DATE
        3000-APPLY-CLEAR-EXIT.
            EXIT.

      * both legs reference the suspense item they clear
        3100-STAMP-CLEAR.
            MOVE 'SUSPCLR1' TO ATR-ORIGIN
            STRING 'S ' SUS-DATE SUS-SEQ DELIMITED BY SIZE
              INTO ATR-REFERENCE
            END-STRING.
        3100-STAMP-CLEAR-EXIT.
            EXIT.

        9999-EXIT.
            CLOSE SUSP-DETAIL-FILE ACCT-MASTER-FILE
                  CLEAR-TRAN-FILE
