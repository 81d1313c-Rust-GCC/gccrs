      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Stop-payment holds (reason STOP) no
      *                        longer count as held funds; a
      *                        STOPCHK request matches a cheque
      *                        number and amount against them for
      *                        inward clearing.
      *  2026-10-15 smckinney  The held total stops at the largest
      *                        amount it can carry instead of
      *                        wrapping, so a sanctions freeze
      *                        (reason SANC) beside any other hold
      *                        still holds everything.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. HOLD-CHECK.
        0000-MAINLINE.
            MOVE 0 TO HCQ-TOTAL
            MOVE 0 TO HCQ-COUNT
            SET HCQ-STOPPED TO FALSE
            IF NOT HCW-OPEN AND NOT HCW-OPEN-FAILED
               PERFORM 1000-OPEN-HOLDS THRU 1000-OPEN-HOLDS-EXIT
            END-IF
                       IF HLD-STATUS-ACTIVE AND
                          (HLD-EXPIRY-DATE = 0 OR
                           HLD-EXPIRY-DATE >= HCQ-ASOF-DATE)
                          PERFORM 2200-COUNT-ONE-HOLD
                             THRU 2200-COUNT-ONE-HOLD-EXIT
                       END-IF
                    END-IF
            END-READ.
        2100-READ-ONE-HOLD-EXIT.
            EXIT.

      * a stop-payment holds no funds; it only answers STOPCHK,
      * matching on cheque number and on amount when it has one
        2200-COUNT-ONE-HOLD.
            IF NOT HLD-STOP-PAYMENT
               ADD HLD-AMOUNT TO HCQ-TOTAL
                  ON SIZE ERROR
                     MOVE 9999999999999.99 TO HCQ-TOTAL
               END-ADD
               ADD 1 TO HCQ-COUNT
               GO TO 2200-COUNT-ONE-HOLD-EXIT
            END-IF
            IF HCQ-REQ-STOPCHK AND
               HLD-CHEQUE-NO = HCQ-CHEQUE-NO AND
               (HLD-AMOUNT = 0 OR HLD-AMOUNT = HCQ-CHEQUE-AMOUNT)
               SET HCQ-STOPPED TO TRUE
            END-IF.
        2200-COUNT-ONE-HOLD-EXIT.
            EXIT.
        End Program HOLD-CHECK.
