      *  master account only -- an unknown key is refused on the
      *  spot instead of burning a hold nobody can find.  Expiry is
      *  edited as a real future date (or zero for no expiry); the
      *  HOLD-EXPIRE sweep retires it on the date roll.  A
      *  stop-payment is placed as a hold with reason STOP and the
      *  cheque number stopped; its amount is the cheque's (zero
      *  stops the number whatever the amount) and holds no funds.
      *  A sanctions freeze (reason SANC) belongs to SANC-SCREEN
      *  and CHANGE-REVIEW: it cannot be placed, changed or
      *  released here.
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Cheque-number field for stop-payment
      *                        holds (reason STOP), required on a
      *                        stop and refused on any other hold.
      *  2026-10-15 smckinney  Sanctions freezes (reason SANC) are
      *                        refused here; they are released only
      *                        through the dual-control sanctions
      *                        review.
      *  2026-10-15 smckinney  A placed hold appends a HOLD event to
      *                        the NOTIFEVT customer-notification
      *                        feed (notif-event.cpy).
      *  2026-10-15 smckinney  Every account retrieved is logged to
      *                        the READLOG read-access log through
      *                        READ-ACCESS (operator, key, HMNT,
      *                        time).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. HOLD-MAINT.
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is HMT-ACCT-STATUS.
            Select OPTIONAL NOTIF-EVENT-FILE Assign To NOTIFEVT
                Organization Is Line Sequential.
        Data Division.
        File Section.
        FD  HOLDS-FILE.
        COPY hold-record.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  NOTIF-EVENT-FILE.
        COPY notif-event.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY exit-status.
        COPY read-access.
        01  HMT-FILE-STATUS         PIC X(02).
        01  HMT-ACCT-STATUS         PIC X(02).
        01  HMT-DONE-SWITCH         PIC X(01).
        01  HMT-AMOUNT-IN           PIC X(16).
        01  HMT-REASON-IN           PIC X(04).
        01  HMT-EXPIRY-IN           PIC X(08).
        01  HMT-CHEQUE-IN           PIC X(08).
        01  HMT-CHEQUE-NO           PIC 9(08).
        01  HMT-CONFIRM             PIC X(01).
        01  HMT-AMOUNT              PIC S9(13)V99 COMP-3.
        01  HMT-AMOUNT-DISPLAY      PIC -(11)9.99.
            05  Line 6  Column 22 Pic X(04) Using HMT-REASON-IN.
            05  Line 7  Column 5  Value 'EXPIRY YYYYMMDD'.
            05  Line 7  Column 22 Pic X(08) Using HMT-EXPIRY-IN.
            05  Line 8  Column 5  Value 'CHEQUE NO (STOP)'.
            05  Line 8  Column 22 Pic X(08) Using HMT-CHEQUE-IN.
            05  Line 9  Column 5  Value 'APPLY (Y/N)...:'.
            05  Line 9  Column 22 Pic X(01) Using HMT-CONFIRM.
            05  Line 11 Column 5  Pic X(40) From HMT-EDIT-ERROR.
               MOVE 'ACCOUNT NOT ON MASTER' TO HMT-EDIT-ERROR
               GO TO 2000-ONE-HOLD-EXIT
            END-IF
            MOVE HMT-OPERATOR TO RAQ-USER
            MOVE AM-KEY TO RAQ-KEY
            MOVE 'HMNT' TO RAQ-TXN-CODE
            MOVE 'HOLDMNT1' TO RAQ-PROGRAM-ID
            CALL 'READ-ACCESS' USING RAQ-CONTROL
            MOVE HMT-KEY-IN TO HLD-ACCOUNT-KEY
            MOVE FUNCTION NUMVAL(HMT-HOLD-NO-IN) TO HLD-HOLD-NO
            READ HOLDS-FILE
               MOVE HMT-AMOUNT-DISPLAY TO HMT-AMOUNT-IN
               MOVE HLD-REASON TO HMT-REASON-IN
               MOVE HLD-EXPIRY-DATE TO HMT-EXPIRY-IN
               IF HLD-STOP-PAYMENT
                  MOVE HLD-CHEQUE-NO TO HMT-CHEQUE-IN
               ELSE
                  MOVE SPACES TO HMT-CHEQUE-IN
               END-IF
            ELSE
               SET HMT-NEW-HOLD TO TRUE
               MOVE SPACES TO HMT-AMOUNT-IN HMT-REASON-IN
                              HMT-CHEQUE-IN
               MOVE '00000000' TO HMT-EXPIRY-IN
            END-IF
            MOVE SPACES TO HMT-ACTION HMT-CONFIRM HMT-EDIT-ERROR
               MOVE 'REASON CODE IS REQUIRED' TO HMT-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
      *     a sanctions freeze moves only by dual control
            IF NOT HMT-NEW-HOLD AND HLD-SANCTIONS-FREEZE
               MOVE 'SANCTIONS FREEZE, USE CHANGE REVIEW'
                 TO HMT-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF HMT-REASON-IN = 'SANC'
               MOVE 'REASON SANC IS RESERVED' TO HMT-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF HMT-ACTION = 'R'
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            MOVE 0 TO HMT-CHEQUE-NO
            MOVE FUNCTION NUMVAL(HMT-AMOUNT-IN) TO HMT-AMOUNT
            IF HMT-REASON-IN = 'STOP'
               IF HMT-CHEQUE-IN NOT NUMERIC OR
                  HMT-CHEQUE-IN = '00000000'
                  MOVE 'STOP NEEDS A CHEQUE NUMBER'
                    TO HMT-EDIT-ERROR
                  GO TO 3000-EDIT-FIELDS-EXIT
               END-IF
               MOVE HMT-CHEQUE-IN TO HMT-CHEQUE-NO
               IF HMT-AMOUNT < 0
                  MOVE 'AMOUNT MAY NOT BE NEGATIVE'
                    TO HMT-EDIT-ERROR
                  GO TO 3000-EDIT-FIELDS-EXIT
               END-IF
            ELSE
               IF HMT-CHEQUE-IN NOT = SPACES
                  MOVE 'CHEQUE NUMBER ONLY ON A STOP'
                    TO HMT-EDIT-ERROR
                  GO TO 3000-EDIT-FIELDS-EXIT
               END-IF
               IF HMT-AMOUNT <= 0
                  MOVE 'AMOUNT MUST BE POSITIVE' TO HMT-EDIT-ERROR
                  GO TO 3000-EDIT-FIELDS-EXIT
               END-IF
            END-IF
            IF HMT-EXPIRY-IN NOT NUMERIC
               MOVE 'EXPIRY MUST BE NUMERIC' TO HMT-EDIT-ERROR
                  MOVE HMT-OPERATOR TO HLD-PLACED-BY
                  MOVE HMT-TODAY TO HLD-PLACED-DATE
                  MOVE HMT-EXPIRY TO HLD-EXPIRY-DATE
                  MOVE HMT-CHEQUE-NO TO HLD-CHEQUE-NO
                  SET HLD-STATUS-ACTIVE TO TRUE
                  WRITE HOLD-RECORD
                  MOVE 'PLACE' TO AUD-ACTION
                  MOVE HMT-AMOUNT TO HLD-AMOUNT
                  MOVE HMT-REASON-IN TO HLD-REASON
                  MOVE HMT-EXPIRY TO HLD-EXPIRY-DATE
                  MOVE HMT-CHEQUE-NO TO HLD-CHEQUE-NO
                  REWRITE HOLD-RECORD
                  MOVE 'UPDATE' TO AUD-ACTION
               WHEN 'R'
               MOVE HMT-KEY-IN TO AUD-KEY
               PERFORM 9700-WRITE-AUDIT-RECORD
                  THRU 9700-WRITE-AUDIT-RECORD-EXIT
               IF HMT-ACTION = 'P'
                  PERFORM 4100-NOTIFY-HOLD
                     THRU 4100-NOTIFY-HOLD-EXIT
               END-IF
            ELSE
               MOVE 'FILE ERROR, NOT APPLIED' TO HMT-EDIT-ERROR
               DISPLAY EDIT-SCREEN
        4000-APPLY-EXIT.
            EXIT.

      * the customer hears about the hold from the notification
      * extract; the hold number makes the event unique
        4100-NOTIFY-HOLD.
            OPEN EXTEND NOTIF-EVENT-FILE
            SET NEV-TYPE-HOLD TO TRUE
            MOVE HLD-ACCOUNT-KEY TO NEV-ACCOUNT-KEY
            MOVE HMT-TODAY TO NEV-EVENT-DATE
            MOVE SPACES TO NEV-REFERENCE
            STRING 'HOLD ' HLD-HOLD-NO DELIMITED BY SIZE
              INTO NEV-REFERENCE
            END-STRING
            MOVE FUNCTION CURRENT-DATE (9:6) TO NEV-EVENT-TIME
            MOVE 'HOLDMNT1' TO NEV-SOURCE
            MOVE HLD-AMOUNT TO NEV-AMOUNT
            MOVE SPACES TO NEV-TEXT
            IF HLD-STOP-PAYMENT
               STRING 'STOP PAYMENT ON CHEQUE ' HLD-CHEQUE-NO
                  DELIMITED BY SIZE
                 INTO NEV-TEXT
               END-STRING
            ELSE
               STRING 'FUNDS HOLD PLACED, REASON ' HLD-REASON
                  DELIMITED BY SIZE
                 INTO NEV-TEXT
               END-STRING
            END-IF
            WRITE NOTIF-EVENT-RECORD
            CLOSE NOTIF-EVENT-FILE.
        4100-NOTIFY-HOLD-EXIT.
            EXIT.

        9999-EXIT.
            CLOSE HOLDS-FILE ACCT-MASTER-FILE
            DISPLAY 'hold-maint: ' HMT-APPLIED-COUNT
