      *  audited as PENDED, and waits for a second user to approve
      *  it through CHANGE-REVIEW.
      *
      *  Future-dated changes: an effective date after the
      *  business date keyed on the edit screen schedules the
      *  change instead of applying it.  It goes on the indexed
      *  pending-effective file FWDCHG (fwd-change.cpy) as an
      *  ACCTTRAN change transaction -- the fields as keyed, the
      *  name only when it was changed -- audited FWDSCH, and
      *  FWD-SCHED releases it into the ACCT-MAINT run of its
      *  effective date.  A future-dated change may not touch the
      *  balance (A25), so the risk rules never see one.
      *
      *  Customer path: a customer id entered instead of an account
      *  key maintains the customer information file -- the CUSTMST
      *  record (legal name, birth date, tax id, segment, status),
      *  created here when the id is new, and one account
      *  relationship on CUSTREL per pass (add, change the role of,
      *  or remove; one primary holder per account).  The same
      *  confirmation screen and mandatory reason code apply, and
      *  every change is audited (CREATE/UPDATE on the customer id,
      *  RELADD/RELCHG/RELDEL on the account key).
      *
      *  RISKRUL record layout (fixed columns):
      *      RKR-FIELD      X(10)   today only BALANCE is ruled
      *      RKR-TYPE       X(2)    account type, '**' any
      *                        captured to PENDCHG for a second
      *                        user's approval instead of applying
      *                        -- the sticky note retires.
      *  2026-10-15 smckinney  Accepts account type TD (term
      *                        deposit).
      *  2026-10-15 smckinney  Customer path: maintains the CUSTMST
      *                        customer record and the CUSTREL
      *                        account relationships.
      *  2026-10-15 smckinney  The customer name is decrypted
      *                        through PII-CRYPT for an operator
      *                        PIIAUTH authorizes and shown masked
      *                        to anyone else; a changed name is
      *                        encrypted before the journal image
      *                        is taken, and an unchanged one keeps
      *                        its stored form.
      *  2026-10-15 smckinney  Every account or customer retrieved
      *                        is logged to the READLOG read-access
      *                        log through READ-ACCESS (operator,
      *                        key, ASCR or ASCC, time).
      *  2026-10-15 smckinney  An effective date after the business
      *                        date schedules the change on FWDCHG
      *                        for FWD-SCHED to release on that
      *                        date instead of applying it now.
      *  2026-10-15 smckinney  An applied change that moves the
      *                        balance, or moves it to another
      *                        branch or type, is written to the
      *                        GLMOVE feed for GL-BRIDGE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. ACCT-SCREEN.
                Access Mode Is Random
                Record Key Is PCH-ID
                File Status Is ASC-PEND-STATUS.
            Select CUST-MASTER-FILE Assign To CUSTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CUS-ID
                Alternate Record Key Is CUS-TAX-ID
                    With Duplicates
                File Status Is ASC-CUST-STATUS.
            Select CUST-REL-FILE Assign To CUSTREL
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CRL-KEY
                Alternate Record Key Is CRL-ACCOUNT-ALT
                    With Duplicates
                File Status Is ASC-REL-STATUS.
            Select FWD-CHANGE-FILE Assign To FWDCHG
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is FWC-ID
                Alternate Record Key Is FWC-ACCOUNT-KEY
                    With Duplicates
                File Status Is ASC-FWD-STATUS.
            Select OPTIONAL RISK-RULES-FILE Assign To RISKRUL
                Organization Is Line Sequential.
            Select OPTIONAL GL-MOVE-FILE Assign To GLMOVE
                Organization Is Line Sequential
                File Status Is ASC-GLM-STATUS.
        Data Division.
        File Section.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  PEND-CHANGE-FILE.
        COPY pend-change.
        FD  CUST-MASTER-FILE.
        COPY cust-master.
        FD  CUST-REL-FILE.
        COPY cust-rel.
        FD  FWD-CHANGE-FILE.
        COPY fwd-change.
        FD  GL-MOVE-FILE.
        COPY gl-move-feed.
        FD  RISK-RULES-FILE.
        01  RISK-RULES-RECORD.
            05  RKR-FIELD           PIC X(10).
                10  ASR-THRESHOLD   PIC 9(13)V99.
        01  ASC-NEW-BALANCE         PIC S9(13)V99 COMP-3.
        01  ASC-MOVEMENT            PIC S9(13)V99 COMP-3.
      * where the balance sat in the GL before the change
        01  ASC-OLD-BALANCE         PIC S9(13)V99 COMP-3.
        01  ASC-OLD-BRANCH          PIC X(04).
        01  ASC-OLD-PRODUCT         PIC X(04).
        01  ASC-OLD-TYPE            PIC X(02).
        01  ASC-GLM-STATUS          PIC X(02).
        01  ASC-RISKY-SW            PIC X(01).
            88  ASC-RISKY               Value 'Y', False 'N'.
        01  ASC-PEND-ID             PIC 9(08).
        01  ASC-FWD-STATUS          PIC X(02).
        01  ASC-FWD-ID              PIC 9(08).
        01  ASC-EFFECTIVE-DATE      PIC 9(08).
        01  ASC-FORWARD-SW          PIC X(01).
            88  ASC-FORWARD             Value 'Y', False 'N'.
      * the change as ACCT-MAINT will see it on its effective date
        01  ASC-FWD-TRAN.
            05  FST-ACTION          PIC X(01).
            05  FST-KEY             PIC X(32).
            05  FST-SHORT-NAME      PIC X(20).
            05  FST-CUST-NAME       PIC X(70).
            05  FST-BRANCH          PIC X(04).
            05  FST-TYPE            PIC X(02).
            05  FST-CURRENCY        PIC X(03).
            05  FST-BALANCE         PIC X(15).
            05  FST-OPEN-DATE       PIC 9(08).
            05  FST-ORIGIN          PIC X(08).
            05  FST-REFERENCE       PIC X(16).
            05  FST-NARRATIVE       PIC X(30).
            05  FILLER              PIC X(48).
            05  FST-PRODUCT         PIC X(04).
            05  FST-EFFECTIVE-DATE  PIC X(08).
            05  FILLER              PIC X(31).
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        01  ASC-OPERATOR            PIC X(12).
        01  ASC-REASON-CODE         PIC X(04).
        01  ASC-CONFIRM             PIC X(01).
        COPY pii-crypt.
        COPY read-access.
        01  ASC-BEFORE.
            05  ASB-SHORT-NAME      PIC X(20).
            05  ASB-CUSTOMER-NAME   PIC X(70).
            05  ASA-TYPE            PIC X(02).
            05  ASA-CURRENCY        PIC X(03).
            05  ASA-BALANCE         PIC X(16).
            05  ASA-EFFECTIVE-DATE  PIC X(08).
        01  ASC-TODAY               PIC 9(08).
        01  ASC-CUST-STATUS         PIC X(02).
        01  ASC-REL-STATUS          PIC X(02).
        01  ASC-CUST-IN             PIC X(10).
        01  ASC-CUST-MODE           PIC X(12).
        01  ASC-CUST-NEW-SW         PIC X(01).
            88  ASC-CUST-NEW            Value 'Y', False 'N'.
        01  ASC-REL-EXISTS-SW       PIC X(01).
            88  ASC-REL-EXISTS          Value 'Y', False 'N'.
        01  ASC-REL-EOF-SW          PIC X(01).
            88  ASC-REL-EOF             Value 'Y', False 'N'.
        01  ASC-BIRTH-DATE          PIC 9(08).
        01  ASC-CUST-BEFORE.
            05  CSB-LEGAL-NAME      PIC X(70).
            05  CSB-BIRTH-DATE      PIC X(08).
            05  CSB-TAX-ID          PIC X(20).
            05  CSB-SEGMENT         PIC X(02).
            05  CSB-STATUS          PIC X(01).
        01  ASC-CUST-AFTER.
            05  CSA-LEGAL-NAME      PIC X(70).
            05  CSA-BIRTH-DATE      PIC X(08).
            05  CSA-TAX-ID          PIC X(20).
            05  CSA-SEGMENT         PIC X(02).
                88  CSA-SEGMENT-VALID   Value 'RT' 'PB' 'SB' 'CO'.
            05  CSA-STATUS          PIC X(01).
                88  CSA-STATUS-VALID    Value 'A' 'C'.
        01  ASC-REL-CHANGE.
            05  CSR-ACCOUNT         PIC X(32).
            05  CSR-ROLE            PIC X(01).
                88  CSR-ROLE-VALID      Value 'P' 'J' 'G'.
            05  CSR-ACTION          PIC X(01).
                88  CSR-ACTION-ADD      Value 'A'.
                88  CSR-ACTION-REMOVE   Value 'D'.
        Screen Section.
        01  KEY-SCREEN.
            05  Blank Screen.
            05  Line 3  Column 16 Pic X(12) Using ASC-OPERATOR.
            05  Line 5  Column 5  Value 'ACCOUNT KEY:'.
            05  Line 5  Column 19 Pic X(32) Using ASC-KEY-IN.
            05  Line 6  Column 5  Value 'CUSTOMER ID:'.
            05  Line 6  Column 19 Pic X(10) Using ASC-CUST-IN.
            05  Line 8  Column 5
                Value 'ACCOUNT KEY OR CUSTOMER ID, SPACES TO EXIT'.
        01  EDIT-SCREEN.
            05  Blank Screen.
            05  Line 1  Column 5
            05  Line 8  Column 22 Pic X(03) Using ASA-CURRENCY.
            05  Line 9  Column 5  Value 'BALANCE.......:'.
            05  Line 9  Column 22 Pic X(16) Using ASA-BALANCE.
            05  Line 10 Column 5  Value 'EFFECTIVE DATE:'.
            05  Line 10 Column 22 Pic X(08) Using ASA-EFFECTIVE-DATE.
            05  Line 10 Column 32 Value '(YYYYMMDD, BLANK = NOW)'.
            05  Line 11 Column 5  Pic X(40) From ASC-EDIT-ERROR.
        01  CONFIRM-SCREEN.
            05  Blank Screen.
            05  Line 9  Column 5  Value 'BALANCE.......:'.
            05  Line 9  Column 22 Pic X(16) From ASB-BALANCE.
            05  Line 9  Column 44 Pic X(16) From ASA-BALANCE.
            05  Line 10 Column 5  Value 'EFFECTIVE.....:'.
            05  Line 10 Column 44 Pic X(08) From ASA-EFFECTIVE-DATE.
            05  Line 11 Column 5  Value 'REASON CODE...:'.
            05  Line 11 Column 22 Pic X(04) Using ASC-REASON-CODE.
            05  Line 12 Column 5  Value 'APPLY (Y/N)...:'.
            05  Line 12 Column 22 Pic X(01) Using ASC-CONFIRM.
        01  CUST-SCREEN.
            05  Blank Screen.
            05  Line 1  Column 5
                Value 'CUSTOMER MAINTENANCE'.
            05  Line 2  Column 5  Pic X(10) From ASC-CUST-IN.
            05  Line 2  Column 17 Pic X(12) From ASC-CUST-MODE.
            05  Line 4  Column 5  Value 'LEGAL NAME....:'.
            05  Line 4  Column 22 Pic X(70) Using CSA-LEGAL-NAME.
            05  Line 5  Column 5  Value 'BIRTH DATE....:'.
            05  Line 5  Column 22 Pic X(08) Using CSA-BIRTH-DATE.
            05  Line 6  Column 5  Value 'TAX ID........:'.
            05  Line 6  Column 22 Pic X(20) Using CSA-TAX-ID.
            05  Line 7  Column 5  Value 'SEGMENT.......:'.
            05  Line 7  Column 22 Pic X(02) Using CSA-SEGMENT.
            05  Line 7  Column 26 Value '(RT PB SB CO)'.
            05  Line 8  Column 5  Value 'STATUS........:'.
            05  Line 8  Column 22 Pic X(01) Using CSA-STATUS.
            05  Line 10 Column 5  Value 'RELATIONSHIP ACCOUNT:'.
            05  Line 10 Column 27 Pic X(32) Using CSR-ACCOUNT.
            05  Line 11 Column 5  Value 'ROLE (P/J/G)..:'.
            05  Line 11 Column 22 Pic X(01) Using CSR-ROLE.
            05  Line 12 Column 5  Value 'A ADD/CHANGE, D REMOVE:'.
            05  Line 12 Column 29 Pic X(01) Using CSR-ACTION.
            05  Line 14 Column 5  Pic X(40) From ASC-EDIT-ERROR.
        01  CUST-CONFIRM-SCREEN.
            05  Blank Screen.
            05  Line 1  Column 5
                Value 'CONFIRM CUSTOMER CHANGE - BEFORE / AFTER'.
            05  Line 3  Column 5  Value 'LEGAL NAME....:'.
            05  Line 3  Column 22 Pic X(35) From CSB-LEGAL-NAME.
            05  Line 4  Column 22 Pic X(35) From CSA-LEGAL-NAME.
            05  Line 5  Column 5  Value 'BIRTH/TAX ID..:'.
            05  Line 5  Column 22 Pic X(08) From CSB-BIRTH-DATE.
            05  Line 5  Column 32 Pic X(20) From CSB-TAX-ID.
            05  Line 6  Column 22 Pic X(08) From CSA-BIRTH-DATE.
            05  Line 6  Column 32 Pic X(20) From CSA-TAX-ID.
            05  Line 7  Column 5  Value 'SEGMENT/STATUS:'.
            05  Line 7  Column 22 Pic X(02) From CSB-SEGMENT.
            05  Line 7  Column 26 Pic X(01) From CSB-STATUS.
            05  Line 7  Column 44 Pic X(02) From CSA-SEGMENT.
            05  Line 7  Column 48 Pic X(01) From CSA-STATUS.
            05  Line 9  Column 5  Value 'RELATIONSHIP..:'.
            05  Line 9  Column 22 Pic X(32) From CSR-ACCOUNT.
            05  Line 9  Column 56 Pic X(01) From CSR-ROLE.
            05  Line 9  Column 58 Pic X(01) From CSR-ACTION.
            05  Line 11 Column 5  Value 'REASON CODE...:'.
            05  Line 11 Column 22 Pic X(04) Using ASC-REASON-CODE.
            05  Line 12 Column 5  Value 'APPLY (Y/N)...:'.
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO ASC-TODAY
            MOVE 'ACCTSCRN' TO PCX-PROGRAM-ID
            MOVE 0 TO PCX-USER-TIER
            OPEN I-O ACCT-MASTER-FILE
            IF ASC-FILE-STATUS NOT = '00'
               DISPLAY 'acct-screen: cannot open master, status '
                RETURNING JRN-OFFSET
            END-CALL
            PERFORM 1200-LOAD-RISK-RULES
               THRU 1200-LOAD-RISK-RULES-EXIT
            PERFORM 1300-OPEN-CUSTOMER-FILES
               THRU 1300-OPEN-CUSTOMER-FILES-EXIT.
        1000-INITIALIZE-EXIT.
            EXIT.

        1210-LOAD-ONE-RULE-EXIT.
            EXIT.

        1300-OPEN-CUSTOMER-FILES.
            OPEN I-O CUST-MASTER-FILE
            IF ASC-CUST-STATUS = '35'
               OPEN OUTPUT CUST-MASTER-FILE
               CLOSE CUST-MASTER-FILE
               OPEN I-O CUST-MASTER-FILE
            END-IF
            IF ASC-CUST-STATUS NOT = '00'
               DISPLAY 'acct-screen: cannot open CUSTMST, status '
                  ASC-CUST-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1300-OPEN-CUSTOMER-FILES-EXIT
            END-IF
            OPEN I-O CUST-REL-FILE
            IF ASC-REL-STATUS = '35'
               OPEN OUTPUT CUST-REL-FILE
               CLOSE CUST-REL-FILE
               OPEN I-O CUST-REL-FILE
            END-IF
            IF ASC-REL-STATUS NOT = '00'
               DISPLAY 'acct-screen: cannot open CUSTREL, status '
                  ASC-REL-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        1300-OPEN-CUSTOMER-FILES-EXIT.
            EXIT.

        2000-ONE-ACCOUNT.
            MOVE SPACES TO ASC-KEY-IN
            MOVE SPACES TO ASC-CUST-IN
            DISPLAY KEY-SCREEN
            ACCEPT KEY-SCREEN
            IF ASC-KEY-IN = SPACES AND ASC-CUST-IN = SPACES
               SET ASC-DONE TO TRUE
               GO TO 2000-ONE-ACCOUNT-EXIT
            END-IF
            IF ASC-OPERATOR = SPACES
               GO TO 2000-ONE-ACCOUNT-EXIT
            END-IF
            IF ASC-KEY-IN = SPACES
               PERFORM 3000-ONE-CUSTOMER THRU 3000-ONE-CUSTOMER-EXIT
               GO TO 2000-ONE-ACCOUNT-EXIT
            END-IF
            MOVE ASC-KEY-IN TO AM-KEY
            READ ACCT-MASTER-FILE
            IF ASC-FILE-STATUS NOT = '00'
               DISPLAY 'acct-screen: key not found'
               GO TO 2000-ONE-ACCOUNT-EXIT
            END-IF
            MOVE AM-KEY TO RAQ-KEY
            MOVE 'ASCR' TO RAQ-TXN-CODE
            PERFORM 2700-LOG-READ-ACCESS
               THRU 2700-LOG-READ-ACCESS-EXIT
            PERFORM 2100-CAPTURE-BEFORE
               THRU 2100-CAPTURE-BEFORE-EXIT
            PERFORM 2200-EDIT-LOOP THRU 2200-EDIT-LOOP-EXIT
            MOVE ACCT-MASTER-RECORD TO JRN-BEFORE-IMAGE
            MOVE AM-SHORT-NAME    TO ASB-SHORT-NAME
                                     ASA-SHORT-NAME
            MOVE ASC-OPERATOR     TO PCX-USER
            MOVE AM-KEY           TO PII-RECORD-KEY
            MOVE AM-PII-KEY-ID    TO PII-KEY-ID
            MOVE AM-CUSTOMER-NAME TO PII-NAME
            PERFORM 9300-PII-REVEAL-NAME
               THRU 9300-PII-REVEAL-NAME-EXIT
            MOVE PII-NAME         TO ASB-CUSTOMER-NAME
                                     ASA-CUSTOMER-NAME
            MOVE AM-BRANCH        TO ASB-BRANCH ASA-BRANCH
            MOVE AM-TYPE          TO ASB-TYPE ASA-TYPE
            MOVE AM-CURRENCY      TO ASB-CURRENCY ASA-CURRENCY
            MOVE AM-BALANCE       TO ASB-BALANCE
            MOVE SPACES           TO ASA-BALANCE
            MOVE SPACES           TO ASA-EFFECTIVE-DATE.
        2100-CAPTURE-BEFORE-EXIT.
            EXIT.

                    TO ASC-EDIT-ERROR
               WHEN ASA-TYPE NOT = 'CH' AND ASA-TYPE NOT = 'SV'
                    AND ASA-TYPE NOT = 'LN' AND ASA-TYPE NOT = 'GL'
                    AND ASA-TYPE NOT = 'TD'
                  MOVE 'TYPE INVALID (A09)' TO ASC-EDIT-ERROR
               WHEN ASA-BALANCE NOT = SPACES AND
                    FUNCTION TEST-NUMVAL(ASA-BALANCE) NOT = 0
                  MOVE 'BALANCE NOT NUMERIC (A05)'
                    TO ASC-EDIT-ERROR
               WHEN ASA-EFFECTIVE-DATE NOT = SPACES AND
                    ASA-EFFECTIVE-DATE NOT NUMERIC
                  MOVE 'EFFECTIVE DATE INVALID (A24)'
                    TO ASC-EDIT-ERROR
            END-EVALUATE
            SET ASC-FORWARD TO FALSE
            IF ASC-EDIT-ERROR NOT = SPACES OR
               ASA-EFFECTIVE-DATE = SPACES
               GO TO 2300-EDIT-FIELDS-EXIT
            END-IF
            MOVE ASA-EFFECTIVE-DATE TO ASC-EFFECTIVE-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD(ASC-EFFECTIVE-DATE)
                  NOT = 0
               MOVE 'EFFECTIVE DATE INVALID (A24)'
                 TO ASC-EDIT-ERROR
               GO TO 2300-EDIT-FIELDS-EXIT
            END-IF
            IF ASC-EFFECTIVE-DATE > ASC-TODAY
               SET ASC-FORWARD TO TRUE
               IF ASA-BALANCE NOT = SPACES
                  MOVE 'BALANCE CANNOT BE FUTURE-DATED (A25)'
                    TO ASC-EDIT-ERROR
               END-IF
            END-IF.
        2300-EDIT-FIELDS-EXIT.
            EXIT.

               DISPLAY 'acct-screen: change abandoned'
               GO TO 2400-CONFIRM-AND-APPLY-EXIT
            END-IF
            IF ASC-FORWARD
               PERFORM 2800-SCHEDULE-CHANGE
                  THRU 2800-SCHEDULE-CHANGE-EXIT
               GO TO 2400-CONFIRM-AND-APPLY-EXIT
            END-IF
      *     the risk rules see the change before it applies
            PERFORM 2500-TEST-RISK-RULES
               THRU 2500-TEST-RISK-RULES-EXIT
      *     a name left as shown -- masked or not -- keeps the
      *     bytes already on the master
            IF ASA-CUSTOMER-NAME NOT = ASB-CUSTOMER-NAME
               MOVE AM-KEY TO PII-RECORD-KEY
               MOVE ASA-CUSTOMER-NAME TO PII-NAME
               PERFORM 9310-PII-PROTECT-NAME
                  THRU 9310-PII-PROTECT-NAME-EXIT
               IF NOT PII-PROTECTED
                  DISPLAY 'acct-screen: name cannot be protected,'
                     ' change not applied'
                  GO TO 2400-CONFIRM-AND-APPLY-EXIT
               END-IF
               MOVE PII-NAME TO AM-CUSTOMER-NAME
               MOVE PII-KEY-ID TO AM-PII-KEY-ID
            END-IF
            MOVE AM-BALANCE TO ASC-OLD-BALANCE
            MOVE AM-BRANCH TO ASC-OLD-BRANCH
            MOVE AM-PRODUCT-CODE TO ASC-OLD-PRODUCT
            MOVE AM-TYPE TO ASC-OLD-TYPE
            MOVE ASA-SHORT-NAME TO AM-SHORT-NAME
            MOVE ASA-BRANCH TO AM-BRANCH
            MOVE ASA-TYPE TO AM-TYPE
            MOVE ASA-CURRENCY TO AM-CURRENCY
               SET JOB-WARNING TO TRUE
               GO TO 2400-CONFIRM-AND-APPLY-EXIT
            END-IF
            PERFORM 2900-LOG-GL-MOVEMENT
               THRU 2900-LOG-GL-MOVEMENT-EXIT
            MOVE 'ACCTSCRN' TO AUD-PROGRAM-ID
            SET AUD-ACTION-UPDATE TO TRUE
            MOVE AM-KEY TO AUD-KEY
        2600-CAPTURE-PENDING-EXIT.
            EXIT.

      * the key and transaction code are set by the caller
        2700-LOG-READ-ACCESS.
            MOVE ASC-OPERATOR TO RAQ-USER
            MOVE 'ACCTSCRN' TO RAQ-PROGRAM-ID
            CALL 'READ-ACCESS' USING RAQ-CONTROL.
        2700-LOG-READ-ACCESS-EXIT.
            EXIT.

      * the keyed fields go on FWDCHG as the change transaction
      * ACCT-MAINT applies on the effective date; the balance is
      * left blank so it stays as it stands then, and the name is
      * carried only when the operator changed it
        2800-SCHEDULE-CHANGE.
            MOVE SPACES TO ASC-FWD-TRAN
            MOVE 'C' TO FST-ACTION
            MOVE AM-KEY TO FST-KEY
            MOVE ASA-SHORT-NAME TO FST-SHORT-NAME
            IF ASA-CUSTOMER-NAME NOT = ASB-CUSTOMER-NAME
               MOVE ASA-CUSTOMER-NAME TO FST-CUST-NAME
            END-IF
            MOVE ASA-BRANCH TO FST-BRANCH
            MOVE ASA-TYPE TO FST-TYPE
            MOVE ASA-CURRENCY TO FST-CURRENCY
            MOVE AM-OPEN-DATE TO FST-OPEN-DATE
            MOVE 'ACCTSCRN' TO FST-ORIGIN
            MOVE ASC-OPERATOR TO FST-REFERENCE
            MOVE ASA-EFFECTIVE-DATE TO FST-EFFECTIVE-DATE
            OPEN I-O FWD-CHANGE-FILE
            IF ASC-FWD-STATUS = '35'
               OPEN OUTPUT FWD-CHANGE-FILE
               CLOSE FWD-CHANGE-FILE
               OPEN I-O FWD-CHANGE-FILE
            END-IF
            IF ASC-FWD-STATUS NOT = '00'
               DISPLAY 'acct-screen: cannot open FWDCHG,'
                  ' change neither applied nor scheduled'
               GO TO 2800-SCHEDULE-CHANGE-EXIT
            END-IF
      *     record zero's effective date carries the next id
            MOVE 0 TO FWC-ID
            READ FWD-CHANGE-FILE
            IF ASC-FWD-STATUS = '00'
               MOVE FWC-EFFECTIVE-DATE TO ASC-FWD-ID
            ELSE
               MOVE 1 TO ASC-FWD-ID
               MOVE SPACES TO FWD-CHANGE-RECORD
               MOVE 0 TO FWC-ID FWC-SCHEDULED-DATE FWC-ACTION-DATE
               SET FWC-STATUS-RELEASED TO TRUE
               MOVE 1 TO FWC-EFFECTIVE-DATE
               WRITE FWD-CHANGE-RECORD
            END-IF
            MOVE SPACES TO FWD-CHANGE-RECORD
            MOVE ASC-FWD-ID TO FWC-ID
            SET FWC-STATUS-SCHEDULED TO TRUE
            MOVE AM-KEY TO FWC-ACCOUNT-KEY
            MOVE ASC-EFFECTIVE-DATE TO FWC-EFFECTIVE-DATE
            MOVE ASC-TODAY TO FWC-SCHEDULED-DATE
            MOVE 'ACCTSCRN' TO FWC-SOURCE
            MOVE ASC-OPERATOR TO FWC-SCHEDULED-BY
            MOVE ASC-REASON-CODE TO FWC-REASON
            MOVE 0 TO FWC-ACTION-DATE
            MOVE ASC-FWD-TRAN TO FWC-TRANSACTION
            WRITE FWD-CHANGE-RECORD
            IF ASC-FWD-STATUS NOT = '00'
               DISPLAY 'acct-screen: change not scheduled, status '
                  ASC-FWD-STATUS
               CLOSE FWD-CHANGE-FILE
               SET JOB-WARNING TO TRUE
               GO TO 2800-SCHEDULE-CHANGE-EXIT
            END-IF
            MOVE 0 TO FWC-ID
            READ FWD-CHANGE-FILE
            IF ASC-FWD-STATUS = '00'
               COMPUTE FWC-EFFECTIVE-DATE = ASC-FWD-ID + 1
               REWRITE FWD-CHANGE-RECORD
            END-IF
            CLOSE FWD-CHANGE-FILE
            MOVE 'ACCTSCRN' TO AUD-PROGRAM-ID
            MOVE 'FWDSCH' TO AUD-ACTION
            MOVE AM-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT
            DISPLAY 'acct-screen: change scheduled by '
               FUNCTION TRIM(ASC-OPERATOR) ' as id ' ASC-FWD-ID
               ' effective ' ASC-EFFECTIVE-DATE.
        2800-SCHEDULE-CHANGE-EXIT.
            EXIT.

      * the change is on the master; a balance corrected or moved
      * to another branch or type goes on the GLMOVE feed for
      * GL-BRIDGE, as ACCT-MAINT's updates do.  The change stands
      * if the row cannot be written; the session ends with a
      * warning and GL-TRIAL shows the break.
        2900-LOG-GL-MOVEMENT.
            IF AM-BALANCE = ASC-OLD-BALANCE
               IF ASC-OLD-BALANCE = 0
                  GO TO 2900-LOG-GL-MOVEMENT-EXIT
               END-IF
               IF AM-BRANCH = ASC-OLD-BRANCH AND
                  AM-PRODUCT-CODE = ASC-OLD-PRODUCT AND
                  AM-TYPE = ASC-OLD-TYPE
                  GO TO 2900-LOG-GL-MOVEMENT-EXIT
               END-IF
            END-IF
            OPEN EXTEND GL-MOVE-FILE
            IF ASC-GLM-STATUS NOT = '00' AND
               ASC-GLM-STATUS NOT = '05'
               DISPLAY 'acct-screen: GLMOVE open failed, status '
                  ASC-GLM-STATUS ', movement not logged'
               SET JOB-WARNING TO TRUE
               GO TO 2900-LOG-GL-MOVEMENT-EXIT
            END-IF
            MOVE ASC-TODAY TO GMV-POST-DATE
            MOVE AM-KEY TO GMV-ACCOUNT-KEY
            MOVE 'C' TO GMV-ACTION
            MOVE ASC-OLD-BRANCH TO GMV-OLD-BRANCH
            MOVE ASC-OLD-PRODUCT TO GMV-OLD-PRODUCT
            MOVE ASC-OLD-TYPE TO GMV-OLD-TYPE
            MOVE ASC-OLD-BALANCE TO GMV-OLD-BALANCE
            MOVE AM-BRANCH TO GMV-NEW-BRANCH
            MOVE AM-PRODUCT-CODE TO GMV-NEW-PRODUCT
            MOVE AM-TYPE TO GMV-NEW-TYPE
            MOVE AM-BALANCE TO GMV-NEW-BALANCE
            MOVE AM-CURRENCY TO GMV-CURRENCY
            MOVE 0 TO GMV-SPREAD-INCOME
            MOVE 'ACCTSCRN' TO GMV-SOURCE
            MOVE ASC-OPERATOR TO GMV-REFERENCE
            WRITE GL-MOVE-RECORD
            IF ASC-GLM-STATUS NOT = '00'
               DISPLAY 'acct-screen: GLMOVE write failed, status '
                  ASC-GLM-STATUS ', movement not logged'
               SET JOB-WARNING TO TRUE
            END-IF
            CLOSE GL-MOVE-FILE.
        2900-LOG-GL-MOVEMENT-EXIT.
            EXIT.

        3000-ONE-CUSTOMER.
            MOVE ASC-CUST-IN TO CUS-ID
            READ CUST-MASTER-FILE
            EVALUATE ASC-CUST-STATUS
               WHEN '00'
                  MOVE CUS-ID TO RAQ-KEY
                  MOVE 'ASCC' TO RAQ-TXN-CODE
                  PERFORM 2700-LOG-READ-ACCESS
                     THRU 2700-LOG-READ-ACCESS-EXIT
                  SET ASC-CUST-NEW TO FALSE
                  MOVE 'CHANGE' TO ASC-CUST-MODE
                  MOVE CUS-LEGAL-NAME TO CSB-LEGAL-NAME
                  MOVE CUS-BIRTH-DATE TO CSB-BIRTH-DATE
                  IF CUS-BIRTH-DATE = 0
                     MOVE SPACES TO CSB-BIRTH-DATE
                  END-IF
                  MOVE CUS-TAX-ID TO CSB-TAX-ID
                  MOVE CUS-SEGMENT TO CSB-SEGMENT
                  MOVE CUS-STATUS TO CSB-STATUS
                  MOVE ASC-CUST-BEFORE TO ASC-CUST-AFTER
               WHEN '23'
                  SET ASC-CUST-NEW TO TRUE
                  MOVE 'NEW CUSTOMER' TO ASC-CUST-MODE
                  MOVE SPACES TO ASC-CUST-BEFORE ASC-CUST-AFTER
                  MOVE 'RT' TO CSA-SEGMENT
                  MOVE 'A' TO CSA-STATUS
               WHEN OTHER
                  DISPLAY 'acct-screen: customer read failed,'
                     ' status ' ASC-CUST-STATUS
                  GO TO 3000-ONE-CUSTOMER-EXIT
            END-EVALUATE
            MOVE SPACES TO ASC-REL-CHANGE
            PERFORM 3200-CUST-EDIT-LOOP
               THRU 3200-CUST-EDIT-LOOP-EXIT
            IF ASC-EDIT-ERROR = SPACES
               PERFORM 3400-CUST-CONFIRM-AND-APPLY
                  THRU 3400-CUST-CONFIRM-AND-APPLY-EXIT
            END-IF.
        3000-ONE-CUSTOMER-EXIT.
            EXIT.

        3200-CUST-EDIT-LOOP.
            MOVE SPACES TO ASC-EDIT-ERROR
            DISPLAY CUST-SCREEN
            ACCEPT CUST-SCREEN
            PERFORM 3300-EDIT-CUST-FIELDS
               THRU 3300-EDIT-CUST-FIELDS-EXIT
            IF ASC-EDIT-ERROR NOT = SPACES
               DISPLAY CUST-SCREEN
               ACCEPT CUST-SCREEN
               PERFORM 3300-EDIT-CUST-FIELDS
                  THRU 3300-EDIT-CUST-FIELDS-EXIT
            END-IF.
        3200-CUST-EDIT-LOOP-EXIT.
            EXIT.

        3300-EDIT-CUST-FIELDS.
            MOVE SPACES TO ASC-EDIT-ERROR
            EVALUATE TRUE
               WHEN CSA-LEGAL-NAME = SPACES
                  MOVE 'LEGAL NAME REQUIRED' TO ASC-EDIT-ERROR
               WHEN CSA-BIRTH-DATE NOT = SPACES AND
                    CSA-BIRTH-DATE NOT NUMERIC
                  MOVE 'BIRTH DATE INVALID' TO ASC-EDIT-ERROR
               WHEN NOT CSA-SEGMENT-VALID
                  MOVE 'SEGMENT MUST BE RT PB SB OR CO'
                    TO ASC-EDIT-ERROR
               WHEN NOT CSA-STATUS-VALID
                  MOVE 'STATUS MUST BE A OR C' TO ASC-EDIT-ERROR
               WHEN CSR-ACCOUNT NOT = SPACES AND
                    NOT CSR-ACTION-ADD AND NOT CSR-ACTION-REMOVE
                  MOVE 'RELATIONSHIP ACTION MUST BE A OR D'
                    TO ASC-EDIT-ERROR
               WHEN CSR-ACCOUNT NOT = SPACES AND CSR-ACTION-ADD
                    AND NOT CSR-ROLE-VALID
                  MOVE 'ROLE MUST BE P J OR G' TO ASC-EDIT-ERROR
            END-EVALUATE
            IF ASC-EDIT-ERROR NOT = SPACES
               GO TO 3300-EDIT-CUST-FIELDS-EXIT
            END-IF
            IF CSA-BIRTH-DATE NOT = SPACES
               MOVE CSA-BIRTH-DATE TO ASC-BIRTH-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(ASC-BIRTH-DATE)
                     NOT = 0
                  OR ASC-BIRTH-DATE > ASC-TODAY
                  MOVE 'BIRTH DATE INVALID' TO ASC-EDIT-ERROR
                  GO TO 3300-EDIT-CUST-FIELDS-EXIT
               END-IF
            END-IF
            IF CSR-ACCOUNT = SPACES
               GO TO 3300-EDIT-CUST-FIELDS-EXIT
            END-IF
            MOVE CSR-ACCOUNT TO AM-KEY
            READ ACCT-MASTER-FILE
            IF ASC-FILE-STATUS NOT = '00'
               MOVE 'ACCOUNT NOT ON MASTER' TO ASC-EDIT-ERROR
               GO TO 3300-EDIT-CUST-FIELDS-EXIT
            END-IF
            MOVE ASC-CUST-IN TO CRL-CUSTOMER-ID
            MOVE CSR-ACCOUNT TO CRL-ACCOUNT-KEY
            READ CUST-REL-FILE
            IF ASC-REL-STATUS = '00'
               SET ASC-REL-EXISTS TO TRUE
            ELSE
               SET ASC-REL-EXISTS TO FALSE
            END-IF
            IF CSR-ACTION-REMOVE AND NOT ASC-REL-EXISTS
               MOVE 'NO SUCH RELATIONSHIP' TO ASC-EDIT-ERROR
               GO TO 3300-EDIT-CUST-FIELDS-EXIT
            END-IF
            IF CSR-ACTION-ADD AND CSR-ROLE = 'P'
               PERFORM 3500-TEST-OTHER-PRIMARY
                  THRU 3500-TEST-OTHER-PRIMARY-EXIT
            END-IF.
        3300-EDIT-CUST-FIELDS-EXIT.
            EXIT.

        3400-CUST-CONFIRM-AND-APPLY.
            MOVE SPACES TO ASC-REASON-CODE
            MOVE SPACES TO ASC-CONFIRM
            DISPLAY CUST-CONFIRM-SCREEN
            ACCEPT CUST-CONFIRM-SCREEN
            IF ASC-REASON-CODE = SPACES
               DISPLAY 'acct-screen: reason code is mandatory,'
                  ' change not applied'
               GO TO 3400-CUST-CONFIRM-AND-APPLY-EXIT
            END-IF
            IF ASC-CONFIRM NOT = 'Y'
               DISPLAY 'acct-screen: change abandoned'
               GO TO 3400-CUST-CONFIRM-AND-APPLY-EXIT
            END-IF
            IF ASC-CUST-NEW OR ASC-CUST-AFTER NOT = ASC-CUST-BEFORE
               PERFORM 3600-APPLY-CUSTOMER
                  THRU 3600-APPLY-CUSTOMER-EXIT
               IF ASC-CUST-STATUS NOT = '00'
                  GO TO 3400-CUST-CONFIRM-AND-APPLY-EXIT
               END-IF
            END-IF
            IF CSR-ACCOUNT NOT = SPACES
               PERFORM 3700-APPLY-RELATIONSHIP
                  THRU 3700-APPLY-RELATIONSHIP-EXIT
            END-IF
            DISPLAY 'acct-screen: customer change applied by '
               FUNCTION TRIM(ASC-OPERATOR) ' reason '
               ASC-REASON-CODE.
        3400-CUST-CONFIRM-AND-APPLY-EXIT.
            EXIT.

      * an account has at most one primary holder; making this
      * customer primary while another customer is means removing
      * or re-roling that one first
        3500-TEST-OTHER-PRIMARY.
            SET ASC-REL-EOF TO FALSE
            MOVE CSR-ACCOUNT TO CRL-ACCOUNT-ALT
            START CUST-REL-FILE KEY = CRL-ACCOUNT-ALT
            IF ASC-REL-STATUS NOT = '00'
               GO TO 3500-TEST-OTHER-PRIMARY-EXIT
            END-IF
            PERFORM 3510-TEST-ONE-PARTY
               THRU 3510-TEST-ONE-PARTY-EXIT
                UNTIL ASC-REL-EOF.
        3500-TEST-OTHER-PRIMARY-EXIT.
            EXIT.

        3510-TEST-ONE-PARTY.
            READ CUST-REL-FILE NEXT
                AT END
                    SET ASC-REL-EOF TO TRUE
                    GO TO 3510-TEST-ONE-PARTY-EXIT
            END-READ
            IF CRL-ACCOUNT-ALT NOT = CSR-ACCOUNT
               SET ASC-REL-EOF TO TRUE
               GO TO 3510-TEST-ONE-PARTY-EXIT
            END-IF
            IF CRL-ROLE-PRIMARY AND CRL-CUSTOMER-ID NOT = ASC-CUST-IN
               MOVE 'ACCOUNT ALREADY HAS A PRIMARY'
                 TO ASC-EDIT-ERROR
               SET ASC-REL-EOF TO TRUE
            END-IF.
        3510-TEST-ONE-PARTY-EXIT.
            EXIT.

        3600-APPLY-CUSTOMER.
            IF ASC-CUST-NEW
               MOVE SPACES TO CUST-MASTER-RECORD
               MOVE ASC-CUST-IN TO CUS-ID
               MOVE ASC-TODAY TO CUS-OPEN-DATE
            END-IF
            MOVE CSA-LEGAL-NAME TO CUS-LEGAL-NAME
            IF CSA-BIRTH-DATE = SPACES
               MOVE 0 TO CUS-BIRTH-DATE
            ELSE
               MOVE CSA-BIRTH-DATE TO CUS-BIRTH-DATE
            END-IF
            MOVE CSA-TAX-ID TO CUS-TAX-ID
            MOVE CSA-SEGMENT TO CUS-SEGMENT
            MOVE CSA-STATUS TO CUS-STATUS
            MOVE ASC-TODAY TO CUS-LAST-MAINT-DATE
            IF ASC-CUST-NEW
               WRITE CUST-MASTER-RECORD
               SET AUD-ACTION-CREATE TO TRUE
            ELSE
               REWRITE CUST-MASTER-RECORD
               SET AUD-ACTION-UPDATE TO TRUE
            END-IF
            IF ASC-CUST-STATUS NOT = '00'
               DISPLAY 'acct-screen: customer write failed, status '
                  ASC-CUST-STATUS
               SET JOB-WARNING TO TRUE
               GO TO 3600-APPLY-CUSTOMER-EXIT
            END-IF
            MOVE 'ACCTSCRN' TO AUD-PROGRAM-ID
            MOVE CUS-ID TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3600-APPLY-CUSTOMER-EXIT.
            EXIT.

        3700-APPLY-RELATIONSHIP.
            MOVE ASC-CUST-IN TO CRL-CUSTOMER-ID
            MOVE CSR-ACCOUNT TO CRL-ACCOUNT-KEY
            READ CUST-REL-FILE
            EVALUATE TRUE
               WHEN CSR-ACTION-REMOVE
                  DELETE CUST-REL-FILE RECORD
                  MOVE 'RELDEL' TO AUD-ACTION
               WHEN ASC-REL-STATUS = '00'
                  MOVE CSR-ROLE TO CRL-ROLE
                  MOVE ASC-TODAY TO CRL-LAST-MAINT-DATE
                  REWRITE CUST-REL-RECORD
                  MOVE 'RELCHG' TO AUD-ACTION
               WHEN OTHER
                  MOVE SPACES TO CUST-REL-RECORD
                  MOVE ASC-CUST-IN TO CRL-CUSTOMER-ID
                  MOVE CSR-ACCOUNT TO CRL-ACCOUNT-KEY
                  MOVE CSR-ACCOUNT TO CRL-ACCOUNT-ALT
                  MOVE CSR-ROLE TO CRL-ROLE
                  MOVE ASC-TODAY TO CRL-SINCE-DATE
                  MOVE ASC-TODAY TO CRL-LAST-MAINT-DATE
                  WRITE CUST-REL-RECORD
                  MOVE 'RELADD' TO AUD-ACTION
            END-EVALUATE
            IF ASC-REL-STATUS NOT = '00'
               DISPLAY 'acct-screen: relationship not recorded,'
                  ' status ' ASC-REL-STATUS
               SET JOB-WARNING TO TRUE
               GO TO 3700-APPLY-RELATIONSHIP-EXIT
            END-IF
            MOVE 'ACCTSCRN' TO AUD-PROGRAM-ID
            MOVE CSR-ACCOUNT TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3700-APPLY-RELATIONSHIP-EXIT.
            EXIT.

        9999-EXIT.
            IF JOB-OK OR JOB-WARNING
               CALL "posix-close" USING BY VALUE JRN-FD
                   RETURNING JRN-RC
               END-CALL
               CLOSE ACCT-MASTER-FILE CUST-MASTER-FILE
                     CUST-REL-FILE
            END-IF
            DISPLAY 'acct-screen: session ended'.
        9999-EXIT-EXIT.

        COPY audit-paragraphs.
        COPY jrnl-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY exit-status-paragraphs.
        End Program ACCT-SCREEN.
