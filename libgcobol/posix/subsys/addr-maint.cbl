      *  journal) carrying before and after images and is written
      *  through the AUD-RECORD path.  Returned mail is our biggest
      *  branch complaint; this file is the fix's system of record.
      *  'R' is the returned-mail intake: the post office sent a
      *  document back, and the address record that was in force
      *  when it was mailed is marked returned (hold mail) with the
      *  return date and document type.  A key may be an account
      *  on ACCTMST or a loan on LOANMST (collections letters are
      *  addressed under the loan id).
      *
      *  Transaction record layout (fixed columns):
      *      ADT-ACTION     X(1)    A add (change of address),
      *                             D delete an effective record,
      *                             R returned mail
      *      ADT-KEY        X(32)
      *      ADT-EFFECTIVE  9(8)    on 'R' the date the document
      *                             was mailed
      *      ADT-ADDR1      X(30)   on 'R': return date 9(8),
      *                             document STMT/COLL/TAX/DORM
      *      ADT-ADDR2      X(30)
      *      ADT-CITY       X(20)
      *      ADT-POSTCODE   X(10)
      *      D03 addr1 missing on add        record on add
      *      D04 effective date invalid  D07 record not found
      *      D08 file error              D09 journal write failed
      *      D10 address could not be encrypted
      *      D11 no address in force on the mailing date
      *      D12 address changed since the document was mailed
      *      D13 return date or document type invalid
      *      D14 return already recorded
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  An applied change of address appends
      *                        an ADDR event to the NOTIFEVT
      *                        customer-notification feed
      *                        (notif-event.cpy), so the customer
      *                        hears of a change they did not ask
      *                        for before the next statement goes
      *                        to the new address.
      *  2026-10-15 smckinney  Address lines and city are written
      *                        encrypted through PII-CRYPT under
      *                        the current PIIKEYS key, before the
      *                        journal after-image is taken; with
      *                        no current key the add rejects D10.
      *  2026-10-15 smckinney  Every account whose address records
      *                        a transaction retrieves is logged to
      *                        the READLOG read-access log through
      *                        READ-ACCESS (the submitting user from
      *                        USER, key, ADRM, time).
      *  2026-10-15 smckinney  Returned-mail action 'R' marks the
      *                        address in force on the mailing date
      *                        as hold mail; a new address is
      *                        written clear.  Loan ids are
      *                        accepted as address keys.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. ADDR-MAINT.
        File-Control.
            Select ADDR-MASTER-FILE Assign To ADDRMST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is ADM-KEY
                File Status Is ADW-FILE-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is ADW-ACCT-STATUS.
            Select LOAN-MASTER-FILE Assign To LOANMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is LNM-LOAN-ID
                File Status Is ADW-LOAN-STATUS.
            Select TRANSACTION-FILE Assign To ADDRTRN
                Organization Is Line Sequential.
            Select REJECT-FILE Assign To ADDRREJ
                Organization Is Line Sequential.
            Select OPTIONAL NOTIF-EVENT-FILE Assign To NOTIFEVT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
        COPY addr-master.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  LOAN-MASTER-FILE.
        COPY loan-master.
        FD  TRANSACTION-FILE.
        01  TRANSACTION-RECORD.
            05  ADT-ACTION          PIC X(01).
            05  ADT-KEY             PIC X(32).
            05  ADT-EFFECTIVE       PIC X(08).
            05  ADT-ADDR1           PIC X(30).
            05  ADT-RETURN REDEFINES ADT-ADDR1.
                10  ADT-RETURN-DATE PIC X(08).
                10  ADT-RETURN-DOC  PIC X(04).
                10  FILLER          PIC X(18).
            05  ADT-ADDR2           PIC X(30).
            05  ADT-CITY            PIC X(20).
            05  ADT-POSTCODE        PIC X(10).
            05  DRJ-REASON          PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  DRJ-TRANSACTION     PIC X(131).
        FD  NOTIF-EVENT-FILE.
        COPY notif-event.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
            05  ADW-STOP-NANOS      Usage BINARY-DOUBLE.
        01  ADW-FILE-STATUS         PIC X(02).
        01  ADW-ACCT-STATUS         PIC X(02).
        01  ADW-LOAN-STATUS         PIC X(02).
        01  ADW-MAILED-DATE         PIC 9(08).
        01  ADW-RETURN-DATE         PIC 9(08).
        01  ADW-IN-FORCE-KEY        PIC X(40).
        01  ADW-SCAN-SWITCH         PIC X(01).
            88  ADW-SCAN-DONE           Value 'Y', False 'N'.
        01  ADW-CHANGED-SWITCH      PIC X(01).
            88  ADW-CHANGED-SINCE       Value 'Y', False 'N'.
        01  ADW-EOF-SWITCH          PIC X(01).
            88  ADW-EOF                 Value 'Y', False 'N'.
        01  ADW-REASON              PIC X(03).
        01  ADW-APPLIED-COUNT       PIC 9(09) Value 0.
        01  ADW-REJECT-COUNT        PIC 9(09) Value 0.
        01  ADW-TODAY               PIC 9(08).
        COPY pii-crypt.
        COPY read-access.
        01  ADW-RUN-USER            PIC X(12).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET ADW-EOF TO FALSE
            MOVE 'ADDRMNT1' TO PCX-PROGRAM-ID
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'addr-maint: no business date established,'
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            MOVE BDQ-DATE TO ADW-TODAY
      *    a batch run's reads belong to whoever submitted it
            MOVE 'USER' TO ADW-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(ADW-ENV-NAME)
              TO ADW-ENV-VALUE
            IF ADW-ENV-VALUE = SPACES
               MOVE 'ADDRMNT1' TO ADW-RUN-USER
            ELSE
               MOVE ADW-ENV-VALUE TO ADW-RUN-USER
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, ADW-RUN-START)
              TO AUD-RC
            OPEN I-O ADDR-MASTER-FILE
                  ADW-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            OPEN INPUT LOAN-MASTER-FILE
            IF ADW-LOAN-STATUS NOT = '00'
               DISPLAY 'addr-maint: cannot open LOANMST, status '
                  ADW-LOAN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            OPEN INPUT TRANSACTION-FILE
            OPEN OUTPUT REJECT-FILE
            OPEN EXTEND NOTIF-EVENT-FILE
            PERFORM 1100-OPEN-JOURNAL THRU 1100-OPEN-JOURNAL-EXIT.
        1000-INITIALIZE-EXIT.
            EXIT.
        2200-EDIT-TRAN.
            MOVE SPACES TO ADW-REASON
            IF ADT-ACTION NOT = 'A' AND ADT-ACTION NOT = 'D'
               AND ADT-ACTION NOT = 'R'
               MOVE 'D01' TO ADW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF ADT-ACTION = 'D'
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF ADT-ACTION = 'R'
               PERFORM 2300-EDIT-RETURN THRU 2300-EDIT-RETURN-EXIT
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF ADT-ADDR1 = SPACES
               MOVE 'D03' TO ADW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            MOVE ADT-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF ADW-ACCT-STATUS = '00'
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
      *    not an account: a loan's letters are addressed under
      *    its loan id
            IF ADT-KEY (13:20) = SPACES
               MOVE ADT-KEY (1:12) TO LNM-LOAN-ID
               READ LOAN-MASTER-FILE
               IF ADW-LOAN-STATUS = '00'
                  GO TO 2200-EDIT-TRAN-EXIT
               END-IF
            END-IF
            MOVE 'D05' TO ADW-REASON.
        2200-EDIT-TRAN-EXIT.
            EXIT.

      * a return cannot come back before the document went out,
      * nor after today
        2300-EDIT-RETURN.
            MOVE FUNCTION NUMVAL(ADT-EFFECTIVE) TO ADW-MAILED-DATE
            IF ADT-RETURN-DATE NOT NUMERIC
               MOVE 'D13' TO ADW-REASON
               GO TO 2300-EDIT-RETURN-EXIT
            END-IF
            IF ADT-RETURN-DATE (5:2) < '01' OR
               ADT-RETURN-DATE (5:2) > '12' OR
               ADT-RETURN-DATE (7:2) < '01' OR
               ADT-RETURN-DATE (7:2) > '31'
               MOVE 'D13' TO ADW-REASON
               GO TO 2300-EDIT-RETURN-EXIT
            END-IF
            MOVE FUNCTION NUMVAL(ADT-RETURN-DATE) TO ADW-RETURN-DATE
            IF ADW-RETURN-DATE < ADW-MAILED-DATE OR
               ADW-RETURN-DATE > ADW-TODAY
               MOVE 'D13' TO ADW-REASON
               GO TO 2300-EDIT-RETURN-EXIT
            END-IF
            IF ADT-RETURN-DOC NOT = 'STMT' AND NOT = 'COLL'
               AND NOT = 'TAX ' AND NOT = 'DORM'
               MOVE 'D13' TO ADW-REASON
            END-IF.
        2300-EDIT-RETURN-EXIT.
            EXIT.

        3000-APPLY-TRAN.
            MOVE ADW-RUN-USER TO RAQ-USER
            MOVE ADT-KEY TO RAQ-KEY
            MOVE 'ADRM' TO RAQ-TXN-CODE
            MOVE 'ADDRMNT1' TO RAQ-PROGRAM-ID
            CALL 'READ-ACCESS' USING RAQ-CONTROL
            EVALUATE ADT-ACTION
               WHEN 'A'
                  PERFORM 3100-ADD-ADDRESS
                     THRU 3100-ADD-ADDRESS-EXIT
               WHEN 'R'
                  PERFORM 3400-RETURNED-MAIL
                     THRU 3400-RETURNED-MAIL-EXIT
               WHEN OTHER
                  PERFORM 3300-DELETE-ADDRESS
                     THRU 3300-DELETE-ADDRESS-EXIT
            END-EVALUATE.
        3000-APPLY-TRAN-EXIT.
            EXIT.

            MOVE ADT-KEY TO ADM-ACCOUNT-KEY
            MOVE FUNCTION NUMVAL(ADT-EFFECTIVE)
              TO ADM-EFFECTIVE-DATE
            MOVE ADM-KEY TO PII-RECORD-KEY
            MOVE ADT-ADDR1 TO PII-ADDR1
            MOVE ADT-ADDR2 TO PII-ADDR2
            MOVE ADT-CITY TO PII-CITY
            PERFORM 9330-PII-PROTECT-ADDRESS
               THRU 9330-PII-PROTECT-ADDRESS-EXIT
            IF NOT PII-PROTECTED
               MOVE 'D10' TO ADW-REASON
               GO TO 3100-ADD-ADDRESS-EXIT
            END-IF
            MOVE PII-ADDR1 TO ADM-ADDR1
            MOVE PII-ADDR2 TO ADM-ADDR2
            MOVE PII-CITY TO ADM-CITY
            MOVE PII-KEY-ID TO ADM-PII-KEY-ID
            MOVE ADT-POSTCODE TO ADM-POSTCODE
            MOVE ADW-TODAY TO ADM-ENTERED-DATE
      *    a new address is deliverable until mail comes back
            SET ADM-MAIL-DELIVERABLE TO TRUE
            MOVE 0 TO ADM-HOLD-SINCE ADM-RETURNED-DATE
                      ADM-RETURN-COUNT
            MOVE SPACES TO ADM-RETURNED-DOC
            MOVE SPACES TO JRN-BEFORE-IMAGE
            MOVE ADDR-MASTER-RECORD TO JRN-AFTER-IMAGE
            SET JRN-ACTION-CREATE TO TRUE
               ADD 1 TO ADW-APPLIED-COUNT
               SET AUD-ACTION-CREATE TO TRUE
               PERFORM 3500-AUDIT-CHANGE THRU 3500-AUDIT-CHANGE-EXIT
               PERFORM 3700-NOTIFY-CHANGE
                  THRU 3700-NOTIFY-CHANGE-EXIT
            ELSE
               MOVE 'D08' TO ADW-REASON
            END-IF.
        3300-DELETE-ADDRESS-EXIT.
            EXIT.

      * the document went to the record in force on the day it was
      * mailed; a newer address already in force today means the
      * next mailing goes elsewhere and nothing is held
        3400-RETURNED-MAIL.
            MOVE SPACES TO ADW-IN-FORCE-KEY
            SET ADW-CHANGED-SINCE TO FALSE
            SET ADW-SCAN-DONE TO FALSE
            MOVE ADT-KEY TO ADM-ACCOUNT-KEY
            MOVE 0 TO ADM-EFFECTIVE-DATE
            START ADDR-MASTER-FILE KEY >= ADM-KEY
            IF ADW-FILE-STATUS NOT = '00'
               MOVE 'D11' TO ADW-REASON
               GO TO 3400-RETURNED-MAIL-EXIT
            END-IF
            PERFORM 3410-SCAN-ONE-RECORD
               THRU 3410-SCAN-ONE-RECORD-EXIT
                UNTIL ADW-SCAN-DONE
            IF ADW-IN-FORCE-KEY = SPACES
               MOVE 'D11' TO ADW-REASON
               GO TO 3400-RETURNED-MAIL-EXIT
            END-IF
            IF ADW-CHANGED-SINCE
               MOVE 'D12' TO ADW-REASON
               GO TO 3400-RETURNED-MAIL-EXIT
            END-IF
            MOVE ADW-IN-FORCE-KEY TO ADM-KEY
            READ ADDR-MASTER-FILE
            IF ADW-FILE-STATUS NOT = '00'
               MOVE 'D08' TO ADW-REASON
               GO TO 3400-RETURNED-MAIL-EXIT
            END-IF
            IF ADM-MAIL-RETURNED AND
               ADM-RETURNED-DATE = ADW-RETURN-DATE AND
               ADM-RETURNED-DOC = ADT-RETURN-DOC
               MOVE 'D14' TO ADW-REASON
               GO TO 3400-RETURNED-MAIL-EXIT
            END-IF
            MOVE ADDR-MASTER-RECORD TO JRN-BEFORE-IMAGE
      *    a customer already on hold keeps the first return date
            IF NOT ADM-MAIL-RETURNED
               SET ADM-MAIL-RETURNED TO TRUE
               MOVE ADW-RETURN-DATE TO ADM-HOLD-SINCE
            END-IF
            IF ADW-RETURN-DATE > ADM-RETURNED-DATE
               MOVE ADW-RETURN-DATE TO ADM-RETURNED-DATE
               MOVE ADT-RETURN-DOC TO ADM-RETURNED-DOC
            END-IF
            IF ADM-RETURN-COUNT < 999
               ADD 1 TO ADM-RETURN-COUNT
            END-IF
            MOVE ADDR-MASTER-RECORD TO JRN-AFTER-IMAGE
            SET JRN-ACTION-UPDATE TO TRUE
            PERFORM 3600-JOURNAL-CHANGE
               THRU 3600-JOURNAL-CHANGE-EXIT
            IF NOT JRN-GOOD
               MOVE 'D09' TO ADW-REASON
               GO TO 3400-RETURNED-MAIL-EXIT
            END-IF
            REWRITE ADDR-MASTER-RECORD
            IF ADW-FILE-STATUS = '00'
               ADD 1 TO ADW-APPLIED-COUNT
               SET AUD-ACTION-UPDATE TO TRUE
               PERFORM 3500-AUDIT-CHANGE THRU 3500-AUDIT-CHANGE-EXIT
            ELSE
               MOVE 'D08' TO ADW-REASON
            END-IF.
        3400-RETURNED-MAIL-EXIT.
            EXIT.

        3410-SCAN-ONE-RECORD.
            READ ADDR-MASTER-FILE NEXT
                AT END
                    SET ADW-SCAN-DONE TO TRUE
                NOT AT END
                    EVALUATE TRUE
                       WHEN ADM-ACCOUNT-KEY NOT = ADT-KEY
                          SET ADW-SCAN-DONE TO TRUE
                       WHEN ADM-EFFECTIVE-DATE > ADW-TODAY
                          SET ADW-SCAN-DONE TO TRUE
                       WHEN ADM-EFFECTIVE-DATE > ADW-MAILED-DATE
                          SET ADW-CHANGED-SINCE TO TRUE
                          SET ADW-SCAN-DONE TO TRUE
                       WHEN OTHER
                          MOVE ADM-KEY TO ADW-IN-FORCE-KEY
                    END-EVALUATE
            END-READ.
        3410-SCAN-ONE-RECORD-EXIT.
            EXIT.

        3500-AUDIT-CHANGE.
            MOVE 'ADDRMNT1' TO AUD-PROGRAM-ID
            MOVE ADT-KEY TO AUD-KEY
        3600-JOURNAL-CHANGE-EXIT.
            EXIT.

      * the effective date makes the event unique: a rerun that
      * finds the record already on file never gets this far
        3700-NOTIFY-CHANGE.
            SET NEV-TYPE-ADDRESS TO TRUE
            MOVE ADT-KEY TO NEV-ACCOUNT-KEY
            MOVE ADW-TODAY TO NEV-EVENT-DATE
            MOVE SPACES TO NEV-REFERENCE
            STRING 'EFF ' ADT-EFFECTIVE DELIMITED BY SIZE
              INTO NEV-REFERENCE
            END-STRING
            MOVE FUNCTION CURRENT-DATE (9:6) TO NEV-EVENT-TIME
            MOVE 'ADDRMNT1' TO NEV-SOURCE
            MOVE 0 TO NEV-AMOUNT
            MOVE SPACES TO NEV-TEXT
            STRING 'ADDRESS CHANGED, EFFECTIVE ' ADT-EFFECTIVE
               DELIMITED BY SIZE
              INTO NEV-TEXT
            END-STRING
            WRITE NOTIF-EVENT-RECORD.
        3700-NOTIFY-CHANGE-EXIT.
            EXIT.

        4000-REJECT-TRAN.
            ADD 1 TO ADW-REJECT-COUNT
            MOVE ADW-REASON TO DRJ-REASON
                   RETURNING JRN-RC
               END-CALL
            END-IF
            CLOSE ADDR-MASTER-FILE ACCT-MASTER-FILE LOAN-MASTER-FILE
                  TRANSACTION-FILE REJECT-FILE NOTIF-EVENT-FILE
            DISPLAY 'addr-maint: ' ADW-READ-COUNT ' read, '
               ADW-APPLIED-COUNT ' applied, '
               ADW-REJECT-COUNT ' rejected'
        COPY audit-paragraphs.
        COPY jrnl-paragraphs.
        COPY jobhist-paragraphs.
        COPY pii-crypt-paragraphs.
        COPY exit-status-paragraphs.
        End Program ADDR-MAINT.
