      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  currency-maint.cbl
      *
      *  Batch maintenance for the indexed currency reference master
      *  (CCYMST, currency-master.cpy layout, primary key CCY-CODE)
      *  in the product-maint mold: add/change/inactivate
      *  transactions from CCYTRN, field edits with reason-coded
      *  rejects to CCYREJ, an AUD-RECORD per applied change, and
      *  the run's record in the central job-history file.  A
      *  currency is inactivated, never deleted, so balances and
      *  messages already in it keep resolving.  Its minor units
      *  cannot change once added: every balance and every message
      *  amount in the currency was scaled by them.
      *
      *  Transaction record layout (fixed columns):
      *      CYT-ACTION      X(1)  A add, C change, I inactivate
      *      CYT-CODE        X(3)  ISO 4217 alphabetic code
      *      CYT-NUMERIC     9(3)  ISO 4217 numeric code
      *      CYT-NAME        X(30)
      *      CYT-MINOR       9(1)  minor units, 0 to 3
      *      CYT-ROUNDING    X(1)  H half up, D down, E half even;
      *                            spaces on add = H
      *      CYT-DATE        9(8)  added date on A, inactive on I
      *  On a change, a field left spaces keeps its stored value.
      *
      *  Reject reason codes:
      *      Y01 invalid action code     Y07 file error
      *      Y02 code missing            Y08 already inactive
      *      Y03 name missing on add     Y09 minor units not 0-3
      *      Y04 numeric code not valid  Y10 rounding not H/D/E
      *      Y05 duplicate code on add   Y11 minor units changed
      *      Y06 code not found
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. CURRENCY-MAINT.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select CURRENCY-MASTER-FILE Assign To CCYMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CCY-CODE
                File Status Is CMW-FILE-STATUS.
            Select TRANSACTION-FILE Assign To CCYTRN
                Organization Is Line Sequential.
            Select REJECT-FILE Assign To CCYREJ
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  CURRENCY-MASTER-FILE.
        COPY currency-master.
        FD  TRANSACTION-FILE.
        01  TRANSACTION-RECORD.
            05  CYT-ACTION          PIC X(01).
            05  CYT-CODE            PIC X(03).
            05  CYT-NUMERIC         PIC X(03).
            05  CYT-NAME            PIC X(30).
            05  CYT-MINOR           PIC X(01).
                88  CYT-MINOR-VALID     Value '0' THRU '3'.
            05  CYT-ROUNDING        PIC X(01).
                88  CYT-ROUNDING-VALID  Value 'H' 'D' 'E'.
            05  CYT-DATE            PIC X(08).
        FD  REJECT-FILE.
        01  REJECT-RECORD.
            05  CYJ-REASON          PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  CYJ-TRANSACTION     PIC X(47).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  CMW-RUN-START.
            05  CMW-START-SECONDS   Usage BINARY-DOUBLE.
            05  CMW-START-NANOS     Usage BINARY-DOUBLE.
        01  CMW-RUN-STOP.
            05  CMW-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  CMW-STOP-NANOS      Usage BINARY-DOUBLE.
        01  CMW-FILE-STATUS         PIC X(02).
        01  CMW-EOF-SWITCH          PIC X(01).
            88  CMW-EOF                 Value 'Y', False 'N'.
        01  CMW-REASON              PIC X(03).
        01  CMW-READ-COUNT          PIC 9(07) Value 0.
        01  CMW-APPLIED-COUNT       PIC 9(07) Value 0.
        01  CMW-REJECT-COUNT        PIC 9(07) Value 0.
        01  CMW-TODAY               PIC 9(08).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            PERFORM 2000-APPLY-ALL THRU 2000-APPLY-ALL-EXIT
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET CMW-EOF TO FALSE
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'currency-maint: no business date'
                  ' established'
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            MOVE BDQ-DATE TO CMW-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CMW-RUN-START)
              TO AUD-RC
            OPEN I-O CURRENCY-MASTER-FILE
            IF CMW-FILE-STATUS = '35'
      *        the very first reference load builds the file
               OPEN OUTPUT CURRENCY-MASTER-FILE
               CLOSE CURRENCY-MASTER-FILE
               OPEN I-O CURRENCY-MASTER-FILE
            END-IF
            IF CMW-FILE-STATUS NOT = '00'
               DISPLAY 'currency-maint: cannot open CCYMST,'
                  ' status ' CMW-FILE-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            OPEN INPUT TRANSACTION-FILE
            OPEN OUTPUT REJECT-FILE.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-APPLY-ALL.
            IF NOT JOB-OK
               GO TO 2000-APPLY-ALL-EXIT
            END-IF
            PERFORM 2100-READ-ONE-TRAN THRU 2100-READ-ONE-TRAN-EXIT
                UNTIL CMW-EOF.
        2000-APPLY-ALL-EXIT.
            EXIT.

        2100-READ-ONE-TRAN.
            READ TRANSACTION-FILE
                AT END
                    SET CMW-EOF TO TRUE
                NOT AT END
                    ADD 1 TO CMW-READ-COUNT
                    PERFORM 2200-EDIT-TRAN THRU 2200-EDIT-TRAN-EXIT
                    IF CMW-REASON = SPACES
                       PERFORM 3000-APPLY-TRAN
                          THRU 3000-APPLY-TRAN-EXIT
                    END-IF
                    IF CMW-REASON NOT = SPACES
                       PERFORM 4000-REJECT-TRAN
                          THRU 4000-REJECT-TRAN-EXIT
                    END-IF
            END-READ.
        2100-READ-ONE-TRAN-EXIT.
            EXIT.

        2200-EDIT-TRAN.
            MOVE SPACES TO CMW-REASON
            IF CYT-ACTION NOT = 'A' AND CYT-ACTION NOT = 'C' AND
               CYT-ACTION NOT = 'I'
               MOVE 'Y01' TO CMW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF CYT-CODE = SPACES
               MOVE 'Y02' TO CMW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF CYT-ACTION = 'I'
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF CYT-ACTION = 'A' AND CYT-NAME = SPACES
               MOVE 'Y03' TO CMW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF (CYT-ACTION = 'A' OR CYT-NUMERIC NOT = SPACES) AND
               CYT-NUMERIC NOT NUMERIC
               MOVE 'Y04' TO CMW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF (CYT-ACTION = 'A' OR CYT-MINOR NOT = SPACE) AND
               NOT CYT-MINOR-VALID
               MOVE 'Y09' TO CMW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF CYT-ROUNDING NOT = SPACE AND NOT CYT-ROUNDING-VALID
               MOVE 'Y10' TO CMW-REASON
            END-IF.
        2200-EDIT-TRAN-EXIT.
            EXIT.

        3000-APPLY-TRAN.
            EVALUATE CYT-ACTION
               WHEN 'A'
                  PERFORM 3100-ADD-CURRENCY
                     THRU 3100-ADD-CURRENCY-EXIT
               WHEN 'C'
                  PERFORM 3200-CHANGE-CURRENCY
                     THRU 3200-CHANGE-CURRENCY-EXIT
               WHEN 'I'
                  PERFORM 3300-INACTIVATE-CURRENCY
                     THRU 3300-INACTIVATE-CURRENCY-EXIT
            END-EVALUATE.
        3000-APPLY-TRAN-EXIT.
            EXIT.

        3100-ADD-CURRENCY.
            MOVE CYT-CODE TO CCY-CODE
            READ CURRENCY-MASTER-FILE
            IF CMW-FILE-STATUS = '00'
               MOVE 'Y05' TO CMW-REASON
               GO TO 3100-ADD-CURRENCY-EXIT
            END-IF
            MOVE CYT-CODE TO CCY-CODE
            MOVE FUNCTION NUMVAL(CYT-NUMERIC) TO CCY-NUMERIC
            MOVE CYT-NAME TO CCY-NAME
            MOVE FUNCTION NUMVAL(CYT-MINOR) TO CCY-MINOR-UNITS
            IF CYT-ROUNDING NOT = SPACE
               MOVE CYT-ROUNDING TO CCY-ROUNDING
            ELSE
               SET CCY-ROUND-HALF-UP TO TRUE
            END-IF
            SET CCY-STATUS-ACTIVE TO TRUE
            IF CYT-DATE NUMERIC
               MOVE FUNCTION NUMVAL(CYT-DATE) TO CCY-ADDED-DATE
            ELSE
               MOVE CMW-TODAY TO CCY-ADDED-DATE
            END-IF
            MOVE 0 TO CCY-INACTIVE-DATE
            WRITE CURRENCY-MASTER-RECORD
            IF CMW-FILE-STATUS = '00'
               ADD 1 TO CMW-APPLIED-COUNT
               SET AUD-ACTION-CREATE TO TRUE
               PERFORM 3500-AUDIT-CHANGE THRU 3500-AUDIT-CHANGE-EXIT
            ELSE
               MOVE 'Y07' TO CMW-REASON
            END-IF.
        3100-ADD-CURRENCY-EXIT.
            EXIT.

      * a change to an inactive currency's name or rounding is
      * allowed; it also brings the currency back into use
        3200-CHANGE-CURRENCY.
            MOVE CYT-CODE TO CCY-CODE
            READ CURRENCY-MASTER-FILE
            IF CMW-FILE-STATUS NOT = '00'
               MOVE 'Y06' TO CMW-REASON
               GO TO 3200-CHANGE-CURRENCY-EXIT
            END-IF
            IF CYT-MINOR NOT = SPACE AND
               FUNCTION NUMVAL(CYT-MINOR) NOT = CCY-MINOR-UNITS
               MOVE 'Y11' TO CMW-REASON
               GO TO 3200-CHANGE-CURRENCY-EXIT
            END-IF
            IF CYT-NUMERIC NOT = SPACES
               MOVE FUNCTION NUMVAL(CYT-NUMERIC) TO CCY-NUMERIC
            END-IF
            IF CYT-NAME NOT = SPACES
               MOVE CYT-NAME TO CCY-NAME
            END-IF
            IF CYT-ROUNDING NOT = SPACE
               MOVE CYT-ROUNDING TO CCY-ROUNDING
            END-IF
            SET CCY-STATUS-ACTIVE TO TRUE
            MOVE 0 TO CCY-INACTIVE-DATE
            REWRITE CURRENCY-MASTER-RECORD
            IF CMW-FILE-STATUS = '00'
               ADD 1 TO CMW-APPLIED-COUNT
               SET AUD-ACTION-UPDATE TO TRUE
               PERFORM 3500-AUDIT-CHANGE THRU 3500-AUDIT-CHANGE-EXIT
            ELSE
               MOVE 'Y07' TO CMW-REASON
            END-IF.
        3200-CHANGE-CURRENCY-EXIT.
            EXIT.

        3300-INACTIVATE-CURRENCY.
            MOVE CYT-CODE TO CCY-CODE
            READ CURRENCY-MASTER-FILE
            IF CMW-FILE-STATUS NOT = '00'
               MOVE 'Y06' TO CMW-REASON
               GO TO 3300-INACTIVATE-CURRENCY-EXIT
            END-IF
            IF CCY-STATUS-INACTIVE
               MOVE 'Y08' TO CMW-REASON
               GO TO 3300-INACTIVATE-CURRENCY-EXIT
            END-IF
            SET CCY-STATUS-INACTIVE TO TRUE
            IF CYT-DATE NUMERIC AND
               FUNCTION NUMVAL(CYT-DATE) NOT = 0
               MOVE FUNCTION NUMVAL(CYT-DATE) TO CCY-INACTIVE-DATE
            ELSE
               MOVE CMW-TODAY TO CCY-INACTIVE-DATE
            END-IF
            REWRITE CURRENCY-MASTER-RECORD
            IF CMW-FILE-STATUS = '00'
               ADD 1 TO CMW-APPLIED-COUNT
               MOVE 'INACTV' TO AUD-ACTION
               PERFORM 3500-AUDIT-CHANGE THRU 3500-AUDIT-CHANGE-EXIT
            ELSE
               MOVE 'Y07' TO CMW-REASON
            END-IF.
        3300-INACTIVATE-CURRENCY-EXIT.
            EXIT.

        3500-AUDIT-CHANGE.
            MOVE 'CURRMNT1' TO AUD-PROGRAM-ID
            MOVE CYT-CODE TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3500-AUDIT-CHANGE-EXIT.
            EXIT.

        4000-REJECT-TRAN.
            ADD 1 TO CMW-REJECT-COUNT
            MOVE CMW-REASON TO CYJ-REASON
            MOVE TRANSACTION-RECORD TO CYJ-TRANSACTION
            WRITE REJECT-RECORD.
        4000-REJECT-TRAN-EXIT.
            EXIT.

        9999-EXIT.
            CLOSE CURRENCY-MASTER-FILE TRANSACTION-FILE REJECT-FILE
            DISPLAY 'currency-maint: ' CMW-READ-COUNT ' read, '
               CMW-APPLIED-COUNT ' applied, '
               CMW-REJECT-COUNT ' rejected'
            IF CMW-REJECT-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CMW-RUN-STOP)
              TO AUD-RC
            MOVE 'CURRMNT1' TO JHR-PROGRAM-ID
            MOVE CMW-TODAY TO JHR-BUSINESS-DATE
            MOVE CMW-START-SECONDS TO JHR-START-SECONDS
            MOVE CMW-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE CMW-READ-COUNT TO JHR-RECORDS-IN
            MOVE CMW-APPLIED-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY exit-status-paragraphs.
        End Program CURRENCY-MAINT.
