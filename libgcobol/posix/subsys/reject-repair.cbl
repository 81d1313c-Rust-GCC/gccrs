      *
      *  RESUBMIT record layout (fixed columns):
      *      RSB-ROUND  9(2)     resubmission round
      *      RSB-DATA   X(300)   repaired transaction
      *
      *  Flags (cmdline-parms.cpy style):
      *      -ROUND=<n>        resubmission round, default 1
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Movement (M) transactions edit as
      *                        ACCT-MAINT edits them: key and
      *                        signed amount only.
      *  2026-10-15 smckinney  Reject and resubmit records carry the
      *                        300-byte transaction record.
      *  2026-10-15 smckinney  Accepts account type TD (term
      *                        deposit).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. REJECT-REPAIR.
        01  REJECT-IN-RECORD.
            05  RJI-REASON          PIC X(03).
            05  FILLER              PIC X(01).
            05  RJI-DATA            PIC X(300).
        FD  RESUBMIT-FILE.
        01  RESUBMIT-RECORD.
            05  RSB-ROUND           PIC 9(02).
            05  RSB-DATA            PIC X(300).
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
            05  RRB-CURRENCY        PIC X(03).
            05  RRB-BALANCE         PIC X(15).
            05  RRB-OPEN-DATE       PIC X(08).
            05  RRB-TRAILER         PIC X(145).
        01  RRP-AFTER.
            05  RRA-ACTION          PIC X(01).
            05  RRA-KEY             PIC X(32).
            05  RRA-CURRENCY        PIC X(03).
            05  RRA-BALANCE         PIC X(15).
            05  RRA-OPEN-DATE       PIC X(08).
            05  RRA-TRAILER         PIC X(145).
        Screen Section.
        01  REPAIR-SCREEN.
            05  Blank Screen.
        3000-EDIT-FIELDS.
            MOVE SPACES TO RRP-EDIT-ERROR
            IF RRA-ACTION NOT = 'A' AND RRA-ACTION NOT = 'C' AND
               RRA-ACTION NOT = 'D' AND RRA-ACTION NOT = 'M'
               MOVE 'A01 INVALID ACTION CODE' TO RRP-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF RRA-ACTION = 'D'
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF RRA-ACTION = 'M'
               IF RRA-BALANCE NOT NUMERIC
                  MOVE 'A05 AMOUNT NOT NUMERIC' TO RRP-EDIT-ERROR
               END-IF
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF RRA-ACTION = 'A' AND RRA-CUST-NAME = SPACES
               MOVE 'A03 NAME MISSING ON ADD' TO RRP-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF RRA-TYPE NOT = 'CH' AND RRA-TYPE NOT = 'SV' AND
               RRA-TYPE NOT = 'LN' AND RRA-TYPE NOT = 'GL' AND
               RRA-TYPE NOT = 'TD'
               MOVE 'A09 ACCOUNT TYPE INVALID' TO RRP-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
