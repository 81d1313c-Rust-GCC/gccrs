      *      CPT-CUTOFF        9(6)    hhmmss, 0 = no cutoff
      *      CPT-CONTACT-NAME  X(30)
      *      CPT-CONTACT-MAIL  X(40)
      *      CPT-SETTLE-CCY    X(3)    settlement currency
      *      CPT-MSG-FORMAT    X(1)    'T' tagged wire, 'X' XML
      *
      *  Reject reason codes:
      *      C01 invalid action code     C05 port not numeric
      *      C02 id missing              C06 cutoff not numeric
      *      C03 name missing on add     C07 duplicate id on add
      *      C04 sender missing on add   C08 id not found
      *      C09 file error              C10 settlement currency
      *                                      not a currency code
      *      C11 message format not T or X
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Settlement currency maintained on
      *                        the master (reject C10 when it is
      *                        not three letters).
      *  2026-10-15 smckinney  Settlement message format (tagged
      *                        wire or ISO 20022 XML) maintained
      *                        on the master, reject C11.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. CPTY-MAINT.
            05  CPT-CUTOFF          PIC X(06).
            05  CPT-CONTACT-NAME    PIC X(30).
            05  CPT-CONTACT-MAIL    PIC X(40).
            05  CPT-SETTLE-CCY      PIC X(03).
            05  CPT-MSG-FORMAT      PIC X(01).
        FD  REJECT-FILE.
        01  REJECT-RECORD.
            05  CRJ-REASON          PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  CRJ-TRANSACTION     PIC X(292).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
            END-IF
            IF CPT-CUTOFF NOT = SPACES AND CPT-CUTOFF NOT NUMERIC
               MOVE 'C06' TO CPW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF CPT-SETTLE-CCY NOT = SPACES AND
               (CPT-SETTLE-CCY NOT ALPHABETIC-UPPER OR
                CPT-SETTLE-CCY (3:1) = SPACE)
               MOVE 'C10' TO CPW-REASON
               GO TO 2200-EDIT-TRAN-EXIT
            END-IF
            IF CPT-MSG-FORMAT NOT = SPACE AND
               CPT-MSG-FORMAT NOT = 'T' AND CPT-MSG-FORMAT NOT = 'X'
               MOVE 'C11' TO CPW-REASON
            END-IF.
        2200-EDIT-TRAN-EXIT.
            EXIT.
            END-IF
            IF CPT-CONTACT-MAIL NOT = SPACES OR CPT-ACTION = 'A'
               MOVE CPT-CONTACT-MAIL TO CPM-CONTACT-MAIL
            END-IF
            IF CPT-SETTLE-CCY NOT = SPACES OR CPT-ACTION = 'A'
               MOVE CPT-SETTLE-CCY TO CPM-SETTLE-CCY
            END-IF
            IF CPT-MSG-FORMAT NOT = SPACE OR CPT-ACTION = 'A'
               MOVE CPT-MSG-FORMAT TO CPM-MSG-FORMAT
            END-IF.
        3400-BUILD-PARTY-EXIT.
            EXIT.
