      *  how half a night posts to the wrong day.  The roll writes
      *  an audit-record entry.
      *
      *  BAL-PROOF's warning is itself a stop: it means an account
      *  balance does not prove to the journal, and the date must
      *  not roll over the break until it has been accepted (a
      *  BAL-PROOF rerun with -ACCEPT=Y, which ends JOB-OK).
      *  TELLER-BAL's warning stops it the same way: a teller is
      *  unbalanced (or the day's teller cash is not all placed),
      *  and no branch closes its day until a recount or a
      *  supervisor's acceptance and a TELLER-BAL rerun end JOB-OK.
      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *  2026-10-15 smckinney  Hold the roll on a BAL-PROOF warning.
      *  2026-10-15 smckinney  Hold the roll on a TELLER-BAL warning.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. BUSDATE-ROLL.
        01  BRL-PGM-TABLE.
            05  BRL-PGM-ENTRY OCCURS 64 TIMES.
                10  BPL-PROGRAM-ID  PIC X(08).
                    88  BPL-WARNING-BLOCKS  Value 'BALPROOF'
                                                  'TELLBAL'.
                10  BPL-LAST-START  PIC 9(11).
                10  BPL-LAST-STATUS PIC 9(03).
        01  BRL-BLOCKED-COUNT       Binary-Long Value 0.

        2300-JUDGE-ONE-PGM.
            IF BPL-LAST-STATUS (BRL-SUB) > 4
               OR (BPL-LAST-STATUS (BRL-SUB) = 4
                   AND BPL-WARNING-BLOCKS (BRL-SUB))
               ADD 1 TO BRL-BLOCKED-COUNT
               DISPLAY 'busdate-roll: ' BPL-PROGRAM-ID (BRL-SUB)
                  ' last ended ' BPL-LAST-STATUS (BRL-SUB)
