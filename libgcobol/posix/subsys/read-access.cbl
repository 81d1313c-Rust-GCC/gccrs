      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  read-access.cbl
      *
      *  Read-access logging subprogram.  The audit trail records
      *  every change; this records every look.  Each CALL appends
      *  one READLOG entry (read-log.cpy) -- user, account key,
      *  transaction code, calling program, calendar date and time
      *  -- through read-access.cpy.  Called by the inquiry
      *  handlers (BAVG, MBAL, HINQ, BALR) for every account they
      *  answer on, and by ACCT-SCREEN, HOLD-MAINT and ADDR-MAINT
      *  for every account record they retrieve.  The log is
      *  opened, appended and closed on each CALL, the msg-enqueue
      *  carry-log pattern, so any number of listener processes
      *  and screens can share it and a crash loses nothing
      *  written.  ACCESS-RPT reads it daily against the
      *  sensitive-account list.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. READ-ACCESS.
        Environment Division.
        Input-Output Section.
        File-Control.
            Select OPTIONAL READ-LOG-FILE Assign To READLOG
                Organization Is Line Sequential
                File Status Is RAW-FILE-STATUS.
        Data Division.
        File Section.
        FD  READ-LOG-FILE.
        COPY read-log.
        Working-Storage Section.
        01  RAW-FILE-STATUS         PIC X(02).
        01  RAW-NOW                 PIC X(21).
        Linkage Section.
        COPY read-access.
        Procedure Division Using RAQ-CONTROL.
        0000-MAINLINE.
            SET RAQ-OK TO TRUE
            MOVE FUNCTION CURRENT-DATE TO RAW-NOW
            MOVE RAW-NOW (1:8) TO RAL-DATE
            MOVE RAW-NOW (9:6) TO RAL-TIME
            MOVE RAQ-USER TO RAL-USER
            MOVE RAQ-KEY TO RAL-KEY
            MOVE RAQ-TXN-CODE TO RAL-TXN-CODE
            MOVE RAQ-PROGRAM-ID TO RAL-PROGRAM-ID
            OPEN EXTEND READ-LOG-FILE
            IF RAW-FILE-STATUS NOT = '00' AND
               RAW-FILE-STATUS NOT = '05'
               DISPLAY 'read-access: cannot open READLOG, status '
                  RAW-FILE-STATUS
               SET RAQ-LOG-FAILED TO TRUE
               GOBACK
            END-IF
            WRITE READ-LOG-RECORD
            IF RAW-FILE-STATUS NOT = '00'
               DISPLAY 'read-access: READLOG write failed, status '
                  RAW-FILE-STATUS ' key ' FUNCTION TRIM(RAQ-KEY)
               SET RAQ-LOG-FAILED TO TRUE
            END-IF
            CLOSE READ-LOG-FILE
            GOBACK.
        End Program READ-ACCESS.
