      *  header, offsets and lengths must be numeric and nonzero,
      *  usage and class codes must be from the catalog, every
      *  field's extent (including OCCURS repetitions) must fit
      *  inside the declared record length, a protected ('P'),
      *  key-id ('K') or clear personal-data ('C') field must be
      *  text -- and writes the clean
      *  dictionary to LAYOUTS for the LAYOUT-DICT subprogram.  Any
      *  bad row fails the whole load: a dictionary with one wrong
      *  offset is how a layout drift gets institutionalized.
      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *  2026-10-15 smckinney  Rows carry the protected-field flag
      *                        in column 56.
      *  2026-10-15 smckinney  Column 56 also takes C, personal
      *                        data held in clear.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. DICT-MAINT.
        Data Division.
        File Section.
        FD  DICT-IN-FILE.
        01  DICT-IN-RECORD          PIC X(56).
        FD  LAYOUTS-FILE.
        COPY layout-dict.
        Working-Storage Section.
            05 DCW-OCCURS           PIC X(03).
            05 DCW-STRIDE           PIC X(05).
            05 DCW-KEY-FLAG         PIC X(01).
            05 DCW-PROTECT          PIC X(01).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
               PERFORM 2400-FLAG-BAD THRU 2400-FLAG-BAD-EXIT
               GO TO 2300-VALIDATE-FIELD-EXIT
            END-IF
            IF DCW-PROTECT NOT = SPACE AND DCW-PROTECT NOT = 'P'
               AND DCW-PROTECT NOT = 'K' AND DCW-PROTECT NOT = 'C'
               PERFORM 2400-FLAG-BAD THRU 2400-FLAG-BAD-EXIT
               GO TO 2300-VALIDATE-FIELD-EXIT
            END-IF
            IF DCW-PROTECT NOT = SPACE AND DCW-CLASS NOT = 'T'
               DISPLAY 'dict-maint: ' DCW-FIELD-NAME
                  ' is protected but not text'
               PERFORM 2400-FLAG-BAD THRU 2400-FLAG-BAD-EXIT
               GO TO 2300-VALIDATE-FIELD-EXIT
            END-IF
            IF FUNCTION NUMVAL(DCW-LENGTH) = 0 OR
               FUNCTION NUMVAL(DCW-OFFSET) = 0
               PERFORM 2400-FLAG-BAD THRU 2400-FLAG-BAD-EXIT
