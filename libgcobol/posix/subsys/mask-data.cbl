      *  dictionary -- parallel runs and DR tests stop using live
      *  customer names.  The named layout's field rows decide the
      *  treatment of every byte:
      *    - fields the dictionary marks protected ('P') hold
      *      PII-CRYPT ciphertext: they are always replaced by a
      *      substitute derived the same way, and the key-id field
      *      ('K') is blanked, so the test copy reads as clear text
      *      under no key;
      *    - fields the dictionary marks personal ('C'), and text
      *      fields (class T) whose names contain NAME or ADDR, are
      *      customer-identifying: a personal field holding digits
      *      (a birth date) is zeroed, any other value is replaced
      *      by a deterministic substitute derived from a keyed
      *      hash of the original bytes, so the same input name always
      *      masks to the same output name and matching logic
      *      (dup-detect, file-compare keys) still works;
      *    - fields with decimals are amounts: display-numeric
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Protected fields are always masked
      *                        and their key-id field blanked.
      *  2026-10-15 smckinney  Fields marked personal in clear are
      *                        masked whatever their name.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. MASK-DATA.
        01  MSK-REP-SUB             Binary-Long.
        01  MSK-AT                  Binary-Long.
        01  MSK-LEN                 Binary-Long.
        01  MSK-FILL-LEN            Binary-Long.
        01  MSK-HASH                PIC S9(18) COMP-5.
        01  MSK-HASH-SUB            Binary-Long.
        01  MSK-LETTER              Binary-Long.
               + MSK-REP-SUB * LDQ-F-STRIDE (MSK-FIELD-SUB)
            MOVE LDQ-F-LENGTH (MSK-FIELD-SUB) TO MSK-LEN
            EVALUATE TRUE
               WHEN LDQ-F-PROTECT (MSK-FIELD-SUB) = 'P'
                  PERFORM 3250-MASK-PROTECTED
                     THRU 3250-MASK-PROTECTED-EXIT
               WHEN LDQ-F-PROTECT (MSK-FIELD-SUB) = 'K'
                  MOVE SPACES TO MSK-RECORD (MSK-AT:MSK-LEN)
               WHEN LDQ-F-PROTECT (MSK-FIELD-SUB) = 'C'
                  PERFORM 3260-MASK-PERSONAL
                     THRU 3260-MASK-PERSONAL-EXIT
               WHEN LDQ-F-CLASS (MSK-FIELD-SUB) = 'T' AND
                    (LDQ-F-NAME (MSK-FIELD-SUB) (1:4) = 'NAME'
                     OR FUNCTION SUBSTITUTE(
        3220-EMIT-ONE-LETTER-EXIT.
            EXIT.

      * ciphertext has no word shape to keep: the substitute is a
      * keyed-hash run of letters, 5 to 20 long, then spaces
        3250-MASK-PROTECTED.
            IF MSK-RECORD (MSK-AT:MSK-LEN) = SPACES
               GO TO 3250-MASK-PROTECTED-EXIT
            END-IF
            MOVE MSK-KEY TO MSK-HASH
            PERFORM 3210-HASH-ONE-BYTE
               THRU 3210-HASH-ONE-BYTE-EXIT
               VARYING MSK-HASH-SUB FROM 0 BY 1
               UNTIL MSK-HASH-SUB >= MSK-LEN
            COMPUTE MSK-FILL-LEN = FUNCTION MOD(MSK-HASH, 16) + 5
            IF MSK-FILL-LEN > MSK-LEN
               MOVE MSK-LEN TO MSK-FILL-LEN
            END-IF
            MOVE SPACES TO MSK-RECORD (MSK-AT:MSK-LEN)
            MOVE ALL 'X' TO MSK-RECORD (MSK-AT:MSK-FILL-LEN)
            PERFORM 3220-EMIT-ONE-LETTER
               THRU 3220-EMIT-ONE-LETTER-EXIT
               VARYING MSK-HASH-SUB FROM 0 BY 1
               UNTIL MSK-HASH-SUB >= MSK-FILL-LEN
            ADD 1 TO MSK-MASKED-FIELDS.
        3250-MASK-PROTECTED-EXIT.
            EXIT.

      * a personal date or number has no letters to substitute
        3260-MASK-PERSONAL.
            IF MSK-RECORD (MSK-AT:MSK-LEN) NUMERIC
               MOVE ALL '0' TO MSK-RECORD (MSK-AT:MSK-LEN)
               ADD 1 TO MSK-MASKED-FIELDS
            ELSE
               PERFORM 3200-MASK-TEXT THRU 3200-MASK-TEXT-EXIT
            END-IF.
        3260-MASK-PERSONAL-EXIT.
            EXIT.

        3300-SCALE-DISPLAY.
            IF MSK-RECORD (MSK-AT:MSK-LEN) NOT NUMERIC
               GO TO 3300-SCALE-DISPLAY-EXIT
