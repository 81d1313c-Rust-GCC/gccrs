      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Address lines and city are held
      *                        encrypted; the record in force is
      *                        decrypted through PII-CRYPT for the
      *                        caller named in the request, masked
      *                        when that caller is not authorized.
      *  2026-10-15 smckinney  Returns the hold-mail status of the
      *                        address in force.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. ADDR-LOOKUP.
            88  ALW-DONE                Value 'Y', False 'N'.
        01  ALW-FOUND-SWITCH        PIC X(01).
            88  ALW-FOUND               Value 'Y', False 'N'.
        COPY pii-crypt.
        Linkage Section.
        COPY addr-lookup.
        Procedure Division Using ALQ-CONTROL.
            SET ALW-FOUND TO FALSE
            MOVE SPACES TO ALQ-ADDR1 ALQ-ADDR2
                           ALQ-CITY ALQ-POSTCODE
            MOVE 0 TO ALQ-EFFECTIVE-DATE ALQ-HOLD-SINCE
            MOVE SPACE TO ALQ-MAIL-STATUS
            MOVE SPACES TO ALQ-RETURNED-DOC
            SET ALQ-ADDR-MASKED TO FALSE
            MOVE ALQ-KEY TO ADM-ACCOUNT-KEY
            MOVE 0 TO ADM-EFFECTIVE-DATE
            START ADDR-MASTER-FILE KEY >= ADM-KEY
            PERFORM 2100-READ-ONE THRU 2100-READ-ONE-EXIT
                UNTIL ALW-DONE
            IF ALW-FOUND
               PERFORM 2200-REVEAL-ADDRESS
                  THRU 2200-REVEAL-ADDRESS-EXIT
               MOVE '00' TO ALQ-STATUS
            ELSE
               MOVE '10' TO ALQ-STATUS
                          MOVE ADM-POSTCODE TO ALQ-POSTCODE
                          MOVE ADM-EFFECTIVE-DATE
                            TO ALQ-EFFECTIVE-DATE
                          MOVE ADM-PII-KEY-ID TO PII-KEY-ID
                          MOVE ADM-MAIL-STATUS TO ALQ-MAIL-STATUS
                          MOVE ADM-HOLD-SINCE TO ALQ-HOLD-SINCE
                          MOVE ADM-RETURNED-DOC
                            TO ALQ-RETURNED-DOC
                    END-EVALUATE
            END-READ.
        2100-READ-ONE-EXIT.
            EXIT.

      * the tweak is the whole record key, effective date included
        2200-REVEAL-ADDRESS.
            MOVE ALQ-PROGRAM-ID TO PCX-PROGRAM-ID
            MOVE ALQ-USER TO PCX-USER
            MOVE ALQ-USER-TIER TO PCX-USER-TIER
            MOVE ALQ-KEY TO PII-RECORD-KEY (1:32)
            MOVE ALQ-EFFECTIVE-DATE TO PII-RECORD-KEY (33:8)
            MOVE ALQ-ADDR1 TO PII-ADDR1
            MOVE ALQ-ADDR2 TO PII-ADDR2
            MOVE ALQ-CITY TO PII-CITY
            PERFORM 9320-PII-REVEAL-ADDRESS
               THRU 9320-PII-REVEAL-ADDRESS-EXIT
            MOVE PII-ADDR1 TO ALQ-ADDR1
            MOVE PII-ADDR2 TO ALQ-ADDR2
            MOVE PII-CITY TO ALQ-CITY
            IF NOT PII-CLEAR
               SET ALQ-ADDR-MASKED TO TRUE
            END-IF.
        2200-REVEAL-ADDRESS-EXIT.
            EXIT.

        COPY pii-crypt-paragraphs.
        End Program ADDR-LOOKUP.
