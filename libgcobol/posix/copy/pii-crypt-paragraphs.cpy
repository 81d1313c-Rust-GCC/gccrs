      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  pii-crypt-paragraphs.cpy
      *  The steps a program takes to read or write a protected
      *  customer name or address through PII-CRYPT (pii-crypt.cpy).
      *  COPY into the PROCEDURE DIVISION; the program supplies, in
      *  WORKING-STORAGE, COPY pii-crypt, and fills PCX-PROGRAM-ID
      *  (and PCX-USER / PCX-USER-TIER where a person is signed on)
      *  once at startup.  Put the record key in PII-RECORD-KEY --
      *  AM-KEY for a name, the whole ADM-KEY for an address -- and
      *  then:
      *      PERFORM 9300-PII-REVEAL-NAME     with the stored name
      *              in PII-NAME and the record's key id in
      *              PII-KEY-ID; PII-NAME comes back clear
      *              (PII-CLEAR) or masked (PII-MASKED, PII-FAILED)
      *      PERFORM 9310-PII-PROTECT-NAME    with the clear name in
      *              PII-NAME; on PII-PROTECTED, PII-NAME and
      *              PII-KEY-ID are what goes on the record
      *      PERFORM 9320-PII-REVEAL-ADDRESS  and
      *      PERFORM 9330-PII-PROTECT-ADDRESS the same for PII-ADDR1,
      *              PII-ADDR2 and PII-CITY together
      *  A protect that ends PII-FAILED must not be written: there is
      *  no current key, and clear text is never the fallback.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       9300-PII-REVEAL-NAME.
           SET PII-CLEAR TO TRUE
           MOVE 'NAME' TO PCX-TWEAK (41:4)
           MOVE 70 TO PCX-TEXT-LENGTH
           MOVE PII-NAME TO PCX-TEXT
           PERFORM 9380-PII-DECRYPT THRU 9380-PII-DECRYPT-EXIT
           MOVE PCX-TEXT (1:70) TO PII-NAME.
       9300-PII-REVEAL-NAME-EXIT.
           EXIT.

       9310-PII-PROTECT-NAME.
           SET PII-PROTECTED TO TRUE
           MOVE 'NAME' TO PCX-TWEAK (41:4)
           MOVE 70 TO PCX-TEXT-LENGTH
           MOVE PII-NAME TO PCX-TEXT
           PERFORM 9385-PII-ENCRYPT THRU 9385-PII-ENCRYPT-EXIT
           IF PII-PROTECTED
              MOVE PCX-TEXT (1:70) TO PII-NAME
           END-IF.
       9310-PII-PROTECT-NAME-EXIT.
           EXIT.

       9320-PII-REVEAL-ADDRESS.
           SET PII-CLEAR TO TRUE
           MOVE 'ADR1' TO PCX-TWEAK (41:4)
           MOVE 30 TO PCX-TEXT-LENGTH
           MOVE PII-ADDR1 TO PCX-TEXT
           PERFORM 9380-PII-DECRYPT THRU 9380-PII-DECRYPT-EXIT
           MOVE PCX-TEXT (1:30) TO PII-ADDR1
           MOVE 'ADR2' TO PCX-TWEAK (41:4)
           MOVE PII-ADDR2 TO PCX-TEXT
           PERFORM 9380-PII-DECRYPT THRU 9380-PII-DECRYPT-EXIT
           MOVE PCX-TEXT (1:30) TO PII-ADDR2
           MOVE 'CITY' TO PCX-TWEAK (41:4)
           MOVE 20 TO PCX-TEXT-LENGTH
           MOVE PII-CITY TO PCX-TEXT
           PERFORM 9380-PII-DECRYPT THRU 9380-PII-DECRYPT-EXIT
           MOVE PCX-TEXT (1:20) TO PII-CITY.
       9320-PII-REVEAL-ADDRESS-EXIT.
           EXIT.

       9330-PII-PROTECT-ADDRESS.
           SET PII-PROTECTED TO TRUE
           MOVE 'ADR1' TO PCX-TWEAK (41:4)
           MOVE 30 TO PCX-TEXT-LENGTH
           MOVE PII-ADDR1 TO PCX-TEXT
           PERFORM 9385-PII-ENCRYPT THRU 9385-PII-ENCRYPT-EXIT
           IF NOT PII-PROTECTED
              GO TO 9330-PII-PROTECT-ADDRESS-EXIT
           END-IF
           MOVE PCX-TEXT (1:30) TO PII-ADDR1
           MOVE 'ADR2' TO PCX-TWEAK (41:4)
           MOVE PII-ADDR2 TO PCX-TEXT
           PERFORM 9385-PII-ENCRYPT THRU 9385-PII-ENCRYPT-EXIT
           IF NOT PII-PROTECTED
              GO TO 9330-PII-PROTECT-ADDRESS-EXIT
           END-IF
           MOVE PCX-TEXT (1:30) TO PII-ADDR2
           MOVE 'CITY' TO PCX-TWEAK (41:4)
           MOVE 20 TO PCX-TEXT-LENGTH
           MOVE PII-CITY TO PCX-TEXT
           PERFORM 9385-PII-ENCRYPT THRU 9385-PII-ENCRYPT-EXIT
           IF PII-PROTECTED
              MOVE PCX-TEXT (1:20) TO PII-CITY
           END-IF.
       9330-PII-PROTECT-ADDRESS-EXIT.
           EXIT.

      * a field that cannot be decrypted is shown masked, never as
      * its ciphertext
       9380-PII-DECRYPT.
           MOVE 'DECRYPT' TO PCX-REQUEST
           MOVE PII-KEY-ID TO PCX-KEY-ID
           MOVE PII-RECORD-KEY TO PCX-TWEAK (1:40)
           CALL 'PII-CRYPT' USING PCX-CONTROL
           EVALUATE TRUE
              WHEN PCX-OK
                 CONTINUE
              WHEN PCX-MASKED
                 IF NOT PII-FAILED
                    SET PII-MASKED TO TRUE
                 END-IF
              WHEN OTHER
                 SET PII-FAILED TO TRUE
                 DISPLAY '9380-PII-DECRYPT: '
                    FUNCTION TRIM(PII-RECORD-KEY)
                    ' key ' PII-KEY-ID ' status ' PCX-STATUS
           END-EVALUATE.
       9380-PII-DECRYPT-EXIT.
           EXIT.

       9385-PII-ENCRYPT.
           MOVE 'ENCRYPT' TO PCX-REQUEST
           MOVE PII-RECORD-KEY TO PCX-TWEAK (1:40)
           CALL 'PII-CRYPT' USING PCX-CONTROL
           IF PCX-OK
              MOVE PCX-KEY-ID TO PII-KEY-ID
           ELSE
              SET PII-FAILED TO TRUE
              DISPLAY '9385-PII-ENCRYPT: '
                 FUNCTION TRIM(PII-RECORD-KEY)
                 ' status ' PCX-STATUS ' -- not written'
           END-IF.
       9385-PII-ENCRYPT-EXIT.
           EXIT.
