      *  specific reason code for malformed input instead of posting
      *  garbage.
      *
      *  The ISO 20022 XML form (pain.001 out, camt.053 statement
      *  entries in) is assembled and parsed here as well; which
      *  form a counterparty gets is its CPTYMST format indicator,
      *  so no caller has to know.  See settle-msg.cpy for the
      *  element mapping and the structural rules.
      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *  2026-10-15 smckinney  ISO 20022 XML form alongside the
      *                        tagged wire, chosen per party off
      *                        CPTYMST; assembled XML is checked
      *                        against the structural rules before
      *                        it is handed back (status 16).
      *  2026-10-15 smckinney  XML amounts are scaled by the
      *                        currency's minor units from the
      *                        CCYMST master through CURRENCY-LOOKUP
      *                        instead of as cents, and a parsed
      *                        amount may carry as many decimals as
      *                        its currency has.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. SETTLE-MSG.
        Environment Division.
        Input-Output Section.
        File-Control.
            Select CPTY-MASTER-FILE Assign To CPTYMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CPM-ID
                File Status Is SMW-CPM-STATUS.
        Data Division.
        File Section.
        FD  CPTY-MASTER-FILE.
        COPY cpty-master.
        Working-Storage Section.
        01  SMW-POINTER           Binary-Long.
        01  SMW-SUB               Binary-Long.
        01  SMW-CLAIMED-LENGTH    PIC 9(05).
        01  SMW-FIELD-LEN         PIC 9(03).
        01  SMW-LENGTH-TEXT       PIC 9(05).
      * XML assembly
        01  SMW-CPM-STATUS        PIC X(02).
        01  SMW-PARTY             PIC X(08).
        01  SMW-CURRENCY          PIC X(03).
        01  SMW-NOW               PIC X(21).
        01  SMW-MSG-ID            PIC X(35).
        01  SMW-DATE-TEXT         PIC X(08).
        01  SMW-DATE              PIC 9(08).
        01  SMW-MINOR-AMOUNT      PIC 9(15).
        COPY currency-lookup.
        01  SMW-PRTY-SUB          Binary-Long.
        01  SMW-REF-SUB           Binary-Long.
        01  SMW-DRCR-SUB          Binary-Long.
        01  SMW-AMT-SUB           Binary-Long.
        01  SMW-VDTE-SUB          Binary-Long.
        01  SMW-BACC-SUB          Binary-Long.
        01  SMW-BREF-SUB          Binary-Long.
        01  SMW-OTHER-COUNT       Binary-Long.
        01  SMW-VALUE             PIC X(64).
        01  SMW-VALUE-LEN         Binary-Long.
      * one queue slot (msgq-record.cpy MQR-DATA) is the ceiling
        01  SMW-XML-MAX           Binary-Long Value 1024.
      * XML scan
        01  SMW-CHECK-SWITCH      PIC X(01) Value 'N'.
            88  SMW-CHECK-ONLY        Value 'Y', False 'N'.
        01  SMW-KIND-SWITCH       PIC X(01).
            88  SMW-KIND-NONE         Value SPACE.
            88  SMW-KIND-PAIN         Value 'P'.
            88  SMW-KIND-NTRY         Value 'N'.
        01  SMW-ROOT-SWITCH       PIC X(01).
            88  SMW-ROOT-CLOSED       Value 'Y', False 'N'.
        01  SMW-TAG-SWITCH        PIC X(01).
            88  SMW-TAG-OPEN          Value 'O'.
            88  SMW-TAG-CLOSED        Value 'C'.
            88  SMW-TAG-EMPTY         Value 'E'.
        01  SMW-FOUND-SWITCH      PIC X(01).
            88  SMW-FOUND             Value 'Y', False 'N'.
        01  SMW-DONE-SWITCH       PIC X(01).
            88  SMW-DONE              Value 'Y', False 'N'.
        01  SMW-CHAR              PIC X(01).
            88  SMW-CHAR-SPACE        Values SPACE X'09' X'0A'
                                             X'0D'.
            88  SMW-CHAR-NAME-END     Values SPACE X'09' X'0A'
                                             X'0D' '>' '/' '='
                                             '<' '"' "'".
        01  SMW-QUOTE             PIC X(01).
        01  SMW-XML-POS           Binary-Long.
        01  SMW-XML-END           Binary-Long.
        01  SMW-START             Binary-Long.
        01  SMW-NAME-LEN          Binary-Long.
        01  SMW-NAME              PIC X(35).
        01  SMW-PARENT            PIC X(35).
        01  SMW-GRANDPARENT       PIC X(35).
        01  SMW-GREAT-GP          PIC X(35).
        01  SMW-ATTR-NAME         PIC X(35).
        01  SMW-ATTR-VALUE        PIC X(128).
        01  SMW-ATTR-LEN          Binary-Long.
        01  SMW-ATTR-CCY          PIC X(03).
        01  SMW-ATTR-TAG          PIC X(04).
        01  SMW-NAMESPACE         PIC X(128).
        01  SMW-DELIM             PIC X(04).
        01  SMW-DELIM-LEN         Binary-Long.
        01  SMW-ENTITY            PIC X(06).
        01  SMW-DEPTH             Binary-Long.
        01  SMW-STACK.
            05  SMW-STACK-NAME    PIC X(35) OCCURS 16 TIMES.
        01  SMW-TEXT              PIC X(128).
        01  SMW-TEXT-LEN          Binary-Long.
        01  SMW-NEW-TAG           PIC X(04).
        01  SMW-TX-COUNT          Binary-Long.
        01  SMW-NBOFTXS           PIC 9(15).
        01  SMW-INT-DIGITS        Binary-Long.
        01  SMW-DEC-DIGITS        Binary-Long.
        01  SMW-DOT-COUNT         Binary-Long.
        01  SMW-ID-TYPE           PIC X(04).
        01  SMW-ID-SENDER         PIC X(08).
        01  SMW-ID-SEQ            PIC X(09).
        01  SMW-ID-TYPE-LEN       Binary-Long.
        01  SMW-ID-SENDER-LEN     Binary-Long.
        01  SMW-ID-SEQ-LEN        Binary-Long.
        01  SMW-ID-PARTS          Binary-Long.
        01  SMW-SEEN-FLAGS.
            05  SMW-SEEN-MSGID    PIC X(01).
                88  SMW-HAVE-MSGID    Value 'Y'.
            05  SMW-SEEN-CREDTTM  PIC X(01).
                88  SMW-HAVE-CREDTTM  Value 'Y'.
            05  SMW-SEEN-NBOFTXS  PIC X(01).
                88  SMW-HAVE-NBOFTXS  Value 'Y'.
            05  SMW-SEEN-INITN    PIC X(01).
                88  SMW-HAVE-INITN    Value 'Y'.
            05  SMW-SEEN-PMTINFID PIC X(01).
                88  SMW-HAVE-PMTINFID Value 'Y'.
            05  SMW-SEEN-PMTMTD   PIC X(01).
                88  SMW-HAVE-PMTMTD   Value 'Y'.
            05  SMW-SEEN-REQDDT   PIC X(01).
                88  SMW-HAVE-REQDDT   Value 'Y'.
            05  SMW-SEEN-E2E      PIC X(01).
                88  SMW-HAVE-E2E      Value 'Y'.
            05  SMW-SEEN-AMT      PIC X(01).
                88  SMW-HAVE-AMT      Value 'Y'.
            05  SMW-SEEN-CDTRAGT  PIC X(01).
                88  SMW-HAVE-CDTRAGT  Value 'Y'.
            05  SMW-SEEN-CDTDBT   PIC X(01).
                88  SMW-HAVE-CDTDBT   Value 'Y'.
        Linkage Section.
        COPY settle-msg.
        Procedure Division Using SMG-CONTROL.
            GOBACK.

        1000-ASSEMBLE.
            PERFORM 1050-CHOOSE-FORMAT THRU 1050-CHOOSE-FORMAT-EXIT
            IF SMG-FORMAT-XML
               PERFORM 5000-ASSEMBLE-XML THRU 5000-ASSEMBLE-XML-EXIT
               GO TO 1000-ASSEMBLE-EXIT
            END-IF
            MOVE SPACES TO SMG-WIRE
            MOVE 1 TO SMW-POINTER
            STRING 'STX'        DELIMITED BY SIZE
        1000-ASSEMBLE-EXIT.
            EXIT.

      * the counterparty named in the PRTY field decides the form;
      * no party, no master or no 'X' on it is the tagged wire
        1050-CHOOSE-FORMAT.
            SET SMG-FORMAT-TAGGED TO TRUE
            MOVE SPACES TO SMW-PARTY
            MOVE SPACES TO SMW-CURRENCY
            PERFORM 1060-NOTE-PARTY THRU 1060-NOTE-PARTY-EXIT
               VARYING SMW-SUB FROM 1 BY 1
               UNTIL SMW-SUB > SMG-FIELD-COUNT
            IF SMW-PARTY = SPACES
               GO TO 1050-CHOOSE-FORMAT-EXIT
            END-IF
            OPEN INPUT CPTY-MASTER-FILE
            IF SMW-CPM-STATUS NOT = '00'
               GO TO 1050-CHOOSE-FORMAT-EXIT
            END-IF
            MOVE SMW-PARTY TO CPM-ID
            READ CPTY-MASTER-FILE
            IF SMW-CPM-STATUS = '00' AND CPM-FORMAT-XML
               SET SMG-FORMAT-XML TO TRUE
               IF SMW-CURRENCY = SPACES
                  MOVE CPM-SETTLE-CCY TO SMW-CURRENCY
               END-IF
            END-IF
            CLOSE CPTY-MASTER-FILE.
        1050-CHOOSE-FORMAT-EXIT.
            EXIT.

        1060-NOTE-PARTY.
            EVALUATE SMG-F-TAG (SMW-SUB)
               WHEN 'PRTY'
                  MOVE SMG-F-VALUE (SMW-SUB) (1:8) TO SMW-PARTY
               WHEN 'CCY'
                  MOVE SMG-F-VALUE (SMW-SUB) (1:3) TO SMW-CURRENCY
            END-EVALUATE.
        1060-NOTE-PARTY-EXIT.
            EXIT.

        1100-ASSEMBLE-ONE-FIELD.
            MOVE SMG-F-LENGTH (SMW-SUB) TO SMW-FIELD-LEN
            IF SMW-FIELD-LEN = 0 OR SMW-FIELD-LEN > 64

        2000-PARSE.
            MOVE 0 TO SMG-FIELD-COUNT
            IF SMG-WIRE-LENGTH > 0 AND SMG-WIRE (1:1) = '<'
               SET SMG-FORMAT-XML TO TRUE
               SET SMW-CHECK-ONLY TO FALSE
               PERFORM 6000-PARSE-XML THRU 6000-PARSE-XML-EXIT
               GO TO 2000-PARSE-EXIT
            END-IF
            SET SMG-FORMAT-TAGGED TO TRUE
            IF SMG-WIRE-LENGTH < 41 OR
               SMG-WIRE (1:3) NOT = 'STX'
               SET SMG-NO-STX TO TRUE
               1000000000).
        3100-SUM-ONE-BYTE-EXIT.
            EXIT.

      * pain.001, one transaction, built straight into the wire
      * buffer and then scanned back exactly as PARSE would scan
      * it, storing nothing, so a malformed document never leaves
      * here
        5000-ASSEMBLE-XML.
            MOVE 0 TO SMW-PRTY-SUB SMW-REF-SUB SMW-DRCR-SUB
            MOVE 0 TO SMW-AMT-SUB SMW-VDTE-SUB SMW-BACC-SUB
            MOVE 0 TO SMW-BREF-SUB SMW-OTHER-COUNT
            PERFORM 5100-CLASSIFY-FIELD THRU 5100-CLASSIFY-FIELD-EXIT
               VARYING SMW-SUB FROM 1 BY 1
               UNTIL SMW-SUB > SMG-FIELD-COUNT
            MOVE FUNCTION CURRENT-DATE TO SMW-NOW
            MOVE SPACES TO SMW-MSG-ID
            STRING SMG-MSG-TYPE DELIMITED BY SPACE
                   '-'          DELIMITED BY SIZE
                   SMG-SENDER   DELIMITED BY SPACE
                   '-'          DELIMITED BY SIZE
                   SMG-SEQUENCE DELIMITED BY SIZE
                INTO SMW-MSG-ID
            MOVE SPACES TO SMG-WIRE
            MOVE 1 TO SMW-POINTER
            STRING '<?xml version="1.0" encoding="UTF-8"?>'
                                       DELIMITED BY SIZE
                   '<Document xmlns="' DELIMITED BY SIZE
                   'urn:iso:std:iso:20022:tech:xsd:pain.001.001.09">'
                                       DELIMITED BY SIZE
                   '<CstmrCdtTrfInitn><GrpHdr><MsgId>'
                                       DELIMITED BY SIZE
                   SMW-MSG-ID          DELIMITED BY SPACE
                   '</MsgId><CreDtTm>' DELIMITED BY SIZE
                   SMW-NOW (1:4)       DELIMITED BY SIZE
                   '-'                 DELIMITED BY SIZE
                   SMW-NOW (5:2)       DELIMITED BY SIZE
                   '-'                 DELIMITED BY SIZE
                   SMW-NOW (7:2)       DELIMITED BY SIZE
                   'T'                 DELIMITED BY SIZE
                   SMW-NOW (9:2)       DELIMITED BY SIZE
                   ':'                 DELIMITED BY SIZE
                   SMW-NOW (11:2)      DELIMITED BY SIZE
                   ':'                 DELIMITED BY SIZE
                   SMW-NOW (13:2)      DELIMITED BY SIZE
                   '</CreDtTm><NbOfTxs>1</NbOfTxs><InitgPty><Nm>'
                                       DELIMITED BY SIZE
                   SMG-SENDER          DELIMITED BY SPACE
                   '</Nm></InitgPty></GrpHdr><PmtInf><PmtInfId>'
                                       DELIMITED BY SIZE
                   SMW-MSG-ID          DELIMITED BY SPACE
                   '</PmtInfId><PmtMtd>TRF</PmtMtd>'
                                       DELIMITED BY SIZE
                INTO SMG-WIRE
                WITH POINTER SMW-POINTER
            IF SMW-DRCR-SUB > 0
               STRING '<PmtTpInf><CtgyPurp><Prtry>' DELIMITED BY SIZE
                   INTO SMG-WIRE
                   WITH POINTER SMW-POINTER
               MOVE SMW-DRCR-SUB TO SMW-SUB
               PERFORM 5900-APPEND-VALUE THRU 5900-APPEND-VALUE-EXIT
               STRING '</Prtry></CtgyPurp></PmtTpInf>'
                                       DELIMITED BY SIZE
                   INTO SMG-WIRE
                   WITH POINTER SMW-POINTER
            END-IF
      *     no value date asks for execution today
            MOVE SMW-NOW (1:8) TO SMW-DATE-TEXT
            IF SMW-VDTE-SUB > 0
               IF SMG-F-VALUE (SMW-VDTE-SUB) (1:8) NUMERIC
                  MOVE SMG-F-VALUE (SMW-VDTE-SUB) (1:8)
                    TO SMW-DATE-TEXT
               ELSE
                  MOVE SPACES TO SMW-DATE-TEXT
               END-IF
            END-IF
            STRING '<ReqdExctnDt><Dt>' DELIMITED BY SIZE
                   SMW-DATE-TEXT (1:4) DELIMITED BY SIZE
                   '-'                 DELIMITED BY SIZE
                   SMW-DATE-TEXT (5:2) DELIMITED BY SIZE
                   '-'                 DELIMITED BY SIZE
                   SMW-DATE-TEXT (7:2) DELIMITED BY SIZE
                   '</Dt></ReqdExctnDt><Dbtr><Nm>'
                                       DELIMITED BY SIZE
                   SMG-SENDER          DELIMITED BY SPACE
                   '</Nm></Dbtr><DbtrAgt><FinInstnId><Othr><Id>'
                                       DELIMITED BY SIZE
                   SMG-SENDER          DELIMITED BY SPACE
                   '</Id></Othr></FinInstnId></DbtrAgt>'
                                       DELIMITED BY SIZE
                   '<CdtTrfTxInf><PmtId><EndToEndId>'
                                       DELIMITED BY SIZE
                INTO SMG-WIRE
                WITH POINTER SMW-POINTER
            IF SMW-REF-SUB > 0
               MOVE SMW-REF-SUB TO SMW-SUB
               PERFORM 5900-APPEND-VALUE THRU 5900-APPEND-VALUE-EXIT
            ELSE
               STRING 'NOTPROVIDED' DELIMITED BY SIZE
                   INTO SMG-WIRE
                   WITH POINTER SMW-POINTER
            END-IF
            STRING '</EndToEndId></PmtId>' DELIMITED BY SIZE
                INTO SMG-WIRE
                WITH POINTER SMW-POINTER
      *     AMT rides in minor units; the document carries major
      *     units with the currency's own decimals
            IF SMW-AMT-SUB > 0
               IF SMG-F-VALUE (SMW-AMT-SUB) (1:15) NUMERIC
                  MOVE SMG-F-VALUE (SMW-AMT-SUB) (1:15)
                    TO SMW-MINOR-AMOUNT
                  MOVE SMW-CURRENCY TO CYQ-CODE
                  MOVE SMW-MINOR-AMOUNT TO CYQ-MINOR-AMOUNT
                  SET CYQ-REQ-TOMAJOR TO TRUE
                  CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL
                  SET CYQ-REQ-EDIT TO TRUE
                  CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL
                  STRING '<Amt><InstdAmt Ccy="' DELIMITED BY SIZE
                         SMW-CURRENCY        DELIMITED BY SPACE
                         '">'                DELIMITED BY SIZE
                         FUNCTION TRIM(CYQ-EDITED)
                                             DELIMITED BY SIZE
                         '</InstdAmt></Amt>' DELIMITED BY SIZE
                      INTO SMG-WIRE
                      WITH POINTER SMW-POINTER
               END-IF
            END-IF
            STRING '<CdtrAgt><FinInstnId><Othr><Id>' DELIMITED BY SIZE
                INTO SMG-WIRE
                WITH POINTER SMW-POINTER
            MOVE SMW-PRTY-SUB TO SMW-SUB
            IF SMW-SUB > 0
               PERFORM 5900-APPEND-VALUE THRU 5900-APPEND-VALUE-EXIT
            END-IF
            STRING '</Id></Othr></FinInstnId></CdtrAgt><Cdtr><Nm>'
                                       DELIMITED BY SIZE
                INTO SMG-WIRE
                WITH POINTER SMW-POINTER
            IF SMW-SUB > 0
               PERFORM 5900-APPEND-VALUE THRU 5900-APPEND-VALUE-EXIT
            END-IF
            STRING '</Nm></Cdtr>' DELIMITED BY SIZE
                INTO SMG-WIRE
                WITH POINTER SMW-POINTER
            IF SMW-BACC-SUB > 0
               STRING '<CdtrAcct><Id><Othr><Id>' DELIMITED BY SIZE
                   INTO SMG-WIRE
                   WITH POINTER SMW-POINTER
               MOVE SMW-BACC-SUB TO SMW-SUB
               PERFORM 5900-APPEND-VALUE THRU 5900-APPEND-VALUE-EXIT
               STRING '</Id></Othr></Id></CdtrAcct>'
                                       DELIMITED BY SIZE
                   INTO SMG-WIRE
                   WITH POINTER SMW-POINTER
            END-IF
            IF SMW-BREF-SUB > 0
               STRING '<RmtInf><Ustrd>' DELIMITED BY SIZE
                   INTO SMG-WIRE
                   WITH POINTER SMW-POINTER
               MOVE SMW-BREF-SUB TO SMW-SUB
               PERFORM 5900-APPEND-VALUE THRU 5900-APPEND-VALUE-EXIT
               STRING '</Ustrd></RmtInf>' DELIMITED BY SIZE
                   INTO SMG-WIRE
                   WITH POINTER SMW-POINTER
            END-IF
            IF SMW-OTHER-COUNT > 0
               STRING '<SplmtryData><Envlp>' DELIMITED BY SIZE
                   INTO SMG-WIRE
                   WITH POINTER SMW-POINTER
               PERFORM 5200-APPEND-OTHER THRU 5200-APPEND-OTHER-EXIT
                  VARYING SMW-SUB FROM 1 BY 1
                  UNTIL SMW-SUB > SMG-FIELD-COUNT
               STRING '</Envlp></SplmtryData>' DELIMITED BY SIZE
                   INTO SMG-WIRE
                   WITH POINTER SMW-POINTER
            END-IF
            STRING '</CdtTrfTxInf></PmtInf></CstmrCdtTrfInitn>'
                                       DELIMITED BY SIZE
                   '</Document>'       DELIMITED BY SIZE
                INTO SMG-WIRE
                WITH POINTER SMW-POINTER
            COMPUTE SMG-WIRE-LENGTH = SMW-POINTER - 1
            SET SMW-CHECK-ONLY TO TRUE
            PERFORM 6000-PARSE-XML THRU 6000-PARSE-XML-EXIT
            SET SMW-CHECK-ONLY TO FALSE
            IF SMG-OK AND
               (SMG-WIRE-LENGTH > SMW-XML-MAX OR NOT SMW-KIND-PAIN)
               SET SMG-XML-INVALID TO TRUE
            END-IF
            IF NOT SMG-OK
               SET SMG-XML-INVALID TO TRUE
               MOVE 0 TO SMG-WIRE-LENGTH
            END-IF.
        5000-ASSEMBLE-XML-EXIT.
            EXIT.

      * a blank field has no element; a tag with no home in the
      * document rides in the supplementary data
        5100-CLASSIFY-FIELD.
            IF SMG-F-VALUE (SMW-SUB) = SPACES
               GO TO 5100-CLASSIFY-FIELD-EXIT
            END-IF
            EVALUATE SMG-F-TAG (SMW-SUB)
               WHEN 'PRTY'
                  MOVE SMW-SUB TO SMW-PRTY-SUB
               WHEN 'REF'
                  MOVE SMW-SUB TO SMW-REF-SUB
               WHEN 'DRCR'
                  MOVE SMW-SUB TO SMW-DRCR-SUB
               WHEN 'AMT'
                  MOVE SMW-SUB TO SMW-AMT-SUB
               WHEN 'VDTE'
                  MOVE SMW-SUB TO SMW-VDTE-SUB
               WHEN 'BACC'
                  MOVE SMW-SUB TO SMW-BACC-SUB
               WHEN 'BREF'
                  MOVE SMW-SUB TO SMW-BREF-SUB
               WHEN 'CCY'
                  CONTINUE
               WHEN OTHER
                  ADD 1 TO SMW-OTHER-COUNT
            END-EVALUATE.
        5100-CLASSIFY-FIELD-EXIT.
            EXIT.

        5200-APPEND-OTHER.
            IF SMG-F-VALUE (SMW-SUB) = SPACES
               GO TO 5200-APPEND-OTHER-EXIT
            END-IF
            EVALUATE SMG-F-TAG (SMW-SUB)
               WHEN 'PRTY'
               WHEN 'REF'
               WHEN 'DRCR'
               WHEN 'AMT'
               WHEN 'VDTE'
               WHEN 'BACC'
               WHEN 'BREF'
               WHEN 'CCY'
                  GO TO 5200-APPEND-OTHER-EXIT
            END-EVALUATE
            STRING '<Fld Tag="'         DELIMITED BY SIZE
                   SMG-F-TAG (SMW-SUB) DELIMITED BY SPACE
                   '">'                DELIMITED BY SIZE
                INTO SMG-WIRE
                WITH POINTER SMW-POINTER
            PERFORM 5900-APPEND-VALUE THRU 5900-APPEND-VALUE-EXIT
            STRING '</Fld>' DELIMITED BY SIZE
                INTO SMG-WIRE
                WITH POINTER SMW-POINTER.
        5200-APPEND-OTHER-EXIT.
            EXIT.

      * field SMW-SUB's value, trailing spaces dropped and the
      * markup characters written as entities
        5900-APPEND-VALUE.
            MOVE SMG-F-LENGTH (SMW-SUB) TO SMW-FIELD-LEN
            IF SMW-FIELD-LEN = 0 OR SMW-FIELD-LEN > 64
               MOVE 64 TO SMW-FIELD-LEN
            END-IF
            MOVE SPACES TO SMW-VALUE
            MOVE SMG-F-VALUE (SMW-SUB) (1:SMW-FIELD-LEN) TO SMW-VALUE
            MOVE SMW-FIELD-LEN TO SMW-VALUE-LEN
            PERFORM 5950-DROP-TRAILING THRU 5950-DROP-TRAILING-EXIT
               UNTIL SMW-VALUE-LEN = 0
                  OR SMW-VALUE (SMW-VALUE-LEN:1) NOT = SPACE
            PERFORM 5960-APPEND-CHAR THRU 5960-APPEND-CHAR-EXIT
               VARYING SMW-BYTE-SUB FROM 1 BY 1
               UNTIL SMW-BYTE-SUB > SMW-VALUE-LEN.
        5900-APPEND-VALUE-EXIT.
            EXIT.

        5950-DROP-TRAILING.
            SUBTRACT 1 FROM SMW-VALUE-LEN.
        5950-DROP-TRAILING-EXIT.
            EXIT.

        5960-APPEND-CHAR.
            MOVE SMW-VALUE (SMW-BYTE-SUB:1) TO SMW-CHAR
            EVALUATE SMW-CHAR
               WHEN '&'
                  STRING '&amp;' DELIMITED BY SIZE
                      INTO SMG-WIRE
                      WITH POINTER SMW-POINTER
               WHEN '<'
                  STRING '&lt;' DELIMITED BY SIZE
                      INTO SMG-WIRE
                      WITH POINTER SMW-POINTER
               WHEN '>'
                  STRING '&gt;' DELIMITED BY SIZE
                      INTO SMG-WIRE
                      WITH POINTER SMW-POINTER
               WHEN '"'
                  STRING '&quot;' DELIMITED BY SIZE
                      INTO SMG-WIRE
                      WITH POINTER SMW-POINTER
               WHEN OTHER
                  STRING SMW-CHAR DELIMITED BY SIZE
                      INTO SMG-WIRE
                      WITH POINTER SMW-POINTER
            END-EVALUATE.
        5960-APPEND-CHAR-EXIT.
            EXIT.

      * XML: one element tree under a default namespace -- no
      * prefixes, DOCTYPE or CDATA -- optionally led by the
      * declaration.  Any fault is '16'.  Under SMW-CHECK-ONLY
      * (ASSEMBLE checking its own output) nothing is stored.
        6000-PARSE-XML.
            SET SMG-OK TO TRUE
            SET SMW-KIND-NONE TO TRUE
            SET SMW-ROOT-CLOSED TO FALSE
            MOVE SPACES TO SMW-SEEN-FLAGS
            MOVE 0 TO SMW-DEPTH SMW-TX-COUNT SMW-NBOFTXS
            MOVE 0 TO SMW-TEXT-LEN
            MOVE SPACES TO SMW-TEXT
            IF NOT SMW-CHECK-ONLY
               MOVE 0 TO SMG-FIELD-COUNT
               MOVE SPACES TO SMG-MSG-TYPE SMG-SENDER
               MOVE 0 TO SMG-SEQUENCE
            END-IF
            MOVE SMG-WIRE-LENGTH TO SMW-XML-END
            IF SMW-XML-END < 1 OR
               SMW-XML-END > LENGTH OF SMG-WIRE
               SET SMG-XML-INVALID TO TRUE
               GO TO 6000-PARSE-XML-EXIT
            END-IF
            MOVE 1 TO SMW-XML-POS
            PERFORM 6100-SCAN-ONE THRU 6100-SCAN-ONE-EXIT
               UNTIL NOT SMG-OK OR SMW-ROOT-CLOSED
                  OR SMW-XML-POS > SMW-XML-END
            IF NOT SMG-OK
               GO TO 6000-PARSE-XML-EXIT
            END-IF
            IF NOT SMW-ROOT-CLOSED
               SET SMG-XML-INVALID TO TRUE
               GO TO 6000-PARSE-XML-EXIT
            END-IF
      *     nothing but white space after the root element
            PERFORM 6150-SKIP-SPACE THRU 6150-SKIP-SPACE-EXIT
            IF SMW-XML-POS NOT > SMW-XML-END
               SET SMG-XML-INVALID TO TRUE
               GO TO 6000-PARSE-XML-EXIT
            END-IF
            PERFORM 6700-CHECK-REQUIRED THRU 6700-CHECK-REQUIRED-EXIT.
        6000-PARSE-XML-EXIT.
            EXIT.

        6100-SCAN-ONE.
            MOVE SMG-WIRE (SMW-XML-POS:1) TO SMW-CHAR
            IF SMW-CHAR NOT = '<'
               PERFORM 6600-TAKE-TEXT THRU 6600-TAKE-TEXT-EXIT
               GO TO 6100-SCAN-ONE-EXIT
            END-IF
            IF SMW-XML-POS + 1 > SMW-XML-END
               SET SMG-XML-INVALID TO TRUE
               GO TO 6100-SCAN-ONE-EXIT
            END-IF
            EVALUATE SMG-WIRE (SMW-XML-POS + 1:1)
               WHEN '?'
                  PERFORM 6200-SKIP-DECLARATION
                     THRU 6200-SKIP-DECLARATION-EXIT
               WHEN '!'
                  PERFORM 6250-SKIP-COMMENT
                     THRU 6250-SKIP-COMMENT-EXIT
               WHEN '/'
                  PERFORM 6400-END-TAG THRU 6400-END-TAG-EXIT
               WHEN OTHER
                  PERFORM 6300-START-TAG THRU 6300-START-TAG-EXIT
            END-EVALUATE.
        6100-SCAN-ONE-EXIT.
            EXIT.

        6150-SKIP-SPACE.
            SET SMW-DONE TO FALSE
            PERFORM 6160-SKIP-ONE-SPACE THRU 6160-SKIP-ONE-SPACE-EXIT
               UNTIL SMW-DONE OR SMW-XML-POS > SMW-XML-END.
        6150-SKIP-SPACE-EXIT.
            EXIT.

        6160-SKIP-ONE-SPACE.
            MOVE SMG-WIRE (SMW-XML-POS:1) TO SMW-CHAR
            IF SMW-CHAR-SPACE
               ADD 1 TO SMW-XML-POS
            ELSE
               SET SMW-DONE TO TRUE
            END-IF.
        6160-SKIP-ONE-SPACE-EXIT.
            EXIT.

      * the declaration (or any processing instruction) only
      * ahead of the root
        6200-SKIP-DECLARATION.
            IF NOT SMW-KIND-NONE
               SET SMG-XML-INVALID TO TRUE
               GO TO 6200-SKIP-DECLARATION-EXIT
            END-IF
            ADD 2 TO SMW-XML-POS
            MOVE '?>' TO SMW-DELIM
            MOVE 2 TO SMW-DELIM-LEN
            PERFORM 6800-SKIP-PAST THRU 6800-SKIP-PAST-EXIT.
        6200-SKIP-DECLARATION-EXIT.
            EXIT.

        6250-SKIP-COMMENT.
            IF SMW-XML-POS + 3 > SMW-XML-END
               SET SMG-XML-INVALID TO TRUE
               GO TO 6250-SKIP-COMMENT-EXIT
            END-IF
            IF SMG-WIRE (SMW-XML-POS:4) NOT = '<!--'
               SET SMG-XML-INVALID TO TRUE
               GO TO 6250-SKIP-COMMENT-EXIT
            END-IF
            ADD 4 TO SMW-XML-POS
            MOVE '-->' TO SMW-DELIM
            MOVE 3 TO SMW-DELIM-LEN
            PERFORM 6800-SKIP-PAST THRU 6800-SKIP-PAST-EXIT.
        6250-SKIP-COMMENT-EXIT.
            EXIT.

        6300-START-TAG.
            IF SMW-ROOT-CLOSED OR SMW-DEPTH NOT < 16
               SET SMG-XML-INVALID TO TRUE
               GO TO 6300-START-TAG-EXIT
            END-IF
            ADD 1 TO SMW-XML-POS
            PERFORM 6500-READ-NAME THRU 6500-READ-NAME-EXIT
            IF NOT SMG-OK
               GO TO 6300-START-TAG-EXIT
            END-IF
            ADD 1 TO SMW-DEPTH
            MOVE SMW-NAME TO SMW-STACK-NAME (SMW-DEPTH)
            MOVE 0 TO SMW-TEXT-LEN
            MOVE SPACES TO SMW-TEXT
            MOVE SPACES TO SMW-ATTR-CCY SMW-ATTR-TAG SMW-NAMESPACE
            SET SMW-TAG-OPEN TO TRUE
            PERFORM 6550-READ-ATTRIBUTE THRU 6550-READ-ATTRIBUTE-EXIT
               UNTIL NOT SMG-OK OR NOT SMW-TAG-OPEN
            IF NOT SMG-OK
               GO TO 6300-START-TAG-EXIT
            END-IF
            MOVE SMW-STACK-NAME (SMW-DEPTH) TO SMW-NAME
            IF SMW-DEPTH = 1
               PERFORM 6350-CHECK-ROOT THRU 6350-CHECK-ROOT-EXIT
               IF NOT SMG-OK
                  GO TO 6300-START-TAG-EXIT
               END-IF
            END-IF
            IF SMW-KIND-PAIN
               IF SMW-DEPTH = 2 AND SMW-NAME = 'CstmrCdtTrfInitn'
                  MOVE 'Y' TO SMW-SEEN-INITN
               END-IF
               IF SMW-NAME = 'CdtTrfTxInf'
                  ADD 1 TO SMW-TX-COUNT
               END-IF
            END-IF
            IF SMW-TAG-EMPTY
               PERFORM 6450-CLOSE-ELEMENT THRU 6450-CLOSE-ELEMENT-EXIT
            END-IF.
        6300-START-TAG-EXIT.
            EXIT.

      * a pain.001 document, or one camt.053 statement entry
        6350-CHECK-ROOT.
            EVALUATE TRUE
               WHEN SMW-NAME = 'Document' AND
                    SMW-NAMESPACE (1:39) =
                       'urn:iso:std:iso:20022:tech:xsd:pain.001'
                  SET SMW-KIND-PAIN TO TRUE
               WHEN SMW-NAME = 'Ntry'
                  SET SMW-KIND-NTRY TO TRUE
                  IF NOT SMW-CHECK-ONLY
                     MOVE 'NTRY' TO SMG-MSG-TYPE
                  END-IF
               WHEN OTHER
                  SET SMG-XML-INVALID TO TRUE
            END-EVALUATE.
        6350-CHECK-ROOT-EXIT.
            EXIT.

        6400-END-TAG.
            ADD 2 TO SMW-XML-POS
            PERFORM 6500-READ-NAME THRU 6500-READ-NAME-EXIT
            IF NOT SMG-OK
               GO TO 6400-END-TAG-EXIT
            END-IF
            PERFORM 6150-SKIP-SPACE THRU 6150-SKIP-SPACE-EXIT
            IF SMW-XML-POS > SMW-XML-END
               SET SMG-XML-INVALID TO TRUE
               GO TO 6400-END-TAG-EXIT
            END-IF
            IF SMG-WIRE (SMW-XML-POS:1) NOT = '>'
               SET SMG-XML-INVALID TO TRUE
               GO TO 6400-END-TAG-EXIT
            END-IF
            ADD 1 TO SMW-XML-POS
            IF SMW-DEPTH < 1
               SET SMG-XML-INVALID TO TRUE
               GO TO 6400-END-TAG-EXIT
            END-IF
            IF SMW-NAME NOT = SMW-STACK-NAME (SMW-DEPTH)
               SET SMG-XML-INVALID TO TRUE
               GO TO 6400-END-TAG-EXIT
            END-IF
            PERFORM 6450-CLOSE-ELEMENT THRU 6450-CLOSE-ELEMENT-EXIT.
        6400-END-TAG-EXIT.
            EXIT.

      * the element on top of the stack is complete: its text (and
      * any attribute it carried) maps by name and ancestry
        6450-CLOSE-ELEMENT.
            MOVE SMW-STACK-NAME (SMW-DEPTH) TO SMW-NAME
            MOVE SPACES TO SMW-PARENT SMW-GRANDPARENT SMW-GREAT-GP
            IF SMW-DEPTH > 1
               MOVE SMW-STACK-NAME (SMW-DEPTH - 1) TO SMW-PARENT
            END-IF
            IF SMW-DEPTH > 2
               MOVE SMW-STACK-NAME (SMW-DEPTH - 2) TO SMW-GRANDPARENT
            END-IF
            IF SMW-DEPTH > 3
               MOVE SMW-STACK-NAME (SMW-DEPTH - 3) TO SMW-GREAT-GP
            END-IF
            PERFORM 6455-DROP-TRAILING THRU 6455-DROP-TRAILING-EXIT
               UNTIL SMW-TEXT-LEN = 0
                  OR SMW-TEXT (SMW-TEXT-LEN:1) NOT = SPACE
            IF SMW-KIND-PAIN
               PERFORM 6460-MAP-PAIN THRU 6460-MAP-PAIN-EXIT
            ELSE
               PERFORM 6470-MAP-NTRY THRU 6470-MAP-NTRY-EXIT
            END-IF
            SUBTRACT 1 FROM SMW-DEPTH
            MOVE 0 TO SMW-TEXT-LEN
            MOVE SPACES TO SMW-TEXT
            IF SMW-DEPTH = 0
               SET SMW-ROOT-CLOSED TO TRUE
            END-IF.
        6450-CLOSE-ELEMENT-EXIT.
            EXIT.

        6455-DROP-TRAILING.
            SUBTRACT 1 FROM SMW-TEXT-LEN.
        6455-DROP-TRAILING-EXIT.
            EXIT.

        6460-MAP-PAIN.
            EVALUATE TRUE
               WHEN SMW-NAME = 'MsgId' AND SMW-PARENT = 'GrpHdr'
                  PERFORM 6465-TAKE-MSG-ID THRU 6465-TAKE-MSG-ID-EXIT
               WHEN SMW-NAME = 'CreDtTm' AND SMW-PARENT = 'GrpHdr'
                  IF SMW-TEXT-LEN < 19 OR SMW-TEXT (5:1) NOT = '-'
                     OR SMW-TEXT (11:1) NOT = 'T'
                     SET SMG-XML-INVALID TO TRUE
                  ELSE
                     MOVE 'Y' TO SMW-SEEN-CREDTTM
                  END-IF
               WHEN SMW-NAME = 'NbOfTxs' AND SMW-PARENT = 'GrpHdr'
                  IF SMW-TEXT-LEN < 1 OR SMW-TEXT-LEN > 15
                     SET SMG-XML-INVALID TO TRUE
                  ELSE
                     IF SMW-TEXT (1:SMW-TEXT-LEN) NOT NUMERIC
                        SET SMG-XML-INVALID TO TRUE
                     ELSE
                        MOVE SMW-TEXT (1:SMW-TEXT-LEN) TO SMW-NBOFTXS
                        MOVE 'Y' TO SMW-SEEN-NBOFTXS
                     END-IF
                  END-IF
               WHEN SMW-NAME = 'PmtInfId' AND SMW-PARENT = 'PmtInf'
                  IF SMW-TEXT-LEN > 0
                     MOVE 'Y' TO SMW-SEEN-PMTINFID
                  END-IF
               WHEN SMW-NAME = 'PmtMtd' AND SMW-PARENT = 'PmtInf'
                  IF SMW-TEXT-LEN = 3 AND SMW-TEXT (1:3) = 'TRF'
                     MOVE 'Y' TO SMW-SEEN-PMTMTD
                  ELSE
                     SET SMG-XML-INVALID TO TRUE
                  END-IF
               WHEN SMW-NAME = 'Prtry' AND SMW-PARENT = 'CtgyPurp'
                  MOVE 'DRCR' TO SMW-NEW-TAG
                  PERFORM 6910-ADD-TEXT-FIELD
                     THRU 6910-ADD-TEXT-FIELD-EXIT
               WHEN SMW-NAME = 'Dt' AND SMW-PARENT = 'ReqdExctnDt'
                  PERFORM 6480-TAKE-DATE THRU 6480-TAKE-DATE-EXIT
                  MOVE 'Y' TO SMW-SEEN-REQDDT
               WHEN SMW-NAME = 'EndToEndId' AND SMW-PARENT = 'PmtId'
                  PERFORM 6485-TAKE-REFERENCE
                     THRU 6485-TAKE-REFERENCE-EXIT
                  MOVE 'Y' TO SMW-SEEN-E2E
               WHEN SMW-NAME = 'InstdAmt' AND SMW-PARENT = 'Amt'
                  PERFORM 6490-TAKE-AMOUNT THRU 6490-TAKE-AMOUNT-EXIT
                  MOVE 'Y' TO SMW-SEEN-AMT
               WHEN SMW-NAME = 'Id' AND SMW-PARENT = 'Othr' AND
                    SMW-GRANDPARENT = 'FinInstnId' AND
                    SMW-GREAT-GP = 'CdtrAgt'
                  MOVE 'PRTY' TO SMW-NEW-TAG
                  PERFORM 6910-ADD-TEXT-FIELD
                     THRU 6910-ADD-TEXT-FIELD-EXIT
                  MOVE 'Y' TO SMW-SEEN-CDTRAGT
               WHEN SMW-NAME = 'Id' AND SMW-PARENT = 'Othr' AND
                    SMW-GRANDPARENT = 'Id' AND
                    SMW-GREAT-GP = 'CdtrAcct'
                  MOVE 'BACC' TO SMW-NEW-TAG
                  PERFORM 6910-ADD-TEXT-FIELD
                     THRU 6910-ADD-TEXT-FIELD-EXIT
               WHEN SMW-NAME = 'Ustrd' AND SMW-PARENT = 'RmtInf'
                  MOVE 'BREF' TO SMW-NEW-TAG
                  PERFORM 6910-ADD-TEXT-FIELD
                     THRU 6910-ADD-TEXT-FIELD-EXIT
               WHEN SMW-NAME = 'Fld' AND SMW-PARENT = 'Envlp'
                  IF SMW-ATTR-TAG = SPACES
                     SET SMG-XML-INVALID TO TRUE
                  ELSE
                     MOVE SMW-ATTR-TAG TO SMW-NEW-TAG
                     PERFORM 6910-ADD-TEXT-FIELD
                        THRU 6910-ADD-TEXT-FIELD-EXIT
                  END-IF
            END-EVALUATE.
        6460-MAP-PAIN-EXIT.
            EXIT.

      * 'type-sender-sequence', as ASSEMBLE writes it
        6465-TAKE-MSG-ID.
            MOVE 'Y' TO SMW-SEEN-MSGID
            IF SMW-TEXT-LEN = 0
               SET SMG-XML-INVALID TO TRUE
               GO TO 6465-TAKE-MSG-ID-EXIT
            END-IF
            MOVE SPACES TO SMW-ID-TYPE SMW-ID-SENDER SMW-ID-SEQ
            MOVE 0 TO SMW-ID-TYPE-LEN SMW-ID-SENDER-LEN
            MOVE 0 TO SMW-ID-SEQ-LEN SMW-ID-PARTS
            UNSTRING SMW-TEXT (1:SMW-TEXT-LEN) DELIMITED BY '-'
                INTO SMW-ID-TYPE   COUNT IN SMW-ID-TYPE-LEN
                     SMW-ID-SENDER COUNT IN SMW-ID-SENDER-LEN
                     SMW-ID-SEQ    COUNT IN SMW-ID-SEQ-LEN
                TALLYING IN SMW-ID-PARTS
            END-UNSTRING
            IF SMW-ID-PARTS NOT = 3 OR
               SMW-ID-TYPE-LEN < 1 OR SMW-ID-TYPE-LEN > 4 OR
               SMW-ID-SENDER-LEN < 1 OR SMW-ID-SENDER-LEN > 8 OR
               SMW-ID-SEQ-LEN NOT = 9
               SET SMG-XML-INVALID TO TRUE
               GO TO 6465-TAKE-MSG-ID-EXIT
            END-IF
            IF SMW-ID-SEQ NOT NUMERIC
               SET SMG-XML-INVALID TO TRUE
               GO TO 6465-TAKE-MSG-ID-EXIT
            END-IF
            IF NOT SMW-CHECK-ONLY
               MOVE SMW-ID-TYPE TO SMG-MSG-TYPE
               MOVE SMW-ID-SENDER TO SMG-SENDER
               MOVE SMW-ID-SEQ TO SMG-SEQUENCE
            END-IF.
        6465-TAKE-MSG-ID-EXIT.
            EXIT.

        6470-MAP-NTRY.
            EVALUATE TRUE
               WHEN SMW-NAME = 'Amt' AND SMW-PARENT = 'Ntry'
                  PERFORM 6490-TAKE-AMOUNT THRU 6490-TAKE-AMOUNT-EXIT
                  MOVE 'Y' TO SMW-SEEN-AMT
               WHEN SMW-NAME = 'CdtDbtInd' AND SMW-PARENT = 'Ntry'
                  MOVE 'DRCR' TO SMW-NEW-TAG
                  MOVE 1 TO SMW-VALUE-LEN
                  MOVE SPACES TO SMW-VALUE
                  EVALUATE TRUE
                     WHEN SMW-TEXT-LEN = 4 AND SMW-TEXT (1:4) = 'CRDT'
                        MOVE 'R' TO SMW-VALUE
                     WHEN SMW-TEXT-LEN = 4 AND SMW-TEXT (1:4) = 'DBIT'
                        MOVE 'P' TO SMW-VALUE
                     WHEN OTHER
                        SET SMG-XML-INVALID TO TRUE
                        GO TO 6470-MAP-NTRY-EXIT
                  END-EVALUATE
                  PERFORM 6900-ADD-FIELD THRU 6900-ADD-FIELD-EXIT
                  MOVE 'Y' TO SMW-SEEN-CDTDBT
               WHEN SMW-NAME = 'Dt' AND SMW-PARENT = 'ValDt'
                  PERFORM 6480-TAKE-DATE THRU 6480-TAKE-DATE-EXIT
               WHEN SMW-NAME = 'EndToEndId'
                  PERFORM 6485-TAKE-REFERENCE
                     THRU 6485-TAKE-REFERENCE-EXIT
               WHEN SMW-NAME = 'AcctSvcrRef' AND SMW-PARENT = 'Ntry'
                  MOVE 'SREF' TO SMW-NEW-TAG
                  PERFORM 6910-ADD-TEXT-FIELD
                     THRU 6910-ADD-TEXT-FIELD-EXIT
            END-EVALUATE.
        6470-MAP-NTRY-EXIT.
            EXIT.

      * YYYY-MM-DD, a real calendar date, becomes VDTE YYYYMMDD
        6480-TAKE-DATE.
            IF SMW-TEXT-LEN NOT = 10 OR SMW-TEXT (5:1) NOT = '-'
               OR SMW-TEXT (8:1) NOT = '-'
               SET SMG-XML-INVALID TO TRUE
               GO TO 6480-TAKE-DATE-EXIT
            END-IF
            MOVE SPACES TO SMW-DATE-TEXT
            STRING SMW-TEXT (1:4) DELIMITED BY SIZE
                   SMW-TEXT (6:2) DELIMITED BY SIZE
                   SMW-TEXT (9:2) DELIMITED BY SIZE
                INTO SMW-DATE-TEXT
            IF SMW-DATE-TEXT NOT NUMERIC
               SET SMG-XML-INVALID TO TRUE
               GO TO 6480-TAKE-DATE-EXIT
            END-IF
            MOVE SMW-DATE-TEXT TO SMW-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD(SMW-DATE) NOT = 0
               SET SMG-XML-INVALID TO TRUE
               GO TO 6480-TAKE-DATE-EXIT
            END-IF
            MOVE 'VDTE' TO SMW-NEW-TAG
            MOVE SPACES TO SMW-VALUE
            MOVE SMW-DATE-TEXT TO SMW-VALUE
            MOVE 8 TO SMW-VALUE-LEN
            PERFORM 6900-ADD-FIELD THRU 6900-ADD-FIELD-EXIT.
        6480-TAKE-DATE-EXIT.
            EXIT.

        6485-TAKE-REFERENCE.
            IF SMW-TEXT-LEN = 0
               SET SMG-XML-INVALID TO TRUE
               GO TO 6485-TAKE-REFERENCE-EXIT
            END-IF
            IF SMW-TEXT-LEN = 11 AND SMW-TEXT (1:11) = 'NOTPROVIDED'
               GO TO 6485-TAKE-REFERENCE-EXIT
            END-IF
            MOVE 'REF' TO SMW-NEW-TAG
            PERFORM 6910-ADD-TEXT-FIELD THRU 6910-ADD-TEXT-FIELD-EXIT.
        6485-TAKE-REFERENCE-EXIT.
            EXIT.

      * a decimal amount, at most 13 whole digits and no more
      * fraction digits than the currency has minor units, with a
      * three-letter Ccy: AMT in minor units and CCY
        6490-TAKE-AMOUNT.
            IF SMW-ATTR-CCY NOT ALPHABETIC-UPPER OR
               SMW-ATTR-CCY (3:1) = SPACE
               SET SMG-XML-INVALID TO TRUE
               GO TO 6490-TAKE-AMOUNT-EXIT
            END-IF
            MOVE 0 TO SMW-INT-DIGITS SMW-DEC-DIGITS SMW-DOT-COUNT
            PERFORM 6495-CHECK-AMOUNT-CHAR
               THRU 6495-CHECK-AMOUNT-CHAR-EXIT
               VARYING SMW-BYTE-SUB FROM 1 BY 1
               UNTIL SMW-BYTE-SUB > SMW-TEXT-LEN
                  OR NOT SMG-OK
            IF NOT SMG-OK
               GO TO 6490-TAKE-AMOUNT-EXIT
            END-IF
            MOVE SMW-ATTR-CCY TO CYQ-CODE
            SET CYQ-REQ-GET TO TRUE
            CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL
            IF SMW-INT-DIGITS < 1 OR SMW-INT-DIGITS > 13 OR
               SMW-DEC-DIGITS > CYQ-MINOR-UNITS
               SET SMG-XML-INVALID TO TRUE
               GO TO 6490-TAKE-AMOUNT-EXIT
            END-IF
            COMPUTE CYQ-AMOUNT =
               FUNCTION NUMVAL(SMW-TEXT (1:SMW-TEXT-LEN))
            SET CYQ-REQ-TOMINOR TO TRUE
            CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL
            MOVE CYQ-MINOR-AMOUNT TO SMW-MINOR-AMOUNT
            MOVE 'AMT' TO SMW-NEW-TAG
            MOVE SPACES TO SMW-VALUE
            MOVE SMW-MINOR-AMOUNT TO SMW-VALUE
            MOVE 15 TO SMW-VALUE-LEN
            PERFORM 6900-ADD-FIELD THRU 6900-ADD-FIELD-EXIT
            MOVE 'CCY' TO SMW-NEW-TAG
            MOVE SPACES TO SMW-VALUE
            MOVE SMW-ATTR-CCY TO SMW-VALUE
            MOVE 3 TO SMW-VALUE-LEN
            PERFORM 6900-ADD-FIELD THRU 6900-ADD-FIELD-EXIT.
        6490-TAKE-AMOUNT-EXIT.
            EXIT.

        6495-CHECK-AMOUNT-CHAR.
            MOVE SMW-TEXT (SMW-BYTE-SUB:1) TO SMW-CHAR
            EVALUATE TRUE
               WHEN SMW-CHAR = '.'
                  ADD 1 TO SMW-DOT-COUNT
                  IF SMW-DOT-COUNT > 1
                     SET SMG-XML-INVALID TO TRUE
                  END-IF
               WHEN SMW-CHAR NUMERIC
                  IF SMW-DOT-COUNT = 0
                     ADD 1 TO SMW-INT-DIGITS
                  ELSE
                     ADD 1 TO SMW-DEC-DIGITS
                  END-IF
               WHEN OTHER
                  SET SMG-XML-INVALID TO TRUE
            END-EVALUATE.
        6495-CHECK-AMOUNT-CHAR-EXIT.
            EXIT.

        6500-READ-NAME.
            MOVE SMW-XML-POS TO SMW-START
            SET SMW-DONE TO FALSE
            PERFORM 6510-NAME-CHAR THRU 6510-NAME-CHAR-EXIT
               UNTIL SMW-DONE OR SMW-XML-POS > SMW-XML-END
            COMPUTE SMW-NAME-LEN = SMW-XML-POS - SMW-START
            IF SMW-NAME-LEN < 1 OR SMW-NAME-LEN > 35
               SET SMG-XML-INVALID TO TRUE
               GO TO 6500-READ-NAME-EXIT
            END-IF
            MOVE SPACES TO SMW-NAME
            MOVE SMG-WIRE (SMW-START:SMW-NAME-LEN) TO SMW-NAME.
        6500-READ-NAME-EXIT.
            EXIT.

        6510-NAME-CHAR.
            MOVE SMG-WIRE (SMW-XML-POS:1) TO SMW-CHAR
            IF SMW-CHAR-NAME-END
               SET SMW-DONE TO TRUE
            ELSE
               ADD 1 TO SMW-XML-POS
            END-IF.
        6510-NAME-CHAR-EXIT.
            EXIT.

      * one name="value" pair, or the '>' or '/>' ending the tag;
      * only xmlns, Ccy and Tag mean anything here
        6550-READ-ATTRIBUTE.
            PERFORM 6150-SKIP-SPACE THRU 6150-SKIP-SPACE-EXIT
            IF SMW-XML-POS > SMW-XML-END
               SET SMG-XML-INVALID TO TRUE
               GO TO 6550-READ-ATTRIBUTE-EXIT
            END-IF
            MOVE SMG-WIRE (SMW-XML-POS:1) TO SMW-CHAR
            IF SMW-CHAR = '>'
               ADD 1 TO SMW-XML-POS
               SET SMW-TAG-CLOSED TO TRUE
               GO TO 6550-READ-ATTRIBUTE-EXIT
            END-IF
            IF SMW-CHAR = '/'
               IF SMW-XML-POS + 1 > SMW-XML-END
                  SET SMG-XML-INVALID TO TRUE
                  GO TO 6550-READ-ATTRIBUTE-EXIT
               END-IF
               IF SMG-WIRE (SMW-XML-POS + 1:1) NOT = '>'
                  SET SMG-XML-INVALID TO TRUE
                  GO TO 6550-READ-ATTRIBUTE-EXIT
               END-IF
               ADD 2 TO SMW-XML-POS
               SET SMW-TAG-EMPTY TO TRUE
               GO TO 6550-READ-ATTRIBUTE-EXIT
            END-IF
            PERFORM 6500-READ-NAME THRU 6500-READ-NAME-EXIT
            IF NOT SMG-OK
               GO TO 6550-READ-ATTRIBUTE-EXIT
            END-IF
            MOVE SMW-NAME TO SMW-ATTR-NAME
            PERFORM 6150-SKIP-SPACE THRU 6150-SKIP-SPACE-EXIT
            IF SMW-XML-POS > SMW-XML-END
               SET SMG-XML-INVALID TO TRUE
               GO TO 6550-READ-ATTRIBUTE-EXIT
            END-IF
            IF SMG-WIRE (SMW-XML-POS:1) NOT = '='
               SET SMG-XML-INVALID TO TRUE
               GO TO 6550-READ-ATTRIBUTE-EXIT
            END-IF
            ADD 1 TO SMW-XML-POS
            PERFORM 6150-SKIP-SPACE THRU 6150-SKIP-SPACE-EXIT
            IF SMW-XML-POS > SMW-XML-END
               SET SMG-XML-INVALID TO TRUE
               GO TO 6550-READ-ATTRIBUTE-EXIT
            END-IF
            MOVE SMG-WIRE (SMW-XML-POS:1) TO SMW-QUOTE
            IF SMW-QUOTE NOT = '"' AND SMW-QUOTE NOT = "'"
               SET SMG-XML-INVALID TO TRUE
               GO TO 6550-READ-ATTRIBUTE-EXIT
            END-IF
            ADD 1 TO SMW-XML-POS
            MOVE SMW-XML-POS TO SMW-START
            SET SMW-FOUND TO FALSE
            PERFORM 6560-VALUE-CHAR THRU 6560-VALUE-CHAR-EXIT
               UNTIL SMW-FOUND OR NOT SMG-OK
                  OR SMW-XML-POS > SMW-XML-END
            IF NOT SMG-OK
               GO TO 6550-READ-ATTRIBUTE-EXIT
            END-IF
            IF NOT SMW-FOUND
               SET SMG-XML-INVALID TO TRUE
               GO TO 6550-READ-ATTRIBUTE-EXIT
            END-IF
            COMPUTE SMW-ATTR-LEN = SMW-XML-POS - SMW-START
            ADD 1 TO SMW-XML-POS
            IF SMW-ATTR-LEN > 128
               SET SMG-XML-INVALID TO TRUE
               GO TO 6550-READ-ATTRIBUTE-EXIT
            END-IF
            MOVE SPACES TO SMW-ATTR-VALUE
            IF SMW-ATTR-LEN > 0
               MOVE SMG-WIRE (SMW-START:SMW-ATTR-LEN)
                 TO SMW-ATTR-VALUE
            END-IF
            EVALUATE SMW-ATTR-NAME
               WHEN 'xmlns'
                  MOVE SMW-ATTR-VALUE TO SMW-NAMESPACE
               WHEN 'Ccy'
                  IF SMW-ATTR-LEN = 3
                     MOVE SMW-ATTR-VALUE (1:3) TO SMW-ATTR-CCY
                  END-IF
               WHEN 'Tag'
                  IF SMW-ATTR-LEN < 1 OR SMW-ATTR-LEN > 4
                     SET SMG-XML-INVALID TO TRUE
                  ELSE
                     MOVE SMW-ATTR-VALUE (1:4) TO SMW-ATTR-TAG
                  END-IF
            END-EVALUATE.
        6550-READ-ATTRIBUTE-EXIT.
            EXIT.

        6560-VALUE-CHAR.
            MOVE SMG-WIRE (SMW-XML-POS:1) TO SMW-CHAR
            EVALUATE TRUE
               WHEN SMW-CHAR = SMW-QUOTE
                  SET SMW-FOUND TO TRUE
               WHEN SMW-CHAR = '<'
                  SET SMG-XML-INVALID TO TRUE
               WHEN OTHER
                  ADD 1 TO SMW-XML-POS
            END-EVALUATE.
        6560-VALUE-CHAR-EXIT.
            EXIT.

      * character data: white space runs become one space and
      * leading white space is dropped; the five predefined
      * entities are decoded and any other is a fault
        6600-TAKE-TEXT.
            IF SMW-DEPTH = 0
               IF SMW-CHAR-SPACE
                  ADD 1 TO SMW-XML-POS
               ELSE
                  SET SMG-XML-INVALID TO TRUE
               END-IF
               GO TO 6600-TAKE-TEXT-EXIT
            END-IF
            IF SMW-CHAR = '&'
               PERFORM 6650-TAKE-ENTITY THRU 6650-TAKE-ENTITY-EXIT
               GO TO 6600-TAKE-TEXT-EXIT
            END-IF
            ADD 1 TO SMW-XML-POS
            IF SMW-CHAR-SPACE
               IF SMW-TEXT-LEN = 0
                  GO TO 6600-TAKE-TEXT-EXIT
               END-IF
               IF SMW-TEXT (SMW-TEXT-LEN:1) = SPACE
                  GO TO 6600-TAKE-TEXT-EXIT
               END-IF
               MOVE SPACE TO SMW-CHAR
            END-IF
            PERFORM 6690-APPEND-TEXT THRU 6690-APPEND-TEXT-EXIT.
        6600-TAKE-TEXT-EXIT.
            EXIT.

        6650-TAKE-ENTITY.
            MOVE SMW-XML-POS TO SMW-START
            MOVE ';' TO SMW-DELIM
            MOVE 1 TO SMW-DELIM-LEN
            PERFORM 6800-SKIP-PAST THRU 6800-SKIP-PAST-EXIT
            IF NOT SMG-OK
               GO TO 6650-TAKE-ENTITY-EXIT
            END-IF
            IF SMW-XML-POS - SMW-START > 6
               SET SMG-XML-INVALID TO TRUE
               GO TO 6650-TAKE-ENTITY-EXIT
            END-IF
            MOVE SPACES TO SMW-ENTITY
            MOVE SMG-WIRE (SMW-START:SMW-XML-POS - SMW-START)
              TO SMW-ENTITY
            EVALUATE SMW-ENTITY
               WHEN '&amp;'
                  MOVE '&' TO SMW-CHAR
               WHEN '&lt;'
                  MOVE '<' TO SMW-CHAR
               WHEN '&gt;'
                  MOVE '>' TO SMW-CHAR
               WHEN '&quot;'
                  MOVE '"' TO SMW-CHAR
               WHEN '&apos;'
                  MOVE "'" TO SMW-CHAR
               WHEN OTHER
                  SET SMG-XML-INVALID TO TRUE
                  GO TO 6650-TAKE-ENTITY-EXIT
            END-EVALUATE
            PERFORM 6690-APPEND-TEXT THRU 6690-APPEND-TEXT-EXIT.
        6650-TAKE-ENTITY-EXIT.
            EXIT.

        6690-APPEND-TEXT.
            IF SMW-TEXT-LEN NOT < LENGTH OF SMW-TEXT
               SET SMG-XML-INVALID TO TRUE
               GO TO 6690-APPEND-TEXT-EXIT
            END-IF
            ADD 1 TO SMW-TEXT-LEN
            MOVE SMW-CHAR TO SMW-TEXT (SMW-TEXT-LEN:1).
        6690-APPEND-TEXT-EXIT.
            EXIT.

        6700-CHECK-REQUIRED.
            EVALUATE TRUE
               WHEN SMW-KIND-PAIN
                  IF NOT SMW-HAVE-MSGID OR NOT SMW-HAVE-CREDTTM OR
                     NOT SMW-HAVE-NBOFTXS OR NOT SMW-HAVE-INITN OR
                     NOT SMW-HAVE-PMTINFID OR NOT SMW-HAVE-PMTMTD OR
                     NOT SMW-HAVE-REQDDT OR NOT SMW-HAVE-E2E OR
                     NOT SMW-HAVE-AMT OR NOT SMW-HAVE-CDTRAGT
                     SET SMG-XML-INVALID TO TRUE
                  END-IF
                  IF SMW-TX-COUNT NOT = 1 OR SMW-NBOFTXS NOT = 1
                     SET SMG-XML-INVALID TO TRUE
                  END-IF
               WHEN SMW-KIND-NTRY
                  IF NOT SMW-HAVE-AMT OR NOT SMW-HAVE-CDTDBT
                     SET SMG-XML-INVALID TO TRUE
                  END-IF
               WHEN OTHER
                  SET SMG-XML-INVALID TO TRUE
            END-EVALUATE.
        6700-CHECK-REQUIRED-EXIT.
            EXIT.

      * move past the next occurrence of SMW-DELIM
        6800-SKIP-PAST.
            SET SMW-FOUND TO FALSE
            PERFORM 6810-TEST-DELIM THRU 6810-TEST-DELIM-EXIT
               UNTIL SMW-FOUND
                  OR SMW-XML-POS + SMW-DELIM-LEN - 1 > SMW-XML-END
            IF NOT SMW-FOUND
               SET SMG-XML-INVALID TO TRUE
            END-IF.
        6800-SKIP-PAST-EXIT.
            EXIT.

        6810-TEST-DELIM.
            IF SMG-WIRE (SMW-XML-POS:SMW-DELIM-LEN) =
               SMW-DELIM (1:SMW-DELIM-LEN)
               SET SMW-FOUND TO TRUE
               ADD SMW-DELIM-LEN TO SMW-XML-POS
            ELSE
               ADD 1 TO SMW-XML-POS
            END-IF.
        6810-TEST-DELIM-EXIT.
            EXIT.

      * SMW-NEW-TAG with SMW-VALUE (1:SMW-VALUE-LEN) joins the
      * structure, unless this is ASSEMBLE's own check
        6900-ADD-FIELD.
            IF SMW-VALUE-LEN < 1 OR SMW-VALUE-LEN > 64
               SET SMG-XML-INVALID TO TRUE
               GO TO 6900-ADD-FIELD-EXIT
            END-IF
            IF SMW-CHECK-ONLY
               GO TO 6900-ADD-FIELD-EXIT
            END-IF
            IF SMG-FIELD-COUNT >= 20
               SET SMG-TOO-MANY-FIELDS TO TRUE
               GO TO 6900-ADD-FIELD-EXIT
            END-IF
            ADD 1 TO SMG-FIELD-COUNT
            MOVE SMW-NEW-TAG TO SMG-F-TAG (SMG-FIELD-COUNT)
            MOVE SMW-VALUE-LEN TO SMG-F-LENGTH (SMG-FIELD-COUNT)
            MOVE SPACES TO SMG-F-VALUE (SMG-FIELD-COUNT)
            MOVE SMW-VALUE (1:SMW-VALUE-LEN)
              TO SMG-F-VALUE (SMG-FIELD-COUNT) (1:SMW-VALUE-LEN).
        6900-ADD-FIELD-EXIT.
            EXIT.

        6910-ADD-TEXT-FIELD.
            IF SMW-TEXT-LEN < 1 OR SMW-TEXT-LEN > 64
               SET SMG-XML-INVALID TO TRUE
               GO TO 6910-ADD-TEXT-FIELD-EXIT
            END-IF
            MOVE SPACES TO SMW-VALUE
            MOVE SMW-TEXT (1:SMW-TEXT-LEN) TO SMW-VALUE
            MOVE SMW-TEXT-LEN TO SMW-VALUE-LEN
            PERFORM 6900-ADD-FIELD THRU 6900-ADD-FIELD-EXIT.
        6910-ADD-TEXT-FIELD-EXIT.
            EXIT.
        End Program SETTLE-MSG.
