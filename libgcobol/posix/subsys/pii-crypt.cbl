      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  pii-crypt.cbl
      *
      *  Field-protection service for customer-identifying data at
      *  rest.  AM-CUSTOMER-NAME on ACCTMST and the ADM-ADDR1,
      *  ADM-ADDR2 and ADM-CITY lines on ADDRMST are encrypted on
      *  write and decrypted on read through this one subprogram,
      *  so the replication feed, journal images, layout-driven
      *  extracts and vault archives copied from those files carry
      *  ciphertext without any of them knowing.  Every program
      *  reaches it through pii-crypt-paragraphs.cpy.
      *
      *  Keys are configured the way FILE-CRYPT configures its
      *  counterparty keys: an identifier on the PIIKEYS file names
      *  the key file holding the material, never the programs.
      *  The record carries the identifier of the key it was
      *  written under, so a key retired from encryption ('R')
      *  still decrypts what it wrote until PII-REKEY has moved
      *  every record onto the current key ('A'; when more than
      *  one is marked, the last on the file).  The key files are
      *  read once per process; a long-running program sees a
      *  rotation at its next start.
      *
      *  The enciphering is AES-256, done by the system crypto
      *  tool through posix-fork/posix-execve as FILE-CRYPT does
      *  it, with the key file handed to the tool and never read
      *  here.  For each field the tool is given the tweak -- the
      *  record key and a field tag -- followed by zero blocks in
      *  CBC mode; what it returns past the tweak is a keystream
      *  no one without the key can predict, and a different one
      *  for every record and field, so one name on two accounts
      *  encrypts two ways.  The keystream is added to the field
      *  byte by byte within the byte's own range: printable bytes
      *  stay printable and the upper half of the byte range stays
      *  there, so ciphertext survives line-sequential extracts
      *  and field widths never change.  A field that is all
      *  spaces is left as spaces.  When the tool cannot be run
      *  the field is not encrypted, or comes back masked.
      *
      *  Clear text is returned only to a caller PIIAUTH
      *  authorizes -- by program id, user and permission tier;
      *  anyone else gets the text masked.  With no PIIAUTH file
      *  nobody is authorized.
      *
      *  PIIKEYS record layout (fixed columns):
      *      PKR-KEY-ID    X(8)    key identifier, on the record
      *      PKR-STATUS    X(1)    A current, R retired
      *      PKR-KEYFILE   X(64)   path to the key material
      *
      *  PIIAUTH record layout (fixed columns):
      *      PAR-PROGRAM   X(8)    caller's program id, '*' any
      *      PAR-USER      X(12)   signed-on user, '*' any
      *      PAR-MIN-TIER  9(1)    lowest permission tier allowed
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  Fields are enciphered by the system
      *                        crypto tool under the PIIKEYS key
      *                        file; the keystream is no longer
      *                        derived here.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. PII-CRYPT.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select OPTIONAL PII-KEYS-FILE Assign To PIIKEYS
                Organization Is Line Sequential.
            Select OPTIONAL PII-AUTH-FILE Assign To PIIAUTH
                Organization Is Line Sequential
                File Status Is PCY-AUTH-STATUS.
        Data Division.
        File Section.
        FD  PII-KEYS-FILE.
        01  PII-KEYS-RECORD.
            05  PKR-KEY-ID          PIC X(08).
            05  PKR-STATUS          PIC X(01).
            05  PKR-KEYFILE         PIC X(64).
        FD  PII-AUTH-FILE.
        01  PII-AUTH-RECORD.
            05  PAR-PROGRAM         PIC X(08).
            05  PAR-USER            PIC X(12).
            05  PAR-MIN-TIER        PIC 9(01).
        Working-Storage Section.
        01  PCY-LOADED-SW           PIC X(01) Value 'N'.
            88  PCY-LOADED              Value 'Y', False 'N'.
        01  PCY-EOF-SW              PIC X(01).
            88  PCY-EOF                 Value 'Y', False 'N'.
        01  PCY-AUTH-STATUS         PIC X(02).
        01  PCY-KEY-COUNT           Binary-Long Value 0.
        01  PCY-KEY-SUB             Binary-Long.
        01  PCY-FOUND-SUB           Binary-Long.
        01  PCY-CURRENT-SUB         Binary-Long Value 0.
        01  PCY-KEY-TABLE.
            05  PCY-KEY OCCURS 20 TIMES.
                10  PCY-K-ID        PIC X(08).
                10  PCY-K-STATUS    PIC X(01).
                10  PCY-K-USABLE    PIC X(01).
                10  PCY-K-KEYFILE   PIC X(64).
        01  PCY-AUTH-COUNT          Binary-Long Value 0.
        01  PCY-AUTH-SUB            Binary-Long.
        01  PCY-AUTH-TABLE.
            05  PCY-AUTH OCCURS 50 TIMES.
                10  PCY-A-PROGRAM   PIC X(08).
                10  PCY-A-USER      PIC X(12).
                10  PCY-A-MIN-TIER  PIC 9(01).
        01  PCY-AUTHORIZED-SW       PIC X(01).
            88  PCY-AUTHORIZED          Value 'Y', False 'N'.
        01  PCY-KEYFILE             PIC X(65).
        01  PCY-FD                  PIC 9(8) Usage COMP.
        01  PCY-FD-RC               Binary-Long.
        01  PCY-RC                  Binary-Long.
        01  PCY-NULL-PTR            Usage POINTER.
        01  PCY-CHILD-PID           Binary-Long.
        01  PCY-CHILD-STATUS        Binary-Long.
        01  PCY-IN-PIPE.
            05  PCY-IN-READ         Binary-Long.
            05  PCY-IN-WRITE        Binary-Long.
        01  PCY-OUT-PIPE.
            05  PCY-OUT-READ        Binary-Long.
            05  PCY-OUT-WRITE       Binary-Long.
        01  PCY-TOOL-PATH           PIC X(256)
                Value '/usr/bin/openssl'.
        01  PCY-ARG-0               PIC X(257).
        01  PCY-ARG-1               PIC X(17).
        01  PCY-ARG-2               PIC X(17).
        01  PCY-ARG-3               PIC X(17).
        01  PCY-ARG-4               PIC X(17).
        01  PCY-ARG-5               PIC X(17).
        01  PCY-ARG-6               PIC X(17).
        01  PCY-ARG-7               PIC X(80).
        01  PCY-ARGV-VECTOR.
            05  PCY-ARGV-PTR-0      Usage POINTER.
            05  PCY-ARGV-PTR-1      Usage POINTER.
            05  PCY-ARGV-PTR-2      Usage POINTER.
            05  PCY-ARGV-PTR-3      Usage POINTER.
            05  PCY-ARGV-PTR-4      Usage POINTER.
            05  PCY-ARGV-PTR-5      Usage POINTER.
            05  PCY-ARGV-PTR-6      Usage POINTER.
            05  PCY-ARGV-PTR-7      Usage POINTER.
            05  PCY-ARGV-PTR-8      Usage POINTER.
      * the tweak goes to the tool padded to three blocks, then
      * sixteen zero blocks; their enciphering is the keystream
        01  PCY-TOOL-INPUT.
            05  PCY-TI-TWEAK        PIC X(48).
            05  PCY-TI-ZEROS        PIC X(256).
        01  PCY-TOOL-OUTPUT.
            05  PCY-TO-TWEAK        PIC X(48).
            05  PCY-KEYSTREAM       PIC X(256).
        01  PCY-TOOL-LENGTH         Binary-Double Value 304.
        01  PCY-READ-WANT           Binary-Double.
        01  PCY-OUT-LENGTH          Binary-Long.
        01  PCY-PIPE-EOF-SW         PIC X(01).
            88  PCY-PIPE-EOF            Value 'Y', False 'N'.
        01  PCY-STREAM-OK-SW        PIC X(01).
            88  PCY-STREAM-OK           Value 'Y', False 'N'.
      * the last keystream drawn, so the several calls a record
      * makes for one field and key run the tool once
        01  PCY-STREAM-KEY-SUB      Binary-Long Value 0.
        01  PCY-STREAM-TWEAK        PIC X(44).
        01  PCY-WORD-SUB            Binary-Long.
        01  PCY-WORD                Binary-Long.
        01  PCY-TEXT-SUB            Binary-Long.
        01  PCY-BYTE                Binary-Long.
        01  PCY-SHIFT-95            Binary-Long.
        01  PCY-SHIFT-128           Binary-Long.
        01  PCY-DIRECTION           Binary-Long.
        01  PCY-LOG-MESSAGE         PIC X(256).
        Linkage Section.
        COPY pii-crypt.
        Procedure Division Using PCX-CONTROL.
        0000-MAINLINE.
            MOVE '00' TO PCX-STATUS
            IF NOT PCY-LOADED
               PERFORM 1000-LOAD-KEYS THRU 1000-LOAD-KEYS-EXIT
               PERFORM 1500-LOAD-AUTH THRU 1500-LOAD-AUTH-EXIT
               SET PCY-LOADED TO TRUE
            END-IF
            IF PCX-TEXT-LENGTH < 1 OR PCX-TEXT-LENGTH > 70
               MOVE '80' TO PCX-STATUS
               GOBACK
            END-IF
            EVALUATE TRUE
               WHEN PCX-REQ-ENCRYPT
                  PERFORM 2000-ENCRYPT THRU 2000-ENCRYPT-EXIT
               WHEN PCX-REQ-DECRYPT
                  PERFORM 3000-DECRYPT THRU 3000-DECRYPT-EXIT
               WHEN OTHER
                  MOVE '80' TO PCX-STATUS
            END-EVALUATE
            GOBACK.

      * the key material itself is never read here: a key is
      * usable when its key file can be opened, and the file is
      * named to the crypto tool on every use
        1000-LOAD-KEYS.
            SET PCY-EOF TO FALSE
            OPEN INPUT PII-KEYS-FILE
            PERFORM 1100-LOAD-ONE-KEY THRU 1100-LOAD-ONE-KEY-EXIT
                UNTIL PCY-EOF
            CLOSE PII-KEYS-FILE
            IF PCY-CURRENT-SUB = 0
               MOVE SPACES TO PCY-LOG-MESSAGE
               STRING 'pii-crypt: no current key on PIIKEYS,'
                      ' protected fields cannot be written'
                      X'00' DELIMITED BY SIZE INTO PCY-LOG-MESSAGE
               MOVE FUNCTION POSIX-SYSLOG(3, PCY-LOG-MESSAGE)
                 TO PCY-RC
            END-IF.
        1000-LOAD-KEYS-EXIT.
            EXIT.

        1100-LOAD-ONE-KEY.
            READ PII-KEYS-FILE
                AT END
                    SET PCY-EOF TO TRUE
                    GO TO 1100-LOAD-ONE-KEY-EXIT
            END-READ
            IF PKR-KEY-ID = SPACES OR PCY-KEY-COUNT >= 20
               GO TO 1100-LOAD-ONE-KEY-EXIT
            END-IF
            ADD 1 TO PCY-KEY-COUNT
            MOVE PKR-KEY-ID TO PCY-K-ID (PCY-KEY-COUNT)
            MOVE PKR-STATUS TO PCY-K-STATUS (PCY-KEY-COUNT)
            MOVE 'N' TO PCY-K-USABLE (PCY-KEY-COUNT)
            MOVE PKR-KEYFILE TO PCY-K-KEYFILE (PCY-KEY-COUNT)
            MOVE SPACES TO PCY-KEYFILE
            STRING PKR-KEYFILE DELIMITED BY SPACE
                   X'00' DELIMITED BY SIZE INTO PCY-KEYFILE
            CALL "posix-open" USING BY REFERENCE PCY-KEYFILE
                 BY VALUE 0
                RETURNING PCY-FD-RC
            END-CALL
            IF PCY-FD-RC < 0
               PERFORM 1200-LOG-BAD-KEY THRU 1200-LOG-BAD-KEY-EXIT
               GO TO 1100-LOAD-ONE-KEY-EXIT
            END-IF
            MOVE PCY-FD-RC TO PCY-FD
            CALL "posix-close" USING BY VALUE PCY-FD
                RETURNING PCY-RC
            END-CALL
            MOVE 'Y' TO PCY-K-USABLE (PCY-KEY-COUNT)
            IF PKR-STATUS = 'A'
               MOVE PCY-KEY-COUNT TO PCY-CURRENT-SUB
            END-IF.
        1100-LOAD-ONE-KEY-EXIT.
            EXIT.

        1200-LOG-BAD-KEY.
            MOVE SPACES TO PCY-LOG-MESSAGE
            STRING 'pii-crypt: key '      DELIMITED BY SIZE
                   PKR-KEY-ID             DELIMITED BY SPACE
                   ' material unreadable from ' DELIMITED BY SIZE
                   PKR-KEYFILE            DELIMITED BY SPACE
                   X'00'                  DELIMITED BY SIZE
                INTO PCY-LOG-MESSAGE
            MOVE FUNCTION POSIX-SYSLOG(3, PCY-LOG-MESSAGE)
              TO PCY-RC
            DISPLAY FUNCTION TRIM(PCY-LOG-MESSAGE).
        1200-LOG-BAD-KEY-EXIT.
            EXIT.

        1500-LOAD-AUTH.
            SET PCY-EOF TO FALSE
            OPEN INPUT PII-AUTH-FILE
            IF PCY-AUTH-STATUS = '05'
               MOVE SPACES TO PCY-LOG-MESSAGE
               STRING 'pii-crypt: no PIIAUTH file, protected'
                      ' fields will be masked for every caller'
                      X'00' DELIMITED BY SIZE INTO PCY-LOG-MESSAGE
               MOVE FUNCTION POSIX-SYSLOG(4, PCY-LOG-MESSAGE)
                 TO PCY-RC
            END-IF
            PERFORM 1510-LOAD-ONE-AUTH THRU 1510-LOAD-ONE-AUTH-EXIT
                UNTIL PCY-EOF
            CLOSE PII-AUTH-FILE.
        1500-LOAD-AUTH-EXIT.
            EXIT.

        1510-LOAD-ONE-AUTH.
            READ PII-AUTH-FILE
                AT END
                    SET PCY-EOF TO TRUE
                NOT AT END
                    IF PAR-PROGRAM NOT = SPACES AND
                       PCY-AUTH-COUNT < 50
                       ADD 1 TO PCY-AUTH-COUNT
                       MOVE PAR-PROGRAM
                         TO PCY-A-PROGRAM (PCY-AUTH-COUNT)
                       MOVE PAR-USER
                         TO PCY-A-USER (PCY-AUTH-COUNT)
                       IF PAR-MIN-TIER IS NUMERIC
                          MOVE PAR-MIN-TIER
                            TO PCY-A-MIN-TIER (PCY-AUTH-COUNT)
                       ELSE
                          MOVE 9 TO PCY-A-MIN-TIER (PCY-AUTH-COUNT)
                       END-IF
                    END-IF
            END-READ.
        1510-LOAD-ONE-AUTH-EXIT.
            EXIT.

      * writing needs no authorization; it gives nothing away
        2000-ENCRYPT.
            IF PCY-CURRENT-SUB = 0
               MOVE '30' TO PCX-STATUS
               GO TO 2000-ENCRYPT-EXIT
            END-IF
            MOVE PCY-K-ID (PCY-CURRENT-SUB) TO PCX-KEY-ID
            IF PCX-TEXT (1:PCX-TEXT-LENGTH) = SPACES
               GO TO 2000-ENCRYPT-EXIT
            END-IF
            MOVE PCY-CURRENT-SUB TO PCY-FOUND-SUB
            MOVE 1 TO PCY-DIRECTION
            PERFORM 5000-APPLY-KEYSTREAM
               THRU 5000-APPLY-KEYSTREAM-EXIT.
        2000-ENCRYPT-EXIT.
            EXIT.

      * a blank key id is a record written before protection; its
      * text is already clear but is still only shown to those
      * authorized to see it
        3000-DECRYPT.
            PERFORM 4000-CHECK-AUTH THRU 4000-CHECK-AUTH-EXIT
            IF PCX-KEY-ID NOT = SPACES
               MOVE 0 TO PCY-FOUND-SUB
               PERFORM 3100-MATCH-ONE-KEY
                  THRU 3100-MATCH-ONE-KEY-EXIT
                  VARYING PCY-KEY-SUB FROM 1 BY 1
                  UNTIL PCY-KEY-SUB > PCY-KEY-COUNT
                     OR PCY-FOUND-SUB > 0
               IF PCY-FOUND-SUB = 0
                  MOVE '20' TO PCX-STATUS
                  PERFORM 6000-MASK-TEXT THRU 6000-MASK-TEXT-EXIT
                  GO TO 3000-DECRYPT-EXIT
               END-IF
               IF PCY-K-USABLE (PCY-FOUND-SUB) NOT = 'Y'
                  MOVE '40' TO PCX-STATUS
                  PERFORM 6000-MASK-TEXT THRU 6000-MASK-TEXT-EXIT
                  GO TO 3000-DECRYPT-EXIT
               END-IF
               IF PCX-TEXT (1:PCX-TEXT-LENGTH) NOT = SPACES
                  MOVE -1 TO PCY-DIRECTION
                  PERFORM 5000-APPLY-KEYSTREAM
                     THRU 5000-APPLY-KEYSTREAM-EXIT
                  IF PCX-CRYPTO-FAILED
                     PERFORM 6000-MASK-TEXT THRU 6000-MASK-TEXT-EXIT
                     GO TO 3000-DECRYPT-EXIT
                  END-IF
               END-IF
            END-IF
            IF NOT PCY-AUTHORIZED
               MOVE '10' TO PCX-STATUS
               PERFORM 6000-MASK-TEXT THRU 6000-MASK-TEXT-EXIT
            END-IF.
        3000-DECRYPT-EXIT.
            EXIT.

        3100-MATCH-ONE-KEY.
            IF PCY-K-ID (PCY-KEY-SUB) = PCX-KEY-ID
               MOVE PCY-KEY-SUB TO PCY-FOUND-SUB
            END-IF.
        3100-MATCH-ONE-KEY-EXIT.
            EXIT.

        4000-CHECK-AUTH.
            SET PCY-AUTHORIZED TO FALSE
            PERFORM 4100-MATCH-ONE-AUTH THRU 4100-MATCH-ONE-AUTH-EXIT
               VARYING PCY-AUTH-SUB FROM 1 BY 1
               UNTIL PCY-AUTH-SUB > PCY-AUTH-COUNT
                  OR PCY-AUTHORIZED.
        4000-CHECK-AUTH-EXIT.
            EXIT.

        4100-MATCH-ONE-AUTH.
            IF (PCY-A-PROGRAM (PCY-AUTH-SUB) = PCX-PROGRAM-ID OR
                PCY-A-PROGRAM (PCY-AUTH-SUB) = '*')
               AND (PCY-A-USER (PCY-AUTH-SUB) = PCX-USER OR
                    PCY-A-USER (PCY-AUTH-SUB) = '*')
               AND PCX-USER-TIER >= PCY-A-MIN-TIER (PCY-AUTH-SUB)
               SET PCY-AUTHORIZED TO TRUE
            END-IF.
        4100-MATCH-ONE-AUTH-EXIT.
            EXIT.

      * status '50' when no keystream can be drawn for the field;
      * the caller of an encrypt then writes nothing protected, and
      * a decrypt shows the text masked
        5000-APPLY-KEYSTREAM.
            PERFORM 5100-DRAW-KEYSTREAM THRU 5100-DRAW-KEYSTREAM-EXIT
            IF NOT PCY-STREAM-OK
               MOVE '50' TO PCX-STATUS
               GO TO 5000-APPLY-KEYSTREAM-EXIT
            END-IF
            MOVE 0 TO PCY-WORD-SUB
            PERFORM 5200-SHIFT-ONE-BYTE THRU 5200-SHIFT-ONE-BYTE-EXIT
               VARYING PCY-TEXT-SUB FROM 1 BY 1
               UNTIL PCY-TEXT-SUB > PCX-TEXT-LENGTH
                  OR PCX-CRYPTO-FAILED
            IF PCX-CRYPTO-FAILED
               MOVE SPACES TO PCY-LOG-MESSAGE
               STRING 'pii-crypt: keystream short for '
                      DELIMITED BY SIZE
                      PCX-TWEAK DELIMITED BY SIZE
                      X'00' DELIMITED BY SIZE INTO PCY-LOG-MESSAGE
               MOVE FUNCTION POSIX-SYSLOG(3, PCY-LOG-MESSAGE)
                 TO PCY-RC
            END-IF.
        5000-APPLY-KEYSTREAM-EXIT.
            EXIT.

      * openssl enc -aes-256-cbc -nosalt -pbkdf2 -nopad
      *     -pass file:<keyfile>
      * reading the tweak and zero blocks on one pipe and answering
      * on another.  The input is in its pipe and the pipe closed
      * before the tool starts, so a tool that fails early cannot
      * stop this process with a broken pipe.
        5100-DRAW-KEYSTREAM.
            IF PCY-STREAM-KEY-SUB = PCY-FOUND-SUB AND
               PCY-STREAM-TWEAK = PCX-TWEAK
               SET PCY-STREAM-OK TO TRUE
               GO TO 5100-DRAW-KEYSTREAM-EXIT
            END-IF
            SET PCY-STREAM-OK TO FALSE
            MOVE 0 TO PCY-STREAM-KEY-SUB
            MOVE LOW-VALUES TO PCY-TOOL-INPUT
            MOVE PCX-TWEAK TO PCY-TI-TWEAK (1:44)
            PERFORM 5110-BUILD-ARGV THRU 5110-BUILD-ARGV-EXIT
            CALL "posix-pipe" USING BY REFERENCE PCY-IN-PIPE
                RETURNING PCY-RC
            END-CALL
            IF PCY-RC NOT = 0
               GO TO 5100-DRAW-KEYSTREAM-FAIL
            END-IF
            CALL "write" USING
                 BY VALUE PCY-IN-WRITE
                 BY REFERENCE PCY-TOOL-INPUT
                 BY VALUE PCY-TOOL-LENGTH
                RETURNING PCY-RC
            END-CALL
            CALL "posix-close" USING BY VALUE PCY-IN-WRITE
                RETURNING PCY-FD-RC
            END-CALL
            IF PCY-RC NOT = PCY-TOOL-LENGTH
               CALL "posix-close" USING BY VALUE PCY-IN-READ
                   RETURNING PCY-FD-RC
               END-CALL
               GO TO 5100-DRAW-KEYSTREAM-FAIL
            END-IF
            CALL "posix-pipe" USING BY REFERENCE PCY-OUT-PIPE
                RETURNING PCY-RC
            END-CALL
            IF PCY-RC NOT = 0
               CALL "posix-close" USING BY VALUE PCY-IN-READ
                   RETURNING PCY-FD-RC
               END-CALL
               GO TO 5100-DRAW-KEYSTREAM-FAIL
            END-IF
            CALL "posix-fork" RETURNING PCY-CHILD-PID END-CALL
            IF PCY-CHILD-PID = 0
               CALL "dup2" USING
                    BY VALUE PCY-IN-READ
                    BY VALUE 0
                   RETURNING PCY-RC
               END-CALL
               CALL "dup2" USING
                    BY VALUE PCY-OUT-WRITE
                    BY VALUE 1
                   RETURNING PCY-RC
               END-CALL
               CALL "posix-execve" USING
                    BY REFERENCE PCY-TOOL-PATH
                    BY VALUE ADDRESS OF PCY-ARGV-VECTOR
                    BY VALUE PCY-NULL-PTR
                   RETURNING PCY-RC
               END-CALL
               DISPLAY 'pii-crypt: exec of crypto tool failed'
                  UPON SYSERR
               MOVE 127 TO RETURN-CODE
               STOP RUN
            END-IF
            CALL "posix-close" USING BY VALUE PCY-IN-READ
                RETURNING PCY-FD-RC
            END-CALL
            CALL "posix-close" USING BY VALUE PCY-OUT-WRITE
                RETURNING PCY-FD-RC
            END-CALL
            IF PCY-CHILD-PID < 0
               CALL "posix-close" USING BY VALUE PCY-OUT-READ
                   RETURNING PCY-FD-RC
               END-CALL
               GO TO 5100-DRAW-KEYSTREAM-FAIL
            END-IF
            MOVE 0 TO PCY-OUT-LENGTH
            SET PCY-PIPE-EOF TO FALSE
            PERFORM 5120-READ-TOOL-OUTPUT
               THRU 5120-READ-TOOL-OUTPUT-EXIT
               UNTIL PCY-PIPE-EOF
                  OR PCY-OUT-LENGTH >= PCY-TOOL-LENGTH
            CALL "posix-close" USING BY VALUE PCY-OUT-READ
                RETURNING PCY-FD-RC
            END-CALL
            CALL "posix-waitpid" USING
                 BY VALUE PCY-CHILD-PID
                 BY REFERENCE PCY-CHILD-STATUS
                 BY VALUE 0
                RETURNING PCY-RC
            END-CALL
            IF PCY-CHILD-STATUS = 0 AND
               PCY-OUT-LENGTH = PCY-TOOL-LENGTH
               SET PCY-STREAM-OK TO TRUE
               MOVE PCY-FOUND-SUB TO PCY-STREAM-KEY-SUB
               MOVE PCX-TWEAK TO PCY-STREAM-TWEAK
               GO TO 5100-DRAW-KEYSTREAM-EXIT
            END-IF.
        5100-DRAW-KEYSTREAM-FAIL.
            MOVE SPACES TO PCY-LOG-MESSAGE
            STRING 'pii-crypt: crypto tool failed under key '
                   DELIMITED BY SIZE
                   PCY-K-ID (PCY-FOUND-SUB) DELIMITED BY SPACE
                   X'00' DELIMITED BY SIZE INTO PCY-LOG-MESSAGE
            MOVE FUNCTION POSIX-SYSLOG(3, PCY-LOG-MESSAGE)
              TO PCY-RC
            DISPLAY FUNCTION TRIM(PCY-LOG-MESSAGE).
        5100-DRAW-KEYSTREAM-EXIT.
            EXIT.

        5110-BUILD-ARGV.
            SET PCY-NULL-PTR TO NULL
            MOVE SPACES TO PCY-ARG-0
            STRING PCY-TOOL-PATH DELIMITED BY SPACE
                   X'00' DELIMITED BY SIZE INTO PCY-ARG-0
            MOVE Z'enc' TO PCY-ARG-1
            MOVE Z'-aes-256-cbc' TO PCY-ARG-2
            MOVE Z'-nosalt' TO PCY-ARG-3
            MOVE Z'-pbkdf2' TO PCY-ARG-4
            MOVE Z'-nopad' TO PCY-ARG-5
            MOVE Z'-pass' TO PCY-ARG-6
            MOVE SPACES TO PCY-ARG-7
            STRING 'file:'     DELIMITED BY SIZE
                   PCY-K-KEYFILE (PCY-FOUND-SUB) DELIMITED BY SPACE
                   X'00'       DELIMITED BY SIZE INTO PCY-ARG-7
            SET PCY-ARGV-PTR-0 TO ADDRESS OF PCY-ARG-0
            SET PCY-ARGV-PTR-1 TO ADDRESS OF PCY-ARG-1
            SET PCY-ARGV-PTR-2 TO ADDRESS OF PCY-ARG-2
            SET PCY-ARGV-PTR-3 TO ADDRESS OF PCY-ARG-3
            SET PCY-ARGV-PTR-4 TO ADDRESS OF PCY-ARG-4
            SET PCY-ARGV-PTR-5 TO ADDRESS OF PCY-ARG-5
            SET PCY-ARGV-PTR-6 TO ADDRESS OF PCY-ARG-6
            SET PCY-ARGV-PTR-7 TO ADDRESS OF PCY-ARG-7
            SET PCY-ARGV-PTR-8 TO NULL.
        5110-BUILD-ARGV-EXIT.
            EXIT.

        5120-READ-TOOL-OUTPUT.
            COMPUTE PCY-READ-WANT = PCY-TOOL-LENGTH - PCY-OUT-LENGTH
            CALL "read" USING
                 BY VALUE PCY-OUT-READ
                 BY REFERENCE PCY-TOOL-OUTPUT (PCY-OUT-LENGTH + 1:)
                 BY VALUE PCY-READ-WANT
                RETURNING PCY-RC
            END-CALL
            IF PCY-RC <= 0
               SET PCY-PIPE-EOF TO TRUE
            ELSE
               ADD PCY-RC TO PCY-OUT-LENGTH
            END-IF.
        5120-READ-TOOL-OUTPUT-EXIT.
            EXIT.

      * each byte takes the next 16-bit keystream word, words past
      * the last whole multiple of 95 x 128 being passed over so no
      * shift is likelier than another.  Printable bytes rotate
      * within 32-126 and upper-half bytes within 128-255; control
      * bytes are left alone but still use their word.
        5200-SHIFT-ONE-BYTE.
            MOVE 60800 TO PCY-WORD
            PERFORM 5210-NEXT-WORD THRU 5210-NEXT-WORD-EXIT
               UNTIL PCY-WORD < 60800 OR PCY-WORD-SUB >= 128
            IF PCY-WORD >= 60800
               MOVE '50' TO PCX-STATUS
               GO TO 5200-SHIFT-ONE-BYTE-EXIT
            END-IF
            COMPUTE PCY-SHIFT-95 = FUNCTION MOD(PCY-WORD, 95)
               * PCY-DIRECTION
            COMPUTE PCY-SHIFT-128 = FUNCTION MOD(PCY-WORD, 128)
               * PCY-DIRECTION
            COMPUTE PCY-BYTE =
               FUNCTION ORD(PCX-TEXT (PCY-TEXT-SUB:1)) - 1
            EVALUATE TRUE
               WHEN PCY-BYTE >= 32 AND PCY-BYTE <= 126
                  COMPUTE PCY-BYTE = FUNCTION MOD(
                     PCY-BYTE - 32 + PCY-SHIFT-95, 95) + 32
               WHEN PCY-BYTE >= 128
                  COMPUTE PCY-BYTE = FUNCTION MOD(
                     PCY-BYTE - 128 + PCY-SHIFT-128, 128) + 128
               WHEN OTHER
                  GO TO 5200-SHIFT-ONE-BYTE-EXIT
            END-EVALUATE
            MOVE FUNCTION CHAR(PCY-BYTE + 1)
              TO PCX-TEXT (PCY-TEXT-SUB:1).
        5200-SHIFT-ONE-BYTE-EXIT.
            EXIT.

        5210-NEXT-WORD.
            ADD 1 TO PCY-WORD-SUB
            COMPUTE PCY-WORD =
               (FUNCTION ORD(PCY-KEYSTREAM (PCY-WORD-SUB * 2 - 1:1))
                  - 1) * 256
               + FUNCTION ORD(PCY-KEYSTREAM (PCY-WORD-SUB * 2:1)) - 1.
        5210-NEXT-WORD-EXIT.
            EXIT.

        6000-MASK-TEXT.
            PERFORM 6100-MASK-ONE-BYTE THRU 6100-MASK-ONE-BYTE-EXIT
               VARYING PCY-TEXT-SUB FROM 1 BY 1
               UNTIL PCY-TEXT-SUB > PCX-TEXT-LENGTH.
        6000-MASK-TEXT-EXIT.
            EXIT.

        6100-MASK-ONE-BYTE.
            IF PCX-TEXT (PCY-TEXT-SUB:1) NOT = SPACE
               MOVE '*' TO PCX-TEXT (PCY-TEXT-SUB:1)
            END-IF.
        6100-MASK-ONE-BYTE-EXIT.
            EXIT.
        End Program PII-CRYPT.
