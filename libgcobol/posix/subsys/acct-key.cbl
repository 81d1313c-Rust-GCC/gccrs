      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  acct-key.cbl
      *
      *  Account number service subprogram (acct-key.cpy).  One
      *  implementation of the account number check digits behind
      *  every intake edit -- ACCT-MAINT, ACCT-BULK, TRAN-SEQUENCE,
      *  DELIM-INTAKE and the listener handlers reject a key whose
      *  check digits fail before it reaches a master lookup, so a
      *  transposed digit can no longer open a new account -- and
      *  the allocation of new numbers from the per-branch,
      *  per-product ranges of the ACCTNREG register
      *  (acct-alloc.cpy).
      *
      *  The check digits are ISO 7064 MOD 97-10, the IBAN scheme:
      *  with the fourteen-digit base (branch and serial) the pair
      *  is 98 less the base times 100 mod 97, and a whole number
      *  mod 97 is then 1.  Validation needs no file; the register
      *  is opened on the first allocation or range request and
      *  stays open across CALLs, the net-session pattern.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. ACCT-KEY.
        Environment Division.
        Input-Output Section.
        File-Control.
            Select ALLOC-REG-FILE Assign To ACCTNREG
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is ALR-KEY
                File Status Is AKW-FILE-STATUS.
        Data Division.
        File Section.
        FD  ALLOC-REG-FILE.
        COPY acct-alloc.
        Working-Storage Section.
        01  AKW-FILE-STATUS         PIC X(02).
        01  AKW-OPEN-SWITCH         PIC X(01) Value 'N'.
            88  AKW-OPEN                Value 'Y', False 'N'.
        01  AKW-FAILED-SWITCH       PIC X(01) Value 'N'.
            88  AKW-OPEN-FAILED         Value 'Y', False 'N'.
        01  AKW-SCAN-SWITCH         PIC X(01).
            88  AKW-SCAN-DONE           Value 'Y', False 'N'.
        01  AKW-RANGE-SWITCH        PIC X(01).
            88  AKW-RANGE-FOUND         Value 'Y', False 'N'.
        01  AKW-SEEN-SWITCH         PIC X(01).
            88  AKW-RANGE-SEEN          Value 'Y', False 'N'.
        01  AKW-ISSUE-STATE         PIC X(01).
            88  AKW-ISSUE-TRYING        Value 'T'.
            88  AKW-ISSUE-DONE          Value 'D'.
            88  AKW-ISSUE-GAVE-UP       Value 'G'.
        01  AKW-NUMBER              PIC 9(16).
        01  AKW-NUMBER-X REDEFINES AKW-NUMBER.
            05  AKW-NUM-BRANCH      PIC 9(04).
            05  AKW-NUM-SERIAL      PIC 9(10).
            05  AKW-NUM-CHECK       PIC 9(02).
        01  AKW-BASE REDEFINES AKW-NUMBER.
            05  AKW-BASE-DIGITS     PIC 9(14).
            05  FILLER              PIC 9(02).
        01  AKW-REMAINDER           PIC 9(02).
        01  AKW-RANGE-SAVE          PIC X(135).
        Linkage Section.
        COPY acct-key.
        Procedure Division Using AKQ-CONTROL.
        0000-MAINLINE.
            EVALUATE TRUE
               WHEN AKQ-REQ-ALLOCATE
                  PERFORM 1000-OPEN-REGISTER
                     THRU 1000-OPEN-REGISTER-EXIT
                  IF AKW-OPEN
                     PERFORM 3000-ALLOCATE THRU 3000-ALLOCATE-EXIT
                  END-IF
               WHEN AKQ-REQ-DEFINE
                  PERFORM 1000-OPEN-REGISTER
                     THRU 1000-OPEN-REGISTER-EXIT
                  IF AKW-OPEN
                     PERFORM 4000-DEFINE-RANGE
                        THRU 4000-DEFINE-RANGE-EXIT
                  END-IF
               WHEN OTHER
                  PERFORM 2000-VALIDATE THRU 2000-VALIDATE-EXIT
            END-EVALUATE
            GOBACK.

        1000-OPEN-REGISTER.
            IF AKW-OPEN
               GO TO 1000-OPEN-REGISTER-EXIT
            END-IF
            MOVE '30' TO AKQ-STATUS
            IF AKW-OPEN-FAILED
               GO TO 1000-OPEN-REGISTER-EXIT
            END-IF
            OPEN I-O ALLOC-REG-FILE
            IF AKW-FILE-STATUS = '35'
      *        the first range ever defined builds the file
               OPEN OUTPUT ALLOC-REG-FILE
               CLOSE ALLOC-REG-FILE
               OPEN I-O ALLOC-REG-FILE
            END-IF
            IF AKW-FILE-STATUS = '00'
               SET AKW-OPEN TO TRUE
            ELSE
               DISPLAY 'acct-key: cannot open ACCTNREG, status '
                  AKW-FILE-STATUS
               SET AKW-OPEN-FAILED TO TRUE
            END-IF.
        1000-OPEN-REGISTER-EXIT.
            EXIT.

      * only a key in the issued form carries check digits
        2000-VALIDATE.
            IF AKQ-KEY (1:16) NOT NUMERIC OR
               AKQ-KEY (17:16) NOT = SPACES
               MOVE '01' TO AKQ-STATUS
               GO TO 2000-VALIDATE-EXIT
            END-IF
            MOVE AKQ-KEY (1:16) TO AKW-NUMBER-X
            COMPUTE AKW-REMAINDER = FUNCTION MOD(AKW-NUMBER, 97)
            IF AKW-REMAINDER = 1
               MOVE '00' TO AKQ-STATUS
            ELSE
               MOVE '20' TO AKQ-STATUS
            END-IF.
        2000-VALIDATE-EXIT.
            EXIT.

      * the first range of the branch and product with serials
      * left issues the next one
        3000-ALLOCATE.
            MOVE SPACES TO AKQ-KEY
            IF AKQ-BRANCH NOT NUMERIC OR AKQ-PRODUCT = SPACES
               MOVE '10' TO AKQ-STATUS
               GO TO 3000-ALLOCATE-EXIT
            END-IF
            SET AKW-RANGE-FOUND TO FALSE
            SET AKW-RANGE-SEEN TO FALSE
            SET AKW-SCAN-DONE TO FALSE
            MOVE SPACES TO ALR-KEY
            SET ALR-TYPE-RANGE TO TRUE
            MOVE AKQ-BRANCH TO ALR-KEY-BRANCH
            MOVE AKQ-PRODUCT TO ALR-KEY-PRODUCT
            MOVE 0 TO ALR-KEY-FROM
            START ALLOC-REG-FILE KEY >= ALR-KEY
            IF AKW-FILE-STATUS NOT = '00'
               SET AKW-SCAN-DONE TO TRUE
            END-IF
            PERFORM 3100-TEST-ONE-RANGE THRU 3100-TEST-ONE-RANGE-EXIT
                UNTIL AKW-SCAN-DONE OR AKW-RANGE-FOUND
            IF NOT AKW-RANGE-FOUND
               IF AKW-RANGE-SEEN
                  MOVE '11' TO AKQ-STATUS
               ELSE
                  MOVE '10' TO AKQ-STATUS
               END-IF
               GO TO 3000-ALLOCATE-EXIT
            END-IF
            MOVE ACCT-ALLOC-RECORD TO AKW-RANGE-SAVE
            SET AKW-ISSUE-TRYING TO TRUE
            PERFORM 3200-ISSUE-ONE THRU 3200-ISSUE-ONE-EXIT
                UNTIL NOT AKW-ISSUE-TRYING
            IF AKW-ISSUE-GAVE-UP
               MOVE SPACES TO AKQ-KEY
               IF AKQ-STATUS = '00'
                  MOVE '11' TO AKQ-STATUS
               END-IF
            END-IF.
        3000-ALLOCATE-EXIT.
            EXIT.

        3100-TEST-ONE-RANGE.
            READ ALLOC-REG-FILE NEXT
                AT END
                    SET AKW-SCAN-DONE TO TRUE
                    GO TO 3100-TEST-ONE-RANGE-EXIT
            END-READ
            IF NOT ALR-TYPE-RANGE OR
               ALR-BRANCH NOT = AKQ-BRANCH OR
               ALR-PRODUCT NOT = AKQ-PRODUCT
               SET AKW-SCAN-DONE TO TRUE
               GO TO 3100-TEST-ONE-RANGE-EXIT
            END-IF
            SET AKW-RANGE-SEEN TO TRUE
            IF ALR-NEXT-SERIAL NOT > ALR-RANGE-TO
               SET AKW-RANGE-FOUND TO TRUE
            END-IF.
        3100-TEST-ONE-RANGE-EXIT.
            EXIT.

      * the range is stepped on before the issue is written, so a
      * number is never issued twice; one already on the register
      * (a range redefined over old issues) is stepped past
        3200-ISSUE-ONE.
            MOVE AKW-RANGE-SAVE TO ACCT-ALLOC-RECORD
            IF ALR-NEXT-SERIAL > ALR-RANGE-TO
               SET AKW-ISSUE-GAVE-UP TO TRUE
               GO TO 3200-ISSUE-ONE-EXIT
            END-IF
            MOVE AKQ-BRANCH TO AKW-NUM-BRANCH
            MOVE ALR-NEXT-SERIAL TO AKW-NUM-SERIAL
            MOVE 0 TO AKW-NUM-CHECK
            COMPUTE AKW-NUM-CHECK =
               98 - FUNCTION MOD(AKW-BASE-DIGITS * 100, 97)
            ADD 1 TO ALR-NEXT-SERIAL
            ADD 1 TO ALR-ISSUED-COUNT
            REWRITE ACCT-ALLOC-RECORD
            IF AKW-FILE-STATUS NOT = '00'
               DISPLAY 'acct-key: range not stepped, status '
                  AKW-FILE-STATUS
               MOVE '30' TO AKQ-STATUS
               SET AKW-ISSUE-GAVE-UP TO TRUE
               GO TO 3200-ISSUE-ONE-EXIT
            END-IF
            MOVE ACCT-ALLOC-RECORD TO AKW-RANGE-SAVE
            MOVE SPACES TO ACCT-ALLOC-RECORD
            SET ALR-TYPE-ISSUE TO TRUE
            MOVE AKQ-BRANCH TO ALR-KEY-BRANCH ALR-BRANCH
            MOVE AKW-NUMBER-X TO ALR-KEY-ID ALR-ACCOUNT
            MOVE AKQ-PRODUCT TO ALR-PRODUCT
            MOVE AKW-NUM-SERIAL TO ALR-SERIAL
            MOVE 0 TO ALR-RANGE-FROM ALR-RANGE-TO
                      ALR-NEXT-SERIAL ALR-ISSUED-COUNT
            MOVE AKQ-DATE TO ALR-DATE
            MOVE AKQ-BY TO ALR-BY
            WRITE ACCT-ALLOC-RECORD
            IF AKW-FILE-STATUS = '22'
               GO TO 3200-ISSUE-ONE-EXIT
            END-IF
            IF AKW-FILE-STATUS NOT = '00'
               DISPLAY 'acct-key: issue not recorded, status '
                  AKW-FILE-STATUS
               MOVE '30' TO AKQ-STATUS
               SET AKW-ISSUE-GAVE-UP TO TRUE
               GO TO 3200-ISSUE-ONE-EXIT
            END-IF
            MOVE SPACES TO AKQ-KEY
            MOVE AKW-NUMBER-X TO AKQ-KEY (1:16)
            MOVE '00' TO AKQ-STATUS
            SET AKW-ISSUE-DONE TO TRUE.
        3200-ISSUE-ONE-EXIT.
            EXIT.

      * a branch's ranges may not overlap whatever their products,
      * or one number would name two
        4000-DEFINE-RANGE.
            IF AKQ-BRANCH NOT NUMERIC OR AKQ-PRODUCT = SPACES OR
               AKQ-RANGE-FROM = 0 OR
               AKQ-RANGE-TO < AKQ-RANGE-FROM
               MOVE '12' TO AKQ-STATUS
               GO TO 4000-DEFINE-RANGE-EXIT
            END-IF
            MOVE '00' TO AKQ-STATUS
            SET AKW-SCAN-DONE TO FALSE
            MOVE SPACES TO ALR-KEY
            SET ALR-TYPE-RANGE TO TRUE
            MOVE AKQ-BRANCH TO ALR-KEY-BRANCH
            START ALLOC-REG-FILE KEY >= ALR-KEY
            IF AKW-FILE-STATUS NOT = '00'
               SET AKW-SCAN-DONE TO TRUE
            END-IF
            PERFORM 4100-TEST-OVERLAP THRU 4100-TEST-OVERLAP-EXIT
                UNTIL AKW-SCAN-DONE
            IF AKQ-STATUS NOT = '00'
               GO TO 4000-DEFINE-RANGE-EXIT
            END-IF
            MOVE SPACES TO ACCT-ALLOC-RECORD
            SET ALR-TYPE-RANGE TO TRUE
            MOVE AKQ-BRANCH TO ALR-KEY-BRANCH ALR-BRANCH
            MOVE AKQ-PRODUCT TO ALR-KEY-PRODUCT ALR-PRODUCT
            MOVE AKQ-RANGE-FROM TO ALR-KEY-FROM ALR-RANGE-FROM
                                   ALR-NEXT-SERIAL
            MOVE AKQ-RANGE-TO TO ALR-RANGE-TO
            MOVE 0 TO ALR-SERIAL ALR-ISSUED-COUNT
            MOVE AKQ-DATE TO ALR-DATE
            MOVE AKQ-BY TO ALR-BY
            WRITE ACCT-ALLOC-RECORD
            EVALUATE AKW-FILE-STATUS
               WHEN '00'
                  CONTINUE
               WHEN '22'
                  MOVE '12' TO AKQ-STATUS
               WHEN OTHER
                  DISPLAY 'acct-key: range not recorded, status '
                     AKW-FILE-STATUS
                  MOVE '30' TO AKQ-STATUS
            END-EVALUATE.
        4000-DEFINE-RANGE-EXIT.
            EXIT.

        4100-TEST-OVERLAP.
            READ ALLOC-REG-FILE NEXT
                AT END
                    SET AKW-SCAN-DONE TO TRUE
                    GO TO 4100-TEST-OVERLAP-EXIT
            END-READ
            IF NOT ALR-TYPE-RANGE OR ALR-BRANCH NOT = AKQ-BRANCH
               SET AKW-SCAN-DONE TO TRUE
               GO TO 4100-TEST-OVERLAP-EXIT
            END-IF
            IF AKQ-RANGE-FROM NOT > ALR-RANGE-TO AND
               AKQ-RANGE-TO NOT < ALR-RANGE-FROM
               MOVE '12' TO AKQ-STATUS
               SET AKW-SCAN-DONE TO TRUE
            END-IF.
        4100-TEST-OVERLAP-EXIT.
            EXIT.
        End Program ACCT-KEY.
