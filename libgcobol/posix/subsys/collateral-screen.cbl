      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  collateral-screen.cbl
      *
      *  Interactive maintenance for the indexed COLLTRL collateral
      *  register (collateral-record.cpy) in the MANDATE-SCREEN
      *  mold: key-driven retrieval by collateral id, add / change
      *  / release with field-level edits, a mandatory reason code,
      *  a write-ahead journal entry (jrnl-record.cpy, the COLLJRNL
      *  journal) with before and after images ahead of every
      *  applied change, and an AUD-RECORD through the same path as
      *  the batch maintenance.  A change may revalue the item,
      *  correct its type or description, or move its loan links;
      *  every linked loan must be on the loan master (LOANMST) and
      *  still active, no loan may be linked twice, and the
      *  allocations may not total more than 100 percent.  The
      *  valuation currency must be on the currency master when
      *  there is one (blank is our own).  A released item stays
      *  released; re-pledged security is registered afresh.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. COLLATERAL-SCREEN.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-PWRITE
            Function POSIX-PREAD
            Function POSIX-FSYNC
            Function POSIX-GETENV
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select COLLATERAL-FILE Assign To COLLTRL
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CLT-ID
                File Status Is CLS-FILE-STATUS.
            Select LOAN-MASTER-FILE Assign To LOANMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is LNM-LOAN-ID
                File Status Is CLS-LOAN-STATUS.
        Data Division.
        File Section.
        FD  COLLATERAL-FILE.
        COPY collateral-record.
        FD  LOAN-MASTER-FILE.
        COPY loan-master.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY currency-lookup.
        COPY jrnl-record.
        01  JRN-FD                  PIC 9(8) Usage COMP.
        01  JRN-OFFSET              Binary-Long.
        01  JRN-RC                  Binary-Long.
        01  JRN-GOOD-SW             PIC X(01).
            88  JRN-GOOD                Value 'Y', False 'N'.
        COPY exit-status.
        01  CLS-FILE-STATUS         PIC X(02).
        01  CLS-LOAN-STATUS         PIC X(02).
        01  CLS-JRNL-PATH           PIC X(256)
                Value '/var/batch/collateral.jrnl'.
        01  CLS-ENV-NAME            PIC X(64).
        01  CLS-ENV-VALUE           PIC X(256).
        01  CLS-FD-RC               Binary-Long.
        01  CLS-JRNL-SEQ            PIC 9(09) Value 0.
        01  CLS-DONE-SWITCH         PIC X(01).
            88  CLS-DONE                Value 'Y', False 'N'.
        01  CLS-NEW-SWITCH          PIC X(01).
            88  CLS-NEW-ITEM            Value 'Y', False 'N'.
        01  CLS-EDIT-ERROR          PIC X(40).
        01  CLS-OPERATOR            PIC X(12).
        01  CLS-ID-IN               PIC X(12).
        01  CLS-ACTION              PIC X(01).
        01  CLS-TYPE-IN             PIC X(02).
        01  CLS-DESC-IN             PIC X(30).
        01  CLS-VALUE-IN            PIC X(16).
        01  CLS-VALDATE-IN          PIC X(08).
        01  CLS-CCY-IN              PIC X(03).
        01  CLS-REASON-IN           PIC X(04).
        01  CLS-CONFIRM             PIC X(01).
        01  CLS-LINKS-IN.
            05  CLS-LOAN-IN-1       PIC X(12).
            05  CLS-PCT-IN-1        PIC X(06).
            05  CLS-LOAN-IN-2       PIC X(12).
            05  CLS-PCT-IN-2        PIC X(06).
            05  CLS-LOAN-IN-3       PIC X(12).
            05  CLS-PCT-IN-3        PIC X(06).
            05  CLS-LOAN-IN-4       PIC X(12).
            05  CLS-PCT-IN-4        PIC X(06).
            05  CLS-LOAN-IN-5       PIC X(12).
            05  CLS-PCT-IN-5        PIC X(06).
        01  CLS-LINK-TABLE REDEFINES CLS-LINKS-IN.
            05  CLS-LINK-IN OCCURS 5 TIMES.
                10  CLS-L-LOAN-IN   PIC X(12).
                10  CLS-L-PCT-IN    PIC X(06).
        01  CLS-PCT-VALUES.
            05  CLS-PCT OCCURS 5 TIMES PIC 9(3)V99.
        01  CLS-SUB                 Binary-Long.
        01  CLS-DUP-SUB             Binary-Long.
        01  CLS-LINK-COUNT          Binary-Long.
        01  CLS-PCT-TOTAL           PIC 9(4)V99.
        01  CLS-PCT-DISPLAY         PIC ZZ9.99.
        01  CLS-VALUATION           PIC S9(13)V99 COMP-3.
        01  CLS-VALUE-DISPLAY       PIC -(11)9.99.
        01  CLS-VALDATE             PIC 9(08).
        01  CLS-TODAY               PIC 9(08).
        01  CLS-APPLIED-COUNT       PIC 9(05) Value 0.
        Screen Section.
        01  KEY-SCREEN.
            05  Blank Screen.
            05  Line 1  Column 5
                Value 'COLLATERAL REGISTER MAINTENANCE'.
            05  Line 3  Column 5  Value 'OPERATOR:'.
            05  Line 3  Column 16 Pic X(12) Using CLS-OPERATOR.
            05  Line 5  Column 5  Value 'COLLATERAL ID:'.
            05  Line 5  Column 21 Pic X(12) Using CLS-ID-IN.
            05  Line 7  Column 5
                Value 'ENTER KEY, SPACES TO EXIT'.
        01  EDIT-SCREEN.
            05  Blank Screen.
            05  Line 1  Column 5
                Value 'COLLATERAL REGISTER MAINTENANCE - DETAIL'.
            05  Line 2  Column 5  Pic X(12) From CLS-ID-IN.
            05  Line 4  Column 5  Value 'ACTION (A/C/R):'.
            05  Line 4  Column 22 Pic X(01) Using CLS-ACTION.
            05  Line 5  Column 5  Value 'TYPE..........:'.
            05  Line 5  Column 22 Pic X(02) Using CLS-TYPE-IN.
            05  Line 5  Column 26
                Value 'RP CP VH EQ CD SC OT'.
            05  Line 6  Column 5  Value 'DESCRIPTION...:'.
            05  Line 6  Column 22 Pic X(30) Using CLS-DESC-IN.
            05  Line 7  Column 5  Value 'VALUATION.....:'.
            05  Line 7  Column 22 Pic X(16) Using CLS-VALUE-IN.
            05  Line 8  Column 5  Value 'VALUED YYYYMMDD'.
            05  Line 8  Column 22 Pic X(08) Using CLS-VALDATE-IN.
            05  Line 9  Column 5  Value 'CURRENCY......:'.
            05  Line 9  Column 22 Pic X(03) Using CLS-CCY-IN.
            05  Line 11 Column 5  Value 'LOAN ID      ALLOC %'.
            05  Line 12 Column 5  Pic X(12) Using CLS-LOAN-IN-1.
            05  Line 12 Column 18 Pic X(06) Using CLS-PCT-IN-1.
            05  Line 13 Column 5  Pic X(12) Using CLS-LOAN-IN-2.
            05  Line 13 Column 18 Pic X(06) Using CLS-PCT-IN-2.
            05  Line 14 Column 5  Pic X(12) Using CLS-LOAN-IN-3.
            05  Line 14 Column 18 Pic X(06) Using CLS-PCT-IN-3.
            05  Line 15 Column 5  Pic X(12) Using CLS-LOAN-IN-4.
            05  Line 15 Column 18 Pic X(06) Using CLS-PCT-IN-4.
            05  Line 16 Column 5  Pic X(12) Using CLS-LOAN-IN-5.
            05  Line 16 Column 18 Pic X(06) Using CLS-PCT-IN-5.
            05  Line 18 Column 5  Value 'REASON CODE...:'.
            05  Line 18 Column 22 Pic X(04) Using CLS-REASON-IN.
            05  Line 19 Column 5  Value 'APPLY (Y/N)...:'.
            05  Line 19 Column 22 Pic X(01) Using CLS-CONFIRM.
            05  Line 21 Column 5  Pic X(40) From CLS-EDIT-ERROR.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               PERFORM 2000-ONE-ITEM THRU 2000-ONE-ITEM-EXIT
                   UNTIL CLS-DONE
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET CLS-DONE TO FALSE
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'collateral-screen: no business date'
                  ' established, refusing to maintain collateral'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO CLS-TODAY
            OPEN I-O COLLATERAL-FILE
            IF CLS-FILE-STATUS = '35'
      *        first item ever registered on this box
               OPEN OUTPUT COLLATERAL-FILE
               CLOSE COLLATERAL-FILE
               OPEN I-O COLLATERAL-FILE
            END-IF
            IF CLS-FILE-STATUS NOT = '00'
               DISPLAY 'collateral-screen: cannot open COLLTRL,'
                  ' status ' CLS-FILE-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT LOAN-MASTER-FILE
            IF CLS-LOAN-STATUS NOT = '00'
               DISPLAY 'collateral-screen: cannot open LOANMST,'
                  ' status ' CLS-LOAN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1100-OPEN-JOURNAL THRU 1100-OPEN-JOURNAL-EXIT.
        1000-INITIALIZE-EXIT.
            EXIT.

      * register changes may not apply unjournaled: no journal,
      * no session
        1100-OPEN-JOURNAL.
            MOVE 'COLLJRNL' TO CLS-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(CLS-ENV-NAME)
              TO CLS-ENV-VALUE
            IF CLS-ENV-VALUE NOT = SPACES
               MOVE CLS-ENV-VALUE TO CLS-JRNL-PATH
            END-IF
            CALL "posix-open" USING BY REFERENCE CLS-JRNL-PATH
                 BY VALUE 2
                RETURNING CLS-FD-RC
            END-CALL
            IF CLS-FD-RC < 0
               DISPLAY 'collateral-screen: cannot open journal '
                  FUNCTION TRIM(CLS-JRNL-PATH)
                  ', refusing to apply unjournaled'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1100-OPEN-JOURNAL-EXIT
            END-IF
            MOVE CLS-FD-RC TO JRN-FD
            CALL "posix-lseek" USING BY VALUE JRN-FD
                 BY VALUE 0 BY VALUE 2
                RETURNING JRN-OFFSET
            END-CALL
            IF JRN-OFFSET < 0
               MOVE 0 TO JRN-OFFSET
            END-IF.
        1100-OPEN-JOURNAL-EXIT.
            EXIT.

        2000-ONE-ITEM.
            MOVE SPACES TO CLS-ID-IN
            DISPLAY KEY-SCREEN
            ACCEPT KEY-SCREEN
            IF CLS-ID-IN = SPACES
               SET CLS-DONE TO TRUE
               GO TO 2000-ONE-ITEM-EXIT
            END-IF
            MOVE CLS-ID-IN TO CLT-ID
            READ COLLATERAL-FILE
            MOVE SPACES TO CLS-LINKS-IN
            IF CLS-FILE-STATUS = '00'
               SET CLS-NEW-ITEM TO FALSE
               MOVE COLLATERAL-RECORD TO JRN-BEFORE-IMAGE
               MOVE CLT-TYPE TO CLS-TYPE-IN
               MOVE CLT-DESCRIPTION TO CLS-DESC-IN
               MOVE CLT-VALUATION TO CLS-VALUE-DISPLAY
               MOVE CLS-VALUE-DISPLAY TO CLS-VALUE-IN
               MOVE CLT-VALUATION-DATE TO CLS-VALDATE-IN
               MOVE CLT-CURRENCY TO CLS-CCY-IN
               PERFORM 2100-SHOW-ONE-LINK THRU 2100-SHOW-ONE-LINK-EXIT
                  VARYING CLS-SUB FROM 1 BY 1
                  UNTIL CLS-SUB > CLT-LINK-COUNT OR CLS-SUB > 5
            ELSE
               SET CLS-NEW-ITEM TO TRUE
               MOVE SPACES TO JRN-BEFORE-IMAGE
               MOVE SPACES TO CLS-TYPE-IN CLS-DESC-IN CLS-VALUE-IN
                              CLS-CCY-IN
               MOVE CLS-TODAY TO CLS-VALDATE-IN
            END-IF
            MOVE SPACES TO CLS-ACTION CLS-REASON-IN CLS-CONFIRM
                           CLS-EDIT-ERROR
            DISPLAY EDIT-SCREEN
            ACCEPT EDIT-SCREEN
            IF CLS-CONFIRM NOT = 'Y'
               GO TO 2000-ONE-ITEM-EXIT
            END-IF
            PERFORM 3000-EDIT-FIELDS THRU 3000-EDIT-FIELDS-EXIT
            IF CLS-EDIT-ERROR NOT = SPACES
               DISPLAY EDIT-SCREEN
               ACCEPT EDIT-SCREEN
               GO TO 2000-ONE-ITEM-EXIT
            END-IF
            PERFORM 4000-APPLY THRU 4000-APPLY-EXIT.
        2000-ONE-ITEM-EXIT.
            EXIT.

        2100-SHOW-ONE-LINK.
            MOVE CLT-L-LOAN-ID (CLS-SUB) TO CLS-L-LOAN-IN (CLS-SUB)
            MOVE CLT-L-ALLOC-PCT (CLS-SUB) TO CLS-PCT-DISPLAY
            MOVE CLS-PCT-DISPLAY TO CLS-L-PCT-IN (CLS-SUB).
        2100-SHOW-ONE-LINK-EXIT.
            EXIT.

        3000-EDIT-FIELDS.
            MOVE SPACES TO CLS-EDIT-ERROR
            IF CLS-OPERATOR = SPACES
               MOVE 'OPERATOR IS REQUIRED' TO CLS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF CLS-ACTION NOT = 'A' AND CLS-ACTION NOT = 'C' AND
               CLS-ACTION NOT = 'R'
               MOVE 'ACTION MUST BE A, C OR R' TO CLS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF CLS-ACTION = 'A' AND NOT CLS-NEW-ITEM
               MOVE 'COLLATERAL ALREADY REGISTERED' TO CLS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF CLS-ACTION NOT = 'A' AND CLS-NEW-ITEM
               MOVE 'COLLATERAL NOT FOUND' TO CLS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF CLS-REASON-IN = SPACES
               MOVE 'REASON CODE IS REQUIRED' TO CLS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF NOT CLS-NEW-ITEM AND CLT-STATUS-RELEASED
               MOVE 'COLLATERAL IS RELEASED, REGISTER AGAIN'
                 TO CLS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF CLS-ACTION = 'R'
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF CLS-TYPE-IN NOT = 'RP' AND CLS-TYPE-IN NOT = 'CP' AND
               CLS-TYPE-IN NOT = 'VH' AND CLS-TYPE-IN NOT = 'EQ' AND
               CLS-TYPE-IN NOT = 'CD' AND CLS-TYPE-IN NOT = 'SC' AND
               CLS-TYPE-IN NOT = 'OT'
               MOVE 'TYPE MUST BE RP CP VH EQ CD SC OR OT'
                 TO CLS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF CLS-DESC-IN = SPACES
               MOVE 'DESCRIPTION IS REQUIRED' TO CLS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF FUNCTION TEST-NUMVAL(CLS-VALUE-IN) NOT = 0
               MOVE 'VALUATION NOT NUMERIC' TO CLS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            MOVE FUNCTION NUMVAL(CLS-VALUE-IN) TO CLS-VALUATION
            IF CLS-VALUATION <= 0
               MOVE 'VALUATION MUST BE POSITIVE' TO CLS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF CLS-VALDATE-IN NOT NUMERIC
               MOVE 'VALUATION DATE MUST BE NUMERIC'
                 TO CLS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            MOVE CLS-VALDATE-IN TO CLS-VALDATE
            IF FUNCTION TEST-DATE-YYYYMMDD(CLS-VALDATE) NOT = 0
               OR CLS-VALDATE > CLS-TODAY
               MOVE 'VALUATION DATE INVALID OR FUTURE'
                 TO CLS-EDIT-ERROR
               GO TO 3000-EDIT-FIELDS-EXIT
            END-IF
            IF CLS-CCY-IN NOT = SPACES
               MOVE 'GET' TO CYQ-REQUEST
               MOVE CLS-CCY-IN TO CYQ-CODE
               CALL 'CURRENCY-LOOKUP' USING CYQ-CONTROL
               IF CYQ-UNKNOWN OR CYQ-INACTIVE
                  MOVE 'CURRENCY NOT ON MASTER OR INACTIVE'
                    TO CLS-EDIT-ERROR
                  GO TO 3000-EDIT-FIELDS-EXIT
               END-IF
            END-IF
            MOVE 0 TO CLS-PCT-TOTAL CLS-LINK-COUNT
            PERFORM 3100-EDIT-ONE-LINK THRU 3100-EDIT-ONE-LINK-EXIT
               VARYING CLS-SUB FROM 1 BY 1
               UNTIL CLS-SUB > 5 OR CLS-EDIT-ERROR NOT = SPACES
            IF CLS-EDIT-ERROR = SPACES AND CLS-PCT-TOTAL > 100
               MOVE 'ALLOCATIONS TOTAL MORE THAN 100 PCT'
                 TO CLS-EDIT-ERROR
            END-IF.
        3000-EDIT-FIELDS-EXIT.
            EXIT.

      * a blank row is an unused slot; rows are packed on apply
        3100-EDIT-ONE-LINK.
            MOVE 0 TO CLS-PCT (CLS-SUB)
            IF CLS-L-LOAN-IN (CLS-SUB) = SPACES
               IF CLS-L-PCT-IN (CLS-SUB) NOT = SPACES
                  MOVE 'ALLOCATION GIVEN WITHOUT A LOAN'
                    TO CLS-EDIT-ERROR
               END-IF
               GO TO 3100-EDIT-ONE-LINK-EXIT
            END-IF
            IF FUNCTION TEST-NUMVAL(CLS-L-PCT-IN (CLS-SUB)) NOT = 0
               MOVE 'ALLOCATION PCT NOT NUMERIC' TO CLS-EDIT-ERROR
               GO TO 3100-EDIT-ONE-LINK-EXIT
            END-IF
            IF FUNCTION NUMVAL(CLS-L-PCT-IN (CLS-SUB)) <= 0 OR
               FUNCTION NUMVAL(CLS-L-PCT-IN (CLS-SUB)) > 100
               MOVE 'ALLOCATION PCT MUST BE OVER 0 UP TO 100'
                 TO CLS-EDIT-ERROR
               GO TO 3100-EDIT-ONE-LINK-EXIT
            END-IF
            MOVE FUNCTION NUMVAL(CLS-L-PCT-IN (CLS-SUB))
              TO CLS-PCT (CLS-SUB)
            PERFORM 3110-CHECK-DUPLICATE THRU 3110-CHECK-DUPLICATE-EXIT
               VARYING CLS-DUP-SUB FROM 1 BY 1
               UNTIL CLS-DUP-SUB >= CLS-SUB
                  OR CLS-EDIT-ERROR NOT = SPACES
            IF CLS-EDIT-ERROR NOT = SPACES
               GO TO 3100-EDIT-ONE-LINK-EXIT
            END-IF
            MOVE CLS-L-LOAN-IN (CLS-SUB) TO LNM-LOAN-ID
            READ LOAN-MASTER-FILE
            IF CLS-LOAN-STATUS NOT = '00'
               MOVE 'LINKED LOAN NOT ON LOAN MASTER'
                 TO CLS-EDIT-ERROR
               GO TO 3100-EDIT-ONE-LINK-EXIT
            END-IF
            IF NOT LNM-STATUS-ACTIVE
               MOVE 'LINKED LOAN IS PAID OFF' TO CLS-EDIT-ERROR
               GO TO 3100-EDIT-ONE-LINK-EXIT
            END-IF
            ADD CLS-PCT (CLS-SUB) TO CLS-PCT-TOTAL
            ADD 1 TO CLS-LINK-COUNT.
        3100-EDIT-ONE-LINK-EXIT.
            EXIT.

        3110-CHECK-DUPLICATE.
            IF CLS-L-LOAN-IN (CLS-DUP-SUB) = CLS-L-LOAN-IN (CLS-SUB)
               MOVE 'LOAN IS LINKED TWICE' TO CLS-EDIT-ERROR
            END-IF.
        3110-CHECK-DUPLICATE-EXIT.
            EXIT.

      * the journal entry goes down before the register is
      * touched; a failed journal write applies nothing
        4000-APPLY.
            EVALUATE CLS-ACTION
               WHEN 'A'
                  MOVE SPACES TO COLLATERAL-RECORD
                  MOVE CLS-ID-IN TO CLT-ID
                  SET CLT-STATUS-ACTIVE TO TRUE
                  PERFORM 4100-MOVE-FIELDS THRU 4100-MOVE-FIELDS-EXIT
                  SET JRN-ACTION-CREATE TO TRUE
                  SET AUD-ACTION-CREATE TO TRUE
               WHEN 'C'
                  PERFORM 4100-MOVE-FIELDS THRU 4100-MOVE-FIELDS-EXIT
                  SET JRN-ACTION-UPDATE TO TRUE
                  SET AUD-ACTION-UPDATE TO TRUE
               WHEN 'R'
                  SET CLT-STATUS-RELEASED TO TRUE
                  SET JRN-ACTION-UPDATE TO TRUE
                  MOVE 'RELEAS' TO AUD-ACTION
            END-EVALUATE
            MOVE CLS-TODAY TO CLT-LAST-MAINT-DATE
            MOVE COLLATERAL-RECORD TO JRN-AFTER-IMAGE
            ADD 1 TO CLS-JRNL-SEQ
            MOVE CLS-JRNL-SEQ TO JRN-SEQUENCE
            MOVE CLS-TODAY TO JRN-RUN-ID
            MOVE 'COLLSCRN' TO JRN-PROGRAM-ID
            MOVE CLT-ID TO JRN-KEY
            PERFORM 9550-WRITE-JOURNAL
               THRU 9550-WRITE-JOURNAL-EXIT
            IF NOT JRN-GOOD
               MOVE 'JOURNAL WRITE FAILED, NOT APPLIED'
                 TO CLS-EDIT-ERROR
               DISPLAY EDIT-SCREEN
               ACCEPT EDIT-SCREEN
               GO TO 4000-APPLY-EXIT
            END-IF
            IF CLS-ACTION = 'A'
               WRITE COLLATERAL-RECORD
            ELSE
               REWRITE COLLATERAL-RECORD
            END-IF
            IF CLS-FILE-STATUS = '00'
               ADD 1 TO CLS-APPLIED-COUNT
               MOVE 'COLLSCRN' TO AUD-PROGRAM-ID
               MOVE CLT-ID TO AUD-KEY
               PERFORM 9700-WRITE-AUDIT-RECORD
                  THRU 9700-WRITE-AUDIT-RECORD-EXIT
               DISPLAY 'collateral-screen: change applied by '
                  FUNCTION TRIM(CLS-OPERATOR) ' reason '
                  CLS-REASON-IN
            ELSE
               MOVE 'FILE ERROR, NOT APPLIED' TO CLS-EDIT-ERROR
               DISPLAY EDIT-SCREEN
               ACCEPT EDIT-SCREEN
               SET JOB-WARNING TO TRUE
            END-IF.
        4000-APPLY-EXIT.
            EXIT.

        4100-MOVE-FIELDS.
            MOVE CLS-TYPE-IN TO CLT-TYPE
            MOVE CLS-DESC-IN TO CLT-DESCRIPTION
            MOVE CLS-VALUATION TO CLT-VALUATION
            MOVE CLS-VALDATE TO CLT-VALUATION-DATE
            MOVE CLS-CCY-IN TO CLT-CURRENCY
            PERFORM 4120-CLEAR-ONE-LINK THRU 4120-CLEAR-ONE-LINK-EXIT
               VARYING CLS-SUB FROM 1 BY 1
               UNTIL CLS-SUB > 5
            MOVE 0 TO CLT-LINK-COUNT
            PERFORM 4110-PACK-ONE-LINK THRU 4110-PACK-ONE-LINK-EXIT
               VARYING CLS-SUB FROM 1 BY 1
               UNTIL CLS-SUB > 5.
        4100-MOVE-FIELDS-EXIT.
            EXIT.

        4110-PACK-ONE-LINK.
            IF CLS-L-LOAN-IN (CLS-SUB) = SPACES
               GO TO 4110-PACK-ONE-LINK-EXIT
            END-IF
            ADD 1 TO CLT-LINK-COUNT
            MOVE CLS-L-LOAN-IN (CLS-SUB)
              TO CLT-L-LOAN-ID (CLT-LINK-COUNT)
            MOVE CLS-PCT (CLS-SUB)
              TO CLT-L-ALLOC-PCT (CLT-LINK-COUNT).
        4110-PACK-ONE-LINK-EXIT.
            EXIT.

        4120-CLEAR-ONE-LINK.
            MOVE SPACES TO CLT-L-LOAN-ID (CLS-SUB)
            MOVE 0 TO CLT-L-ALLOC-PCT (CLS-SUB).
        4120-CLEAR-ONE-LINK-EXIT.
            EXIT.

        9999-EXIT.
            IF JOB-OK OR JOB-WARNING
               CALL "posix-close" USING BY VALUE JRN-FD
                   RETURNING JRN-RC
               END-CALL
            END-IF
            CLOSE COLLATERAL-FILE LOAN-MASTER-FILE
            DISPLAY 'collateral-screen: ' CLS-APPLIED-COUNT
               ' changes applied'.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jrnl-paragraphs.
        COPY exit-status-paragraphs.
        End Program COLLATERAL-SCREEN.
