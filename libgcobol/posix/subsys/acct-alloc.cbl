      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  acct-alloc.cbl
      *
      *  Account number allocation.  Issues the next -COUNT account
      *  numbers of a branch and product from its ranges on the
      *  ACCTNREG register through the ACCT-KEY service, each one
      *  sixteen digits with its check digits and recorded on the
      *  register against the operator who asked for it, and lists
      *  them on ALOCOUT for the account-opening desk; the number
      *  then goes on the 'A' transaction to ACCT-MAINT, which
      *  refuses a key whose check digits fail.  Given -FROM and
      *  -TO instead it defines a new range of serials for the
      *  branch and product, refused if it overlaps another range
      *  of the branch.  The branch must be open and the product
      *  on the catalog and not withdrawn.  Every number issued and
      *  every range defined writes an audit line (ISSUE, RANGE).
      *
      *  ALOCOUT record layout (fixed columns):
      *      AAO-ACCOUNT       X(16)   the number issued, or blank
      *                                for a range defined
      *      AAO-BRANCH        X(4)
      *      AAO-PRODUCT       X(4)
      *      AAO-DATE          9(8)    business date of the run
      *      AAO-OPERATOR      X(12)
      *      AAO-RANGE-FROM    9(10)   range defined, else zero
      *      AAO-RANGE-TO      9(10)
      *
      *  Flags (cmdline-parms.cpy style):
      *      -BRANCH=<code>    branch the numbers are issued for
      *      -PRODUCT=<code>   product the numbers are issued for
      *      -OPERATOR=<id>    who asked, recorded on the register
      *      -COUNT=<n>        numbers to issue, default 1
      *      -FROM=<serial>    define a range from this serial ...
      *      -TO=<serial>      ... to this one, instead of issuing
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. ACCT-ALLOC.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select ALLOC-OUT-FILE Assign To ALOCOUT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  ALLOC-OUT-FILE.
        01  ALLOC-OUT-RECORD.
            05  AAO-ACCOUNT         PIC X(16).
            05  AAO-BRANCH          PIC X(04).
            05  AAO-PRODUCT         PIC X(04).
            05  AAO-DATE            PIC 9(08).
            05  AAO-OPERATOR        PIC X(12).
            05  AAO-RANGE-FROM      PIC 9(10).
            05  AAO-RANGE-TO        PIC 9(10).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY audit-record.
        01  AUD-RC                  Binary-Long.
        COPY bus-date.
        COPY cmdline-parms.
        COPY exit-status.
        COPY acct-key.
        COPY branch-lookup.
        COPY product-lookup.
        01  JHW-FILE-STATUS         PIC X(02).
        01  AAL-RUN-START.
            05  AAL-START-SECONDS   Usage BINARY-DOUBLE.
            05  AAL-START-NANOS     Usage BINARY-DOUBLE.
        01  AAL-RUN-STOP.
            05  AAL-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  AAL-STOP-NANOS      Usage BINARY-DOUBLE.
        01  AAL-OUT-SWITCH          PIC X(01) Value 'N'.
            88  AAL-OUT-OPEN            Value 'Y', False 'N'.
        01  AAL-MODE-SWITCH         PIC X(01) Value 'I'.
            88  AAL-MODE-ISSUE          Value 'I'.
            88  AAL-MODE-RANGE          Value 'R'.
        01  AAL-TODAY               PIC 9(08).
        01  AAL-BRANCH              PIC X(04).
        01  AAL-PRODUCT             PIC X(04).
        01  AAL-OPERATOR            PIC X(12).
        01  AAL-COUNT               PIC 9(05) Value 1.
        01  AAL-RANGE-FROM          PIC 9(10) Value 0.
        01  AAL-RANGE-TO            PIC 9(10) Value 0.
        01  AAL-ISSUED-COUNT        PIC 9(05) Value 0.
        01  AAL-RANGE-COUNT         PIC 9(05) Value 0.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK AND AAL-MODE-RANGE
               PERFORM 3000-DEFINE-RANGE THRU 3000-DEFINE-RANGE-EXIT
            END-IF
            IF JOB-OK AND AAL-MODE-ISSUE
               PERFORM 2000-ISSUE-ONE THRU 2000-ISSUE-ONE-EXIT
                   UNTIL AAL-ISSUED-COUNT NOT < AAL-COUNT
                      OR NOT JOB-OK
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            MOVE SPACES TO AAL-BRANCH AAL-PRODUCT AAL-OPERATOR
            PERFORM 9700-CLP-PARSE-ARGS
               THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'BRANCH' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO AAL-BRANCH
            END-IF
            MOVE 'PRODUCT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO AAL-PRODUCT
            END-IF
            MOVE 'OPERATOR' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO AAL-OPERATOR
            END-IF
            MOVE 'COUNT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE) TO AAL-COUNT
            END-IF
            MOVE 'FROM' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO AAL-RANGE-FROM
               SET AAL-MODE-RANGE TO TRUE
            END-IF
            MOVE 'TO' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO AAL-RANGE-TO
               SET AAL-MODE-RANGE TO TRUE
            END-IF
            IF AAL-BRANCH = SPACES OR AAL-PRODUCT = SPACES OR
               AAL-OPERATOR = SPACES
               DISPLAY 'acct-alloc: -BRANCH, -PRODUCT and -OPERATOR'
                  ' are required'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            IF AAL-MODE-ISSUE AND AAL-COUNT = 0
               DISPLAY 'acct-alloc: -COUNT must be positive'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'acct-alloc: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO AAL-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, AAL-RUN-START)
              TO AUD-RC
            MOVE AAL-BRANCH TO BLQ-CODE
            CALL 'BRANCH-LOOKUP' USING BLQ-CONTROL
            IF NOT BLQ-OK OR NOT BLQ-BRANCH-ACTIVE
               DISPLAY 'acct-alloc: branch ' AAL-BRANCH
                  ' is not an open branch'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE AAL-PRODUCT TO PQQ-CODE
            MOVE SPACES TO PQQ-TYPE
            CALL 'PRODUCT-LOOKUP' USING PQQ-CONTROL
            IF NOT PQQ-OK OR NOT PQQ-PRODUCT-ACTIVE
               DISPLAY 'acct-alloc: product ' AAL-PRODUCT
                  ' is not an active product'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT ALLOC-OUT-FILE
            SET AAL-OUT-OPEN TO TRUE.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-ISSUE-ONE.
            MOVE SPACES TO AKQ-CONTROL
            SET AKQ-REQ-ALLOCATE TO TRUE
            MOVE AAL-BRANCH TO AKQ-BRANCH
            MOVE AAL-PRODUCT TO AKQ-PRODUCT
            MOVE 0 TO AKQ-RANGE-FROM AKQ-RANGE-TO
            MOVE AAL-TODAY TO AKQ-DATE
            MOVE AAL-OPERATOR TO AKQ-BY
            CALL 'ACCT-KEY' USING AKQ-CONTROL
            EVALUATE TRUE
               WHEN AKQ-OK
                  CONTINUE
               WHEN AKQ-NO-RANGE
                  DISPLAY 'acct-alloc: no range defined for branch '
                     AAL-BRANCH ' product ' AAL-PRODUCT
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 2000-ISSUE-ONE-EXIT
               WHEN AKQ-RANGE-USED-UP
                  DISPLAY 'acct-alloc: ranges used up for branch '
                     AAL-BRANCH ' product ' AAL-PRODUCT
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 2000-ISSUE-ONE-EXIT
               WHEN OTHER
                  DISPLAY 'acct-alloc: allocation register not'
                     ' available, status ' AKQ-STATUS
                  SET JOB-ABEND TO TRUE
                  GO TO 2000-ISSUE-ONE-EXIT
            END-EVALUATE
            ADD 1 TO AAL-ISSUED-COUNT
            MOVE SPACES TO ALLOC-OUT-RECORD
            MOVE AKQ-KEY (1:16) TO AAO-ACCOUNT
            MOVE AAL-BRANCH TO AAO-BRANCH
            MOVE AAL-PRODUCT TO AAO-PRODUCT
            MOVE AAL-TODAY TO AAO-DATE
            MOVE AAL-OPERATOR TO AAO-OPERATOR
            MOVE 0 TO AAO-RANGE-FROM AAO-RANGE-TO
            WRITE ALLOC-OUT-RECORD
            MOVE 'ACCTALOC' TO AUD-PROGRAM-ID
            MOVE 'ISSUE' TO AUD-ACTION
            MOVE AKQ-KEY TO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        2000-ISSUE-ONE-EXIT.
            EXIT.

        3000-DEFINE-RANGE.
            MOVE SPACES TO AKQ-CONTROL
            SET AKQ-REQ-DEFINE TO TRUE
            MOVE AAL-BRANCH TO AKQ-BRANCH
            MOVE AAL-PRODUCT TO AKQ-PRODUCT
            MOVE AAL-RANGE-FROM TO AKQ-RANGE-FROM
            MOVE AAL-RANGE-TO TO AKQ-RANGE-TO
            MOVE AAL-TODAY TO AKQ-DATE
            MOVE AAL-OPERATOR TO AKQ-BY
            CALL 'ACCT-KEY' USING AKQ-CONTROL
            EVALUATE TRUE
               WHEN AKQ-OK
                  CONTINUE
               WHEN AKQ-RANGE-INVALID
                  DISPLAY 'acct-alloc: range ' AAL-RANGE-FROM
                     ' to ' AAL-RANGE-TO ' is invalid or overlaps'
                     ' a range of branch ' AAL-BRANCH
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 3000-DEFINE-RANGE-EXIT
               WHEN OTHER
                  DISPLAY 'acct-alloc: allocation register not'
                     ' available, status ' AKQ-STATUS
                  SET JOB-ABEND TO TRUE
                  GO TO 3000-DEFINE-RANGE-EXIT
            END-EVALUATE
            ADD 1 TO AAL-RANGE-COUNT
            MOVE SPACES TO ALLOC-OUT-RECORD
            MOVE AAL-BRANCH TO AAO-BRANCH
            MOVE AAL-PRODUCT TO AAO-PRODUCT
            MOVE AAL-TODAY TO AAO-DATE
            MOVE AAL-OPERATOR TO AAO-OPERATOR
            MOVE AAL-RANGE-FROM TO AAO-RANGE-FROM
            MOVE AAL-RANGE-TO TO AAO-RANGE-TO
            WRITE ALLOC-OUT-RECORD
            MOVE 'ACCTALOC' TO AUD-PROGRAM-ID
            MOVE 'RANGE' TO AUD-ACTION
            MOVE SPACES TO AUD-KEY
            STRING AAL-BRANCH ' ' AAL-PRODUCT ' ' AAL-RANGE-FROM
                   DELIMITED BY SIZE INTO AUD-KEY
            PERFORM 9700-WRITE-AUDIT-RECORD
               THRU 9700-WRITE-AUDIT-RECORD-EXIT.
        3000-DEFINE-RANGE-EXIT.
            EXIT.

        9999-EXIT.
            IF AAL-OUT-OPEN
               CLOSE ALLOC-OUT-FILE
            END-IF
            DISPLAY 'acct-alloc: ' AAL-ISSUED-COUNT
               ' numbers issued, ' AAL-RANGE-COUNT ' ranges defined'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, AAL-RUN-STOP)
              TO AUD-RC
            MOVE 'ACCTALOC' TO JHR-PROGRAM-ID
            MOVE AAL-TODAY TO JHR-BUSINESS-DATE
            MOVE AAL-START-SECONDS TO JHR-START-SECONDS
            MOVE AAL-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE 0 TO JHR-RECORDS-IN
            COMPUTE JHR-RECORDS-OUT =
               AAL-ISSUED-COUNT + AAL-RANGE-COUNT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY audit-paragraphs.
        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program ACCT-ALLOC.
