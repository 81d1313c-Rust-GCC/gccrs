      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  txn-hist.cbl
      *
      *  Posted-transaction history subprogram over the indexed
      *  TXNHIST file (txnh-record.cpy).  Until now the only record
      *  of what was posted to an account was the before and after
      *  images in ACCTJRNL, which STMT-GEN, RETURN-INTAKE and the
      *  operations desk all had to reverse-engineer.  Every program
      *  that moves a master balance (ACCT-MAINT, ACCT-BULK,
      *  CHANGE-REVIEW) now CALLs this one with a POST request per
      *  posting; the listener's history handler (HIST-INQ) CALLs it
      *  for an account's last N postings or a date range.  One
      *  implementation of the key and the sequence rule, so the
      *  writers and the inquiry can never disagree.
      *
      *  The sequence within an account's day is one past the
      *  highest already on file for that account and date; a
      *  writer posting the same account again in one run carries
      *  the number forward instead of re-reading.  A duplicate key
      *  (another job posted the account in between) re-reads and
      *  tries once more.
      *
      *  The file is opened on first CALL and stays open across
      *  CALLs, the net-session pattern: INPUT for an inquiry, I-O
      *  (created if missing) once anything is posted.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  A RANGE request continues after
      *                        THQ-FROM-SEQUENCE on the from date
      *                        when that is not zero, so a range
      *                        longer than one reply can be paged.
      *  2026-10-15 smckinney  A posting records the transaction's
      *                        intake stamp (TXH-PROVENANCE) and
      *                        LAST and RANGE items return it.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. TXN-HIST.
        Environment Division.
        Input-Output Section.
        File-Control.
            Select TXN-HISTORY-FILE Assign To TXNHIST
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is TXH-KEY
                File Status Is THW-FILE-STATUS.
        Data Division.
        File Section.
        FD  TXN-HISTORY-FILE.
        COPY txnh-record.
        Working-Storage Section.
        01  THW-FILE-STATUS         PIC X(02).
        01  THW-OPEN-MODE           PIC X(01) Value 'N'.
            88  THW-NOT-OPEN            Value 'N'.
            88  THW-OPEN-INPUT          Value 'I'.
            88  THW-OPEN-UPDATE         Value 'U'.
        01  THW-DONE-SWITCH         PIC X(01).
            88  THW-DONE                Value 'Y', False 'N'.
        01  THW-LAST-KEY            PIC X(32) Value SPACES.
        01  THW-LAST-DATE           PIC 9(08) Value 0.
        01  THW-LAST-SEQ            PIC 9(06) Value 0.
        01  THW-MAX                 Binary-Long.
        01  THW-TO-DATE             PIC 9(08).
        01  THW-VALUE-DATE          PIC 9(08).
        01  THW-FOUND               Binary-Long.
        01  THW-RING-SUB            Binary-Long.
        01  THW-OUT-SUB             Binary-Long.
        01  THW-RING-TABLE.
            05  THW-RING OCCURS 30 TIMES.
                10  THW-R-DATE      PIC 9(08).
                10  THW-R-SEQUENCE  PIC 9(06).
                10  THW-R-ACTION    PIC X(01).
                10  THW-R-AMOUNT    PIC S9(13)V99 COMP-3.
                10  THW-R-BALANCE   PIC S9(13)V99 COMP-3.
                10  THW-R-NARRATIVE PIC X(30).
                10  THW-R-ORIGIN    PIC X(08).
                10  THW-R-REFERENCE PIC X(16).
                10  THW-R-VALUE-DATE PIC 9(08).
                10  THW-R-PROVENANCE PIC X(31).
        Linkage Section.
        COPY txn-hist.
        Procedure Division Using THQ-CONTROL.
        0000-MAINLINE.
            MOVE '00' TO THQ-STATUS
            EVALUATE TRUE
               WHEN THQ-REQ-POST
                  PERFORM 1100-OPEN-UPDATE
                     THRU 1100-OPEN-UPDATE-EXIT
                  IF THQ-OK
                     PERFORM 2000-POST THRU 2000-POST-EXIT
                  END-IF
                  MOVE 0 TO THQ-VALUE-DATE
                  MOVE SPACES TO THQ-PROVENANCE
               WHEN THQ-REQ-LAST
                  PERFORM 1000-OPEN-INPUT
                     THRU 1000-OPEN-INPUT-EXIT
                  IF THQ-OK
                     PERFORM 3000-LAST-ITEMS
                        THRU 3000-LAST-ITEMS-EXIT
                  END-IF
               WHEN THQ-REQ-RANGE
                  PERFORM 1000-OPEN-INPUT
                     THRU 1000-OPEN-INPUT-EXIT
                  IF THQ-OK
                     PERFORM 4000-DATE-RANGE
                        THRU 4000-DATE-RANGE-EXIT
                  END-IF
               WHEN OTHER
                  MOVE '20' TO THQ-STATUS
            END-EVALUATE
            GOBACK.

      * an inquiry against a box that has never posted anything
      * is answered '30' and tried again on the next CALL
        1000-OPEN-INPUT.
            IF NOT THW-NOT-OPEN
               GO TO 1000-OPEN-INPUT-EXIT
            END-IF
            OPEN INPUT TXN-HISTORY-FILE
            IF THW-FILE-STATUS = '00'
               SET THW-OPEN-INPUT TO TRUE
            ELSE
               IF THW-FILE-STATUS NOT = '35'
                  DISPLAY 'txn-hist: cannot open TXNHIST, status '
                     THW-FILE-STATUS
               END-IF
               MOVE '30' TO THQ-STATUS
            END-IF.
        1000-OPEN-INPUT-EXIT.
            EXIT.

        1100-OPEN-UPDATE.
            IF THW-OPEN-UPDATE
               GO TO 1100-OPEN-UPDATE-EXIT
            END-IF
            IF THW-OPEN-INPUT
               CLOSE TXN-HISTORY-FILE
               SET THW-NOT-OPEN TO TRUE
            END-IF
            OPEN I-O TXN-HISTORY-FILE
            IF THW-FILE-STATUS = '35'
      *        the first posting ever builds the history file
               OPEN OUTPUT TXN-HISTORY-FILE
               CLOSE TXN-HISTORY-FILE
               OPEN I-O TXN-HISTORY-FILE
            END-IF
            IF THW-FILE-STATUS = '00'
               SET THW-OPEN-UPDATE TO TRUE
            ELSE
               DISPLAY 'txn-hist: cannot open TXNHIST, status '
                  THW-FILE-STATUS
               MOVE '30' TO THQ-STATUS
            END-IF.
        1100-OPEN-UPDATE-EXIT.
            EXIT.

        2000-POST.
            IF THQ-KEY = THW-LAST-KEY AND
               THQ-POST-DATE = THW-LAST-DATE
               CONTINUE
            ELSE
               PERFORM 2100-FIND-LAST-SEQ
                  THRU 2100-FIND-LAST-SEQ-EXIT
            END-IF
            PERFORM 2200-WRITE-ENTRY THRU 2200-WRITE-ENTRY-EXIT
            IF THW-FILE-STATUS = '22'
      *        another job posted this account since we looked
               PERFORM 2100-FIND-LAST-SEQ
                  THRU 2100-FIND-LAST-SEQ-EXIT
               PERFORM 2200-WRITE-ENTRY THRU 2200-WRITE-ENTRY-EXIT
            END-IF
            IF THW-FILE-STATUS NOT = '00'
               DISPLAY 'txn-hist: history write status '
                  THW-FILE-STATUS ' key ' THQ-KEY
               MOVE SPACES TO THW-LAST-KEY
               MOVE '40' TO THQ-STATUS
               GO TO 2000-POST-EXIT
            END-IF
            MOVE THQ-KEY TO THW-LAST-KEY
            MOVE THQ-POST-DATE TO THW-LAST-DATE
            MOVE TXH-SEQUENCE TO THW-LAST-SEQ
            MOVE TXH-SEQUENCE TO THQ-SEQUENCE.
        2000-POST-EXIT.
            EXIT.

      * the highest sequence already on file for the account's day
        2100-FIND-LAST-SEQ.
            MOVE 0 TO THW-LAST-SEQ
            SET THW-DONE TO FALSE
            MOVE THQ-KEY TO TXH-ACCOUNT-KEY
            MOVE THQ-POST-DATE TO TXH-POST-DATE
            MOVE 0 TO TXH-SEQUENCE
            START TXN-HISTORY-FILE KEY >= TXH-KEY
            IF THW-FILE-STATUS NOT = '00'
               GO TO 2100-FIND-LAST-SEQ-EXIT
            END-IF
            PERFORM 2110-READ-ONE-SEQ THRU 2110-READ-ONE-SEQ-EXIT
                UNTIL THW-DONE.
        2100-FIND-LAST-SEQ-EXIT.
            EXIT.

        2110-READ-ONE-SEQ.
            READ TXN-HISTORY-FILE NEXT
                AT END
                    SET THW-DONE TO TRUE
                NOT AT END
                    IF TXH-ACCOUNT-KEY NOT = THQ-KEY OR
                       TXH-POST-DATE NOT = THQ-POST-DATE
                       SET THW-DONE TO TRUE
                    ELSE
                       MOVE TXH-SEQUENCE TO THW-LAST-SEQ
                    END-IF
            END-READ.
        2110-READ-ONE-SEQ-EXIT.
            EXIT.

        2200-WRITE-ENTRY.
            MOVE SPACES TO TXN-HISTORY-RECORD
            MOVE THQ-KEY TO TXH-ACCOUNT-KEY
            MOVE THQ-POST-DATE TO TXH-POST-DATE
            COMPUTE TXH-SEQUENCE = THW-LAST-SEQ + 1
            MOVE THQ-ACTION TO TXH-ACTION
            MOVE THQ-AMOUNT TO TXH-AMOUNT
            MOVE THQ-BALANCE TO TXH-BALANCE
            MOVE THQ-NARRATIVE TO TXH-NARRATIVE
            MOVE THQ-ORIGIN TO TXH-ORIGIN
            MOVE THQ-REFERENCE TO TXH-REFERENCE
            MOVE THQ-POSTED-BY TO TXH-POSTED-BY
      *     a value date that is missing, or not before the posting
      *     date, is the posting date
            IF THQ-VALUE-DATE NUMERIC AND THQ-VALUE-DATE > 0 AND
               THQ-VALUE-DATE < THQ-POST-DATE
               MOVE THQ-VALUE-DATE TO TXH-VALUE-DATE
            ELSE
               MOVE THQ-POST-DATE TO TXH-VALUE-DATE
            END-IF
            MOVE THQ-PROVENANCE TO TXH-PROVENANCE
            WRITE TXN-HISTORY-RECORD.
        2200-WRITE-ENTRY-EXIT.
            EXIT.

      * every posting of the account passes through a ring of the
      * last THW-MAX; the ring is handed back newest first
        3000-LAST-ITEMS.
            PERFORM 5000-SET-LIMIT THRU 5000-SET-LIMIT-EXIT
            MOVE 0 TO THW-FOUND
            MOVE 0 TO THW-RING-SUB
            SET THW-DONE TO FALSE
            MOVE THQ-KEY TO TXH-ACCOUNT-KEY
            MOVE 0 TO TXH-POST-DATE
            MOVE 0 TO TXH-SEQUENCE
            START TXN-HISTORY-FILE KEY >= TXH-KEY
            IF THW-FILE-STATUS NOT = '00'
               SET THW-DONE TO TRUE
            END-IF
            PERFORM 3100-RING-ONE THRU 3100-RING-ONE-EXIT
                UNTIL THW-DONE
            IF THW-FOUND = 0
               MOVE '10' TO THQ-STATUS
               GO TO 3000-LAST-ITEMS-EXIT
            END-IF
            IF THW-FOUND > THW-MAX
               SET THQ-MORE TO TRUE
               MOVE THW-MAX TO THQ-ITEM-COUNT
            ELSE
               MOVE THW-FOUND TO THQ-ITEM-COUNT
            END-IF
            PERFORM 3200-UNWIND-ONE THRU 3200-UNWIND-ONE-EXIT
               VARYING THW-OUT-SUB FROM 1 BY 1
               UNTIL THW-OUT-SUB > THQ-ITEM-COUNT.
        3000-LAST-ITEMS-EXIT.
            EXIT.

        3100-RING-ONE.
            READ TXN-HISTORY-FILE NEXT
                AT END
                    SET THW-DONE TO TRUE
                    GO TO 3100-RING-ONE-EXIT
            END-READ
            IF TXH-ACCOUNT-KEY NOT = THQ-KEY
               SET THW-DONE TO TRUE
               GO TO 3100-RING-ONE-EXIT
            END-IF
            ADD 1 TO THW-FOUND
            ADD 1 TO THW-RING-SUB
            IF THW-RING-SUB > THW-MAX
               MOVE 1 TO THW-RING-SUB
            END-IF
            MOVE TXH-POST-DATE TO THW-R-DATE (THW-RING-SUB)
            MOVE TXH-SEQUENCE TO THW-R-SEQUENCE (THW-RING-SUB)
            MOVE TXH-ACTION TO THW-R-ACTION (THW-RING-SUB)
            MOVE TXH-AMOUNT TO THW-R-AMOUNT (THW-RING-SUB)
            MOVE TXH-BALANCE TO THW-R-BALANCE (THW-RING-SUB)
            MOVE TXH-NARRATIVE TO THW-R-NARRATIVE (THW-RING-SUB)
            MOVE TXH-ORIGIN TO THW-R-ORIGIN (THW-RING-SUB)
            MOVE TXH-REFERENCE TO THW-R-REFERENCE (THW-RING-SUB)
            PERFORM 5100-ITEM-VALUE-DATE
               THRU 5100-ITEM-VALUE-DATE-EXIT
            MOVE THW-VALUE-DATE TO THW-R-VALUE-DATE (THW-RING-SUB)
            MOVE TXH-PROVENANCE TO THW-R-PROVENANCE (THW-RING-SUB).
        3100-RING-ONE-EXIT.
            EXIT.

      * THW-RING-SUB is the newest slot; walk backwards round the
      * ring
        3200-UNWIND-ONE.
            MOVE THW-R-DATE (THW-RING-SUB)
              TO THQ-I-DATE (THW-OUT-SUB)
            MOVE THW-R-SEQUENCE (THW-RING-SUB)
              TO THQ-I-SEQUENCE (THW-OUT-SUB)
            MOVE THW-R-ACTION (THW-RING-SUB)
              TO THQ-I-ACTION (THW-OUT-SUB)
            MOVE THW-R-AMOUNT (THW-RING-SUB)
              TO THQ-I-AMOUNT (THW-OUT-SUB)
            MOVE THW-R-BALANCE (THW-RING-SUB)
              TO THQ-I-BALANCE (THW-OUT-SUB)
            MOVE THW-R-NARRATIVE (THW-RING-SUB)
              TO THQ-I-NARRATIVE (THW-OUT-SUB)
            MOVE THW-R-ORIGIN (THW-RING-SUB)
              TO THQ-I-ORIGIN (THW-OUT-SUB)
            MOVE THW-R-REFERENCE (THW-RING-SUB)
              TO THQ-I-REFERENCE (THW-OUT-SUB)
            MOVE THW-R-VALUE-DATE (THW-RING-SUB)
              TO THQ-I-VALUE-DATE (THW-OUT-SUB)
            MOVE THW-R-PROVENANCE (THW-RING-SUB)
              TO THQ-I-PROVENANCE (THW-OUT-SUB)
            SUBTRACT 1 FROM THW-RING-SUB
            IF THW-RING-SUB < 1
               MOVE THW-MAX TO THW-RING-SUB
            END-IF.
        3200-UNWIND-ONE-EXIT.
            EXIT.

        4000-DATE-RANGE.
            PERFORM 5000-SET-LIMIT THRU 5000-SET-LIMIT-EXIT
            IF THQ-TO-DATE = 0
               MOVE 99999999 TO THW-TO-DATE
            ELSE
               MOVE THQ-TO-DATE TO THW-TO-DATE
            END-IF
            IF THQ-FROM-DATE > THW-TO-DATE
               MOVE '20' TO THQ-STATUS
               GO TO 4000-DATE-RANGE-EXIT
            END-IF
            SET THW-DONE TO FALSE
            MOVE THQ-KEY TO TXH-ACCOUNT-KEY
            MOVE THQ-FROM-DATE TO TXH-POST-DATE
            MOVE THQ-FROM-SEQUENCE TO TXH-SEQUENCE
            START TXN-HISTORY-FILE KEY > TXH-KEY
            IF THW-FILE-STATUS NOT = '00'
               SET THW-DONE TO TRUE
            END-IF
            PERFORM 4100-RANGE-ONE THRU 4100-RANGE-ONE-EXIT
                UNTIL THW-DONE
            IF THQ-ITEM-COUNT = 0
               MOVE '10' TO THQ-STATUS
            END-IF.
        4000-DATE-RANGE-EXIT.
            EXIT.

        4100-RANGE-ONE.
            READ TXN-HISTORY-FILE NEXT
                AT END
                    SET THW-DONE TO TRUE
                    GO TO 4100-RANGE-ONE-EXIT
            END-READ
            IF TXH-ACCOUNT-KEY NOT = THQ-KEY OR
               TXH-POST-DATE > THW-TO-DATE
               SET THW-DONE TO TRUE
               GO TO 4100-RANGE-ONE-EXIT
            END-IF
            IF THQ-ITEM-COUNT >= THW-MAX
               SET THQ-MORE TO TRUE
               SET THW-DONE TO TRUE
               GO TO 4100-RANGE-ONE-EXIT
            END-IF
            ADD 1 TO THQ-ITEM-COUNT
            MOVE THQ-ITEM-COUNT TO THW-OUT-SUB
            MOVE TXH-POST-DATE TO THQ-I-DATE (THW-OUT-SUB)
            MOVE TXH-SEQUENCE TO THQ-I-SEQUENCE (THW-OUT-SUB)
            MOVE TXH-ACTION TO THQ-I-ACTION (THW-OUT-SUB)
            MOVE TXH-AMOUNT TO THQ-I-AMOUNT (THW-OUT-SUB)
            MOVE TXH-BALANCE TO THQ-I-BALANCE (THW-OUT-SUB)
            MOVE TXH-NARRATIVE TO THQ-I-NARRATIVE (THW-OUT-SUB)
            MOVE TXH-ORIGIN TO THQ-I-ORIGIN (THW-OUT-SUB)
            MOVE TXH-REFERENCE TO THQ-I-REFERENCE (THW-OUT-SUB)
            PERFORM 5100-ITEM-VALUE-DATE
               THRU 5100-ITEM-VALUE-DATE-EXIT
            MOVE THW-VALUE-DATE TO THQ-I-VALUE-DATE (THW-OUT-SUB)
            MOVE TXH-PROVENANCE TO THQ-I-PROVENANCE (THW-OUT-SUB).
        4100-RANGE-ONE-EXIT.
            EXIT.

        5000-SET-LIMIT.
            MOVE 0 TO THQ-ITEM-COUNT
            SET THQ-MORE TO FALSE
            EVALUATE TRUE
               WHEN THQ-MAX-ITEMS = 0
                  MOVE 10 TO THW-MAX
               WHEN THQ-MAX-ITEMS > 30
                  MOVE 30 TO THW-MAX
               WHEN OTHER
                  MOVE THQ-MAX-ITEMS TO THW-MAX
            END-EVALUATE.
        5000-SET-LIMIT-EXIT.
            EXIT.

      * an entry written before value dates were kept was valued
      * on the day it posted
        5100-ITEM-VALUE-DATE.
            IF TXH-VALUE-DATE NUMERIC AND TXH-VALUE-DATE > 0
               MOVE TXH-VALUE-DATE TO THW-VALUE-DATE
            ELSE
               MOVE TXH-POST-DATE TO THW-VALUE-DATE
            END-IF.
        5100-ITEM-VALUE-DATE-EXIT.
            EXIT.
        End Program TXN-HIST.
