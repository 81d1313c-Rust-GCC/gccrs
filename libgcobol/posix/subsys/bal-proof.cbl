      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  bal-proof.cbl
      *
      *  Nightly journal-to-master balance proof, run after the
      *  day's last posting step and before BUSDATE-ROLL.
      *  CTL-BALANCE proves record counts and control totals; this
      *  proves every account's balance moved only through journaled
      *  postings.  For each account the opening balance is its
      *  BALHIST snapshot taken at the roll into today (BAL-SNAPSHOT
      *  stamps it with the new date, so it holds the prior business
      *  date's closing balance); every ACCTJRNL entry posted under
      *  today's business date (JRN-RUN-ID) moves it by the
      *  after-image balance less the before-image balance (a
      *  CREATE from zero, a DELETE to zero).  The result must equal
      *  AM-BALANCE on ACCTMST now -- zero for an account no longer
      *  on the master.  An account that does not prove is either
      *  an update made without its journal entry or a posting whose
      *  journal entry never reached the master; either way it is
      *  listed on PROOFRPT with its opening, expected and actual
      *  balances and every journal entry involved, and written to
      *  the exception feed (CASEIN, source BALPROOF, reference the
      *  account key) so CASE-INTAKE opens an investigation case.
      *  A closed account with no snapshot and no journal entry
      *  today has nothing to prove and is passed over.
      *
      *  A run with a break ends JOB-WARNING, and BUSDATE-ROLL holds
      *  the date on a BALPROOF warning.  Once the break is under
      *  investigation the operator reruns with -ACCEPT=Y: the
      *  breaks are listed again (the open cases are not duplicated)
      *  and the run ends JOB-OK, which lets the date roll.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -ACCEPT=Y            breaks are known and under
      *                           investigation; end JOB-OK
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  Only the journal generations holding
      *                        today's entries are read, through
      *                        JRNL-INDEX.
      *  2026-10-15 smckinney  Each journal generation is stepped
      *                        through at its own entry length.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. BAL-PROOF.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME
            Function POSIX-PWRITE
            Function POSIX-PREAD
            Function POSIX-FSYNC.
        Input-Output Section.
        File-Control.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is BPF-ACCT-STATUS.
            Select BAL-HISTORY-FILE Assign To BALHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is BHR-KEY
                File Status Is BPF-HIST-STATUS.
            Select REPORT-FILE Assign To PROOFRPT
                Organization Is Line Sequential.
            Select OPTIONAL CASE-FEED-FILE Assign To CASEIN
                Organization Is Line Sequential.
            Select SORT-FILE Assign To SORTWK01.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  BAL-HISTORY-FILE.
        COPY bal-history.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  CASE-FEED-FILE.
        01  CASE-FEED-RECORD.
            05  CIN-SOURCE          PIC X(08).
            05  CIN-REFERENCE       PIC X(32).
            05  CIN-DESCRIPTION     PIC X(60).
        SD  SORT-FILE.
        01  SORT-RECORD.
            05  SRT-KEY             PIC X(32).
            05  SRT-ORDER           PIC 9(09).
            05  SRT-SEQUENCE        PIC 9(09).
            05  SRT-PROGRAM-ID      PIC X(08).
            05  SRT-ACTION          PIC X(06).
            05  SRT-BEFORE-BAL      PIC S9(13)V99 COMP-3.
            05  SRT-AFTER-BAL       PIC S9(13)V99 COMP-3.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY jrnl-record.
        01  JRN-FD                  PIC 9(8) Usage COMP Value 0.
        01  JRN-OFFSET              Binary-Long.
        01  JRN-RC                  Binary-Long.
        01  JRN-GOOD-SW             PIC X(01).
            88  JRN-GOOD                Value 'Y', False 'N'.
        COPY jrnl-index.
        COPY cmdline-parms.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  BPF-RUN-START.
            05  BPF-START-SECONDS   Usage BINARY-DOUBLE.
            05  BPF-START-NANOS     Usage BINARY-DOUBLE.
        01  BPF-RUN-STOP.
            05  BPF-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  BPF-STOP-NANOS      Usage BINARY-DOUBLE.
        01  BPF-RC                  Binary-Long.
        01  BPF-ACCT-STATUS         PIC X(02).
        01  BPF-HIST-STATUS         PIC X(02).
        01  BPF-ACCEPT-SW           PIC X(01) Value 'N'.
            88  BPF-ACCEPT-BREAKS       Value 'Y', False 'N'.
        01  BPF-MASTER-EOF-SWITCH   PIC X(01).
            88  BPF-MASTER-EOF          Value 'Y', False 'N'.
        01  BPF-SORT-EOF-SWITCH     PIC X(01).
            88  BPF-SORT-EOF            Value 'Y', False 'N'.
        01  BPF-ON-MASTER-SW        PIC X(01).
            88  BPF-ON-MASTER           Value 'Y', False 'N'.
        01  BPF-SNAPSHOT-SW         PIC X(01).
            88  BPF-HAS-SNAPSHOT        Value 'Y', False 'N'.
        01  BPF-TODAY               PIC 9(08).
        01  BPF-TODAY-X REDEFINES BPF-TODAY
                                    PIC X(08).
        01  BPF-JOURNAL-COUNT       PIC 9(09) Value 0.
        01  BPF-TODAY-COUNT         PIC 9(09) Value 0.
        01  BPF-PROVED-COUNT        PIC 9(09) Value 0.
        01  BPF-BREAK-COUNT         PIC 9(09) Value 0.
      * the merge: the next master key and the next journal key,
      * HIGH-VALUES once that side is exhausted
        01  BPF-M-KEY               PIC X(32).
        01  BPF-J-KEY               PIC X(32).
        01  BPF-KEY                 PIC X(32).
        01  BPF-BRANCH              PIC X(04).
        01  BPF-OPENING             PIC S9(13)V99 COMP-3.
        01  BPF-MOVEMENT            PIC S9(15)V99 COMP-3.
        01  BPF-EXPECTED            PIC S9(15)V99 COMP-3.
        01  BPF-ACTUAL              PIC S9(13)V99 COMP-3.
        01  BPF-DIFFERENCE          PIC S9(15)V99 COMP-3.
        01  BPF-NOTE                PIC X(30).
      * the account's journal entries today, held until the account
      * is proved so a break can list them
        01  BPF-ENTRY-COUNT         Binary-Long.
        01  BPF-ENTRY-SUB           Binary-Long.
        01  BPF-ENTRY-TABLE.
            05  BPF-ENTRY OCCURS 100 TIMES.
                10  BPF-E-SEQUENCE  PIC 9(09).
                10  BPF-E-PROGRAM   PIC X(08).
                10  BPF-E-ACTION    PIC X(06).
                10  BPF-E-BEFORE    PIC S9(13)V99 COMP-3.
                10  BPF-E-AFTER     PIC S9(13)V99 COMP-3.
      * image work area mirroring acct-master.cpy field offsets:
      * the journal images are the raw 176-byte master record
        01  BPF-IMAGE.
            05  BPF-I-KEY           PIC X(32).
            05  FILLER              PIC X(100).
            05  BPF-I-BALANCE       PIC S9(13)V99 COMP-3.
            05  FILLER              PIC X(36).
        01  BPF-AMT-DISPLAY         PIC -(15)9.99.
        01  BPF-AMT-DISPLAY-2       PIC -(15)9.99.
        01  BPF-HDR-LINE.
            05  FILLER              PIC X(37)
                Value 'JOURNAL-TO-MASTER BALANCE PROOF -- '.
            05  BPF-HDR-DATE        PIC 9(08).
        01  BPF-BREAK-LINE.
            05  FILLER              PIC X(06) Value 'BREAK '.
            05  BPF-BL-KEY          PIC X(32).
            05  FILLER              PIC X(08) Value ' BRANCH '.
            05  BPF-BL-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  BPF-BL-NOTE         PIC X(30).
        01  BPF-AMOUNT-LINE.
            05  FILLER              PIC X(10) Value '  OPENING '.
            05  BPF-AL-OPENING      PIC -(15)9.99.
            05  FILLER              PIC X(10) Value ' EXPECTED '.
            05  BPF-AL-EXPECTED     PIC -(15)9.99.
            05  FILLER              PIC X(08) Value ' ACTUAL '.
            05  BPF-AL-ACTUAL       PIC -(15)9.99.
            05  FILLER              PIC X(12) Value ' DIFFERENCE '.
            05  BPF-AL-DIFFERENCE   PIC -(15)9.99.
        01  BPF-ENTRY-LINE.
            05  FILLER              PIC X(16)
                Value '    JOURNAL SEQ '.
            05  BPF-EL-SEQUENCE     PIC 9(09).
            05  FILLER              PIC X(01) Value SPACE.
            05  BPF-EL-PROGRAM      PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  BPF-EL-ACTION       PIC X(06).
            05  FILLER              PIC X(08) Value ' BEFORE '.
            05  BPF-EL-BEFORE       PIC -(13)9.99.
            05  FILLER              PIC X(07) Value ' AFTER '.
            05  BPF-EL-AFTER        PIC -(13)9.99.
        01  BPF-MORE-LINE.
            05  FILLER              PIC X(04) Value SPACES.
            05  BPF-ML-COUNT        PIC ZZZZ9.
            05  FILLER              PIC X(35)
                Value ' FURTHER JOURNAL ENTRIES NOT LISTED'.
        01  BPF-TOTAL-LINE.
            05  FILLER              PIC X(16) Value 'ACCOUNTS PROVED '.
            05  BPF-TL-PROVED       PIC Z(08)9.
            05  FILLER              PIC X(17)
                Value '  ENTRIES TODAY '.
            05  BPF-TL-ENTRIES      PIC Z(08)9.
            05  FILLER              PIC X(09) Value '  BREAKS '.
            05  BPF-TL-BREAKS       PIC Z(08)9.
            05  FILLER              PIC X(01) Value SPACE.
            05  BPF-TL-NOTE         PIC X(20).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               SORT SORT-FILE
                  ON ASCENDING KEY SRT-KEY SRT-ORDER
                  INPUT PROCEDURE IS 2000-WALK-JOURNAL
                     THRU 2000-WALK-JOURNAL-EXIT
                  OUTPUT PROCEDURE IS 3000-PROVE-ACCOUNTS
                     THRU 3000-PROVE-ACCOUNTS-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            PERFORM 9700-CLP-PARSE-ARGS THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'ACCEPT' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND AND CLP-LOOKUP-VALUE (1:1) = 'Y'
               SET BPF-ACCEPT-BREAKS TO TRUE
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'bal-proof: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO BPF-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, BPF-RUN-START)
              TO BPF-RC
            MOVE BPF-TODAY TO JIQ-FROM-DATE JIQ-TO-DATE
            PERFORM 9570-JRNL-FIRST-GEN THRU 9570-JRNL-FIRST-GEN-EXIT
            IF NOT JOB-OK
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT ACCT-MASTER-FILE
            IF BPF-ACCT-STATUS NOT = '00'
               DISPLAY 'bal-proof: cannot open master, status '
                  BPF-ACCT-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN INPUT BAL-HISTORY-FILE
            IF BPF-HIST-STATUS NOT = '00'
               DISPLAY 'bal-proof: cannot open BALHIST, status '
                  BPF-HIST-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

      * one pass over the journal: every entry posted under today's
      * business date, in the order it was written
        2000-WALK-JOURNAL.
            PERFORM 9580-JRNL-READ-WALK
               THRU 9580-JRNL-READ-WALK-EXIT
            PERFORM 2100-TAKE-ONE-ENTRY
               THRU 2100-TAKE-ONE-ENTRY-EXIT
                UNTIL JRN-RC < LENGTH OF JRN-RECORD.
        2000-WALK-JOURNAL-EXIT.
            EXIT.

        2100-TAKE-ONE-ENTRY.
            ADD 1 TO BPF-JOURNAL-COUNT
            IF JRN-RUN-ID (1:8) = BPF-TODAY-X
               ADD 1 TO BPF-TODAY-COUNT
               MOVE JRN-KEY TO SRT-KEY
               MOVE BPF-JOURNAL-COUNT TO SRT-ORDER
               MOVE JRN-SEQUENCE TO SRT-SEQUENCE
               MOVE JRN-PROGRAM-ID TO SRT-PROGRAM-ID
               MOVE JRN-ACTION TO SRT-ACTION
               MOVE 0 TO SRT-BEFORE-BAL SRT-AFTER-BAL
               IF NOT JRN-ACTION-CREATE
                  MOVE JRN-BEFORE-IMAGE TO BPF-IMAGE
                  MOVE BPF-I-BALANCE TO SRT-BEFORE-BAL
               END-IF
               IF NOT JRN-ACTION-DELETE
                  MOVE JRN-AFTER-IMAGE TO BPF-IMAGE
                  MOVE BPF-I-BALANCE TO SRT-AFTER-BAL
               END-IF
               RELEASE SORT-RECORD
            END-IF
            ADD JRN-READ-LENGTH TO JRN-OFFSET
            PERFORM 9580-JRNL-READ-WALK
               THRU 9580-JRNL-READ-WALK-EXIT.
        2100-TAKE-ONE-ENTRY-EXIT.
            EXIT.

      * the sorted entries and the master are both in key order:
      * each account on either side is proved once
        3000-PROVE-ACCOUNTS.
            OPEN OUTPUT REPORT-FILE
            OPEN EXTEND CASE-FEED-FILE
            MOVE BPF-TODAY TO BPF-HDR-DATE
            WRITE REPORT-LINE FROM BPF-HDR-LINE
            SET BPF-MASTER-EOF TO FALSE
            SET BPF-SORT-EOF TO FALSE
            PERFORM 3010-NEXT-MASTER THRU 3010-NEXT-MASTER-EXIT
            PERFORM 3020-NEXT-ENTRY THRU 3020-NEXT-ENTRY-EXIT
            PERFORM 3100-PROVE-ONE THRU 3100-PROVE-ONE-EXIT
                UNTIL BPF-M-KEY = HIGH-VALUES
                  AND BPF-J-KEY = HIGH-VALUES
            MOVE BPF-PROVED-COUNT TO BPF-TL-PROVED
            MOVE BPF-TODAY-COUNT TO BPF-TL-ENTRIES
            MOVE BPF-BREAK-COUNT TO BPF-TL-BREAKS
            MOVE SPACES TO BPF-TL-NOTE
            IF BPF-BREAK-COUNT > 0 AND BPF-ACCEPT-BREAKS
               MOVE 'BREAKS ACCEPTED' TO BPF-TL-NOTE
            END-IF
            WRITE REPORT-LINE FROM BPF-TOTAL-LINE
            CLOSE REPORT-FILE CASE-FEED-FILE.
        3000-PROVE-ACCOUNTS-EXIT.
            EXIT.

        3010-NEXT-MASTER.
            READ ACCT-MASTER-FILE NEXT
                AT END
                    SET BPF-MASTER-EOF TO TRUE
                    MOVE HIGH-VALUES TO BPF-M-KEY
                NOT AT END
                    MOVE AM-KEY TO BPF-M-KEY
            END-READ.
        3010-NEXT-MASTER-EXIT.
            EXIT.

        3020-NEXT-ENTRY.
            RETURN SORT-FILE
                AT END
                    SET BPF-SORT-EOF TO TRUE
                    MOVE HIGH-VALUES TO BPF-J-KEY
                NOT AT END
                    MOVE SRT-KEY TO BPF-J-KEY
            END-RETURN.
        3020-NEXT-ENTRY-EXIT.
            EXIT.

        3100-PROVE-ONE.
            IF BPF-M-KEY < BPF-J-KEY
               MOVE BPF-M-KEY TO BPF-KEY
            ELSE
               MOVE BPF-J-KEY TO BPF-KEY
            END-IF
            MOVE 0 TO BPF-ENTRY-COUNT BPF-MOVEMENT
            PERFORM 3110-TAKE-ONE-MOVEMENT
               THRU 3110-TAKE-ONE-MOVEMENT-EXIT
                UNTIL BPF-J-KEY NOT = BPF-KEY
            MOVE SPACES TO BPF-NOTE
            IF BPF-M-KEY = BPF-KEY
               SET BPF-ON-MASTER TO TRUE
               MOVE AM-BALANCE TO BPF-ACTUAL
               MOVE AM-BRANCH TO BPF-BRANCH
            ELSE
               SET BPF-ON-MASTER TO FALSE
               MOVE 0 TO BPF-ACTUAL
               MOVE SPACES TO BPF-BRANCH
               MOVE 'NOT ON MASTER' TO BPF-NOTE
            END-IF
            PERFORM 3200-OPENING-BALANCE
               THRU 3200-OPENING-BALANCE-EXIT
      *    a closed account is not snapshotted; with nothing posted
      *    to it today there is nothing to prove
            IF BPF-ON-MASTER AND NOT AM-STATUS-ACTIVE
               AND NOT BPF-HAS-SNAPSHOT AND BPF-ENTRY-COUNT = 0
               GO TO 3100-PROVE-ONE-NEXT
            END-IF
            ADD 1 TO BPF-PROVED-COUNT
            COMPUTE BPF-EXPECTED = BPF-OPENING + BPF-MOVEMENT
            COMPUTE BPF-DIFFERENCE = BPF-ACTUAL - BPF-EXPECTED
            IF BPF-DIFFERENCE NOT = 0
               PERFORM 3300-REPORT-BREAK THRU 3300-REPORT-BREAK-EXIT
            END-IF.
        3100-PROVE-ONE-NEXT.
            IF BPF-ON-MASTER
               PERFORM 3010-NEXT-MASTER THRU 3010-NEXT-MASTER-EXIT
            END-IF.
        3100-PROVE-ONE-EXIT.
            EXIT.

        3110-TAKE-ONE-MOVEMENT.
            COMPUTE BPF-MOVEMENT = BPF-MOVEMENT
               + SRT-AFTER-BAL - SRT-BEFORE-BAL
            ADD 1 TO BPF-ENTRY-COUNT
            IF BPF-ENTRY-COUNT NOT > 100
               MOVE SRT-SEQUENCE TO BPF-E-SEQUENCE (BPF-ENTRY-COUNT)
               MOVE SRT-PROGRAM-ID TO BPF-E-PROGRAM (BPF-ENTRY-COUNT)
               MOVE SRT-ACTION TO BPF-E-ACTION (BPF-ENTRY-COUNT)
               MOVE SRT-BEFORE-BAL TO BPF-E-BEFORE (BPF-ENTRY-COUNT)
               MOVE SRT-AFTER-BAL TO BPF-E-AFTER (BPF-ENTRY-COUNT)
            END-IF
            PERFORM 3020-NEXT-ENTRY THRU 3020-NEXT-ENTRY-EXIT.
        3110-TAKE-ONE-MOVEMENT-EXIT.
            EXIT.

      * the snapshot taken at the roll into today; an account
      * opened since has none and starts from zero
        3200-OPENING-BALANCE.
            MOVE 0 TO BPF-OPENING
            SET BPF-HAS-SNAPSHOT TO FALSE
            MOVE BPF-KEY TO BHR-ACCOUNT-KEY
            MOVE BPF-TODAY TO BHR-DATE
            READ BAL-HISTORY-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET BPF-HAS-SNAPSHOT TO TRUE
                    MOVE BHR-BALANCE TO BPF-OPENING
            END-READ
            IF NOT BPF-HAS-SNAPSHOT AND BPF-NOTE = SPACES
               MOVE 'NO OPENING SNAPSHOT' TO BPF-NOTE
            END-IF.
        3200-OPENING-BALANCE-EXIT.
            EXIT.

        3300-REPORT-BREAK.
            ADD 1 TO BPF-BREAK-COUNT
            MOVE BPF-KEY TO BPF-BL-KEY
            MOVE BPF-BRANCH TO BPF-BL-BRANCH
            MOVE BPF-NOTE TO BPF-BL-NOTE
            WRITE REPORT-LINE FROM BPF-BREAK-LINE
            MOVE BPF-OPENING TO BPF-AL-OPENING
            MOVE BPF-EXPECTED TO BPF-AL-EXPECTED
            MOVE BPF-ACTUAL TO BPF-AL-ACTUAL
            MOVE BPF-DIFFERENCE TO BPF-AL-DIFFERENCE
            WRITE REPORT-LINE FROM BPF-AMOUNT-LINE
            PERFORM 3310-LIST-ONE-ENTRY THRU 3310-LIST-ONE-ENTRY-EXIT
               VARYING BPF-ENTRY-SUB FROM 1 BY 1
               UNTIL BPF-ENTRY-SUB > BPF-ENTRY-COUNT
                  OR BPF-ENTRY-SUB > 100
            IF BPF-ENTRY-COUNT > 100
               COMPUTE BPF-ML-COUNT = BPF-ENTRY-COUNT - 100
               WRITE REPORT-LINE FROM BPF-MORE-LINE
            END-IF
            MOVE 'BALPROOF' TO CIN-SOURCE
            MOVE BPF-KEY TO CIN-REFERENCE
            MOVE BPF-EXPECTED TO BPF-AMT-DISPLAY
            MOVE BPF-ACTUAL TO BPF-AMT-DISPLAY-2
            MOVE SPACES TO CIN-DESCRIPTION
            STRING 'BALANCE PROOF EXPECTED '
                   FUNCTION TRIM(BPF-AMT-DISPLAY)
                   ' ACTUAL ' FUNCTION TRIM(BPF-AMT-DISPLAY-2)
               DELIMITED BY SIZE INTO CIN-DESCRIPTION
            END-STRING
            WRITE CASE-FEED-RECORD.
        3300-REPORT-BREAK-EXIT.
            EXIT.

        3310-LIST-ONE-ENTRY.
            MOVE BPF-E-SEQUENCE (BPF-ENTRY-SUB) TO BPF-EL-SEQUENCE
            MOVE BPF-E-PROGRAM (BPF-ENTRY-SUB) TO BPF-EL-PROGRAM
            MOVE BPF-E-ACTION (BPF-ENTRY-SUB) TO BPF-EL-ACTION
            MOVE BPF-E-BEFORE (BPF-ENTRY-SUB) TO BPF-EL-BEFORE
            MOVE BPF-E-AFTER (BPF-ENTRY-SUB) TO BPF-EL-AFTER
            WRITE REPORT-LINE FROM BPF-ENTRY-LINE.
        3310-LIST-ONE-ENTRY-EXIT.
            EXIT.

        9999-EXIT.
            PERFORM 9590-JRNL-CLOSE-GEN THRU 9590-JRNL-CLOSE-GEN-EXIT
            CLOSE ACCT-MASTER-FILE BAL-HISTORY-FILE
            DISPLAY 'bal-proof: ' BPF-TODAY-COUNT ' journal entries, '
               BPF-PROVED-COUNT ' accounts proved, '
               BPF-BREAK-COUNT ' breaks'
            IF BPF-BREAK-COUNT > 0 AND JOB-OK
               AND NOT BPF-ACCEPT-BREAKS
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, BPF-RUN-STOP)
              TO BPF-RC
            MOVE 'BALPROOF' TO JHR-PROGRAM-ID
            MOVE BPF-TODAY TO JHR-BUSINESS-DATE
            MOVE BPF-START-SECONDS TO JHR-START-SECONDS
            MOVE BPF-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE BPF-PROVED-COUNT TO JHR-RECORDS-IN
            MOVE BPF-BREAK-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        COPY jrnl-paragraphs.
        COPY jrnl-gen-paragraphs.
        End Program BAL-PROOF.
