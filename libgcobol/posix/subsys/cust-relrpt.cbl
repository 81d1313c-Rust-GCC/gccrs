      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  cust-relrpt.cbl
      *
      *  Customer relationship report.  Walks the CUSTMST customer
      *  master in customer-id order and, for each customer, every
      *  account CUSTREL links to it, reading the account from the
      *  ACCTMST master.  One line per account (branch, type, role,
      *  status, currency, balance), then a customer total line:
      *  total deposits (CH, SV and TD balances), total loans (LN
      *  balances), the number of accounts held and the number of
      *  distinct branches they sit in.  Grand totals follow the
      *  last customer on RELRPT.
      *
      *  Only accounts the customer holds -- primary or joint, and
      *  not closed -- count toward the totals; a guarantee is
      *  listed with role G but is not the customer's money, and a
      *  closed account is listed for reference only.  Totals are
      *  straight sums of the balances whatever their currency.  A
      *  relationship whose account is no longer on the master is
      *  listed as MISSING and counted in the trailer.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. CUST-RELRPT.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select CUST-MASTER-FILE Assign To CUSTMST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is CUS-ID
                Alternate Record Key Is CUS-TAX-ID
                    With Duplicates
                File Status Is CRR-CUST-STATUS.
            Select CUST-REL-FILE Assign To CUSTREL
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CRL-KEY
                Alternate Record Key Is CRL-ACCOUNT-ALT
                    With Duplicates
                File Status Is CRR-REL-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is CRR-ACCT-STATUS.
            Select REPORT-FILE Assign To RELRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  CUST-MASTER-FILE.
        COPY cust-master.
        FD  CUST-REL-FILE.
        COPY cust-rel.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY exit-status.
        01  JHW-FILE-STATUS         PIC X(02).
        01  CRR-RC                  Binary-Long.
        01  CRR-RUN-START.
            05  CRR-START-SECONDS   Usage BINARY-DOUBLE.
            05  CRR-START-NANOS     Usage BINARY-DOUBLE.
        01  CRR-RUN-STOP.
            05  CRR-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  CRR-STOP-NANOS      Usage BINARY-DOUBLE.
        01  CRR-CUST-STATUS         PIC X(02).
        01  CRR-REL-STATUS          PIC X(02).
        01  CRR-ACCT-STATUS         PIC X(02).
        01  CRR-EOF-SWITCH          PIC X(01).
            88  CRR-EOF                 Value 'Y', False 'N'.
        01  CRR-REL-EOF-SWITCH      PIC X(01).
            88  CRR-REL-EOF             Value 'Y', False 'N'.
        01  CRR-TODAY               PIC 9(08).
        01  CRR-CUST-COUNT          PIC 9(09) Value 0.
        01  CRR-REL-COUNT           PIC 9(09) Value 0.
        01  CRR-MISSING-COUNT       PIC 9(09) Value 0.
        01  CRR-CUST-TOTALS.
            05  CRR-CUST-DEPOSITS   PIC S9(15)V99.
            05  CRR-CUST-LOANS      PIC S9(15)V99.
            05  CRR-CUST-ACCOUNTS   PIC 9(05).
        01  CRR-GRAND-TOTALS.
            05  CRR-GRAND-DEPOSITS  PIC S9(15)V99 Value 0.
            05  CRR-GRAND-LOANS     PIC S9(15)V99 Value 0.
            05  CRR-GRAND-ACCOUNTS  PIC 9(09) Value 0.
        01  CRR-BRANCH-TABLE.
            05  CRR-BRANCH-USED     Binary-Long.
            05  CRR-BRANCH-ENTRY    PIC X(04) Occurs 200.
        01  CRR-BX                  Binary-Long.
        01  CRR-BRANCH-FOUND-SW     PIC X(01).
            88  CRR-BRANCH-FOUND        Value 'Y', False 'N'.
        01  CRR-HDR-LINE.
            05  FILLER              PIC X(36)
                Value 'CUSTOMER RELATIONSHIP REPORT  --   '.
            05  CRR-HDR-DATE        PIC 9(08).
        01  CRR-CUST-LINE.
            05  FILLER              PIC X(09) Value 'CUSTOMER '.
            05  CRR-CL-ID           PIC X(10).
            05  FILLER              PIC X(01) Value SPACE.
            05  CRR-CL-NAME         PIC X(40).
            05  FILLER              PIC X(05) Value ' SEG '.
            05  CRR-CL-SEGMENT      PIC X(02).
            05  FILLER              PIC X(08) Value ' STATUS '.
            05  CRR-CL-STATUS       PIC X(01).
        01  CRR-DETAIL-LINE.
            05  FILLER              PIC X(04) Value SPACES.
            05  CRR-DL-KEY          PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  CRR-DL-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
            05  CRR-DL-TYPE         PIC X(02).
            05  FILLER              PIC X(01) Value SPACE.
            05  CRR-DL-ROLE         PIC X(01).
            05  FILLER              PIC X(01) Value SPACE.
            05  CRR-DL-STATUS       PIC X(07).
            05  FILLER              PIC X(01) Value SPACE.
            05  CRR-DL-CURRENCY     PIC X(03).
            05  CRR-DL-BALANCE      PIC -(13)9.99.
        01  CRR-TOTAL-LINE.
            05  FILLER              PIC X(14) Value '    DEPOSITS '.
            05  CRR-TL-DEPOSITS     PIC -(15)9.99.
            05  FILLER              PIC X(08) Value '  LOANS '.
            05  CRR-TL-LOANS        PIC -(15)9.99.
            05  FILLER              PIC X(11) Value '  ACCOUNTS '.
            05  CRR-TL-ACCOUNTS     PIC ZZZZ9.
            05  FILLER              PIC X(11) Value '  BRANCHES '.
            05  CRR-TL-BRANCHES     PIC ZZZZ9.
        01  CRR-GRAND-LINE.
            05  FILLER              PIC X(14) Value 'GRAND DEPOSITS'.
            05  CRR-GL-DEPOSITS     PIC -(15)9.99.
            05  FILLER              PIC X(08) Value '  LOANS '.
            05  CRR-GL-LOANS        PIC -(15)9.99.
            05  FILLER              PIC X(11) Value '  ACCOUNTS '.
            05  CRR-GL-ACCOUNTS     PIC Z(08)9.
        01  CRR-TRAILER-LINE.
            05  FILLER              PIC X(10) Value 'CUSTOMERS '.
            05  CRR-TR-CUSTOMERS    PIC Z(08)9.
            05  FILLER              PIC X(16)
                Value '  RELATIONSHIPS '.
            05  CRR-TR-RELS         PIC Z(08)9.
            05  FILLER              PIC X(10) Value '  MISSING '.
            05  CRR-TR-MISSING      PIC Z(08)9.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            PERFORM 2000-REPORT-ALL THRU 2000-REPORT-ALL-EXIT
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET CRR-EOF TO FALSE
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'cust-relrpt: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO CRR-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CRR-RUN-START)
              TO CRR-RC
            OPEN INPUT CUST-MASTER-FILE
            IF CRR-CUST-STATUS = '35'
      *        no customers recorded yet: an empty report
               SET CRR-EOF TO TRUE
            ELSE
               IF CRR-CUST-STATUS NOT = '00'
                  DISPLAY 'cust-relrpt: cannot open CUSTMST,'
                     ' status ' CRR-CUST-STATUS
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
               OPEN INPUT CUST-REL-FILE
               IF CRR-REL-STATUS NOT = '00'
                  DISPLAY 'cust-relrpt: cannot open CUSTREL,'
                     ' status ' CRR-REL-STATUS
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
               OPEN INPUT ACCT-MASTER-FILE
               IF CRR-ACCT-STATUS NOT = '00'
                  DISPLAY 'cust-relrpt: cannot open master, status '
                     CRR-ACCT-STATUS
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 1000-INITIALIZE-EXIT
               END-IF
            END-IF
            OPEN OUTPUT REPORT-FILE
            MOVE CRR-TODAY TO CRR-HDR-DATE
            WRITE REPORT-LINE FROM CRR-HDR-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-REPORT-ALL.
            IF NOT JOB-OK
               GO TO 2000-REPORT-ALL-EXIT
            END-IF
            PERFORM 2100-READ-ONE-CUSTOMER
               THRU 2100-READ-ONE-CUSTOMER-EXIT
                UNTIL CRR-EOF
            MOVE CRR-GRAND-DEPOSITS TO CRR-GL-DEPOSITS
            MOVE CRR-GRAND-LOANS TO CRR-GL-LOANS
            MOVE CRR-GRAND-ACCOUNTS TO CRR-GL-ACCOUNTS
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM CRR-GRAND-LINE
            MOVE CRR-CUST-COUNT TO CRR-TR-CUSTOMERS
            MOVE CRR-REL-COUNT TO CRR-TR-RELS
            MOVE CRR-MISSING-COUNT TO CRR-TR-MISSING
            WRITE REPORT-LINE FROM CRR-TRAILER-LINE.
        2000-REPORT-ALL-EXIT.
            EXIT.

        2100-READ-ONE-CUSTOMER.
            READ CUST-MASTER-FILE NEXT
                AT END
                    SET CRR-EOF TO TRUE
                NOT AT END
                    ADD 1 TO CRR-CUST-COUNT
                    PERFORM 3000-REPORT-CUSTOMER
                       THRU 3000-REPORT-CUSTOMER-EXIT
            END-READ.
        2100-READ-ONE-CUSTOMER-EXIT.
            EXIT.

        3000-REPORT-CUSTOMER.
            MOVE 0 TO CRR-CUST-DEPOSITS CRR-CUST-LOANS
                      CRR-CUST-ACCOUNTS CRR-BRANCH-USED
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE CUS-ID TO CRR-CL-ID
            MOVE CUS-LEGAL-NAME TO CRR-CL-NAME
            MOVE CUS-SEGMENT TO CRR-CL-SEGMENT
            MOVE CUS-STATUS TO CRR-CL-STATUS
            WRITE REPORT-LINE FROM CRR-CUST-LINE
            SET CRR-REL-EOF TO FALSE
            MOVE CUS-ID TO CRL-CUSTOMER-ID
            MOVE LOW-VALUES TO CRL-ACCOUNT-KEY
            START CUST-REL-FILE KEY >= CRL-KEY
            IF CRR-REL-STATUS NOT = '00'
               SET CRR-REL-EOF TO TRUE
            END-IF
            PERFORM 3100-REPORT-ONE-ACCOUNT
               THRU 3100-REPORT-ONE-ACCOUNT-EXIT
                UNTIL CRR-REL-EOF
            MOVE CRR-CUST-DEPOSITS TO CRR-TL-DEPOSITS
            MOVE CRR-CUST-LOANS TO CRR-TL-LOANS
            MOVE CRR-CUST-ACCOUNTS TO CRR-TL-ACCOUNTS
            MOVE CRR-BRANCH-USED TO CRR-TL-BRANCHES
            WRITE REPORT-LINE FROM CRR-TOTAL-LINE
            ADD CRR-CUST-DEPOSITS TO CRR-GRAND-DEPOSITS
            ADD CRR-CUST-LOANS TO CRR-GRAND-LOANS
            ADD CRR-CUST-ACCOUNTS TO CRR-GRAND-ACCOUNTS.
        3000-REPORT-CUSTOMER-EXIT.
            EXIT.

        3100-REPORT-ONE-ACCOUNT.
            READ CUST-REL-FILE NEXT
                AT END
                    SET CRR-REL-EOF TO TRUE
                    GO TO 3100-REPORT-ONE-ACCOUNT-EXIT
            END-READ
            IF CRL-CUSTOMER-ID NOT = CUS-ID
               SET CRR-REL-EOF TO TRUE
               GO TO 3100-REPORT-ONE-ACCOUNT-EXIT
            END-IF
            ADD 1 TO CRR-REL-COUNT
            MOVE CRL-ACCOUNT-KEY TO CRR-DL-KEY
            MOVE CRL-ROLE TO CRR-DL-ROLE
            MOVE CRL-ACCOUNT-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF CRR-ACCT-STATUS NOT = '00'
               ADD 1 TO CRR-MISSING-COUNT
               MOVE SPACES TO CRR-DL-BRANCH CRR-DL-TYPE
                              CRR-DL-CURRENCY
               MOVE 'MISSING' TO CRR-DL-STATUS
               MOVE 0 TO CRR-DL-BALANCE
               WRITE REPORT-LINE FROM CRR-DETAIL-LINE
               GO TO 3100-REPORT-ONE-ACCOUNT-EXIT
            END-IF
            MOVE AM-BRANCH TO CRR-DL-BRANCH
            MOVE AM-TYPE TO CRR-DL-TYPE
            MOVE AM-CURRENCY TO CRR-DL-CURRENCY
            MOVE AM-BALANCE TO CRR-DL-BALANCE
            IF AM-STATUS-CLOSED
               MOVE 'CLOSED' TO CRR-DL-STATUS
            ELSE
               MOVE 'ACTIVE' TO CRR-DL-STATUS
            END-IF
            WRITE REPORT-LINE FROM CRR-DETAIL-LINE
            IF AM-STATUS-CLOSED OR CRL-ROLE-GUARANTOR
               GO TO 3100-REPORT-ONE-ACCOUNT-EXIT
            END-IF
            ADD 1 TO CRR-CUST-ACCOUNTS
            EVALUATE AM-TYPE
               WHEN 'CH'
               WHEN 'SV'
               WHEN 'TD'
                  ADD AM-BALANCE TO CRR-CUST-DEPOSITS
               WHEN 'LN'
                  ADD AM-BALANCE TO CRR-CUST-LOANS
            END-EVALUATE
            PERFORM 3200-COUNT-BRANCH THRU 3200-COUNT-BRANCH-EXIT.
        3100-REPORT-ONE-ACCOUNT-EXIT.
            EXIT.

        3200-COUNT-BRANCH.
            SET CRR-BRANCH-FOUND TO FALSE
            PERFORM 3210-TEST-ONE-BRANCH
               THRU 3210-TEST-ONE-BRANCH-EXIT
                VARYING CRR-BX FROM 1 BY 1
                  UNTIL CRR-BX > CRR-BRANCH-USED
                     OR CRR-BRANCH-FOUND
            IF NOT CRR-BRANCH-FOUND AND CRR-BRANCH-USED < 200
               ADD 1 TO CRR-BRANCH-USED
               MOVE AM-BRANCH TO CRR-BRANCH-ENTRY(CRR-BRANCH-USED)
            END-IF.
        3200-COUNT-BRANCH-EXIT.
            EXIT.

        3210-TEST-ONE-BRANCH.
            IF CRR-BRANCH-ENTRY(CRR-BX) = AM-BRANCH
               SET CRR-BRANCH-FOUND TO TRUE
            END-IF.
        3210-TEST-ONE-BRANCH-EXIT.
            EXIT.

        9999-EXIT.
            CLOSE CUST-MASTER-FILE CUST-REL-FILE ACCT-MASTER-FILE
                  REPORT-FILE
            DISPLAY 'cust-relrpt: ' CRR-CUST-COUNT ' customers, '
               CRR-REL-COUNT ' relationships, '
               CRR-MISSING-COUNT ' missing accounts'
            IF CRR-MISSING-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CRR-RUN-STOP)
              TO CRR-RC
            MOVE 'CUSTRRPT' TO JHR-PROGRAM-ID
            MOVE CRR-TODAY TO JHR-BUSINESS-DATE
            MOVE CRR-START-SECONDS TO JHR-START-SECONDS
            MOVE CRR-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE CRR-CUST-COUNT TO JHR-RECORDS-IN
            MOVE CRR-REL-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY exit-status-paragraphs.
        End Program CUST-RELRPT.
