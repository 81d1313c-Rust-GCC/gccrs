      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  cust-inq.cbl
      *
      *  Customer holdings inquiry handler for INQUIRY-LISTENER,
      *  registered in TXNTABLE (suggested code CINQ).  The payload
      *  after the transaction code and session token is the
      *  10-character customer id.  The handler walks the
      *  customer's CUSTREL relationships, reads each account from
      *  ACCTMST, and answers with the customer's totals -- what
      *  the customer holds with us -- followed by one entry per
      *  account, as many as fit in the reply.  Totals count the
      *  open accounts the customer holds as primary or joint;
      *  deposits are CH, SV and TD balances, loans LN balances,
      *  summed whatever their currency.  Guarantees and closed
      *  accounts are listed but not totalled.
      *
      *  Reply layout:
      *      'CUS ' id X(10) ' ' legal name X(40)
      *      ' DEP '  deposits  -(15)9.99
      *      ' LN '   loans     -(15)9.99
      *      ' ACCTS ' count    9(4)
      *  then per account:
      *      ' ' key X(32) ' ' type X(2) ' ' role X(1)
      *      ' ' status X(1) ' ' currency X(3) ' ' -(13)9.99
      *  or 'ERR ...' when the customer is unknown.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  Every account read for the reply is
      *                        logged to the READLOG read-access
      *                        log through READ-ACCESS (user, key,
      *                        code, time).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. CUST-INQ.
        Environment Division.
        Input-Output Section.
        File-Control.
            Select CUST-MASTER-FILE Assign To CUSTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is CUS-ID
                Alternate Record Key Is CUS-TAX-ID
                    With Duplicates
                File Status Is CIQ-CUST-STATUS.
            Select CUST-REL-FILE Assign To CUSTREL
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CRL-KEY
                Alternate Record Key Is CRL-ACCOUNT-ALT
                    With Duplicates
                File Status Is CIQ-REL-STATUS.
            Select ACCT-MASTER-FILE Assign To ACCTMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is AM-KEY
                Alternate Record Key Is AM-SHORT-NAME
                    With Duplicates
                File Status Is CIQ-ACCT-STATUS.
        Data Division.
        File Section.
        FD  CUST-MASTER-FILE.
        COPY cust-master.
        FD  CUST-REL-FILE.
        COPY cust-rel.
        FD  ACCT-MASTER-FILE.
        COPY acct-master.
        Working-Storage Section.
        01  CIQ-CUST-STATUS         PIC X(02).
        01  CIQ-REL-STATUS          PIC X(02).
        01  CIQ-ACCT-STATUS         PIC X(02).
        COPY read-access.
        01  CIQ-REL-EOF-SW          PIC X(01).
            88  CIQ-REL-EOF             Value 'Y', False 'N'.
        01  CIQ-DEPOSITS            PIC S9(15)V99.
        01  CIQ-LOANS               PIC S9(15)V99.
        01  CIQ-ACCOUNTS            PIC 9(04).
        01  CIQ-DEP-DISPLAY         PIC -(15)9.99.
        01  CIQ-LN-DISPLAY          PIC -(15)9.99.
      * account entries are built here and copied in behind the
      * totals header once the walk is done
        01  CIQ-ENTRIES             PIC X(3900).
        01  CIQ-ENTRY-PTR           Binary-Long.
        01  CIQ-ENTRY.
            05  FILLER              PIC X(01) Value SPACE.
            05  CIQ-E-KEY           PIC X(32).
            05  FILLER              PIC X(01) Value SPACE.
            05  CIQ-E-TYPE          PIC X(02).
            05  FILLER              PIC X(01) Value SPACE.
            05  CIQ-E-ROLE          PIC X(01).
            05  FILLER              PIC X(01) Value SPACE.
            05  CIQ-E-STATUS        PIC X(01).
            05  FILLER              PIC X(01) Value SPACE.
            05  CIQ-E-CURRENCY      PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  CIQ-E-BALANCE       PIC -(13)9.99.
        Linkage Section.
        COPY inq-handler.
        Procedure Division Using IHX-EXCHANGE.
        0000-MAINLINE.
            SET IHX-OK TO TRUE
            OPEN INPUT CUST-MASTER-FILE
            IF CIQ-CUST-STATUS NOT = '00'
               MOVE 'ERR CUSTOMERS UNAVAILABLE' TO IHX-REPLY
               MOVE 25 TO IHX-REPLY-LENGTH
               SET IHX-FAILED TO TRUE
               GOBACK
            END-IF
            MOVE IHX-REQUEST (21:10) TO CUS-ID
            READ CUST-MASTER-FILE
            IF CIQ-CUST-STATUS NOT = '00'
               MOVE 'ERR UNKNOWN CUSTOMER' TO IHX-REPLY
               MOVE 20 TO IHX-REPLY-LENGTH
               CLOSE CUST-MASTER-FILE
               GOBACK
            END-IF
            OPEN INPUT CUST-REL-FILE
            OPEN INPUT ACCT-MASTER-FILE
            IF CIQ-REL-STATUS NOT = '00' OR CIQ-ACCT-STATUS NOT = '00'
               MOVE 'ERR MASTER UNAVAILABLE' TO IHX-REPLY
               MOVE 22 TO IHX-REPLY-LENGTH
               SET IHX-FAILED TO TRUE
               CLOSE CUST-MASTER-FILE CUST-REL-FILE
                     ACCT-MASTER-FILE
               GOBACK
            END-IF
            MOVE 0 TO CIQ-DEPOSITS CIQ-LOANS CIQ-ACCOUNTS
            MOVE SPACES TO CIQ-ENTRIES
            MOVE 1 TO CIQ-ENTRY-PTR
            SET CIQ-REL-EOF TO FALSE
            MOVE CUS-ID TO CRL-CUSTOMER-ID
            MOVE LOW-VALUES TO CRL-ACCOUNT-KEY
            START CUST-REL-FILE KEY >= CRL-KEY
            IF CIQ-REL-STATUS NOT = '00'
               SET CIQ-REL-EOF TO TRUE
            END-IF
            PERFORM 2000-ONE-RELATIONSHIP
               THRU 2000-ONE-RELATIONSHIP-EXIT
                UNTIL CIQ-REL-EOF
            CLOSE CUST-MASTER-FILE CUST-REL-FILE ACCT-MASTER-FILE
            MOVE CIQ-DEPOSITS TO CIQ-DEP-DISPLAY
            MOVE CIQ-LOANS TO CIQ-LN-DISPLAY
            MOVE SPACES TO IHX-REPLY
            STRING 'CUS '           DELIMITED BY SIZE
                   CUS-ID           DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   CUS-LEGAL-NAME (1:40) DELIMITED BY SIZE
                   ' DEP '          DELIMITED BY SIZE
                   CIQ-DEP-DISPLAY  DELIMITED BY SIZE
                   ' LN '           DELIMITED BY SIZE
                   CIQ-LN-DISPLAY   DELIMITED BY SIZE
                   ' ACCTS '        DELIMITED BY SIZE
                   CIQ-ACCOUNTS     DELIMITED BY SIZE
              INTO IHX-REPLY
            END-STRING
            MOVE CIQ-ENTRIES TO IHX-REPLY (114:)
            COMPUTE IHX-REPLY-LENGTH = 112 + CIQ-ENTRY-PTR
            GOBACK.

        2000-ONE-RELATIONSHIP.
            READ CUST-REL-FILE NEXT
                AT END
                    SET CIQ-REL-EOF TO TRUE
                    GO TO 2000-ONE-RELATIONSHIP-EXIT
            END-READ
            IF CRL-CUSTOMER-ID NOT = CUS-ID
               SET CIQ-REL-EOF TO TRUE
               GO TO 2000-ONE-RELATIONSHIP-EXIT
            END-IF
            MOVE CRL-ACCOUNT-KEY TO AM-KEY
            READ ACCT-MASTER-FILE
            IF CIQ-ACCT-STATUS NOT = '00'
               GO TO 2000-ONE-RELATIONSHIP-EXIT
            END-IF
      *     an account in the totals is an account looked at, listed
      *     or not
            MOVE IHX-USER TO RAQ-USER
            MOVE AM-KEY TO RAQ-KEY
            MOVE IHX-TXN-CODE TO RAQ-TXN-CODE
            MOVE 'CUSTINQ' TO RAQ-PROGRAM-ID
            CALL 'READ-ACCESS' USING RAQ-CONTROL
            IF AM-STATUS-ACTIVE AND NOT CRL-ROLE-GUARANTOR
               ADD 1 TO CIQ-ACCOUNTS
               EVALUATE AM-TYPE
                  WHEN 'CH'
                  WHEN 'SV'
                  WHEN 'TD'
                     ADD AM-BALANCE TO CIQ-DEPOSITS
                  WHEN 'LN'
                     ADD AM-BALANCE TO CIQ-LOANS
               END-EVALUATE
            END-IF
      *     the totals stay whole even when the entry list is full
            IF CIQ-ENTRY-PTR > 3900 - 63
               GO TO 2000-ONE-RELATIONSHIP-EXIT
            END-IF
            MOVE AM-KEY TO CIQ-E-KEY
            MOVE AM-TYPE TO CIQ-E-TYPE
            MOVE CRL-ROLE TO CIQ-E-ROLE
            MOVE AM-STATUS TO CIQ-E-STATUS
            MOVE AM-CURRENCY TO CIQ-E-CURRENCY
            MOVE AM-BALANCE TO CIQ-E-BALANCE
            MOVE CIQ-ENTRY TO CIQ-ENTRIES (CIQ-ENTRY-PTR:63)
            ADD 63 TO CIQ-ENTRY-PTR.
        2000-ONE-RELATIONSHIP-EXIT.
            EXIT.
        End Program CUST-INQ.
