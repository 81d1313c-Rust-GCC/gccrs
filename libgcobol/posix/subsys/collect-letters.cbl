      *  notice at 90 and beyond.  Letters go out through the
      *  bursting/PDF path (COLLOUT, branch burst key in the
      *  leading columns, routed by BURST-REPORT through DISTCTL).
      *  A loan whose address (ADDRMST, kept under the loan id) is
      *  on hold mail after a returned letter bursts to the 'HOLD'
      *  bundle instead of its branch.
      *  Every letter is recorded in the contact-history file
      *  (CONTHIST), and the run consults that history first: a
      *  customer who already received this severity or worse gets
      *  nothing tonight, so escalation always knows what the
      *  customer has already seen and never nags sideways.  The
      *  amounts quoted are the loan master's real balances as
      *  LOAN-DELINQ extracted them: the overdue installments,
      *  late fees still unpaid and the whole balance outstanding.
      *
      *  CONTHIST record layout (fixed columns):
      *      CHR-LOAN-ID   X(12)
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Quotes fees due and the balance
      *                        outstanding from the extended
      *                        ARREARS record.
      *  2026-10-15 smckinney  Letters to an address on hold mail
      *                        burst to the 'HOLD' bundle.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. COLLECT-LETTERS.
            05  ARR-DAYS            PIC 9(05).
            05  ARR-BUCKET          PIC X(03).
            05  ARR-LATE-INT        PIC 9(11)V99.
            05  ARR-PRINCIPAL-OS    PIC 9(13)V99.
            05  ARR-FEES-DUE        PIC 9(11)V99.
        FD  HISTORY-FILE.
        01  HISTORY-RECORD.
            05  CHR-LOAN-ID         PIC X(12).
        01  CLT-READ-COUNT          PIC 9(07) Value 0.
        01  CLT-SENT-COUNT          PIC 9(07) Value 0.
        01  CLT-HELD-COUNT          PIC 9(07) Value 0.
        01  CLT-HOLD-MAIL-COUNT     PIC 9(07) Value 0.
        01  CLT-BURST-KEY           PIC X(04).
        COPY addr-lookup.
        01  CLT-SEVERITY            PIC X(01).
        01  CLT-PRIOR-SEVERITY      PIC X(01).
        01  CLT-HIST-COUNT          Binary-Long Value 0.
                10  CLT-H-SEVERITY  PIC X(01).
        01  CLT-OVERDUE-DISPLAY     PIC -(13)9.99.
        01  CLT-LATE-DISPLAY        PIC -(11)9.99.
        01  CLT-FEES-DISPLAY        PIC -(11)9.99.
        01  CLT-BALANCE-DISPLAY     PIC -(13)9.99.
        01  CLT-LETTER-LINE.
            05  CLT-LL-BRANCH       PIC X(04).
            05  FILLER              PIC X(01) Value SPACE.
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO CLT-TODAY
            MOVE 'COLLLTRS' TO ALQ-PROGRAM-ID
            MOVE SPACES TO ALQ-USER
            MOVE 0 TO ALQ-USER-TIER
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CLT-RUN-START)
              TO CLT-RC.
        1000-INITIALIZE-EXIT.
            EXIT.

        4000-WRITE-LETTER.
            MOVE ARR-LOAN-ID TO ALQ-KEY
            MOVE CLT-TODAY TO ALQ-ASOF-DATE
            CALL 'ADDR-LOOKUP' USING ALQ-CONTROL
            IF ALQ-OK AND ALQ-HOLD-MAIL
               MOVE 'HOLD' TO CLT-BURST-KEY
               ADD 1 TO CLT-HOLD-MAIL-COUNT
            ELSE
               MOVE ARR-BRANCH TO CLT-BURST-KEY
            END-IF
            MOVE CLT-BURST-KEY TO CLT-LL-BRANCH
            MOVE ARR-OVERDUE TO CLT-OVERDUE-DISPLAY
            MOVE ARR-LATE-INT TO CLT-LATE-DISPLAY
            MOVE ARR-FEES-DUE TO CLT-FEES-DISPLAY
            MOVE ARR-PRINCIPAL-OS TO CLT-BALANCE-DISPLAY
            EVALUATE CLT-SEVERITY
               WHEN 'R'
                  MOVE 'PAYMENT REMINDER' TO CLT-LL-TEXT
              INTO CLT-LL-TEXT
            END-STRING
            WRITE LETTER-LINE FROM CLT-LETTER-LINE
            MOVE SPACES TO CLT-LL-TEXT
            STRING 'FEES DUE ' DELIMITED BY SIZE
                   CLT-FEES-DISPLAY DELIMITED BY SIZE
                   '  BALANCE OUTSTANDING ' DELIMITED BY SIZE
                   CLT-BALANCE-DISPLAY DELIMITED BY SIZE
              INTO CLT-LL-TEXT
            END-STRING
            WRITE LETTER-LINE FROM CLT-LETTER-LINE
            EVALUATE CLT-SEVERITY
               WHEN 'R'
                  MOVE 'PLEASE ARRANGE PAYMENT AT YOUR BRANCH.'
        9999-EXIT.
            DISPLAY 'collect-letters: ' CLT-READ-COUNT
               ' arrears, ' CLT-SENT-COUNT ' letters, '
               CLT-HELD-COUNT ' already contacted, '
               CLT-HOLD-MAIL-COUNT ' to hold mail'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, CLT-RUN-STOP)
              TO CLT-RC
            MOVE 'COLLLTRS' TO JHR-PROGRAM-ID
