      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  hist-inq.cbl
      *
      *  Posted-transaction history inquiry handler for
      *  INQUIRY-LISTENER, registered in TXNTABLE (suggested code
      *  THST).  Answers the branch's "what went through this
      *  account" question from the TXNHIST file through the same
      *  TXN-HIST subprogram the posting programs write it with --
      *  no more phoning operations to read the journal.
      *
      *  Payload after the transaction code and session token:
      *      key       X(32)
      *      mode      X(1)    L last N postings, R date range
      *      L:  count 9(2)    postings wanted, 00 = 10, max 30
      *      R:  from  9(8)    first posting date
      *          to    9(8)    last posting date, 0 = no limit
      *
      *  Reply layout:
      *      'TXH ' key X(32) ' ITEMS ' 9(2) ' MORE ' X(1)
      *  then per posting (newest first for L, oldest first for R):
      *      ' ' date 9(8) ' ' seq 9(6) ' ' action X(1)
      *      ' ' amount -(13)9.99 ' ' balance -(13)9.99
      *      ' ' origin X(8) ' ' reference X(16) ' ' narrative X(30)
      *  or 'ERR ...' for a malformed request or no history file.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      *  2026-10-15 smckinney  Range requests always start at the
      *                        first posting of the from date.
      *  2026-10-15 smckinney  An account key whose check digits
      *                        fail is refused through ACCT-KEY
      *                        before any file is read.
      *  2026-10-15 smckinney  Every account whose history is
      *                        returned is logged to the READLOG
      *                        read-access log through READ-ACCESS
      *                        (user, key, code, time).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. HIST-INQ.
        Data Division.
        Working-Storage Section.
        COPY txn-hist.
        COPY read-access.
        COPY acct-key.
        01  HSQ-MODE                PIC X(01).
        01  HSQ-COUNT-IN            PIC X(02).
        01  HSQ-FROM-IN             PIC X(08).
        01  HSQ-TO-IN               PIC X(08).
        01  HSQ-SUB                 Binary-Long.
        01  HSQ-PTR                 Binary-Long.
        01  HSQ-COUNT-DISPLAY       PIC 9(02).
        01  HSQ-MORE-DISPLAY        PIC X(01).
        01  HSQ-ITEM-LINE.
            05  FILLER              PIC X(01) Value SPACE.
            05  HSQ-IL-DATE         PIC 9(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  HSQ-IL-SEQUENCE     PIC 9(06).
            05  FILLER              PIC X(01) Value SPACE.
            05  HSQ-IL-ACTION       PIC X(01).
            05  FILLER              PIC X(01) Value SPACE.
            05  HSQ-IL-AMOUNT       PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  HSQ-IL-BALANCE      PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  HSQ-IL-ORIGIN       PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  HSQ-IL-REFERENCE    PIC X(16).
            05  FILLER              PIC X(01) Value SPACE.
            05  HSQ-IL-NARRATIVE    PIC X(30).
        Linkage Section.
        COPY inq-handler.
        Procedure Division Using IHX-EXCHANGE.
        0000-MAINLINE.
            SET IHX-OK TO TRUE
            MOVE IHX-REQUEST (21:32) TO THQ-KEY
            MOVE IHX-REQUEST (53:1) TO HSQ-MODE
            SET AKQ-REQ-VALIDATE TO TRUE
            MOVE THQ-KEY TO AKQ-KEY
            CALL 'ACCT-KEY' USING AKQ-CONTROL
            IF AKQ-CHECK-FAILED
               MOVE 'ERR KEY CHECK DIGITS FAIL' TO IHX-REPLY
               MOVE 25 TO IHX-REPLY-LENGTH
               GOBACK
            END-IF
            MOVE 0 TO THQ-MAX-ITEMS
            MOVE 0 TO THQ-FROM-DATE
            MOVE 0 TO THQ-TO-DATE
            MOVE 0 TO THQ-FROM-SEQUENCE
            EVALUATE HSQ-MODE
               WHEN 'L'
                  MOVE IHX-REQUEST (54:2) TO HSQ-COUNT-IN
                  IF HSQ-COUNT-IN NUMERIC
                     MOVE HSQ-COUNT-IN TO THQ-MAX-ITEMS
                  END-IF
                  SET THQ-REQ-LAST TO TRUE
               WHEN 'R'
                  MOVE IHX-REQUEST (54:8) TO HSQ-FROM-IN
                  MOVE IHX-REQUEST (62:8) TO HSQ-TO-IN
                  IF HSQ-FROM-IN NOT NUMERIC
                     PERFORM 8000-BAD-REQUEST
                        THRU 8000-BAD-REQUEST-EXIT
                     GOBACK
                  END-IF
                  MOVE HSQ-FROM-IN TO THQ-FROM-DATE
                  IF HSQ-TO-IN NUMERIC
                     MOVE HSQ-TO-IN TO THQ-TO-DATE
                  END-IF
                  MOVE 30 TO THQ-MAX-ITEMS
                  SET THQ-REQ-RANGE TO TRUE
               WHEN OTHER
                  PERFORM 8000-BAD-REQUEST THRU 8000-BAD-REQUEST-EXIT
                  GOBACK
            END-EVALUATE
            CALL 'TXN-HIST' USING THQ-CONTROL
            EVALUATE TRUE
               WHEN THQ-OK
                  CONTINUE
               WHEN THQ-NOT-FOUND
      *           an account with nothing posted is an answer, not
      *           a failure
                  MOVE 0 TO THQ-ITEM-COUNT
                  SET THQ-MORE TO FALSE
               WHEN THQ-BAD-REQUEST
                  PERFORM 8000-BAD-REQUEST THRU 8000-BAD-REQUEST-EXIT
                  GOBACK
               WHEN OTHER
                  MOVE 'ERR HISTORY UNAVAILABLE' TO IHX-REPLY
                  MOVE 23 TO IHX-REPLY-LENGTH
                  SET IHX-FAILED TO TRUE
                  GOBACK
            END-EVALUATE
            MOVE IHX-USER TO RAQ-USER
            MOVE THQ-KEY TO RAQ-KEY
            MOVE IHX-TXN-CODE TO RAQ-TXN-CODE
            MOVE 'HISTINQ' TO RAQ-PROGRAM-ID
            CALL 'READ-ACCESS' USING RAQ-CONTROL
            MOVE THQ-ITEM-COUNT TO HSQ-COUNT-DISPLAY
            IF THQ-MORE
               MOVE 'Y' TO HSQ-MORE-DISPLAY
            ELSE
               MOVE 'N' TO HSQ-MORE-DISPLAY
            END-IF
            MOVE SPACES TO IHX-REPLY
            MOVE 1 TO HSQ-PTR
            STRING 'TXH '            DELIMITED BY SIZE
                   THQ-KEY           DELIMITED BY SIZE
                   ' ITEMS '         DELIMITED BY SIZE
                   HSQ-COUNT-DISPLAY DELIMITED BY SIZE
                   ' MORE '          DELIMITED BY SIZE
                   HSQ-MORE-DISPLAY  DELIMITED BY SIZE
              INTO IHX-REPLY
              WITH POINTER HSQ-PTR
            END-STRING
            PERFORM 2000-ONE-ITEM THRU 2000-ONE-ITEM-EXIT
               VARYING HSQ-SUB FROM 1 BY 1
               UNTIL HSQ-SUB > THQ-ITEM-COUNT
            COMPUTE IHX-REPLY-LENGTH = HSQ-PTR - 1
            GOBACK.

        2000-ONE-ITEM.
            MOVE THQ-I-DATE (HSQ-SUB) TO HSQ-IL-DATE
            MOVE THQ-I-SEQUENCE (HSQ-SUB) TO HSQ-IL-SEQUENCE
            MOVE THQ-I-ACTION (HSQ-SUB) TO HSQ-IL-ACTION
            MOVE THQ-I-AMOUNT (HSQ-SUB) TO HSQ-IL-AMOUNT
            MOVE THQ-I-BALANCE (HSQ-SUB) TO HSQ-IL-BALANCE
            MOVE THQ-I-ORIGIN (HSQ-SUB) TO HSQ-IL-ORIGIN
            MOVE THQ-I-REFERENCE (HSQ-SUB) TO HSQ-IL-REFERENCE
            MOVE THQ-I-NARRATIVE (HSQ-SUB) TO HSQ-IL-NARRATIVE
            STRING HSQ-ITEM-LINE DELIMITED BY SIZE
              INTO IHX-REPLY
              WITH POINTER HSQ-PTR
            END-STRING.
        2000-ONE-ITEM-EXIT.
            EXIT.

        8000-BAD-REQUEST.
            MOVE 'ERR BAD HISTORY REQUEST' TO IHX-REPLY
            MOVE 23 TO IHX-REPLY-LENGTH
            SET IHX-FAILED TO TRUE.
        8000-BAD-REQUEST-EXIT.
            EXIT.
        End Program HIST-INQ.
