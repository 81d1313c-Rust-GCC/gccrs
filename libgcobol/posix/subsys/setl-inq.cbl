      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  setl-inq.cbl
      *
      *  Settlement item tracker handler for INQUIRY-LISTENER,
      *  registered in TXNTABLE (suggested code STRK), for the
      *  settlement desk.  A counterparty calling about "our
      *  payment reference X" is answered from one screen: every
      *  item received with the reference, for the counterparty or
      *  on the business dates asked, with the date and time of
      *  each stage of its life, through the same SETL-TRACK
      *  subprogram the batch inquiry (SETL-TRACE) uses.
      *
      *  Payload after the transaction code and session token,
      *  blank or zero where not wanted, at least one given:
      *      reference X(16)
      *      party     X(8)
      *      from      9(8)    first business date
      *      to        9(8)    last business date
      *      skip      9(5)    items already seen, for paging
      *
      *  Reply layout:
      *      'STK ITEMS ' 9(2) ' MORE ' X(1) ' NEXT ' 9(5)
      *  then per item, up to 15, in the order received:
      *      ' ' party X(8) ' ' reference X(16)
      *      ' ' amount -(13)9.99 ' ' value date 9(8)
      *      ' ' business date received 9(8)
      *      ' R ' received X(14) ' ' run X(8)
      *      ' N ' netted X(14)
      *      ' H ' held X(14) ' ' hold X(30)
      *      ' Q ' queued X(14) ' ' sequence 9(9)
      *      ' ' value date assigned 9(8)
      *      ' C ' carried X(14)
      *      ' S ' sent X(14)
      *      ' A ' acked X(14) ' ' slot state X(1)  Q/S/A
      *      ' M ' nostro X(1) M/O ' ' reconciled X(14)
      *  each stage time as yyyymmddhhmmss, spaces when the stage
      *  was never reached; NEXT is the skip for the next page.
      *  Or 'ERR ...' for an empty selection or an unreadable log.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. SETL-INQ.
        Data Division.
        Working-Storage Section.
        COPY setl-track.
        01  SKI-FROM-IN             PIC X(08).
        01  SKI-TO-IN               PIC X(08).
        01  SKI-SKIP-IN             PIC X(05).
        01  SKI-SUB                 Binary-Long.
        01  SKI-PTR                 Binary-Long.
        01  SKI-COUNT-DISPLAY       PIC 9(02).
        01  SKI-MORE-DISPLAY        PIC X(01).
        01  SKI-NEXT-DISPLAY        PIC 9(05).
        01  SKI-ITEM-LINE.
            05  FILLER              PIC X(01) Value SPACE.
            05  SKI-IL-PARTY        PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  SKI-IL-REFERENCE    PIC X(16).
            05  FILLER              PIC X(01) Value SPACE.
            05  SKI-IL-AMOUNT       PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  SKI-IL-VALUE-DATE   PIC 9(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  SKI-IL-BUS-DATE     PIC 9(08).
            05  FILLER              PIC X(03) Value ' R '.
            05  SKI-IL-RECEIVED     PIC X(14).
            05  FILLER              PIC X(01) Value SPACE.
            05  SKI-IL-RECEIVED-BY  PIC X(08).
            05  FILLER              PIC X(03) Value ' N '.
            05  SKI-IL-NETTED       PIC X(14).
            05  FILLER              PIC X(03) Value ' H '.
            05  SKI-IL-HELD         PIC X(14).
            05  FILLER              PIC X(01) Value SPACE.
            05  SKI-IL-HOLD-NOTE    PIC X(30).
            05  FILLER              PIC X(03) Value ' Q '.
            05  SKI-IL-QUEUED       PIC X(14).
            05  FILLER              PIC X(01) Value SPACE.
            05  SKI-IL-SEQUENCE     PIC 9(09).
            05  FILLER              PIC X(01) Value SPACE.
            05  SKI-IL-SETTLE-DATE  PIC 9(08).
            05  FILLER              PIC X(03) Value ' C '.
            05  SKI-IL-CARRIED      PIC X(14).
            05  FILLER              PIC X(03) Value ' S '.
            05  SKI-IL-SENT         PIC X(14).
            05  FILLER              PIC X(03) Value ' A '.
            05  SKI-IL-ACKED        PIC X(14).
            05  FILLER              PIC X(01) Value SPACE.
            05  SKI-IL-SLOT-STATE   PIC X(01).
            05  FILLER              PIC X(03) Value ' M '.
            05  SKI-IL-NOSTRO       PIC X(01).
            05  FILLER              PIC X(01) Value SPACE.
            05  SKI-IL-NOSTRO-AT    PIC X(14).
        Linkage Section.
        COPY inq-handler.
        Procedure Division Using IHX-EXCHANGE.
        0000-MAINLINE.
            SET IHX-OK TO TRUE
            SET SKQ-REQ-TRACE TO TRUE
            MOVE IHX-REQUEST (21:16) TO SKQ-SEL-REFERENCE
            MOVE IHX-REQUEST (37:8) TO SKQ-SEL-PARTY
            MOVE IHX-REQUEST (45:8) TO SKI-FROM-IN
            MOVE IHX-REQUEST (53:8) TO SKI-TO-IN
            MOVE IHX-REQUEST (61:5) TO SKI-SKIP-IN
            MOVE 0 TO SKQ-SEL-FROM-DATE SKQ-SEL-TO-DATE
               SKQ-SKIP-ITEMS
            IF SKI-FROM-IN NUMERIC
               MOVE SKI-FROM-IN TO SKQ-SEL-FROM-DATE
            END-IF
            IF SKI-TO-IN NUMERIC
               MOVE SKI-TO-IN TO SKQ-SEL-TO-DATE
            END-IF
            IF SKI-SKIP-IN NUMERIC
               MOVE SKI-SKIP-IN TO SKQ-SKIP-ITEMS
            END-IF
            MOVE 15 TO SKQ-MAX-ITEMS
            CALL 'SETL-TRACK' USING SKQ-CONTROL
            EVALUATE TRUE
               WHEN SKQ-OK
                  CONTINUE
               WHEN SKQ-NOT-FOUND
      *           nothing received under that selection is an
      *           answer, not a failure
                  MOVE 0 TO SKQ-ITEM-COUNT
                  SET SKQ-MORE TO FALSE
               WHEN SKQ-BAD-REQUEST
                  MOVE 'ERR BAD TRACKER REQUEST' TO IHX-REPLY
                  MOVE 23 TO IHX-REPLY-LENGTH
                  SET IHX-FAILED TO TRUE
                  GOBACK
               WHEN OTHER
                  MOVE 'ERR TRACKING LOG UNAVAILABLE' TO IHX-REPLY
                  MOVE 28 TO IHX-REPLY-LENGTH
                  SET IHX-FAILED TO TRUE
                  GOBACK
            END-EVALUATE
            MOVE SKQ-ITEM-COUNT TO SKI-COUNT-DISPLAY
            IF SKQ-MORE
               MOVE 'Y' TO SKI-MORE-DISPLAY
            ELSE
               MOVE 'N' TO SKI-MORE-DISPLAY
            END-IF
            COMPUTE SKI-NEXT-DISPLAY =
               SKQ-SKIP-ITEMS + SKQ-ITEM-COUNT
            MOVE SPACES TO IHX-REPLY
            MOVE 1 TO SKI-PTR
            STRING 'STK ITEMS '      DELIMITED BY SIZE
                   SKI-COUNT-DISPLAY DELIMITED BY SIZE
                   ' MORE '          DELIMITED BY SIZE
                   SKI-MORE-DISPLAY  DELIMITED BY SIZE
                   ' NEXT '          DELIMITED BY SIZE
                   SKI-NEXT-DISPLAY  DELIMITED BY SIZE
              INTO IHX-REPLY
              WITH POINTER SKI-PTR
            END-STRING
            PERFORM 2000-ONE-ITEM THRU 2000-ONE-ITEM-EXIT
               VARYING SKI-SUB FROM 1 BY 1
               UNTIL SKI-SUB > SKQ-ITEM-COUNT
            COMPUTE IHX-REPLY-LENGTH = SKI-PTR - 1
            GOBACK.

        2000-ONE-ITEM.
            MOVE SKQ-I-PARTY (SKI-SUB) TO SKI-IL-PARTY
            MOVE SKQ-I-REFERENCE (SKI-SUB) TO SKI-IL-REFERENCE
            MOVE SKQ-I-AMOUNT (SKI-SUB) TO SKI-IL-AMOUNT
            MOVE SKQ-I-VALUE-DATE (SKI-SUB) TO SKI-IL-VALUE-DATE
            MOVE SKQ-I-BUS-DATE (SKI-SUB) TO SKI-IL-BUS-DATE
            MOVE SKQ-I-RECEIVED (SKI-SUB) TO SKI-IL-RECEIVED
            MOVE SKQ-I-RECEIVED-BY (SKI-SUB) TO SKI-IL-RECEIVED-BY
            MOVE SKQ-I-NETTED (SKI-SUB) TO SKI-IL-NETTED
            MOVE SKQ-I-HELD (SKI-SUB) TO SKI-IL-HELD
            MOVE SKQ-I-HOLD-NOTE (SKI-SUB) TO SKI-IL-HOLD-NOTE
            MOVE SKQ-I-QUEUED (SKI-SUB) TO SKI-IL-QUEUED
            MOVE SKQ-I-SEQUENCE (SKI-SUB) TO SKI-IL-SEQUENCE
            MOVE SKQ-I-SETTLE-DATE (SKI-SUB) TO SKI-IL-SETTLE-DATE
            MOVE SKQ-I-CARRIED (SKI-SUB) TO SKI-IL-CARRIED
            MOVE SKQ-I-SENT (SKI-SUB) TO SKI-IL-SENT
            MOVE SKQ-I-ACKED (SKI-SUB) TO SKI-IL-ACKED
            MOVE SKQ-I-SLOT-STATE (SKI-SUB) TO SKI-IL-SLOT-STATE
            MOVE SKQ-I-NOSTRO (SKI-SUB) TO SKI-IL-NOSTRO
            MOVE SKQ-I-NOSTRO-AT (SKI-SUB) TO SKI-IL-NOSTRO-AT
            STRING SKI-ITEM-LINE DELIMITED BY SIZE
              INTO IHX-REPLY
              WITH POINTER SKI-PTR
            END-STRING.
        2000-ONE-ITEM-EXIT.
            EXIT.
        End Program SETL-INQ.
