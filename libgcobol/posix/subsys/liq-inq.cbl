      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  liq-inq.cbl
      *
      *  Intraday liquidity inquiry handler for INQUIRY-LISTENER,
      *  registered in TXNTABLE (suggested code LPOS), for
      *  treasury.  The payload after the transaction code and
      *  session token is the three-letter settlement currency.
      *  The reply is the currency's live position off LIQPOS --
      *  opening balance, expected receipts, released payments,
      *  the position and floor and the headroom between them --
      *  followed by the payments waiting on LIQHOLD, in the order
      *  they will be released, up to 30 of them.
      *
      *  Reply layout:
      *      'LIQ ' currency X(3) ' DATE ' 9(8)
      *      ' OPEN ' -(13)9.99  ' RCPT ' -(13)9.99
      *      ' PAID ' -(13)9.99  ' POS '  -(13)9.99
      *      ' FLOOR ' -(13)9.99 ' ROOM ' -(13)9.99
      *      ' HELD ' 9(7) ' ' -(13)9.99
      *      ' ITEMS ' 9(2) ' MORE ' X(1)
      *  then per waiting payment:
      *      ' ' priority 9(2) ' ' hold id 9(8) ' ' party X(8)
      *      ' ' amount -(13)9.99 ' ' held date 9(8)
      *      ' ' held time 9(6) ' ' beneficiary X(30)
      *  or 'ERR ...' for a blank or unmanaged currency or when the
      *  position file cannot be read.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. LIQ-INQ.
        Environment Division.
        Input-Output Section.
        File-Control.
            Select LIQ-POS-FILE Assign To LIQPOS
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is LPR-CURRENCY
                File Status Is LIQ-POS-STATUS.
            Select LIQ-HOLD-FILE Assign To LIQHOLD
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is LHD-KEY
                File Status Is LIQ-HOLD-STATUS.
        Data Division.
        File Section.
        FD  LIQ-POS-FILE.
        COPY liq-pos.
        FD  LIQ-HOLD-FILE.
        COPY liq-hold.
        Working-Storage Section.
        01  LIQ-POS-STATUS          PIC X(02).
        01  LIQ-HOLD-STATUS         PIC X(02).
        01  LIQ-CURRENCY            PIC X(03).
        01  LIQ-DONE-SWITCH         PIC X(01).
            88  LIQ-DONE                Value 'Y', False 'N'.
        01  LIQ-MORE-SWITCH         PIC X(01).
            88  LIQ-MORE                Value 'Y', False 'N'.
        01  LIQ-ITEM-COUNT          Binary-Long.
        01  LIQ-PTR                 Binary-Long.
        01  LIQ-POSITION            PIC S9(13)V99 COMP-3.
        01  LIQ-ROOM                PIC S9(13)V99 COMP-3.
        01  LIQ-DATE-DISPLAY        PIC 9(08).
        01  LIQ-OPEN-DISPLAY        PIC -(13)9.99.
        01  LIQ-RCPT-DISPLAY        PIC -(13)9.99.
        01  LIQ-PAID-DISPLAY        PIC -(13)9.99.
        01  LIQ-POS-DISPLAY         PIC -(13)9.99.
        01  LIQ-FLOOR-DISPLAY       PIC -(13)9.99.
        01  LIQ-ROOM-DISPLAY        PIC -(13)9.99.
        01  LIQ-HELD-DISPLAY        PIC 9(07).
        01  LIQ-HAMT-DISPLAY        PIC -(13)9.99.
        01  LIQ-COUNT-DISPLAY       PIC 9(02).
        01  LIQ-MORE-DISPLAY        PIC X(01).
        01  LIQ-ITEM-LINE.
            05  FILLER              PIC X(01) Value SPACE.
            05  LIQ-IL-PRIORITY     PIC 9(02).
            05  FILLER              PIC X(01) Value SPACE.
            05  LIQ-IL-HOLD-ID      PIC 9(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  LIQ-IL-PARTY        PIC X(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  LIQ-IL-AMOUNT       PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  LIQ-IL-HELD-DATE    PIC 9(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  LIQ-IL-HELD-TIME    PIC 9(06).
            05  FILLER              PIC X(01) Value SPACE.
            05  LIQ-IL-BENEF-NAME   PIC X(30).
        Linkage Section.
        COPY inq-handler.
        Procedure Division Using IHX-EXCHANGE.
        0000-MAINLINE.
            SET IHX-OK TO TRUE
            MOVE IHX-REQUEST (21:3) TO LIQ-CURRENCY
            IF LIQ-CURRENCY = SPACES
               MOVE 'ERR BAD LIQUIDITY REQUEST' TO IHX-REPLY
               MOVE 25 TO IHX-REPLY-LENGTH
               SET IHX-FAILED TO TRUE
               GOBACK
            END-IF
            OPEN INPUT LIQ-POS-FILE
            IF LIQ-POS-STATUS NOT = '00'
               MOVE 'ERR POSITION UNAVAILABLE' TO IHX-REPLY
               MOVE 24 TO IHX-REPLY-LENGTH
               SET IHX-FAILED TO TRUE
               GOBACK
            END-IF
            MOVE LIQ-CURRENCY TO LPR-CURRENCY
            READ LIQ-POS-FILE
            IF LIQ-POS-STATUS NOT = '00'
               MOVE 'ERR CURRENCY NOT MANAGED' TO IHX-REPLY
               MOVE 24 TO IHX-REPLY-LENGTH
               CLOSE LIQ-POS-FILE
               GOBACK
            END-IF
            CLOSE LIQ-POS-FILE
            COMPUTE LIQ-POSITION =
               LPR-OPENING + LPR-RECEIPTS - LPR-RELEASED
            COMPUTE LIQ-ROOM = LIQ-POSITION - LPR-FLOOR
            MOVE LPR-POS-DATE TO LIQ-DATE-DISPLAY
            MOVE LPR-OPENING TO LIQ-OPEN-DISPLAY
            MOVE LPR-RECEIPTS TO LIQ-RCPT-DISPLAY
            MOVE LPR-RELEASED TO LIQ-PAID-DISPLAY
            MOVE LIQ-POSITION TO LIQ-POS-DISPLAY
            MOVE LPR-FLOOR TO LIQ-FLOOR-DISPLAY
            MOVE LIQ-ROOM TO LIQ-ROOM-DISPLAY
            MOVE LPR-HELD-COUNT TO LIQ-HELD-DISPLAY
            MOVE LPR-HELD-AMOUNT TO LIQ-HAMT-DISPLAY
      *     the items go in after the header, whose count and more
      *     flag are filled in once the queue has been walked
            MOVE SPACES TO IHX-REPLY
            MOVE 207 TO LIQ-PTR
            MOVE 0 TO LIQ-ITEM-COUNT
            SET LIQ-MORE TO FALSE
            IF LPR-HELD-COUNT > 0
               PERFORM 2000-LIST-QUEUE THRU 2000-LIST-QUEUE-EXIT
            END-IF
            MOVE LIQ-ITEM-COUNT TO LIQ-COUNT-DISPLAY
            IF LIQ-MORE
               MOVE 'Y' TO LIQ-MORE-DISPLAY
            ELSE
               MOVE 'N' TO LIQ-MORE-DISPLAY
            END-IF
            STRING 'LIQ '            DELIMITED BY SIZE
                   LIQ-CURRENCY      DELIMITED BY SIZE
                   ' DATE '          DELIMITED BY SIZE
                   LIQ-DATE-DISPLAY  DELIMITED BY SIZE
                   ' OPEN '          DELIMITED BY SIZE
                   LIQ-OPEN-DISPLAY  DELIMITED BY SIZE
                   ' RCPT '          DELIMITED BY SIZE
                   LIQ-RCPT-DISPLAY  DELIMITED BY SIZE
                   ' PAID '          DELIMITED BY SIZE
                   LIQ-PAID-DISPLAY  DELIMITED BY SIZE
                   ' POS '           DELIMITED BY SIZE
                   LIQ-POS-DISPLAY   DELIMITED BY SIZE
                   ' FLOOR '         DELIMITED BY SIZE
                   LIQ-FLOOR-DISPLAY DELIMITED BY SIZE
                   ' ROOM '          DELIMITED BY SIZE
                   LIQ-ROOM-DISPLAY  DELIMITED BY SIZE
                   ' HELD '          DELIMITED BY SIZE
                   LIQ-HELD-DISPLAY  DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   LIQ-HAMT-DISPLAY  DELIMITED BY SIZE
                   ' ITEMS '         DELIMITED BY SIZE
                   LIQ-COUNT-DISPLAY DELIMITED BY SIZE
                   ' MORE '          DELIMITED BY SIZE
                   LIQ-MORE-DISPLAY  DELIMITED BY SIZE
              INTO IHX-REPLY (1:206)
            END-STRING
            COMPUTE IHX-REPLY-LENGTH = LIQ-PTR - 1
            GOBACK.

      * key order is release order: priority, then arrival
        2000-LIST-QUEUE.
            OPEN INPUT LIQ-HOLD-FILE
            IF LIQ-HOLD-STATUS NOT = '00'
               GO TO 2000-LIST-QUEUE-EXIT
            END-IF
            MOVE LIQ-CURRENCY TO LHD-CURRENCY
            MOVE 0 TO LHD-PRIORITY
            MOVE 0 TO LHD-HOLD-ID
            START LIQ-HOLD-FILE KEY NOT < LHD-KEY
            IF LIQ-HOLD-STATUS = '00'
               SET LIQ-DONE TO FALSE
               PERFORM 2100-LIST-ONE THRU 2100-LIST-ONE-EXIT
                   UNTIL LIQ-DONE
            END-IF
            CLOSE LIQ-HOLD-FILE.
        2000-LIST-QUEUE-EXIT.
            EXIT.

        2100-LIST-ONE.
            READ LIQ-HOLD-FILE NEXT
                AT END
                    SET LIQ-DONE TO TRUE
                    GO TO 2100-LIST-ONE-EXIT
            END-READ
            IF LHD-CURRENCY NOT = LIQ-CURRENCY
               SET LIQ-DONE TO TRUE
               GO TO 2100-LIST-ONE-EXIT
            END-IF
            IF NOT LHD-STATUS-HELD
               GO TO 2100-LIST-ONE-EXIT
            END-IF
            IF LIQ-ITEM-COUNT NOT < 30
               SET LIQ-MORE TO TRUE
               SET LIQ-DONE TO TRUE
               GO TO 2100-LIST-ONE-EXIT
            END-IF
            ADD 1 TO LIQ-ITEM-COUNT
            MOVE LHD-PRIORITY TO LIQ-IL-PRIORITY
            MOVE LHD-HOLD-ID TO LIQ-IL-HOLD-ID
            MOVE LHD-PARTY TO LIQ-IL-PARTY
            MOVE LHD-AMOUNT TO LIQ-IL-AMOUNT
            MOVE LHD-HELD-DATE TO LIQ-IL-HELD-DATE
            MOVE LHD-HELD-TIME TO LIQ-IL-HELD-TIME
            MOVE LHD-BENEF-NAME TO LIQ-IL-BENEF-NAME
            STRING LIQ-ITEM-LINE DELIMITED BY SIZE
              INTO IHX-REPLY
              WITH POINTER LIQ-PTR
            END-STRING.
        2100-LIST-ONE-EXIT.
            EXIT.
        End Program LIQ-INQ.
