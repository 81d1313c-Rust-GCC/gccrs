      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  sanc-screen.cpy
      *  Request/reply area for the SANC-SCREEN watch-list
      *  screening subprogram (subsys/sanc-screen.cbl).  COPY into
      *  WORKING-STORAGE and pass BY REFERENCE on every CALL
      *  'SANC-SCREEN'.  The caller supplies its program id, the
      *  kind of item (sanc-hold.cpy kinds T, A, S), the key it is
      *  held under, the name to screen, the birth date when known
      *  (zero otherwise) and the item itself; a hit holds the
      *  item on SANCHOLD and opens a case through CASEIN.
      *  SSQ-STATUS:
      *      '00' clear -- below the threshold, or a match already
      *           released for this name and key
      *      '10' held -- SSQ-HOLD-ID, score and list entry set;
      *           the caller must not apply or send the item
      *      '90' a hold was due but could not be recorded; the
      *           caller must not apply or send the item either
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 SSQ-CONTROL.
           05 SSQ-SOURCE           PIC X(08).
           05 SSQ-KIND             PIC X(01).
              88 SSQ-KIND-TRAN        Value 'T'.
              88 SSQ-KIND-ACCOUNT     Value 'A'.
              88 SSQ-KIND-SETTLE      Value 'S'.
           05 SSQ-KEY              PIC X(32).
           05 SSQ-PARTY            PIC X(08).
           05 SSQ-NAME             PIC X(70).
           05 SSQ-BIRTH-DATE       PIC 9(08).
           05 SSQ-ITEM-LENGTH      PIC 9(05).
           05 SSQ-ITEM             PIC X(1024).
           05 SSQ-SCORE            PIC 9(03).
           05 SSQ-LIST-ID          PIC X(12).
           05 SSQ-LIST-NAME        PIC X(70).
           05 SSQ-HOLD-ID          PIC 9(08).
           05 SSQ-STATUS           PIC X(02).
              88 SSQ-CLEAR            Value '00'.
              88 SSQ-HELD             Value '10'.
              88 SSQ-FAILED           Value '90'.
