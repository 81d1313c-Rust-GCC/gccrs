      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  jrnl-index.cpy
      *  Request/reply area for the JRNL-INDEX subprogram
      *  (subsys/jrnl-index.cbl), the reader of the account-master
      *  journal index (jrnl-gen.cpy).  COPY into WORKING-STORAGE
      *  and pass BY REFERENCE on every CALL 'JRNL-INDEX'; a
      *  program walking the journal by date uses
      *  jrnl-gen-paragraphs.cpy rather than calling it itself.
      *  Requests:
      *      FIRST     the lowest generation holding entries posted
      *                between JIQ-FROM-DATE and JIQ-TO-DATE
      *      NEXT      the next generation after JIQ-GENERATION
      *                holding entries in that range
      *      GET       generation JIQ-GENERATION whatever it holds
      *      CURRENT   the generation open now
      *  The reply is the generation's index entry; JIQ-PATH is
      *  where to open it -- the live journal (ACCTJRNL) for the
      *  open generation, the sealed or vault copy otherwise.  A
      *  journal that has never rolled answers as one open
      *  generation 1 holding every date.  JIQ-ENTRY-LENGTH is the
      *  length of the generation's entries, for JRN-READ-LENGTH
      *  (jrnl-record.cpy): JRN-SHORT-LENGTH for a generation
      *  opened before lengths were kept, or never rolled.
      *  JIQ-STATUS '00' ok, '10' no such generation (no more, for
      *  NEXT), '30' the index cannot be read, '80' unknown request.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 JIQ-CONTROL.
           05 JIQ-REQUEST          PIC X(08).
              88 JIQ-REQ-FIRST        Value 'FIRST'.
              88 JIQ-REQ-NEXT         Value 'NEXT'.
              88 JIQ-REQ-GET          Value 'GET'.
              88 JIQ-REQ-CURRENT      Value 'CURRENT'.
           05 JIQ-FROM-DATE        PIC 9(08).
           05 JIQ-TO-DATE          PIC 9(08).
           05 JIQ-GENERATION       PIC 9(06).
           05 JIQ-GEN-STATUS       PIC X(01).
              88 JIQ-GEN-OPEN         Value 'O'.
              88 JIQ-GEN-CLOSED       Value 'S' 'V'.
           05 JIQ-BUSINESS-DATE    PIC 9(08).
           05 JIQ-FIRST-DATE       PIC 9(08).
           05 JIQ-LAST-DATE        PIC 9(08).
           05 JIQ-ENTRY-COUNT      PIC 9(09).
           05 JIQ-BYTES            PIC 9(15).
           05 JIQ-PATH             PIC X(256).
           05 JIQ-ENTRY-LENGTH     PIC 9(05).
           05 JIQ-STATUS           PIC X(02).
              88 JIQ-OK               Value '00'.
              88 JIQ-NO-GENERATION    Value '10'.
              88 JIQ-INDEX-ERROR      Value '30'.
              88 JIQ-BAD-REQUEST      Value '80'.
