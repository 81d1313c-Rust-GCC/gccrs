      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  jrnl-gen.cpy
      *  One entry on the account-master journal index (JRNLIDX,
      *  indexed on JGX-GENERATION), kept by JRNL-ROLL.  ACCTJRNL is
      *  switched to a new generation at every date roll: the
      *  generation just closed is sealed (renamed to
      *  <journal path>.G<nnnnnn> and made read-only) and vaulted,
      *  and the writers go on appending to a fresh live journal
      *  at the ACCTJRNL path.  Generation 000000 is the header and
      *  carries the generation open now (JGX-CURRENT-GEN); every
      *  other generation has its own entry.
      *    'O' open     the live journal; JGX-FIRST-DATE is the
      *                 business date it opened on, no location
      *    'S' sealed   closed at a roll, still where it was sealed
      *    'V' vaulted  moved to the vault (and on VAULTCAT)
      *  JGX-FIRST-DATE and JGX-LAST-DATE are the lowest and highest
      *  business dates the entries were posted under (JRN-RUN-ID);
      *  a first date of zero means an entry carries no date, so
      *  the generation may hold any.  The first and last sequence
      *  are those of the generation's first and last entries --
      *  JRN-SEQUENCE restarts with each run.  JGX-ENTRY-LENGTH is
      *  the length the generation's entries were written at,
      *  stamped when the generation is opened and kept when it is
      *  sealed; blank on an entry made before the length was kept,
      *  whose generation holds entries of the shorter layout from
      *  before JRN-PROVENANCE (JRN-SHORT-LENGTH, jrnl-record.cpy).
      *  COPY under the FD of the JRNLIDX file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 JRNL-GEN-RECORD.
           05 JGX-GENERATION        PIC 9(06).
           05 JGX-STATUS            PIC X(01).
              88 JGX-HEADER            Value 'H'.
              88 JGX-OPEN              Value 'O'.
              88 JGX-SEALED            Value 'S'.
              88 JGX-VAULTED           Value 'V'.
              88 JGX-CLOSED            Value 'S' 'V'.
           05 JGX-CURRENT-GEN       PIC 9(06).
           05 JGX-BUSINESS-DATE     PIC 9(08).
           05 JGX-FIRST-DATE        PIC 9(08).
           05 JGX-LAST-DATE         PIC 9(08).
           05 JGX-FIRST-SEQUENCE    PIC 9(09).
           05 JGX-LAST-SEQUENCE     PIC 9(09).
           05 JGX-ENTRY-COUNT       PIC 9(09).
           05 JGX-BYTES             PIC 9(15).
           05 JGX-SEALED-DATE       PIC 9(08).
           05 JGX-VAULTED-DATE      PIC 9(08).
           05 JGX-PATH              PIC X(256).
           05 JGX-ENTRY-LENGTH      PIC 9(05).
           05 FILLER                PIC X(15).
