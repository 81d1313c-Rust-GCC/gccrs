      *  posix-pwrite/posix-fsync path (jrnl-paragraphs.cpy), so a
      *  crash cannot leave a posted update unjournaled.  Fixed
      *  length, so the recovery utility can walk the journal by
      *  offset arithmetic in either direction.  JRN-PROVENANCE
      *  carries, for a posting, the program that generated the
      *  transaction and the intake stamp it arrived with (the
      *  ACCTTRAN ATR-PROVENANCE): inbound file sender and manifest
      *  sequence, record number, run id.  Spaces where no
      *  transaction stands behind the update (a screen change).
      *  A journal written before JRN-PROVENANCE was added holds
      *  entries JRN-SHORT-LENGTH long; a reader sets the length of
      *  the entries it is reading in JRN-READ-LENGTH (zero is this
      *  layout) and reads them through 9565-READ-JOURNAL-ENTRY,
      *  which leaves JRN-PROVENANCE spaces on a short entry.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 JRN-RECORD.
           05 JRN-RUN-ID            PIC X(16).
              10 JRN-TS-NANOS       Usage BINARY-DOUBLE.
           05 JRN-BEFORE-IMAGE      PIC X(200).
           05 JRN-AFTER-IMAGE       PIC X(200).
           05 JRN-PROVENANCE.
              10 JRN-SRC-PROGRAM    PIC X(08).
              10 JRN-SRC-STAMP.
                 15 JRN-SRC-SENDER     PIC X(08).
                 15 JRN-SRC-FILE-SEQ   PIC 9(06).
                 15 JRN-SRC-RECORD     PIC 9(09).
                 15 JRN-SRC-RUN-ID     PIC X(08).
        01 JRN-READ-LENGTH          PIC 9(05) Value 0.
        01 JRN-SHORT-LENGTH         PIC 9(05) Value 487.
