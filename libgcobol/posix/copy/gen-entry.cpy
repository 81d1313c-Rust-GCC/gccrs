      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  gen-entry.cpy
      *  One entry on the generation catalog (GENCAT, indexed on
      *  GCE-KEY), maintained by GEN-CATALOG.  Generation 000000 of
      *  each base name is its header and carries the last
      *  generation published (GCE-LAST-GEN); every published
      *  generation has its own entry with the business date and
      *  program that wrote it and where it lives.  A retired
      *  generation keeps its entry with the retire-directory path,
      *  so the catalog still answers where last month's copy went.
      *  COPY under the FD of the GENCAT file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 GEN-ENTRY-RECORD.
           05 GCE-KEY.
              10 GCE-BASE-NAME     PIC X(08).
              10 GCE-GENERATION    PIC 9(06).
           05 GCE-STATUS           PIC X(01).
              88 GCE-HEADER           Value 'H'.
              88 GCE-ACTIVE           Value 'A'.
              88 GCE-RETIRED          Value 'R'.
           05 GCE-LAST-GEN         PIC 9(06).
           05 GCE-BUSINESS-DATE    PIC 9(08).
           05 GCE-CREATED-DATE     PIC 9(08).
           05 GCE-CREATED-TIME     PIC 9(06).
           05 GCE-PROGRAM-ID       PIC X(08).
           05 GCE-PATH             PIC X(256).
           05 FILLER               PIC X(16).
