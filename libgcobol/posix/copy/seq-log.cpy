      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  seq-log.cpy
      *  One accepted inbound file of the SEQLOG sequence log,
      *  appended by INTAKE-GATE when a file passes its manifest
      *  checks.  Sender and manifest sequence together are the
      *  file id: INTAKE-GATE refuses a second file with a pair
      *  already logged, and the same pair is the source file id
      *  in every posting's intake stamp (ATR-PROVENANCE), which
      *  TRAN-TRACE resolves back to the file's date, record count
      *  and name here.  Rows logged before the date, count and
      *  name were kept carry spaces there.  COPY under the FD of
      *  the SEQLOG file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 SEQ-LOG-RECORD.
           05 SLR-SENDER            PIC X(08).
           05 SLR-SEQUENCE          PIC 9(06).
           05 SLR-FILE-DATE         PIC 9(08).
           05 SLR-RECORD-COUNT      PIC 9(09).
           05 SLR-FILE-NAME         PIC X(64).
