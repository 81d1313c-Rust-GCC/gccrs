      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  memo-log.cpy
      *  One entry of the MEMOLOG memo-posting log: every posting
      *  MEMO-POST takes into the shadow, with the business day of
      *  the side it went to, the calendar time it was taken, the
      *  account, the signed movement, and the originator's
      *  reference and program id where the caller gave them.
      *  Written only by MEMO-POST, appended line sequential; read
      *  by MEMO-RECON, which proves each entry of the posted day
      *  reached that day's ACCTTRAN.  COPY under the FD of the
      *  MEMOLOG file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 MEMO-LOG-RECORD.
           05 MLG-BUS-DATE          PIC 9(08).
           05 MLG-DATE              PIC 9(08).
           05 MLG-TIME              PIC 9(06).
           05 MLG-KEY               PIC X(32).
           05 MLG-AMOUNT            PIC S9(13)V99
                                    Sign Leading Separate.
           05 MLG-REFERENCE         PIC X(16).
           05 MLG-ORIGIN            PIC X(08).
