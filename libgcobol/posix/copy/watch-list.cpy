      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  watch-list.cpy
      *  One entry of the indexed WATCHLST sanctions / watch-list
      *  file, rebuilt from the regulator's published list by
      *  WATCH-LOAD and read by the SANC-SCREEN subprogram.  Keyed
      *  by the list's own entry id; the alternate key is the
      *  Soundex of the name's leading word (duplicates), the
      *  bucket a screened name is scored within.  The leading
      *  word and the Soundex of the second word are kept for the
      *  weighted score, coded by soundex-paragraphs.cpy exactly as
      *  the screened names are.  A birth date of zero is unknown.
      *  COPY under the FD of the WATCHLST file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 WATCH-LIST-RECORD.
           05 WLE-ID                PIC X(12).
           05 WLE-NAME              PIC X(70).
           05 WLE-SURNAME           PIC X(30).
           05 WLE-SOUNDEX           PIC X(04).
           05 WLE-GIVEN-SOUNDEX     PIC X(04).
           05 WLE-BIRTH-DATE        PIC 9(08).
           05 WLE-COUNTRY           PIC X(02).
           05 WLE-PROGRAM           PIC X(10).
           05 WLE-LOADED-DATE       PIC 9(08).
           05 FILLER                PIC X(12).
