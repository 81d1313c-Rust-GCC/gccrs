      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  read-log.cpy
      *  One entry of the READLOG read-access log: who looked at
      *  which account, through which transaction code and program,
      *  and when (calendar date and time of the look).  Written
      *  only by READ-ACCESS, appended line sequential; read by
      *  ACCESS-RPT.  COPY under the FD of the READLOG file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 READ-LOG-RECORD.
           05 RAL-DATE              PIC 9(08).
           05 RAL-TIME              PIC 9(06).
           05 RAL-USER              PIC X(12).
           05 RAL-KEY               PIC X(32).
           05 RAL-TXN-CODE          PIC X(04).
           05 RAL-PROGRAM-ID        PIC X(08).
