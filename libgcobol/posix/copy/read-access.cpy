      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  read-access.cpy
      *  Request/reply area for the READ-ACCESS subprogram
      *  (subsys/read-access.cbl).  COPY into WORKING-STORAGE and
      *  pass BY REFERENCE on every CALL 'READ-ACCESS'.  The caller
      *  supplies who looked (the signed-on user or operator), the
      *  account key looked at, the transaction code the look came
      *  through and its own program id; the subprogram stamps the
      *  time and appends the entry to the READLOG read-access log
      *  (read-log.cpy).  A failed log write never refuses the
      *  inquiry: the caller carries on.
      *  RAQ-STATUS '00' logged, '30' the log could not be written.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 RAQ-CONTROL.
           05 RAQ-USER             PIC X(12).
           05 RAQ-KEY              PIC X(32).
           05 RAQ-TXN-CODE         PIC X(04).
           05 RAQ-PROGRAM-ID       PIC X(08).
           05 RAQ-STATUS           PIC X(02).
              88 RAQ-OK               Value '00'.
              88 RAQ-LOG-FAILED       Value '30'.
