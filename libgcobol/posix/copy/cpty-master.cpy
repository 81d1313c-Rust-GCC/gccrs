      *  endpoints and contact details live here; the intake gate,
      *  FILE-CRYPT and the outbound publication steps read this
      *  record before (or instead of) their older per-program
      *  files.  CPM-SETTLE-CCY is the currency the party settles
      *  in -- the nostro whose intraday liquidity position
      *  MSG-ENQUEUE gates the party's payments against; blank
      *  leaves the party's payments ungated.  CPM-MSG-FORMAT
      *  selects the settlement message form SETTLE-MSG assembles
      *  for the party: 'X' ISO 20022 XML, anything else the
      *  STX/ETX tagged wire.  COPY under the FD of the CPTYMST
      *  file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 CPTY-MASTER-RECORD.
           05 CPM-ID                PIC X(08).
           05 CPM-CUTOFF-TIME       PIC 9(06).
           05 CPM-CONTACT-NAME      PIC X(30).
           05 CPM-CONTACT-MAIL      PIC X(40).
           05 CPM-SETTLE-CCY        PIC X(03).
           05 CPM-MSG-FORMAT        PIC X(01).
              88 CPM-FORMAT-XML        Value 'X'.
              88 CPM-FORMAT-TAGGED     Value 'T' SPACE.
           05 FILLER                PIC X(08).
