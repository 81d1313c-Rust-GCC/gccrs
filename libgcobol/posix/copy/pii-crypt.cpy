      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  pii-crypt.cpy
      *  Request/reply area for the PII-CRYPT field-protection
      *  service (subsys/pii-crypt.cbl), and the work fields the
      *  pii-crypt-paragraphs.cpy steps use.  Customer names on
      *  ACCTMST and address lines on ADDRMST are held encrypted;
      *  the record's key-id field (AM-PII-KEY-ID, ADM-PII-KEY-ID)
      *  says which PIIKEYS key they are under, spaces meaning the
      *  record predates protection and is still in clear.  COPY
      *  into WORKING-STORAGE.  Requests:
      *      ENCRYPT   PCX-TEXT (PCX-TEXT-LENGTH bytes) under the
      *                current key; PCX-KEY-ID comes back naming it
      *      DECRYPT   PCX-TEXT under PCX-KEY-ID; clear text only
      *                when PIIAUTH authorizes PCX-PROGRAM-ID /
      *                PCX-USER at PCX-USER-TIER, otherwise the text
      *                comes back masked with status '10'
      *  PCX-TWEAK is the record key plus a field tag, so the same
      *  name on two accounts never encrypts to the same bytes.
      *  PCX-STATUS '00' ok, '10' not authorized, text masked,
      *  '20' key id not on PIIKEYS, '30' no current key, '40' key
      *  material unreadable, '50' the crypto tool could not be run
      *  for the field, '80' unknown request.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 PCX-CONTROL.
           05 PCX-REQUEST          PIC X(08).
              88 PCX-REQ-ENCRYPT      Value 'ENCRYPT'.
              88 PCX-REQ-DECRYPT      Value 'DECRYPT'.
           05 PCX-PROGRAM-ID       PIC X(08).
           05 PCX-USER             PIC X(12).
           05 PCX-USER-TIER        PIC 9(01).
           05 PCX-KEY-ID           PIC X(08).
           05 PCX-TWEAK            PIC X(44).
           05 PCX-TEXT-LENGTH      Binary-Long.
           05 PCX-TEXT             PIC X(70).
           05 PCX-STATUS           PIC X(02).
              88 PCX-OK               Value '00'.
              88 PCX-MASKED           Value '10'.
              88 PCX-KEY-UNKNOWN      Value '20'.
              88 PCX-NO-CURRENT-KEY   Value '30'.
              88 PCX-KEY-FILE-ERROR   Value '40'.
              88 PCX-CRYPTO-FAILED    Value '50'.
              88 PCX-BAD-REQUEST      Value '80'.
        01 PII-WORK.
           05 PII-RECORD-KEY       PIC X(40).
           05 PII-KEY-ID           PIC X(08).
           05 PII-NAME             PIC X(70).
           05 PII-ADDR1            PIC X(30).
           05 PII-ADDR2            PIC X(30).
           05 PII-CITY             PIC X(20).
           05 PII-RESULT-SW        PIC X(01).
              88 PII-CLEAR            Value 'C'.
              88 PII-MASKED           Value 'M'.
              88 PII-PROTECTED        Value 'P'.
              88 PII-FAILED           Value 'F'.
