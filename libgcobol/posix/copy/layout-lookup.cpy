      *  the wanted record type to LDQ-LAYOUT-NAME and CALL
      *  'LAYOUT-DICT'; the reply is the declared record length and
      *  the full field list.  LDQ-STATUS '00' ok, '10' unknown
      *  layout, '30' dictionary file not loadable.  LDQ-F-PROTECT
      *  'P' marks a field stored encrypted, 'K' the field holding
      *  its key id, 'C' customer-identifying data held in clear
      *  (layout-dict.cpy LDR-PROTECT).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 LDQ-CONTROL.
           05 LDQ-LAYOUT-NAME      PIC X(08).
              10 LDQ-F-OCCURS      PIC 9(03).
              10 LDQ-F-STRIDE      PIC 9(05).
              10 LDQ-F-KEY         PIC X(01).
              10 LDQ-F-PROTECT     PIC X(01).
