      *  LAYOUT-DICT subprogram).  'H' rows declare a record type
      *  and its length; 'F' rows describe one field of it: offset,
      *  length, usage, decimals, codepage class, OCCURS repetition
      *  and stride, whether the field is part of the record key,
      *  and whether it is held encrypted through PII-CRYPT ('P'),
      *  names the key that protects the record ('K'), or is
      *  customer-identifying data held in clear ('C').  The
      *  transcoder, the validation gate, and the
      *  file-compare all read this one description of SETTLE-RECORD,
      *  ACCOUNT-MASTER, and friends instead of retyping it.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           05 LDR-OCCURS            PIC 9(03).
           05 LDR-STRIDE            PIC 9(05).
           05 LDR-KEY-FLAG          PIC X(01).
           05 LDR-PROTECT           PIC X(01).
              88 LDR-PROTECTED         Value 'P'.
              88 LDR-PROTECT-KEY-ID    Value 'K'.
              88 LDR-PERSONAL-CLEAR    Value 'C'.
              88 LDR-PERSONAL          Value 'P' 'C'.
              88 LDR-PROTECT-VALID     Value ' ' 'P' 'K' 'C'.
