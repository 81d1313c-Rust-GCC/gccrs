      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  acct-alloc.cpy
      *  One record of the indexed account number allocation
      *  register ACCTNREG, kept by ACCT-KEY.  Two record types
      *  share the key space:
      *    'R' range   a block of serials one branch issues for one
      *                product, ALR-RANGE-FROM to ALR-RANGE-TO;
      *                ALR-NEXT-SERIAL is the next to issue.  The
      *                ranges of a branch never overlap, so a
      *                number names its branch and product.
      *    'I' issue   one account number issued: the date, who
      *                asked for it, and the range it came from.
      *  The key orders ranges by branch, product and first serial
      *  and issues by branch and number.  COPY under the FD of the
      *  ACCTNREG file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 ACCT-ALLOC-RECORD.
           05 ALR-KEY.
              10 ALR-REC-TYPE       PIC X(01).
                 88 ALR-TYPE-RANGE     Value 'R'.
                 88 ALR-TYPE-ISSUE     Value 'I'.
              10 ALR-KEY-BRANCH     PIC X(04).
              10 ALR-KEY-ID         PIC X(16).
           05 ALR-RANGE-KEY REDEFINES ALR-KEY.
              10 FILLER             PIC X(05).
              10 ALR-KEY-PRODUCT    PIC X(04).
              10 ALR-KEY-FROM       PIC 9(10).
              10 FILLER             PIC X(02).
           05 ALR-BRANCH            PIC X(04).
           05 ALR-PRODUCT           PIC X(04).
           05 ALR-ACCOUNT           PIC X(16).
           05 ALR-RANGE-FROM        PIC 9(10).
           05 ALR-RANGE-TO          PIC 9(10).
           05 ALR-NEXT-SERIAL       PIC 9(10).
           05 ALR-SERIAL            PIC 9(10).
           05 ALR-ISSUED-COUNT      PIC 9(10).
           05 ALR-DATE              PIC 9(08).
           05 ALR-BY                PIC X(12).
           05 FILLER                PIC X(20).
