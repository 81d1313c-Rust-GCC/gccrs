      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  acct-key.cpy
      *  Request/reply area for the ACCT-KEY subprogram
      *  (subsys/acct-key.cbl), the account number service.  COPY
      *  into WORKING-STORAGE and pass BY REFERENCE on every CALL
      *  'ACCT-KEY'.  An issued account number is sixteen digits,
      *  left-justified in the 32-character key: the branch code,
      *  a ten-digit serial from the branch and product's range on
      *  the allocation register, and two check digits computed
      *  ISO 7064 MOD 97-10 (the whole number mod 97 is 1), so a
      *  mistyped or transposed digit fails the check.
      *
      *  AKQ-REQUEST 'V' validates AKQ-KEY: '00' it is an issued-
      *  form number whose check digits hold, '20' they fail, '01'
      *  the key is not in the issued form at all (a key from
      *  before allocation, or an internal account such as a
      *  branch suspense account) and so carries none to check.
      *  'A' allocates the next number of the AKQ-BRANCH /
      *  AKQ-PRODUCT range into AKQ-KEY and records the issue
      *  (AKQ-DATE, AKQ-BY) on the register: '10' no range,
      *  '11' range used up.  'R' defines a range AKQ-RANGE-FROM
      *  to AKQ-RANGE-TO for the branch and product: '12' bounds
      *  invalid or overlapping another range of the branch.
      *  '30' the register cannot be opened.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 AKQ-CONTROL.
           05 AKQ-REQUEST          PIC X(01).
              88 AKQ-REQ-VALIDATE     Value 'V'.
              88 AKQ-REQ-ALLOCATE     Value 'A'.
              88 AKQ-REQ-DEFINE       Value 'R'.
           05 AKQ-KEY              PIC X(32).
           05 AKQ-BRANCH           PIC X(04).
           05 AKQ-PRODUCT          PIC X(04).
           05 AKQ-RANGE-FROM       PIC 9(10).
           05 AKQ-RANGE-TO         PIC 9(10).
           05 AKQ-DATE             PIC 9(08).
           05 AKQ-BY               PIC X(12).
           05 AKQ-STATUS           PIC X(02).
              88 AKQ-OK               Value '00'.
              88 AKQ-NOT-ISSUED-FORM  Value '01'.
              88 AKQ-KEY-ACCEPTABLE   Value '00' '01'.
              88 AKQ-NO-RANGE         Value '10'.
              88 AKQ-RANGE-USED-UP    Value '11'.
              88 AKQ-RANGE-INVALID    Value '12'.
              88 AKQ-CHECK-FAILED     Value '20'.
              88 AKQ-NO-FILE          Value '30'.
