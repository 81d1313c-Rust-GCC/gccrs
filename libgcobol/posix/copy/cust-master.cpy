      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  cust-master.cpy
      *  One customer of the indexed CUSTMST file -- the single
      *  identity behind however many accounts a person or business
      *  holds with us, instead of one AM-CUSTOMER-NAME string per
      *  account.  Keyed by the customer id; alternate key on the
      *  tax id (duplicates allowed, since it is not always known).
      *  Segment:
      *      RT retail   PB private banking   SB small business
      *      CO corporate
      *  Status: A active, C closed.  Created by ACCT-MAINT when an
      *  account add names a customer not yet on file, maintained
      *  through the ACCT-SCREEN customer path.  Accounts link to
      *  it through CUSTREL (cust-rel.cpy).  A closed customer whose
      *  accounts have all been erased by CUST-ERASE carries ERASED
      *  as its legal name (CUS-ERASED), a zero birth date and no
      *  tax id.  COPY under the FD of the CUSTMST file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 CUST-MASTER-RECORD.
           05 CUS-ID                PIC X(10).
           05 CUS-LEGAL-NAME        PIC X(70).
              88 CUS-ERASED            Value 'ERASED'.
           05 CUS-BIRTH-DATE        PIC 9(08).
           05 CUS-TAX-ID            PIC X(20).
           05 CUS-SEGMENT           PIC X(02).
              88 CUS-SEG-RETAIL        Value 'RT'.
              88 CUS-SEG-PRIVATE       Value 'PB'.
              88 CUS-SEG-SMALL-BUS     Value 'SB'.
              88 CUS-SEG-CORPORATE     Value 'CO'.
              88 CUS-SEG-VALID         Value 'RT' 'PB' 'SB' 'CO'.
           05 CUS-STATUS            PIC X(01).
              88 CUS-STATUS-ACTIVE     Value 'A'.
              88 CUS-STATUS-CLOSED     Value 'C'.
           05 CUS-OPEN-DATE         PIC 9(08).
           05 CUS-LAST-MAINT-DATE   PIC 9(08).
           05 FILLER                PIC X(23).
