      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  collateral-record.cpy
      *  One item of security of the indexed COLLTRL collateral
      *  register, keyed by collateral id.  Carries the item's type,
      *  its latest valuation with the date it was valued and the
      *  currency it was valued in (blank for our own), and the
      *  loans it secures: up to five LOANMST loan ids, each with
      *  the percentage of the valuation allocated to that loan.
      *  The allocations on one item never total more than 100.
      *  Types:
      *      RP residential property   CP commercial property
      *      VH vehicle                EQ plant and equipment
      *      CD cash deposit           SC listed securities
      *      OT other
      *  Status: A active, R released (the security has been
      *  discharged; the item stays on the register as history).
      *  Maintained through COLLATERAL-SCREEN (journaled in
      *  COLLJRNL), read by COLL-MONITOR for the monthly
      *  loan-to-value review.  COPY under the FD of the COLLTRL
      *  file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 COLLATERAL-RECORD.
           05 CLT-ID                PIC X(12).
           05 CLT-TYPE              PIC X(02).
              88 CLT-TYPE-VALID        Value 'RP' 'CP' 'VH' 'EQ'
                                             'CD' 'SC' 'OT'.
           05 CLT-DESCRIPTION       PIC X(30).
           05 CLT-VALUATION         PIC S9(13)V99 COMP-3.
           05 CLT-VALUATION-DATE    PIC 9(08).
           05 CLT-CURRENCY          PIC X(03).
           05 CLT-STATUS            PIC X(01).
              88 CLT-STATUS-ACTIVE     Value 'A'.
              88 CLT-STATUS-RELEASED   Value 'R'.
           05 CLT-LINK-COUNT        PIC 9(02).
           05 CLT-LINK OCCURS 5 TIMES.
              10 CLT-L-LOAN-ID      PIC X(12).
              10 CLT-L-ALLOC-PCT    PIC 9(3)V99.
           05 CLT-LAST-MAINT-DATE   PIC 9(08).
           05 FILLER                PIC X(20).
