      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  index-table.cpy
      *  Working image of the effective-dated base-rate index master
      *  (IDXMST) that INDEX-MAINT maintains: one entry per index
      *  code per effective-from date, kept in ascending code +
      *  effective-from order, so the rate in force for an index on
      *  any date is the last entry for the code not after it.
      *  Rates are decimal fractions like LNR-ANNUAL-RATE (0.0525 is
      *  5.25%).  COPY into WORKING-STORAGE of INDEX-MAINT and of
      *  any program that loads IDXMST to look an index rate up.
      *
      *  IDXMST record layout (fixed columns):
      *      IXM-INDEX-CODE      X(6)
      *      IXM-EFFECTIVE-FROM  9(8)
      *      IXM-RATE            9(3)V9(6) zoned
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 IXT-TABLE.
           05 IXT-ENTRY-COUNT       PIC S9(4) COMP-5.
           05 IXT-ENTRY OCCURS 500 TIMES.
              10 IXT-INDEX-CODE     PIC X(06).
              10 IXT-EFFECTIVE-FROM PIC 9(08).
              10 IXT-RATE           PIC 9(3)V9(6).
