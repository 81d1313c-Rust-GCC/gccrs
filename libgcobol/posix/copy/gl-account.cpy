      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  gl-account.cpy
      *  One general-ledger account of the indexed GLMST file, kept
      *  per branch: the GL-BRIDGE account numbers of GLMAP, posted
      *  daily by GL-POST from the published GL entries and listed
      *  and proved against the account master by GL-TRIAL.
      *  Amounts are signed debit-positive: the closing balance is
      *  opening + period-to-date debits - period-to-date credits,
      *  so a credit-balance account (a deposit control) carries a
      *  negative balance.  GLA-PERIOD is the YYYYMM the
      *  period-to-date figures belong to; the first posting of a
      *  new month rolls the closing balance into the opening one.
      *  Type:
      *      A asset   L liability   Q equity   I income
      *      E expense   space = opened by a posting, not yet
      *      classified by finance
      *  The key branch '****' account '********' is the control
      *  record, never a GL account: its GLA-LAST-POST-DATE is the
      *  last business date GL-POST applied.  COPY under the FD of
      *  the GLMST file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 GL-ACCOUNT-RECORD.
           05 GLA-KEY.
              10 GLA-BRANCH         PIC X(04).
              10 GLA-ACCOUNT        PIC X(08).
           05 GLA-NAME              PIC X(30).
           05 GLA-TYPE              PIC X(01).
              88 GLA-TYPE-ASSET        Value 'A'.
              88 GLA-TYPE-LIABILITY    Value 'L'.
              88 GLA-TYPE-EQUITY       Value 'Q'.
              88 GLA-TYPE-INCOME       Value 'I'.
              88 GLA-TYPE-EXPENSE      Value 'E'.
              88 GLA-TYPE-VALID        Value 'A' 'L' 'Q' 'I' 'E'
                                             ' '.
           05 GLA-PERIOD            PIC 9(06).
           05 GLA-OPENING-BALANCE   PIC S9(15)V99 COMP-3.
           05 GLA-PTD-DEBITS        PIC S9(15)V99 COMP-3.
           05 GLA-PTD-CREDITS       PIC S9(15)V99 COMP-3.
           05 GLA-LAST-POST-DATE    PIC 9(08).
           05 GLA-OPENED-DATE       PIC 9(08).
           05 FILLER                PIC X(20).
