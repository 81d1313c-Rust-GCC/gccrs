      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  sanc-hold.cpy
      *  One item held on a watch-list hit, on the indexed SANCHOLD
      *  file.  SANC-SCREEN writes it when a screened name scores
      *  at or above the threshold (or cannot be screened at all),
      *  instead of the item being applied or sent; the held item
      *  itself is kept here whole.  Kind:
      *      T an ACCT-MAINT / ACCT-BULK transaction (ACCTTRAN image)
      *      A an existing account found by the list re-screen; the
      *        account's funds are frozen by a SANC hold on HOLDS
      *        (hold number in SHD-HOLD-NO)
      *      S a settlement item refused by MSG-ENQUEUE (queue data
      *        and counterparty)
      *  Status:
      *      H held                   P release requested
      *      R released               C confirmed match, stays
      *                                 blocked
      *  Release is dual control in CHANGE-REVIEW: one reviewer
      *  requests it, a second approves it.  A released item puts
      *  the transaction on SANCREL for the next ACCT-MAINT run,
      *  lifts the freeze, or enqueues the settlement item; the
      *  same name on the same key never holds against the same
      *  list entry again.  Alternate key SHD-KEY (duplicates) is
      *  the account key, or the counterparty id for kind S.  Hold
      *  id zero is the id counter (next id in SHD-HELD-DATE),
      *  never a hold.  COPY under the FD of the SANCHOLD file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 SANC-HOLD-RECORD.
           05 SHD-ID                PIC 9(08).
           05 SHD-STATUS            PIC X(01).
              88 SHD-STATUS-HELD       Value 'H'.
              88 SHD-STATUS-REQUESTED  Value 'P'.
              88 SHD-STATUS-RELEASED   Value 'R'.
              88 SHD-STATUS-CONFIRMED  Value 'C'.
           05 SHD-KIND              PIC X(01).
              88 SHD-KIND-TRAN         Value 'T'.
              88 SHD-KIND-ACCOUNT      Value 'A'.
              88 SHD-KIND-SETTLE       Value 'S'.
           05 SHD-SOURCE            PIC X(08).
           05 SHD-KEY               PIC X(32).
           05 SHD-PARTY             PIC X(08).
           05 SHD-NAME              PIC X(70).
           05 SHD-SCORE             PIC 9(03).
           05 SHD-LIST-ID           PIC X(12).
           05 SHD-LIST-NAME         PIC X(70).
           05 SHD-HELD-DATE         PIC 9(08).
           05 SHD-REQUESTED-BY      PIC X(12).
           05 SHD-REVIEWED-BY       PIC X(12).
           05 SHD-DECIDED-DATE      PIC 9(08).
           05 SHD-HOLD-NO           PIC 9(04).
           05 SHD-ITEM-LENGTH       PIC 9(05).
           05 SHD-ITEM              PIC X(1024).
           05 FILLER                PIC X(20).
