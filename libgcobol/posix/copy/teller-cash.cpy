      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  teller-cash.cpy
      *  One cash drawer of the teller cash ledger, the indexed
      *  TELLCASH file kept by the end-of-day balancing step
      *  TELLER-BAL: one record per teller per branch, and one for
      *  the branch vault (TCL-TELLER 'VAULT').  Teller ids are
      *  unique across the bank.  Cash over the counter posts as
      *  ordinary movement transactions whose origin is 'TL'
      *  followed by the teller id (a 'TL' row on CASHCODE makes
      *  them cash for CASH-AML); TELLER-BAL gathers them here as
      *  the drawer's cash in and cash out, with the day's vault
      *  transfers, against the opening cash carried from the
      *  drawer's last close, and compares the cash the teller
      *  counted with what the ledger expects.
      *      TCL-STATUS  O  open, not yet counted
      *                  B  balanced (any over/short within
      *                     tolerance or accepted by a supervisor,
      *                     and posted)
      *                  U  unbalanced -- the branch may not close
      *                     its day
      *  The figures are the business day TCL-BUS-DATE's; the next
      *  day opens with TCL-CLOSING.  COPY under the FD of the
      *  TELLCASH file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 TELLER-CASH-RECORD.
           05 TCL-KEY.
              10 TCL-BRANCH         PIC X(04).
              10 TCL-TELLER         PIC X(06).
                 88 TCL-BRANCH-VAULT   Value 'VAULT'.
           05 TCL-OPENED-DATE       PIC 9(08).
           05 TCL-BUS-DATE          PIC 9(08).
           05 TCL-OPENING           PIC S9(13)V99 COMP-3.
           05 TCL-CASH-IN           PIC S9(13)V99 COMP-3.
           05 TCL-CASH-OUT          PIC S9(13)V99 COMP-3.
           05 TCL-VAULT-IN          PIC S9(13)V99 COMP-3.
           05 TCL-VAULT-OUT         PIC S9(13)V99 COMP-3.
           05 TCL-EXPECTED          PIC S9(13)V99 COMP-3.
           05 TCL-COUNTED           PIC S9(13)V99 COMP-3.
           05 TCL-OVER-SHORT        PIC S9(13)V99 COMP-3.
           05 TCL-CLOSING           PIC S9(13)V99 COMP-3.
           05 TCL-POSTINGS          PIC 9(07).
           05 TCL-COUNTED-SW        PIC X(01).
              88 TCL-COUNT-DECLARED    Value 'Y', False 'N'.
           05 TCL-STATUS            PIC X(01).
              88 TCL-OPEN              Value 'O'.
              88 TCL-BALANCED          Value 'B'.
              88 TCL-UNBALANCED        Value 'U'.
           05 TCL-ACCEPTED-BY       PIC X(08).
           05 FILLER                PIC X(20).
