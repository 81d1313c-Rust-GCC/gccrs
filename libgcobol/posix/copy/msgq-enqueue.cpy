      *  the assigned durable sequence, the value date the item
      *  was assigned (today's business date, or the next business
      *  date once the party's cutoff time has passed) and whether
      *  it was carried over.  Before anything is enqueued the
      *  beneficiary name (MQC-BENEF-NAME, or the counterparty's
      *  name from CPTYMST when left blank) is screened against
      *  the sanctions watch list through SANC-SCREEN; only the
      *  release of a sanctions hold (CHANGE-REVIEW) sets
      *  MQC-RELEASED to enqueue without screening.
      *  A payment (DRCR P) to a party with a settlement currency
      *  on CPTYMST is then checked against that currency's
      *  intraday liquidity position through LIQ-POSITION; one
      *  that would breach the floor is held on LIQHOLD at
      *  MQC-PRIORITY (01 most urgent, 99 least, zero taken as 50)
      *  and released by MSG-ENQUEUE itself once it fits.  A NETS
      *  receive instruction adds to the position and releases
      *  whatever then fits; MQC-RELEASE-COUNT replies how many.
      *  MQC-SWEEP (LIQ-OPEN) enqueues nothing new: it releases
      *  whatever now fits in MQC-CURRENCY's hold queue.
      *  MQC-CURRENCY replies the settlement currency checked.
      *  An ISO 20022 XML message (first byte '<') is scanned
      *  through SETTLE-MSG first and refused if it no longer
      *  passes the structural rules.
      *  MQC-STATUS '00' ok, '60' XML refused, nothing enqueued,
      *  '70' held on LIQHOLD for liquidity
      *  (MQC-HOLD-ID) and not enqueued, '80' held on SANCHOLD for
      *  sanctions review (MQC-HOLD-ID) and not enqueued, '90' the
      *  write did not reach disk (or a due hold could not be
      *  recorded) and nothing was enqueued.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 MQC-CONTROL.
           05 MQC-DATA-LENGTH      Binary-Long.
           05 MQC-CARRIED-SW       PIC X(01).
              88 MQC-CARRIED          Value 'Y', False 'N'.
           05 MQC-STATUS           PIC X(02).
              88 MQC-OK               Value '00'.
              88 MQC-XML-REFUSED      Value '60'.
              88 MQC-LIQ-HELD         Value '70'.
              88 MQC-HELD             Value '80'.
           05 MQC-BENEF-NAME       PIC X(70).
           05 MQC-RELEASED-SW      PIC X(01).
              88 MQC-RELEASED         Value 'Y', False 'N'.
           05 MQC-HOLD-ID          PIC 9(08).
           05 MQC-PRIORITY         PIC 9(02).
           05 MQC-SWEEP-SW         PIC X(01).
              88 MQC-SWEEP            Value 'Y', False 'N'.
           05 MQC-CURRENCY         PIC X(03).
           05 MQC-RELEASE-COUNT    PIC 9(05).
