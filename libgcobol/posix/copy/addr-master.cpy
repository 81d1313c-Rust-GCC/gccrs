      *  effective date, so a change of address is a new record and
      *  history is never overwritten; ADDR-LOOKUP serves the
      *  record in force on any date.  Maintained by ADDR-MAINT
      *  under journal and audit.  The address lines and city are
      *  held encrypted under the PIIKEYS key ADM-PII-KEY-ID names
      *  (spaces: not yet protected); read and write them only
      *  through pii-crypt-paragraphs.cpy.  A record's mail status
      *  is set by ADDR-MAINT's returned-mail action when the post
      *  office sends a document back from it: while the record in
      *  force is marked returned, the print generators divert the
      *  customer's paper to the hold-mail bundle (burst key
      *  'HOLD').  A new address is written clear, so the hold
      *  lifts by itself once a new effective address is in force.
      *  Loan correspondence is addressed under the loan id.
      *      ADM-MAIL-STATUS    space  deliverable
      *                         R      returned -- hold mail
      *      ADM-HOLD-SINCE     date of the first return
      *      ADM-RETURNED-DATE  date of the latest return
      *      ADM-RETURNED-DOC   STMT statement, COLL collections
      *                         letter, TAX year-end tax statement,
      *                         DORM dormancy notice
      *  COPY under the FD of the ADDRMST file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 ADDR-MASTER-RECORD.
           05 ADM-KEY.
           05 ADM-CITY              PIC X(20).
           05 ADM-POSTCODE          PIC X(10).
           05 ADM-ENTERED-DATE      PIC 9(08).
           05 ADM-PII-KEY-ID        PIC X(08).
           05 ADM-MAIL-STATUS       PIC X(01).
              88 ADM-MAIL-DELIVERABLE  Value SPACE.
              88 ADM-MAIL-RETURNED     Value 'R'.
           05 ADM-HOLD-SINCE        PIC 9(08).
           05 ADM-RETURNED-DATE     PIC 9(08).
           05 ADM-RETURNED-DOC      PIC X(04).
           05 ADM-RETURN-COUNT      PIC 9(03).
           05 FILLER                PIC X(10).
