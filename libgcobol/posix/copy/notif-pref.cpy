      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  notif-pref.cpy
      *  One notification preference of the indexed NOTIFPRF file:
      *  how one customer wants to hear about account events on one
      *  channel.  Keyed customer id + channel, so a START on the
      *  customer id walks every channel the customer has set up.
      *  The file is loaded from the digital-banking channel, where
      *  the customer maintains it.
      *      Channel      S SMS (destination is the mobile number)
      *                   E e-mail (destination is the address)
      *      Event types  up to five notif-event.cpy type codes the
      *                   customer opted in to; 'ALL ' opts in to
      *                   every type
      *      Quiet hours  HHMM local start and end of the window in
      *                   which nothing may be delivered (both zero
      *                   = none); a start after the end wraps
      *                   midnight (2200 to 0700)
      *      Status       A active, S suspended by the customer
      *  COPY under the FD of the NOTIFPRF file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 NOTIF-PREF-RECORD.
           05 NPF-KEY.
              10 NPF-CUSTOMER-ID    PIC X(10).
              10 NPF-CHANNEL        PIC X(01).
                 88 NPF-CHANNEL-SMS    Value 'S'.
                 88 NPF-CHANNEL-EMAIL  Value 'E'.
           05 NPF-DESTINATION       PIC X(60).
           05 NPF-EVENT-TYPES.
              10 NPF-EVENT-TYPE     PIC X(04) OCCURS 5 TIMES.
           05 NPF-QUIET-START       PIC 9(04).
           05 NPF-QUIET-END         PIC 9(04).
           05 NPF-STATUS            PIC X(01).
              88 NPF-STATUS-ACTIVE     Value 'A'.
              88 NPF-STATUS-SUSPENDED  Value 'S'.
           05 NPF-LAST-MAINT-DATE   PIC 9(08).
           05 FILLER                PIC X(20).
