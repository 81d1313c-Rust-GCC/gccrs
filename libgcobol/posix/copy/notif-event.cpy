      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  notif-event.cpy
      *  One customer-facing event on the NOTIFEVT feed, the
      *  line-sequential file the producing programs append to
      *  (OPEN EXTEND) and NOTIF-EXTRACT reads each night to build
      *  the SMS/e-mail batch for the messaging provider.  Types:
      *      HOLD  funds hold placed             HOLD-MAINT
      *      ODXS  overdraft limit newly exceeded OD-MONITOR
      *      ADDR  change of address recorded     ADDR-MAINT
      *      LDEB  large debit passed screening   TRAN-SCREEN
      *      SOFL  standing order not generated   STORD-GEN
      *  NEV-EVENT-ID identifies the event for good: the extract's
      *  sent-notification log (notif-log.cpy) is keyed on it, so a
      *  producer rerun that appends the same event again is never
      *  notified twice.  The producer therefore builds the
      *  reference from something its rerun reproduces (hold
      *  number, effective date, order number), never a clock.
      *  NEV-AMOUNT is zero where the event carries none.  COPY
      *  under the FD of the NOTIFEVT file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 NOTIF-EVENT-RECORD.
           05 NEV-EVENT-ID.
              10 NEV-TYPE           PIC X(04).
                 88 NEV-TYPE-HOLD      Value 'HOLD'.
                 88 NEV-TYPE-OD-EXCESS Value 'ODXS'.
                 88 NEV-TYPE-ADDRESS   Value 'ADDR'.
                 88 NEV-TYPE-LARGE-DEBIT
                                       Value 'LDEB'.
                 88 NEV-TYPE-STORD-FAIL
                                       Value 'SOFL'.
                 88 NEV-TYPE-VALID     Value 'HOLD' 'ODXS' 'ADDR'
                                             'LDEB' 'SOFL'.
              10 NEV-ACCOUNT-KEY    PIC X(32).
              10 NEV-EVENT-DATE     PIC 9(08).
              10 NEV-REFERENCE      PIC X(16).
           05 NEV-EVENT-TIME        PIC 9(06).
           05 NEV-SOURCE            PIC X(08).
           05 NEV-AMOUNT            PIC S9(13)V99
                                    Sign Leading Separate.
           05 NEV-TEXT              PIC X(40).
