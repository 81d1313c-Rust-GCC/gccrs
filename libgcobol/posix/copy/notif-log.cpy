      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  notif-log.cpy
      *  One entry of the indexed NOTIFLOG sent-notification log
      *  kept by NOTIF-EXTRACT: one event (notif-event.cpy event
      *  id) notified to one customer on one channel.  An entry is
      *  written pending when the message is staged and turned to
      *  sent only once the batch has been published to the
      *  messaging provider; a pending entry left by a run whose
      *  publication failed is staged again by the next run, a
      *  sent one never is.  NLG-RUN-STAMP (run start, epoch
      *  seconds) tells this run's pending entries from a failed
      *  run's.  Entries are purged once their event is older than
      *  the log retention.  COPY under the FD of the NOTIFLOG
      *  file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 NOTIF-LOG-RECORD.
           05 NLG-KEY.
              10 NLG-EVENT-ID.
                 15 NLG-TYPE        PIC X(04).
                 15 NLG-ACCOUNT-KEY PIC X(32).
                 15 NLG-EVENT-DATE  PIC 9(08).
                 15 NLG-REFERENCE   PIC X(16).
              10 NLG-CUSTOMER-ID    PIC X(10).
              10 NLG-CHANNEL        PIC X(01).
           05 NLG-STATUS            PIC X(01).
              88 NLG-STATUS-PENDING    Value 'P'.
              88 NLG-STATUS-SENT       Value 'S'.
           05 NLG-RUN-STAMP         PIC 9(12).
           05 NLG-MESSAGE-ID        PIC X(16).
           05 NLG-STAGED-DATE       PIC 9(08).
           05 NLG-SENT-DATE         PIC 9(08).
           05 FILLER                PIC X(10).
