      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  net-state.cpy
      *  The one-record settlement-session state file (NETSTATE)
      *  NET-SESSION rewrites whenever its session comes up, goes
      *  down or moves between primary and backup.  The session
      *  itself lives inside the sending program; this record is how
      *  anything outside that process -- METRICS-RESP -- sees it.
      *  The owning pid lets a reader tell a session that went down
      *  with its process from one that is really up.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 NET-STATE-RECORD.
           05 NST-CONNECTED         PIC X(01).
              88 NST-IS-CONNECTED      Value 'Y'.
           05 NST-ENDPOINT          PIC X(01).
              88 NST-ON-PRIMARY        Value 'P'.
              88 NST-ON-BACKUP         Value 'B'.
           05 NST-HOST              PIC X(15).
           05 NST-PORT              PIC 9(05).
           05 NST-CHANGED-SECONDS   PIC 9(11).
           05 NST-OWNER-PID         PIC 9(09).
           05 NST-FAILOVERS         PIC 9(05).
