      *
      *  The session (socket fd, last-traffic time) lives in this
      *  subprogram's WORKING-STORAGE and persists across CALLs.
      *  Whenever the session comes up, goes down or changes
      *  endpoint the state is rewritten to NETSTATE (net-state.cpy)
      *  so that it can be watched from outside the process.
      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *                        shared return code and a failed
      *                        reconnect could report NSS-OK for a
      *                        message that never left the box.
      *  2026-10-15 smckinney  Session state published to NETSTATE
      *                        on every change, with the failover
      *                        count, for the metrics responder.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. NET-SESSION.
            Function POSIX-CLOSE
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select OPTIONAL NET-STATE-FILE Assign To NETSTATE
                Organization Is Line Sequential.
        Data Division.
        File Section.
        FD  NET-STATE-FILE.
        COPY net-state.
        Working-Storage Section.
        01  NSM-SOCKET-FD         Binary-Long Value -1.
        01  NSM-FD                PIC 9(8) Usage COMP.
            05  FILLER            PIC X(8) Value Low-Values.
        01  NSM-HB-BUFFER         PIC X(16).
        01  NSM-LOG-MESSAGE       PIC X(512).
        01  NSM-SHOWN-CONNECTED   PIC X(01) Value SPACE.
        01  NSM-SHOWN-ENDPOINT    PIC X(01) Value SPACE.
        01  NSM-FAILOVER-COUNT    PIC 9(05) Value 0.
        01  NSM-MY-PID            Binary-Long.
        Linkage Section.
        COPY net-session.
        Procedure Division Using NSS-CONTROL.
               WHEN OTHER
                  SET NSS-BAD-REQUEST TO TRUE
            END-EVALUATE
            IF NSS-CONNECTED-SW NOT = NSM-SHOWN-CONNECTED OR
               NSS-ACTIVE-ENDPOINT NOT = NSM-SHOWN-ENDPOINT
               PERFORM 7200-PUBLISH-STATE THRU 7200-PUBLISH-STATE-EXIT
            END-IF
            GOBACK.

      * try the primary with doubling backoff, then the backup the
            EXIT.

        7100-LOG-FAILOVER.
            ADD 1 TO NSM-FAILOVER-COUNT
            MOVE SPACES TO NSM-LOG-MESSAGE
            STRING 'net-session: primary '   DELIMITED BY SIZE
                   NSS-PRIMARY-HOST          DELIMITED BY SPACE
            DISPLAY FUNCTION TRIM(NSM-LOG-MESSAGE).
        7100-LOG-FAILOVER-EXIT.
            EXIT.

      * the target fields still name the endpoint that answered; a
      * session that is down publishes no endpoint
        7200-PUBLISH-STATE.
            MOVE NSS-CONNECTED-SW TO NSM-SHOWN-CONNECTED
            MOVE NSS-ACTIVE-ENDPOINT TO NSM-SHOWN-ENDPOINT
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, NSM-NOW)
              TO NSM-RC
            CALL "getpid" RETURNING NSM-MY-PID END-CALL
            INITIALIZE NET-STATE-RECORD
            IF NSS-CONNECTED
               MOVE 'Y' TO NST-CONNECTED
               MOVE NSS-ACTIVE-ENDPOINT TO NST-ENDPOINT
               MOVE NSM-TARGET-HOST TO NST-HOST
               MOVE NSM-TARGET-PORT TO NST-PORT
            ELSE
               MOVE 'N' TO NST-CONNECTED
            END-IF
            MOVE NSM-NOW-SECONDS TO NST-CHANGED-SECONDS
            MOVE NSM-MY-PID TO NST-OWNER-PID
            MOVE NSM-FAILOVER-COUNT TO NST-FAILOVERS
            OPEN OUTPUT NET-STATE-FILE
            WRITE NET-STATE-RECORD
            CLOSE NET-STATE-FILE.
        7200-PUBLISH-STATE-EXIT.
            EXIT.
        End Program NET-SESSION.
