      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  metrics-resp.cbl
      *
      *  The standing metrics responder, run under DAEMON-SUPER.
      *  Answers the monitoring platform's scrape (an HTTP GET of
      *  /metrics on METRICS_PORT, default 9464) with the current
      *  figures in the platform's text exposition format -- one
      *  '# HELP' and '# TYPE' pair per metric family, then one
      *  'name{labels} value' line per sample.  Nothing is cached:
      *  every scrape re-reads the sources, so the figures are as
      *  fresh as the scrape interval.
      *
      *  Figures and where they come from:
      *      batch_step_*           OPSLOG, the latest event of each
      *                             step of the running stream --
      *                             METRICS_STREAM, or when that is
      *                             unset the stream of the newest
      *                             event on the log
      *      daemon_*               DAEMONSTA, the supervisor's
      *                             status file; a daemon is up only
      *                             while its pid is alive
      *      msgq_*                 the settlement queue file
      *                             (MSGQUEUE), slots by state
      *      settlement_session_*   NETSTATE, written by NET-SESSION
      *      lock_table_*           the shared record-lock segment
      *                             (shm 9102 / sem 9103)
      *      program_last_*         JOBHIST, the latest run of each
      *                             program
      *
      *  SIGTERM stops the responder between scrapes.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. METRICS-RESP.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-SOCKET
            Function POSIX-BIND
            Function POSIX-LISTEN
            Function POSIX-ACCEPT
            Function POSIX-SEND
            Function POSIX-RECV
            Function POSIX-CLOSE
            Function POSIX-GETENV
            Function POSIX-PREAD
            Function POSIX-SHMGET
            Function POSIX-SEMGET
            Function POSIX-SEMOP
            Function POSIX-CLOCK-GETTIME
            Function POSIX-SYSLOG.
        Input-Output Section.
        File-Control.
            Select OPTIONAL OPS-LOG-FILE Assign To OPSLOG
                Organization Is Line Sequential.
            Select OPTIONAL DAEMON-STATUS-FILE Assign To DAEMONSTA
                Organization Is Line Sequential.
            Select OPTIONAL NET-STATE-FILE Assign To NETSTATE
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is JHR-KEY
                File Status Is MTR-JH-STATUS.
        Data Division.
        File Section.
        FD  OPS-LOG-FILE.
        COPY ops-record.
        FD  DAEMON-STATUS-FILE.
        01  DAEMON-STATUS-RECORD.
            05  DST-NAME            PIC X(12).
            05  DST-STATE           PIC X(01).
            05  DST-PID             PIC 9(09).
            05  DST-STARTED         PIC 9(11).
            05  DST-RESTARTS        PIC 9(03).
        FD  NET-STATE-FILE.
        COPY net-state.
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY msgq-record.
        01  MTR-PORT              PIC 9(05) Value 9464.
        01  MTR-ENV-NAME          PIC X(64).
        01  MTR-ENV-VALUE         PIC X(256).
        01  MTR-LISTEN-FD         Binary-Long Value -1.
        01  MTR-CLIENT-FD         Binary-Long.
        01  MTR-FD                PIC 9(8) Usage COMP.
        01  MTR-RC                Binary-Long.
        01  MTR-SOCKADDR.
            05  MTR-SA-FAMILY     PIC 9(4) COMP-5 Value 2.
            05  MTR-SA-PORT-HI    PIC 9(2) COMP-5.
            05  MTR-SA-PORT-LO    PIC 9(2) COMP-5.
            05  MTR-SA-ADDR       PIC X(4) Value Low-Values.
            05  FILLER            PIC X(8) Value Low-Values.
        01  MTR-PEER-SOCKADDR     PIC X(16).
        01  MTR-PEER-ADDRLEN      Binary-Long.
        01  MTR-STOP-SWITCH       PIC X(01) External.
            88  MTR-STOP-REQUESTED    Value 'Y', False 'N'.
        01  MTR-HANDLER-PTR       Usage PROCEDURE-POINTER.
        01  MTR-OLD-HANDLER-PTR   Usage POINTER.
        01  MTR-LOG-MESSAGE       PIC X(256).
        01  MTR-EOF-SWITCH        PIC X(01).
            88  MTR-EOF               Value 'Y', False 'N'.
        01  MTR-NOW.
            05  MTR-NOW-SECONDS   Usage BINARY-DOUBLE.
            05  MTR-NOW-NANOS     Usage BINARY-DOUBLE.
        01  MTR-SCRAPE-COUNT      PIC 9(09) Value 0.
        01  MTR-CRLF              PIC X(02) Value X'0D0A'.
        01  MTR-LF                PIC X(01) Value X'0A'.
      *    the request and the reply
        01  MTR-REQUEST           PIC X(2048).
        01  MTR-HEADER            PIC X(256).
        01  MTR-HEADER-PTR        Binary-Long.
        01  MTR-BODY              PIC X(65000).
        01  MTR-BODY-PTR          Binary-Long.
        01  MTR-BODY-LENGTH       Binary-Long.
        01  MTR-LENGTH-DISPLAY    PIC Z(08)9.
        01  MTR-OVERFLOW-SWITCH   PIC X(01).
            88  MTR-BODY-FULL         Value 'Y', False 'N'.
      *    one sample at a time, handed to 8000/8100
        01  MTR-METRIC-NAME       PIC X(48).
        01  MTR-METRIC-TYPE       PIC X(08).
        01  MTR-METRIC-HELP       PIC X(80).
        01  MTR-LABELS            PIC X(160).
        01  MTR-VALUE             PIC S9(11).
        01  MTR-VALUE-EDIT        PIC -(11)9.
      *    step events of the streams on OPSLOG
        01  MTR-STREAM-ID         PIC X(16).
        01  MTR-STEP-COUNT        Binary-Long Value 0.
        01  MTR-STEP-SUB          Binary-Long.
        01  MTR-FOUND-SUB         Binary-Long.
        01  MTR-STEP-TABLE.
            05  MTR-STEP OCCURS 128 TIMES.
                10  MST-STREAM-ID   PIC X(16).
                10  MST-STEP-NAME   PIC X(08).
                10  MST-STATE       PIC X(01).
                10  MST-START       PIC 9(11).
                10  MST-STOP        PIC 9(11).
                10  MST-EXIT-CODE   PIC 9(03).
        01  MTR-STATE-NAME        PIC X(08).
      *    daemons
        01  MTR-DAEMON-PID        Binary-Long.
        01  MTR-UP-FLAG           Binary-Long.
      *    settlement queue
        01  MTR-QUEUE-PATH        PIC X(256)
                Value '/var/batch/settle-queue.dat'.
        01  MTR-QUEUE-FD          PIC 9(8) Usage COMP.
        01  MTR-QUEUE-FD-RC       Binary-Long.
        01  MTR-QUEUE-SIZE        Binary-Long.
        01  MTR-SLOT-COUNT        Binary-Long.
        01  MTR-SLOT-SUB          Binary-Long.
        01  MTR-OFFSET            Binary-Long.
        01  MTR-QUEUED-COUNT      Binary-Long.
        01  MTR-SENT-COUNT        Binary-Long.
        01  MTR-ACKED-COUNT       Binary-Long.
      *    lock table
        01  MTR-SHM-KEY           Binary-Long Value 9102.
        01  MTR-SEM-KEY           Binary-Long Value 9103.
        01  MTR-SHM-ID            Binary-Long.
        01  MTR-SEM-ID            Binary-Long.
        01  MTR-SEG-PTR           Usage POINTER.
        01  MTR-ATTACHED-SWITCH   PIC X(01) Value 'N'.
            88  MTR-LOCKS-ATTACHED    Value 'Y', False 'N'.
        01  MTR-LOCK-SUB          Binary-Long.
        01  MTR-LOCKS-HELD        Binary-Long.
        01  MTR-SEMBUF.
            05  MTR-SEM-NUM       PIC 9(4)  COMP-5 Value 0.
            05  MTR-SEM-OP        PIC S9(4) COMP-5 Value 0.
            05  MTR-SEM-FLG       PIC S9(4) COMP-5 Value 0.
            05  FILLER            PIC X(18) Value Low-Values.
      *    job history
        01  MTR-JH-STATUS         PIC X(02).
        01  MTR-PROGRAM-COUNT     Binary-Long.
        01  MTR-PROGRAM-SUB       Binary-Long.
        01  MTR-PROGRAM-TABLE.
            05  MTR-PROGRAM OCCURS 128 TIMES.
                10  MPT-PROGRAM-ID  PIC X(08).
                10  MPT-EXIT-STATUS PIC 9(03).
                10  MPT-STOP        PIC 9(11).
        Linkage Section.
        COPY lock-table.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF MTR-LISTEN-FD >= 0
               PERFORM 2000-SERVE-ONE-SCRAPE
                  THRU 2000-SERVE-ONE-SCRAPE-EXIT
                  UNTIL MTR-STOP-REQUESTED
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET MTR-STOP-REQUESTED TO FALSE
            SET MTR-HANDLER-PTR TO ENTRY "METRICS-RESP-STOP"
            CALL "posix-signal" USING BY VALUE 15
                 BY VALUE MTR-HANDLER-PTR
                RETURNING MTR-OLD-HANDLER-PTR
            END-CALL
            MOVE 'METRICS_PORT' TO MTR-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(MTR-ENV-NAME)
              TO MTR-ENV-VALUE
            IF MTR-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(MTR-ENV-VALUE) TO MTR-PORT
            END-IF
            MOVE 'MSGQUEUE' TO MTR-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(MTR-ENV-NAME)
              TO MTR-ENV-VALUE
            IF MTR-ENV-VALUE NOT = SPACES
               MOVE MTR-ENV-VALUE TO MTR-QUEUE-PATH
            END-IF
            PERFORM 1200-OPEN-LISTENER THRU 1200-OPEN-LISTENER-EXIT.
        1000-INITIALIZE-EXIT.
            EXIT.

        1200-OPEN-LISTENER.
            MOVE FUNCTION POSIX-SOCKET(2, 1, 0) TO MTR-RC
            IF MTR-RC < 0
               DISPLAY 'metrics-resp: socket failed rc=' MTR-RC
               GO TO 1200-OPEN-LISTENER-EXIT
            END-IF
            MOVE MTR-RC TO MTR-LISTEN-FD
            MOVE MTR-LISTEN-FD TO MTR-FD
            COMPUTE MTR-SA-PORT-HI = MTR-PORT / 256
            COMPUTE MTR-SA-PORT-LO = FUNCTION MOD(MTR-PORT, 256)
            MOVE FUNCTION POSIX-BIND(MTR-FD, MTR-SOCKADDR, 16)
              TO MTR-RC
            IF MTR-RC NOT = 0
               DISPLAY 'metrics-resp: bind failed rc=' MTR-RC
               MOVE -1 TO MTR-LISTEN-FD
               GO TO 1200-OPEN-LISTENER-EXIT
            END-IF
            MOVE FUNCTION POSIX-LISTEN(MTR-FD, 8) TO MTR-RC
            IF MTR-RC NOT = 0
               DISPLAY 'metrics-resp: listen failed rc=' MTR-RC
               MOVE -1 TO MTR-LISTEN-FD
               GO TO 1200-OPEN-LISTENER-EXIT
            END-IF
            DISPLAY 'metrics-resp: listening on port ' MTR-PORT.
        1200-OPEN-LISTENER-EXIT.
            EXIT.

      * one connection, one request, one reply; the platform opens
      * a fresh connection for every scrape
        2000-SERVE-ONE-SCRAPE.
            MOVE 16 TO MTR-PEER-ADDRLEN
            MOVE MTR-LISTEN-FD TO MTR-FD
            MOVE FUNCTION POSIX-ACCEPT(MTR-FD, MTR-PEER-SOCKADDR,
                 MTR-PEER-ADDRLEN) TO MTR-CLIENT-FD
            IF MTR-CLIENT-FD < 0
               GO TO 2000-SERVE-ONE-SCRAPE-EXIT
            END-IF
            MOVE MTR-CLIENT-FD TO MTR-FD
            MOVE SPACES TO MTR-REQUEST
            MOVE FUNCTION POSIX-RECV(MTR-FD, MTR-REQUEST,
                 LENGTH OF MTR-REQUEST, 0) TO MTR-RC
            IF MTR-RC > 0
               PERFORM 2100-ANSWER THRU 2100-ANSWER-EXIT
            END-IF
            MOVE MTR-CLIENT-FD TO MTR-FD
            MOVE FUNCTION POSIX-CLOSE(MTR-FD) TO MTR-RC.
        2000-SERVE-ONE-SCRAPE-EXIT.
            EXIT.

        2100-ANSWER.
            MOVE SPACES TO MTR-BODY
            MOVE 1 TO MTR-BODY-PTR
            SET MTR-BODY-FULL TO FALSE
            MOVE SPACES TO MTR-HEADER
            MOVE 1 TO MTR-HEADER-PTR
            IF MTR-REQUEST (1:4) NOT = 'GET '
               STRING 'HTTP/1.0 405 Method Not Allowed' MTR-CRLF
                      'Content-Length: 0' MTR-CRLF MTR-CRLF
                  DELIMITED BY SIZE INTO MTR-HEADER
                  WITH POINTER MTR-HEADER-PTR
               END-STRING
               GO TO 2100-SEND-REPLY
            END-IF
            IF MTR-REQUEST (5:9) NOT = '/metrics '
               AND MTR-REQUEST (5:2) NOT = '/ '
               STRING 'HTTP/1.0 404 Not Found' MTR-CRLF
                      'Content-Length: 0' MTR-CRLF MTR-CRLF
                  DELIMITED BY SIZE INTO MTR-HEADER
                  WITH POINTER MTR-HEADER-PTR
               END-STRING
               GO TO 2100-SEND-REPLY
            END-IF
            ADD 1 TO MTR-SCRAPE-COUNT
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, MTR-NOW)
              TO MTR-RC
            PERFORM 3000-STEP-METRICS THRU 3000-STEP-METRICS-EXIT
            PERFORM 4000-DAEMON-METRICS THRU 4000-DAEMON-METRICS-EXIT
            PERFORM 5000-QUEUE-METRICS THRU 5000-QUEUE-METRICS-EXIT
            PERFORM 5500-SESSION-METRICS
               THRU 5500-SESSION-METRICS-EXIT
            PERFORM 6000-LOCK-METRICS THRU 6000-LOCK-METRICS-EXIT
            PERFORM 7000-PROGRAM-METRICS
               THRU 7000-PROGRAM-METRICS-EXIT
            MOVE 'metrics_scrapes_total' TO MTR-METRIC-NAME
            MOVE 'counter' TO MTR-METRIC-TYPE
            MOVE 'Scrapes answered since the responder started.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            MOVE SPACES TO MTR-LABELS
            MOVE MTR-SCRAPE-COUNT TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT
            IF MTR-BODY-FULL
               MOVE SPACES TO MTR-LOG-MESSAGE
               STRING 'metrics-resp: reply body full, figures '
                      'truncated' X'00'
                  DELIMITED BY SIZE INTO MTR-LOG-MESSAGE
               MOVE FUNCTION POSIX-SYSLOG(4, MTR-LOG-MESSAGE)
                 TO MTR-RC
            END-IF
            COMPUTE MTR-BODY-LENGTH = MTR-BODY-PTR - 1
            MOVE MTR-BODY-LENGTH TO MTR-LENGTH-DISPLAY
            STRING 'HTTP/1.0 200 OK' MTR-CRLF
                   'Content-Type: text/plain; version=0.0.4'
                   MTR-CRLF
                   'Content-Length: '
                   FUNCTION TRIM(MTR-LENGTH-DISPLAY) MTR-CRLF
                   MTR-CRLF
               DELIMITED BY SIZE INTO MTR-HEADER
               WITH POINTER MTR-HEADER-PTR
            END-STRING.
        2100-SEND-REPLY.
            MOVE MTR-CLIENT-FD TO MTR-FD
            COMPUTE MTR-RC = MTR-HEADER-PTR - 1
            MOVE FUNCTION POSIX-SEND(MTR-FD, MTR-HEADER, MTR-RC, 0)
              TO MTR-RC
            IF MTR-BODY-PTR > 1
               MOVE FUNCTION POSIX-SEND(MTR-FD, MTR-BODY,
                    MTR-BODY-LENGTH, 0) TO MTR-RC
            END-IF.
        2100-ANSWER-EXIT.
            EXIT.

      * the whole OPSLOG is read; each event replaces the one before
      * it for the same stream and step, as in SLA-MONITOR, so the
      * table ends holding every step's latest state
        3000-STEP-METRICS.
            MOVE 0 TO MTR-STEP-COUNT
            MOVE SPACES TO MTR-STREAM-ID
            SET MTR-EOF TO FALSE
            OPEN INPUT OPS-LOG-FILE
            PERFORM 3100-READ-ONE-EVENT THRU 3100-READ-ONE-EVENT-EXIT
                UNTIL MTR-EOF
            CLOSE OPS-LOG-FILE
            MOVE 'METRICS_STREAM' TO MTR-ENV-NAME
            MOVE FUNCTION POSIX-GETENV(MTR-ENV-NAME)
              TO MTR-ENV-VALUE
            IF MTR-ENV-VALUE NOT = SPACES
               MOVE MTR-ENV-VALUE TO MTR-STREAM-ID
            END-IF
            MOVE 'batch_step_state' TO MTR-METRIC-NAME
            MOVE 'gauge' TO MTR-METRIC-TYPE
            MOVE 'Latest state of each step of the running stream.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            PERFORM 3300-STEP-STATE THRU 3300-STEP-STATE-EXIT
               VARYING MTR-STEP-SUB FROM 1 BY 1
               UNTIL MTR-STEP-SUB > MTR-STEP-COUNT
            MOVE 'batch_step_duration_seconds' TO MTR-METRIC-NAME
            MOVE 'gauge' TO MTR-METRIC-TYPE
            MOVE 'Seconds run so far, or run in all once finished.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            PERFORM 3400-STEP-DURATION THRU 3400-STEP-DURATION-EXIT
               VARYING MTR-STEP-SUB FROM 1 BY 1
               UNTIL MTR-STEP-SUB > MTR-STEP-COUNT
            MOVE 'batch_step_exit_code' TO MTR-METRIC-NAME
            MOVE 'gauge' TO MTR-METRIC-TYPE
            MOVE 'Exit code of each finished step.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            PERFORM 3500-STEP-EXIT-CODE THRU 3500-STEP-EXIT-CODE-EXIT
               VARYING MTR-STEP-SUB FROM 1 BY 1
               UNTIL MTR-STEP-SUB > MTR-STEP-COUNT.
        3000-STEP-METRICS-EXIT.
            EXIT.

      * with no stream named, the running stream is the one that
      * logged last
        3100-READ-ONE-EVENT.
            READ OPS-LOG-FILE
                AT END
                    SET MTR-EOF TO TRUE
                    GO TO 3100-READ-ONE-EVENT-EXIT
            END-READ
            MOVE OPS-STREAM-ID TO MTR-STREAM-ID
            MOVE 0 TO MTR-FOUND-SUB
            PERFORM 3200-MATCH-ONE-STEP THRU 3200-MATCH-ONE-STEP-EXIT
               VARYING MTR-STEP-SUB FROM 1 BY 1
               UNTIL MTR-STEP-SUB > MTR-STEP-COUNT
                  OR MTR-FOUND-SUB > 0
            IF MTR-FOUND-SUB = 0
               IF MTR-STEP-COUNT >= 128
                  GO TO 3100-READ-ONE-EVENT-EXIT
               END-IF
               ADD 1 TO MTR-STEP-COUNT
               MOVE MTR-STEP-COUNT TO MTR-FOUND-SUB
               MOVE OPS-STREAM-ID TO MST-STREAM-ID (MTR-FOUND-SUB)
               MOVE OPS-STEP-NAME TO MST-STEP-NAME (MTR-FOUND-SUB)
            END-IF
            MOVE OPS-STATE TO MST-STATE (MTR-FOUND-SUB)
            MOVE OPS-START-SECONDS TO MST-START (MTR-FOUND-SUB)
            MOVE OPS-STOP-SECONDS TO MST-STOP (MTR-FOUND-SUB)
            MOVE OPS-EXIT-CODE TO MST-EXIT-CODE (MTR-FOUND-SUB).
        3100-READ-ONE-EVENT-EXIT.
            EXIT.

        3200-MATCH-ONE-STEP.
            IF MST-STREAM-ID (MTR-STEP-SUB) = OPS-STREAM-ID AND
               MST-STEP-NAME (MTR-STEP-SUB) = OPS-STEP-NAME
               MOVE MTR-STEP-SUB TO MTR-FOUND-SUB
            END-IF.
        3200-MATCH-ONE-STEP-EXIT.
            EXIT.

        3300-STEP-STATE.
            IF MST-STREAM-ID (MTR-STEP-SUB) NOT = MTR-STREAM-ID
               GO TO 3300-STEP-STATE-EXIT
            END-IF
            EVALUATE MST-STATE (MTR-STEP-SUB)
               WHEN 'R'
                  MOVE 'running' TO MTR-STATE-NAME
               WHEN 'C'
                  MOVE 'complete' TO MTR-STATE-NAME
               WHEN 'F'
                  MOVE 'failed' TO MTR-STATE-NAME
               WHEN 'S'
                  MOVE 'skipped' TO MTR-STATE-NAME
               WHEN 'O'
                  MOVE 'omitted' TO MTR-STATE-NAME
               WHEN OTHER
                  MOVE 'unknown' TO MTR-STATE-NAME
            END-EVALUATE
            MOVE SPACES TO MTR-LABELS
            STRING 'stream="' FUNCTION TRIM(MTR-STREAM-ID)
                   '",step="'
                   FUNCTION TRIM(MST-STEP-NAME (MTR-STEP-SUB))
                   '",state="' FUNCTION TRIM(MTR-STATE-NAME) '"'
               DELIMITED BY SIZE INTO MTR-LABELS
            END-STRING
            MOVE 1 TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT.
        3300-STEP-STATE-EXIT.
            EXIT.

        3400-STEP-DURATION.
            IF MST-STREAM-ID (MTR-STEP-SUB) NOT = MTR-STREAM-ID
               GO TO 3400-STEP-DURATION-EXIT
            END-IF
            EVALUATE TRUE
               WHEN MST-STATE (MTR-STEP-SUB) = 'R'
                  COMPUTE MTR-VALUE =
                     MTR-NOW-SECONDS - MST-START (MTR-STEP-SUB)
               WHEN MST-STOP (MTR-STEP-SUB) >= MST-START (MTR-STEP-SUB)
                  COMPUTE MTR-VALUE =
                     MST-STOP (MTR-STEP-SUB) - MST-START (MTR-STEP-SUB)
               WHEN OTHER
                  MOVE 0 TO MTR-VALUE
            END-EVALUATE
            PERFORM 3600-STEP-LABELS THRU 3600-STEP-LABELS-EXIT
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT.
        3400-STEP-DURATION-EXIT.
            EXIT.

        3500-STEP-EXIT-CODE.
            IF MST-STREAM-ID (MTR-STEP-SUB) NOT = MTR-STREAM-ID
               OR MST-STATE (MTR-STEP-SUB) = 'R'
               GO TO 3500-STEP-EXIT-CODE-EXIT
            END-IF
            PERFORM 3600-STEP-LABELS THRU 3600-STEP-LABELS-EXIT
            MOVE MST-EXIT-CODE (MTR-STEP-SUB) TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT.
        3500-STEP-EXIT-CODE-EXIT.
            EXIT.

        3600-STEP-LABELS.
            MOVE SPACES TO MTR-LABELS
            STRING 'stream="' FUNCTION TRIM(MTR-STREAM-ID)
                   '",step="'
                   FUNCTION TRIM(MST-STEP-NAME (MTR-STEP-SUB)) '"'
               DELIMITED BY SIZE INTO MTR-LABELS
            END-STRING.
        3600-STEP-LABELS-EXIT.
            EXIT.

      * the supervisor rewrites DAEMONSTA after every event, but a
      * supervisor that died itself leaves 'R' behind; the pid
      * decides
        4000-DAEMON-METRICS.
            MOVE 'daemon_up' TO MTR-METRIC-NAME
            MOVE 'gauge' TO MTR-METRIC-TYPE
            MOVE '1 while the supervised daemon is running.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            SET MTR-EOF TO FALSE
            OPEN INPUT DAEMON-STATUS-FILE
            PERFORM 4100-DAEMON-UP THRU 4100-DAEMON-UP-EXIT
                UNTIL MTR-EOF
            CLOSE DAEMON-STATUS-FILE
            MOVE 'daemon_restarts_total' TO MTR-METRIC-NAME
            MOVE 'counter' TO MTR-METRIC-TYPE
            MOVE 'Restarts after a crash since the supervisor started.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            SET MTR-EOF TO FALSE
            OPEN INPUT DAEMON-STATUS-FILE
            PERFORM 4200-DAEMON-RESTARTS THRU 4200-DAEMON-RESTARTS-EXIT
                UNTIL MTR-EOF
            CLOSE DAEMON-STATUS-FILE.
        4000-DAEMON-METRICS-EXIT.
            EXIT.

        4100-DAEMON-UP.
            READ DAEMON-STATUS-FILE
                AT END
                    SET MTR-EOF TO TRUE
                    GO TO 4100-DAEMON-UP-EXIT
            END-READ
            MOVE 0 TO MTR-UP-FLAG
            IF DST-STATE = 'R' AND DST-PID > 0
               MOVE DST-PID TO MTR-DAEMON-PID
               CALL "kill" USING BY VALUE MTR-DAEMON-PID
                    BY VALUE 0
                   RETURNING MTR-RC
               END-CALL
               IF MTR-RC = 0
                  MOVE 1 TO MTR-UP-FLAG
               END-IF
            END-IF
            PERFORM 4300-DAEMON-LABELS THRU 4300-DAEMON-LABELS-EXIT
            MOVE MTR-UP-FLAG TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT.
        4100-DAEMON-UP-EXIT.
            EXIT.

        4200-DAEMON-RESTARTS.
            READ DAEMON-STATUS-FILE
                AT END
                    SET MTR-EOF TO TRUE
                    GO TO 4200-DAEMON-RESTARTS-EXIT
            END-READ
            PERFORM 4300-DAEMON-LABELS THRU 4300-DAEMON-LABELS-EXIT
            MOVE DST-RESTARTS TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT.
        4200-DAEMON-RESTARTS-EXIT.
            EXIT.

        4300-DAEMON-LABELS.
            MOVE SPACES TO MTR-LABELS
            STRING 'daemon="' FUNCTION TRIM(DST-NAME) '"'
               DELIMITED BY SIZE INTO MTR-LABELS
            END-STRING.
        4300-DAEMON-LABELS-EXIT.
            EXIT.

      * slot states as MSGQ-RECON counts them; unacked is queued
      * plus sent, the figure the settlement desk watches
        5000-QUEUE-METRICS.
            MOVE 0 TO MTR-QUEUED-COUNT
            MOVE 0 TO MTR-SENT-COUNT
            MOVE 0 TO MTR-ACKED-COUNT
            MOVE 0 TO MTR-UP-FLAG
            CALL "posix-open" USING BY REFERENCE MTR-QUEUE-PATH
                 BY VALUE 0
                RETURNING MTR-QUEUE-FD-RC
            END-CALL
            IF MTR-QUEUE-FD-RC >= 0
               MOVE 1 TO MTR-UP-FLAG
               MOVE MTR-QUEUE-FD-RC TO MTR-QUEUE-FD
               CALL "posix-lseek" USING BY VALUE MTR-QUEUE-FD
                    BY VALUE 0 BY VALUE 2
                   RETURNING MTR-QUEUE-SIZE
               END-CALL
               COMPUTE MTR-SLOT-COUNT =
                  MTR-QUEUE-SIZE / LENGTH OF MSGQ-RECORD
               PERFORM 5100-COUNT-ONE-SLOT THRU 5100-COUNT-ONE-SLOT-EXIT
                  VARYING MTR-SLOT-SUB FROM 1 BY 1
                  UNTIL MTR-SLOT-SUB > MTR-SLOT-COUNT
               CALL "posix-close" USING BY VALUE MTR-QUEUE-FD
                   RETURNING MTR-RC
               END-CALL
            END-IF
            MOVE 'msgq_readable' TO MTR-METRIC-NAME
            MOVE 'gauge' TO MTR-METRIC-TYPE
            MOVE '1 when the settlement queue file could be read.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            MOVE SPACES TO MTR-LABELS
            MOVE MTR-UP-FLAG TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT
            MOVE 'msgq_slots' TO MTR-METRIC-NAME
            MOVE 'gauge' TO MTR-METRIC-TYPE
            MOVE 'Settlement queue slots by state.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            MOVE 'state="queued"' TO MTR-LABELS
            MOVE MTR-QUEUED-COUNT TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT
            MOVE 'state="sent"' TO MTR-LABELS
            MOVE MTR-SENT-COUNT TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT
            MOVE 'state="acked"' TO MTR-LABELS
            MOVE MTR-ACKED-COUNT TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT
            MOVE 'msgq_unacked_slots' TO MTR-METRIC-NAME
            MOVE 'gauge' TO MTR-METRIC-TYPE
            MOVE 'Settlement queue slots not yet acknowledged.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            MOVE SPACES TO MTR-LABELS
            COMPUTE MTR-VALUE = MTR-QUEUED-COUNT + MTR-SENT-COUNT
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT.
        5000-QUEUE-METRICS-EXIT.
            EXIT.

        5100-COUNT-ONE-SLOT.
            COMPUTE MTR-OFFSET =
               (MTR-SLOT-SUB - 1) * LENGTH OF MSGQ-RECORD
            MOVE FUNCTION POSIX-PREAD(MTR-QUEUE-FD, MSGQ-RECORD,
                 LENGTH OF MSGQ-RECORD, MTR-OFFSET) TO MTR-RC
            IF MTR-RC NOT = LENGTH OF MSGQ-RECORD
               GO TO 5100-COUNT-ONE-SLOT-EXIT
            END-IF
            EVALUATE TRUE
               WHEN MQR-ACKED
                  ADD 1 TO MTR-ACKED-COUNT
               WHEN MQR-SENT
                  ADD 1 TO MTR-SENT-COUNT
               WHEN MQR-QUEUED
                  ADD 1 TO MTR-QUEUED-COUNT
            END-EVALUATE.
        5100-COUNT-ONE-SLOT-EXIT.
            EXIT.

      * a session left 'up' by a sender that has since ended is down
        5500-SESSION-METRICS.
            INITIALIZE NET-STATE-RECORD
            MOVE 'N' TO NST-CONNECTED
            OPEN INPUT NET-STATE-FILE
            READ NET-STATE-FILE
                AT END
                    MOVE 'N' TO NST-CONNECTED
            END-READ
            CLOSE NET-STATE-FILE
            MOVE 0 TO MTR-UP-FLAG
            IF NST-IS-CONNECTED AND NST-OWNER-PID > 0
               MOVE NST-OWNER-PID TO MTR-DAEMON-PID
               CALL "kill" USING BY VALUE MTR-DAEMON-PID
                    BY VALUE 0
                   RETURNING MTR-RC
               END-CALL
               IF MTR-RC = 0
                  MOVE 1 TO MTR-UP-FLAG
               END-IF
            END-IF
            MOVE 'settlement_session_up' TO MTR-METRIC-NAME
            MOVE 'gauge' TO MTR-METRIC-TYPE
            MOVE '1 while the settlement-network session is connected.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            MOVE SPACES TO MTR-LABELS
            IF MTR-UP-FLAG = 1
               IF NST-ON-BACKUP
                  MOVE 'endpoint="backup"' TO MTR-LABELS
               ELSE
                  MOVE 'endpoint="primary"' TO MTR-LABELS
               END-IF
            END-IF
            MOVE MTR-UP-FLAG TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT
            MOVE 'settlement_session_changed_seconds'
              TO MTR-METRIC-NAME
            MOVE 'gauge' TO MTR-METRIC-TYPE
            MOVE 'Epoch seconds of the last session state change.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            MOVE SPACES TO MTR-LABELS
            MOVE NST-CHANGED-SECONDS TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT
            MOVE 'settlement_session_failovers_total'
              TO MTR-METRIC-NAME
            MOVE 'counter' TO MTR-METRIC-TYPE
            MOVE 'Failovers to the backup endpoint by the sender.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            MOVE SPACES TO MTR-LABELS
            MOVE NST-FAILOVERS TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT.
        5500-SESSION-METRICS-EXIT.
            EXIT.

      * the segment is attached on the first scrape that finds it
      * and stays attached; IPC-INIT may run after the responder
        6000-LOCK-METRICS.
            MOVE 0 TO MTR-LOCKS-HELD
            IF NOT MTR-LOCKS-ATTACHED
               PERFORM 6100-ATTACH-LOCKS THRU 6100-ATTACH-LOCKS-EXIT
            END-IF
            IF MTR-LOCKS-ATTACHED
               MOVE -1 TO MTR-SEM-OP
               MOVE FUNCTION POSIX-SEMOP(MTR-SEM-ID, MTR-SEMBUF, 1)
                 TO MTR-RC
               PERFORM 6200-COUNT-ONE-LOCK THRU 6200-COUNT-ONE-LOCK-EXIT
                  VARYING MTR-LOCK-SUB FROM 1 BY 1
                  UNTIL MTR-LOCK-SUB > 64
               MOVE 1 TO MTR-SEM-OP
               MOVE FUNCTION POSIX-SEMOP(MTR-SEM-ID, MTR-SEMBUF, 1)
                 TO MTR-RC
            END-IF
            MOVE 'lock_table_slots_used' TO MTR-METRIC-NAME
            MOVE 'gauge' TO MTR-METRIC-TYPE
            MOVE 'Record-lock table slots holding a lock.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            MOVE SPACES TO MTR-LABELS
            MOVE MTR-LOCKS-HELD TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT
            MOVE 'lock_table_slots' TO MTR-METRIC-NAME
            MOVE 'gauge' TO MTR-METRIC-TYPE
            MOVE 'Record-lock table capacity; 0 when not provisioned.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            MOVE SPACES TO MTR-LABELS
            IF MTR-LOCKS-ATTACHED
               MOVE 64 TO MTR-VALUE
            ELSE
               MOVE 0 TO MTR-VALUE
            END-IF
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT.
        6000-LOCK-METRICS-EXIT.
            EXIT.

        6100-ATTACH-LOCKS.
            MOVE FUNCTION POSIX-SHMGET(MTR-SHM-KEY,
                 LENGTH OF LKT-SEGMENT, 0) TO MTR-SHM-ID
            IF MTR-SHM-ID < 0
               GO TO 6100-ATTACH-LOCKS-EXIT
            END-IF
            CALL "posix-shmat" USING BY VALUE MTR-SHM-ID
                 BY VALUE 0 BY VALUE 0
                RETURNING MTR-SEG-PTR
            END-CALL
            IF MTR-SEG-PTR = NULL
               GO TO 6100-ATTACH-LOCKS-EXIT
            END-IF
            MOVE FUNCTION POSIX-SEMGET(MTR-SEM-KEY, 1, 0)
              TO MTR-SEM-ID
            IF MTR-SEM-ID < 0
               GO TO 6100-ATTACH-LOCKS-EXIT
            END-IF
            SET ADDRESS OF LKT-SEGMENT TO MTR-SEG-PTR
            MOVE 0 TO MTR-SEM-NUM
            SET MTR-LOCKS-ATTACHED TO TRUE.
        6100-ATTACH-LOCKS-EXIT.
            EXIT.

        6200-COUNT-ONE-LOCK.
            IF LKT-FILE-ID (MTR-LOCK-SUB) NOT = SPACES
               ADD 1 TO MTR-LOCKS-HELD
            END-IF.
        6200-COUNT-ONE-LOCK-EXIT.
            EXIT.

      * JOBHIST is in program, business date, start-time order, so
      * the last record read for a program is its latest run
        7000-PROGRAM-METRICS.
            MOVE 0 TO MTR-PROGRAM-COUNT
            OPEN INPUT JOB-HISTORY-FILE
            IF MTR-JH-STATUS = '00'
               SET MTR-EOF TO FALSE
               PERFORM 7100-READ-ONE-RUN THRU 7100-READ-ONE-RUN-EXIT
                   UNTIL MTR-EOF
               CLOSE JOB-HISTORY-FILE
            END-IF
            MOVE 'program_last_exit_status' TO MTR-METRIC-NAME
            MOVE 'gauge' TO MTR-METRIC-TYPE
            MOVE 'Exit status of the latest run of each program.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            PERFORM 7200-PROGRAM-STATUS THRU 7200-PROGRAM-STATUS-EXIT
               VARYING MTR-PROGRAM-SUB FROM 1 BY 1
               UNTIL MTR-PROGRAM-SUB > MTR-PROGRAM-COUNT
            MOVE 'program_last_run_end_seconds' TO MTR-METRIC-NAME
            MOVE 'gauge' TO MTR-METRIC-TYPE
            MOVE 'Epoch seconds the latest run of each program ended.'
              TO MTR-METRIC-HELP
            PERFORM 8000-ADD-FAMILY THRU 8000-ADD-FAMILY-EXIT
            PERFORM 7300-PROGRAM-END THRU 7300-PROGRAM-END-EXIT
               VARYING MTR-PROGRAM-SUB FROM 1 BY 1
               UNTIL MTR-PROGRAM-SUB > MTR-PROGRAM-COUNT.
        7000-PROGRAM-METRICS-EXIT.
            EXIT.

        7100-READ-ONE-RUN.
            READ JOB-HISTORY-FILE NEXT RECORD
                AT END
                    SET MTR-EOF TO TRUE
                    GO TO 7100-READ-ONE-RUN-EXIT
            END-READ
            IF MTR-PROGRAM-COUNT = 0 OR
               MPT-PROGRAM-ID (MTR-PROGRAM-COUNT) NOT = JHR-PROGRAM-ID
               IF MTR-PROGRAM-COUNT >= 128
                  SET MTR-EOF TO TRUE
                  GO TO 7100-READ-ONE-RUN-EXIT
               END-IF
               ADD 1 TO MTR-PROGRAM-COUNT
               MOVE JHR-PROGRAM-ID
                 TO MPT-PROGRAM-ID (MTR-PROGRAM-COUNT)
            END-IF
            MOVE JHR-EXIT-STATUS TO MPT-EXIT-STATUS (MTR-PROGRAM-COUNT)
            MOVE JHR-STOP-SECONDS TO MPT-STOP (MTR-PROGRAM-COUNT).
        7100-READ-ONE-RUN-EXIT.
            EXIT.

        7200-PROGRAM-STATUS.
            PERFORM 7400-PROGRAM-LABELS THRU 7400-PROGRAM-LABELS-EXIT
            MOVE MPT-EXIT-STATUS (MTR-PROGRAM-SUB) TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT.
        7200-PROGRAM-STATUS-EXIT.
            EXIT.

        7300-PROGRAM-END.
            PERFORM 7400-PROGRAM-LABELS THRU 7400-PROGRAM-LABELS-EXIT
            MOVE MPT-STOP (MTR-PROGRAM-SUB) TO MTR-VALUE
            PERFORM 8100-ADD-SAMPLE THRU 8100-ADD-SAMPLE-EXIT.
        7300-PROGRAM-END-EXIT.
            EXIT.

        7400-PROGRAM-LABELS.
            MOVE SPACES TO MTR-LABELS
            STRING 'program="'
                   FUNCTION TRIM(MPT-PROGRAM-ID (MTR-PROGRAM-SUB)) '"'
               DELIMITED BY SIZE INTO MTR-LABELS
            END-STRING.
        7400-PROGRAM-LABELS-EXIT.
            EXIT.

      * '# HELP' and '# TYPE' lines open each metric family
        8000-ADD-FAMILY.
            STRING '# HELP ' FUNCTION TRIM(MTR-METRIC-NAME) ' '
                   FUNCTION TRIM(MTR-METRIC-HELP) MTR-LF
                   '# TYPE ' FUNCTION TRIM(MTR-METRIC-NAME) ' '
                   FUNCTION TRIM(MTR-METRIC-TYPE) MTR-LF
               DELIMITED BY SIZE INTO MTR-BODY
               WITH POINTER MTR-BODY-PTR
               ON OVERFLOW
                  SET MTR-BODY-FULL TO TRUE
            END-STRING.
        8000-ADD-FAMILY-EXIT.
            EXIT.

      * name{labels} value -- or bare name value with no labels
        8100-ADD-SAMPLE.
            MOVE MTR-VALUE TO MTR-VALUE-EDIT
            IF MTR-LABELS = SPACES
               STRING FUNCTION TRIM(MTR-METRIC-NAME) ' '
                      FUNCTION TRIM(MTR-VALUE-EDIT) MTR-LF
                  DELIMITED BY SIZE INTO MTR-BODY
                  WITH POINTER MTR-BODY-PTR
                  ON OVERFLOW
                     SET MTR-BODY-FULL TO TRUE
               END-STRING
            ELSE
               STRING FUNCTION TRIM(MTR-METRIC-NAME) '{'
                      FUNCTION TRIM(MTR-LABELS) '} '
                      FUNCTION TRIM(MTR-VALUE-EDIT) MTR-LF
                  DELIMITED BY SIZE INTO MTR-BODY
                  WITH POINTER MTR-BODY-PTR
                  ON OVERFLOW
                     SET MTR-BODY-FULL TO TRUE
               END-STRING
            END-IF.
        8100-ADD-SAMPLE-EXIT.
            EXIT.

        9999-EXIT.
            IF MTR-LISTEN-FD >= 0
               MOVE MTR-LISTEN-FD TO MTR-FD
               MOVE FUNCTION POSIX-CLOSE(MTR-FD) TO MTR-RC
            END-IF
            DISPLAY 'metrics-resp: ' MTR-SCRAPE-COUNT
               ' scrape(s) answered'.
        9999-EXIT-EXIT.
            EXIT.
        End Program METRICS-RESP.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Signal handler entered directly by the runtime when the
      *  process receives SIGTERM.  It records the stop request in
      *  the EXTERNAL switch METRICS-RESP checks between scrapes.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. METRICS-RESP-STOP.
        Data Division.
        Working-Storage Section.
        01  MTR-STOP-SWITCH       PIC X(01) External.
        Linkage Section.
        01  LK-SIGNUM             Binary-Long.
        Procedure Division Using By Value LK-SIGNUM.
            DISPLAY 'metrics-resp: SIGTERM received'
            MOVE 'Y' TO MTR-STOP-SWITCH
            GOBACK.
        End Program METRICS-RESP-STOP.
