      *  actually in the file.  A failing file is moved to the
      *  reject directory with a specific reason code and the
      *  rejection is logged through posix-syslog.  A passing file's
      *  sequence number is recorded in the per-sender sequence log
      *  with its date, record count and name.
      *
      *  Interchange envelope (fixed columns):
      *      header   'HDR' sender X(8) file-date 9(8) sequence 9(6)
      *                        CASE-INTAKE auto-opens a case --
      *                        rejected files stop living in
      *                        whoever's inbox noticed them.
      *  2026-10-15 smckinney  The sequence log row (seq-log.cpy)
      *                        also records the accepted file's
      *                        date, detail record count and name,
      *                        for tracing a posting back to the
      *                        file it came in.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. INTAKE-GATE.
        FD  GATE-IN-FILE.
        01  GATE-IN-LINE            PIC X(600).
        FD  SEQ-LOG-FILE.
        COPY seq-log.
        FD  CASE-FEED-FILE.
        01  CASE-FEED-RECORD.
            05  CIN-SOURCE          PIC X(08).
            EXIT.

        5000-ACCEPT-FILE.
            PERFORM 6100-TAKE-FILE-NAME THRU 6100-TAKE-FILE-NAME-EXIT
            OPEN EXTEND SEQ-LOG-FILE
            MOVE SPACES TO SEQ-LOG-RECORD
            MOVE GTE-HDR-SENDER  TO SLR-SENDER
            MOVE GTE-HDR-SEQ-NUM TO SLR-SEQUENCE
            MOVE GTE-HDR-DATE    TO SLR-FILE-DATE
            MOVE GTE-ACTUAL-COUNT TO SLR-RECORD-COUNT
            MOVE GTE-FILE-NAME   TO SLR-FILE-NAME
            WRITE SEQ-LOG-RECORD
            CLOSE SEQ-LOG-FILE
            DISPLAY 'intake-gate: file accepted, sender '
      * the file keeps its name inside the reject directory, with
      * the reason code appended
        6000-REJECT-FILE.
            PERFORM 6100-TAKE-FILE-NAME THRU 6100-TAKE-FILE-NAME-EXIT
            MOVE SPACES TO GTE-REJECT-PATH
            STRING GTE-REJECT-DIR DELIMITED BY SPACE
                   '/'            DELIMITED BY SIZE
        6000-REJECT-FILE-EXIT.
            EXIT.

      * the last component of the -FILE path
        6100-TAKE-FILE-NAME.
            MOVE FUNCTION REVERSE(GTE-FILE-PATH) TO GTE-NAME-HEAD
            MOVE SPACES TO GTE-FILE-NAME
            UNSTRING GTE-NAME-HEAD DELIMITED BY '/'
                INTO GTE-FILE-NAME
            END-UNSTRING
            MOVE FUNCTION TRIM(FUNCTION REVERSE(GTE-FILE-NAME))
              TO GTE-FILE-NAME.
        6100-TAKE-FILE-NAME-EXIT.
            EXIT.

        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program INTAKE-GATE.
