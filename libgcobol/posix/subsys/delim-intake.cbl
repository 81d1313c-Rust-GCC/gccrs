      *      CVM-COLUMN      9(3)    CSV column, 1-based
      *      CVM-FIELD-NAME  X(20)   target field in the dictionary
      *      CVM-EDIT        X(1)    N numeric, D date, C code,
      *                              K account key (check digits
      *                              proved through ACCT-KEY),
      *                              X none
      *      CVM-CODES       X(40)   comma list for edit C
      *
      *  Flags (cmdline-parms.cpy style):
      *      -LAYOUT=<name>      target record type
      *      -DELIM=<char>       default ','
      *      -RUNID=<run id>     default the business date
      *
      *  A file delivered in the interchange envelope keeps it:
      *  the 'HDR' first row (sender X(8) at column 4, sequence
      *  9(6) at column 20, as INTAKE-GATE reads it) names the
      *  file and the 'TRL' row is passed over; neither is a data
      *  row.  When the target layout has an ATR-PROVENANCE field
      *  every clean record is stamped there with that sender and
      *  sequence (spaces and zero for a file with no envelope),
      *  the row number the record came from, and the run id; a
      *  blank ATR-ORIGIN in the layout is filled with DLMINTK1.
      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *  2026-08-23 smckinney  Over-long UTF-8 text (customer
      *                        names) now truncates on a character
      *                        boundary through utf8-paragraphs.
      *  2026-10-15 smckinney  Edit K proves an account key's check
      *                        digits through ACCT-KEY, rejecting
      *                        the row before it reaches a master.
      *  2026-10-15 smckinney  Envelope HDR/TRL rows are recognized
      *                        and not parsed as data; clean
      *                        records are stamped with the file's
      *                        sender, manifest sequence, row
      *                        number and run id (ATR-PROVENANCE)
      *                        and origin DLMINTK1.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. DELIM-INTAKE.
        COPY layout-lookup.
        COPY cmdline-parms.
        COPY exit-status.
        COPY acct-key.
        COPY bus-date.
        01  DLI-LAYOUT              PIC X(08).
        01  DLI-WANT-NAME           PIC X(20).
        01  DLI-NAMED-SUB           Binary-Long.
        01  DLI-PROV-SUB            Binary-Long Value 0.
        01  DLI-ORIGIN-SUB          Binary-Long Value 0.
        01  DLI-STAMP.
            05  DLI-SRC-SENDER      PIC X(08) Value SPACES.
            05  DLI-SRC-FILE-SEQ    PIC 9(06) Value 0.
            05  DLI-SRC-RECORD      PIC 9(09) Value 0.
            05  DLI-SRC-RUN-ID      PIC X(08) Value SPACES.
        01  DLI-ENVELOPE-COUNT      PIC 9(07) Value 0.
        01  DLI-DELIMITER           PIC X(01) Value ','.
        01  DLI-EOF-SWITCH          PIC X(01).
            88  DLI-EOF                 Value 'Y', False 'N'.
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE (1:1) TO DLI-DELIMITER
            END-IF
            CALL 'BUS-DATE' USING BDQ-CONTROL
            MOVE BDQ-DATE TO DLI-SRC-RUN-ID
            MOVE 'RUNID' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE CLP-LOOKUP-VALUE TO DLI-SRC-RUN-ID
            END-IF
            IF DLI-LAYOUT = SPACES
               DISPLAY 'delim-intake: -LAYOUT is required'
               SET JOB-NEEDS-RERUN TO TRUE
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            PERFORM 1100-FIND-STAMP-FIELDS
               THRU 1100-FIND-STAMP-FIELDS-EXIT
            PERFORM 2000-LOAD-MAP THRU 2000-LOAD-MAP-EXIT
            IF DLI-MAP-COUNT = 0
               DISPLAY 'delim-intake: no CSVMAP rows for '
        1000-INITIALIZE-EXIT.
            EXIT.

      * the layout's own stamp and origin fields, if it has them
        1100-FIND-STAMP-FIELDS.
            MOVE 'ATR-PROVENANCE' TO DLI-WANT-NAME
            PERFORM 1110-FIND-NAMED-FIELD
               THRU 1110-FIND-NAMED-FIELD-EXIT
            MOVE DLI-NAMED-SUB TO DLI-PROV-SUB
            MOVE 'ATR-ORIGIN' TO DLI-WANT-NAME
            PERFORM 1110-FIND-NAMED-FIELD
               THRU 1110-FIND-NAMED-FIELD-EXIT
            MOVE DLI-NAMED-SUB TO DLI-ORIGIN-SUB.
        1100-FIND-STAMP-FIELDS-EXIT.
            EXIT.

        1110-FIND-NAMED-FIELD.
            MOVE 0 TO DLI-NAMED-SUB
            PERFORM 1120-MATCH-NAMED-FIELD
               THRU 1120-MATCH-NAMED-FIELD-EXIT
               VARYING DLI-MAP-SUB FROM 1 BY 1
               UNTIL DLI-MAP-SUB > LDQ-FIELD-COUNT
                  OR DLI-NAMED-SUB > 0.
        1110-FIND-NAMED-FIELD-EXIT.
            EXIT.

        1120-MATCH-NAMED-FIELD.
            IF LDQ-F-NAME (DLI-MAP-SUB) = DLI-WANT-NAME
               MOVE DLI-MAP-SUB TO DLI-NAMED-SUB
            END-IF.
        1120-MATCH-NAMED-FIELD-EXIT.
            EXIT.

        2000-LOAD-MAP.
            OPEN INPUT CSV-MAP-FILE
            PERFORM 2100-LOAD-ONE-MAP THRU 2100-LOAD-ONE-MAP-EXIT
                    SET DLI-EOF TO TRUE
                NOT AT END
                    ADD 1 TO DLI-ROW-COUNT
                    PERFORM 3200-ONE-DATA-ROW
                       THRU 3200-ONE-DATA-ROW-EXIT
            END-READ.
        3100-ONE-ROW-EXIT.
            EXIT.

      * envelope rows name the file and carry no data
        3200-ONE-DATA-ROW.
            IF DLI-ROW-COUNT = 1 AND CSV-IN-LINE (1:3) = 'HDR'
               AND CSV-IN-LINE (20:6) NUMERIC
               MOVE CSV-IN-LINE (4:8) TO DLI-SRC-SENDER
               MOVE CSV-IN-LINE (20:6) TO DLI-SRC-FILE-SEQ
               ADD 1 TO DLI-ENVELOPE-COUNT
               GO TO 3200-ONE-DATA-ROW-EXIT
            END-IF
            IF CSV-IN-LINE (1:3) = 'TRL' AND
               CSV-IN-LINE (4:9) NUMERIC
               ADD 1 TO DLI-ENVELOPE-COUNT
               GO TO 3200-ONE-DATA-ROW-EXIT
            END-IF
            PERFORM 4000-PARSE-CSV-ROW
               THRU 4000-PARSE-CSV-ROW-EXIT
            PERFORM 5000-BUILD-RECORD
               THRU 5000-BUILD-RECORD-EXIT
            IF DLI-REASON = SPACES
               PERFORM 5700-STAMP-RECORD
                  THRU 5700-STAMP-RECORD-EXIT
               WRITE CLEAN-OUT-RECORD
               ADD 1 TO DLI-CLEAN-COUNT
            ELSE
               PERFORM 6000-REJECT-ROW
                  THRU 6000-REJECT-ROW-EXIT
            END-IF.
        3200-ONE-DATA-ROW-EXIT.
            EXIT.

      * character scan honoring the quoting rules: a quoted field
      * may hold the delimiter, and a doubled quote inside quotes
      * is one literal quote
                  PERFORM 5300-EDIT-DATE THRU 5300-EDIT-DATE-EXIT
               WHEN 'C'
                  PERFORM 5400-EDIT-CODE THRU 5400-EDIT-CODE-EXIT
               WHEN 'K'
                  PERFORM 5600-EDIT-KEY THRU 5600-EDIT-KEY-EXIT
               WHEN OTHER
                  PERFORM 5500-MOVE-TEXT THRU 5500-MOVE-TEXT-EXIT
            END-EVALUATE.
        5500-MOVE-TEXT-EXIT.
            EXIT.

      * account key edit: an issued-form key must carry good check
      * digits; a key from before allocation passes as text
        5600-EDIT-KEY.
            SET AKQ-REQ-VALIDATE TO TRUE
            MOVE DLI-TOKEN TO AKQ-KEY
            CALL 'ACCT-KEY' USING AKQ-CONTROL
            IF AKQ-CHECK-FAILED
               MOVE 'KEY CHECK DIGITS FAIL' TO DLI-REASON
               MOVE DMT-COLUMN (DLI-MAP-SUB) TO DLI-REASON-COLUMN
               GO TO 5600-EDIT-KEY-EXIT
            END-IF
            PERFORM 5500-MOVE-TEXT THRU 5500-MOVE-TEXT-EXIT.
        5600-EDIT-KEY-EXIT.
            EXIT.

      * the record number in the stamp is the row number CSVREJ
      * would have quoted, so the delivered file can be opened at
      * the line
        5700-STAMP-RECORD.
            IF DLI-PROV-SUB = 0
               GO TO 5700-STAMP-RECORD-EXIT
            END-IF
            MOVE DLI-ROW-COUNT TO DLI-SRC-RECORD
            MOVE DLI-STAMP TO CLEAN-OUT-RECORD
                 (LDQ-F-OFFSET (DLI-PROV-SUB):LENGTH OF DLI-STAMP)
            IF DLI-ORIGIN-SUB > 0
               IF CLEAN-OUT-RECORD (LDQ-F-OFFSET (DLI-ORIGIN-SUB):8)
                  = SPACES
                  MOVE 'DLMINTK1' TO CLEAN-OUT-RECORD
                       (LDQ-F-OFFSET (DLI-ORIGIN-SUB):8)
               END-IF
            END-IF.
        5700-STAMP-RECORD-EXIT.
            EXIT.

        6000-REJECT-ROW.
            ADD 1 TO DLI-REJECT-COUNT
            MOVE SPACES TO REJECT-RECORD
            CLOSE CSV-IN-FILE CLEAN-OUT-FILE REJECT-FILE
            DISPLAY 'delim-intake: ' DLI-ROW-COUNT ' row(s), '
               DLI-CLEAN-COUNT ' clean, ' DLI-REJECT-COUNT
               ' rejected, ' DLI-ENVELOPE-COUNT ' envelope'
            IF DLI-REJECT-COUNT > 0
               SET JOB-WARNING TO TRUE
            END-IF.
