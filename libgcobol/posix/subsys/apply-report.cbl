      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  apply-report.cbl
      *
      *  Applied-batch registry report.  Lists what APPLY-REG has
      *  recorded -- every posting file applied, when, by which
      *  program and under which run id (the run's start seconds,
      *  its key on JOBHIST, so a line here leads straight to the
      *  run in JOBHIST-INQUIRY) -- in the order the files were
      *  applied, with the business date, record count, amount
      *  total and content hash of each, and a flag on the ones an
      *  operator let through again with APPLY_DUP_OVERRIDE=Y.
      *  Report to APPLYRPT.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -PROGRAM=<id>        optional filter
      *      -FROM=<yyyymmdd>     optional, inclusive, business date
      *      -TO=<yyyymmdd>       optional, inclusive, business date
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. APPLY-REPORT.
        Environment Division.
        Input-Output Section.
        File-Control.
            Select SORT-FILE Assign To SORTWK01.
            Select APPLY-REG-FILE Assign To APPLYREG
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is APB-KEY
                File Status Is APR-REG-STATUS.
            Select REPORT-FILE Assign To APPLYRPT
                Organization Is Line Sequential.
        Data Division.
        File Section.
      * registry key order is content order; the report is in the
      * order the files were applied
        SD  SORT-FILE.
        01  SORT-RECORD.
            05  SRT-APPLIED-DATE    PIC 9(08).
            05  SRT-APPLIED-TIME    PIC 9(06).
            05  SRT-RUN-ID          PIC 9(11).
            05  SRT-DATA            PIC X(228).
        FD  APPLY-REG-FILE.
        COPY applied-batch.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        Working-Storage Section.
        COPY cmdline-parms.
        COPY exit-status.
        01  APR-REG-STATUS          PIC X(02).
        01  APR-SEL-PROGRAM         PIC X(08).
        01  APR-SEL-FROM            PIC 9(08) Value 0.
        01  APR-SEL-TO              PIC 9(08) Value 99999999.
        01  APR-EOF-SWITCH          PIC X(01).
            88  APR-EOF                 Value 'Y', False 'N'.
        01  APR-MATCH-COUNT         PIC 9(07) Value 0.
        01  APR-OVERRIDE-COUNT      PIC 9(07) Value 0.
        01  APR-DETAIL-LINE.
            05  APR-DL-DATE         PIC 9(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  APR-DL-TIME         PIC 9(06).
            05  FILLER              PIC X(02) Value SPACES.
            05  APR-DL-PROGRAM      PIC X(08).
            05  FILLER              PIC X(02) Value SPACES.
            05  APR-DL-RUN-ID       PIC 9(11).
            05  FILLER              PIC X(02) Value SPACES.
            05  APR-DL-BUS-DATE     PIC 9(08).
            05  FILLER              PIC X(01) Value SPACE.
            05  APR-DL-COUNT        PIC Z(08)9.
            05  APR-DL-AMOUNT       PIC -(15)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  APR-DL-HASH         PIC 9(15).
            05  FILLER              PIC X(01) Value SPACE.
            05  APR-DL-OVERRIDE     PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  APR-DL-FILE         PIC X(34).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF JOB-OK
               SORT SORT-FILE
                  ON ASCENDING KEY SRT-APPLIED-DATE SRT-APPLIED-TIME
                                   SRT-RUN-ID
                  INPUT PROCEDURE IS 2000-SELECT-ENTRIES
                     THRU 2000-SELECT-ENTRIES-EXIT
                  OUTPUT PROCEDURE IS 3000-LIST-ENTRIES
                     THRU 3000-LIST-ENTRIES-EXIT
               PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            END-IF
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            PERFORM 9700-CLP-PARSE-ARGS THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'PROGRAM' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            MOVE CLP-LOOKUP-VALUE TO APR-SEL-PROGRAM
            MOVE 'FROM' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO APR-SEL-FROM
            END-IF
            MOVE 'TO' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND
               MOVE FUNCTION NUMVAL(CLP-LOOKUP-VALUE)
                 TO APR-SEL-TO
            END-IF
            OPEN INPUT APPLY-REG-FILE
            IF APR-REG-STATUS NOT = '00'
               DISPLAY 'apply-report: cannot open registry,'
                  ' status ' APR-REG-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE
            MOVE 'APPLIED-BATCH REGISTRY' TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 'APPLIED          PROGRAM   RUN-ID       BUS-DATE  '
              &  ' RECORDS             AMOUNT CONTENT-HASH    OVR '
              &  'FILE' TO REPORT-LINE
            WRITE REPORT-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-SELECT-ENTRIES.
            SET APR-EOF TO FALSE
            PERFORM 2100-READ-ONE-ENTRY THRU 2100-READ-ONE-ENTRY-EXIT
                UNTIL APR-EOF.
        2000-SELECT-ENTRIES-EXIT.
            EXIT.

        2100-READ-ONE-ENTRY.
            READ APPLY-REG-FILE NEXT RECORD
                AT END
                    SET APR-EOF TO TRUE
                    GO TO 2100-READ-ONE-ENTRY-EXIT
            END-READ
            IF APR-SEL-PROGRAM NOT = SPACES AND
               APB-PROGRAM-ID NOT = APR-SEL-PROGRAM
               GO TO 2100-READ-ONE-ENTRY-EXIT
            END-IF
            IF APB-BUSINESS-DATE < APR-SEL-FROM OR
               APB-BUSINESS-DATE > APR-SEL-TO
               GO TO 2100-READ-ONE-ENTRY-EXIT
            END-IF
            MOVE APB-APPLIED-DATE TO SRT-APPLIED-DATE
            MOVE APB-APPLIED-TIME TO SRT-APPLIED-TIME
            MOVE APB-RUN-ID TO SRT-RUN-ID
            MOVE APPLIED-BATCH-RECORD TO SRT-DATA
            RELEASE SORT-RECORD.
        2100-READ-ONE-ENTRY-EXIT.
            EXIT.

        3000-LIST-ENTRIES.
            SET APR-EOF TO FALSE
            PERFORM 3100-LIST-ONE-ENTRY THRU 3100-LIST-ONE-ENTRY-EXIT
                UNTIL APR-EOF.
        3000-LIST-ENTRIES-EXIT.
            EXIT.

        3100-LIST-ONE-ENTRY.
            RETURN SORT-FILE
                AT END
                    SET APR-EOF TO TRUE
                    GO TO 3100-LIST-ONE-ENTRY-EXIT
            END-RETURN
            MOVE SRT-DATA TO APPLIED-BATCH-RECORD
            ADD 1 TO APR-MATCH-COUNT
            MOVE APB-APPLIED-DATE TO APR-DL-DATE
            MOVE APB-APPLIED-TIME TO APR-DL-TIME
            MOVE APB-PROGRAM-ID TO APR-DL-PROGRAM
            MOVE APB-RUN-ID TO APR-DL-RUN-ID
            MOVE APB-BUSINESS-DATE TO APR-DL-BUS-DATE
            MOVE APB-RECORD-COUNT TO APR-DL-COUNT
            MOVE APB-AMOUNT-TOTAL TO APR-DL-AMOUNT
            MOVE APB-CONTENT-HASH TO APR-DL-HASH
            IF APB-OVERRIDE
               MOVE 'OVR' TO APR-DL-OVERRIDE
               ADD 1 TO APR-OVERRIDE-COUNT
            ELSE
               MOVE SPACES TO APR-DL-OVERRIDE
            END-IF
            MOVE APB-FILE-NAME TO APR-DL-FILE
            WRITE REPORT-LINE FROM APR-DETAIL-LINE.
        3100-LIST-ONE-ENTRY-EXIT.
            EXIT.

        9999-EXIT.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING APR-MATCH-COUNT ' APPLICATION(S) LISTED, '
                   APR-OVERRIDE-COUNT ' UNDER OPERATOR OVERRIDE'
               DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            CLOSE APPLY-REG-FILE REPORT-FILE
            DISPLAY 'apply-report: ' APR-MATCH-COUNT
               ' application(s) listed'.
        9999-EXIT-EXIT.
            EXIT.

        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program APPLY-REPORT.
