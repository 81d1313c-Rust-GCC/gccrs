      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  liq-open.cbl
      *
      *  Start-of-day intraday liquidity opening.  Reads treasury's
      *  opening nostro balance and floor per settlement currency
      *  from LIQOPEN and opens the day's position on LIQPOS
      *  (liq-pos.cpy): a currency last opened on an earlier date
      *  rolls -- receipts and releases start again from zero, the
      *  payments still waiting on LIQHOLD stay waiting -- and a
      *  currency already opened today takes the new figures as a
      *  correction, keeping the day's receipts and releases.  A
      *  currency seen for the first time gets a new position row.
      *  Entries released on an earlier day are cleared off
      *  LIQHOLD first.
      *
      *  Once the positions are in place, each loaded currency is
      *  swept through MSG-ENQUEUE (MQC-SWEEP): the held payments
      *  the new opening balance covers go to the settlement queue
      *  head first.  A position row not opened today is listed
      *  on LIQRPT and the run ends with a warning; a LIQOPEN row
      *  with no currency or non-numeric figures is skipped and
      *  listed, likewise.  Rerunnable intraday for a correction.
      *
      *  LIQOPEN record layout (fixed columns):
      *      LOI-CURRENCY    X(3)
      *      LOI-OPENING     S9(13)V99 sign leading separate
      *      LOI-FLOOR       S9(13)V99 sign leading separate
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. LIQ-OPEN.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-CLOCK-GETTIME.
        Input-Output Section.
        File-Control.
            Select OPEN-IN-FILE Assign To LIQOPEN
                Organization Is Line Sequential
                File Status Is LQO-IN-STATUS.
            Select LIQ-POS-FILE Assign To LIQPOS
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is LPR-CURRENCY
                File Status Is LQO-POS-STATUS.
            Select LIQ-HOLD-FILE Assign To LIQHOLD
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is LHD-KEY
                File Status Is LQO-HOLD-STATUS.
            Select REPORT-FILE Assign To LIQRPT
                Organization Is Line Sequential.
            Select JOB-HISTORY-FILE Assign To JOBHIST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is JHR-KEY
                File Status Is JHW-FILE-STATUS.
        Data Division.
        File Section.
        FD  OPEN-IN-FILE.
        01  OPEN-IN-RECORD.
            05  LOI-CURRENCY        PIC X(03).
            05  LOI-OPENING         PIC S9(13)V99
                                    Sign Leading Separate.
            05  LOI-FLOOR           PIC S9(13)V99
                                    Sign Leading Separate.
        FD  LIQ-POS-FILE.
        COPY liq-pos.
        FD  LIQ-HOLD-FILE.
        COPY liq-hold.
        FD  REPORT-FILE.
        01  REPORT-LINE             PIC X(132).
        FD  JOB-HISTORY-FILE.
        COPY jobhist-record.
        Working-Storage Section.
        COPY bus-date.
        COPY exit-status.
        COPY msgq-enqueue.
        01  JHW-FILE-STATUS         PIC X(02).
        01  LQO-RC                  Binary-Long.
        01  LQO-RUN-START.
            05  LQO-START-SECONDS   Usage BINARY-DOUBLE.
            05  LQO-START-NANOS     Usage BINARY-DOUBLE.
        01  LQO-RUN-STOP.
            05  LQO-STOP-SECONDS    Usage BINARY-DOUBLE.
            05  LQO-STOP-NANOS      Usage BINARY-DOUBLE.
        01  LQO-IN-STATUS           PIC X(02).
        01  LQO-POS-STATUS          PIC X(02).
        01  LQO-HOLD-STATUS         PIC X(02).
        01  LQO-EOF-SWITCH          PIC X(01).
            88  LQO-EOF                 Value 'Y', False 'N'.
        01  LQO-REPORT-SWITCH       PIC X(01) Value 'N'.
            88  LQO-REPORT-OPEN         Value 'Y', False 'N'.
        01  LQO-TODAY               PIC 9(08).
        01  LQO-IN-COUNT            PIC 9(09) Value 0.
        01  LQO-LOADED-COUNT        PIC 9(09) Value 0.
        01  LQO-BAD-COUNT           PIC 9(09) Value 0.
        01  LQO-CLEARED-COUNT       PIC 9(09) Value 0.
        01  LQO-STALE-COUNT         PIC 9(09) Value 0.
        01  LQO-RELEASED-COUNT      PIC 9(09) Value 0.
        01  LQO-CCY-COUNT           Binary-Long Value 0.
        01  LQO-CCY-SUB             Binary-Long.
        01  LQO-FOUND-SUB           Binary-Long.
        01  LQO-CCY-TABLE.
            05  LQO-CCY-ENTRY OCCURS 100 TIMES.
                10  LQO-C-CURRENCY  PIC X(03).
                10  LQO-C-ACTION    PIC X(10).
                10  LQO-C-OPENING   PIC S9(13)V99 COMP-3.
                10  LQO-C-FLOOR     PIC S9(13)V99 COMP-3.
                10  LQO-C-HELD      PIC 9(07).
        01  LQO-HDR-LINE.
            05  FILLER              PIC X(40)
                Value 'INTRADAY LIQUIDITY OPENING  --  '.
            05  LQO-HDR-DATE        PIC 9(08).
        01  LQO-COL-LINE.
            05  FILLER              PIC X(40) Value
                'CCY ACTION       OPENING BALANCE        '.
            05  FILLER              PIC X(27) Value
                '     FLOOR    HELD RELEASED'.
        01  LQO-DETAIL-LINE.
            05  LQO-DL-CURRENCY     PIC X(03).
            05  FILLER              PIC X(01) Value SPACE.
            05  LQO-DL-ACTION       PIC X(10).
            05  FILLER              PIC X(01) Value SPACE.
            05  LQO-DL-OPENING      PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  LQO-DL-FLOOR        PIC -(13)9.99.
            05  FILLER              PIC X(01) Value SPACE.
            05  LQO-DL-HELD         PIC Z(06)9.
            05  FILLER              PIC X(01) Value SPACE.
            05  LQO-DL-RELEASED     PIC Z(07)9.
        01  LQO-BAD-LINE.
            05  FILLER              PIC X(12) Value 'SKIPPED ROW '.
            05  LQO-BL-ROW          PIC X(35).
            05  FILLER              PIC X(01) Value SPACE.
            05  LQO-BL-REASON       PIC X(30).
        01  LQO-STALE-LINE.
            05  FILLER              PIC X(04) Value 'CCY '.
            05  LQO-SL-CURRENCY     PIC X(03).
            05  FILLER              PIC X(29)
                Value ' NOT OPENED TODAY, LAST OPEN '.
            05  LQO-SL-DATE         PIC 9(08).
        01  LQO-TRAILER-LINE.
            05  FILLER              PIC X(11) Value 'CURRENCIES '.
            05  LQO-TR-LOADED       PIC Z(08)9.
            05  FILLER              PIC X(10) Value '  SKIPPED '.
            05  LQO-TR-BAD          PIC Z(08)9.
            05  FILLER              PIC X(12) Value '  NOT OPEN '.
            05  LQO-TR-STALE        PIC Z(08)9.
            05  FILLER              PIC X(11) Value '  RELEASED '.
            05  LQO-TR-RELEASED     PIC Z(08)9.
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            PERFORM 2000-CLEAR-RELEASED THRU 2000-CLEAR-RELEASED-EXIT
            PERFORM 3000-LOAD-OPENING THRU 3000-LOAD-OPENING-EXIT
            PERFORM 4000-LIST-STALE THRU 4000-LIST-STALE-EXIT
            PERFORM 5000-SWEEP-QUEUES THRU 5000-SWEEP-QUEUES-EXIT
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET LQO-EOF TO FALSE
            CALL 'BUS-DATE' USING BDQ-CONTROL
            IF NOT BDQ-OK
               DISPLAY 'liq-open: no business date established'
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            MOVE BDQ-DATE TO LQO-TODAY
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, LQO-RUN-START)
              TO LQO-RC
            OPEN INPUT OPEN-IN-FILE
            IF LQO-IN-STATUS NOT = '00'
               DISPLAY 'liq-open: cannot open LIQOPEN, status '
                  LQO-IN-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN I-O LIQ-POS-FILE
            IF LQO-POS-STATUS = '35'
               OPEN OUTPUT LIQ-POS-FILE
               CLOSE LIQ-POS-FILE
               OPEN I-O LIQ-POS-FILE
            END-IF
            IF LQO-POS-STATUS NOT = '00'
               DISPLAY 'liq-open: cannot open LIQPOS, status '
                  LQO-POS-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN I-O LIQ-HOLD-FILE
            IF LQO-HOLD-STATUS = '35'
               OPEN OUTPUT LIQ-HOLD-FILE
               CLOSE LIQ-HOLD-FILE
               OPEN I-O LIQ-HOLD-FILE
            END-IF
            IF LQO-HOLD-STATUS NOT = '00'
               DISPLAY 'liq-open: cannot open LIQHOLD, status '
                  LQO-HOLD-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 1000-INITIALIZE-EXIT
            END-IF
            OPEN OUTPUT REPORT-FILE
            SET LQO-REPORT-OPEN TO TRUE
            MOVE LQO-TODAY TO LQO-HDR-DATE
            WRITE REPORT-LINE FROM LQO-HDR-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM LQO-COL-LINE.
        1000-INITIALIZE-EXIT.
            EXIT.

      * yesterday's released entries are history; today's stay so
      * treasury can see what went out this morning
        2000-CLEAR-RELEASED.
            IF NOT JOB-OK
               GO TO 2000-CLEAR-RELEASED-EXIT
            END-IF
            MOVE LOW-VALUES TO LHD-KEY
            START LIQ-HOLD-FILE KEY NOT < LHD-KEY
            IF LQO-HOLD-STATUS NOT = '00'
               GO TO 2000-CLEAR-RELEASED-EXIT
            END-IF
            SET LQO-EOF TO FALSE
            PERFORM 2100-CLEAR-ONE THRU 2100-CLEAR-ONE-EXIT
                UNTIL LQO-EOF.
        2000-CLEAR-RELEASED-EXIT.
            EXIT.

        2100-CLEAR-ONE.
            READ LIQ-HOLD-FILE NEXT
                AT END
                    SET LQO-EOF TO TRUE
                    GO TO 2100-CLEAR-ONE-EXIT
            END-READ
            IF LHD-STATUS-RELEASED AND
               LHD-RELEASED-DATE < LQO-TODAY
               DELETE LIQ-HOLD-FILE
               IF LQO-HOLD-STATUS = '00'
                  ADD 1 TO LQO-CLEARED-COUNT
               END-IF
            END-IF.
        2100-CLEAR-ONE-EXIT.
            EXIT.

        3000-LOAD-OPENING.
            IF NOT JOB-OK
               GO TO 3000-LOAD-OPENING-EXIT
            END-IF
            SET LQO-EOF TO FALSE
            PERFORM 3100-LOAD-ONE THRU 3100-LOAD-ONE-EXIT
                UNTIL LQO-EOF
            CLOSE OPEN-IN-FILE
            IF LQO-BAD-COUNT > 0
               SET JOB-WARNING TO TRUE
            END-IF.
        3000-LOAD-OPENING-EXIT.
            EXIT.

        3100-LOAD-ONE.
            READ OPEN-IN-FILE
                AT END
                    SET LQO-EOF TO TRUE
                    GO TO 3100-LOAD-ONE-EXIT
            END-READ
            ADD 1 TO LQO-IN-COUNT
            IF LOI-CURRENCY = SPACES
               MOVE 'NO CURRENCY' TO LQO-BL-REASON
               PERFORM 3300-SKIP-ROW THRU 3300-SKIP-ROW-EXIT
               GO TO 3100-LOAD-ONE-EXIT
            END-IF
            IF LOI-OPENING NOT NUMERIC OR LOI-FLOOR NOT NUMERIC
               MOVE 'OPENING OR FLOOR NOT NUMERIC' TO LQO-BL-REASON
               PERFORM 3300-SKIP-ROW THRU 3300-SKIP-ROW-EXIT
               GO TO 3100-LOAD-ONE-EXIT
            END-IF
            MOVE 0 TO LQO-FOUND-SUB
            PERFORM 3400-FIND-CURRENCY THRU 3400-FIND-CURRENCY-EXIT
               VARYING LQO-CCY-SUB FROM 1 BY 1
               UNTIL LQO-CCY-SUB > LQO-CCY-COUNT
                  OR LQO-FOUND-SUB > 0
            IF LQO-FOUND-SUB = 0
               IF LQO-CCY-COUNT NOT < 100
                  MOVE 'CURRENCY TABLE FULL' TO LQO-BL-REASON
                  PERFORM 3300-SKIP-ROW THRU 3300-SKIP-ROW-EXIT
                  GO TO 3100-LOAD-ONE-EXIT
               END-IF
               ADD 1 TO LQO-CCY-COUNT
               MOVE LQO-CCY-COUNT TO LQO-FOUND-SUB
               MOVE LOI-CURRENCY TO LQO-C-CURRENCY (LQO-FOUND-SUB)
            END-IF
            PERFORM 3200-OPEN-POSITION THRU 3200-OPEN-POSITION-EXIT.
        3100-LOAD-ONE-EXIT.
            EXIT.

      * a row dated earlier rolls to today; a row already dated
      * today keeps what the day has done and takes the new figures
        3200-OPEN-POSITION.
            MOVE LOI-CURRENCY TO LPR-CURRENCY
            READ LIQ-POS-FILE
            EVALUATE TRUE
               WHEN LQO-POS-STATUS = '23'
                  INITIALIZE LIQ-POS-RECORD
                  MOVE LOI-CURRENCY TO LPR-CURRENCY
                  MOVE 1 TO LPR-NEXT-HOLD-ID
                  MOVE 'NEW' TO LQO-C-ACTION (LQO-FOUND-SUB)
               WHEN LQO-POS-STATUS NOT = '00'
                  DISPLAY 'liq-open: LIQPOS read failed for '
                     LOI-CURRENCY ', status ' LQO-POS-STATUS
                  SET JOB-NEEDS-RERUN TO TRUE
                  GO TO 3200-OPEN-POSITION-EXIT
               WHEN LPR-POS-DATE < LQO-TODAY
                  MOVE 0 TO LPR-RECEIPTS LPR-RECEIPT-COUNT
                  MOVE 0 TO LPR-RELEASED LPR-RELEASE-COUNT
                  MOVE 'ROLLED' TO LQO-C-ACTION (LQO-FOUND-SUB)
               WHEN OTHER
                  MOVE 'CORRECTED' TO LQO-C-ACTION (LQO-FOUND-SUB)
            END-EVALUATE
            MOVE LQO-TODAY TO LPR-POS-DATE
            MOVE LOI-OPENING TO LPR-OPENING
            MOVE LOI-FLOOR TO LPR-FLOOR
            IF LQO-POS-STATUS = '23'
               WRITE LIQ-POS-RECORD
            ELSE
               REWRITE LIQ-POS-RECORD
            END-IF
            IF LQO-POS-STATUS NOT = '00'
               DISPLAY 'liq-open: LIQPOS update failed for '
                  LOI-CURRENCY ', status ' LQO-POS-STATUS
               SET JOB-NEEDS-RERUN TO TRUE
               GO TO 3200-OPEN-POSITION-EXIT
            END-IF
            ADD 1 TO LQO-LOADED-COUNT
            MOVE LPR-OPENING TO LQO-C-OPENING (LQO-FOUND-SUB)
            MOVE LPR-FLOOR TO LQO-C-FLOOR (LQO-FOUND-SUB)
            MOVE LPR-HELD-COUNT TO LQO-C-HELD (LQO-FOUND-SUB).
        3200-OPEN-POSITION-EXIT.
            EXIT.

        3300-SKIP-ROW.
            ADD 1 TO LQO-BAD-COUNT
            MOVE OPEN-IN-RECORD TO LQO-BL-ROW
            WRITE REPORT-LINE FROM LQO-BAD-LINE.
        3300-SKIP-ROW-EXIT.
            EXIT.

        3400-FIND-CURRENCY.
            IF LQO-C-CURRENCY (LQO-CCY-SUB) = LOI-CURRENCY
               MOVE LQO-CCY-SUB TO LQO-FOUND-SUB
            END-IF.
        3400-FIND-CURRENCY-EXIT.
            EXIT.

      * a currency nobody opened today is gating on yesterday's
      * balance; treasury has to know
        4000-LIST-STALE.
            IF NOT JOB-OK AND NOT JOB-WARNING
               GO TO 4000-LIST-STALE-EXIT
            END-IF
            MOVE LOW-VALUES TO LPR-CURRENCY
            START LIQ-POS-FILE KEY NOT < LPR-CURRENCY
            IF LQO-POS-STATUS = '00'
               SET LQO-EOF TO FALSE
               PERFORM 4100-CHECK-ONE-POSITION
                  THRU 4100-CHECK-ONE-POSITION-EXIT
                   UNTIL LQO-EOF
            END-IF
      *     LIQ-POSITION opens both files itself for the sweep
            CLOSE LIQ-POS-FILE LIQ-HOLD-FILE
            IF LQO-STALE-COUNT > 0 AND JOB-OK
               SET JOB-WARNING TO TRUE
            END-IF.
        4000-LIST-STALE-EXIT.
            EXIT.

        4100-CHECK-ONE-POSITION.
            READ LIQ-POS-FILE NEXT
                AT END
                    SET LQO-EOF TO TRUE
                    GO TO 4100-CHECK-ONE-POSITION-EXIT
            END-READ
            IF LPR-POS-DATE < LQO-TODAY
               ADD 1 TO LQO-STALE-COUNT
               MOVE LPR-CURRENCY TO LQO-SL-CURRENCY
               MOVE LPR-POS-DATE TO LQO-SL-DATE
               WRITE REPORT-LINE FROM LQO-STALE-LINE
            END-IF.
        4100-CHECK-ONE-POSITION-EXIT.
            EXIT.

        5000-SWEEP-QUEUES.
            IF NOT JOB-OK AND NOT JOB-WARNING
               GO TO 5000-SWEEP-QUEUES-EXIT
            END-IF
            PERFORM 5100-SWEEP-ONE THRU 5100-SWEEP-ONE-EXIT
               VARYING LQO-CCY-SUB FROM 1 BY 1
               UNTIL LQO-CCY-SUB > LQO-CCY-COUNT.
        5000-SWEEP-QUEUES-EXIT.
            EXIT.

        5100-SWEEP-ONE.
            MOVE 0 TO MQC-RELEASE-COUNT
            IF LQO-C-HELD (LQO-CCY-SUB) > 0
               MOVE 0 TO MQC-DATA-LENGTH
               MOVE SPACES TO MQC-DATA MQC-PARTY MQC-BENEF-NAME
               SET MQC-RELEASED TO FALSE
               SET MQC-SWEEP TO TRUE
               MOVE LQO-C-CURRENCY (LQO-CCY-SUB) TO MQC-CURRENCY
               CALL 'MSG-ENQUEUE' USING MQC-CONTROL
               IF NOT MQC-OK
                  DISPLAY 'liq-open: sweep of '
                     LQO-C-CURRENCY (LQO-CCY-SUB)
                     ' failed, status ' MQC-STATUS
                  SET JOB-NEEDS-RERUN TO TRUE
               END-IF
               ADD MQC-RELEASE-COUNT TO LQO-RELEASED-COUNT
            END-IF
            MOVE LQO-C-CURRENCY (LQO-CCY-SUB) TO LQO-DL-CURRENCY
            MOVE LQO-C-ACTION (LQO-CCY-SUB) TO LQO-DL-ACTION
            MOVE LQO-C-OPENING (LQO-CCY-SUB) TO LQO-DL-OPENING
            MOVE LQO-C-FLOOR (LQO-CCY-SUB) TO LQO-DL-FLOOR
            MOVE LQO-C-HELD (LQO-CCY-SUB) TO LQO-DL-HELD
            MOVE MQC-RELEASE-COUNT TO LQO-DL-RELEASED
            WRITE REPORT-LINE FROM LQO-DETAIL-LINE.
        5100-SWEEP-ONE-EXIT.
            EXIT.

        9999-EXIT.
            IF LQO-REPORT-OPEN
               MOVE LQO-LOADED-COUNT TO LQO-TR-LOADED
               MOVE LQO-BAD-COUNT TO LQO-TR-BAD
               MOVE LQO-STALE-COUNT TO LQO-TR-STALE
               MOVE LQO-RELEASED-COUNT TO LQO-TR-RELEASED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM LQO-TRAILER-LINE
               CLOSE REPORT-FILE
            END-IF
            DISPLAY 'liq-open: ' LQO-LOADED-COUNT
               ' currencies opened, ' LQO-BAD-COUNT ' skipped, '
               LQO-CLEARED-COUNT ' released entries cleared, '
               LQO-RELEASED-COUNT ' held payments released'
            MOVE FUNCTION POSIX-CLOCK-GETTIME(0, LQO-RUN-STOP)
              TO LQO-RC
            MOVE 'LIQOPEN' TO JHR-PROGRAM-ID
            MOVE LQO-TODAY TO JHR-BUSINESS-DATE
            MOVE LQO-START-SECONDS TO JHR-START-SECONDS
            MOVE LQO-STOP-SECONDS TO JHR-STOP-SECONDS
            MOVE SPACES TO JHR-STREAM-ID
            MOVE EXIT-STATUS-CODE TO JHR-EXIT-STATUS
            MOVE LQO-IN-COUNT TO JHR-RECORDS-IN
            MOVE LQO-RELEASED-COUNT TO JHR-RECORDS-OUT
            PERFORM 9820-WRITE-JOB-HISTORY
               THRU 9820-WRITE-JOB-HISTORY-EXIT.
        9999-EXIT-EXIT.
            EXIT.

        COPY jobhist-paragraphs.
        COPY exit-status-paragraphs.
        End Program LIQ-OPEN.
