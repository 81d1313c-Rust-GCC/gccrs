      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  index-maint.cbl
      *
      *  Effective-dated base-rate index maintenance, the loan-side
      *  twin of RATE-MAINT.  Loads the daily index file (IDXIN:
      *  index code, effective-from, rate), validates each record
      *  (code present, date sane, rate numeric, no duplicate
      *  code/date), and rewrites the index master (IDXMST,
      *  index-table.cpy) with the new effective dates merged in
      *  code + date order.  LOAN-REPRICE reads IDXMST for the rate
      *  in force on each variable-rate loan's reset date.  Any bad
      *  daily record fails the load with JOB-NEEDS-RERUN and the
      *  old master stands.  A zero rate is a legitimate index
      *  value and is accepted.
      *
      *  IDXIN record layout (fixed columns):
      *      IIN-INDEX-CODE      X(6)
      *      IIN-EFFECTIVE-FROM  9(8)
      *      IIN-RATE            9(3)V9(6) zoned, decimal fraction
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. INDEX-MAINT.
        Environment Division.
        Input-Output Section.
        File-Control.
            Select INDEX-IN-FILE Assign To IDXIN
                Organization Is Line Sequential.
            Select OPTIONAL INDEX-MASTER-FILE Assign To IDXMST
                Organization Is Line Sequential.
        Data Division.
        File Section.
        FD  INDEX-IN-FILE.
        01  INDEX-IN-RECORD.
            05  IIN-INDEX-CODE      PIC X(06).
            05  IIN-EFFECTIVE-FROM  PIC X(08).
            05  IIN-RATE            PIC X(09).
        FD  INDEX-MASTER-FILE.
        01  INDEX-MASTER-RECORD.
            05  IXM-INDEX-CODE      PIC X(06).
            05  IXM-EFFECTIVE-FROM  PIC 9(08).
            05  IXM-RATE            PIC 9(3)V9(6).
        Working-Storage Section.
        COPY index-table.
        COPY exit-status.
        01  IXN-EOF-SWITCH        PIC X(01).
            88  IXN-EOF               Value 'Y', False 'N'.
        01  IXN-ERROR-SWITCH      PIC X(01).
            88  IXN-LOAD-ERROR        Value 'Y', False 'N'.
        01  IXN-IN-COUNT          PIC 9(5) Value 0.
        01  IXN-NEW-COUNT         PIC 9(5) Value 0.
        01  IXN-BAD-COUNT         PIC 9(5) Value 0.
        01  IXN-SUB               Binary-Long.
        01  IXN-SUB2              Binary-Long.
        01  IXN-INSERT-AT         Binary-Long.
        01  IXN-DUP-SWITCH        PIC X(01).
            88  IXN-DUPLICATE         Value 'Y', False 'N'.
        01  IXN-WORK-CODE         PIC X(06).
        01  IXN-WORK-DATE         PIC 9(08).
        01  IXN-WORK-RATE         PIC 9(3)V9(6).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            PERFORM 2000-LOAD-MASTER THRU 2000-LOAD-MASTER-EXIT
            PERFORM 3000-APPLY-DAILY THRU 3000-APPLY-DAILY-EXIT
            IF NOT IXN-LOAD-ERROR
               PERFORM 4000-REWRITE-MASTER
                  THRU 4000-REWRITE-MASTER-EXIT
            ELSE
               DISPLAY 'index-maint: load failed, old master stands'
               SET JOB-NEEDS-RERUN TO TRUE
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            GOBACK.

        1000-INITIALIZE.
            SET JOB-OK TO TRUE
            SET IXN-LOAD-ERROR TO FALSE
            MOVE 0 TO IXT-ENTRY-COUNT.
        1000-INITIALIZE-EXIT.
            EXIT.

        2000-LOAD-MASTER.
            SET IXN-EOF TO FALSE
            OPEN INPUT INDEX-MASTER-FILE
            PERFORM 2100-LOAD-ONE-MASTER
               THRU 2100-LOAD-ONE-MASTER-EXIT
               UNTIL IXN-EOF
            CLOSE INDEX-MASTER-FILE
            DISPLAY 'index-maint: ' IXT-ENTRY-COUNT
               ' master index rate(s) loaded'.
        2000-LOAD-MASTER-EXIT.
            EXIT.

        2100-LOAD-ONE-MASTER.
            READ INDEX-MASTER-FILE
                AT END
                    SET IXN-EOF TO TRUE
                NOT AT END
                    IF IXT-ENTRY-COUNT < 500
                       ADD 1 TO IXT-ENTRY-COUNT
                       MOVE IXM-INDEX-CODE
                         TO IXT-INDEX-CODE (IXT-ENTRY-COUNT)
                       MOVE IXM-EFFECTIVE-FROM
                         TO IXT-EFFECTIVE-FROM (IXT-ENTRY-COUNT)
                       MOVE IXM-RATE
                         TO IXT-RATE (IXT-ENTRY-COUNT)
                    ELSE
                       DISPLAY 'index-maint: table full'
                       SET IXN-LOAD-ERROR TO TRUE
                    END-IF
            END-READ.
        2100-LOAD-ONE-MASTER-EXIT.
            EXIT.

        3000-APPLY-DAILY.
            SET IXN-EOF TO FALSE
            OPEN INPUT INDEX-IN-FILE
            PERFORM 3100-APPLY-ONE-RATE THRU 3100-APPLY-ONE-RATE-EXIT
                UNTIL IXN-EOF
            CLOSE INDEX-IN-FILE.
        3000-APPLY-DAILY-EXIT.
            EXIT.

        3100-APPLY-ONE-RATE.
            READ INDEX-IN-FILE
                AT END
                    SET IXN-EOF TO TRUE
                NOT AT END
                    ADD 1 TO IXN-IN-COUNT
                    PERFORM 3200-VALIDATE-ONE
                       THRU 3200-VALIDATE-ONE-EXIT
            END-READ.
        3100-APPLY-ONE-RATE-EXIT.
            EXIT.

        3200-VALIDATE-ONE.
            IF IIN-INDEX-CODE = SPACES
               PERFORM 3300-FLAG-BAD THRU 3300-FLAG-BAD-EXIT
               GO TO 3200-VALIDATE-ONE-EXIT
            END-IF
            IF IIN-EFFECTIVE-FROM NOT NUMERIC
               PERFORM 3300-FLAG-BAD THRU 3300-FLAG-BAD-EXIT
               GO TO 3200-VALIDATE-ONE-EXIT
            END-IF
            IF IIN-EFFECTIVE-FROM (5:2) < '01' OR
               IIN-EFFECTIVE-FROM (5:2) > '12' OR
               IIN-EFFECTIVE-FROM (7:2) < '01' OR
               IIN-EFFECTIVE-FROM (7:2) > '31'
               PERFORM 3300-FLAG-BAD THRU 3300-FLAG-BAD-EXIT
               GO TO 3200-VALIDATE-ONE-EXIT
            END-IF
            IF IIN-RATE NOT NUMERIC
               PERFORM 3300-FLAG-BAD THRU 3300-FLAG-BAD-EXIT
               GO TO 3200-VALIDATE-ONE-EXIT
            END-IF
            MOVE IIN-INDEX-CODE TO IXN-WORK-CODE
            MOVE FUNCTION NUMVAL(IIN-EFFECTIVE-FROM)
              TO IXN-WORK-DATE
            COMPUTE IXN-WORK-RATE =
               FUNCTION NUMVAL(IIN-RATE) / 1000000
            PERFORM 3400-CHECK-DUPLICATE
               THRU 3400-CHECK-DUPLICATE-EXIT
            IF IXN-DUPLICATE
               DISPLAY 'index-maint: duplicate ' IXN-WORK-CODE
                  ' ' IXN-WORK-DATE
               PERFORM 3300-FLAG-BAD THRU 3300-FLAG-BAD-EXIT
               GO TO 3200-VALIDATE-ONE-EXIT
            END-IF
            PERFORM 3500-INSERT-SORTED THRU 3500-INSERT-SORTED-EXIT
            ADD 1 TO IXN-NEW-COUNT.
        3200-VALIDATE-ONE-EXIT.
            EXIT.

        3300-FLAG-BAD.
            ADD 1 TO IXN-BAD-COUNT
            SET IXN-LOAD-ERROR TO TRUE
            DISPLAY 'index-maint: bad record ' IXN-IN-COUNT ': '
               IIN-INDEX-CODE ' ' IIN-EFFECTIVE-FROM ' ' IIN-RATE.
        3300-FLAG-BAD-EXIT.
            EXIT.

        3400-CHECK-DUPLICATE.
            SET IXN-DUPLICATE TO FALSE
            PERFORM 3410-TEST-ONE-DUP THRU 3410-TEST-ONE-DUP-EXIT
               VARYING IXN-SUB FROM 1 BY 1
               UNTIL IXN-SUB > IXT-ENTRY-COUNT
                  OR IXN-DUPLICATE.
        3400-CHECK-DUPLICATE-EXIT.
            EXIT.

        3410-TEST-ONE-DUP.
            IF IXT-INDEX-CODE (IXN-SUB) = IXN-WORK-CODE AND
               IXT-EFFECTIVE-FROM (IXN-SUB) = IXN-WORK-DATE
               SET IXN-DUPLICATE TO TRUE
            END-IF.
        3410-TEST-ONE-DUP-EXIT.
            EXIT.

      * keep the table in ascending code + effective-from order;
      * the reset lookup depends on it
        3500-INSERT-SORTED.
            IF IXT-ENTRY-COUNT >= 500
               DISPLAY 'index-maint: table full'
               SET IXN-LOAD-ERROR TO TRUE
               GO TO 3500-INSERT-SORTED-EXIT
            END-IF
            MOVE 0 TO IXN-INSERT-AT
            PERFORM 3510-FIND-SLOT THRU 3510-FIND-SLOT-EXIT
               VARYING IXN-SUB FROM 1 BY 1
               UNTIL IXN-SUB > IXT-ENTRY-COUNT
                  OR IXN-INSERT-AT > 0
            IF IXN-INSERT-AT = 0
               COMPUTE IXN-INSERT-AT = IXT-ENTRY-COUNT + 1
            ELSE
               PERFORM 3520-SHIFT-ONE-DOWN
                  THRU 3520-SHIFT-ONE-DOWN-EXIT
                  VARYING IXN-SUB2 FROM IXT-ENTRY-COUNT BY -1
                  UNTIL IXN-SUB2 < IXN-INSERT-AT
            END-IF
            ADD 1 TO IXT-ENTRY-COUNT
            MOVE IXN-WORK-CODE TO IXT-INDEX-CODE (IXN-INSERT-AT)
            MOVE IXN-WORK-DATE
              TO IXT-EFFECTIVE-FROM (IXN-INSERT-AT)
            MOVE IXN-WORK-RATE TO IXT-RATE (IXN-INSERT-AT).
        3500-INSERT-SORTED-EXIT.
            EXIT.

        3510-FIND-SLOT.
            IF IXT-INDEX-CODE (IXN-SUB) > IXN-WORK-CODE OR
               (IXT-INDEX-CODE (IXN-SUB) = IXN-WORK-CODE AND
                IXT-EFFECTIVE-FROM (IXN-SUB) > IXN-WORK-DATE)
               MOVE IXN-SUB TO IXN-INSERT-AT
            END-IF.
        3510-FIND-SLOT-EXIT.
            EXIT.

        3520-SHIFT-ONE-DOWN.
            MOVE IXT-ENTRY (IXN-SUB2) TO IXT-ENTRY (IXN-SUB2 + 1).
        3520-SHIFT-ONE-DOWN-EXIT.
            EXIT.

        4000-REWRITE-MASTER.
            OPEN OUTPUT INDEX-MASTER-FILE
            PERFORM 4100-WRITE-ONE-MASTER
               THRU 4100-WRITE-ONE-MASTER-EXIT
               VARYING IXN-SUB FROM 1 BY 1
               UNTIL IXN-SUB > IXT-ENTRY-COUNT
            CLOSE INDEX-MASTER-FILE.
        4000-REWRITE-MASTER-EXIT.
            EXIT.

        4100-WRITE-ONE-MASTER.
            MOVE IXT-INDEX-CODE (IXN-SUB) TO IXM-INDEX-CODE
            MOVE IXT-EFFECTIVE-FROM (IXN-SUB)
              TO IXM-EFFECTIVE-FROM
            MOVE IXT-RATE (IXN-SUB) TO IXM-RATE
            WRITE INDEX-MASTER-RECORD.
        4100-WRITE-ONE-MASTER-EXIT.
            EXIT.

        9999-EXIT.
            DISPLAY 'index-maint: ' IXN-IN-COUNT ' read, '
               IXN-NEW-COUNT ' applied, ' IXN-BAD-COUNT ' bad'.
        9999-EXIT-EXIT.
            EXIT.

        COPY exit-status-paragraphs.
        End Program INDEX-MAINT.
