      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *  2026-10-15 smckinney  Soundex coding moved to
      *                        soundex-paragraphs.cpy, shared with
      *                        the watch-list screening.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. DUP-DETECT.
                10  DCU-ADDR2       PIC X(30).
                10  DCU-NAME        PIC X(35).
                10  DCU-IN-SET      PIC X(01).
        01  SDX-WORK-NAME           PIC X(70).
        01  SDX-SURNAME             PIC X(30).
        01  SDX-SOUNDEX             PIC X(04).
        01  SDX-SUB                 Binary-Long.
        01  SDX-OUT                 Binary-Long.
        01  SDX-CHAR                PIC X(01).
        01  SDX-CODE                PIC X(01).
        01  SDX-PREV                PIC X(01).
        01  DUP-SCORE               PIC 9(03).
        01  DUP-GRADE               PIC X(01).
        01  DUP-PAIR-COUNT          PIC 9(7) Value 0.
                       MOVE CUS-NAME (1:35)
                         TO DCU-NAME (DUP-CUST-COUNT)
                       MOVE 'N' TO DCU-IN-SET (DUP-CUST-COUNT)
                       MOVE CUS-NAME TO SDX-WORK-NAME
                       PERFORM 9580-SOUNDEX THRU 9580-SOUNDEX-EXIT
                       MOVE SDX-SOUNDEX
                         TO DCU-SOUNDEX (DUP-CUST-COUNT)
                    ELSE
                       DISPLAY 'dup-detect: customer table full,'
        2100-LOAD-ONE-EXIT.
            EXIT.

        3000-SCORE-PAIRS.
            PERFORM 3100-ONE-ANCHOR THRU 3100-ONE-ANCHOR-EXIT
               VARYING DUP-SUB FROM 1 BY 1
        9999-EXIT-EXIT.
            EXIT.

        COPY soundex-paragraphs.
        COPY exit-status-paragraphs.
        End Program DUP-DETECT.
