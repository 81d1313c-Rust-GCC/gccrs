      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  gen-catalog.cbl
      *
      *  Generation catalog for the day-over-day state files.  A
      *  state file used to be read as yesterday's copy and
      *  overwritten tonight, so a rerun after a bad night compared
      *  against the bad night and there was no way back to last
      *  Tuesday.  Now every run writes a new generation,
      *  <directory>/<base>.G<nnnnnn>, as a work file and publishes
      *  it with one posix-rename; a crash before the rename leaves
      *  the current generation exactly as it was.  Readers ask for
      *  a generation by base name -- the current one, the
      *  previous one, generation -n, or an absolute generation
      *  number -- through the gen-catalog.cpy requests, and an
      *  operator rerun points a step back at the generation it
      *  needs by exporting GENCAT_OVERRIDE_<base>, the
      *  BUSDATE_OVERRIDE pattern.
      *
      *  The catalog (GENCAT, gen-entry.cpy) is opened on every
      *  CALL and created empty when missing.  Each base name is
      *  defined on GENDEFS, loaded on first CALL; a base name not
      *  defined there is left to the caller's in-place handling.
      *  After a publish, generations past the base's keep count
      *  are renamed into its retire directory, which is swept by
      *  a RETENTION-MGR rule (purge or vault after its retention
      *  days), and stay on the catalog marked retired.
      *
      *  GENDEFS record layout (fixed columns):
      *      GDF-BASE-NAME       X(8)    the file's assign name
      *      GDF-DIRECTORY       X(64)   where its generations live
      *      GDF-KEEP            9(3)    generations kept, default 7
      *      GDF-RETIRE-DIR      X(64)   default <directory>/retired
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. GEN-CATALOG.
        Environment Division.
        Configuration Section.
        Repository.
            Function POSIX-GETENV
            Function POSIX-SETENV
            Function POSIX-RENAME.
        Input-Output Section.
        File-Control.
            Select OPTIONAL GEN-DEFS-FILE Assign To GENDEFS
                Organization Is Line Sequential.
            Select GEN-CATALOG-FILE Assign To GENCAT
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is GCE-KEY
                File Status Is GNW-CAT-STATUS.
        Data Division.
        File Section.
        FD  GEN-DEFS-FILE.
        01  GEN-DEFS-RECORD.
            05  GDF-BASE-NAME       PIC X(08).
            05  GDF-DIRECTORY       PIC X(64).
            05  GDF-KEEP            PIC 9(03).
            05  GDF-RETIRE-DIR      PIC X(64).
        FD  GEN-CATALOG-FILE.
        COPY gen-entry.
        Working-Storage Section.
        01  GNW-CAT-STATUS          PIC X(02).
        01  GNW-INIT-SWITCH         PIC X(01) Value 'N'.
            88  GNW-INITIALIZED         Value 'Y', False 'N'.
        01  GNW-EOF-SWITCH          PIC X(01).
            88  GNW-EOF                 Value 'Y', False 'N'.
        01  GNW-HEADER-SWITCH       PIC X(01).
            88  GNW-HEADER-FOUND        Value 'Y', False 'N'.
        01  GNW-DONE-SWITCH         PIC X(01).
            88  GNW-DONE                Value 'Y', False 'N'.
        01  GNW-DEF-COUNT           Binary-Long Value 0.
        01  GNW-DEF-SUB             Binary-Long.
        01  GNW-DEF-FOUND           Binary-Long.
        01  GNW-DEF-TABLE.
            05  GNW-DEF-ENTRY OCCURS 20 TIMES.
                10  GNW-D-BASE-NAME PIC X(08).
                10  GNW-D-DIRECTORY PIC X(64).
                10  GNW-D-KEEP      PIC 9(03).
                10  GNW-D-RETIRE-DIR
                                    PIC X(64).
        01  GNW-LAST-GEN            PIC 9(06).
        01  GNW-WANTED              PIC S9(07).
        01  GNW-NEW-GEN             PIC 9(06).
        01  GNW-RETIRE-GEN          PIC S9(07).
        01  GNW-RETIRED-COUNT       Binary-Long.
        01  GNW-GEN-DISPLAY         PIC 9(06).
        01  GNW-OVERRIDE            PIC S9(07).
        01  GNW-DIRECTORY           PIC X(64).
        01  GNW-FINAL-PATH          PIC X(256).
        01  GNW-WORK-PATH           PIC X(256).
        01  GNW-RETIRE-PATH         PIC X(256).
        01  GNW-ENV-NAME            PIC X(64).
        01  GNW-ENV-VALUE           PIC X(256).
        01  GNW-NOW                 PIC X(21).
        01  GNW-RC                  Binary-Long.
        Linkage Section.
        COPY gen-catalog.
        Procedure Division Using GNC-CONTROL.
        0000-MAINLINE.
            IF NOT GNW-INITIALIZED
               PERFORM 1000-LOAD-DEFINITIONS
                  THRU 1000-LOAD-DEFINITIONS-EXIT
            END-IF
            MOVE '00' TO GNC-STATUS
            SET GNC-FROM-CATALOG TO TRUE
            MOVE SPACES TO GNC-PATH
            PERFORM 2000-FIND-DEFINITION THRU 2000-FIND-DEFINITION-EXIT
            IF GNW-DEF-FOUND = 0
               MOVE '30' TO GNC-STATUS
               GOBACK
            END-IF
            OPEN I-O GEN-CATALOG-FILE
            IF GNW-CAT-STATUS = '35'
               OPEN OUTPUT GEN-CATALOG-FILE
               CLOSE GEN-CATALOG-FILE
               OPEN I-O GEN-CATALOG-FILE
            END-IF
            IF GNW-CAT-STATUS NOT = '00'
               DISPLAY 'gen-catalog: cannot open GENCAT, status '
                  GNW-CAT-STATUS
               MOVE '90' TO GNC-STATUS
               GOBACK
            END-IF
            PERFORM 2100-READ-HEADER THRU 2100-READ-HEADER-EXIT
            IF GNC-CATALOG-ERROR
               CLOSE GEN-CATALOG-FILE
               GOBACK
            END-IF
            EVALUATE TRUE
               WHEN GNC-REQ-LOOKUP
                  PERFORM 3000-LOOKUP THRU 3000-LOOKUP-EXIT
               WHEN GNC-REQ-INPUT
                  PERFORM 4000-POINT-INPUT THRU 4000-POINT-INPUT-EXIT
               WHEN GNC-REQ-OUTPUT
                  PERFORM 5000-POINT-OUTPUT
                     THRU 5000-POINT-OUTPUT-EXIT
               WHEN GNC-REQ-PUBLISH
                  PERFORM 6000-PUBLISH THRU 6000-PUBLISH-EXIT
               WHEN OTHER
                  MOVE '80' TO GNC-STATUS
            END-EVALUATE
            CLOSE GEN-CATALOG-FILE
            GOBACK.

      * a blank keep count keeps a week; a blank retire directory
      * is a 'retired' directory beside the generations
        1000-LOAD-DEFINITIONS.
            SET GNW-INITIALIZED TO TRUE
            SET GNW-EOF TO FALSE
            OPEN INPUT GEN-DEFS-FILE
            PERFORM 1100-LOAD-ONE-DEFINITION
               THRU 1100-LOAD-ONE-DEFINITION-EXIT
                UNTIL GNW-EOF
            CLOSE GEN-DEFS-FILE.
        1000-LOAD-DEFINITIONS-EXIT.
            EXIT.

        1100-LOAD-ONE-DEFINITION.
            READ GEN-DEFS-FILE
                AT END
                    SET GNW-EOF TO TRUE
                    GO TO 1100-LOAD-ONE-DEFINITION-EXIT
            END-READ
            IF GDF-BASE-NAME = SPACES OR GDF-DIRECTORY = SPACES
               GO TO 1100-LOAD-ONE-DEFINITION-EXIT
            END-IF
            IF GNW-DEF-COUNT NOT < 20
               DISPLAY 'gen-catalog: GENDEFS table full, '
                  GDF-BASE-NAME ' not defined'
               GO TO 1100-LOAD-ONE-DEFINITION-EXIT
            END-IF
            ADD 1 TO GNW-DEF-COUNT
            MOVE GDF-BASE-NAME TO GNW-D-BASE-NAME (GNW-DEF-COUNT)
            MOVE GDF-DIRECTORY TO GNW-D-DIRECTORY (GNW-DEF-COUNT)
            IF GDF-KEEP NUMERIC AND GDF-KEEP > 0
               MOVE GDF-KEEP TO GNW-D-KEEP (GNW-DEF-COUNT)
            ELSE
               MOVE 7 TO GNW-D-KEEP (GNW-DEF-COUNT)
            END-IF
            IF GDF-RETIRE-DIR = SPACES
               MOVE SPACES TO GNW-D-RETIRE-DIR (GNW-DEF-COUNT)
               STRING GDF-DIRECTORY DELIMITED BY SPACE
                      '/retired'    DELIMITED BY SIZE
                 INTO GNW-D-RETIRE-DIR (GNW-DEF-COUNT)
               END-STRING
            ELSE
               MOVE GDF-RETIRE-DIR TO GNW-D-RETIRE-DIR (GNW-DEF-COUNT)
            END-IF.
        1100-LOAD-ONE-DEFINITION-EXIT.
            EXIT.

        2000-FIND-DEFINITION.
            MOVE 0 TO GNW-DEF-FOUND
            PERFORM 2010-MATCH-ONE-DEFINITION
               THRU 2010-MATCH-ONE-DEFINITION-EXIT
               VARYING GNW-DEF-SUB FROM 1 BY 1
               UNTIL GNW-DEF-SUB > GNW-DEF-COUNT
                  OR GNW-DEF-FOUND > 0.
        2000-FIND-DEFINITION-EXIT.
            EXIT.

        2010-MATCH-ONE-DEFINITION.
            IF GNW-D-BASE-NAME (GNW-DEF-SUB) = GNC-BASE-NAME
               MOVE GNW-DEF-SUB TO GNW-DEF-FOUND
               MOVE GNW-D-DIRECTORY (GNW-DEF-SUB) TO GNW-DIRECTORY
            END-IF.
        2010-MATCH-ONE-DEFINITION-EXIT.
            EXIT.

      * no header yet is a base name nothing has been published for
        2100-READ-HEADER.
            SET GNW-HEADER-FOUND TO FALSE
            MOVE 0 TO GNW-LAST-GEN
            MOVE GNC-BASE-NAME TO GCE-BASE-NAME
            MOVE 0 TO GCE-GENERATION
            READ GEN-CATALOG-FILE
            EVALUATE GNW-CAT-STATUS
               WHEN '00'
                  SET GNW-HEADER-FOUND TO TRUE
                  MOVE GCE-LAST-GEN TO GNW-LAST-GEN
               WHEN '23'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'gen-catalog: cannot read GENCAT, status '
                     GNW-CAT-STATUS
                  MOVE '90' TO GNC-STATUS
            END-EVALUATE.
        2100-READ-HEADER-EXIT.
            EXIT.

      * an absolute generation wins over a relative one; relative
      * counts back from the last generation published
        3000-LOOKUP.
            IF GNC-GENERATION NOT NUMERIC
               MOVE 0 TO GNC-GENERATION
            END-IF
            IF GNC-RELATIVE NOT NUMERIC
               MOVE 0 TO GNC-RELATIVE
            END-IF
            IF GNW-LAST-GEN = 0
               MOVE '20' TO GNC-STATUS
               GO TO 3000-LOOKUP-EXIT
            END-IF
            IF GNC-GENERATION > 0
               MOVE GNC-GENERATION TO GNW-WANTED
            ELSE
               COMPUTE GNW-WANTED = GNW-LAST-GEN + GNC-RELATIVE
            END-IF
            IF GNW-WANTED < 1 OR GNW-WANTED > GNW-LAST-GEN
               MOVE '40' TO GNC-STATUS
               GO TO 3000-LOOKUP-EXIT
            END-IF
            MOVE GNC-BASE-NAME TO GCE-BASE-NAME
            MOVE GNW-WANTED TO GCE-GENERATION
            READ GEN-CATALOG-FILE
            IF GNW-CAT-STATUS NOT = '00'
               MOVE '40' TO GNC-STATUS
               GO TO 3000-LOOKUP-EXIT
            END-IF
            IF NOT GCE-ACTIVE
               MOVE '40' TO GNC-STATUS
               GO TO 3000-LOOKUP-EXIT
            END-IF
            MOVE GCE-GENERATION TO GNC-GENERATION
            MOVE GCE-BUSINESS-DATE TO GNC-BUSINESS-DATE
            MOVE GCE-PATH TO GNC-PATH.
        3000-LOOKUP-EXIT.
            EXIT.

      * nothing cataloged yet points the assign name at generation
      * zero, which never exists, so the first night starts empty
        4000-POINT-INPUT.
            PERFORM 4100-CHECK-OVERRIDE THRU 4100-CHECK-OVERRIDE-EXIT
            PERFORM 3000-LOOKUP THRU 3000-LOOKUP-EXIT
            IF GNC-NONE-YET
               MOVE 0 TO GNW-NEW-GEN
               PERFORM 7000-BUILD-PATHS THRU 7000-BUILD-PATHS-EXIT
               MOVE GNW-FINAL-PATH TO GNC-PATH
               MOVE 0 TO GNC-GENERATION
            END-IF
            IF NOT GNC-OK AND NOT GNC-NONE-YET
               DISPLAY 'gen-catalog: ' GNC-BASE-NAME
                  ' generation requested is not on the catalog'
               GO TO 4000-POINT-INPUT-EXIT
            END-IF
            MOVE SPACES TO GNW-ENV-NAME
            MOVE GNC-BASE-NAME TO GNW-ENV-NAME
            MOVE FUNCTION POSIX-SETENV(GNW-ENV-NAME,
                 GNC-PATH, 1) TO GNW-RC
            MOVE GNC-GENERATION TO GNW-GEN-DISPLAY
            DISPLAY 'gen-catalog: ' GNC-BASE-NAME
               ' reading generation ' GNW-GEN-DISPLAY.
        4000-POINT-INPUT-EXIT.
            EXIT.

      * -n counts back from the current generation, n names one
        4100-CHECK-OVERRIDE.
            MOVE SPACES TO GNW-ENV-NAME
            STRING 'GENCAT_OVERRIDE_' DELIMITED BY SIZE
                   GNC-BASE-NAME      DELIMITED BY SPACE
              INTO GNW-ENV-NAME
            END-STRING
            MOVE FUNCTION POSIX-GETENV(GNW-ENV-NAME)
              TO GNW-ENV-VALUE
            IF GNW-ENV-VALUE = SPACES
               GO TO 4100-CHECK-OVERRIDE-EXIT
            END-IF
            MOVE FUNCTION NUMVAL(GNW-ENV-VALUE) TO GNW-OVERRIDE
            IF GNW-OVERRIDE < 0
               MOVE 0 TO GNC-GENERATION
               MOVE GNW-OVERRIDE TO GNC-RELATIVE
            ELSE
               MOVE GNW-OVERRIDE TO GNC-GENERATION
               MOVE 0 TO GNC-RELATIVE
            END-IF
            SET GNC-FROM-OVERRIDE TO TRUE
            DISPLAY 'gen-catalog: OPERATOR OVERRIDE in effect for '
               GNC-BASE-NAME ', generation '
               FUNCTION TRIM(GNW-ENV-VALUE).
        4100-CHECK-OVERRIDE-EXIT.
            EXIT.

        5000-POINT-OUTPUT.
            COMPUTE GNW-NEW-GEN = GNW-LAST-GEN + 1
            PERFORM 7000-BUILD-PATHS THRU 7000-BUILD-PATHS-EXIT
            MOVE SPACES TO GNW-ENV-NAME
            MOVE GNC-BASE-NAME TO GNW-ENV-NAME
            MOVE FUNCTION POSIX-SETENV(GNW-ENV-NAME,
                 GNW-WORK-PATH, 1) TO GNW-RC
            MOVE GNW-NEW-GEN TO GNC-GENERATION
            MOVE GNW-WORK-PATH TO GNC-PATH.
        5000-POINT-OUTPUT-EXIT.
            EXIT.

      * the rename is the publish; the catalog follows it, and an
      * entry left by a crash between the two is rewritten
        6000-PUBLISH.
            COMPUTE GNW-NEW-GEN = GNW-LAST-GEN + 1
            PERFORM 7000-BUILD-PATHS THRU 7000-BUILD-PATHS-EXIT
            MOVE FUNCTION POSIX-RENAME(GNW-WORK-PATH,
                 GNW-FINAL-PATH) TO GNW-RC
            IF GNW-RC NOT = 0
               DISPLAY 'gen-catalog: cannot publish '
                  FUNCTION TRIM(GNW-WORK-PATH)
               MOVE '50' TO GNC-STATUS
               GO TO 6000-PUBLISH-EXIT
            END-IF
            MOVE FUNCTION CURRENT-DATE TO GNW-NOW
            INITIALIZE GEN-ENTRY-RECORD
            MOVE GNC-BASE-NAME TO GCE-BASE-NAME
            MOVE GNW-NEW-GEN TO GCE-GENERATION
            SET GCE-ACTIVE TO TRUE
            MOVE 0 TO GCE-LAST-GEN
            MOVE GNC-BUSINESS-DATE TO GCE-BUSINESS-DATE
            MOVE GNW-NOW (1:8) TO GCE-CREATED-DATE
            MOVE GNW-NOW (9:6) TO GCE-CREATED-TIME
            MOVE GNC-PROGRAM-ID TO GCE-PROGRAM-ID
            MOVE GNW-FINAL-PATH TO GCE-PATH
            WRITE GEN-ENTRY-RECORD
            IF GNW-CAT-STATUS = '22'
               REWRITE GEN-ENTRY-RECORD
            END-IF
            IF GNW-CAT-STATUS NOT = '00'
               DISPLAY 'gen-catalog: cannot catalog '
                  GNC-BASE-NAME ', status ' GNW-CAT-STATUS
               MOVE '90' TO GNC-STATUS
               GO TO 6000-PUBLISH-EXIT
            END-IF
            INITIALIZE GEN-ENTRY-RECORD
            MOVE GNC-BASE-NAME TO GCE-BASE-NAME
            MOVE 0 TO GCE-GENERATION
            SET GCE-HEADER TO TRUE
            MOVE GNW-NEW-GEN TO GCE-LAST-GEN
            MOVE GNC-BUSINESS-DATE TO GCE-BUSINESS-DATE
            MOVE GNW-NOW (1:8) TO GCE-CREATED-DATE
            MOVE GNW-NOW (9:6) TO GCE-CREATED-TIME
            MOVE GNC-PROGRAM-ID TO GCE-PROGRAM-ID
            MOVE GNW-DIRECTORY TO GCE-PATH
            IF GNW-HEADER-FOUND
               REWRITE GEN-ENTRY-RECORD
            ELSE
               WRITE GEN-ENTRY-RECORD
            END-IF
            IF GNW-CAT-STATUS NOT = '00'
               DISPLAY 'gen-catalog: cannot update '
                  GNC-BASE-NAME ' header, status ' GNW-CAT-STATUS
               MOVE '90' TO GNC-STATUS
               GO TO 6000-PUBLISH-EXIT
            END-IF
            MOVE GNW-NEW-GEN TO GNC-GENERATION
            MOVE GNW-FINAL-PATH TO GNC-PATH
            MOVE GNW-NEW-GEN TO GNW-GEN-DISPLAY
            DISPLAY 'gen-catalog: ' GNC-BASE-NAME
               ' published generation ' GNW-GEN-DISPLAY
            PERFORM 6100-RETIRE-OLD THRU 6100-RETIRE-OLD-EXIT.
        6000-PUBLISH-EXIT.
            EXIT.

      * walk back from the first generation past the keep count
      * until one that is already retired (or was never cataloged)
        6100-RETIRE-OLD.
            MOVE 0 TO GNW-RETIRED-COUNT
            COMPUTE GNW-RETIRE-GEN =
               GNW-NEW-GEN - GNW-D-KEEP (GNW-DEF-FOUND)
            SET GNW-DONE TO FALSE
            PERFORM 6200-RETIRE-ONE THRU 6200-RETIRE-ONE-EXIT
                UNTIL GNW-DONE OR GNW-RETIRE-GEN < 1
            IF GNW-RETIRED-COUNT > 0
               DISPLAY 'gen-catalog: ' GNC-BASE-NAME ' retired '
                  GNW-RETIRED-COUNT ' generation(s)'
            END-IF.
        6100-RETIRE-OLD-EXIT.
            EXIT.

        6200-RETIRE-ONE.
            MOVE GNC-BASE-NAME TO GCE-BASE-NAME
            MOVE GNW-RETIRE-GEN TO GCE-GENERATION
            READ GEN-CATALOG-FILE
            IF GNW-CAT-STATUS NOT = '00'
               SET GNW-DONE TO TRUE
               GO TO 6200-RETIRE-ONE-EXIT
            END-IF
            IF NOT GCE-ACTIVE
               SET GNW-DONE TO TRUE
               GO TO 6200-RETIRE-ONE-EXIT
            END-IF
            MOVE GNW-RETIRE-GEN TO GNW-GEN-DISPLAY
            MOVE SPACES TO GNW-RETIRE-PATH
            STRING GNW-D-RETIRE-DIR (GNW-DEF-FOUND)
                                  DELIMITED BY SPACE
                   '/'            DELIMITED BY SIZE
                   GNC-BASE-NAME  DELIMITED BY SPACE
                   '.G'           DELIMITED BY SIZE
                   GNW-GEN-DISPLAY
                                  DELIMITED BY SIZE
              INTO GNW-RETIRE-PATH
            END-STRING
            MOVE FUNCTION POSIX-RENAME(GCE-PATH,
                 GNW-RETIRE-PATH) TO GNW-RC
            IF GNW-RC NOT = 0
               DISPLAY 'gen-catalog: cannot retire '
                  FUNCTION TRIM(GCE-PATH)
               MOVE '10' TO GNC-STATUS
               SET GNW-DONE TO TRUE
               GO TO 6200-RETIRE-ONE-EXIT
            END-IF
            SET GCE-RETIRED TO TRUE
            MOVE GNW-RETIRE-PATH TO GCE-PATH
            REWRITE GEN-ENTRY-RECORD
            ADD 1 TO GNW-RETIRED-COUNT
            SUBTRACT 1 FROM GNW-RETIRE-GEN.
        6200-RETIRE-ONE-EXIT.
            EXIT.

      * GNW-NEW-GEN arrives holding the generation number
        7000-BUILD-PATHS.
            MOVE GNW-NEW-GEN TO GNW-GEN-DISPLAY
            MOVE SPACES TO GNW-FINAL-PATH
            STRING GNW-DIRECTORY   DELIMITED BY SPACE
                   '/'             DELIMITED BY SIZE
                   GNC-BASE-NAME   DELIMITED BY SPACE
                   '.G'            DELIMITED BY SIZE
                   GNW-GEN-DISPLAY DELIMITED BY SIZE
              INTO GNW-FINAL-PATH
            END-STRING
            MOVE SPACES TO GNW-WORK-PATH
            STRING GNW-FINAL-PATH  DELIMITED BY SPACE
                   '.new'          DELIMITED BY SIZE
              INTO GNW-WORK-PATH
            END-STRING.
        7000-BUILD-PATHS-EXIT.
            EXIT.
        End Program GEN-CATALOG.
