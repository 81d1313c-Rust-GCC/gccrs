      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  product-lookup.cbl
      *
      *  Product catalog lookup subprogram over the indexed PRODMST
      *  master (product-master.cpy, maintained by PRODUCT-MAINT).
      *  Given an account's product code and type through
      *  product-lookup.cpy it returns the product's parameters --
      *  one implementation behind the ACCT-MAINT edits and the
      *  SAV-ACCRUE, FEE-ENGINE, DORMANT-SCAN and GL-BRIDGE runs,
      *  which used to key all of this off AM-TYPE.  An account with
      *  no product code is looked up under its type.  When the
      *  product is unknown or the catalog cannot be opened the
      *  reply is the type's pre-catalog behavior, so a run against
      *  an unconverted master behaves exactly as it always did.
      *  The file is opened on first CALL and stays open across
      *  CALLs, the net-session pattern.
      *
      *  Modification history:
      *  2026-10-15 smckinney  Original version.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. PRODUCT-LOOKUP.
        Environment Division.
        Input-Output Section.
        File-Control.
            Select PRODUCT-MASTER-FILE Assign To PRODMST
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is PRD-CODE
                File Status Is PLW-FILE-STATUS.
        Data Division.
        File Section.
        FD  PRODUCT-MASTER-FILE.
        COPY product-master.
        Working-Storage Section.
        01  PLW-FILE-STATUS         PIC X(02).
        01  PLW-OPEN-SWITCH         PIC X(01) Value 'N'.
            88  PLW-OPEN                Value 'Y', False 'N'.
        01  PLW-FAILED-SWITCH       PIC X(01) Value 'N'.
            88  PLW-OPEN-FAILED         Value 'Y', False 'N'.
        Linkage Section.
        COPY product-lookup.
        Procedure Division Using PQQ-CONTROL.
        0000-MAINLINE.
            IF NOT PLW-OPEN AND NOT PLW-OPEN-FAILED
               PERFORM 1000-OPEN-MASTER
                  THRU 1000-OPEN-MASTER-EXIT
            END-IF
            IF PLW-OPEN-FAILED
               PERFORM 2000-TYPE-DEFAULTS
                  THRU 2000-TYPE-DEFAULTS-EXIT
               MOVE '30' TO PQQ-STATUS
               GOBACK
            END-IF
            IF PQQ-CODE = SPACES
               MOVE PQQ-TYPE TO PRD-CODE
            ELSE
               MOVE PQQ-CODE TO PRD-CODE
            END-IF
            READ PRODUCT-MASTER-FILE
            IF PLW-FILE-STATUS = '00'
               MOVE PRD-NAME TO PQQ-NAME
               MOVE PRD-BASE-TYPE TO PQQ-BASE-TYPE
               MOVE PRD-CURRENCY TO PQQ-CURRENCY
               MOVE PRD-RATE-TABLE TO PQQ-RATE-TABLE
               MOVE PRD-FEE-PLAN TO PQQ-FEE-PLAN
               MOVE PRD-STMT-CYCLE TO PQQ-STMT-CYCLE
               MOVE PRD-OD-PERMITTED TO PQQ-OD-PERMITTED
               MOVE PRD-NOTICE-MONTHS TO PQQ-NOTICE-MONTHS
               MOVE PRD-DORMANT-MONTHS TO PQQ-DORMANT-MONTHS
               MOVE PRD-ESCHEAT-MONTHS TO PQQ-ESCHEAT-MONTHS
               MOVE PRD-GL-CLASS TO PQQ-GL-CLASS
               MOVE PRD-STATUS TO PQQ-PRODUCT-STATUS
               MOVE '00' TO PQQ-STATUS
            ELSE
               PERFORM 2000-TYPE-DEFAULTS
                  THRU 2000-TYPE-DEFAULTS-EXIT
               MOVE '10' TO PQQ-STATUS
            END-IF
            GOBACK.

        1000-OPEN-MASTER.
            OPEN INPUT PRODUCT-MASTER-FILE
            IF PLW-FILE-STATUS = '00'
               SET PLW-OPEN TO TRUE
            ELSE
               DISPLAY 'product-lookup: cannot open PRODMST,'
                  ' status ' PLW-FILE-STATUS
               SET PLW-OPEN-FAILED TO TRUE
            END-IF.
        1000-OPEN-MASTER-EXIT.
            EXIT.

      * what the type alone meant before there was a catalog
        2000-TYPE-DEFAULTS.
            MOVE SPACES TO PQQ-NAME PQQ-CURRENCY PQQ-RATE-TABLE
                           PQQ-FEE-PLAN PQQ-STMT-CYCLE
                           PQQ-PRODUCT-STATUS
            MOVE PQQ-TYPE TO PQQ-BASE-TYPE PQQ-GL-CLASS
            MOVE 0 TO PQQ-NOTICE-MONTHS PQQ-DORMANT-MONTHS
                      PQQ-ESCHEAT-MONTHS
            IF PQQ-TYPE = 'SV' OR PQQ-TYPE = 'TD'
               MOVE 'N' TO PQQ-OD-PERMITTED
            ELSE
               MOVE 'Y' TO PQQ-OD-PERMITTED
            END-IF.
        2000-TYPE-DEFAULTS-EXIT.
            EXIT.
        End Program PRODUCT-LOOKUP.
