      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *  2026-10-15 smckinney  Carries the protected-field flag
      *                        (LDR-PROTECT) through to callers.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. LAYOUT-DICT.
                    15  LWT-F-OCCURS   PIC 9(03).
                    15  LWT-F-STRIDE   PIC 9(05).
                    15  LWT-F-KEY      PIC X(01).
                    15  LWT-F-PROTECT  PIC X(01).
        Linkage Section.
        COPY layout-lookup.
        Procedure Division Using LDQ-CONTROL.
            MOVE LDR-STRIDE
              TO LWT-F-STRIDE (LDW-LAYOUT-COUNT LDW-FIELD-SUB)
            MOVE LDR-KEY-FLAG
              TO LWT-F-KEY (LDW-LAYOUT-COUNT LDW-FIELD-SUB)
            MOVE LDR-PROTECT
              TO LWT-F-PROTECT (LDW-LAYOUT-COUNT LDW-FIELD-SUB).
        1300-TAKE-FIELD-EXIT.
            EXIT.

            MOVE LWT-F-STRIDE (LDW-FOUND-SUB LDW-FIELD-SUB)
              TO LDQ-F-STRIDE (LDW-FIELD-SUB)
            MOVE LWT-F-KEY (LDW-FOUND-SUB LDW-FIELD-SUB)
              TO LDQ-F-KEY (LDW-FIELD-SUB)
            MOVE LWT-F-PROTECT (LDW-FOUND-SUB LDW-FIELD-SUB)
              TO LDQ-F-PROTECT (LDW-FIELD-SUB).
        2200-COPY-ONE-FIELD-EXIT.
            EXIT.
        End Program LAYOUT-DICT.
