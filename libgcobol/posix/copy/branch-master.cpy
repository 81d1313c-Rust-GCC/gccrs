      *  BRANCH-LOOKUP, the settlement reporting derives its
      *  region from it instead of trusting input, and a closed
      *  branch cannot be posted to without an operator override.
      *  A closed branch names the successor branch that took over
      *  its business (BRM-SUCCESSOR, spaces: none named);
      *  BRANCH-CONSOL re-homes the closed branch's accounts,
      *  loans and open suspense items there.  Maintained by
      *  BRANCH-MAINT.  COPY under the FD of the BRANCHMST file.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 BRANCH-MASTER-RECORD.
           05 BRM-CODE              PIC X(04).
              88 BRM-STATUS-CLOSED     Value 'C'.
           05 BRM-OPENED-DATE       PIC 9(08).
           05 BRM-CLOSED-DATE       PIC 9(08).
           05 BRM-SUCCESSOR         PIC X(04).
           05 FILLER                PIC X(07).
