      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  dsn-claim.cpy
      *  Request/reply area for the DSN-CLAIM subprogram
      *  (subsys/dsn-claim.cbl).  COPY into WORKING-STORAGE and
      *  pass BY REFERENCE on every CALL 'DSN-CLAIM'.  A job step
      *  claims the datasets it declares on JOBSTEPS, up to four,
      *  each shared ('S') or exclusive ('X'), all at once or not
      *  at all, so two streams never both hold half of what each
      *  needs.  A claim that cannot be granted returns DCM-HELD
      *  ('10') straight away with the holder in the reply; the
      *  driver holds the step and asks again next cycle.
      *      CLAIM    the DCM-DSN list for DCM-STREAM-ID/STEP-NAME
      *      RELEASE  every claim this driver holds for the step
      *      RELALL   every claim this driver holds
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 DCM-CONTROL.
           05 DCM-REQUEST          PIC X(08).
              88 DCM-REQ-CLAIM        Value 'CLAIM'.
              88 DCM-REQ-RELEASE      Value 'RELEASE'.
              88 DCM-REQ-RELEASE-ALL  Value 'RELALL'.
           05 DCM-STREAM-ID        PIC X(16).
           05 DCM-STEP-NAME        PIC X(08).
           05 DCM-DSN OCCURS 4 TIMES.
              10 DCM-DSN-NAME      PIC X(08).
              10 DCM-DSN-MODE      PIC X(01).
           05 DCM-HOLDER-DATASET   PIC X(08).
           05 DCM-HOLDER-MODE      PIC X(01).
           05 DCM-HOLDER-STREAM    PIC X(16).
           05 DCM-HOLDER-STEP      PIC X(08).
           05 DCM-HOLDER-PID       PIC S9(9) COMP-5.
           05 DCM-STATUS           PIC X(02).
              88 DCM-GRANTED          Value '00'.
              88 DCM-HELD             Value '10'.
              88 DCM-BAD-REQUEST      Value '20'.
              88 DCM-NOT-ATTACHED     Value '30'.
              88 DCM-TABLE-FULL       Value '50'.
