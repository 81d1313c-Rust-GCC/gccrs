      *      IF JOB-WARNING ...
      *  after PERFORM 9800-GET-CHILD-EXIT-STATUS THRU
      *            9800-GET-CHILD-EXIT-STATUS-EXIT.
      *
      *  JOB-ALREADY-APPLIED is a posting step that refused an input
      *  file the applied-batch registry (apply-reg.cpy) says was
      *  applied before: nothing was posted, and the step is rerun
      *  only with APPLY_DUP_OVERRIDE=Y once the file is proven new.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 EXIT-STATUS-CODE      PIC 9(3).
           88 JOB-OK             VALUE 0.
           88 JOB-WARNING        VALUE 4.
           88 JOB-NEEDS-RERUN    VALUE 8.
           88 JOB-ALREADY-APPLIED
                                 VALUE 12.
           88 JOB-ABEND          VALUE 16.
           88 JOB-OPERATOR-STOP  VALUE 99.
