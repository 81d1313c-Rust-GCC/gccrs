      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  part-slice.cpy
      *  Working storage for an account-master walker run under
      *  PARTITION-RUNNER, either as one key-range slice of the walk
      *  or as the merge step that folds the finished slices back
      *  into the walker's ordinary single outputs.  COPY into
      *  WORKING-STORAGE next to ckpt-record.cpy and cmdline-parms.
      *  cpy, and part-paragraphs.cpy into the PROCEDURE DIVISION.
      *  The walker must also declare the merge input file:
      *      Select PART-SLICE-FILE Assign To PARTSLCE
      *          Organization Is Line Sequential
      *          File Status Is PTS-SLICE-STATUS.
      *      FD  PART-SLICE-FILE.
      *      01  PART-SLICE-RECORD       PIC X(512).
      *  and in CONFIGURATION SECTION / REPOSITORY:
      *      FUNCTION POSIX-SETENV
      *      FUNCTION POSIX-PWRITE
      *      FUNCTION POSIX-PREAD
      *      FUNCTION POSIX-FSYNC
      *      FUNCTION POSIX-FTRUNCATE
      *      FUNCTION POSIX-CREAT
      *      FUNCTION POSIX-CLOCK-GETTIME
      *
      *  Flags the runner passes (cmdline-parms.cpy style):
      *      -SLICE=<nn>       run slice nn: keys above -LOWKEY (from
      *                        the start when absent) through
      *                        -HIGHKEY (to the end when absent)
      *      -MERGE=<nn>       merge slices 1 through nn
      *      -RUNID=<id>       run the slices belong to, required
      *      -WORKDIR=<dir>    slice files, default /var/batch/part
      *      -BLOCK=<n>        accounts per checkpoint, default 1000
      *
      *  The walker names its slice outputs by assign name in
      *  PTS-OUT-NAME (1..PTS-OUT-COUNT) before 9455.  Each one is
      *  repointed at <workdir>/<job>.<assign name>.<nn>, and the
      *  slice's restart file is <workdir>/<job>.<nn>.ckpt: the
      *  standard CKPT-RECORD followed by the byte size each output
      *  had reached and the walker's own running totals, written
      *  in one piece so the three always agree.  A slice that
      *  resumes cuts its outputs back to those sizes and walks on
      *  from CKPT-KEY; the accounts after that key are walked again
      *  under the walker's own rerun rules.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01  PTS-MODE-SW             PIC X(01) Value SPACE.
            88  PTS-SEQUENTIAL          Value SPACE.
            88  PTS-SLICE-RUN           Value 'S'.
            88  PTS-MERGE-RUN           Value 'M'.
        01  PTS-JOB-ID              PIC X(08).
        01  PTS-RUN-ID              PIC X(16) Value SPACES.
        01  PTS-WORK-DIR            PIC X(200)
                                    Value '/var/batch/part'.
        01  PTS-SLICE               PIC 9(02) Value 0.
        01  PTS-SLICE-COUNT         PIC 9(02) Value 0.
        01  PTS-MERGE-SLICE         PIC 9(02).
        01  PTS-PATH-SLICE          PIC 9(02).
        01  PTS-LOW-KEY             PIC X(32) Value SPACES.
        01  PTS-HIGH-KEY            PIC X(32) Value SPACES.
        01  PTS-BLOCK               PIC 9(09) Value 1000.
        01  PTS-SINCE-CKPT          PIC 9(09) Value 0.
        01  PTS-RESUME-SW           PIC X(01) Value 'N'.
            88  PTS-RESUMING            Value 'Y', False 'N'.
        01  PTS-DONE-SW             PIC X(01) Value 'N'.
            88  PTS-ALREADY-DONE        Value 'Y', False 'N'.
        01  PTS-CKPT-OPEN-SW        PIC X(01) Value 'N'.
            88  PTS-CKPT-OPEN           Value 'Y', False 'N'.
        01  PTS-RESUME-STATUS       PIC 9(03) Value 0.
        01  PTS-END-SW              PIC X(01) Value 'N'.
            88  PTS-SLICE-END           Value 'Y', False 'N'.
        01  PTS-SLICE-OK-SW         PIC X(01) Value 'N'.
            88  PTS-SLICE-OK            Value 'Y', False 'N'.
        01  PTS-SLICE-STATUS        PIC X(02).
        01  PTS-SLICE-EOF-SW        PIC X(01) Value 'N'.
            88  PTS-SLICE-EOF           Value 'Y', False 'N'.
        01  PTS-CKPT-PATH           PIC X(256).
        01  PTS-OUT-PATH            PIC X(256).
        01  PTS-ENV-NAME            PIC X(64).
        01  PTS-FD-RC               Binary-Long.
        01  PTS-RC                  Binary-Long.
        01  PTS-CUT-LENGTH          Binary-Long.
        01  PTS-CUT-FD              PIC 9(8) Usage COMP.
        01  CKPT-FD                 PIC 9(8) Usage COMP.
        01  CKPT-RC                 Binary-Long.
        01  PTS-OUT-COUNT           Binary-Long Value 0.
        01  PTS-OUT-SUB             Binary-Long.
        01  PTS-OUT-TABLE.
            05  PTS-OUT-NAME        PIC X(08) OCCURS 4 TIMES.
        01  PTS-STATBUF             PIC X(144).
      *  x86-64 linux struct stat: st_size at byte 49
        01  PTS-STAT-OVERLAY REDEFINES PTS-STATBUF.
            05  FILLER              PIC X(48).
            05  PTS-ST-SIZE         Usage BINARY-DOUBLE.
            05  FILLER              PIC X(88).
      * the slice restart file: CKPT-RECORD (73 bytes) first, so
      * RESTART-COORD and CKPT-INSPECT read it like any other
        01  PTS-CKPT-IMAGE.
            05  PTS-IMAGE-CKPT      PIC X(73).
            05  PTS-IMAGE-EXIT-STATUS
                                    PIC 9(03).
            05  PTS-IMAGE-OUT-BYTES Usage BINARY-DOUBLE
                                    OCCURS 4 TIMES.
            05  PTS-CKPT-TOTALS     PIC X(8000).
