      *  daemon-super.cbl
      *
      *  Supervisor for the standing programs -- POSIX-WATCHER,
      *  SLA-MONITOR, ALERT-ENGINE, MSGQ-SENDER, INQUIRY-LISTENER,
      *  METRICS-RESP -- each of which used to die its own quiet
      *  death.  Starts every daemon in the registry file through
      *  posix-fork / posix-execve, then sits in posix-waitpid(-1):
      *  when a child exits, the wait status is decoded with the job
      *  driver's arithmetic and folded to the shell's 128+signal
      *  convention, so a clean shutdown (exit zero) is
      *  distinguished from a crash.  A crashed daemon is restarted
      *  after a doubling backoff until its restart cap is hit, at
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  METRICS-RESP joins the supervised
      *                        daemons; it reads this program's
      *                        status file for its daemon figures.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. DAEMON-SUPER.
