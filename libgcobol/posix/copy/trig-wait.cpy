      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  trig-wait.cpy
      *  One line per step a POSIX-JOB-DRIVER is holding on a
      *  cross-stream trigger, rewritten to the driver's TRIGSTAT
      *  file whenever a wait starts, escalates or ends, and read
      *  by JOB-CONSOLE -CMD=TRIGGERS.  The step waits for step
      *  TWR-ON-STEP of stream TWR-ON-STREAM to finish the business
      *  date with an exit status TWR-ON-OP (EQ equal to, LE at
      *  most) TWR-ON-STATUS, and/or for file TWR-ON-FILE to
      *  appear.  TWR-LEVEL counts the syslog escalations: 1 once
      *  the wait has passed TWR-TIMEOUT seconds, 2 at twice that.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 TRIG-WAIT-RECORD.
           05 TWR-STREAM-ID         PIC X(16).
           05 TWR-STEP-NAME         PIC X(08).
           05 TWR-ON-STREAM         PIC X(16).
           05 TWR-ON-STEP           PIC X(08).
           05 TWR-ON-OP             PIC X(02).
           05 TWR-ON-STATUS         PIC 9(03).
           05 TWR-ON-FILE           PIC X(64).
           05 TWR-WAIT-SINCE        PIC 9(11).
           05 TWR-TIMEOUT           PIC 9(05).
           05 TWR-LEVEL             PIC 9(01).
           05 TWR-EVENT-MET         PIC X(01).
