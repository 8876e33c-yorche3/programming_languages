      *> One job-stream step (JOBSTREAM.DAT), copied at the 05 level
      *> under each reader's own 01. NIGHTLYJOB runs the rows in file
      *> order; a row names the program to CALL, the command line it
      *> sees, when it is due, and the earlier step it waits on.
      *> Step ID: unique in the file. It is the name the step goes
      *> by in NIGHTLY.LOG, JOBSTATS.DAT, and NIGHTLY.STA, so the
      *> original five steps keep their program names as IDs and
      *> BATCH-WINDOW's history carries straight on.
           05 JB-STEP-ID       PIC X(14).
           05 JB-PROGRAM       PIC X(14).
      *> DAILY every processing night; WEEKLY on the weekday in
      *> JB-FREQ-ARG (1 Monday .. 7 Sunday); MONTHEND on the last
      *> processing day of the month per the run calendar; CALENDAR
      *> on the dates RUNCAL.DAT carries an EVENT record named in
      *> JB-FREQ-ARG.
           05 JB-FREQUENCY     PIC X(8).
              88 JB-RUNS-DAILY       VALUE "DAILY".
              88 JB-RUNS-WEEKLY      VALUE "WEEKLY".
              88 JB-RUNS-MONTH-END   VALUE "MONTHEND".
              88 JB-RUNS-BY-CALENDAR VALUE "CALENDAR".
           05 JB-FREQ-ARG      PIC X(7).
      *> Step ID of an earlier row that must have completed tonight
      *> before this one runs; spaces for none.
           05 JB-DEPENDS-ON    PIC X(14).
      *> Step RETURN-CODE at or above which the whole job aborts;
      *> 00 means the step can never abort the job.
           05 JB-ABORT-RC      PIC 99.
      *> Command line the step is CALLed under (e.g.
      *> WORK=MONTHEND.DAT), and the word added to it when the job
      *> itself was started with RERUN (MAINPROGRAM's checkpoint
      *> restart).
           05 JB-PARM          PIC X(40).
           05 JB-RERUN-PARM    PIC X(8).
