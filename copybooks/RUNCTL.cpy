      *================================================================*
      *  RUNCTL - one batch job's standing for one business date, on
      *  the indexed RUNCTL run-control file.  every job in the
      *  nightly window (see RUNWIN) checks its predecessors' records
      *  here before it touches anything, posts RC-STARTED once they
      *  are clean, and posts RC-COMPLETED or RC-FAILED with its
      *  return code at end of run.  a job that abends never posts
      *  its end, so it still reads RC-STARTED the next morning.
      *
      *  RC-OVERRIDDEN is posted by hand through RUNCTL's PARM
      *  'OVERRIDE' for a job operations deliberately skipped, with
      *  the reason; it counts as clean for the jobs that follow.
      *
      *  RC-JOB-NAME is the JCL job name (LOADJOB, SAMPJOB, ...), not
      *  the program: EMPMAINT runs as both MNTJOB and PENDJOB.
      *
      *  include with a plain COPY RUNCTL - like RUNSTAT, no program
      *  carries more than one copy, so no REPLACING needed.
      *================================================================*
       01  RUN-CONTROL-REC.
           05  RC-KEY.
               10  RC-BUSINESS-DATE        PIC X(8).
               10  RC-JOB-NAME             PIC X(8).
           05  RC-PROGRAM-NAME             PIC X(8).
           05  RC-RUN-STATUS               PIC X(1).
               88  RC-STARTED              VALUE "S".
               88  RC-COMPLETED            VALUE "C".
               88  RC-FAILED               VALUE "F".
               88  RC-OVERRIDDEN           VALUE "O".
               88  RC-FINISHED-CLEAN       VALUE "C" "O".
           05  RC-RETURN-CODE              PIC 9(4).
           05  RC-RUN-START                PIC X(21).
           05  RC-RUN-END                  PIC X(21).
           05  RC-OVERRIDE-REASON          PIC X(40).
