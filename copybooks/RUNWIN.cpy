      *================================================================*
      *  RUNWIN - the nightly batch window: every job that takes part
      *  in run control, the program it runs, and the jobs that must
      *  have finished clean for the same business date before it may
      *  start.  one table here, so a job added to the window, or a
      *  dependency that changes, is changed once for every program
      *  and for RUNCTL's status listing.  listed in window order.
      *
      *  the business date is the day the window opened.  the window
      *  runs through the night, and a rerun the next morning still
      *  belongs to it, so a run starting before RW-CUTOFF-HOUR takes
      *  the previous day's date.
      *
      *  the RW- work fields below are for the run-control paragraphs
      *  each program carries; include with a plain COPY RUNWIN in
      *  WORKING-STORAGE.
      *================================================================*
       01  RW-WINDOW-VALUES.
           05  FILLER                      PIC X(16)
               VALUE "LOADJOB HRLOAD  ".
           05  FILLER                      PIC X(32)
               VALUE SPACES.
           05  FILLER                      PIC X(16)
               VALUE "SAMPJOB SAMPLE  ".
           05  FILLER                      PIC X(32)
               VALUE "LOADJOB                         ".
           05  FILLER                      PIC X(16)
               VALUE "OFFBJOB OFFBOARD".
           05  FILLER                      PIC X(32)
               VALUE "LOADJOB SAMPJOB                 ".
           05  FILLER                      PIC X(16)
               VALUE "SWPJOB  ROSTSWP ".
           05  FILLER                      PIC X(32)
               VALUE "LOADJOB                         ".
           05  FILLER                      PIC X(16)
               VALUE "ACKJOB  BADGEACK".
           05  FILLER                      PIC X(32)
               VALUE "SAMPJOB                         ".
           05  FILLER                      PIC X(16)
               VALUE "MNTJOB  EMPMAINT".
           05  FILLER                      PIC X(32)
               VALUE "SAMPJOB OFFBJOB                 ".
           05  FILLER                      PIC X(16)
               VALUE "PENDJOB EMPMAINT".
           05  FILLER                      PIC X(32)
               VALUE "SAMPJOB OFFBJOB                 ".
           05  FILLER                      PIC X(16)
               VALUE "PAYJOB  PAYFEED ".
           05  FILLER                      PIC X(32)
               VALUE "SAMPJOB OFFBJOB PENDJOB         ".
           05  FILLER                      PIC X(16)
               VALUE "NENDJOB NIGHTEND".
           05  FILLER                      PIC X(32)
               VALUE "SAMPJOB ACKJOB  OFFBJOB PAYJOB  ".
       01  RW-WINDOW-TABLE REDEFINES RW-WINDOW-VALUES.
           05  RW-JOB-ENTRY                            OCCURS 9.
               10  RW-JOB-NAME             PIC X(8).
               10  RW-PROGRAM-NAME         PIC X(8).
               10  RW-PREDECESSOR          PIC X(8)    OCCURS 4.
       01  RW-JOB-COUNT                    PIC 9(2)    VALUE 9.
       01  RW-CUTOFF-HOUR                  PIC X(2)    VALUE "12".

      *the job this run posts under, its business date, and the
      *subscripts and switch the predecessor check walks with
       01  RW-THIS-JOB                     PIC X(8).
       01  RW-BUSINESS-DATE                PIC X(8).
       01  RW-BUSINESS-DATE-NUM REDEFINES RW-BUSINESS-DATE
                                           PIC 9(8).
       01  RW-SUB                          PIC 9(2).
       01  RW-JOB-SUB                      PIC 9(2).
       01  RW-PRED-SUB                     PIC 9(1).
       01  RW-HELD-SW                      PIC X(1).
           88  RW-RUN-HELD                 VALUE "Y".
           88  RW-RUN-CLEARED              VALUE "N".
