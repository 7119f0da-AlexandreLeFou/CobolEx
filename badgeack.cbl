               RECORD KEY IS CW-EMPLOYEE-ID
               FILE STATUS IS WS-CARRY-WORK-STATUS.

      *  RUN-CONTROL is the batch window's run-control file, keyed by
      *  business date and job: checked for this job's predecessors
      *  before anything is opened, and posted with this job's own
      *  start and finish.
           SELECT OPTIONAL RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *  RUN-HISTORY is the permanent per-run statistics file every
      *  batch job appends one dated record to at end of run; the
      *  monthly RUNSTATS report reads it back for trends the
       01  CARRY-WORK-RECORD.
           05  CW-EMPLOYEE-ID         PIC X(6).

       FD  RUN-CONTROL.
           COPY RUNCTL.

       FD  RUN-HISTORY.
           COPY RUNSTAT.

       01  WS-NEW-OUT-STATUS          PIC X(2).
       01  WS-RECON-RPT-STATUS        PIC X(2).
       01  WS-RUN-HIST-STATUS         PIC X(2).
       01  WS-RUN-CONTROL-STATUS      PIC X(2).

       01  WS-FEED-EOF-SW             PIC X(1)     VALUE "N".
           88  END-OF-FEED            VALUE "Y".
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-NOTE                PIC X(30).

      *the nightly window's job table and the run-control work
      *fields the RUN-CONTROL paragraphs walk it with
           COPY RUNWIN.


       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *carry-forward, reports everything still unconfirmed, and cuts
      *the new carry-forward for tomorrow's run
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIME.
           MOVE "ACKJOB" TO RW-THIS-JOB.
           PERFORM 0009-CHECK-RUN-CONTROL.
           OPEN INPUT INTERFACE-FEED.
           IF WS-INTERFACE-STATUS NOT = "00"
               DISPLAY "BADGEACK - CANNOT OPEN IFFEED, STATUS "
           CLOSE ACK-WORK-FILE.
           CLOSE CARRY-WORK-FILE.
           PERFORM 0008-WRITE-RUN-STATS.
           PERFORM 0012-POST-RUN-COMPLETION.

           STOP RUN.

               CLOSE RUN-HISTORY
           END-IF.

       0009-CHECK-RUN-CONTROL.
      *run control: nothing is touched until every job this one
      *follows in the window has finished clean for the same
      *business date - otherwise this run would work from a roster,
      *feed, or master left stale by a job that failed or never
      *ran.  a held run ends RC=12 having processed nothing; a
      *cleared one posts its own start for the jobs after it
           MOVE WS-RUN-START-TIME (1:8) TO RW-BUSINESS-DATE.
           IF WS-RUN-START-TIME (9:2) < RW-CUTOFF-HOUR
               COMPUTE RW-BUSINESS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (RW-BUSINESS-DATE-NUM) - 1)
           END-IF.
           PERFORM 0010-OPEN-RUN-CONTROL.
           SET RW-RUN-CLEARED TO TRUE.
           MOVE 0 TO RW-JOB-SUB.
           PERFORM VARYING RW-SUB FROM 1 BY 1
               UNTIL RW-SUB > RW-JOB-COUNT
               IF RW-JOB-NAME (RW-SUB) = RW-THIS-JOB
                   MOVE RW-SUB TO RW-JOB-SUB
               END-IF
           END-PERFORM.
           IF RW-JOB-SUB > 0
               PERFORM VARYING RW-PRED-SUB FROM 1 BY 1
                   UNTIL RW-PRED-SUB > 4
                   IF RW-PREDECESSOR (RW-JOB-SUB, RW-PRED-SUB)
                       NOT = SPACES
                       MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE
                       MOVE RW-PREDECESSOR (RW-JOB-SUB, RW-PRED-SUB)
                           TO RC-JOB-NAME
                       READ RUN-CONTROL
                           INVALID KEY
                               SET RW-RUN-HELD TO TRUE
                               DISPLAY "BADGEACK - " RC-JOB-NAME
                                   " HAS NOT RUN FOR "
                                   RW-BUSINESS-DATE
                           NOT INVALID KEY
                               IF NOT RC-FINISHED-CLEAN
                                   SET RW-RUN-HELD TO TRUE
                                   DISPLAY "BADGEACK - " RC-JOB-NAME
                                       " NOT CLEAN FOR "
                                       RW-BUSINESS-DATE ", STATUS "
                                       RC-RUN-STATUS " RC "
                                       RC-RETURN-CODE
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
           IF RW-RUN-HELD
               CLOSE RUN-CONTROL
               DISPLAY "BADGEACK - RUN HELD BY RUN CONTROL, "
                   "NOTHING PROCESSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE RW-THIS-JOB TO RC-JOB-NAME.
           MOVE "BADGEACK" TO RC-PROGRAM-NAME.
           SET RC-STARTED TO TRUE.
           MOVE 0 TO RC-RETURN-CODE.
           MOVE WS-RUN-START-TIME TO RC-RUN-START.
           MOVE SPACES TO RC-RUN-END.
           MOVE SPACES TO RC-OVERRIDE-REASON.
           PERFORM 0011-SAVE-RUN-CONTROL.
           CLOSE RUN-CONTROL.

       0010-OPEN-RUN-CONTROL.
      *RUN-CONTROL is OPTIONAL, so the first run in a shop creates
      *it ("05"); any other failure means the window cannot be
      *checked, and running unchecked is what this file prevents
           OPEN I-O RUN-CONTROL.
           IF WS-RUN-CONTROL-STATUS = "05"
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN I-O RUN-CONTROL
           END-IF.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "BADGEACK - CANNOT OPEN RUNCTL, STATUS "
                   WS-RUN-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0011-SAVE-RUN-CONTROL.
      *one record per job per business date: written by the first
      *run, rewritten by a rerun and by each run's end posting
           WRITE RUN-CONTROL-REC
               INVALID KEY
                   REWRITE RUN-CONTROL-REC
                       INVALID KEY
                           DISPLAY "BADGEACK - CANNOT POST RUNCTL, "
                               "STATUS " WS-RUN-CONTROL-STATUS
                   END-REWRITE
           END-WRITE.

       0012-POST-RUN-COMPLETION.
      *a run that reaches its normal end posts how it finished: RC 8
      *or worse is an out-of-balance or failed run and holds the jobs
      *that follow it, anything less lets them start
           PERFORM 0010-OPEN-RUN-CONTROL.
           MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE RW-THIS-JOB TO RC-JOB-NAME.
           MOVE "BADGEACK" TO RC-PROGRAM-NAME.
           IF RETURN-CODE < 8
               SET RC-COMPLETED TO TRUE
           ELSE
               SET RC-FAILED TO TRUE
           END-IF.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           MOVE WS-RUN-START-TIME TO RC-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO RC-RUN-END.
           MOVE SPACES TO RC-OVERRIDE-REASON.
           PERFORM 0011-SAVE-RUN-CONTROL.
           CLOSE RUN-CONTROL.

       END PROGRAM BADGEACK.
