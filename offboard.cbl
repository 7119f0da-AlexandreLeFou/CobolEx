               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-STATUS.

      *  CHANGE-HISTORY is the permanent, dated before/after record of
      *  every master change in the shop; each termination flip made
      *  here is appended to it, so the day a record went terminated
      *  can still be answered long after OFFBRPT is gone.
           SELECT CHANGE-HISTORY ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-HIST-STATUS.

      *  RUN-CONTROL is the batch window's run-control file, keyed by
      *  business date and job: checked for this job's predecessors
      *  before anything is opened, and posted with this job's own
      *  start and finish.
           SELECT OPTIONAL RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.
                         ==GR-STATUS-TERMINATED==
                             BY ==RV-STATUS-TERMINATED==.

       FD  CHANGE-HISTORY.
           COPY CHGHIST.

       FD  RUN-CONTROL.
           COPY RUNCTL.

       FD  RUN-HISTORY.
           COPY RUNSTAT.

       01  WS-REVOKE-STATUS           PIC X(2).
       01  WS-REFERENCE-STATUS        PIC X(2).
       01  WS-RUN-HIST-STATUS         PIC X(2).
       01  WS-CHANGE-HIST-STATUS      PIC X(2).
       01  WS-RUN-CONTROL-STATUS      PIC X(2).

      *department descriptions off the reference table, loaded once
      *per run when a table was supplied; WS-DEPT-DESC comes back
           05  WR-REASON              PIC X(30).
           05  FILLER                 PIC X(5)     VALUE SPACES.

      *the nightly window's job table and the run-control work
      *fields the RUN-CONTROL paragraphs walk it with
           COPY RUNWIN.


       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *nightly pass: walk the whole employee master and revoke the
      *badge of anyone HR no longer has on the books
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIME.
           MOVE "OFFBJOB" TO RW-THIS-JOB.
           PERFORM 0010-CHECK-RUN-CONTROL.
           MOVE WS-RUN-START-TIME (1:8) TO WS-RUN-DATE.
      *neither file is OPTIONAL: a master that cannot be opened means
      *there is nothing to check, and a missing roster must never be
           END-IF.
           OPEN OUTPUT OFFBOARD-REPORT.
           OPEN OUTPUT REVOKE-FEED.
           PERFORM 0009-OPEN-CHANGE-HISTORY.
           PERFORM 0007-LOAD-DEPT-DESCRIPTIONS.
           MOVE "OFFBOARD BADGE REVOCATION LISTING" TO
               OFFBOARD-REPORT-RECORD.
           CLOSE HR-ROSTER-FILE.
           CLOSE OFFBOARD-REPORT.
           CLOSE REVOKE-FEED.
           CLOSE CHANGE-HISTORY.
           PERFORM 0006-WRITE-RUN-STATS.
           PERFORM 0013-POST-RUN-COMPLETION.

           STOP RUN.

      *and LOOKUP) all see this record for what it is.  "02" is a
      *successful REWRITE that merely landed on a shared
      *alternate-key value - normal with last name and department
      *both WITH DUPLICATES.  the record as it stood beforehand is
      *kept so the flip lands on CHANGE-HISTORY with both sides
           MOVE EMPLOYEE-MASTER-RECORD TO CH-BEFORE-IMAGE.
           SET EM-STATUS-TERMINATED TO TRUE.
           MOVE WS-RUN-DATE TO EM-TERM-DATE.
           REWRITE EMPLOYEE-MASTER-RECORD.
               AND WS-EMP-MASTER-STATUS NOT = "02"
               DISPLAY "OFFBOARD - CANNOT MARK " EM-EMPLOYEE-ID
                   " TERMINATED, STATUS " WS-EMP-MASTER-STATUS
           ELSE
               MOVE EM-EMPLOYEE-ID TO CH-EMPLOYEE-ID
               MOVE WS-RUN-DATE TO CH-CHANGE-DATE
               MOVE "OFFBOARD" TO CH-PROGRAM-NAME
               SET CH-TERMINATED TO TRUE
               MOVE EMPLOYEE-MASTER-RECORD TO CH-AFTER-IMAGE
               MOVE FUNCTION CURRENT-DATE TO CH-RECORDED-TIMESTAMP
               WRITE CHANGE-HIST-REC
           END-IF.

       0003-READ-MASTER-RECORD.
               END-IF
           END-PERFORM.

       0009-OPEN-CHANGE-HISTORY.
      *the same create-then-extend pattern as the run-history file:
      *the change history is append only, and OPEN EXTEND fails if it
      *does not exist yet
           OPEN EXTEND CHANGE-HISTORY.
           IF WS-CHANGE-HIST-STATUS = "35"
               OPEN OUTPUT CHANGE-HISTORY
               CLOSE CHANGE-HISTORY
               OPEN EXTEND CHANGE-HISTORY
           END-IF.

       0010-CHECK-RUN-CONTROL.
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
           PERFORM 0011-OPEN-RUN-CONTROL.
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
                               DISPLAY "OFFBOARD - " RC-JOB-NAME
                                   " HAS NOT RUN FOR "
                                   RW-BUSINESS-DATE
                           NOT INVALID KEY
                               IF NOT RC-FINISHED-CLEAN
                                   SET RW-RUN-HELD TO TRUE
                                   DISPLAY "OFFBOARD - " RC-JOB-NAME
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
               DISPLAY "OFFBOARD - RUN HELD BY RUN CONTROL, "
                   "NOTHING PROCESSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE RW-THIS-JOB TO RC-JOB-NAME.
           MOVE "OFFBOARD" TO RC-PROGRAM-NAME.
           SET RC-STARTED TO TRUE.
           MOVE 0 TO RC-RETURN-CODE.
           MOVE WS-RUN-START-TIME TO RC-RUN-START.
           MOVE SPACES TO RC-RUN-END.
           MOVE SPACES TO RC-OVERRIDE-REASON.
           PERFORM 0012-SAVE-RUN-CONTROL.
           CLOSE RUN-CONTROL.

       0011-OPEN-RUN-CONTROL.
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
               DISPLAY "OFFBOARD - CANNOT OPEN RUNCTL, STATUS "
                   WS-RUN-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0012-SAVE-RUN-CONTROL.
      *one record per job per business date: written by the first
      *run, rewritten by a rerun and by each run's end posting
           WRITE RUN-CONTROL-REC
               INVALID KEY
                   REWRITE RUN-CONTROL-REC
                       INVALID KEY
                           DISPLAY "OFFBOARD - CANNOT POST RUNCTL, "
                               "STATUS " WS-RUN-CONTROL-STATUS
                   END-REWRITE
           END-WRITE.

       0013-POST-RUN-COMPLETION.
      *a run that reaches its normal end posts how it finished: RC 8
      *or worse is an out-of-balance or failed run and holds the jobs
      *that follow it, anything less lets them start
           PERFORM 0011-OPEN-RUN-CONTROL.
           MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE RW-THIS-JOB TO RC-JOB-NAME.
           MOVE "OFFBOARD" TO RC-PROGRAM-NAME.
           IF RETURN-CODE < 8
               SET RC-COMPLETED TO TRUE
           ELSE
               SET RC-FAILED TO TRUE
           END-IF.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           MOVE WS-RUN-START-TIME TO RC-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO RC-RUN-END.
           MOVE SPACES TO RC-OVERRIDE-REASON.
           PERFORM 0012-SAVE-RUN-CONTROL.
           CLOSE RUN-CONTROL.

       END PROGRAM OFFBOARD.
