               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

      *  PAYROLL-FEED is PAYFEED's nightly payroll delta feed,
      *  counted directly by event type and balanced against its own
      *  header and trailer.
           SELECT PAYROLL-FEED ASSIGN TO "PAYFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FEED-STATUS.

      *  CHANGE-HISTORY is the permanent before/after record of every
      *  master change, read for the entries SAMPLE, EMPMAINT,
      *  OFFBOARD, BADGECRT and EMPUTIL wrote between the previous
      *  snapshot and tonight's -
      *  what they changed, to put beside what the payroll feed says
      *  changed.  OPTIONAL: a shop with no history yet has nothing
      *  to balance against.
           SELECT OPTIONAL CHANGE-HISTORY ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-HIST-STATUS.

      *  MORNING-REPORT is the one summary the morning review reads
      *  instead of five listings: every job's counts, the
      *  cross-checks between them, and the in/out-of-balance verdict.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORNING-RPT-STATUS.

      *  RUN-CONTROL is the batch window's run-control file, keyed by
      *  business date and job: checked for this job's predecessors
      *  before anything is opened, and posted with this job's own
      *  start and finish.
           SELECT OPTIONAL RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.

       FILE SECTION.
                         ==GR-STATUS-TERMINATED==
                             BY ==IX-STATUS-TERMINATED==.

       FD  PAYROLL-FEED.
           COPY PAYFEED.

       FD  CHANGE-HISTORY.
           COPY CHGHIST.

       FD  MORNING-REPORT.
       01  MORNING-REPORT-RECORD      PIC X(80).

       FD  RUN-CONTROL.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-RPT-STATUS      PIC X(2).
       01  WS-RECON-RPT-STATUS        PIC X(2).
       01  WS-OFFBOARD-RPT-STATUS     PIC X(2).
       01  WS-INTERFACE-STATUS        PIC X(2).
       01  WS-PAY-FEED-STATUS         PIC X(2).
       01  WS-CHANGE-HIST-STATUS      PIC X(2).
       01  WS-MORNING-RPT-STATUS      PIC X(2).
       01  WS-RUN-CONTROL-STATUS      PIC X(2).

       01  WS-EOF-SW                  PIC X(1).
           88  END-OF-INPUT-FILE      VALUE "Y".
      *the feed counted straight off the dataset, not off a listing
       01  WS-IFFEED-COUNT            PIC 9(8)     VALUE 0.

      *the payroll feed counted straight off the dataset by event
      *type, with the header's dates and the trailer's counts to
      *balance them against
       01  WS-PF-BUSINESS-DATE        PIC X(8)     VALUE SPACES.
       01  WS-PF-PRIOR-TIME           PIC X(21)    VALUE SPACES.
       01  WS-PF-THIS-TIME            PIC X(21)    VALUE SPACES.
       01  WS-PF-DETAIL-COUNT         PIC 9(8)     VALUE 0.
       01  WS-PF-NEW-HIRE-COUNT       PIC 9(8)     VALUE 0.
       01  WS-PF-REHIRE-COUNT         PIC 9(8)     VALUE 0.
       01  WS-PF-DEPT-CHANGE-COUNT    PIC 9(8)     VALUE 0.
       01  WS-PF-SHIFT-CHANGE-COUNT   PIC 9(8)     VALUE 0.
       01  WS-PF-NAME-CHANGE-COUNT    PIC 9(8)     VALUE 0.
       01  WS-PF-TERMINATION-COUNT    PIC 9(8)     VALUE 0.
       01  WS-PF-CONTROL-SW           PIC X(1)     VALUE "Y".
           88  PAY-FEED-CONTROLS-OK   VALUE "Y".
           88  PAY-FEED-CONTROLS-BAD  VALUE "N".
       01  WS-PF-CONTROL-TEXT         PIC X(40)    VALUE SPACES.
       01  WS-PF-TRAILER-SW           PIC X(1)     VALUE "N".
           88  PF-TRAILER-SEEN        VALUE "Y".
           88  PF-TRAILER-NOT-SEEN    VALUE "N".

      *the same events worked out from the CHGHIST entries SAMPLE,
      *EMPMAINT, OFFBOARD, BADGECRT and EMPUTIL wrote between the
      *two snapshots, by the same rules PAYFEED applies to the two
      *snapshots themselves - an attestation revoke terminates
      *someone just as OFFBOARD does, and a reload changes whatever
      *its before and after images say it changed.  entries from
      *any other program - EMPPURGE's purges - are counted but not
      *balanced
       01  WS-CH-NEW-HIRE-COUNT       PIC 9(8)     VALUE 0.
       01  WS-CH-REHIRE-COUNT         PIC 9(8)     VALUE 0.
       01  WS-CH-DEPT-CHANGE-COUNT    PIC 9(8)     VALUE 0.
       01  WS-CH-SHIFT-CHANGE-COUNT   PIC 9(8)     VALUE 0.
       01  WS-CH-NAME-CHANGE-COUNT    PIC 9(8)     VALUE 0.
       01  WS-CH-TERMINATION-COUNT    PIC 9(8)     VALUE 0.
       01  WS-CH-DELETE-COUNT         PIC 9(8)     VALUE 0.
       01  WS-CH-OTHER-COUNT          PIC 9(8)     VALUE 0.
           COPY GREETREC
               REPLACING ==GREET-REC==      BY ==WS-CH-BEFORE-REC==
                         ==GR-EMPLOYEE-ID== BY ==CB-EMPLOYEE-ID==
                         ==GR-FIRST-NAME==  BY ==CB-FIRST-NAME==
                         ==GR-LAST-NAME==   BY ==CB-LAST-NAME==
                         ==GR-DEPARTMENT==  BY ==CB-DEPARTMENT==
                         ==GR-HIRE-DATE==   BY ==CB-HIRE-DATE==
                         ==GR-SHIFT-CODE==  BY ==CB-SHIFT-CODE==
                         ==GR-EMP-STATUS==  BY ==CB-EMP-STATUS==
                         ==GR-TERM-DATE==   BY ==CB-TERM-DATE==
                         ==GR-STATUS-ACTIVE==
                             BY ==CB-STATUS-ACTIVE==
                         ==GR-STATUS-TERMINATED==
                             BY ==CB-STATUS-TERMINATED==.
           COPY GREETREC
               REPLACING ==GREET-REC==      BY ==WS-CH-AFTER-REC==
                         ==GR-EMPLOYEE-ID== BY ==CA-EMPLOYEE-ID==
                         ==GR-FIRST-NAME==  BY ==CA-FIRST-NAME==
                         ==GR-LAST-NAME==   BY ==CA-LAST-NAME==
                         ==GR-DEPARTMENT==  BY ==CA-DEPARTMENT==
                         ==GR-HIRE-DATE==   BY ==CA-HIRE-DATE==
                         ==GR-SHIFT-CODE==  BY ==CA-SHIFT-CODE==
                         ==GR-EMP-STATUS==  BY ==CA-EMP-STATUS==
                         ==GR-TERM-DATE==   BY ==CA-TERM-DATE==
                         ==GR-STATUS-ACTIVE==
                             BY ==CA-STATUS-ACTIVE==
                         ==GR-STATUS-TERMINATED==
                             BY ==CA-STATUS-TERMINATED==.

       01  WS-PAYROLL-BALANCE-SW      PIC X(1)     VALUE "Y".
           88  PAYROLL-IN-BALANCE     VALUE "Y".
           88  PAYROLL-OUT-OF-BALANCE VALUE "N".

      *the reassembled NAMEIN detail count the window must add back
      *up to: rejects + greetings + duplicates + HR mismatches
       01  WS-ACCOUNTED-COUNT         PIC 9(8)     VALUE 0.
       01  WS-RUN-START-TIME          PIC X(21).
       01  WS-RUN-END-TIME            PIC X(21).

      *the nightly window's job table and the run-control work
      *fields the RUN-CONTROL paragraphs walk it with
           COPY RUNWIN.


       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *someone via the return code before the shop opens instead of
      *after the badges are wrong
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIME.
           MOVE "NENDJOB" TO RW-THIS-JOB.
           PERFORM 0007-CHECK-RUN-CONTROL.
      *every input is required: a listing that is missing means a
      *job in the window never ran or never wrote its summary, and
      *that is itself a failed window, not a clean one
           PERFORM 0002-READ-BADGE-REPORT.
           PERFORM 0003-READ-OFFBOARD-REPORT.
           PERFORM 0004-COUNT-INTERFACE-FEED.
           PERFORM 0011-COUNT-PAYROLL-FEED.
           PERFORM 0012-READ-CHANGE-HISTORY.
           PERFORM 0005-CROSS-CHECK-COUNTS.
           PERFORM 0006-WRITE-MORNING-REPORT.
           IF WINDOW-OUT-OF-BALANCE
                   "SEE MORNRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0010-POST-RUN-COMPLETION.

           STOP RUN.

           IF WS-ACCOUNTED-COUNT NOT = WS-CTL-DETAIL-COUNT
               SET WINDOW-OUT-OF-BALANCE TO TRUE
           END-IF.
      *and the payroll feed: it must balance to its own controls, be
      *tonight's generation, and - unless it is the baseline night
      *with no prior snapshot - show event for event what SAMPLE,
      *EMPMAINT, OFFBOARD, BADGECRT and EMPUTIL recorded changing
      *since the last one
           IF PAY-FEED-CONTROLS-BAD
               OR WS-PF-BUSINESS-DATE NOT = RW-BUSINESS-DATE
               SET PAYROLL-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-PF-PRIOR-TIME NOT = SPACES
               IF WS-PF-NEW-HIRE-COUNT NOT = WS-CH-NEW-HIRE-COUNT
                   OR WS-PF-REHIRE-COUNT NOT = WS-CH-REHIRE-COUNT
                   OR WS-PF-DEPT-CHANGE-COUNT
                       NOT = WS-CH-DEPT-CHANGE-COUNT
                   OR WS-PF-SHIFT-CHANGE-COUNT
                       NOT = WS-CH-SHIFT-CHANGE-COUNT
                   OR WS-PF-NAME-CHANGE-COUNT
                       NOT = WS-CH-NAME-CHANGE-COUNT
                   OR WS-PF-TERMINATION-COUNT
                       NOT = WS-CH-TERMINATION-COUNT
                   SET PAYROLL-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF.
           IF PAYROLL-OUT-OF-BALANCE
               SET WINDOW-OUT-OF-BALANCE TO TRUE
           END-IF.

       0006-WRITE-MORNING-REPORT.
      *the one page the morning review reads: each job's counts,
           STRING "  ALREADY TERMINATED : " WS-OF-ALREADY-TERM-COUNT
               DELIMITED BY SIZE INTO MORNING-REPORT-RECORD.
           WRITE MORNING-REPORT-RECORD.
           PERFORM 0014-WRITE-PAYROLL-SECTION.
           MOVE "CROSS-CHECKS" TO MORNING-REPORT-RECORD.
           WRITE MORNING-REPORT-RECORD.
           MOVE SPACES TO MORNING-REPORT-RECORD.
           WRITE MORNING-REPORT-RECORD.
           CLOSE MORNING-REPORT.

       0007-CHECK-RUN-CONTROL.
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
           PERFORM 0008-OPEN-RUN-CONTROL.
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
                               DISPLAY "NIGHTEND - " RC-JOB-NAME
                                   " HAS NOT RUN FOR "
                                   RW-BUSINESS-DATE
                           NOT INVALID KEY
                               IF NOT RC-FINISHED-CLEAN
                                   SET RW-RUN-HELD TO TRUE
                                   DISPLAY "NIGHTEND - " RC-JOB-NAME
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
               DISPLAY "NIGHTEND - RUN HELD BY RUN CONTROL, "
                   "NOTHING PROCESSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE RW-THIS-JOB TO RC-JOB-NAME.
           MOVE "NIGHTEND" TO RC-PROGRAM-NAME.
           SET RC-STARTED TO TRUE.
           MOVE 0 TO RC-RETURN-CODE.
           MOVE WS-RUN-START-TIME TO RC-RUN-START.
           MOVE SPACES TO RC-RUN-END.
           MOVE SPACES TO RC-OVERRIDE-REASON.
           PERFORM 0009-SAVE-RUN-CONTROL.
           CLOSE RUN-CONTROL.

       0008-OPEN-RUN-CONTROL.
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
               DISPLAY "NIGHTEND - CANNOT OPEN RUNCTL, STATUS "
                   WS-RUN-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0009-SAVE-RUN-CONTROL.
      *one record per job per business date: written by the first
      *run, rewritten by a rerun and by each run's end posting
           WRITE RUN-CONTROL-REC
               INVALID KEY
                   REWRITE RUN-CONTROL-REC
                       INVALID KEY
                           DISPLAY "NIGHTEND - CANNOT POST RUNCTL, "
                               "STATUS " WS-RUN-CONTROL-STATUS
                   END-REWRITE
           END-WRITE.

       0010-POST-RUN-COMPLETION.
      *a run that reaches its normal end posts how it finished: RC 8
      *or worse is an out-of-balance or failed run and holds the jobs
      *that follow it, anything less lets them start
           PERFORM 0008-OPEN-RUN-CONTROL.
           MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE RW-THIS-JOB TO RC-JOB-NAME.
           MOVE "NIGHTEND" TO RC-PROGRAM-NAME.
           IF RETURN-CODE < 8
               SET RC-COMPLETED TO TRUE
           ELSE
               SET RC-FAILED TO TRUE
           END-IF.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           MOVE WS-RUN-START-TIME TO RC-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO RC-RUN-END.
           MOVE SPACES TO RC-OVERRIDE-REASON.
           PERFORM 0009-SAVE-RUN-CONTROL.
           CLOSE RUN-CONTROL.

       0011-COUNT-PAYROLL-FEED.
      *counts the payroll feed by event type and balances it the way
      *payroll will: header first, a trailer present, and the
      *trailer's counts equal to what is actually on the file.  a
      *feed that fails is reported and puts the window out of
      *balance; one that will not open at all means PAYJOB never
      *cut it
           OPEN INPUT PAYROLL-FEED.
           IF WS-PAY-FEED-STATUS NOT = "00"
               DISPLAY "NIGHTEND - CANNOT OPEN PAYFEED, STATUS "
                   WS-PAY-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           READ PAYROLL-FEED
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           IF END-OF-INPUT-FILE OR NOT PF-HEADER-RECORD
               SET PAY-FEED-CONTROLS-BAD TO TRUE
               MOVE "FIRST RECORD IS NOT THE HEADER"
                   TO WS-PF-CONTROL-TEXT
           ELSE
               MOVE PH-BUSINESS-DATE TO WS-PF-BUSINESS-DATE
               MOVE PH-PRIOR-SNAPSHOT-TIME TO WS-PF-PRIOR-TIME
               MOVE PH-THIS-SNAPSHOT-TIME TO WS-PF-THIS-TIME
           END-IF.
           PERFORM UNTIL END-OF-INPUT-FILE OR PF-TRAILER-SEEN
               READ PAYROLL-FEED
                   AT END
                       SET END-OF-INPUT-FILE TO TRUE
                   NOT AT END
                       IF PF-TRAILER-RECORD
                           SET PF-TRAILER-SEEN TO TRUE
                       ELSE
                           ADD 1 TO WS-PF-DETAIL-COUNT
                           EVALUATE TRUE
                               WHEN PF-NEW-HIRE
                                   ADD 1 TO WS-PF-NEW-HIRE-COUNT
                               WHEN PF-REHIRE
                                   ADD 1 TO WS-PF-REHIRE-COUNT
                               WHEN PF-DEPT-CHANGE
                                   ADD 1 TO WS-PF-DEPT-CHANGE-COUNT
                               WHEN PF-SHIFT-CHANGE
                                   ADD 1 TO WS-PF-SHIFT-CHANGE-COUNT
                               WHEN PF-NAME-CHANGE
                                   ADD 1 TO WS-PF-NAME-CHANGE-COUNT
                               WHEN PF-TERMINATION
                                   ADD 1 TO WS-PF-TERMINATION-COUNT
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           IF PAY-FEED-CONTROLS-OK
               IF PF-TRAILER-NOT-SEEN
                   SET PAY-FEED-CONTROLS-BAD TO TRUE
                   MOVE "NO TRAILER RECORD - FEED TRUNCATED"
                       TO WS-PF-CONTROL-TEXT
               ELSE
               IF PT-RECORD-COUNT NOT = WS-PF-DETAIL-COUNT
                   OR PT-NEW-HIRE-COUNT NOT = WS-PF-NEW-HIRE-COUNT
                   OR PT-REHIRE-COUNT NOT = WS-PF-REHIRE-COUNT
                   OR PT-DEPT-CHANGE-COUNT
                       NOT = WS-PF-DEPT-CHANGE-COUNT
                   OR PT-SHIFT-CHANGE-COUNT
                       NOT = WS-PF-SHIFT-CHANGE-COUNT
                   OR PT-NAME-CHANGE-COUNT
                       NOT = WS-PF-NAME-CHANGE-COUNT
                   OR PT-TERMINATION-COUNT
                       NOT = WS-PF-TERMINATION-COUNT
                   SET PAY-FEED-CONTROLS-BAD TO TRUE
                   MOVE "TRAILER COUNTS DO NOT BALANCE"
                       TO WS-PF-CONTROL-TEXT
               END-IF
               END-IF
           END-IF.
           CLOSE PAYROLL-FEED.

       0012-READ-CHANGE-HISTORY.
      *every CHGHIST entry recorded after the previous snapshot was
      *taken and no later than tonight's is one the payroll feed
      *should reflect; nothing to do on a baseline night
           IF WS-PF-PRIOR-TIME NOT = SPACES
               OPEN INPUT CHANGE-HISTORY
               IF WS-CHANGE-HIST-STATUS = "00"
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ CHANGE-HISTORY
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               IF CH-RECORDED-TIMESTAMP (1:16) >
                                       WS-PF-PRIOR-TIME (1:16)
                                   AND CH-RECORDED-TIMESTAMP (1:16)
                                       NOT > WS-PF-THIS-TIME (1:16)
                                   PERFORM 0013-CLASSIFY-CHANGE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHANGE-HISTORY
               END-IF
           END-IF.

       0013-CLASSIFY-CHANGE.
      *the rules of PAYFEED's 0006/0007 applied to one entry's
      *before and after images: no before image is a new hire (and
      *a termination too if it went on terminated), terminated to
      *active - or terminated with a new hire date - is a rehire,
      *and an active record is a department, shift or name change
      *for each field that moved, then a termination if it went
      *terminated.  no after image is a delete, which payroll is not
      *fed.  every program that changes a live master record is
      *classified - BADGECRT's attestation revokes included, since
      *PAYFEED feeds those terminations like any other, and
      *EMPUTIL's reloads, whose entries carry the record as it stood
      *before the reload (a record the reload left as it was moves
      *nothing and counts nothing)
           IF CH-PROGRAM-NAME NOT = "SAMPLE"
               AND CH-PROGRAM-NAME NOT = "EMPMAINT"
               AND CH-PROGRAM-NAME NOT = "OFFBOARD"
               AND CH-PROGRAM-NAME NOT = "BADGECRT"
               AND CH-PROGRAM-NAME NOT = "EMPUTIL"
               ADD 1 TO WS-CH-OTHER-COUNT
           ELSE
           IF CH-BEFORE-IMAGE = SPACES
               ADD 1 TO WS-CH-NEW-HIRE-COUNT
               MOVE CH-AFTER-IMAGE TO WS-CH-AFTER-REC
               IF CA-STATUS-TERMINATED
                   ADD 1 TO WS-CH-TERMINATION-COUNT
               END-IF
           ELSE
           IF CH-AFTER-IMAGE = SPACES
               ADD 1 TO WS-CH-DELETE-COUNT
           ELSE
               MOVE CH-BEFORE-IMAGE TO WS-CH-BEFORE-REC
               MOVE CH-AFTER-IMAGE TO WS-CH-AFTER-REC
               IF CB-STATUS-TERMINATED
                   IF CA-STATUS-ACTIVE
                       ADD 1 TO WS-CH-REHIRE-COUNT
                   ELSE
                   IF CA-HIRE-DATE NOT = CB-HIRE-DATE
                       ADD 1 TO WS-CH-REHIRE-COUNT
                       ADD 1 TO WS-CH-TERMINATION-COUNT
                   END-IF
                   END-IF
               ELSE
                   IF CA-DEPARTMENT NOT = CB-DEPARTMENT
                       ADD 1 TO WS-CH-DEPT-CHANGE-COUNT
                   END-IF
                   IF CA-SHIFT-CODE NOT = CB-SHIFT-CODE
                       ADD 1 TO WS-CH-SHIFT-CHANGE-COUNT
                   END-IF
                   IF CA-FIRST-NAME NOT = CB-FIRST-NAME
                       OR CA-LAST-NAME NOT = CB-LAST-NAME
                       ADD 1 TO WS-CH-NAME-CHANGE-COUNT
                   END-IF
                   IF CA-STATUS-TERMINATED
                       ADD 1 TO WS-CH-TERMINATION-COUNT
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       0014-WRITE-PAYROLL-SECTION.
      *the payroll feed's counts beside the changes recorded, one
      *line per event type, flagged where they differ
           MOVE "PAYFEED (PAYROLL DELTA FEED)" TO MORNING-REPORT-RECORD.
           WRITE MORNING-REPORT-RECORD.
           MOVE SPACES TO MORNING-REPORT-RECORD.
           STRING "  BUSINESS DATE      : " WS-PF-BUSINESS-DATE
               DELIMITED BY SIZE INTO MORNING-REPORT-RECORD.
           WRITE MORNING-REPORT-RECORD.
           MOVE SPACES TO MORNING-REPORT-RECORD.
           IF PAY-FEED-CONTROLS-OK
               STRING "  FEED CONTROLS      : BALANCED, "
                   WS-PF-DETAIL-COUNT " DETAILS"
                   DELIMITED BY SIZE INTO MORNING-REPORT-RECORD
           ELSE
               STRING "  FEED CONTROLS      : *** "
                   WS-PF-CONTROL-TEXT
                   DELIMITED BY SIZE INTO MORNING-REPORT-RECORD
           END-IF.
           WRITE MORNING-REPORT-RECORD.
           IF WS-PF-PRIOR-TIME = SPACES
               MOVE "  BASELINE NIGHT - NO PRIOR SNAPSHOT, NOT BALANCED"
                   TO MORNING-REPORT-RECORD
               WRITE MORNING-REPORT-RECORD
           ELSE
               MOVE SPACES TO MORNING-REPORT-RECORD
               STRING "  CHANGES SINCE      : " WS-PF-PRIOR-TIME
                   DELIMITED BY SIZE INTO MORNING-REPORT-RECORD
               WRITE MORNING-REPORT-RECORD
               MOVE SPACES TO MORNING-REPORT-RECORD
               STRING "  NEW HIRES    NH  FEED " WS-PF-NEW-HIRE-COUNT
                   " = CHGHIST " WS-CH-NEW-HIRE-COUNT
                   DELIMITED BY SIZE INTO MORNING-REPORT-RECORD
               WRITE MORNING-REPORT-RECORD
               MOVE SPACES TO MORNING-REPORT-RECORD
               STRING "  REHIRES      RH  FEED " WS-PF-REHIRE-COUNT
                   " = CHGHIST " WS-CH-REHIRE-COUNT
                   DELIMITED BY SIZE INTO MORNING-REPORT-RECORD
               WRITE MORNING-REPORT-RECORD
               MOVE SPACES TO MORNING-REPORT-RECORD
               STRING "  DEPARTMENTS  DC  FEED "
                   WS-PF-DEPT-CHANGE-COUNT
                   " = CHGHIST " WS-CH-DEPT-CHANGE-COUNT
                   DELIMITED BY SIZE INTO MORNING-REPORT-RECORD
               WRITE MORNING-REPORT-RECORD
               MOVE SPACES TO MORNING-REPORT-RECORD
               STRING "  SHIFTS       SC  FEED "
                   WS-PF-SHIFT-CHANGE-COUNT
                   " = CHGHIST " WS-CH-SHIFT-CHANGE-COUNT
                   DELIMITED BY SIZE INTO MORNING-REPORT-RECORD
               WRITE MORNING-REPORT-RECORD
               MOVE SPACES TO MORNING-REPORT-RECORD
               STRING "  NAMES        NC  FEED "
                   WS-PF-NAME-CHANGE-COUNT
                   " = CHGHIST " WS-CH-NAME-CHANGE-COUNT
                   DELIMITED BY SIZE INTO MORNING-REPORT-RECORD
               WRITE MORNING-REPORT-RECORD
               MOVE SPACES TO MORNING-REPORT-RECORD
               STRING "  TERMINATIONS TM  FEED "
                   WS-PF-TERMINATION-COUNT
                   " = CHGHIST " WS-CH-TERMINATION-COUNT
                   DELIMITED BY SIZE INTO MORNING-REPORT-RECORD
               WRITE MORNING-REPORT-RECORD
               MOVE SPACES TO MORNING-REPORT-RECORD
               STRING "  DELETES, NOT FED   : " WS-CH-DELETE-COUNT
                   DELIMITED BY SIZE INTO MORNING-REPORT-RECORD
               WRITE MORNING-REPORT-RECORD
               MOVE SPACES TO MORNING-REPORT-RECORD
               STRING "  OTHER PROGRAMS     : " WS-CH-OTHER-COUNT
                   " NOT BALANCED"
                   DELIMITED BY SIZE INTO MORNING-REPORT-RECORD
               WRITE MORNING-REPORT-RECORD
           END-IF.
           IF PAYROLL-OUT-OF-BALANCE
               MOVE "  *** PAYROLL FEED OUT OF BALANCE ***" TO
                   MORNING-REPORT-RECORD
               WRITE MORNING-REPORT-RECORD
           END-IF.

       END PROGRAM NIGHTEND.
