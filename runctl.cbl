       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL as "RUNCTL".

           AUTHOR.     PEGGY FISHER.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  RUN-CONTROL is the indexed run-control file every job in the
      *  nightly window checks before it starts and posts to when it
      *  ends.  this utility lists it and posts manual overrides to
      *  it; it is OPTIONAL so a listing asked for before the first
      *  night's run shows every job NOT RUN instead of abending.
           SELECT OPTIONAL RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *  OVERRIDE-INPUT carries one card per job operations has
      *  decided to skip or accept for a business date: the date, the
      *  JCL job name, and the reason, which is kept on the record.
      *  read only on a PARM 'OVERRIDE' run.
           SELECT OVERRIDE-INPUT ASSIGN TO "RCOVRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-IN-STATUS.

      *  STATUS-REPORT is the listing: each override card with what
      *  was done with it, then every job in the window with its
      *  standing for the business date.
           SELECT STATUS-REPORT ASSIGN TO "RCSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT-STATUS.

      *  RUN-HISTORY is the permanent per-run statistics file every
      *  batch job appends one dated record to at end of run; the
      *  monthly RUNSTATS report reads it back for trends the
      *  per-run listings cannot show once they are gone.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RUN-CONTROL.
           COPY RUNCTL.

       FD  OVERRIDE-INPUT.
       01  OVERRIDE-INPUT-RECORD.
           05  OV-BUSINESS-DATE            PIC X(8).
           05  OV-JOB-NAME                 PIC X(8).
           05  OV-REASON                   PIC X(40).
           05  FILLER                      PIC X(24).

       FD  STATUS-REPORT.
       01  STATUS-REPORT-RECORD       PIC X(80).

       FD  RUN-HISTORY.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL-STATUS      PIC X(2).
       01  WS-OVERRIDE-IN-STATUS      PIC X(2).
       01  WS-STATUS-RPT-STATUS       PIC X(2).
       01  WS-RUN-HIST-STATUS         PIC X(2).

      *PARM is the mode, optionally followed by a business date:
      *'STATUS' lists the current window, 'STATUS,20240315' an
      *earlier one, 'OVERRIDE' posts the RCOVRIN cards and then lists
      *the current window
       01  WS-RUN-PARM                PIC X(20).
       01  WS-RUN-MODE                PIC X(10).
           88  STATUS-REQUESTED       VALUE "STATUS".
           88  OVERRIDE-REQUESTED     VALUE "OVERRIDE".
       01  WS-PARM-DATE               PIC X(8).

       01  WS-EOF-SW                  PIC X(1)     VALUE "N".
           88  END-OF-INPUT-FILE      VALUE "Y".

       01  WS-CARD-SW                 PIC X(1).
           88  CARD-ACCEPTED          VALUE "Y".
           88  CARD-REJECTED          VALUE "N".
       01  WS-CARD-RESULT             PIC X(30).

      *override totals, and the window totals the listing ends with
       01  WS-CARDS-READ              PIC 9(8)     VALUE 0.
       01  WS-CARDS-POSTED            PIC 9(8)     VALUE 0.
       01  WS-CARDS-REJECTED          PIC 9(8)     VALUE 0.
       01  WS-JOBS-LISTED             PIC 9(8)     VALUE 0.
       01  WS-JOBS-CLEAN              PIC 9(8)     VALUE 0.
       01  WS-JOBS-FAILED             PIC 9(8)     VALUE 0.
       01  WS-JOBS-RUNNING            PIC 9(8)     VALUE 0.
       01  WS-JOBS-NOT-RUN            PIC 9(8)     VALUE 0.

      *one listing line's worth of edited fields
       01  WS-STATUS-TEXT             PIC X(10).
       01  WS-EDIT-RC                 PIC ZZZ9.
       01  WS-LIST-START              PIC X(11).
       01  WS-LIST-END                PIC X(11).
       01  WS-LIST-NOTE               PIC X(20).
       01  WS-EDIT-TIME               PIC X(11).
       01  WS-EDIT-TIME-SOURCE        PIC X(21).

      *the job being listed, kept apart from RC-JOB-NAME because the
      *predecessor reads move other keys through the record
       01  WS-LIST-JOB                PIC X(8).
       01  WS-WAITING-ON              PIC X(8).

       01  WS-RUN-START-TIME          PIC X(21).
       01  WS-RUN-END-TIME            PIC X(21).

      *the nightly window's job table and the run-control work
      *fields the RUN-CONTROL paragraphs walk it with
           COPY RUNWIN.


       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *two PARM modes: STATUS lists the window for a business date,
      *OVERRIDE posts the RCOVRIN cards and then lists the current
      *window so the operator sees the jobs the overrides released.
      *anything else is a deck error
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIME.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-RUN-MODE.
           MOVE SPACES TO WS-PARM-DATE.
           UNSTRING WS-RUN-PARM DELIMITED BY ","
               INTO WS-RUN-MODE WS-PARM-DATE
           END-UNSTRING.
      *the same business date the jobs themselves post under: the
      *run date, or the day before for a run ahead of the cutoff
           MOVE WS-RUN-START-TIME (1:8) TO RW-BUSINESS-DATE.
           IF WS-RUN-START-TIME (9:2) < RW-CUTOFF-HOUR
               COMPUTE RW-BUSINESS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (RW-BUSINESS-DATE-NUM) - 1)
           END-IF.
           IF WS-PARM-DATE NOT = SPACES
               IF WS-PARM-DATE IS NUMERIC
                   MOVE WS-PARM-DATE TO RW-BUSINESS-DATE
               ELSE
                   DISPLAY "RUNCTL - PARM DATE NOT YYYYMMDD, GOT "
                       WS-PARM-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT STATUS-REPORT.
           MOVE "BATCH WINDOW RUN CONTROL" TO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING "RUN STARTED : " WS-RUN-START-TIME
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING "MODE        : " WS-RUN-MODE
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           EVALUATE TRUE
               WHEN STATUS-REQUESTED
                   PERFORM 0005-LIST-WINDOW-STATUS
               WHEN OVERRIDE-REQUESTED
                   PERFORM 0001-POST-OVERRIDES
                   PERFORM 0005-LIST-WINDOW-STATUS
               WHEN OTHER
                   DISPLAY "RUNCTL - PARM MUST BE STATUS OR "
                       "OVERRIDE, GOT " WS-RUN-PARM
                   MOVE "MODE NOT RECOGNIZED - NOTHING DONE" TO
                       STATUS-REPORT-RECORD
                   WRITE STATUS-REPORT-RECORD
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-TIME.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING "RUN ENDED   : " WS-RUN-END-TIME
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           CLOSE STATUS-REPORT.
           PERFORM 0009-WRITE-RUN-STATS.

           STOP RUN.

       0001-POST-OVERRIDES.
      *each card is edited before anything is posted; a rejected
      *card is listed with its reason and the run ends RC=8, so a
      *mistyped job name cannot quietly leave the window held
           OPEN INPUT OVERRIDE-INPUT.
           IF WS-OVERRIDE-IN-STATUS NOT = "00"
               DISPLAY "RUNCTL - CANNOT OPEN RCOVRIN, STATUS "
                   WS-OVERRIDE-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0008-OPEN-RUN-CONTROL.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           MOVE "OVERRIDE CARDS" TO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 0002-READ-OVERRIDE-CARD.
           PERFORM UNTIL END-OF-INPUT-FILE
               ADD 1 TO WS-CARDS-READ
               PERFORM 0003-EDIT-OVERRIDE-CARD
               IF CARD-ACCEPTED
                   PERFORM 0004-APPLY-OVERRIDE
               END-IF
               IF CARD-ACCEPTED
                   ADD 1 TO WS-CARDS-POSTED
               ELSE
                   ADD 1 TO WS-CARDS-REJECTED
               END-IF
               PERFORM 0010-LIST-OVERRIDE-CARD
               PERFORM 0002-READ-OVERRIDE-CARD
           END-PERFORM.
           CLOSE OVERRIDE-INPUT.
           CLOSE RUN-CONTROL.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING "CARDS READ     : " WS-CARDS-READ
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING "CARDS POSTED   : " WS-CARDS-POSTED
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING "CARDS REJECTED : " WS-CARDS-REJECTED
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           IF WS-CARDS-REJECTED > 0
               DISPLAY "RUNCTL - " WS-CARDS-REJECTED
                   " OVERRIDE CARD(S) REJECTED, SEE RCSTRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.

       0002-READ-OVERRIDE-CARD.
           READ OVERRIDE-INPUT
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       0003-EDIT-OVERRIDE-CARD.
      *an override must name a job in the window, a real business
      *date, and a reason someone can be asked about later.  a job
      *that already completed clean is never overridden - that would
      *only hide its return code
           SET CARD-ACCEPTED TO TRUE.
           MOVE SPACES TO WS-CARD-RESULT.
           MOVE 0 TO RW-JOB-SUB.
           PERFORM VARYING RW-SUB FROM 1 BY 1
               UNTIL RW-SUB > RW-JOB-COUNT
               IF RW-JOB-NAME (RW-SUB) = OV-JOB-NAME
                   MOVE RW-SUB TO RW-JOB-SUB
               END-IF
           END-PERFORM.
           IF OV-BUSINESS-DATE IS NOT NUMERIC
               SET CARD-REJECTED TO TRUE
               MOVE "REJECTED - DATE NOT YYYYMMDD" TO WS-CARD-RESULT
           ELSE
           IF RW-JOB-SUB = 0
               SET CARD-REJECTED TO TRUE
               MOVE "REJECTED - JOB NOT IN WINDOW" TO WS-CARD-RESULT
           ELSE
           IF OV-REASON = SPACES
               SET CARD-REJECTED TO TRUE
               MOVE "REJECTED - NO REASON GIVEN" TO WS-CARD-RESULT
           ELSE
               MOVE OV-BUSINESS-DATE TO RC-BUSINESS-DATE
               MOVE OV-JOB-NAME TO RC-JOB-NAME
               READ RUN-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RC-COMPLETED
                           SET CARD-REJECTED TO TRUE
                           MOVE "REJECTED - ALREADY COMPLETED"
                               TO WS-CARD-RESULT
                       END-IF
               END-READ
           END-IF
           END-IF
           END-IF.

       0004-APPLY-OVERRIDE.
      *a job that ran and failed keeps its start and return code so
      *the listing still shows what went wrong; one that never ran
      *is posted fresh.  either way the end time is when operations
      *released it
           MOVE OV-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE OV-JOB-NAME TO RC-JOB-NAME.
           READ RUN-CONTROL
               INVALID KEY
                   MOVE RW-PROGRAM-NAME (RW-JOB-SUB)
                       TO RC-PROGRAM-NAME
                   MOVE 0 TO RC-RETURN-CODE
                   MOVE SPACES TO RC-RUN-START
                   SET RC-OVERRIDDEN TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RC-RUN-END
                   MOVE OV-REASON TO RC-OVERRIDE-REASON
                   WRITE RUN-CONTROL-REC
                       INVALID KEY
                           SET CARD-REJECTED TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   SET RC-OVERRIDDEN TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RC-RUN-END
                   MOVE OV-REASON TO RC-OVERRIDE-REASON
                   REWRITE RUN-CONTROL-REC
                       INVALID KEY
                           SET CARD-REJECTED TO TRUE
                   END-REWRITE
           END-READ.
           IF CARD-ACCEPTED
               MOVE "POSTED AS OVERRIDDEN" TO WS-CARD-RESULT
           ELSE
               MOVE "REJECTED - CANNOT POST RUNCTL" TO WS-CARD-RESULT
               DISPLAY "RUNCTL - CANNOT POST " OV-JOB-NAME
                   " STATUS " WS-RUN-CONTROL-STATUS
           END-IF.

       0005-LIST-WINDOW-STATUS.
      *every job in the window in window order, whether it has run
      *or not - a job missing from the listing is the one nobody
      *notices is missing
           PERFORM 0008-OPEN-RUN-CONTROL.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING "BUSINESS DATE : " RW-BUSINESS-DATE
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING "JOB      PROGRAM  STATUS       RC  "
               "STARTED     ENDED       NOTE"
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           PERFORM VARYING RW-JOB-SUB FROM 1 BY 1
               UNTIL RW-JOB-SUB > RW-JOB-COUNT
               PERFORM 0006-LIST-JOB-STATUS
           END-PERFORM.
           CLOSE RUN-CONTROL.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING "JOBS IN WINDOW : " WS-JOBS-LISTED
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING "FINISHED CLEAN : " WS-JOBS-CLEAN
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING "FAILED         : " WS-JOBS-FAILED
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING "STARTED ONLY   : " WS-JOBS-RUNNING
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING "NOT RUN        : " WS-JOBS-NOT-RUN
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.

       0006-LIST-JOB-STATUS.
      *one line per job.  a job that has not run is marked READY
      *when its predecessors are clean, or WAITING ON the first one
      *that is not - the line operations reads to know what to chase.
      *an override's reason goes on a second line under it
           ADD 1 TO WS-JOBS-LISTED.
           MOVE RW-JOB-NAME (RW-JOB-SUB) TO WS-LIST-JOB.
           MOVE SPACES TO WS-LIST-START.
           MOVE SPACES TO WS-LIST-END.
           MOVE SPACES TO WS-LIST-NOTE.
           MOVE 0 TO WS-EDIT-RC.
           MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE WS-LIST-JOB TO RC-JOB-NAME.
           READ RUN-CONTROL
               INVALID KEY
                   MOVE SPACES TO RUN-CONTROL-REC
           END-READ.
           EVALUATE TRUE
               WHEN RC-COMPLETED
                   MOVE "COMPLETED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-JOBS-CLEAN
               WHEN RC-OVERRIDDEN
                   MOVE "OVERRIDDEN" TO WS-STATUS-TEXT
                   ADD 1 TO WS-JOBS-CLEAN
               WHEN RC-FAILED
                   MOVE "FAILED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-JOBS-FAILED
               WHEN RC-STARTED
                   MOVE "STARTED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-JOBS-RUNNING
                   MOVE "NO END POSTED" TO WS-LIST-NOTE
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-STATUS-TEXT
                   ADD 1 TO WS-JOBS-NOT-RUN
           END-EVALUATE.
           IF RC-RUN-STATUS NOT = SPACE
               MOVE RC-RETURN-CODE TO WS-EDIT-RC
               MOVE RC-RUN-START TO WS-EDIT-TIME-SOURCE
               PERFORM 0011-EDIT-RUN-TIME
               MOVE WS-EDIT-TIME TO WS-LIST-START
               MOVE RC-RUN-END TO WS-EDIT-TIME-SOURCE
               PERFORM 0011-EDIT-RUN-TIME
               MOVE WS-EDIT-TIME TO WS-LIST-END
           END-IF.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           IF RC-OVERRIDDEN
               STRING WS-LIST-JOB " " RW-PROGRAM-NAME (RW-JOB-SUB)
                   " " WS-STATUS-TEXT " " WS-EDIT-RC "  "
                   WS-LIST-START " " WS-LIST-END " " WS-LIST-NOTE
                   DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
               WRITE STATUS-REPORT-RECORD
               MOVE SPACES TO STATUS-REPORT-RECORD
               STRING "         REASON : " RC-OVERRIDE-REASON
                   DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
               WRITE STATUS-REPORT-RECORD
           ELSE
           IF RC-RUN-STATUS = SPACE
               PERFORM 0007-FIND-WAITING-ON
               STRING WS-LIST-JOB " " RW-PROGRAM-NAME (RW-JOB-SUB)
                   " " WS-STATUS-TEXT "       "
                   WS-LIST-START " " WS-LIST-END " " WS-LIST-NOTE
                   DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
               WRITE STATUS-REPORT-RECORD
           ELSE
               STRING WS-LIST-JOB " " RW-PROGRAM-NAME (RW-JOB-SUB)
                   " " WS-STATUS-TEXT " " WS-EDIT-RC "  "
                   WS-LIST-START " " WS-LIST-END " " WS-LIST-NOTE
                   DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
               WRITE STATUS-REPORT-RECORD
           END-IF
           END-IF.

       0007-FIND-WAITING-ON.
      *the same predecessor test the jobs make for themselves, so
      *READY here means the job would be let through if submitted
           MOVE SPACES TO WS-WAITING-ON.
           PERFORM VARYING RW-PRED-SUB FROM 1 BY 1
               UNTIL RW-PRED-SUB > 4
               IF RW-PREDECESSOR (RW-JOB-SUB, RW-PRED-SUB)
                   NOT = SPACES
                   AND WS-WAITING-ON = SPACES
                   MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE
                   MOVE RW-PREDECESSOR (RW-JOB-SUB, RW-PRED-SUB)
                       TO RC-JOB-NAME
                   READ RUN-CONTROL
                       INVALID KEY
                           MOVE RC-JOB-NAME TO WS-WAITING-ON
                       NOT INVALID KEY
                           IF NOT RC-FINISHED-CLEAN
                               MOVE RC-JOB-NAME TO WS-WAITING-ON
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-WAITING-ON = SPACES
               MOVE "READY" TO WS-LIST-NOTE
           ELSE
               STRING "WAITING ON " WS-WAITING-ON
                   DELIMITED BY SIZE INTO WS-LIST-NOTE
           END-IF.
           MOVE SPACES TO RUN-CONTROL-REC.

       0008-OPEN-RUN-CONTROL.
      *RUN-CONTROL is OPTIONAL, so an override posted before the
      *first night's run creates it ("05"); any other failure means
      *there is nothing to list or post to
           OPEN I-O RUN-CONTROL.
           IF WS-RUN-CONTROL-STATUS = "05"
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN I-O RUN-CONTROL
           END-IF.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "RUNCTL - CANNOT OPEN RUNCTL, STATUS "
                   WS-RUN-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0009-WRITE-RUN-STATS.
      *appends this run's counts to the permanent run-history file -
      *the same create-then-extend pattern as the greeting log - so
      *the monthly RUNSTATS trend report has numbers to look back on
      *after the per-run listings are gone
           OPEN EXTEND RUN-HISTORY.
           IF WS-RUN-HIST-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY
               CLOSE RUN-HISTORY
               OPEN EXTEND RUN-HISTORY
           END-IF.
           IF WS-RUN-HIST-STATUS NOT = "00"
               DISPLAY "RUNCTL - CANNOT OPEN RUNHIST, STATUS "
                   WS-RUN-HIST-STATUS
           ELSE
               MOVE WS-RUN-START-TIME (1:8) TO RS-RUN-DATE
               MOVE "RUNCTL" TO RS-PROGRAM-NAME
               MOVE WS-RUN-START-TIME TO RS-RUN-START
               MOVE WS-RUN-END-TIME TO RS-RUN-END
               MOVE SPACES TO RS-SOURCE-SYSTEM
               IF OVERRIDE-REQUESTED
                   MOVE WS-CARDS-READ TO RS-RECORDS-IN
                   MOVE WS-CARDS-POSTED TO RS-RECORDS-OUT
               ELSE
                   MOVE WS-JOBS-LISTED TO RS-RECORDS-IN
                   MOVE 0 TO RS-RECORDS-OUT
               END-IF
               MOVE WS-CARDS-REJECTED TO RS-REJECT-COUNT
               MOVE 0 TO RS-DUP-COUNT
               MOVE 0 TO RS-ESCALATED-COUNT
               WRITE RUN-STAT-REC
               CLOSE RUN-HISTORY
           END-IF.

       0010-LIST-OVERRIDE-CARD.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING OV-BUSINESS-DATE " " OV-JOB-NAME " "
               WS-CARD-RESULT
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.
           MOVE SPACES TO STATUS-REPORT-RECORD.
           STRING "         REASON : " OV-REASON
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD.
           WRITE STATUS-REPORT-RECORD.

       0011-EDIT-RUN-TIME.
      *a CURRENT-DATE stamp cut down to MM/DD HH:MM for the listing;
      *a blank stamp (no end posted yet) stays blank
           MOVE SPACES TO WS-EDIT-TIME.
           IF WS-EDIT-TIME-SOURCE NOT = SPACES
               STRING WS-EDIT-TIME-SOURCE (5:2) "/"
                   WS-EDIT-TIME-SOURCE (7:2) " "
                   WS-EDIT-TIME-SOURCE (9:2) ":"
                   WS-EDIT-TIME-SOURCE (11:2)
                   DELIMITED BY SIZE INTO WS-EDIT-TIME
           END-IF.

       END PROGRAM RUNCTL.
