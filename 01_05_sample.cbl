               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HR-EXCEPT-STATUS.

      *  SERVICE-HISTORY keeps every earlier period of service for an
      *  employee rehired under their old ID: the master record is
      *  reactivated with the rehire date, so this append-only file
      *  is where the original hire and termination dates survive.
           SELECT SERVICE-HISTORY ASSIGN TO "SVCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERVICE-HIST-STATUS.

      *  CHANGE-HISTORY is the permanent, dated before/after record of
      *  every master change in the shop.  each add, REFRESH
      *  overwrite, and rehire made here is appended to it, and the
      *  PARM 'ASOF' inquiry reads it back to rebuild a record as it
      *  stood on any given date.
           SELECT CHANGE-HISTORY ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-HIST-STATUS.

      *  INACTIVE-ARCHIVE is every generation of the inactive-employee
      *  archive EMPPURGE cuts as it purges old terminations off the
      *  master.  LOOKUP and HISTORY fall back to it for an ID the
      *  master no longer has, so a purged former employee is not
      *  mistaken for someone never hired.  OPTIONAL: a shop that
      *  has never purged has no archive.
           SELECT OPTIONAL INACTIVE-ARCHIVE ASSIGN TO "INACTARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INACTIVE-ARC-STATUS.

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
                         ==GR-STATUS-TERMINATED==
                             BY ==IX-STATUS-TERMINATED==.

       FD  SERVICE-HISTORY.
           COPY SVCHIST.

       FD  CHANGE-HISTORY.
           COPY CHGHIST.

       FD  INACTIVE-ARCHIVE.
           COPY INACTARC.

       FD  RUN-CONTROL.
           COPY RUNCTL.

       FD  RUN-HISTORY.
           COPY RUNSTAT.
       01  WS-REFERENCE-STATUS        PIC X(2).
       01  WS-DUPLICATE-STATUS        PIC X(2).
       01  WS-RUN-HIST-STATUS         PIC X(2).
       01  WS-SERVICE-HIST-STATUS     PIC X(2).
       01  WS-CHANGE-HIST-STATUS      PIC X(2).
       01  WS-RUN-CONTROL-STATUS      PIC X(2).
       01  WS-INACTIVE-ARC-STATUS     PIC X(2).

      *set once at OPEN time: the HR roster feed is OPTIONAL, so
      *reconciliation only runs when a real feed was actually supplied
           88  RESTART-REQUESTED      VALUE "RESTART".
           88  REFRESH-REQUESTED      VALUE "REFRESH".
           88  HISTORY-REQUESTED      VALUE "HISTORY".
           88  ASOF-REQUESTED         VALUE "ASOF".

      *greeting-history inquiry: every retained log entry for one
      *employee, read off the live GREETING-LOG; entries older than
       01  WS-LOG-EOF-SW              PIC X(1)     VALUE "N".
           88  END-OF-LOG-FILE        VALUE "Y".

      *inactive-archive search for an ID off the master: the latest
      *purge of it wins, and its archived record is kept to show
       01  WS-ARCHIVE-ID              PIC X(6).
       01  WS-ARC-EOF-SW              PIC X(1).
           88  END-OF-ARCHIVE-FILE    VALUE "Y".
       01  WS-ARCHIVE-FOUND-SW        PIC X(1).
           88  ARCHIVE-FOUND          VALUE "Y".
           88  ARCHIVE-NOT-FOUND      VALUE "N".
       01  WS-ARCHIVE-PURGE-DATE      PIC X(8).
       01  WS-ARCHIVE-IMAGE           PIC X(59).

      *LOOKUP-mode search controls: the exact-ID path callers rarely
      *have, plus browses over the master's alternate keys - a
      *partial last name or a whole department, walked forward one

       01  WS-DUP-COUNT               PIC 9(8)     VALUE 0.

      *an ID already on the master as terminated is a rehire, not a
      *duplicate: 0025 sets this and keeps the period of service the
      *master is about to lose, and 0005 reactivates the record and
      *writes that period to SERVICE-HISTORY
       01  WS-REHIRE-SW               PIC X(1).
           88  REHIRE-FOUND           VALUE "Y".
           88  NOT-REHIRE             VALUE "N".
       01  WS-PRIOR-HIRE-DATE         PIC X(8).
       01  WS-PRIOR-TERM-DATE         PIC X(8).
       01  WS-PRIOR-DEPARTMENT        PIC X(10).
       01  WS-PRIOR-SHIFT-CODE        PIC X(1).
       01  WS-REHIRE-COUNT            PIC 9(8)     VALUE 0.

      *the master record 0025 found under the incoming ID, kept as
      *the before image 0005 hands CHANGE-HISTORY on a refresh or a
      *rehire; spaces when the ID is brand new
       01  WS-MASTER-BEFORE-REC       PIC X(59).

      *every rehire this run, kept for the control report's own
      *rehire section; past 200 in one night the count stays right
      *and the listing points the reviewer at SVCHIST for the rest
       01  WS-REHIRE-TABLE.
           05  WS-RH-LISTED           PIC 9(3)     VALUE 0.
           05  WS-RH-ENTRY                         OCCURS 200.
               10  WS-RH-EMPLOYEE-ID  PIC X(6).
               10  WS-RH-FIRST-NAME   PIC X(10).
               10  WS-RH-PRIOR-HIRE   PIC X(8).
               10  WS-RH-PRIOR-TERM   PIC X(8).
               10  WS-RH-REHIRE-DATE  PIC X(8).
       01  WS-RH-SUB                  PIC 9(3).

      *as-of inquiry: one employee's master record rebuilt for one
      *date off CHANGE-HISTORY.  the latest entry on or before the
      *date supplies its after image; with none, the earliest entry
      *after the date supplies its before image - what the record
      *said before anything was recorded against it
       01  WS-ASOF-ID                 PIC X(6).
       01  WS-ASOF-DATE               PIC X(8).
       01  WS-ASOF-CHANGE-COUNT       PIC 9(8).
       01  WS-ASOF-FOUND-SW           PIC X(1).
           88  ASOF-ENTRY-FOUND       VALUE "Y".
           88  ASOF-ENTRY-NOT-FOUND   VALUE "N".
       01  WS-ASOF-ENTRY-DATE         PIC X(8).
       01  WS-ASOF-ENTRY-PROGRAM      PIC X(8).
       01  WS-ASOF-ENTRY-TYPE         PIC X(1).
       01  WS-LATER-FOUND-SW          PIC X(1).
           88  LATER-ENTRY-FOUND      VALUE "Y".
           88  LATER-ENTRY-NOT-FOUND  VALUE "N".
       01  WS-LATER-ENTRY-DATE        PIC X(8).
       01  WS-LATER-ENTRY-PROGRAM     PIC X(8).
       01  WS-LATER-BEFORE-IMAGE      PIC X(59).
       01  WS-CHG-EOF-SW              PIC X(1)     VALUE "N".
           88  END-OF-CHANGE-HISTORY  VALUE "Y".
           COPY GREETREC
               REPLACING ==GREET-REC==      BY ==WS-ASOF-REC==
                         ==GR-EMPLOYEE-ID== BY ==WO-EMPLOYEE-ID==
                         ==GR-FIRST-NAME==  BY ==WO-FIRST-NAME==
                         ==GR-LAST-NAME==   BY ==WO-LAST-NAME==
                         ==GR-DEPARTMENT==  BY ==WO-DEPARTMENT==
                         ==GR-HIRE-DATE==   BY ==WO-HIRE-DATE==
                         ==GR-SHIFT-CODE==  BY ==WO-SHIFT-CODE==
                         ==GR-EMP-STATUS==  BY ==WO-EMP-STATUS==
                         ==GR-TERM-DATE==   BY ==WO-TERM-DATE==
                         ==GR-STATUS-ACTIVE==
                             BY ==WO-STATUS-ACTIVE==
                         ==GR-STATUS-TERMINATED==
                             BY ==WO-STATUS-TERMINATED==.

      *one rehire section line, sized to the 60-byte control report
       01  WS-REHIRE-LINE.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WH-EMPLOYEE-ID         PIC X(6).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WH-FIRST-NAME          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WH-PRIOR-HIRE          PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WH-PRIOR-TERM          PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WH-REHIRE-DATE         PIC X(8).
           05  FILLER                 PIC X(14)    VALUE SPACES.



      *the nightly window's job table and the run-control work
      *fields the RUN-CONTROL paragraphs walk it with
           COPY RUNWIN.


       PROCEDURE DIVISION.
           IF HISTORY-REQUESTED
               PERFORM 0027-EMPLOYEE-HISTORY
           ELSE
           IF ASOF-REQUESTED
               PERFORM 0036-EMPLOYEE-AS-OF
           ELSE
      *run control covers the unattended batch only: a NAMEIN that
      *opened is tonight's feed, and it waits for its predecessors.
      *an operator keying hires at a terminal is not part of the
      *window and is never held
               OPEN INPUT NAME-INPUT-FILE
               IF WS-NAME-IN-STATUS NOT = "05"
                   MOVE "SAMPJOB" TO RW-THIS-JOB
                   PERFORM 0041-CHECK-RUN-CONTROL
               END-IF
               PERFORM 0011-OPEN-MASTER
               PERFORM 0010-OPEN-HR-ROSTER
               OPEN OUTPUT EXCEPTION-REPORT
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT INTERFACE-FEED
               OPEN OUTPUT HR-RECON-EXCEPT
               OPEN OUTPUT DUPLICATE-REPORT
               PERFORM 0012-OPEN-GREETING-LOG
               PERFORM 0034-OPEN-SERVICE-HISTORY
               PERFORM 0035-OPEN-CHANGE-HISTORY
               IF WS-NAME-IN-STATUS = "05"
                   SET INTERACTIVE-MODE TO TRUE
                   CLOSE NAME-INPUT-FILE
               CLOSE HR-RECON-EXCEPT
               CLOSE DUPLICATE-REPORT
               CLOSE GREETING-LOG
               CLOSE SERVICE-HISTORY
               CLOSE CHANGE-HISTORY
               PERFORM 0009-WRITE-CONTROL-REPORT
               PERFORM 0032-WRITE-RUN-STATS
               IF BATCH-MODE
                   PERFORM 0044-POST-RUN-COMPLETION
               END-IF
           END-IF
           END-IF
           END-IF.

      *records listed; an ID already on EMPLOYEE-MASTER from an
      *earlier run is only let through to overwrite in an explicit
      *PARM 'REFRESH' run, and is listed the same way otherwise -
      *this used to be a silent REWRITE nobody could account for.
      *an ID whose master record is already terminated is neither:
      *it is a rehire in any run mode, and the period of service
      *about to be overwritten is kept for 0005 to write away.  the
      *whole master record found is kept too, as the before image of
      *whatever 0005 ends up doing to it
           SET NOT-REHIRE TO TRUE.
           MOVE SPACES TO WS-MASTER-BEFORE-REC.
           IF INTERACTIVE-MODE
               MOVE SPACES TO WS-CURRENT-RAW-REC
               MOVE "D" TO WC-RECORD-TYPE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPLOYEE-MASTER-RECORD TO
                           WS-MASTER-BEFORE-REC
                       IF EM-STATUS-TERMINATED
                           SET REHIRE-FOUND TO TRUE
                           MOVE EM-HIRE-DATE TO WS-PRIOR-HIRE-DATE
                           MOVE EM-TERM-DATE TO WS-PRIOR-TERM-DATE
                           MOVE EM-DEPARTMENT TO WS-PRIOR-DEPARTMENT
                           MOVE EM-SHIFT-CODE TO WS-PRIOR-SHIFT-CODE
                       ELSE
                       IF NOT REFRESH-REQUESTED
                           SET DUPLICATE-FOUND TO TRUE
                           ADD 1 TO WS-DUP-COUNT
                                   "use a REFRESH run to overwrite"
                           END-IF
                       END-IF
                       END-IF
               END-READ
               IF NO-DUPLICATE
                   IF WS-SEEN-COUNT < 1000
      *- so the REWRITE is the deliberate refresh, not a silent one.
      *a freshly greeted employee is active by definition, with no
      *termination date - OFFBOARD owns flipping these the night the
      *roster entry disappears.  a rehire reactivates the terminated
      *record in place - the new hire date is the rehire date - and
      *only once that REWRITE lands is the old period of service
      *written to SERVICE-HISTORY.  whichever of the three lands -
      *add, refresh, or rehire - goes on CHANGE-HISTORY as well
           SET WG-STATUS-ACTIVE TO TRUE.
           MOVE SPACES TO WG-TERM-DATE.
           MOVE WS-GREET-REC TO EMPLOYEE-MASTER-RECORD.
           IF REHIRE-FOUND
               REWRITE EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to reactivate employee "
                           WG-EMPLOYEE-ID
                   NOT INVALID KEY
                       PERFORM 0033-WRITE-SERVICE-HISTORY
                       SET CH-REHIRED TO TRUE
                       PERFORM 0037-WRITE-CHANGE-HISTORY
               END-REWRITE
           ELSE
           WRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   IF REFRESH-REQUESTED
                           INVALID KEY
                               DISPLAY "Unable to save employee "
                                   WG-EMPLOYEE-ID
                           NOT INVALID KEY
                               SET CH-REFRESHED TO TRUE
                               PERFORM 0037-WRITE-CHANGE-HISTORY
                       END-REWRITE
                   ELSE
                       DISPLAY "Unable to save employee "
                           WG-EMPLOYEE-ID
                   END-IF
               NOT INVALID KEY
                   SET CH-ADDED TO TRUE
                   PERFORM 0037-WRITE-CHANGE-HISTORY
           END-WRITE
           END-IF.

       0008-WRITE-INTERFACE-FEED.
      *hands the greeted employee's record to the badge printing and
           STRING "DUPLICATES REPORTED  : " WS-DUP-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
      *rehires are greeted and fed like any new hire, so they are
      *already inside GREETINGS ISSUED and the night-end balance is
      *unchanged; their own section shows who came back and the
      *period of service each one left on SVCHIST
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "REHIRES PROCESSED    : " WS-REHIRE-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           IF WS-REHIRE-COUNT > 0
               MOVE "REHIRED EMPLOYEES" TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               MOVE "  ID     NAME       HIRED    TERMED   REHIRED"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               PERFORM VARYING WS-RH-SUB FROM 1 BY 1
                   UNTIL WS-RH-SUB > WS-RH-LISTED
                   MOVE WS-RH-EMPLOYEE-ID (WS-RH-SUB) TO WH-EMPLOYEE-ID
                   MOVE WS-RH-FIRST-NAME (WS-RH-SUB) TO WH-FIRST-NAME
                   MOVE WS-RH-PRIOR-HIRE (WS-RH-SUB) TO WH-PRIOR-HIRE
                   MOVE WS-RH-PRIOR-TERM (WS-RH-SUB) TO WH-PRIOR-TERM
                   MOVE WS-RH-REHIRE-DATE (WS-RH-SUB)
                       TO WH-REHIRE-DATE
                   MOVE WS-REHIRE-LINE TO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-PERFORM
               IF WS-REHIRE-COUNT > WS-RH-LISTED
                   MOVE "  MORE REHIRES NOT LISTED - SEE SVCHIST"
                       TO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-IF
           END-IF.
           CLOSE CONTROL-REPORT.

       0006-LOOKUP-EMPLOYEE.
               INVALID KEY
                   DISPLAY "No employee master record for "
                       WG-EMPLOYEE-ID
                   MOVE WG-EMPLOYEE-ID TO WS-ARCHIVE-ID
                   PERFORM 0045-SEARCH-INACTIVE-ARCHIVE
                   PERFORM 0046-SHOW-ARCHIVED-RECORD
               NOT INVALID KEY
                   MOVE EMPLOYEE-MASTER-RECORD TO WS-GREET-REC
                   DISPLAY "Hello again ", WG-FIRST-NAME, " ",
               END-IF
               CLOSE GREETING-LOG
           END-IF.
      *an ID purged off the master has no record left to look up
      *there; its archived record says who it was and when it went
           MOVE WS-HISTORY-ID TO WS-ARCHIVE-ID.
           PERFORM 0045-SEARCH-INACTIVE-ARCHIVE.
           IF ARCHIVE-FOUND
               PERFORM 0046-SHOW-ARCHIVED-RECORD
           END-IF.

       0011-OPEN-MASTER.
      *EMPLOYEE-MASTER is OPTIONAL, so a missing file reports "05" on
               CLOSE RUN-HISTORY
           END-IF.

       0033-WRITE-SERVICE-HISTORY.
      *the master now carries the rehire; the period of service it
      *replaced goes to SERVICE-HISTORY so the original hire and
      *termination dates are never lost the way a REFRESH loses
      *them, and the rehire is kept for the control report section
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WG-EMPLOYEE-ID TO SH-EMPLOYEE-ID.
           MOVE WS-PRIOR-HIRE-DATE TO SH-PRIOR-HIRE-DATE.
           MOVE WS-PRIOR-TERM-DATE TO SH-PRIOR-TERM-DATE.
           MOVE WS-PRIOR-DEPARTMENT TO SH-PRIOR-DEPARTMENT.
           MOVE WS-PRIOR-SHIFT-CODE TO SH-PRIOR-SHIFT-CODE.
           MOVE WG-HIRE-DATE TO SH-REHIRE-DATE.
           MOVE WS-CURRENT-TIMESTAMP TO SH-RECORDED-TIMESTAMP.
           WRITE SERVICE-HIST-REC.
           ADD 1 TO WS-REHIRE-COUNT.
           IF WS-RH-LISTED < 200
               ADD 1 TO WS-RH-LISTED
               MOVE WG-EMPLOYEE-ID TO WS-RH-EMPLOYEE-ID (WS-RH-LISTED)
               MOVE WG-FIRST-NAME TO WS-RH-FIRST-NAME (WS-RH-LISTED)
               MOVE WS-PRIOR-HIRE-DATE TO
                   WS-RH-PRIOR-HIRE (WS-RH-LISTED)
               MOVE WS-PRIOR-TERM-DATE TO
                   WS-RH-PRIOR-TERM (WS-RH-LISTED)
               MOVE WG-HIRE-DATE TO WS-RH-REHIRE-DATE (WS-RH-LISTED)
           END-IF.
           IF INTERACTIVE-MODE
               DISPLAY "Employee " WG-EMPLOYEE-ID
                   " rehired - prior service " WS-PRIOR-HIRE-DATE
                   " to " WS-PRIOR-TERM-DATE " kept on file"
           END-IF.

       0034-OPEN-SERVICE-HISTORY.
      *same create-then-extend pattern as the greeting log: the
      *service history is append only, and OPEN EXTEND fails if it
      *does not exist yet
           OPEN EXTEND SERVICE-HISTORY.
           IF WS-SERVICE-HIST-STATUS = "35"
               OPEN OUTPUT SERVICE-HISTORY
               CLOSE SERVICE-HISTORY
               OPEN EXTEND SERVICE-HISTORY
           END-IF.

       0035-OPEN-CHANGE-HISTORY.
      *same create-then-extend pattern as the greeting log: the
      *change history is append only, and OPEN EXTEND fails if it
      *does not exist yet
           OPEN EXTEND CHANGE-HISTORY.
           IF WS-CHANGE-HIST-STATUS = "35"
               OPEN OUTPUT CHANGE-HISTORY
               CLOSE CHANGE-HISTORY
               OPEN EXTEND CHANGE-HISTORY
           END-IF.

       0036-EMPLOYEE-AS-OF.
      *PARM 'ASOF' companion to LOOKUP: instead of the record as it
      *stands tonight, it answers "what did the master say about
      *this person on the 3rd?" by replaying CHANGE-HISTORY for the
      *one ID up to the date asked about
           DISPLAY "Enter employee ID for as-of inquiry".
           ACCEPT WS-ASOF-ID.
           DISPLAY "Enter as-of date (YYYYMMDD)".
           ACCEPT WS-ASOF-DATE.
           IF WS-ASOF-DATE NOT NUMERIC
               DISPLAY "As-of date must be YYYYMMDD, got "
                   WS-ASOF-DATE
           ELSE
               MOVE 0 TO WS-ASOF-CHANGE-COUNT
               SET ASOF-ENTRY-NOT-FOUND TO TRUE
               SET LATER-ENTRY-NOT-FOUND TO TRUE
               OPEN INPUT CHANGE-HISTORY
               IF WS-CHANGE-HIST-STATUS = "00"
                   PERFORM UNTIL END-OF-CHANGE-HISTORY
                       READ CHANGE-HISTORY
                           AT END
                               SET END-OF-CHANGE-HISTORY TO TRUE
                           NOT AT END
                               IF CH-EMPLOYEE-ID = WS-ASOF-ID
                                   PERFORM 0038-WEIGH-CHANGE-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHANGE-HISTORY
               ELSE
                   DISPLAY "No change history available, status "
                       WS-CHANGE-HIST-STATUS
               END-IF
               PERFORM 0039-SHOW-AS-OF-RECORD
           END-IF.

       0037-WRITE-CHANGE-HISTORY.
      *the caller has set the change type; the before image is the
      *master record 0025 found (spaces for a brand-new ID) and the
      *after image is what 0005 just put on the master
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WG-EMPLOYEE-ID TO CH-EMPLOYEE-ID.
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO CH-CHANGE-DATE.
           MOVE "SAMPLE" TO CH-PROGRAM-NAME.
           MOVE WS-MASTER-BEFORE-REC TO CH-BEFORE-IMAGE.
           MOVE EMPLOYEE-MASTER-RECORD TO CH-AFTER-IMAGE.
           MOVE WS-CURRENT-TIMESTAMP TO CH-RECORDED-TIMESTAMP.
           WRITE CHANGE-HIST-REC.

       0038-WEIGH-CHANGE-ENTRY.
      *an entry on or before the as-of date replaces any earlier
      *one - on a tie the later entry in the file wins, since the
      *file is in the order the changes were made.  an entry after
      *the date is kept only while it is the earliest such, for its
      *before image.  a reload entry with a blank before image was
      *written when the master it replaced could not be read, so it
      *has nothing to offer
           IF CH-CHANGE-DATE NOT > WS-ASOF-DATE
               ADD 1 TO WS-ASOF-CHANGE-COUNT
               IF ASOF-ENTRY-NOT-FOUND
                   OR CH-CHANGE-DATE NOT < WS-ASOF-ENTRY-DATE
                   SET ASOF-ENTRY-FOUND TO TRUE
                   MOVE CH-CHANGE-DATE TO WS-ASOF-ENTRY-DATE
                   MOVE CH-PROGRAM-NAME TO WS-ASOF-ENTRY-PROGRAM
                   MOVE CH-CHANGE-TYPE TO WS-ASOF-ENTRY-TYPE
                   MOVE CH-AFTER-IMAGE TO WS-ASOF-REC
               END-IF
           ELSE
           IF NOT CH-RELOADED
               OR CH-BEFORE-IMAGE NOT = SPACES
               IF LATER-ENTRY-NOT-FOUND
                   OR CH-CHANGE-DATE < WS-LATER-ENTRY-DATE
                   SET LATER-ENTRY-FOUND TO TRUE
                   MOVE CH-CHANGE-DATE TO WS-LATER-ENTRY-DATE
                   MOVE CH-PROGRAM-NAME TO WS-LATER-ENTRY-PROGRAM
                   MOVE CH-BEFORE-IMAGE TO WS-LATER-BEFORE-IMAGE
               END-IF
           END-IF
           END-IF.

       0039-SHOW-AS-OF-RECORD.
      *a blank image means the record was not on the master at all
      *on that date - deleted by then, or not yet added.  an ID with
      *nothing recorded against it has not changed since before
      *the change history began, so the master as it stands today
      *is the answer
           EVALUATE TRUE
               WHEN ASOF-ENTRY-FOUND AND WS-ASOF-REC = SPACES
                   DISPLAY "Employee " WS-ASOF-ID
                       " was not on the master on " WS-ASOF-DATE
                   DISPLAY "Removed " WS-ASOF-ENTRY-DATE " by "
                       WS-ASOF-ENTRY-PROGRAM
               WHEN ASOF-ENTRY-FOUND
                   DISPLAY "Employee " WS-ASOF-ID " as of "
                       WS-ASOF-DATE " - last changed "
                       WS-ASOF-ENTRY-DATE " by "
                       WS-ASOF-ENTRY-PROGRAM " (" WS-ASOF-ENTRY-TYPE
                       ")"
                   PERFORM 0040-DISPLAY-AS-OF-FIELDS
                   DISPLAY WS-ASOF-CHANGE-COUNT
                       " recorded changes on or before " WS-ASOF-DATE
               WHEN LATER-ENTRY-FOUND
                   AND WS-LATER-BEFORE-IMAGE = SPACES
                   DISPLAY "Employee " WS-ASOF-ID
                       " was not yet on the master on " WS-ASOF-DATE
                   DISPLAY "First added " WS-LATER-ENTRY-DATE " by "
                       WS-LATER-ENTRY-PROGRAM
               WHEN LATER-ENTRY-FOUND
                   MOVE WS-LATER-BEFORE-IMAGE TO WS-ASOF-REC
                   DISPLAY "Employee " WS-ASOF-ID " as of "
                       WS-ASOF-DATE " - unchanged until "
                       WS-LATER-ENTRY-DATE " by "
                       WS-LATER-ENTRY-PROGRAM
                   PERFORM 0040-DISPLAY-AS-OF-FIELDS
               WHEN OTHER
                   PERFORM 0011-OPEN-MASTER
                   MOVE WS-ASOF-ID TO EM-EMPLOYEE-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           DISPLAY "No master record or change "
                               "history for " WS-ASOF-ID
                       NOT INVALID KEY
                           MOVE EMPLOYEE-MASTER-RECORD TO WS-ASOF-REC
                           DISPLAY "Employee " WS-ASOF-ID
                               " - no recorded changes, current "
                               "master record shown"
                           PERFORM 0040-DISPLAY-AS-OF-FIELDS
                   END-READ
                   CLOSE EMPLOYEE-MASTER
           END-EVALUATE.

       0040-DISPLAY-AS-OF-FIELDS.
      *the rebuilt record one field to a line, the status spelled
      *out the way LOOKUP shows it
           DISPLAY "  First name : " WO-FIRST-NAME.
           DISPLAY "  Last name  : " WO-LAST-NAME.
           DISPLAY "  Department : " WO-DEPARTMENT.
           DISPLAY "  Hire date  : " WO-HIRE-DATE.
           DISPLAY "  Shift      : " WO-SHIFT-CODE.
           IF WO-STATUS-TERMINATED
               DISPLAY "  Status     : TERMINATED " WO-TERM-DATE
           ELSE
               DISPLAY "  Status     : ACTIVE"
           END-IF.

       0041-CHECK-RUN-CONTROL.
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
           PERFORM 0042-OPEN-RUN-CONTROL.
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
                               DISPLAY "SAMPLE - " RC-JOB-NAME
                                   " HAS NOT RUN FOR "
                                   RW-BUSINESS-DATE
                           NOT INVALID KEY
                               IF NOT RC-FINISHED-CLEAN
                                   SET RW-RUN-HELD TO TRUE
                                   DISPLAY "SAMPLE - " RC-JOB-NAME
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
               DISPLAY "SAMPLE - RUN HELD BY RUN CONTROL, "
                   "NOTHING PROCESSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE RW-THIS-JOB TO RC-JOB-NAME.
           MOVE "SAMPLE" TO RC-PROGRAM-NAME.
           SET RC-STARTED TO TRUE.
           MOVE 0 TO RC-RETURN-CODE.
           MOVE WS-RUN-START-TIME TO RC-RUN-START.
           MOVE SPACES TO RC-RUN-END.
           MOVE SPACES TO RC-OVERRIDE-REASON.
           PERFORM 0043-SAVE-RUN-CONTROL.
           CLOSE RUN-CONTROL.

       0042-OPEN-RUN-CONTROL.
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
               DISPLAY "SAMPLE - CANNOT OPEN RUNCTL, STATUS "
                   WS-RUN-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0043-SAVE-RUN-CONTROL.
      *one record per job per business date: written by the first
      *run, rewritten by a rerun and by each run's end posting
           WRITE RUN-CONTROL-REC
               INVALID KEY
                   REWRITE RUN-CONTROL-REC
                       INVALID KEY
                           DISPLAY "SAMPLE - CANNOT POST RUNCTL, "
                               "STATUS " WS-RUN-CONTROL-STATUS
                   END-REWRITE
           END-WRITE.

       0044-POST-RUN-COMPLETION.
      *a run that reaches its normal end posts how it finished: RC 8
      *or worse is an out-of-balance or failed run and holds the jobs
      *that follow it, anything less lets them start
           PERFORM 0042-OPEN-RUN-CONTROL.
           MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE RW-THIS-JOB TO RC-JOB-NAME.
           MOVE "SAMPLE" TO RC-PROGRAM-NAME.
           IF RETURN-CODE < 8
               SET RC-COMPLETED TO TRUE
           ELSE
               SET RC-FAILED TO TRUE
           END-IF.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           MOVE WS-RUN-START-TIME TO RC-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO RC-RUN-END.
           MOVE SPACES TO RC-OVERRIDE-REASON.
           PERFORM 0043-SAVE-RUN-CONTROL.
           CLOSE RUN-CONTROL.

       0045-SEARCH-INACTIVE-ARCHIVE.
      *reads every archive generation for WS-ARCHIVE-ID; an ID
      *purged more than once keeps the latest purge, whichever
      *generation it sits in
           SET ARCHIVE-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-ARCHIVE-PURGE-DATE.
           MOVE "N" TO WS-ARC-EOF-SW.
           OPEN INPUT INACTIVE-ARCHIVE.
           IF WS-INACTIVE-ARC-STATUS = "00"
               PERFORM UNTIL END-OF-ARCHIVE-FILE
                   READ INACTIVE-ARCHIVE
                       AT END
                           SET END-OF-ARCHIVE-FILE TO TRUE
                       NOT AT END
                           IF IA-EMPLOYEE-ID = WS-ARCHIVE-ID
                               AND (ARCHIVE-NOT-FOUND
                                OR IA-PURGE-DATE NOT <
                                   WS-ARCHIVE-PURGE-DATE)
                               SET ARCHIVE-FOUND TO TRUE
                               MOVE IA-PURGE-DATE TO
                                   WS-ARCHIVE-PURGE-DATE
                               MOVE IA-MASTER-IMAGE TO
                                   WS-ARCHIVE-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INACTIVE-ARCHIVE
           END-IF.

       0046-SHOW-ARCHIVED-RECORD.
      *a purged ID is a former employee: coming back, they are a
      *rehire under the old ID, never a brand-new hire
           IF ARCHIVE-FOUND
               MOVE WS-ARCHIVE-IMAGE TO WS-ASOF-REC
               DISPLAY "Employee " WS-ARCHIVE-ID
                   " was purged from the master on "
                   WS-ARCHIVE-PURGE-DATE " - archived record:"
               PERFORM 0040-DISPLAY-AS-OF-FIELDS
               DISPLAY "Former employee - rehire under this ID, "
                   "do not enter as a new hire"
           ELSE
               DISPLAY "No inactive archive record for "
                   WS-ARCHIVE-ID
           END-IF.

       END PROGRAM SAMPLE.
