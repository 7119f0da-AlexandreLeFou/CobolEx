      *  whole record.  an add writes a brand-new master record - for
      *  late arrivals, people hired before the system existed, and
      *  records deleted by mistake that just need putting back.
      *  a line may carry an effective date: one still in the future
      *  is edited now and parked on PENDING-TRAN-FILE until the
      *  nightly PARM 'PENDING' run finds it due.
           SELECT MAINT-TRAN-FILE ASSIGN TO "MNTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-MASTER-STATUS.

      *  PENDING-TRAN-FILE holds every future-dated transaction that
      *  passed its edits, keyed by employee ID, effective date, and
      *  action so a cancel can find it and the nightly run applies
      *  each employee's lines in date order.  it is OPTIONAL so the
      *  first run in a shop creates it, the same as SAMPLE's master.
           SELECT OPTIONAL PENDING-TRAN-FILE ASSIGN TO "PENDTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PENDING-STATUS.

      *  PENDING-REPORT lists everything still parked once the run is
      *  over, so HR can see what is queued and cancel what should no
      *  longer happen before it takes effect.
           SELECT PENDING-REPORT ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-RPT-STATUS.

      *  MAINT-AUDIT is the before/after listing of every transaction
      *  applied (or refused), so a correction to a production indexed
      *  file always leaves a paper trail of what it used to say.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *  CHANGE-HISTORY is the permanent, dated before/after record
      *  of every add, change, and delete this program applies -
      *  MAINT-AUDIT is gone with the week's output, this is not.
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

      *  RUN-HISTORY is the permanent per-run statistics file every
      *  batch job appends one dated record to at end of run; the
      *  monthly RUNSTATS report reads it back for trends the
       FILE SECTION.

       FD  MAINT-TRAN-FILE.
      *read INTO MAINT-TRAN-RECORD in working storage: a PARM
      *'PENDING' run never opens this file, and feeds the same
      *record from PENDING-TRAN-FILE instead
       01  MAINT-TRAN-INPUT               PIC X(59).

       FD  PENDING-TRAN-FILE.
      *PD-TRAN-IMAGE is the MNTTRAN line exactly as keyed, so the
      *nightly run hands it back to the same edits and apply paths;
      *the key repeats its ID, effective date, and action up front
       01  PENDING-TRAN-RECORD.
           05  PD-KEY.
               10  PD-EMPLOYEE-ID          PIC X(6).
               10  PD-EFFECTIVE-DATE       PIC X(8).
               10  PD-ACTION               PIC X(1).
           05  PD-TRAN-IMAGE               PIC X(59).
           05  PD-PARKED-DATE              PIC X(8).

       FD  PENDING-REPORT.
       01  PENDING-REPORT-RECORD          PIC X(80).

       FD  EMPLOYEE-MASTER.
           COPY GREETREC

       FD  MAINT-REJECT.
       01  MAINT-REJECT-RECORD.
           05  MR-RAW-TRAN            PIC X(59).
           05  FILLER                 PIC X(1).
           05  MR-REASON              PIC X(30).

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD             PIC X(80).

       FD  CHANGE-HISTORY.
           COPY CHGHIST.

       FD  RUN-CONTROL.
           COPY RUNCTL.

       FD  RUN-HISTORY.
           COPY RUNSTAT.

                         ==GR-STATUS-TERMINATED==
                             BY ==WB-STATUS-TERMINATED==.

      *MT-ACTION is "A" to write a new record, "C" to change one in
      *place, or "D" to remove it; the remaining fields mirror the
      *GREETREC layout so a change line can be keyed straight off a
      *master file listing.  the status and termination date are not
      *keyed: an add always lands active, and flipping a record
      *terminated is the offboard pass's job, not this file's.
      *MT-EFFECTIVE-DATE blank or not after today applies the line
      *tonight; a later date parks it.  "X" cancels whatever is
      *parked for the ID on that effective date - or every parked
      *line for the ID when the date is left blank
       01  MAINT-TRAN-RECORD.
           05  MT-ACTION                   PIC X(1).
               88  MT-ADD-REQUEST          VALUE "A".
               88  MT-CHANGE-REQUEST       VALUE "C".
               88  MT-DELETE-REQUEST       VALUE "D".
               88  MT-CANCEL-REQUEST       VALUE "X".
           05  MT-EMPLOYEE-ID              PIC X(6).
           05  MT-FIRST-NAME               PIC X(10).
           05  MT-LAST-NAME                PIC X(15).
           05  MT-DEPARTMENT               PIC X(10).
           05  MT-HIRE-DATE                PIC X(8).
           05  MT-SHIFT-CODE               PIC X(1).
           05  MT-EFFECTIVE-DATE           PIC X(8).

       01  WS-TRAN-STATUS             PIC X(2).
       01  WS-EMP-MASTER-STATUS       PIC X(2).
       01  WS-AUDIT-STATUS            PIC X(2).
       01  WS-REFERENCE-STATUS        PIC X(2).
       01  WS-MAINT-REJ-STATUS        PIC X(2).
       01  WS-RUN-HIST-STATUS         PIC X(2).
       01  WS-PENDING-STATUS          PIC X(2).
       01  WS-PENDING-RPT-STATUS      PIC X(2).
       01  WS-CHANGE-HIST-STATUS      PIC X(2).
       01  WS-RUN-CONTROL-STATUS      PIC X(2).

       01  WS-EOF-SW                  PIC X(1)     VALUE "N".
           88  END-OF-TRAN-FILE       VALUE "Y".

      *PARM 'PENDING' is the nightly run: instead of MNTTRAN it walks
      *PENDING-TRAN-FILE and applies every parked line now due.  any
      *other PARM is the weekly run against HR's correction file
       01  WS-RUN-PARM                PIC X(10).
           88  PENDING-RUN-REQUESTED  VALUE "PENDING".

       01  WS-PENDING-EOF-SW          PIC X(1)     VALUE "N".
           88  END-OF-PENDING-FILE    VALUE "Y".
           88  MORE-PENDING           VALUE "N".

      *an "X" line's walk over the parked lines for its ID
       01  WS-CANCEL-SW               PIC X(1).
           88  CANCEL-SCAN-DONE       VALUE "Y".
           88  CANCEL-SCAN-MORE       VALUE "N".
       01  WS-CANCEL-MATCH-COUNT      PIC 9(4).

      *set per transaction by 0016: a future effective date parks
      *the line once it has passed its edits instead of applying it
       01  WS-PARK-SW                 PIC X(1).
           88  PARK-TRANSACTION       VALUE "Y".
           88  APPLY-TRANSACTION      VALUE "N".

      *the latest hire date the edits accept: the run date for a
      *line applied tonight, the effective date for one being parked
      *- a new hire keyed ahead of their start is not "in the future"
      *as of the day it takes effect
       01  WS-HIRE-LIMIT-DATE         PIC X(8).

       01  WS-MASTER-FOUND-SW         PIC X(1).
           88  MASTER-FOUND           VALUE "Y".
           88  MASTER-NOT-FOUND       VALUE "N".
       01  WS-DELETE-COUNT            PIC 9(8)     VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(8)     VALUE 0.
       01  WS-ERROR-COUNT             PIC 9(8)     VALUE 0.
       01  WS-PARKED-COUNT            PIC 9(8)     VALUE 0.
       01  WS-CANCELLED-COUNT         PIC 9(8)     VALUE 0.
       01  WS-STILL-PENDING-COUNT     PIC 9(8)     VALUE 0.
       01  WS-RUN-START-TIME          PIC X(21).
       01  WS-RUN-END-TIME            PIC X(21).

           05  WA-SHIFT-CODE          PIC X(1).
           05  FILLER                 PIC X(16)    VALUE SPACES.

      *one pending-report line: when it takes effect, what it does,
      *and the fields it carries, with "DUE" beside anything whose
      *date has already arrived and is waiting on the nightly run
       01  WS-PENDING-LINE.
           05  WP-EFFECTIVE-DATE      PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WP-DUE-FLAG            PIC X(3).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WP-ACTION              PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WP-EMPLOYEE-ID         PIC X(6).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WP-FIRST-NAME          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WP-LAST-NAME           PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WP-DEPARTMENT          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WP-HIRE-DATE           PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WP-SHIFT-CODE          PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WP-PARKED-DATE         PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.

      *the nightly window's job table and the run-control work
      *fields the RUN-CONTROL paragraphs walk it with
           COPY RUNWIN.


       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *EMPLOYEE-MASTER, auditing every one; a transaction that cannot
      *be applied is listed and skipped rather than stopping the run
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIME.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
      *the weekly corrections and the nightly pending run are two
      *jobs in the window, each posted under its own name
           IF PENDING-RUN-REQUESTED
               MOVE "PENDJOB" TO RW-THIS-JOB
           ELSE
               MOVE "MNTJOB" TO RW-THIS-JOB
           END-IF.
           PERFORM 0029-CHECK-RUN-CONTROL.
      *neither file is OPTIONAL - a missing correction file or a
      *master that will not open means the deck was set up wrong, so
      *say so and stop with RC=16 instead of reporting a clean run
      *of zero transactions.  the nightly PARM 'PENDING' run has no
      *correction file to open
           IF NOT PENDING-RUN-REQUESTED
               OPEN INPUT MAINT-TRAN-FILE
               IF WS-TRAN-STATUS NOT = "00"
                   DISPLAY "EMPMAINT - CANNOT OPEN MNTTRAN, STATUS "
                       WS-TRAN-STATUS
                   DISPLAY "EMPMAINT - RUN ABANDONED, NOTHING APPLIED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0022-OPEN-PENDING-FILE.
           PERFORM 0028-OPEN-CHANGE-HISTORY.
           OPEN OUTPUT MAINT-AUDIT.
           OPEN OUTPUT MAINT-REJECT.
           PERFORM 0013-LOAD-REFERENCE-TABLE.
           STRING "RUN STARTED : " WS-RUN-START-TIME
               DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD.
           WRITE MAINT-AUDIT-RECORD.
           MOVE SPACES TO MAINT-AUDIT-RECORD.
           IF PENDING-RUN-REQUESTED
               STRING "RUN TYPE    : PENDING TRANSACTIONS DUE BY "
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD
           ELSE
               MOVE "RUN TYPE    : MNTTRAN CORRECTIONS" TO
                   MAINT-AUDIT-RECORD
           END-IF.
           WRITE MAINT-AUDIT-RECORD.
           IF PENDING-RUN-REQUESTED
               PERFORM 0020-APPLY-DUE-PENDING
           ELSE
               PERFORM 0006-READ-TRAN-RECORD
               PERFORM UNTIL END-OF-TRAN-FILE
                   PERFORM 0016-SCREEN-TRANSACTION
                   PERFORM 0006-READ-TRAN-RECORD
               END-PERFORM
               CLOSE MAINT-TRAN-FILE
           END-IF.
           PERFORM 0005-WRITE-AUDIT-SUMMARY.
           PERFORM 0021-WRITE-PENDING-REPORT.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PENDING-TRAN-FILE.
           CLOSE CHANGE-HISTORY.
           CLOSE MAINT-AUDIT.
           CLOSE MAINT-REJECT.
           PERFORM 0015-WRITE-RUN-STATS.
           PERFORM 0032-POST-RUN-COMPLETION.

           STOP RUN.

      *fetches the master record the transaction points at and routes
      *to the add, change, or delete path; anything else is an audit
      *error.  an add wants the read to MISS - finding a record under
      *that ID is its error case, the mirror image of the others.
      *a line being parked takes exactly the same route, so it is
      *refused now for anything that would refuse it on the night
           SET MASTER-FOUND TO TRUE.
           MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
           IF RECORD-INVALID
               PERFORM 0012-WRITE-EDIT-REJECT
           ELSE
               IF PARK-TRANSACTION
                   PERFORM 0004-WRITE-BEFORE-LINE
                   MOVE "PENDING  " TO WA-TAG
                   PERFORM 0024-WRITE-MASTER-IMAGE
                   PERFORM 0017-PARK-TRANSACTION
               ELSE
                   PERFORM 0014-REWRITE-CHANGED-RECORD
               END-IF
           END-IF.

       0014-REWRITE-CHANGED-RECORD.
               MOVE EM-SHIFT-CODE TO WA-SHIFT-CODE
               MOVE WS-AUDIT-LINE TO MAINT-AUDIT-RECORD
               WRITE MAINT-AUDIT-RECORD
               SET CH-CHANGED TO TRUE
               MOVE WS-BEFORE-REC TO CH-BEFORE-IMAGE
               MOVE EMPLOYEE-MASTER-RECORD TO CH-AFTER-IMAGE
               PERFORM 0027-WRITE-CHANGE-HISTORY
           END-IF.

       0003-APPLY-DELETE.
      *removes the record outright; the before image survives on the
      *audit listing and, permanently, on CHANGE-HISTORY.  a
      *future-dated delete only shows what it will remove, and parks
           IF PARK-TRANSACTION
               PERFORM 0004-WRITE-BEFORE-LINE
               PERFORM 0017-PARK-TRANSACTION
           ELSE
               PERFORM 0025-DELETE-MASTER-RECORD
           END-IF.

       0025-DELETE-MASTER-RECORD.
      *the immediate delete, unchanged from before effective dates
           DELETE EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
                   " RECORD REMOVED FROM MASTER"
                   DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD
               WRITE MAINT-AUDIT-RECORD
               SET CH-DELETED TO TRUE
               MOVE WS-BEFORE-REC TO CH-BEFORE-IMAGE
               MOVE SPACES TO CH-AFTER-IMAGE
               PERFORM 0027-WRITE-CHANGE-HISTORY
           END-IF.

       0007-APPLY-ADD.
               IF RECORD-INVALID
                   PERFORM 0012-WRITE-EDIT-REJECT
               ELSE
               IF PARK-TRANSACTION
                   MOVE "PENDING  " TO WA-TAG
                   PERFORM 0024-WRITE-MASTER-IMAGE
                   PERFORM 0017-PARK-TRANSACTION
               ELSE
      *"02" on the WRITE is the shared-alternate-key case, the same
      *as it is on the REWRITE in 0014-REWRITE-CHANGED-RECORD
                   WRITE EMPLOYEE-MASTER-RECORD
                       MOVE EM-SHIFT-CODE TO WA-SHIFT-CODE
                       MOVE WS-AUDIT-LINE TO MAINT-AUDIT-RECORD
                       WRITE MAINT-AUDIT-RECORD
                       SET CH-ADDED TO TRUE
                       MOVE SPACES TO CH-BEFORE-IMAGE
                       MOVE EMPLOYEE-MASTER-RECORD TO CH-AFTER-IMAGE
                       PERFORM 0027-WRITE-CHANGE-HISTORY
                   END-IF
               END-IF
               END-IF
           END-IF.

       0008-VALIDATE-RECORD.
       0009-VALIDATE-HIRE-DATE.
      *EM-HIRE-DATE must be a real YYYYMMDD calendar date - leap
      *years included - and no later than the run date, exactly as
      *SAMPLE's 0020-VALIDATE-HIRE-DATE edits the nightly feed; a
      *line being parked is held to its effective date instead
           IF EM-HIRE-DATE IS NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               MOVE "HIRE DATE NOT NUMERIC" TO WS-REJECT-REASON
                       MOVE "HIRE DATE DAY INVALID"
                           TO WS-REJECT-REASON
                   ELSE
                       IF EM-HIRE-DATE > WS-HIRE-LIMIT-DATE
                           SET RECORD-INVALID TO TRUE
                           MOVE "HIRE DATE IN THE FUTURE"
                               TO WS-REJECT-REASON
           STRING "ERRORS LISTED     : " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD.
           WRITE MAINT-AUDIT-RECORD.
           MOVE SPACES TO MAINT-AUDIT-RECORD.
           STRING "LINES PARKED      : " WS-PARKED-COUNT
               DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD.
           WRITE MAINT-AUDIT-RECORD.
           MOVE SPACES TO MAINT-AUDIT-RECORD.
           STRING "PENDING CANCELLED : " WS-CANCELLED-COUNT
               DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD.
           WRITE MAINT-AUDIT-RECORD.

       0006-READ-TRAN-RECORD.
      *pulls the next change or delete request off the weekly file
           READ MAINT-TRAN-FILE INTO MAINT-TRAN-RECORD
               AT END
                   SET END-OF-TRAN-FILE TO TRUE
           END-READ.
               CLOSE RUN-HISTORY
           END-IF.

       0016-SCREEN-TRANSACTION.
      *every line comes through here first, whether it was read off
      *MNTTRAN or handed back off the pending file: a cancel is dealt
      *with on its own, the effective date is edited, and a date
      *still in the future marks the line to be parked once the
      *usual route in 0001 has edited it like any other
           ADD 1 TO WS-TRAN-COUNT.
           SET APPLY-TRANSACTION TO TRUE.
           MOVE WS-TODAY-DATE TO WS-HIRE-LIMIT-DATE.
           IF MT-CANCEL-REQUEST
               PERFORM 0018-CANCEL-PENDING
           ELSE
               SET RECORD-VALID TO TRUE
               IF MT-EFFECTIVE-DATE NOT = SPACES
                   PERFORM 0019-VALIDATE-EFFECTIVE-DATE
               END-IF
               IF RECORD-INVALID
                   PERFORM 0012-WRITE-EDIT-REJECT
               ELSE
                   IF MT-EFFECTIVE-DATE NOT = SPACES
                       AND MT-EFFECTIVE-DATE > WS-TODAY-DATE
                       SET PARK-TRANSACTION TO TRUE
                       MOVE MT-EFFECTIVE-DATE TO WS-HIRE-LIMIT-DATE
                   END-IF
                   PERFORM 0001-PROCESS-TRANSACTION
               END-IF
           END-IF.

       0017-PARK-TRANSACTION.
      *the line passed every edit it can be given today, so it goes
      *onto the pending file as keyed.  one line per ID, date, and
      *action: a second one is refused so HR cancels and re-keys it
      *instead of two versions racing each other on the night
           MOVE MT-EMPLOYEE-ID TO PD-EMPLOYEE-ID.
           MOVE MT-EFFECTIVE-DATE TO PD-EFFECTIVE-DATE.
           MOVE MT-ACTION TO PD-ACTION.
           MOVE MAINT-TRAN-RECORD TO PD-TRAN-IMAGE.
           MOVE WS-TODAY-DATE TO PD-PARKED-DATE.
           WRITE PENDING-TRAN-RECORD.
           MOVE SPACES TO MAINT-AUDIT-RECORD.
           EVALUATE WS-PENDING-STATUS
               WHEN "00"
                   ADD 1 TO WS-PARKED-COUNT
                   STRING "PARKED   " MT-EMPLOYEE-ID
                       " ACTION " MT-ACTION
                       " EFFECTIVE " MT-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD
               WHEN "22"
                   ADD 1 TO WS-ERROR-COUNT
                   STRING "ERROR    " MT-EMPLOYEE-ID
                       " ACTION " MT-ACTION
                       " ALREADY PENDING FOR " MT-EFFECTIVE-DATE
                       ", CANCEL IT FIRST"
                       DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   STRING "ERROR    " MT-EMPLOYEE-ID
                       " PARK FAILED, STATUS " WS-PENDING-STATUS
                       DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD
           END-EVALUATE.
           WRITE MAINT-AUDIT-RECORD.

       0018-CANCEL-PENDING.
      *an "X" line takes parked lines back off the file before they
      *ever apply: every one for the ID on the effective date keyed,
      *or every one for the ID at all when the date is left blank.
      *the key leads with the ID, so one START lands on the first
      *candidate and the walk stops at the first record past them
           MOVE MT-EMPLOYEE-ID TO PD-EMPLOYEE-ID.
           IF MT-EFFECTIVE-DATE = SPACES
               MOVE LOW-VALUES TO PD-EFFECTIVE-DATE
           ELSE
               MOVE MT-EFFECTIVE-DATE TO PD-EFFECTIVE-DATE
           END-IF.
           MOVE LOW-VALUES TO PD-ACTION.
           MOVE 0 TO WS-CANCEL-MATCH-COUNT.
           SET CANCEL-SCAN-MORE TO TRUE.
           START PENDING-TRAN-FILE
               KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   SET CANCEL-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL CANCEL-SCAN-DONE
               READ PENDING-TRAN-FILE NEXT RECORD
                   AT END
                       SET CANCEL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF PD-EMPLOYEE-ID NOT = MT-EMPLOYEE-ID
                           SET CANCEL-SCAN-DONE TO TRUE
                       ELSE
                       IF MT-EFFECTIVE-DATE NOT = SPACES
                           AND PD-EFFECTIVE-DATE NOT = MT-EFFECTIVE-DATE
                           SET CANCEL-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 0026-REMOVE-CANCELLED-LINE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CANCEL-MATCH-COUNT = 0
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO MAINT-AUDIT-RECORD
               STRING "ERROR    " MT-EMPLOYEE-ID
                   " NOTHING PENDING TO CANCEL FOR "
                   MT-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD
               WRITE MAINT-AUDIT-RECORD
           END-IF.

       0019-VALIDATE-EFFECTIVE-DATE.
      *the effective date gets the same calendar edit as a hire date
      *- a mis-keyed one would otherwise park a line that never comes
      *due, or apply one tonight that HR meant for next month - but
      *no upper limit: it is meant to be in the future
           IF MT-EFFECTIVE-DATE IS NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE MT-EFFECTIVE-DATE TO WS-EDIT-DATE
               IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
                   SET RECORD-INVALID TO TRUE
                   MOVE "EFFECTIVE DATE MONTH INVALID"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-DAYS-IN-MONTH (WS-EDIT-MONTH) TO WS-MAX-DAY
                   IF WS-EDIT-MONTH = 2
                       AND FUNCTION MOD(WS-EDIT-YEAR, 4) = 0
                       AND (FUNCTION MOD(WS-EDIT-YEAR, 100) NOT = 0
                           OR FUNCTION MOD(WS-EDIT-YEAR, 400) = 0)
                       MOVE 29 TO WS-MAX-DAY
                   END-IF
                   IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-MAX-DAY
                       SET RECORD-INVALID TO TRUE
                       MOVE "EFFECTIVE DATE DAY INVALID"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       0020-APPLY-DUE-PENDING.
      *the nightly PARM 'PENDING' pass: every parked line whose date
      *has arrived goes back through 0016 exactly as if it had just
      *been read off MNTTRAN - the same full edits against the master
      *as it stands tonight, the same audit lines - and then comes
      *off the pending file either way.  a line refused tonight is on
      *MNTREJ with its reason; left parked it would only be refused
      *again every night after
           MOVE LOW-VALUES TO PD-KEY.
           SET MORE-PENDING TO TRUE.
           START PENDING-TRAN-FILE
               KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   SET END-OF-PENDING-FILE TO TRUE
           END-START.
           IF MORE-PENDING
               PERFORM 0023-READ-PENDING-RECORD
           END-IF.
           PERFORM UNTIL END-OF-PENDING-FILE
               IF PD-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                   MOVE PD-TRAN-IMAGE TO MAINT-TRAN-RECORD
                   PERFORM 0016-SCREEN-TRANSACTION
                   DELETE PENDING-TRAN-FILE RECORD
                   IF WS-PENDING-STATUS NOT = "00"
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO MAINT-AUDIT-RECORD
                       STRING "ERROR    " PD-EMPLOYEE-ID
                           " NOT REMOVED FROM PENDING, STATUS "
                           WS-PENDING-STATUS
                           DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD
                       WRITE MAINT-AUDIT-RECORD
                   END-IF
               END-IF
               PERFORM 0023-READ-PENDING-RECORD
           END-PERFORM.

       0021-WRITE-PENDING-REPORT.
      *everything still parked once tonight's work is done, in ID
      *and date order - the list HR checks before a start date moves
      *or a transfer is called off, and keys an "X" line against
           OPEN OUTPUT PENDING-REPORT.
           MOVE "PENDING MAINTENANCE TRANSACTIONS" TO
               PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
           MOVE SPACES TO PENDING-REPORT-RECORD.
           STRING "AS OF       : " WS-TODAY-DATE
               DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
           MOVE SPACES TO PENDING-REPORT-RECORD.
           STRING "EFF DATE DUE A ID     FIRST NAME LAST NAME      "
               " DEPARTMENT HIRE DT  S PARKED"
               DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
           MOVE LOW-VALUES TO PD-KEY.
           SET MORE-PENDING TO TRUE.
           START PENDING-TRAN-FILE
               KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   SET END-OF-PENDING-FILE TO TRUE
           END-START.
           IF MORE-PENDING
               PERFORM 0023-READ-PENDING-RECORD
           END-IF.
           PERFORM UNTIL END-OF-PENDING-FILE
               ADD 1 TO WS-STILL-PENDING-COUNT
               MOVE PD-TRAN-IMAGE TO MAINT-TRAN-RECORD
               MOVE PD-EFFECTIVE-DATE TO WP-EFFECTIVE-DATE
               IF PD-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                   MOVE "DUE" TO WP-DUE-FLAG
               ELSE
                   MOVE SPACES TO WP-DUE-FLAG
               END-IF
               MOVE PD-ACTION TO WP-ACTION
               MOVE PD-EMPLOYEE-ID TO WP-EMPLOYEE-ID
               MOVE MT-FIRST-NAME TO WP-FIRST-NAME
               MOVE MT-LAST-NAME TO WP-LAST-NAME
               MOVE MT-DEPARTMENT TO WP-DEPARTMENT
               MOVE MT-HIRE-DATE TO WP-HIRE-DATE
               MOVE MT-SHIFT-CODE TO WP-SHIFT-CODE
               MOVE PD-PARKED-DATE TO WP-PARKED-DATE
               MOVE WS-PENDING-LINE TO PENDING-REPORT-RECORD
               WRITE PENDING-REPORT-RECORD
               PERFORM 0023-READ-PENDING-RECORD
           END-PERFORM.
           MOVE SPACES TO PENDING-REPORT-RECORD.
           STRING "STILL PENDING     : " WS-STILL-PENDING-COUNT
               DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
           CLOSE PENDING-REPORT.

       0022-OPEN-PENDING-FILE.
      *PENDING-TRAN-FILE is OPTIONAL, so a file that does not exist
      *yet reports "05" and is created once, the way SAMPLE creates
      *its master; any other failure stops the run with RC=16 before
      *anything is applied, since a line could neither park nor come
      *due against a file that will not open
           OPEN I-O PENDING-TRAN-FILE.
           IF WS-PENDING-STATUS = "05"
               OPEN OUTPUT PENDING-TRAN-FILE
               CLOSE PENDING-TRAN-FILE
               OPEN I-O PENDING-TRAN-FILE
           END-IF.
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "EMPMAINT - CANNOT OPEN PENDTRAN, STATUS "
                   WS-PENDING-STATUS
               DISPLAY "EMPMAINT - RUN ABANDONED, NOTHING APPLIED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0023-READ-PENDING-RECORD.
      *next parked line in key order
           READ PENDING-TRAN-FILE NEXT RECORD
               AT END
                   SET END-OF-PENDING-FILE TO TRUE
           END-READ.

       0024-WRITE-MASTER-IMAGE.
      *one audit line off the EM- fields under whatever tag the
      *caller set - for a parked line, the record as it will look
      *once the line takes effect
           MOVE EM-EMPLOYEE-ID TO WA-EMPLOYEE-ID.
           MOVE EM-FIRST-NAME TO WA-FIRST-NAME.
           MOVE EM-LAST-NAME TO WA-LAST-NAME.
           MOVE EM-DEPARTMENT TO WA-DEPARTMENT.
           MOVE EM-HIRE-DATE TO WA-HIRE-DATE.
           MOVE EM-SHIFT-CODE TO WA-SHIFT-CODE.
           MOVE WS-AUDIT-LINE TO MAINT-AUDIT-RECORD.
           WRITE MAINT-AUDIT-RECORD.

       0026-REMOVE-CANCELLED-LINE.
      *takes one parked line off the file and lists what it would
      *have done, so the audit shows the cancel as plainly as a change
           DELETE PENDING-TRAN-FILE RECORD.
           IF WS-PENDING-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO MAINT-AUDIT-RECORD
               STRING "ERROR    " PD-EMPLOYEE-ID
                   " CANCEL FAILED, STATUS " WS-PENDING-STATUS
                   DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD
               WRITE MAINT-AUDIT-RECORD
           ELSE
               ADD 1 TO WS-CANCEL-MATCH-COUNT
               ADD 1 TO WS-CANCELLED-COUNT
               MOVE SPACES TO MAINT-AUDIT-RECORD
               STRING "CANCELLED" PD-EMPLOYEE-ID
                   " ACTION " PD-ACTION
                   " EFFECTIVE " PD-EFFECTIVE-DATE
                   " PARKED " PD-PARKED-DATE
                   DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD
               WRITE MAINT-AUDIT-RECORD
           END-IF.

       0027-WRITE-CHANGE-HISTORY.
      *the caller has already set the change type and both images;
      *this stamps who, which employee, and when.  the change takes
      *effect on the line's effective date when it carries one - a
      *parked line applied tonight, or one keyed after the fact - so
      *an as-of inquiry sees it on the day HR meant, not the day the
      *batch happened to run
           MOVE MT-EMPLOYEE-ID TO CH-EMPLOYEE-ID.
           IF MT-EFFECTIVE-DATE = SPACES
               MOVE WS-TODAY-DATE TO CH-CHANGE-DATE
           ELSE
               MOVE MT-EFFECTIVE-DATE TO CH-CHANGE-DATE
           END-IF.
           MOVE "EMPMAINT" TO CH-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO CH-RECORDED-TIMESTAMP.
           WRITE CHANGE-HIST-REC.

       0028-OPEN-CHANGE-HISTORY.
      *the same create-then-extend pattern as the run-history file:
      *the change history is append only, and OPEN EXTEND fails if it
      *does not exist yet
           OPEN EXTEND CHANGE-HISTORY.
           IF WS-CHANGE-HIST-STATUS = "35"
               OPEN OUTPUT CHANGE-HISTORY
               CLOSE CHANGE-HISTORY
               OPEN EXTEND CHANGE-HISTORY
           END-IF.

       0029-CHECK-RUN-CONTROL.
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
           PERFORM 0030-OPEN-RUN-CONTROL.
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
                               DISPLAY "EMPMAINT - " RC-JOB-NAME
                                   " HAS NOT RUN FOR "
                                   RW-BUSINESS-DATE
                           NOT INVALID KEY
                               IF NOT RC-FINISHED-CLEAN
                                   SET RW-RUN-HELD TO TRUE
                                   DISPLAY "EMPMAINT - " RC-JOB-NAME
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
               DISPLAY "EMPMAINT - RUN HELD BY RUN CONTROL, "
                   "NOTHING PROCESSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE RW-THIS-JOB TO RC-JOB-NAME.
           MOVE "EMPMAINT" TO RC-PROGRAM-NAME.
           SET RC-STARTED TO TRUE.
           MOVE 0 TO RC-RETURN-CODE.
           MOVE WS-RUN-START-TIME TO RC-RUN-START.
           MOVE SPACES TO RC-RUN-END.
           MOVE SPACES TO RC-OVERRIDE-REASON.
           PERFORM 0031-SAVE-RUN-CONTROL.
           CLOSE RUN-CONTROL.

       0030-OPEN-RUN-CONTROL.
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
               DISPLAY "EMPMAINT - CANNOT OPEN RUNCTL, STATUS "
                   WS-RUN-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0031-SAVE-RUN-CONTROL.
      *one record per job per business date: written by the first
      *run, rewritten by a rerun and by each run's end posting
           WRITE RUN-CONTROL-REC
               INVALID KEY
                   REWRITE RUN-CONTROL-REC
                       INVALID KEY
                           DISPLAY "EMPMAINT - CANNOT POST RUNCTL, "
                               "STATUS " WS-RUN-CONTROL-STATUS
                   END-REWRITE
           END-WRITE.

       0032-POST-RUN-COMPLETION.
      *a run that reaches its normal end posts how it finished: RC 8
      *or worse is an out-of-balance or failed run and holds the jobs
      *that follow it, anything less lets them start
           PERFORM 0030-OPEN-RUN-CONTROL.
           MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE RW-THIS-JOB TO RC-JOB-NAME.
           MOVE "EMPMAINT" TO RC-PROGRAM-NAME.
           IF RETURN-CODE < 8
               SET RC-COMPLETED TO TRUE
           ELSE
               SET RC-FAILED TO TRUE
           END-IF.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           MOVE WS-RUN-START-TIME TO RC-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO RC-RUN-END.
           MOVE SPACES TO RC-OVERRIDE-REASON.
           PERFORM 0031-SAVE-RUN-CONTROL.
           CLOSE RUN-CONTROL.

       END PROGRAM EMPMAINT.
