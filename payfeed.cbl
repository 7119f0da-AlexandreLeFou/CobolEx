       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYFEED as "PAYFEED".

           AUTHOR.     PEGGY FISHER.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  EMPLOYEE-MASTER is tonight's master, read once end to end in
      *  employee-ID order, after every job in the window that
      *  changes it has finished.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EM-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-MASTER-STATUS.

      *  PRIOR-SNAPSHOT is the copy of the master the previous
      *  night's run took, in the same employee-ID order, so the two
      *  are matched in one pass.  OPTIONAL: the first night there
      *  is nothing to compare with, and the run only takes the
      *  baseline snapshot.
           SELECT OPTIONAL PRIOR-SNAPSHOT ASSIGN TO "PAYSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-SNAP-STATUS.

      *  NEW-SNAPSHOT is tonight's copy of the master, taken as it
      *  is read, for tomorrow night's run to compare with.
           SELECT NEW-SNAPSHOT ASSIGN TO "PAYSNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-SNAP-STATUS.

      *  PAYROLL-FEED is the delta feed itself: header, one typed
      *  detail per event, trailer.
           SELECT PAYROLL-FEED ASSIGN TO "PAYFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FEED-STATUS.

      *  PAYROLL-REPORT is the control listing that matches the
      *  feed: every detail sent, every employee gone from the
      *  master since last night, and the counts per event type.
           SELECT PAYROLL-REPORT ASSIGN TO "PAYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-RPT-STATUS.

      *  RUN-HISTORY is the permanent per-run statistics file every
      *  batch job appends one dated record to at end of run; the
      *  monthly RUNSTATS report reads it back for trends the
      *  per-run listings cannot show once they are gone.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

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

       FD  EMPLOYEE-MASTER.
           COPY GREETREC
               REPLACING ==GREET-REC== BY ==EMPLOYEE-MASTER-RECORD==
                         ==GR-EMPLOYEE-ID== BY ==EM-EMPLOYEE-ID==
                         ==GR-FIRST-NAME==  BY ==EM-FIRST-NAME==
                         ==GR-LAST-NAME==   BY ==EM-LAST-NAME==
                         ==GR-DEPARTMENT==  BY ==EM-DEPARTMENT==
                         ==GR-HIRE-DATE==   BY ==EM-HIRE-DATE==
                         ==GR-SHIFT-CODE==  BY ==EM-SHIFT-CODE==
                         ==GR-EMP-STATUS==  BY ==EM-EMP-STATUS==
                         ==GR-TERM-DATE==   BY ==EM-TERM-DATE==
                         ==GR-STATUS-ACTIVE==
                             BY ==EM-STATUS-ACTIVE==
                         ==GR-STATUS-TERMINATED==
                             BY ==EM-STATUS-TERMINATED==.

       FD  PRIOR-SNAPSHOT.
      *the whole GREETREC master record behind the one-byte record
      *type the control records share with NAMEIN's layout; the
      *header says which business date the snapshot was taken for
      *and when, the trailer how many records it holds
       01  PRIOR-SNAPSHOT-RECORD.
           05  PS-RECORD-TYPE              PIC X(1).
               88  PS-HEADER-RECORD        VALUE "H".
               88  PS-DETAIL-RECORD        VALUE "D".
               88  PS-TRAILER-RECORD       VALUE "T".
           05  PS-MASTER-IMAGE             PIC X(59).
       01  PRIOR-SNAPSHOT-HEADER.
           05  FILLER                      PIC X(1).
           05  PSH-BUSINESS-DATE           PIC X(8).
           05  PSH-SNAPSHOT-TIME           PIC X(21).
           05  FILLER                      PIC X(30).
       01  PRIOR-SNAPSHOT-TRAILER.
           05  FILLER                      PIC X(1).
           05  PST-RECORD-COUNT            PIC 9(8).
           05  FILLER                      PIC X(51).

       FD  NEW-SNAPSHOT.
       01  NEW-SNAPSHOT-RECORD.
           05  NS-RECORD-TYPE              PIC X(1).
           05  NS-MASTER-IMAGE             PIC X(59).
       01  NEW-SNAPSHOT-HEADER.
           05  FILLER                      PIC X(1).
           05  NSH-BUSINESS-DATE           PIC X(8).
           05  NSH-SNAPSHOT-TIME           PIC X(21).
           05  FILLER                      PIC X(30).
       01  NEW-SNAPSHOT-TRAILER.
           05  FILLER                      PIC X(1).
           05  NST-RECORD-COUNT            PIC 9(8).
           05  FILLER                      PIC X(51).

       FD  PAYROLL-FEED.
           COPY PAYFEED.

       FD  PAYROLL-REPORT.
       01  PAYROLL-REPORT-RECORD      PIC X(100).

       FD  RUN-HISTORY.
           COPY RUNSTAT.

       FD  RUN-CONTROL.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-EMP-MASTER-STATUS       PIC X(2).
       01  WS-PRIOR-SNAP-STATUS       PIC X(2).
       01  WS-NEW-SNAP-STATUS         PIC X(2).
       01  WS-PAY-FEED-STATUS         PIC X(2).
       01  WS-PAY-RPT-STATUS          PIC X(2).
       01  WS-RUN-HIST-STATUS         PIC X(2).
       01  WS-RUN-CONTROL-STATUS      PIC X(2).

       01  WS-EOF-SW                  PIC X(1)     VALUE "N".
           88  END-OF-MASTER-FILE     VALUE "Y".
       01  WS-PRIOR-EOF-SW            PIC X(1)     VALUE "N".
           88  END-OF-PRIOR-FILE      VALUE "Y".

      *a baseline night has no prior snapshot: tonight's is taken
      *and the feed goes out with its header and trailer only, since
      *every employee would otherwise read as a new hire
       01  WS-PRIOR-SNAP-SW           PIC X(1)     VALUE "Y".
           88  PRIOR-SNAPSHOT-PRESENT VALUE "Y".
           88  BASELINE-RUN           VALUE "N".

      *the two keys the match walks on; each goes to HIGH-VALUES at
      *its file's end so the other side drains on its own
       01  WS-MASTER-KEY              PIC X(6).
       01  WS-PRIOR-KEY               PIC X(6).

      *the prior snapshot's current detail, field by field
           COPY GREETREC
               REPLACING ==GREET-REC==      BY ==WS-PRIOR-REC==
                         ==GR-EMPLOYEE-ID== BY ==PR-EMPLOYEE-ID==
                         ==GR-FIRST-NAME==  BY ==PR-FIRST-NAME==
                         ==GR-LAST-NAME==   BY ==PR-LAST-NAME==
                         ==GR-DEPARTMENT==  BY ==PR-DEPARTMENT==
                         ==GR-HIRE-DATE==   BY ==PR-HIRE-DATE==
                         ==GR-SHIFT-CODE==  BY ==PR-SHIFT-CODE==
                         ==GR-EMP-STATUS==  BY ==PR-EMP-STATUS==
                         ==GR-TERM-DATE==   BY ==PR-TERM-DATE==
                         ==GR-STATUS-ACTIVE==
                             BY ==PR-STATUS-ACTIVE==
                         ==GR-STATUS-TERMINATED==
                             BY ==PR-STATUS-TERMINATED==.

      *snapshot control data lifted off the prior snapshot's header
      *and trailer, balanced in 0001-VERIFY-PRIOR-SNAPSHOT before a
      *single comparison is made - a short snapshot read to a clean
      *end-of-file would send payroll a wave of new hires
       01  WS-PRIOR-BUSINESS-DATE     PIC X(8)     VALUE SPACES.
       01  WS-PRIOR-SNAP-TIME         PIC X(21)    VALUE SPACES.
       01  WS-TRAILER-COUNT           PIC 9(8)     VALUE 0.
       01  WS-DETAIL-COUNT            PIC 9(8)     VALUE 0.
       01  WS-TRAILER-SEEN-SW         PIC X(1)     VALUE "N".
           88  TRAILER-SEEN           VALUE "Y".
           88  TRAILER-NOT-SEEN       VALUE "N".
       01  WS-SNAP-ABEND-TEXT         PIC X(40).

      *the event the match has found, handed to 0009 to be written
       01  WS-EVENT-TYPE              PIC X(2).
       01  WS-EFFECTIVE-DATE          PIC X(8).
       01  WS-PRIOR-VALUE             PIC X(25).

      *one listing line per detail fed, or per employee gone from
      *the master since the prior snapshot
       01  WS-REPORT-LINE.
           05  WL-EVENT-TYPE          PIC X(2).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-EMPLOYEE-ID         PIC X(6).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-FIRST-NAME          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-LAST-NAME           PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-DEPARTMENT          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-SHIFT-CODE          PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-EFFECTIVE-DATE      PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-PRIOR-VALUE         PIC X(25).

      *counts for the feed trailer, the control listing, and the
      *snapshot trailer
       01  WS-MASTER-COUNT            PIC 9(8)     VALUE 0.
       01  WS-PRIOR-COUNT             PIC 9(8)     VALUE 0.
       01  WS-SNAPSHOT-COUNT          PIC 9(8)     VALUE 0.
       01  WS-FEED-COUNT              PIC 9(8)     VALUE 0.
       01  WS-NEW-HIRE-COUNT          PIC 9(8)     VALUE 0.
       01  WS-REHIRE-COUNT            PIC 9(8)     VALUE 0.
       01  WS-DEPT-CHANGE-COUNT       PIC 9(8)     VALUE 0.
       01  WS-SHIFT-CHANGE-COUNT      PIC 9(8)     VALUE 0.
       01  WS-NAME-CHANGE-COUNT       PIC 9(8)     VALUE 0.
       01  WS-TERMINATION-COUNT       PIC 9(8)     VALUE 0.
       01  WS-REMOVED-COUNT           PIC 9(8)     VALUE 0.
       01  WS-RUN-START-TIME          PIC X(21).
       01  WS-RUN-END-TIME            PIC X(21).

      *the nightly window's job table and the run-control work
      *fields the RUN-CONTROL paragraphs walk it with
           COPY RUNWIN.


       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *nightly payroll delta: match tonight's master against the
      *previous night's snapshot by employee ID, cut one typed feed
      *record per event payroll has to act on, and take tonight's
      *snapshot for tomorrow's run in the same pass
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIME.
           MOVE "PAYJOB" TO RW-THIS-JOB.
           PERFORM 0013-CHECK-RUN-CONTROL.
           PERFORM 0001-VERIFY-PRIOR-SNAPSHOT.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               DISPLAY "PAYFEED - CANNOT OPEN EMPMAST, STATUS "
                   WS-EMP-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-SNAPSHOT.
           OPEN OUTPUT PAYROLL-FEED.
           IF WS-NEW-SNAP-STATUS NOT = "00"
               OR WS-PAY-FEED-STATUS NOT = "00"
               DISPLAY "PAYFEED - CANNOT OPEN PAYSNEW/PAYFEED, STATUS "
                   WS-NEW-SNAP-STATUS "/" WS-PAY-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PAYROLL-REPORT.
      *tonight's snapshot is stamped with this run's start - the
      *master is not changed again until the run ends, and NIGHTEND
      *balances the CHGHIST entries recorded up to this time
           MOVE SPACES TO NEW-SNAPSHOT-HEADER.
           MOVE "H" TO NS-RECORD-TYPE.
           MOVE RW-BUSINESS-DATE TO NSH-BUSINESS-DATE.
           MOVE WS-RUN-START-TIME TO NSH-SNAPSHOT-TIME.
           WRITE NEW-SNAPSHOT-HEADER.
           MOVE SPACES TO PAY-FEED-HEADER.
           MOVE "H" TO PF-RECORD-TYPE.
           MOVE RW-BUSINESS-DATE TO PH-BUSINESS-DATE.
           MOVE "EMPMAST" TO PH-SOURCE-SYSTEM.
           MOVE WS-PRIOR-SNAP-TIME TO PH-PRIOR-SNAPSHOT-TIME.
           MOVE WS-RUN-START-TIME TO PH-THIS-SNAPSHOT-TIME.
           WRITE PAY-FEED-HEADER.
           MOVE "PAYROLL DELTA FEED CONTROL LISTING" TO
               PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           STRING "RUN STARTED : " WS-RUN-START-TIME
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           STRING "BUSINESS DATE          : " RW-BUSINESS-DATE
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           IF BASELINE-RUN
               STRING "PRIOR SNAPSHOT         : NONE - "
                   "BASELINE RUN, NO DETAILS FED"
                   DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD
           ELSE
               STRING "PRIOR SNAPSHOT         : "
                   WS-PRIOR-BUSINESS-DATE " TAKEN "
                   WS-PRIOR-SNAP-TIME
                   DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD
           END-IF.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           STRING "TY ID     FIRST      LAST            "
               "DEPARTMENT S EFFECTIV WAS"
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           PERFORM 0003-READ-PRIOR-SNAPSHOT.
           PERFORM 0004-READ-MASTER-RECORD.
           PERFORM UNTIL END-OF-MASTER-FILE AND END-OF-PRIOR-FILE
               PERFORM 0005-MATCH-RECORDS
           END-PERFORM.
           PERFORM 0010-WRITE-TRAILERS.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PRIOR-SNAPSHOT.
           CLOSE NEW-SNAPSHOT.
           CLOSE PAYROLL-FEED.
           PERFORM 0011-WRITE-CONTROL-TOTALS.
           CLOSE PAYROLL-REPORT.
           PERFORM 0012-WRITE-RUN-STATS.
           PERFORM 0016-POST-RUN-COMPLETION.

           STOP RUN.

       0001-VERIFY-PRIOR-SNAPSHOT.
      *balances the prior snapshot before it is compared with: the
      *first record must be the "H" header, a "T" trailer must be
      *present, and the trailer's count must equal the details on
      *the file.  one missing altogether ("05") is a baseline run;
      *one that fails the controls stops the run RC=16 before
      *anything is cut, the same as a ROSTIN extract that does not
      *balance
           OPEN INPUT PRIOR-SNAPSHOT.
           IF WS-PRIOR-SNAP-STATUS = "05"
               SET BASELINE-RUN TO TRUE
           ELSE
           IF WS-PRIOR-SNAP-STATUS NOT = "00"
               DISPLAY "PAYFEED - CANNOT OPEN PAYSNAP, STATUS "
                   WS-PRIOR-SNAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.
           IF PRIOR-SNAPSHOT-PRESENT
               READ PRIOR-SNAPSHOT
                   AT END
                       MOVE "SNAPSHOT IS EMPTY - NO HEADER RECORD"
                           TO WS-SNAP-ABEND-TEXT
                       PERFORM 0002-ABEND-BAD-SNAPSHOT
               END-READ
               IF NOT PS-HEADER-RECORD
                   MOVE "FIRST RECORD IS NOT THE HEADER"
                       TO WS-SNAP-ABEND-TEXT
                   PERFORM 0002-ABEND-BAD-SNAPSHOT
               END-IF
               MOVE PSH-BUSINESS-DATE TO WS-PRIOR-BUSINESS-DATE
               MOVE PSH-SNAPSHOT-TIME TO WS-PRIOR-SNAP-TIME
               SET TRAILER-NOT-SEEN TO TRUE
               PERFORM UNTIL TRAILER-SEEN OR END-OF-PRIOR-FILE
                   READ PRIOR-SNAPSHOT
                       AT END
                           SET END-OF-PRIOR-FILE TO TRUE
                       NOT AT END
                           IF PS-TRAILER-RECORD
                               SET TRAILER-SEEN TO TRUE
                               MOVE PST-RECORD-COUNT
                                   TO WS-TRAILER-COUNT
                           ELSE
                               ADD 1 TO WS-DETAIL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF TRAILER-NOT-SEEN
                   MOVE "NO TRAILER RECORD - SNAPSHOT TRUNCATED"
                       TO WS-SNAP-ABEND-TEXT
                   PERFORM 0002-ABEND-BAD-SNAPSHOT
               END-IF
               IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                   MOVE "TRAILER COUNT DOES NOT BALANCE"
                       TO WS-SNAP-ABEND-TEXT
                   PERFORM 0002-ABEND-BAD-SNAPSHOT
               END-IF
      *the snapshot balances - rewind it so the match reads it from
      *the top, and clear the end-of-file switch the pre-pass
      *tripped
               CLOSE PRIOR-SNAPSHOT
               OPEN INPUT PRIOR-SNAPSHOT
               MOVE "N" TO WS-PRIOR-EOF-SW
           END-IF.

       0002-ABEND-BAD-SNAPSHOT.
      *a snapshot that does not balance must never be compared
      *with: say why on the operator console and return RC=16 so
      *the scheduler holds NENDJOB, with no feed cut
           DISPLAY "PAYFEED - PAYSNAP SNAPSHOT CONTROL FAILURE".
           DISPLAY "PAYFEED - " WS-SNAP-ABEND-TEXT.
           DISPLAY "PAYFEED - SNAPSHOT DATE " WS-PRIOR-BUSINESS-DATE
               " TAKEN " WS-PRIOR-SNAP-TIME.
           DISPLAY "PAYFEED - DETAILS ON FILE " WS-DETAIL-COUNT
               " TRAILER COUNT " WS-TRAILER-COUNT.
           DISPLAY "PAYFEED - NO PAYROLL FEED CUT".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0003-READ-PRIOR-SNAPSHOT.
      *pulls the next detail off the prior snapshot, stepping over
      *the header and stopping at the trailer - both were already
      *balanced by 0001-VERIFY-PRIOR-SNAPSHOT
           IF BASELINE-RUN
               SET END-OF-PRIOR-FILE TO TRUE
           ELSE
               PERFORM WITH TEST AFTER
                       UNTIL END-OF-PRIOR-FILE
                          OR NOT PS-HEADER-RECORD
                   READ PRIOR-SNAPSHOT
                       AT END
                           SET END-OF-PRIOR-FILE TO TRUE
                   END-READ
               END-PERFORM
               IF NOT END-OF-PRIOR-FILE
                   IF PS-TRAILER-RECORD
                       SET END-OF-PRIOR-FILE TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF END-OF-PRIOR-FILE
               MOVE HIGH-VALUES TO WS-PRIOR-KEY
           ELSE
               ADD 1 TO WS-PRIOR-COUNT
               MOVE PS-MASTER-IMAGE TO WS-PRIOR-REC
               MOVE PR-EMPLOYEE-ID TO WS-PRIOR-KEY
           END-IF.

       0004-READ-MASTER-RECORD.
      *the next master record in employee-ID order, copied onto
      *tonight's snapshot as it is read
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE EM-EMPLOYEE-ID TO WS-MASTER-KEY
                   MOVE "D" TO NS-RECORD-TYPE
                   MOVE EMPLOYEE-MASTER-RECORD TO NS-MASTER-IMAGE
                   WRITE NEW-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAPSHOT-COUNT
           END-READ.

       0005-MATCH-RECORDS.
      *one step of the match: an ID only on the prior snapshot has
      *left the master, one only on the master is new since last
      *night, and one on both is compared field by field
           IF WS-PRIOR-KEY < WS-MASTER-KEY
               PERFORM 0008-LIST-REMOVED-EMPLOYEE
               PERFORM 0003-READ-PRIOR-SNAPSHOT
           ELSE
           IF WS-MASTER-KEY < WS-PRIOR-KEY
               IF PRIOR-SNAPSHOT-PRESENT
                   PERFORM 0006-FEED-NEW-EMPLOYEE
               END-IF
               PERFORM 0004-READ-MASTER-RECORD
           ELSE
               PERFORM 0007-COMPARE-EMPLOYEE
               PERFORM 0003-READ-PRIOR-SNAPSHOT
               PERFORM 0004-READ-MASTER-RECORD
           END-IF
           END-IF.

       0006-FEED-NEW-EMPLOYEE.
      *an ID the master did not have last night is a new hire - and
      *a termination too, if OFFBOARD already took them off tonight
      *for not being on the HR roster
           MOVE "NH" TO WS-EVENT-TYPE.
           MOVE EM-HIRE-DATE TO WS-EFFECTIVE-DATE.
           MOVE SPACES TO WS-PRIOR-VALUE.
           PERFORM 0009-WRITE-FEED-DETAIL.
           IF EM-STATUS-TERMINATED
               MOVE "TM" TO WS-EVENT-TYPE
               MOVE EM-TERM-DATE TO WS-EFFECTIVE-DATE
               PERFORM 0009-WRITE-FEED-DETAIL
           END-IF.

       0007-COMPARE-EMPLOYEE.
      *terminated last night and active tonight is a rehire, and a
      *new hire date on a record still terminated is a rehire that
      *was terminated again the same night.  the rehire detail
      *carries tonight's department, shift and name, so no change
      *details are cut for a rehire.  payroll stops paying at
      *termination, so a terminated record's later changes are not
      *fed either; an active one is fed each change, then its
      *termination if it has one tonight
           IF PR-STATUS-TERMINATED
               IF EM-STATUS-ACTIVE
                   MOVE "RH" TO WS-EVENT-TYPE
                   MOVE EM-HIRE-DATE TO WS-EFFECTIVE-DATE
                   MOVE SPACES TO WS-PRIOR-VALUE
                   PERFORM 0009-WRITE-FEED-DETAIL
               ELSE
               IF EM-HIRE-DATE NOT = PR-HIRE-DATE
                   MOVE "RH" TO WS-EVENT-TYPE
                   MOVE EM-HIRE-DATE TO WS-EFFECTIVE-DATE
                   MOVE SPACES TO WS-PRIOR-VALUE
                   PERFORM 0009-WRITE-FEED-DETAIL
                   MOVE "TM" TO WS-EVENT-TYPE
                   MOVE EM-TERM-DATE TO WS-EFFECTIVE-DATE
                   PERFORM 0009-WRITE-FEED-DETAIL
               END-IF
               END-IF
           ELSE
               MOVE RW-BUSINESS-DATE TO WS-EFFECTIVE-DATE
               IF EM-DEPARTMENT NOT = PR-DEPARTMENT
                   MOVE "DC" TO WS-EVENT-TYPE
                   MOVE PR-DEPARTMENT TO WS-PRIOR-VALUE
                   PERFORM 0009-WRITE-FEED-DETAIL
               END-IF
               IF EM-SHIFT-CODE NOT = PR-SHIFT-CODE
                   MOVE "SC" TO WS-EVENT-TYPE
                   MOVE PR-SHIFT-CODE TO WS-PRIOR-VALUE
                   PERFORM 0009-WRITE-FEED-DETAIL
               END-IF
               IF EM-FIRST-NAME NOT = PR-FIRST-NAME
                   OR EM-LAST-NAME NOT = PR-LAST-NAME
                   MOVE "NC" TO WS-EVENT-TYPE
                   MOVE SPACES TO WS-PRIOR-VALUE
                   STRING PR-FIRST-NAME PR-LAST-NAME
                       DELIMITED BY SIZE INTO WS-PRIOR-VALUE
                   PERFORM 0009-WRITE-FEED-DETAIL
               END-IF
               IF EM-STATUS-TERMINATED
                   MOVE "TM" TO WS-EVENT-TYPE
                   MOVE EM-TERM-DATE TO WS-EFFECTIVE-DATE
                   MOVE SPACES TO WS-PRIOR-VALUE
                   PERFORM 0009-WRITE-FEED-DETAIL
               END-IF
           END-IF.

       0008-LIST-REMOVED-EMPLOYEE.
      *a record deleted off the master since last night (an EMPMAINT
      *delete, or a retention purge) is nothing payroll can act on
      *from this feed, but it is listed so the control listing
      *accounts for every record on the prior snapshot
           ADD 1 TO WS-REMOVED-COUNT.
           MOVE "**" TO WL-EVENT-TYPE.
           MOVE PR-EMPLOYEE-ID TO WL-EMPLOYEE-ID.
           MOVE PR-FIRST-NAME TO WL-FIRST-NAME.
           MOVE PR-LAST-NAME TO WL-LAST-NAME.
           MOVE PR-DEPARTMENT TO WL-DEPARTMENT.
           MOVE PR-SHIFT-CODE TO WL-SHIFT-CODE.
           MOVE SPACES TO WL-EFFECTIVE-DATE.
           MOVE "REMOVED FROM MASTER" TO WL-PRIOR-VALUE.
           MOVE WS-REPORT-LINE TO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.

       0009-WRITE-FEED-DETAIL.
      *the caller has set the event type, effective date and prior
      *value; the rest is the employee as the master has them now
           MOVE SPACES TO PAY-FEED-REC.
           MOVE "D" TO PF-RECORD-TYPE.
           MOVE WS-EVENT-TYPE TO PF-EVENT-TYPE.
           MOVE EM-EMPLOYEE-ID TO PF-EMPLOYEE-ID.
           MOVE WS-EFFECTIVE-DATE TO PF-EFFECTIVE-DATE.
           MOVE EM-FIRST-NAME TO PF-FIRST-NAME.
           MOVE EM-LAST-NAME TO PF-LAST-NAME.
           MOVE EM-DEPARTMENT TO PF-DEPARTMENT.
           MOVE EM-SHIFT-CODE TO PF-SHIFT-CODE.
           MOVE WS-PRIOR-VALUE TO PF-PRIOR-VALUE.
           EVALUATE TRUE
               WHEN PF-NEW-HIRE
                   ADD 1 TO WS-NEW-HIRE-COUNT
               WHEN PF-REHIRE
                   ADD 1 TO WS-REHIRE-COUNT
               WHEN PF-DEPT-CHANGE
                   ADD 1 TO WS-DEPT-CHANGE-COUNT
               WHEN PF-SHIFT-CHANGE
                   ADD 1 TO WS-SHIFT-CHANGE-COUNT
               WHEN PF-NAME-CHANGE
                   ADD 1 TO WS-NAME-CHANGE-COUNT
               WHEN PF-TERMINATION
                   ADD 1 TO WS-TERMINATION-COUNT
           END-EVALUATE.
           WRITE PAY-FEED-REC.
           ADD 1 TO WS-FEED-COUNT.
           MOVE WS-EVENT-TYPE TO WL-EVENT-TYPE.
           MOVE EM-EMPLOYEE-ID TO WL-EMPLOYEE-ID.
           MOVE EM-FIRST-NAME TO WL-FIRST-NAME.
           MOVE EM-LAST-NAME TO WL-LAST-NAME.
           MOVE EM-DEPARTMENT TO WL-DEPARTMENT.
           MOVE EM-SHIFT-CODE TO WL-SHIFT-CODE.
           MOVE WS-EFFECTIVE-DATE TO WL-EFFECTIVE-DATE.
           MOVE WS-PRIOR-VALUE TO WL-PRIOR-VALUE.
           MOVE WS-REPORT-LINE TO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.

       0010-WRITE-TRAILERS.
      *closes off the snapshot and the feed with their control
      *records: the snapshot's count is what tomorrow's run
      *balances it against, the feed's what payroll and NIGHTEND do
           MOVE SPACES TO NEW-SNAPSHOT-TRAILER.
           MOVE "T" TO NS-RECORD-TYPE.
           MOVE WS-SNAPSHOT-COUNT TO NST-RECORD-COUNT.
           WRITE NEW-SNAPSHOT-TRAILER.
           MOVE SPACES TO PAY-FEED-TRAILER.
           MOVE "T" TO PF-RECORD-TYPE.
           MOVE WS-FEED-COUNT TO PT-RECORD-COUNT.
           MOVE WS-NEW-HIRE-COUNT TO PT-NEW-HIRE-COUNT.
           MOVE WS-REHIRE-COUNT TO PT-REHIRE-COUNT.
           MOVE WS-DEPT-CHANGE-COUNT TO PT-DEPT-CHANGE-COUNT.
           MOVE WS-SHIFT-CHANGE-COUNT TO PT-SHIFT-CHANGE-COUNT.
           MOVE WS-NAME-CHANGE-COUNT TO PT-NAME-CHANGE-COUNT.
           MOVE WS-TERMINATION-COUNT TO PT-TERMINATION-COUNT.
           WRITE PAY-FEED-TRAILER.

       0011-WRITE-CONTROL-TOTALS.
      *the counts the feed's trailer carries, beside the master and
      *snapshot counts they came from
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-TIME.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           STRING "RUN ENDED   : " WS-RUN-END-TIME
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           STRING "PRIOR SNAPSHOT RECORDS : " WS-PRIOR-COUNT
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           STRING "MASTER RECORDS READ    : " WS-MASTER-COUNT
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           STRING "NEW SNAPSHOT RECORDS   : " WS-SNAPSHOT-COUNT
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           STRING "REMOVED, NOT FED       : " WS-REMOVED-COUNT
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           STRING "NEW HIRES          NH  : " WS-NEW-HIRE-COUNT
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           STRING "REHIRES            RH  : " WS-REHIRE-COUNT
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           STRING "DEPARTMENT CHANGES DC  : " WS-DEPT-CHANGE-COUNT
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           STRING "SHIFT CHANGES      SC  : " WS-SHIFT-CHANGE-COUNT
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           STRING "NAME CHANGES       NC  : " WS-NAME-CHANGE-COUNT
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           STRING "TERMINATIONS       TM  : " WS-TERMINATION-COUNT
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.
           MOVE SPACES TO PAYROLL-REPORT-RECORD.
           STRING "FEED DETAILS WRITTEN   : " WS-FEED-COUNT
               DELIMITED BY SIZE INTO PAYROLL-REPORT-RECORD.
           WRITE PAYROLL-REPORT-RECORD.

       0012-WRITE-RUN-STATS.
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
               DISPLAY "PAYFEED - CANNOT OPEN RUNHIST, STATUS "
                   WS-RUN-HIST-STATUS
           ELSE
               MOVE WS-RUN-START-TIME (1:8) TO RS-RUN-DATE
               MOVE "PAYFEED" TO RS-PROGRAM-NAME
               MOVE WS-RUN-START-TIME TO RS-RUN-START
               MOVE WS-RUN-END-TIME TO RS-RUN-END
               MOVE SPACES TO RS-SOURCE-SYSTEM
               MOVE WS-MASTER-COUNT TO RS-RECORDS-IN
               MOVE WS-FEED-COUNT TO RS-RECORDS-OUT
               MOVE WS-REMOVED-COUNT TO RS-REJECT-COUNT
               MOVE 0 TO RS-DUP-COUNT
               MOVE 0 TO RS-ESCALATED-COUNT
               WRITE RUN-STAT-REC
               CLOSE RUN-HISTORY
           END-IF.

       0013-CHECK-RUN-CONTROL.
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
           PERFORM 0014-OPEN-RUN-CONTROL.
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
                               DISPLAY "PAYFEED - " RC-JOB-NAME
                                   " HAS NOT RUN FOR "
                                   RW-BUSINESS-DATE
                           NOT INVALID KEY
                               IF NOT RC-FINISHED-CLEAN
                                   SET RW-RUN-HELD TO TRUE
                                   DISPLAY "PAYFEED - " RC-JOB-NAME
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
               DISPLAY "PAYFEED - RUN HELD BY RUN CONTROL, "
                   "NOTHING PROCESSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE RW-THIS-JOB TO RC-JOB-NAME.
           MOVE "PAYFEED" TO RC-PROGRAM-NAME.
           SET RC-STARTED TO TRUE.
           MOVE 0 TO RC-RETURN-CODE.
           MOVE WS-RUN-START-TIME TO RC-RUN-START.
           MOVE SPACES TO RC-RUN-END.
           MOVE SPACES TO RC-OVERRIDE-REASON.
           PERFORM 0015-SAVE-RUN-CONTROL.
           CLOSE RUN-CONTROL.

       0014-OPEN-RUN-CONTROL.
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
               DISPLAY "PAYFEED - CANNOT OPEN RUNCTL, STATUS "
                   WS-RUN-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0015-SAVE-RUN-CONTROL.
      *one record per job per business date: written by the first
      *run, rewritten by a rerun and by each run's end posting
           WRITE RUN-CONTROL-REC
               INVALID KEY
                   REWRITE RUN-CONTROL-REC
                       INVALID KEY
                           DISPLAY "PAYFEED - CANNOT POST RUNCTL, "
                               "STATUS " WS-RUN-CONTROL-STATUS
                   END-REWRITE
           END-WRITE.

       0016-POST-RUN-COMPLETION.
      *a run that reaches its normal end posts how it finished: RC 8
      *or worse is an out-of-balance or failed run and holds the jobs
      *that follow it, anything less lets them start
           PERFORM 0014-OPEN-RUN-CONTROL.
           MOVE RW-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE RW-THIS-JOB TO RC-JOB-NAME.
           MOVE "PAYFEED" TO RC-PROGRAM-NAME.
           IF RETURN-CODE < 8
               SET RC-COMPLETED TO TRUE
           ELSE
               SET RC-FAILED TO TRUE
           END-IF.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           MOVE WS-RUN-START-TIME TO RC-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO RC-RUN-END.
           MOVE SPACES TO RC-OVERRIDE-REASON.
           PERFORM 0015-SAVE-RUN-CONTROL.
           CLOSE RUN-CONTROL.

       END PROGRAM PAYFEED.
