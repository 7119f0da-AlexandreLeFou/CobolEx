       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADGECRT as "BADGECRT".

           AUTHOR.     PEGGY FISHER.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  EMPLOYEE-MASTER is walked by the department alternate key on
      *  a CERTIFY run, so each department's employees come out
      *  together for its manager.  an ATTEST run reads it by ID and
      *  marks each revoked employee terminated the way OFFBOARD
      *  does, so it is opened I-O there.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EM-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-MASTER-STATUS.

      *  CERT-CONTROL holds one record per department per quarterly
      *  cycle: what was issued, when it is due back, and what came
      *  back.  it is the memory between the CERTIFY run and the
      *  ATTEST runs weeks later, and the source of the overdue
      *  report.  OPTIONAL so the first cycle creates it.
           SELECT OPTIONAL CERT-CONTROL ASSIGN TO "CERTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CERT-CONTROL-STATUS.

      *  CERT-LISTING is the printed attestation listing, one section
      *  per department with its maintained description, for the
      *  manager to read and sign.
           SELECT CERT-LISTING ASSIGN TO "CERTLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-LIST-STATUS.

      *  CERT-EXTRACT is the matching machine-readable extract the
      *  managers mark keep or revoke, one line per employee listed.
           SELECT CERT-EXTRACT ASSIGN TO "CERTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-EXTRACT-STATUS.

      *  ATTEST-RETURN is the marked extracts as they come back, in
      *  the CERTEXT layout.  OPTIONAL: a run with nothing returned
      *  still cuts the overdue report.
           SELECT OPTIONAL ATTEST-RETURN ASSIGN TO "CERTRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEST-RETURN-STATUS.

      *  ATTEST-REPORT lists every returned line with what was done
      *  about it, and a summary for each department returned.
           SELECT ATTEST-REPORT ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEST-RPT-STATUS.

      *  OVERDUE-REPORT lists every department whose attestation is
      *  past its return date, for security to chase.
           SELECT OVERDUE-REPORT ASSIGN TO "CERTOVD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERDUE-RPT-STATUS.

      *  REVOKE-FEED is the badge system's deactivation input, cut in
      *  the same GREETREC layout as OFFBOARD's RVKFEED so the badge
      *  system reads a certification revoke like any other.
           SELECT REVOKE-FEED ASSIGN TO "RVKFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVOKE-STATUS.

      *  REFERENCE-FILE supplies the department descriptions REFMAINT
      *  maintains, so every listing prints names a manager can read
      *  instead of raw 10-character codes.  OPTIONAL: with no table
      *  supplied the listings show the bare codes.
           SELECT OPTIONAL REFERENCE-FILE ASSIGN TO "REFTABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-STATUS.

      *  CHANGE-HISTORY is the permanent, dated before/after record of
      *  every master change in the shop; each termination flip made
      *  on a revoke is appended to it, as OFFBOARD's are.
           SELECT CHANGE-HISTORY ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-HIST-STATUS.

      *  RUN-HISTORY is the permanent per-run statistics file every
      *  batch job appends one dated record to at end of run; the
      *  monthly RUNSTATS report reads it back for trends the
      *  per-run listings cannot show once they are gone.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

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

       FD  CERT-CONTROL.
           COPY CERTCTL.

       FD  CERT-LISTING.
       01  CERT-LISTING-RECORD        PIC X(100).

       FD  CERT-EXTRACT.
       01  CERT-EXTRACT-RECORD        PIC X(77).

       FD  ATTEST-RETURN.
       01  ATTEST-RETURN-RECORD       PIC X(77).

       FD  ATTEST-REPORT.
       01  ATTEST-REPORT-RECORD       PIC X(100).

       FD  OVERDUE-REPORT.
       01  OVERDUE-REPORT-RECORD      PIC X(100).

       FD  REVOKE-FEED.
           COPY GREETREC
               REPLACING ==GREET-REC== BY ==REVOKE-FEED-RECORD==
                         ==GR-EMPLOYEE-ID== BY ==RV-EMPLOYEE-ID==
                         ==GR-FIRST-NAME==  BY ==RV-FIRST-NAME==
                         ==GR-LAST-NAME==   BY ==RV-LAST-NAME==
                         ==GR-DEPARTMENT==  BY ==RV-DEPARTMENT==
                         ==GR-HIRE-DATE==   BY ==RV-HIRE-DATE==
                         ==GR-SHIFT-CODE==  BY ==RV-SHIFT-CODE==
                         ==GR-EMP-STATUS==  BY ==RV-EMP-STATUS==
                         ==GR-TERM-DATE==   BY ==RV-TERM-DATE==
                         ==GR-STATUS-ACTIVE==
                             BY ==RV-STATUS-ACTIVE==
                         ==GR-STATUS-TERMINATED==
                             BY ==RV-STATUS-TERMINATED==.

       FD  REFERENCE-FILE.
       01  REFERENCE-RECORD.
           05  RF-ENTRY-TYPE          PIC X(1).
               88  RF-DEPARTMENT-ENTRY    VALUE "D".
               88  RF-SHIFT-ENTRY         VALUE "S".
           05  RF-ENTRY-CODE          PIC X(10).
           05  RF-DESCRIPTION         PIC X(30).

       FD  CHANGE-HISTORY.
           COPY CHGHIST.

       FD  RUN-HISTORY.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-EMP-MASTER-STATUS       PIC X(2).
       01  WS-CERT-CONTROL-STATUS     PIC X(2).
       01  WS-CERT-LIST-STATUS        PIC X(2).
       01  WS-CERT-EXTRACT-STATUS     PIC X(2).
       01  WS-ATTEST-RETURN-STATUS    PIC X(2).
       01  WS-ATTEST-RPT-STATUS       PIC X(2).
       01  WS-OVERDUE-RPT-STATUS      PIC X(2).
       01  WS-REVOKE-STATUS           PIC X(2).
       01  WS-REFERENCE-STATUS        PIC X(2).
       01  WS-CHANGE-HIST-STATUS      PIC X(2).
       01  WS-RUN-HIST-STATUS         PIC X(2).

      *PARM is the mode, optionally followed by a date: 'CERTIFY'
      *cuts this quarter's listing and extract due back in
      *WS-RETURN-DAYS days, 'CERTIFY,20241115' sets the return date
      *outright; 'ATTEST' takes the returned extracts and cuts the
      *overdue report
       01  WS-RUN-PARM                PIC X(20).
       01  WS-RUN-MODE                PIC X(10).
           88  CERTIFY-REQUESTED      VALUE "CERTIFY".
           88  ATTEST-REQUESTED       VALUE "ATTEST".
       01  WS-PARM-DATE               PIC X(8).
       01  WS-RETURN-DAYS             PIC 9(3)     VALUE 30.

      *the certification quarter, YYYYQn, off the CERTIFY run date
       01  WS-CYCLE-ID.
           05  WS-CYCLE-YEAR          PIC X(4).
           05  FILLER                 PIC X(1)     VALUE "Q".
           05  WS-CYCLE-QUARTER       PIC 9(1).
       01  WS-RUN-MONTH               PIC 9(2).
       01  WS-DEADLINE-DATE           PIC X(8).
       01  WS-DEADLINE-NUM REDEFINES WS-DEADLINE-DATE
                                      PIC 9(8).

      *department descriptions off the reference table, loaded once
      *per run when a table was supplied; WS-DEPT-DESC comes back
      *from 0019-FIND-DEPT-DESC holding the description, or the raw
      *code when there is none to show
       01  WS-DESC-TABLE.
           05  WS-DESC-COUNT          PIC 9(3)     VALUE 0.
           05  WS-DESC-ENTRY                       OCCURS 100.
               10  WS-DE-CODE         PIC X(10).
               10  WS-DE-DESC         PIC X(30).
       01  WS-DESC-SUB                PIC 9(3).
       01  WS-DESC-FOUND-SW           PIC X(1).
           88  DESC-FOUND             VALUE "Y".
           88  DESC-NOT-FOUND         VALUE "N".
       01  WS-LOOKUP-DEPT             PIC X(10).
       01  WS-DEPT-DESC               PIC X(30).

       01  WS-EOF-SW                  PIC X(1)     VALUE "N".
           88  END-OF-INPUT-FILE      VALUE "Y".

      *the department whose section is being cut; the switch, not a
      *blank code, says whether one is open, since a blank
      *department sorts first on the alternate key
       01  WS-CURRENT-DEPT            PIC X(10).
       01  WS-DEPT-OPEN-SW            PIC X(1)     VALUE "N".
           88  DEPT-SECTION-OPEN      VALUE "Y".
           88  DEPT-SECTION-CLOSED    VALUE "N".
       01  WS-DEPT-COUNT              PIC 9(6)     VALUE 0.

       01  WS-LINE-SW                 PIC X(1).
           88  LINE-ACCEPTED          VALUE "Y".
           88  LINE-REJECTED          VALUE "N".
       01  WS-LINE-RESULT             PIC X(30).
       01  WS-MARK-SW                 PIC X(1).
           88  MASTER-MARKED          VALUE "Y".
           88  MASTER-NOT-MARKED      VALUE "N".
       01  WS-DECISION-TEXT           PIC X(8).

      *CERTIFY totals
       01  WS-MASTER-COUNT            PIC 9(8)     VALUE 0.
       01  WS-LISTED-COUNT            PIC 9(8)     VALUE 0.
       01  WS-DEPTS-ISSUED            PIC 9(8)     VALUE 0.
       01  WS-DEPTS-NOT-REISSUED      PIC 9(8)     VALUE 0.

      *ATTEST totals
       01  WS-RETURN-COUNT            PIC 9(8)     VALUE 0.
       01  WS-KEEP-COUNT              PIC 9(8)     VALUE 0.
       01  WS-REVOKE-COUNT            PIC 9(8)     VALUE 0.
       01  WS-ALREADY-TERM-COUNT      PIC 9(8)     VALUE 0.
       01  WS-UNMARKED-COUNT          PIC 9(8)     VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(8)     VALUE 0.
       01  WS-NOT-UPDATED-COUNT       PIC 9(8)     VALUE 0.
       01  WS-DEPTS-RETURNED          PIC 9(8)     VALUE 0.
       01  WS-DEPTS-OVERDUE           PIC 9(8)     VALUE 0.
       01  WS-DEPTS-NOT-DUE           PIC 9(8)     VALUE 0.
       01  WS-DAYS-OVERDUE            PIC 9(5).
       01  WS-LINES-MISSING           PIC S9(6).

       01  WS-EDIT-COUNT              PIC ZZZ,ZZ9.
       01  WS-EDIT-MISSING            PIC -ZZZ,ZZ9.

       01  WS-RUN-START-TIME          PIC X(21).
       01  WS-RUN-END-TIME            PIC X(21).

      *the run date, YYYYMMDD off the start timestamp: the issue date
      *on a CERTIFY run, and on an ATTEST run the termination date
      *stamped on each revoked employee and the date deadlines are
      *measured against
       01  WS-RUN-DATE                PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                      PIC 9(8).

      *the extract line being written or the returned line being
      *worked, in the one layout both share
           COPY CERTEXT.

      *one detail line of the attestation listing: the boxes are for
      *the manager's pen, the extract carries the same decision
       01  WS-LISTING-LINE.
           05  WL-EMPLOYEE-ID         PIC X(6).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WL-FIRST-NAME          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-LAST-NAME           PIC X(15).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WL-SHIFT-CODE          PIC X(1).
           05  FILLER                 PIC X(5)     VALUE SPACES.
           05  WL-HIRE-DATE           PIC X(8).
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  FILLER                 PIC X(21)
               VALUE "KEEP [ ]  REVOKE [ ]".
           05  FILLER                 PIC X(26)    VALUE SPACES.

      *one returned line and what was done with it
       01  WS-ATTEST-LINE.
           05  WA-CYCLE-ID            PIC X(6).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WA-DEPARTMENT          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WA-EMPLOYEE-ID         PIC X(6).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WA-LAST-NAME           PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WA-DECISION            PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WA-RESULT              PIC X(30).
           05  FILLER                 PIC X(20)    VALUE SPACES.

      *one department's decisions, under its heading line
       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(9)     VALUE "  ISSUED ".
           05  WU-ISSUED-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(6)     VALUE " KEPT ".
           05  WU-KEEP-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(9)     VALUE " REVOKED ".
           05  WU-REVOKE-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10)    VALUE " UNMARKED ".
           05  WU-UNMARKED-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10)    VALUE " REJECTED ".
           05  WU-REJECT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(21)    VALUE SPACES.

      *one overdue department
       01  WS-OVERDUE-LINE.
           05  WO-CYCLE-ID            PIC X(6).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WO-DEPARTMENT          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WO-DEPT-DESC           PIC X(30).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WO-ISSUED-DATE         PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WO-DEADLINE-DATE       PIC X(8).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WO-DAYS-OVERDUE        PIC ZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WO-ISSUED-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(18)    VALUE SPACES.


       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *one program, two PARM modes a quarter apart in practice:
      *CERTIFY cuts the per-department attestation listing and the
      *keep/revoke extract, ATTEST takes the marked extracts back,
      *revokes what the managers said to revoke, and lists the
      *departments that are late.  anything else is a deck error
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIME.
           MOVE WS-RUN-START-TIME (1:8) TO WS-RUN-DATE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-RUN-MODE.
           MOVE SPACES TO WS-PARM-DATE.
           UNSTRING WS-RUN-PARM DELIMITED BY ","
               INTO WS-RUN-MODE WS-PARM-DATE
           END-UNSTRING.
           PERFORM 0018-LOAD-DEPT-DESCRIPTIONS.
           EVALUATE TRUE
               WHEN CERTIFY-REQUESTED
                   PERFORM 0001-CUT-CERTIFICATION
               WHEN ATTEST-REQUESTED
                   PERFORM 0008-TAKE-ATTESTATIONS
               WHEN OTHER
                   DISPLAY "BADGECRT - PARM MUST BE CERTIFY OR "
                       "ATTEST, GOT " WS-RUN-PARM
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-TIME.
           PERFORM 0017-WRITE-RUN-STATS.

           STOP RUN.

       0001-CUT-CERTIFICATION.
      *the cycle is the calendar quarter of the run; the return date
      *is WS-RETURN-DAYS out unless the PARM names one.  a rerun in
      *the same quarter reissues the departments still outstanding
      *and leaves the returned ones alone
           MOVE WS-RUN-DATE (1:4) TO WS-CYCLE-YEAR.
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH.
           COMPUTE WS-CYCLE-QUARTER = (WS-RUN-MONTH + 2) / 3.
           IF WS-PARM-DATE = SPACES
               COMPUTE WS-DEADLINE-NUM =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                           + WS-RETURN-DAYS)
           ELSE
           IF WS-PARM-DATE IS NUMERIC
               AND WS-PARM-DATE > WS-RUN-DATE
               MOVE WS-PARM-DATE TO WS-DEADLINE-DATE
           ELSE
               DISPLAY "BADGECRT - RETURN DATE MUST BE A YYYYMMDD "
                   "AFTER TODAY, GOT " WS-PARM-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               DISPLAY "BADGECRT - CANNOT OPEN EMPMAST, STATUS "
                   WS-EMP-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0016-OPEN-CERT-CONTROL.
           OPEN OUTPUT CERT-LISTING.
           OPEN OUTPUT CERT-EXTRACT.
           MOVE "QUARTERLY BADGE ACCESS CERTIFICATION" TO
               CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.
           MOVE SPACES TO CERT-LISTING-RECORD.
           STRING "CYCLE       : " WS-CYCLE-ID
               "   RETURN BY : " WS-DEADLINE-DATE
               DELIMITED BY SIZE INTO CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.
           MOVE SPACES TO CERT-LISTING-RECORD.
           STRING "RUN STARTED : " WS-RUN-START-TIME
               DELIMITED BY SIZE INTO CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO EM-DEPARTMENT.
           START EMPLOYEE-MASTER
               KEY IS NOT LESS THAN EM-DEPARTMENT
               INVALID KEY
                   SET END-OF-INPUT-FILE TO TRUE
           END-START.
           IF NOT END-OF-INPUT-FILE
               PERFORM 0006-READ-MASTER-NEXT
           END-IF.
           PERFORM UNTIL END-OF-INPUT-FILE
               PERFORM 0002-LIST-EMPLOYEE
               PERFORM 0006-READ-MASTER-NEXT
           END-PERFORM.
           IF DEPT-SECTION-OPEN
               PERFORM 0004-FINISH-DEPARTMENT
           END-IF.
           PERFORM 0007-WRITE-CERTIFY-SUMMARY.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CERT-CONTROL.
           CLOSE CERT-LISTING.
           CLOSE CERT-EXTRACT.

       0002-LIST-EMPLOYEE.
      *only people still here hold a badge worth certifying; a
      *terminated record was revoked the night it was marked.  a
      *change of department on the alternate-key walk closes the
      *last department's section and opens the next
           ADD 1 TO WS-MASTER-COUNT.
           IF NOT EM-STATUS-TERMINATED
               IF DEPT-SECTION-OPEN
                   AND EM-DEPARTMENT NOT = WS-CURRENT-DEPT
                   PERFORM 0004-FINISH-DEPARTMENT
               END-IF
               IF DEPT-SECTION-CLOSED
                   PERFORM 0003-START-DEPARTMENT
               END-IF
               MOVE EM-EMPLOYEE-ID TO WL-EMPLOYEE-ID
               MOVE EM-FIRST-NAME TO WL-FIRST-NAME
               MOVE EM-LAST-NAME TO WL-LAST-NAME
               MOVE EM-SHIFT-CODE TO WL-SHIFT-CODE
               MOVE EM-HIRE-DATE TO WL-HIRE-DATE
               MOVE WS-LISTING-LINE TO CERT-LISTING-RECORD
               WRITE CERT-LISTING-RECORD
               MOVE SPACES TO CERT-EXTRACT-REC
               MOVE WS-CYCLE-ID TO CX-CYCLE-ID
               MOVE EM-DEPARTMENT TO CX-DEPARTMENT
               MOVE EM-EMPLOYEE-ID TO CX-EMPLOYEE-ID
               MOVE EM-FIRST-NAME TO CX-FIRST-NAME
               MOVE EM-LAST-NAME TO CX-LAST-NAME
               MOVE EM-SHIFT-CODE TO CX-SHIFT-CODE
               MOVE EM-HIRE-DATE TO CX-HIRE-DATE
               WRITE CERT-EXTRACT-RECORD FROM CERT-EXTRACT-REC
               ADD 1 TO WS-DEPT-COUNT
               ADD 1 TO WS-LISTED-COUNT
           END-IF.

       0003-START-DEPARTMENT.
      *each department's section opens with the code, its maintained
      *description, and the date the signed copy is due back
           SET DEPT-SECTION-OPEN TO TRUE.
           MOVE EM-DEPARTMENT TO WS-CURRENT-DEPT.
           MOVE 0 TO WS-DEPT-COUNT.
           MOVE EM-DEPARTMENT TO WS-LOOKUP-DEPT.
           PERFORM 0019-FIND-DEPT-DESC.
           MOVE SPACES TO CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.
           MOVE SPACES TO CERT-LISTING-RECORD.
           STRING "DEPARTMENT  : " WS-CURRENT-DEPT "  " WS-DEPT-DESC
               DELIMITED BY SIZE INTO CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.
           MOVE SPACES TO CERT-LISTING-RECORD.
           STRING "CYCLE       : " WS-CYCLE-ID
               "   RETURN BY : " WS-DEADLINE-DATE
               DELIMITED BY SIZE INTO CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.
           MOVE SPACES TO CERT-LISTING-RECORD.
           STRING "ID      FIRST NAME LAST NAME        SHIFT "
               "HIRE DATE  DECISION"
               DELIMITED BY SIZE INTO CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.

       0004-FINISH-DEPARTMENT.
      *the section closes with the headcount the manager is signing
      *for and a line to sign on, and the department is posted to
      *CERT-CONTROL as issued
           MOVE SPACES TO CERT-LISTING-RECORD.
           MOVE WS-DEPT-COUNT TO WS-EDIT-COUNT.
           STRING "ACTIVE EMPLOYEES LISTED : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.
           MOVE SPACES TO CERT-LISTING-RECORD.
           STRING "CERTIFIED BY : ______________________  "
               "DATE : __________"
               DELIMITED BY SIZE INTO CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.
           PERFORM 0005-POST-CERT-CONTROL.
           SET DEPT-SECTION-CLOSED TO TRUE.

       0005-POST-CERT-CONTROL.
      *a department already returned this cycle keeps its record -
      *reissuing would put it back on the overdue report for an
      *attestation security already has
           MOVE WS-CYCLE-ID TO CC-CYCLE-ID.
           MOVE WS-CURRENT-DEPT TO CC-DEPARTMENT.
           READ CERT-CONTROL
               INVALID KEY
                   MOVE SPACES TO CC-RETURN-STATUS
           END-READ.
           IF CC-RETURNED
               ADD 1 TO WS-DEPTS-NOT-REISSUED
               DISPLAY "BADGECRT - " WS-CURRENT-DEPT
                   " ALREADY RETURNED FOR " WS-CYCLE-ID
                   ", NOT REISSUED"
               MOVE SPACES TO CERT-LISTING-RECORD
               STRING "*** ALREADY RETURNED FOR " WS-CYCLE-ID
                   " - NOT REISSUED ***"
                   DELIMITED BY SIZE INTO CERT-LISTING-RECORD
               WRITE CERT-LISTING-RECORD
           ELSE
               MOVE WS-CYCLE-ID TO CC-CYCLE-ID
               MOVE WS-CURRENT-DEPT TO CC-DEPARTMENT
               MOVE WS-RUN-DATE TO CC-ISSUED-DATE
               MOVE WS-DEADLINE-DATE TO CC-DEADLINE-DATE
               MOVE WS-DEPT-COUNT TO CC-ISSUED-COUNT
               SET CC-OUTSTANDING TO TRUE
               MOVE SPACES TO CC-RETURNED-DATE
               MOVE SPACES TO CC-RETURNED-STAMP
               MOVE 0 TO CC-KEEP-COUNT
               MOVE 0 TO CC-REVOKE-COUNT
               MOVE 0 TO CC-UNMARKED-COUNT
               MOVE 0 TO CC-REJECT-COUNT
               WRITE CERT-CONTROL-REC
                   INVALID KEY
                       REWRITE CERT-CONTROL-REC
                           INVALID KEY
                               DISPLAY "BADGECRT - CANNOT POST "
                                   "CERTCTL FOR " WS-CURRENT-DEPT
                                   " STATUS " WS-CERT-CONTROL-STATUS
                       END-REWRITE
               END-WRITE
               ADD 1 TO WS-DEPTS-ISSUED
           END-IF.

       0006-READ-MASTER-NEXT.
      *walks the master along whichever key the last START (or the
      *OPEN, for the primary path) established
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       0007-WRITE-CERTIFY-SUMMARY.
      *the totals the extract has to balance to: one extract line
      *per employee listed
           MOVE SPACES TO CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.
           MOVE SPACES TO CERT-LISTING-RECORD.
           STRING "MASTER RECORDS READ     : " WS-MASTER-COUNT
               DELIMITED BY SIZE INTO CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.
           MOVE SPACES TO CERT-LISTING-RECORD.
           STRING "EMPLOYEES LISTED        : " WS-LISTED-COUNT
               DELIMITED BY SIZE INTO CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.
           MOVE SPACES TO CERT-LISTING-RECORD.
           STRING "DEPARTMENTS ISSUED      : " WS-DEPTS-ISSUED
               DELIMITED BY SIZE INTO CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.
           MOVE SPACES TO CERT-LISTING-RECORD.
           STRING "ALREADY RETURNED        : " WS-DEPTS-NOT-REISSUED
               DELIMITED BY SIZE INTO CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-TIME.
           MOVE SPACES TO CERT-LISTING-RECORD.
           STRING "RUN ENDED   : " WS-RUN-END-TIME
               DELIMITED BY SIZE INTO CERT-LISTING-RECORD.
           WRITE CERT-LISTING-RECORD.

       0008-TAKE-ATTESTATIONS.
      *every returned line is checked against the department's
      *CERT-CONTROL record before anything is acted on; then one pass
      *over CERT-CONTROL summarizes what came back and lists what
      *is late
           OPEN I-O EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               DISPLAY "BADGECRT - CANNOT OPEN EMPMAST, STATUS "
                   WS-EMP-MASTER-STATUS
               DISPLAY "BADGECRT - RUN ABANDONED, NO BADGES REVOKED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0016-OPEN-CERT-CONTROL.
           OPEN INPUT ATTEST-RETURN.
           OPEN OUTPUT ATTEST-REPORT.
           OPEN OUTPUT OVERDUE-REPORT.
           OPEN OUTPUT REVOKE-FEED.
           PERFORM 0020-OPEN-CHANGE-HISTORY.
           MOVE "BADGE CERTIFICATION ATTESTATION LISTING" TO
               ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE SPACES TO ATTEST-REPORT-RECORD.
           STRING "RUN STARTED : " WS-RUN-START-TIME
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE SPACES TO ATTEST-REPORT-RECORD.
           STRING "CYCLE  DEPARTMENT ID     LAST NAME       "
               "DECISION RESULT"
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 0015-READ-ATTEST-RETURN.
           PERFORM UNTIL END-OF-INPUT-FILE
               ADD 1 TO WS-RETURN-COUNT
               PERFORM 0009-APPLY-ATTESTATION
               PERFORM 0015-READ-ATTEST-RETURN
           END-PERFORM.
           PERFORM 0012-LIST-CERT-STATUS.
           PERFORM 0014-WRITE-ATTEST-SUMMARY.
           IF WS-NOT-UPDATED-COUNT > 0
               DISPLAY "BADGECRT - " WS-NOT-UPDATED-COUNT
                   " REVOKE(S) NOT APPLIED TO EMPMAST, SEE CERTRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CERT-CONTROL.
           CLOSE ATTEST-RETURN.
           CLOSE ATTEST-REPORT.
           CLOSE OVERDUE-REPORT.
           CLOSE REVOKE-FEED.
           CLOSE CHANGE-HISTORY.

       0009-APPLY-ATTESTATION.
      *a line counts only against a department issued for its
      *cycle, and only in the run that took the department's return
      *- a second copy of a marked extract turning up weeks later
      *must not be worked twice.  the first line of a department
      *marks the whole department returned
           SET LINE-ACCEPTED TO TRUE.
           MOVE SPACES TO WS-LINE-RESULT.
           MOVE SPACES TO WS-DECISION-TEXT.
           MOVE CX-CYCLE-ID TO CC-CYCLE-ID.
           MOVE CX-DEPARTMENT TO CC-DEPARTMENT.
           READ CERT-CONTROL
               INVALID KEY
                   SET LINE-REJECTED TO TRUE
                   MOVE "REJECTED - DEPT NOT ISSUED" TO
                       WS-LINE-RESULT
           END-READ.
           IF LINE-ACCEPTED
               AND CC-RETURNED
               AND CC-RETURNED-STAMP NOT = WS-RUN-START-TIME
               SET LINE-REJECTED TO TRUE
               MOVE "REJECTED - ALREADY RETURNED" TO WS-LINE-RESULT
           END-IF.
           IF LINE-ACCEPTED
               IF CC-OUTSTANDING
                   SET CC-RETURNED TO TRUE
                   MOVE WS-RUN-DATE TO CC-RETURNED-DATE
                   MOVE WS-RUN-START-TIME TO CC-RETURNED-STAMP
                   ADD 1 TO WS-DEPTS-RETURNED
               END-IF
               EVALUATE TRUE
                   WHEN CX-KEEP
                       MOVE "KEEP" TO WS-DECISION-TEXT
                       MOVE "BADGE KEPT" TO WS-LINE-RESULT
                       ADD 1 TO CC-KEEP-COUNT
                       ADD 1 TO WS-KEEP-COUNT
                   WHEN CX-REVOKE
                       MOVE "REVOKE" TO WS-DECISION-TEXT
                       PERFORM 0010-REVOKE-BADGE
                   WHEN OTHER
                       MOVE "NONE" TO WS-DECISION-TEXT
                       MOVE "NOT MARKED - NO ACTION" TO
                           WS-LINE-RESULT
                       ADD 1 TO CC-UNMARKED-COUNT
                       ADD 1 TO WS-UNMARKED-COUNT
               END-EVALUATE
               REWRITE CERT-CONTROL-REC
                   INVALID KEY
                       DISPLAY "BADGECRT - CANNOT UPDATE CERTCTL FOR "
                           CC-DEPARTMENT " STATUS "
                           WS-CERT-CONTROL-STATUS
               END-REWRITE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           MOVE CX-CYCLE-ID TO WA-CYCLE-ID.
           MOVE CX-DEPARTMENT TO WA-DEPARTMENT.
           MOVE CX-EMPLOYEE-ID TO WA-EMPLOYEE-ID.
           MOVE CX-LAST-NAME TO WA-LAST-NAME.
           MOVE WS-DECISION-TEXT TO WA-DECISION.
           MOVE WS-LINE-RESULT TO WA-RESULT.
           MOVE WS-ATTEST-LINE TO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.

       0010-REVOKE-BADGE.
      *a manager can only revoke someone still in their department:
      *an employee who transferred out since the listing was cut is
      *another manager's to certify, and one already terminated had
      *the badge revoked when the mark went on.  nothing is fed or
      *counted revoked until the master says terminated: the
      *department is stamped returned, so no later run would retry
      *a revoke the master never took
           MOVE CX-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "REJECTED - NOT ON MASTER" TO WS-LINE-RESULT
                   ADD 1 TO CC-REJECT-COUNT
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   IF EM-STATUS-TERMINATED
                       MOVE "ALREADY TERMINATED - NO ACTION" TO
                           WS-LINE-RESULT
                       ADD 1 TO CC-REVOKE-COUNT
                       ADD 1 TO WS-ALREADY-TERM-COUNT
                   ELSE
                   IF EM-DEPARTMENT NOT = CX-DEPARTMENT
                       MOVE "REJECTED - TRANSFERRED OUT" TO
                           WS-LINE-RESULT
                       ADD 1 TO CC-REJECT-COUNT
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       MOVE EMPLOYEE-MASTER-RECORD TO
                           REVOKE-FEED-RECORD
                       PERFORM 0011-MARK-TERMINATED
                       IF MASTER-MARKED
                           WRITE REVOKE-FEED-RECORD
                           MOVE "REVOKED" TO WS-LINE-RESULT
                           ADD 1 TO CC-REVOKE-COUNT
                           ADD 1 TO WS-REVOKE-COUNT
                       ELSE
                           MOVE "REJECTED - MASTER NOT UPDATED" TO
                               WS-LINE-RESULT
                           ADD 1 TO CC-REJECT-COUNT
                           ADD 1 TO WS-REJECT-COUNT
                           ADD 1 TO WS-NOT-UPDATED-COUNT
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       0011-MARK-TERMINATED.
      *the same flip OFFBOARD makes on first detection: status to
      *terminated with the run date as the termination date, so
      *ANNIVRUN, EMPRPT, LOOKUP, and tomorrow's OFFBOARD all see the
      *record for what it is.  "02" is a successful REWRITE that
      *merely landed on a shared alternate-key value.  the record as
      *it stood beforehand goes to CHANGE-HISTORY with the new one.
      *MASTER-MARKED tells the caller the REWRITE took
           SET MASTER-NOT-MARKED TO TRUE.
           MOVE EMPLOYEE-MASTER-RECORD TO CH-BEFORE-IMAGE.
           SET EM-STATUS-TERMINATED TO TRUE.
           MOVE WS-RUN-DATE TO EM-TERM-DATE.
           REWRITE EMPLOYEE-MASTER-RECORD.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               AND WS-EMP-MASTER-STATUS NOT = "02"
               DISPLAY "BADGECRT - CANNOT MARK " EM-EMPLOYEE-ID
                   " TERMINATED, STATUS " WS-EMP-MASTER-STATUS
           ELSE
               SET MASTER-MARKED TO TRUE
               MOVE EM-EMPLOYEE-ID TO CH-EMPLOYEE-ID
               MOVE WS-RUN-DATE TO CH-CHANGE-DATE
               MOVE "BADGECRT" TO CH-PROGRAM-NAME
               SET CH-TERMINATED TO TRUE
               MOVE EMPLOYEE-MASTER-RECORD TO CH-AFTER-IMAGE
               MOVE FUNCTION CURRENT-DATE TO CH-RECORDED-TIMESTAMP
               WRITE CHANGE-HIST-REC
           END-IF.

       0012-LIST-CERT-STATUS.
      *one pass over every cycle's CERT-CONTROL records: the
      *departments this run took back get a summary line on the
      *attestation listing, and the outstanding ones past their
      *return date go on the overdue report
           MOVE SPACES TO OVERDUE-REPORT-RECORD.
           MOVE "BADGE CERTIFICATION OVERDUE DEPARTMENTS" TO
               OVERDUE-REPORT-RECORD.
           WRITE OVERDUE-REPORT-RECORD.
           MOVE SPACES TO OVERDUE-REPORT-RECORD.
           STRING "AS OF       : " WS-RUN-DATE
               DELIMITED BY SIZE INTO OVERDUE-REPORT-RECORD.
           WRITE OVERDUE-REPORT-RECORD.
           MOVE SPACES TO OVERDUE-REPORT-RECORD.
           STRING "CYCLE  DEPARTMENT DESCRIPTION                    "
               "ISSUED   DUE       DAYS   LISTED"
               DELIMITED BY SIZE INTO OVERDUE-REPORT-RECORD.
           WRITE OVERDUE-REPORT-RECORD.
           MOVE SPACES TO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE "DEPARTMENTS RETURNED THIS RUN" TO
               ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO CC-KEY.
           START CERT-CONTROL
               KEY IS NOT LESS THAN CC-KEY
               INVALID KEY
                   SET END-OF-INPUT-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ CERT-CONTROL NEXT RECORD
                   AT END
                       SET END-OF-INPUT-FILE TO TRUE
                   NOT AT END
                       IF CC-RETURNED
                           AND CC-RETURNED-STAMP = WS-RUN-START-TIME
                           PERFORM 0013-LIST-RETURNED-DEPT
                       END-IF
                       IF CC-OUTSTANDING
                           IF CC-DEADLINE-DATE < WS-RUN-DATE
                               PERFORM 0021-LIST-OVERDUE-DEPT
                           ELSE
                               ADD 1 TO WS-DEPTS-NOT-DUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO OVERDUE-REPORT-RECORD.
           WRITE OVERDUE-REPORT-RECORD.
           MOVE SPACES TO OVERDUE-REPORT-RECORD.
           STRING "DEPARTMENTS OVERDUE     : " WS-DEPTS-OVERDUE
               DELIMITED BY SIZE INTO OVERDUE-REPORT-RECORD.
           WRITE OVERDUE-REPORT-RECORD.
           MOVE SPACES TO OVERDUE-REPORT-RECORD.
           STRING "OUTSTANDING, NOT YET DUE: " WS-DEPTS-NOT-DUE
               DELIMITED BY SIZE INTO OVERDUE-REPORT-RECORD.
           WRITE OVERDUE-REPORT-RECORD.
           IF WS-DEPTS-OVERDUE > 0
               DISPLAY "BADGECRT - " WS-DEPTS-OVERDUE
                   " DEPARTMENT(S) OVERDUE, SEE CERTOVD"
           END-IF.

       0013-LIST-RETURNED-DEPT.
      *what the department decided, against what it was issued: a
      *line the manager dropped from the extract shows up here as
      *missing, so an attestation that skipped people is not taken
      *as complete
           COMPUTE WS-LINES-MISSING = CC-ISSUED-COUNT
               - CC-KEEP-COUNT - CC-REVOKE-COUNT
               - CC-UNMARKED-COUNT - CC-REJECT-COUNT.
           MOVE CC-DEPARTMENT TO WS-LOOKUP-DEPT.
           PERFORM 0019-FIND-DEPT-DESC.
           MOVE SPACES TO ATTEST-REPORT-RECORD.
           STRING CC-CYCLE-ID " " CC-DEPARTMENT " " WS-DEPT-DESC
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE CC-ISSUED-COUNT TO WU-ISSUED-COUNT.
           MOVE CC-KEEP-COUNT TO WU-KEEP-COUNT.
           MOVE CC-REVOKE-COUNT TO WU-REVOKE-COUNT.
           MOVE CC-UNMARKED-COUNT TO WU-UNMARKED-COUNT.
           MOVE CC-REJECT-COUNT TO WU-REJECT-COUNT.
           MOVE WS-SUMMARY-LINE TO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           IF WS-LINES-MISSING NOT = 0
               MOVE WS-LINES-MISSING TO WS-EDIT-MISSING
               MOVE SPACES TO ATTEST-REPORT-RECORD
               STRING "  *** LINES MISSING FROM RETURN : "
                   WS-EDIT-MISSING " ***"
                   DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD
               WRITE ATTEST-REPORT-RECORD
           END-IF.

       0014-WRITE-ATTEST-SUMMARY.
      *the totals the revoke feed has to balance to: one RVKFEED
      *record per line REVOKED
           MOVE SPACES TO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE SPACES TO ATTEST-REPORT-RECORD.
           STRING "LINES RETURNED          : " WS-RETURN-COUNT
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE SPACES TO ATTEST-REPORT-RECORD.
           STRING "BADGES KEPT             : " WS-KEEP-COUNT
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE SPACES TO ATTEST-REPORT-RECORD.
           STRING "BADGES REVOKED          : " WS-REVOKE-COUNT
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE SPACES TO ATTEST-REPORT-RECORD.
           STRING "ALREADY TERMINATED      : " WS-ALREADY-TERM-COUNT
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE SPACES TO ATTEST-REPORT-RECORD.
           STRING "NOT MARKED              : " WS-UNMARKED-COUNT
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE SPACES TO ATTEST-REPORT-RECORD.
           STRING "LINES REJECTED          : " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE SPACES TO ATTEST-REPORT-RECORD.
           STRING "DEPARTMENTS RETURNED    : " WS-DEPTS-RETURNED
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE SPACES TO ATTEST-REPORT-RECORD.
           STRING "DEPARTMENTS OVERDUE     : " WS-DEPTS-OVERDUE
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-TIME.
           MOVE SPACES TO ATTEST-REPORT-RECORD.
           STRING "RUN ENDED   : " WS-RUN-END-TIME
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD.
           WRITE ATTEST-REPORT-RECORD.

       0015-READ-ATTEST-RETURN.
           READ ATTEST-RETURN INTO CERT-EXTRACT-REC
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       0016-OPEN-CERT-CONTROL.
      *CERT-CONTROL is OPTIONAL, so the first cycle creates it
      *("05"); any other failure means the cycle cannot be tracked,
      *and an untracked cycle never shows who is overdue
           OPEN I-O CERT-CONTROL.
           IF WS-CERT-CONTROL-STATUS = "05"
               OPEN OUTPUT CERT-CONTROL
               CLOSE CERT-CONTROL
               OPEN I-O CERT-CONTROL
           END-IF.
           IF WS-CERT-CONTROL-STATUS NOT = "00"
               DISPLAY "BADGECRT - CANNOT OPEN CERTCTL, STATUS "
                   WS-CERT-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0017-WRITE-RUN-STATS.
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
               DISPLAY "BADGECRT - CANNOT OPEN RUNHIST, STATUS "
                   WS-RUN-HIST-STATUS
           ELSE
               MOVE WS-RUN-START-TIME (1:8) TO RS-RUN-DATE
               MOVE "BADGECRT" TO RS-PROGRAM-NAME
               MOVE WS-RUN-START-TIME TO RS-RUN-START
               MOVE WS-RUN-END-TIME TO RS-RUN-END
               MOVE SPACES TO RS-SOURCE-SYSTEM
               IF ATTEST-REQUESTED
                   MOVE WS-RETURN-COUNT TO RS-RECORDS-IN
                   MOVE WS-REVOKE-COUNT TO RS-RECORDS-OUT
               ELSE
                   MOVE WS-MASTER-COUNT TO RS-RECORDS-IN
                   MOVE WS-LISTED-COUNT TO RS-RECORDS-OUT
               END-IF
               MOVE WS-REJECT-COUNT TO RS-REJECT-COUNT
               MOVE 0 TO RS-DUP-COUNT
               MOVE WS-DEPTS-OVERDUE TO RS-ESCALATED-COUNT
               WRITE RUN-STAT-REC
               CLOSE RUN-HISTORY
           END-IF.

       0018-LOAD-DEPT-DESCRIPTIONS.
      *pulls the department descriptions off the reference table
      *once per run; the file is OPTIONAL, so a run without one just
      *lists the bare codes
           OPEN INPUT REFERENCE-FILE.
           IF WS-REFERENCE-STATUS = "00"
               PERFORM UNTIL WS-REFERENCE-STATUS NOT = "00"
                   READ REFERENCE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RF-DEPARTMENT-ENTRY
                               AND WS-DESC-COUNT < 100
                               ADD 1 TO WS-DESC-COUNT
                               MOVE RF-ENTRY-CODE TO
                                   WS-DE-CODE (WS-DESC-COUNT)
                               MOVE RF-DESCRIPTION TO
                                   WS-DE-DESC (WS-DESC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERENCE-FILE
           END-IF.

       0019-FIND-DEPT-DESC.
      *serial search for WS-LOOKUP-DEPT's description; a code with
      *no entry (or a blank description) falls back to the raw code
      *so the listing never shows an empty department
           MOVE WS-LOOKUP-DEPT TO WS-DEPT-DESC.
           SET DESC-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-DESC-SUB FROM 1 BY 1
               UNTIL WS-DESC-SUB > WS-DESC-COUNT
                  OR DESC-FOUND
               IF WS-DE-CODE (WS-DESC-SUB) = WS-LOOKUP-DEPT
                   SET DESC-FOUND TO TRUE
                   IF WS-DE-DESC (WS-DESC-SUB) NOT = SPACES
                       MOVE WS-DE-DESC (WS-DESC-SUB) TO WS-DEPT-DESC
                   END-IF
               END-IF
           END-PERFORM.

       0020-OPEN-CHANGE-HISTORY.
      *the same create-then-extend pattern as the run-history file:
      *the change history is append only, and OPEN EXTEND fails if it
      *does not exist yet
           OPEN EXTEND CHANGE-HISTORY.
           IF WS-CHANGE-HIST-STATUS = "35"
               OPEN OUTPUT CHANGE-HISTORY
               CLOSE CHANGE-HISTORY
               OPEN EXTEND CHANGE-HISTORY
           END-IF.

       0021-LIST-OVERDUE-DEPT.
      *days overdue count from the return date, so security chases
      *the longest-late department first
           ADD 1 TO WS-DEPTS-OVERDUE.
           MOVE CC-DEADLINE-DATE TO WS-DEADLINE-DATE.
           COMPUTE WS-DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE (WS-DEADLINE-NUM).
           MOVE CC-DEPARTMENT TO WS-LOOKUP-DEPT.
           PERFORM 0019-FIND-DEPT-DESC.
           MOVE CC-CYCLE-ID TO WO-CYCLE-ID.
           MOVE CC-DEPARTMENT TO WO-DEPARTMENT.
           MOVE WS-DEPT-DESC TO WO-DEPT-DESC.
           MOVE CC-ISSUED-DATE TO WO-ISSUED-DATE.
           MOVE CC-DEADLINE-DATE TO WO-DEADLINE-DATE.
           MOVE WS-DAYS-OVERDUE TO WO-DAYS-OVERDUE.
           MOVE CC-ISSUED-COUNT TO WO-ISSUED-COUNT.
           MOVE WS-OVERDUE-LINE TO OVERDUE-REPORT-RECORD.
           WRITE OVERDUE-REPORT-RECORD.

       END PROGRAM BADGECRT.
