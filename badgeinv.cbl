       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADGEINV as "BADGEINV".

           AUTHOR.     PEGGY FISHER.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  BADGE-EXTRACT is the badge system's weekly extract of every
      *  badge it holds active, whoever asked for it - the security
      *  desk included.  not OPTIONAL: reconciling against a missing
      *  extract would report every employee as having no badge.
           SELECT BADGE-EXTRACT ASSIGN TO "BADGEEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

      *  BADGE-WORK-FILE is the extract keyed by employee ID, so the
      *  master walk probes it by key, and the extract walks come
      *  out in ID order whatever order the badge system sent.
      *  scratch, rebuilt every run - the same reason BADGEACK keeps
      *  its acks in ACKWORK.
           SELECT BADGE-WORK-FILE ASSIGN TO "BADGWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-EMPLOYEE-ID
               FILE STATUS IS WS-BADGE-WORK-STATUS.

      *  EMPLOYEE-MASTER is read only: probed by key for each badge,
      *  and walked end to end for active employees with no badge.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EM-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-MASTER-STATUS.

      *  REVOKE-FEED is a badge deactivation input in the same
      *  GREETREC layout as OFFBOARD's RVKFEED: one record per active
      *  badge held by a terminated or unknown employee.
           SELECT REVOKE-FEED ASSIGN TO "RVKFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVOKE-STATUS.

      *  REISSUE-FEED is a badge print input in the same GREETREC
      *  layout as SAMPLE's IFFEED: one record per active employee
      *  with no badge, or with a badge that does not match the
      *  master, carrying the master's details to print.
           SELECT REISSUE-FEED ASSIGN TO "IFFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REISSUE-STATUS.

      *  INVENTORY-REPORT lists every finding - security-critical
      *  first - with the control totals the extract balances to.
           SELECT INVENTORY-REPORT ASSIGN TO "INVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-RPT-STATUS.

      *  RUN-HISTORY is the permanent per-run statistics file every
      *  batch job appends one dated record to at end of run; the
      *  monthly RUNSTATS report reads it back for trends the
      *  per-run listings cannot show once they are gone.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  BADGE-EXTRACT.
      *one active badge per detail, as the badge system has it
      *printed, behind the one-byte record type the control records
      *share with NAMEIN's layout
       01  BADGE-EXTRACT-RECORD.
           05  BX-RECORD-TYPE              PIC X(1).
               88  BX-HEADER-RECORD        VALUE "H".
               88  BX-DETAIL-RECORD        VALUE "D".
               88  BX-TRAILER-RECORD       VALUE "T".
           05  BX-EMPLOYEE-ID              PIC X(6).
           05  BX-FIRST-NAME               PIC X(10).
           05  BX-LAST-NAME                PIC X(15).
           05  BX-DEPARTMENT               PIC X(10).
           05  BX-SHIFT-CODE               PIC X(1).
           05  BX-BADGE-NUMBER             PIC X(10).
           05  BX-ISSUE-DATE               PIC X(8).
       01  BADGE-EXTRACT-HEADER.
           05  FILLER                      PIC X(1).
           05  BH-EXTRACT-DATE             PIC X(8).
           05  BH-SOURCE-SYSTEM            PIC X(10).
           05  FILLER                      PIC X(42).
       01  BADGE-EXTRACT-TRAILER.
           05  FILLER                      PIC X(1).
           05  BT-RECORD-COUNT             PIC 9(8).
           05  FILLER                      PIC X(52).

       FD  BADGE-WORK-FILE.
      *the first badge on the extract for the ID, and how many more
      *active badges the extract carried for the same ID
       01  BADGE-WORK-RECORD.
           05  BW-EMPLOYEE-ID         PIC X(6).
           05  BW-FIRST-NAME          PIC X(10).
           05  BW-LAST-NAME           PIC X(15).
           05  BW-DEPARTMENT          PIC X(10).
           05  BW-SHIFT-CODE          PIC X(1).
           05  BW-BADGE-NUMBER        PIC X(10).
           05  BW-EXTRA-BADGES        PIC 9(3).

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

       FD  REISSUE-FEED.
           COPY GREETREC
               REPLACING ==GREET-REC== BY ==REISSUE-FEED-RECORD==
                         ==GR-EMPLOYEE-ID== BY ==RI-EMPLOYEE-ID==
                         ==GR-FIRST-NAME==  BY ==RI-FIRST-NAME==
                         ==GR-LAST-NAME==   BY ==RI-LAST-NAME==
                         ==GR-DEPARTMENT==  BY ==RI-DEPARTMENT==
                         ==GR-HIRE-DATE==   BY ==RI-HIRE-DATE==
                         ==GR-SHIFT-CODE==  BY ==RI-SHIFT-CODE==
                         ==GR-EMP-STATUS==  BY ==RI-EMP-STATUS==
                         ==GR-TERM-DATE==   BY ==RI-TERM-DATE==
                         ==GR-STATUS-ACTIVE==
                             BY ==RI-STATUS-ACTIVE==
                         ==GR-STATUS-TERMINATED==
                             BY ==RI-STATUS-TERMINATED==.

       FD  INVENTORY-REPORT.
       01  INVENTORY-REPORT-RECORD    PIC X(100).

       FD  RUN-HISTORY.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-STATUS          PIC X(2).
       01  WS-BADGE-WORK-STATUS       PIC X(2).
       01  WS-EMP-MASTER-STATUS       PIC X(2).
       01  WS-REVOKE-STATUS           PIC X(2).
       01  WS-REISSUE-STATUS          PIC X(2).
       01  WS-INV-RPT-STATUS          PIC X(2).
       01  WS-RUN-HIST-STATUS         PIC X(2).

       01  WS-EOF-SW                  PIC X(1)     VALUE "N".
           88  END-OF-EXTRACT-FILE    VALUE "Y".
       01  WS-WORK-EOF-SW             PIC X(1)     VALUE "N".
           88  END-OF-WORK-FILE       VALUE "Y".
       01  WS-MASTER-EOF-SW           PIC X(1)     VALUE "N".
           88  END-OF-MASTER-FILE     VALUE "Y".

       01  WS-MASTER-FOUND-SW         PIC X(1).
           88  MASTER-FOUND           VALUE "Y".
           88  MASTER-NOT-FOUND       VALUE "N".
       01  WS-BADGE-FOUND-SW          PIC X(1).
           88  BADGE-FOUND            VALUE "Y".
           88  BADGE-NOT-FOUND        VALUE "N".

      *extract control data lifted off the header and trailer and
      *balanced in 0001-VERIFY-EXTRACT-CONTROLS before anything is
      *reconciled - a short extract read to a clean end-of-file
      *would cut a reissue for everyone whose badge fell off it
       01  WS-EXTRACT-DATE            PIC X(8)     VALUE SPACES.
       01  WS-EXTRACT-SOURCE          PIC X(10)    VALUE SPACES.
       01  WS-TRAILER-COUNT           PIC 9(8)     VALUE 0.
       01  WS-DETAIL-COUNT            PIC 9(8)     VALUE 0.
       01  WS-TRAILER-SEEN-SW         PIC X(1)     VALUE "N".
           88  TRAILER-SEEN           VALUE "Y".
           88  TRAILER-NOT-SEEN       VALUE "N".
       01  WS-EXTRACT-ABEND-TEXT      PIC X(40).

       01  WS-RUN-DATE                PIC X(8).

       01  WS-SECTION-TITLE           PIC X(50).

      *which of name, department and shift differ between the badge
      *and the master, spelled out for the listing
       01  WS-DIFFER-NOTE             PIC X(20).
       01  WS-DIFFER-PTR              PIC 9(2).

      *one listing line per finding; a details-differ finding gets a
      *second line underneath with the master's values
       01  WS-REPORT-LINE.
           05  WL-FINDING             PIC X(14).
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
           05  WL-BADGE-NUMBER        PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-NOTE                PIC X(20).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-ACTION              PIC X(7).

      *control totals: every extract detail is one distinct badge
      *holder or an extra badge for one, and every distinct holder
      *is terminated, unknown, or active on the master
       01  WS-BADGE-HOLDER-COUNT      PIC 9(8)     VALUE 0.
       01  WS-EXTRA-BADGE-COUNT       PIC 9(8)     VALUE 0.
       01  WS-TERMINATED-COUNT        PIC 9(8)     VALUE 0.
       01  WS-UNKNOWN-COUNT           PIC 9(8)     VALUE 0.
       01  WS-ACTIVE-BADGE-COUNT      PIC 9(8)     VALUE 0.
       01  WS-MASTER-COUNT            PIC 9(8)     VALUE 0.
       01  WS-NO-BADGE-COUNT          PIC 9(8)     VALUE 0.
       01  WS-DIFFER-COUNT            PIC 9(8)     VALUE 0.
       01  WS-DUPLICATE-COUNT         PIC 9(8)     VALUE 0.
       01  WS-REVOKE-COUNT            PIC 9(8)     VALUE 0.
       01  WS-REISSUE-COUNT           PIC 9(8)     VALUE 0.
       01  WS-EXPECTED-COUNT          PIC 9(8).
       01  WS-BALANCE-SW              PIC X(1).
           88  TOTALS-BALANCE         VALUE "Y".
           88  TOTALS-OUT-OF-BALANCE  VALUE "N".
       01  WS-RUN-START-TIME          PIC X(21).
       01  WS-RUN-END-TIME            PIC X(21).


       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *weekly reconciliation of what the badge system has active
      *against the master: balance the extract, key it, then three
      *passes so the listing reads in order of urgency - badges that
      *should not exist, employees who should have one, and badges
      *printed wrong.  every finding is cut to the revoke or the
      *reissue feed so the badge system corrects itself
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIME.
           MOVE WS-RUN-START-TIME (1:8) TO WS-RUN-DATE.
           OPEN INPUT BADGE-EXTRACT.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "BADGEINV - CANNOT OPEN BADGEEXT, STATUS "
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0001-VERIFY-EXTRACT-CONTROLS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               DISPLAY "BADGEINV - CANNOT OPEN EMPMAST, STATUS "
                   WS-EMP-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0004-LOAD-BADGE-WORK-FILE.
           OPEN OUTPUT REVOKE-FEED.
           OPEN OUTPUT REISSUE-FEED.
           OPEN OUTPUT INVENTORY-REPORT.
           MOVE "BADGE INVENTORY RECONCILIATION" TO
               INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "RUN STARTED : " WS-RUN-START-TIME
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "EXTRACT     : " WS-EXTRACT-DATE " FROM "
               WS-EXTRACT-SOURCE
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           PERFORM 0005-CHECK-BADGE-HOLDERS.
           PERFORM 0006-CHECK-UNBADGED-EMPLOYEES.
           PERFORM 0007-CHECK-BADGE-DETAILS.
           PERFORM 0013-WRITE-CONTROL-TOTALS.
           CLOSE BADGE-WORK-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE REVOKE-FEED.
           CLOSE REISSUE-FEED.
           CLOSE INVENTORY-REPORT.
           IF TOTALS-OUT-OF-BALANCE
               DISPLAY "BADGEINV - CONTROL TOTALS DO NOT BALANCE, "
                   "SEE INVRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0014-WRITE-RUN-STATS.

           STOP RUN.

       0001-VERIFY-EXTRACT-CONTROLS.
      *balances the extract before anything is reconciled: the first
      *record must be the "H" header, a "T" trailer must be present,
      *and the trailer's count must equal the details on the file
           READ BADGE-EXTRACT
               AT END
                   MOVE "EXTRACT IS EMPTY - NO HEADER RECORD"
                       TO WS-EXTRACT-ABEND-TEXT
                   PERFORM 0002-ABEND-BAD-EXTRACT
           END-READ.
           IF NOT BX-HEADER-RECORD
               MOVE "FIRST RECORD IS NOT THE HEADER"
                   TO WS-EXTRACT-ABEND-TEXT
               PERFORM 0002-ABEND-BAD-EXTRACT
           END-IF.
           MOVE BH-EXTRACT-DATE TO WS-EXTRACT-DATE.
           MOVE BH-SOURCE-SYSTEM TO WS-EXTRACT-SOURCE.
           SET TRAILER-NOT-SEEN TO TRUE.
           MOVE 0 TO WS-DETAIL-COUNT.
           PERFORM UNTIL TRAILER-SEEN OR END-OF-EXTRACT-FILE
               READ BADGE-EXTRACT
                   AT END
                       SET END-OF-EXTRACT-FILE TO TRUE
                   NOT AT END
                       IF BX-TRAILER-RECORD
                           SET TRAILER-SEEN TO TRUE
                           MOVE BT-RECORD-COUNT TO WS-TRAILER-COUNT
                       ELSE
                           ADD 1 TO WS-DETAIL-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF TRAILER-NOT-SEEN
               MOVE "NO TRAILER RECORD - EXTRACT TRUNCATED"
                   TO WS-EXTRACT-ABEND-TEXT
               PERFORM 0002-ABEND-BAD-EXTRACT
           END-IF.
           IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
               MOVE "TRAILER COUNT DOES NOT BALANCE"
                   TO WS-EXTRACT-ABEND-TEXT
               PERFORM 0002-ABEND-BAD-EXTRACT
           END-IF.
      *the extract balances - rewind it so the load reads it from
      *the top, and clear the end-of-file switch the pre-pass
      *tripped
           CLOSE BADGE-EXTRACT.
           OPEN INPUT BADGE-EXTRACT.
           MOVE "N" TO WS-EOF-SW.

       0002-ABEND-BAD-EXTRACT.
      *an extract that does not balance is never reconciled: say why
      *on the operator console and stop RC=16 with no feed cut
           DISPLAY "BADGEINV - BADGEEXT EXTRACT CONTROL FAILURE".
           DISPLAY "BADGEINV - " WS-EXTRACT-ABEND-TEXT.
           DISPLAY "BADGEINV - EXTRACT DATE " WS-EXTRACT-DATE
               " SOURCE " WS-EXTRACT-SOURCE.
           DISPLAY "BADGEINV - DETAILS ON FILE " WS-DETAIL-COUNT
               " TRAILER COUNT " WS-TRAILER-COUNT.
           DISPLAY "BADGEINV - NOTHING RECONCILED".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0003-READ-EXTRACT-RECORD.
      *pulls the next detail off the extract, stepping over the
      *header and stopping at the trailer - both were already
      *balanced by 0001-VERIFY-EXTRACT-CONTROLS
           PERFORM WITH TEST AFTER
                   UNTIL END-OF-EXTRACT-FILE
                      OR NOT BX-HEADER-RECORD
               READ BADGE-EXTRACT
                   AT END
                       SET END-OF-EXTRACT-FILE TO TRUE
               END-READ
           END-PERFORM.
           IF NOT END-OF-EXTRACT-FILE
               IF BX-TRAILER-RECORD
                   SET END-OF-EXTRACT-FILE TO TRUE
               END-IF
           END-IF.

       0004-LOAD-BADGE-WORK-FILE.
      *keys the extract by employee ID.  a second active badge for
      *an ID already keyed is not lost: it is counted on the ID's
      *work record, and an active employee holding more than one
      *badge is reissued one in 0007
           OPEN OUTPUT BADGE-WORK-FILE.
           CLOSE BADGE-WORK-FILE.
           OPEN I-O BADGE-WORK-FILE.
           PERFORM 0003-READ-EXTRACT-RECORD.
           PERFORM UNTIL END-OF-EXTRACT-FILE
               MOVE BX-EMPLOYEE-ID TO BW-EMPLOYEE-ID
               MOVE BX-FIRST-NAME TO BW-FIRST-NAME
               MOVE BX-LAST-NAME TO BW-LAST-NAME
               MOVE BX-DEPARTMENT TO BW-DEPARTMENT
               MOVE BX-SHIFT-CODE TO BW-SHIFT-CODE
               MOVE BX-BADGE-NUMBER TO BW-BADGE-NUMBER
               MOVE 0 TO BW-EXTRA-BADGES
               WRITE BADGE-WORK-RECORD
                   INVALID KEY
                       READ BADGE-WORK-FILE
                       ADD 1 TO BW-EXTRA-BADGES
                       ADD 1 TO WS-EXTRA-BADGE-COUNT
                       REWRITE BADGE-WORK-RECORD
                   NOT INVALID KEY
                       ADD 1 TO WS-BADGE-HOLDER-COUNT
               END-WRITE
               PERFORM 0003-READ-EXTRACT-RECORD
           END-PERFORM.
           CLOSE BADGE-EXTRACT.
      *reopen for the walks and by-key probes the passes below make
           CLOSE BADGE-WORK-FILE.
           OPEN INPUT BADGE-WORK-FILE.

       0005-CHECK-BADGE-HOLDERS.
      *security-critical, so listed first: an active badge whose
      *holder the master shows terminated, or does not have at all,
      *opens a door for someone who should not be here.  each one is
      *revoked
           MOVE "ACTIVE BADGES, HOLDER TERMINATED OR UNKNOWN"
               TO WS-SECTION-TITLE.
           PERFORM 0012-WRITE-SECTION-HEADING.
           PERFORM 0008-START-BADGE-WORK-FILE.
           PERFORM UNTIL END-OF-WORK-FILE
               PERFORM 0009-READ-MASTER-BY-BADGE
               IF MASTER-NOT-FOUND
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE "UNKNOWN ID    " TO WL-FINDING
                   MOVE "NOT ON MASTER" TO WL-NOTE
                   MOVE "REVOKE " TO WL-ACTION
                   PERFORM 0011-LIST-BADGE-FINDING
                   MOVE BW-EMPLOYEE-ID TO RV-EMPLOYEE-ID
                   MOVE BW-FIRST-NAME TO RV-FIRST-NAME
                   MOVE BW-LAST-NAME TO RV-LAST-NAME
                   MOVE BW-DEPARTMENT TO RV-DEPARTMENT
                   MOVE SPACES TO RV-HIRE-DATE
                   MOVE BW-SHIFT-CODE TO RV-SHIFT-CODE
                   SET RV-STATUS-TERMINATED TO TRUE
                   MOVE WS-RUN-DATE TO RV-TERM-DATE
                   WRITE REVOKE-FEED-RECORD
                   ADD 1 TO WS-REVOKE-COUNT
               ELSE
               IF EM-STATUS-TERMINATED
                   ADD 1 TO WS-TERMINATED-COUNT
                   MOVE "TERMINATED    " TO WL-FINDING
                   MOVE SPACES TO WL-NOTE
                   STRING "TERM DATE " EM-TERM-DATE
                       DELIMITED BY SIZE INTO WL-NOTE
                   MOVE "REVOKE " TO WL-ACTION
                   PERFORM 0011-LIST-BADGE-FINDING
                   MOVE EMPLOYEE-MASTER-RECORD TO REVOKE-FEED-RECORD
                   WRITE REVOKE-FEED-RECORD
                   ADD 1 TO WS-REVOKE-COUNT
               ELSE
                   ADD 1 TO WS-ACTIVE-BADGE-COUNT
               END-IF
               END-IF
               PERFORM 0010-READ-BADGE-WORK-FILE
           END-PERFORM.

       0006-CHECK-UNBADGED-EMPLOYEES.
      *every active employee on the master with no active badge on
      *the extract - lost in printing, or never sent - is reissued
      *one from the master's details
           MOVE "ACTIVE EMPLOYEES WITH NO BADGE" TO WS-SECTION-TITLE.
           PERFORM 0012-WRITE-SECTION-HEADING.
           MOVE "N" TO WS-MASTER-EOF-SW.
           MOVE LOW-VALUES TO EM-EMPLOYEE-ID.
           START EMPLOYEE-MASTER
               KEY IS NOT LESS THAN EM-EMPLOYEE-ID
               INVALID KEY
                   SET END-OF-MASTER-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-MASTER-FILE
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET END-OF-MASTER-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       IF EM-STATUS-ACTIVE
                           SET BADGE-FOUND TO TRUE
                           MOVE EM-EMPLOYEE-ID TO BW-EMPLOYEE-ID
                           READ BADGE-WORK-FILE
                               INVALID KEY
                                   SET BADGE-NOT-FOUND TO TRUE
                           END-READ
                           IF BADGE-NOT-FOUND
                               ADD 1 TO WS-NO-BADGE-COUNT
                               MOVE "NO BADGE      " TO WL-FINDING
                               MOVE EM-EMPLOYEE-ID TO WL-EMPLOYEE-ID
                               MOVE EM-FIRST-NAME TO WL-FIRST-NAME
                               MOVE EM-LAST-NAME TO WL-LAST-NAME
                               MOVE EM-DEPARTMENT TO WL-DEPARTMENT
                               MOVE EM-SHIFT-CODE TO WL-SHIFT-CODE
                               MOVE SPACES TO WL-BADGE-NUMBER
                               MOVE SPACES TO WL-NOTE
                               STRING "HIRED " EM-HIRE-DATE
                                   DELIMITED BY SIZE INTO WL-NOTE
                               MOVE "REISSUE" TO WL-ACTION
                               MOVE WS-REPORT-LINE TO
                                   INVENTORY-REPORT-RECORD
                               WRITE INVENTORY-REPORT-RECORD
                               MOVE EMPLOYEE-MASTER-RECORD TO
                                   REISSUE-FEED-RECORD
                               WRITE REISSUE-FEED-RECORD
                               ADD 1 TO WS-REISSUE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0007-CHECK-BADGE-DETAILS.
      *an active employee's badge printed with a name, department or
      *shift the master no longer has - or more than one badge
      *active for the same employee - is reissued once from the
      *master's details.  the badge's values are listed with the
      *master's underneath
           MOVE "ACTIVE BADGES THAT DIFFER FROM THE MASTER" TO
               WS-SECTION-TITLE.
           PERFORM 0012-WRITE-SECTION-HEADING.
           PERFORM 0008-START-BADGE-WORK-FILE.
           PERFORM UNTIL END-OF-WORK-FILE
               PERFORM 0009-READ-MASTER-BY-BADGE
               IF MASTER-FOUND
                   IF EM-STATUS-ACTIVE
                       MOVE SPACES TO WS-DIFFER-NOTE
                       MOVE 1 TO WS-DIFFER-PTR
                       IF BW-FIRST-NAME NOT = EM-FIRST-NAME
                           OR BW-LAST-NAME NOT = EM-LAST-NAME
                           STRING "NAME " DELIMITED BY SIZE
                               INTO WS-DIFFER-NOTE
                               WITH POINTER WS-DIFFER-PTR
                       END-IF
                       IF BW-DEPARTMENT NOT = EM-DEPARTMENT
                           STRING "DEPT " DELIMITED BY SIZE
                               INTO WS-DIFFER-NOTE
                               WITH POINTER WS-DIFFER-PTR
                       END-IF
                       IF BW-SHIFT-CODE NOT = EM-SHIFT-CODE
                           STRING "SHIFT " DELIMITED BY SIZE
                               INTO WS-DIFFER-NOTE
                               WITH POINTER WS-DIFFER-PTR
                       END-IF
                       IF WS-DIFFER-NOTE NOT = SPACES
                           ADD 1 TO WS-DIFFER-COUNT
                       END-IF
                       IF BW-EXTRA-BADGES > 0
                           ADD 1 TO WS-DUPLICATE-COUNT
                           STRING "DUP" DELIMITED BY SIZE
                               INTO WS-DIFFER-NOTE
                               WITH POINTER WS-DIFFER-PTR
                       END-IF
                       IF WS-DIFFER-NOTE NOT = SPACES
                           MOVE "BADGE DIFFERS " TO WL-FINDING
                           MOVE WS-DIFFER-NOTE TO WL-NOTE
                           MOVE "REISSUE" TO WL-ACTION
                           PERFORM 0011-LIST-BADGE-FINDING
                           MOVE "  MASTER HAS  " TO WL-FINDING
                           MOVE EM-EMPLOYEE-ID TO WL-EMPLOYEE-ID
                           MOVE EM-FIRST-NAME TO WL-FIRST-NAME
                           MOVE EM-LAST-NAME TO WL-LAST-NAME
                           MOVE EM-DEPARTMENT TO WL-DEPARTMENT
                           MOVE EM-SHIFT-CODE TO WL-SHIFT-CODE
                           MOVE SPACES TO WL-BADGE-NUMBER
                           MOVE SPACES TO WL-NOTE
                           MOVE SPACES TO WL-ACTION
                           MOVE WS-REPORT-LINE TO
                               INVENTORY-REPORT-RECORD
                           WRITE INVENTORY-REPORT-RECORD
                           MOVE EMPLOYEE-MASTER-RECORD TO
                               REISSUE-FEED-RECORD
                           WRITE REISSUE-FEED-RECORD
                           ADD 1 TO WS-REISSUE-COUNT
                       END-IF
                   END-IF
               END-IF
               PERFORM 0010-READ-BADGE-WORK-FILE
           END-PERFORM.

       0008-START-BADGE-WORK-FILE.
      *positions the work file at its first ID and reads it, for
      *each of the two walks over the extract
           MOVE "N" TO WS-WORK-EOF-SW.
           MOVE LOW-VALUES TO BW-EMPLOYEE-ID.
           START BADGE-WORK-FILE
               KEY IS NOT LESS THAN BW-EMPLOYEE-ID
               INVALID KEY
                   SET END-OF-WORK-FILE TO TRUE
           END-START.
           IF NOT END-OF-WORK-FILE
               PERFORM 0010-READ-BADGE-WORK-FILE
           END-IF.

       0009-READ-MASTER-BY-BADGE.
      *the master record for the badge holder in hand, if any
           SET MASTER-FOUND TO TRUE.
           MOVE BW-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET MASTER-NOT-FOUND TO TRUE
           END-READ.

       0010-READ-BADGE-WORK-FILE.
           READ BADGE-WORK-FILE NEXT RECORD
               AT END
                   SET END-OF-WORK-FILE TO TRUE
           END-READ.

       0011-LIST-BADGE-FINDING.
      *the caller has set the finding, note and action; the rest is
      *the badge as the badge system has it printed
           MOVE BW-EMPLOYEE-ID TO WL-EMPLOYEE-ID.
           MOVE BW-FIRST-NAME TO WL-FIRST-NAME.
           MOVE BW-LAST-NAME TO WL-LAST-NAME.
           MOVE BW-DEPARTMENT TO WL-DEPARTMENT.
           MOVE BW-SHIFT-CODE TO WL-SHIFT-CODE.
           MOVE BW-BADGE-NUMBER TO WL-BADGE-NUMBER.
           MOVE WS-REPORT-LINE TO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.

       0012-WRITE-SECTION-HEADING.
      *a blank line, the caller's section title, column headings
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE WS-SECTION-TITLE TO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "FINDING       ID     FIRST      LAST            "
               "DEPARTMENT S BADGE      NOTE                 ACTION"
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.

       0013-WRITE-CONTROL-TOTALS.
      *the extract's details are every distinct holder plus their
      *extra badges, and every distinct holder was found terminated,
      *unknown, or active; the revokes and reissues cut are the
      *findings that called for them
           SET TOTALS-BALANCE TO TRUE.
           COMPUTE WS-EXPECTED-COUNT =
               WS-BADGE-HOLDER-COUNT + WS-EXTRA-BADGE-COUNT.
           IF WS-EXPECTED-COUNT NOT = WS-TRAILER-COUNT
               SET TOTALS-OUT-OF-BALANCE TO TRUE
           END-IF.
           COMPUTE WS-EXPECTED-COUNT =
               WS-TERMINATED-COUNT + WS-UNKNOWN-COUNT
               + WS-ACTIVE-BADGE-COUNT.
           IF WS-EXPECTED-COUNT NOT = WS-BADGE-HOLDER-COUNT
               SET TOTALS-OUT-OF-BALANCE TO TRUE
           END-IF.
           COMPUTE WS-EXPECTED-COUNT =
               WS-TERMINATED-COUNT + WS-UNKNOWN-COUNT.
           IF WS-EXPECTED-COUNT NOT = WS-REVOKE-COUNT
               SET TOTALS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-TIME.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "RUN ENDED   : " WS-RUN-END-TIME
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "EXTRACT DETAILS        : " WS-TRAILER-COUNT
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "DISTINCT BADGE HOLDERS : " WS-BADGE-HOLDER-COUNT
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "EXTRA BADGES SAME ID   : " WS-EXTRA-BADGE-COUNT
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "HOLDER TERMINATED      : " WS-TERMINATED-COUNT
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "HOLDER UNKNOWN         : " WS-UNKNOWN-COUNT
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "HOLDER ACTIVE          : " WS-ACTIVE-BADGE-COUNT
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "MASTER RECORDS READ    : " WS-MASTER-COUNT
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "ACTIVE, NO BADGE       : " WS-NO-BADGE-COUNT
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "BADGE DETAILS DIFFER   : " WS-DIFFER-COUNT
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "ACTIVE, DUPLICATE BADGE: " WS-DUPLICATE-COUNT
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "REVOCATIONS CUT        : " WS-REVOKE-COUNT
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           MOVE SPACES TO INVENTORY-REPORT-RECORD.
           STRING "REISSUES CUT           : " WS-REISSUE-COUNT
               DELIMITED BY SIZE INTO INVENTORY-REPORT-RECORD.
           WRITE INVENTORY-REPORT-RECORD.
           IF TOTALS-BALANCE
               MOVE "CONTROL TOTALS BALANCE" TO INVENTORY-REPORT-RECORD
           ELSE
               MOVE "*** CONTROL TOTALS OUT OF BALANCE ***" TO
                   INVENTORY-REPORT-RECORD
           END-IF.
           WRITE INVENTORY-REPORT-RECORD.

       0014-WRITE-RUN-STATS.
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
               DISPLAY "BADGEINV - CANNOT OPEN RUNHIST, STATUS "
                   WS-RUN-HIST-STATUS
           ELSE
               MOVE WS-RUN-START-TIME (1:8) TO RS-RUN-DATE
               MOVE "BADGEINV" TO RS-PROGRAM-NAME
               MOVE WS-RUN-START-TIME TO RS-RUN-START
               MOVE WS-RUN-END-TIME TO RS-RUN-END
               MOVE WS-EXTRACT-SOURCE TO RS-SOURCE-SYSTEM
               MOVE WS-TRAILER-COUNT TO RS-RECORDS-IN
               COMPUTE RS-RECORDS-OUT =
                   WS-REVOKE-COUNT + WS-REISSUE-COUNT
               COMPUTE RS-REJECT-COUNT =
                   WS-TERMINATED-COUNT + WS-UNKNOWN-COUNT
               MOVE WS-EXTRA-BADGE-COUNT TO RS-DUP-COUNT
               MOVE 0 TO RS-ESCALATED-COUNT
               WRITE RUN-STAT-REC
               CLOSE RUN-HISTORY
           END-IF.

       END PROGRAM BADGEINV.
