       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPURGE as "EMPPURGE".

           AUTHOR.     PEGGY FISHER.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  EMPLOYEE-MASTER is walked end to end; every terminated
      *  record whose termination date is older than the retention
      *  cutoff is archived and then deleted from it.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EM-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-MASTER-STATUS.

      *  PRIOR-OUTSTANDING is BADGEACK's latest carry-forward: every
      *  employee whose badge the badge system has still not
      *  confirmed.  a record for someone on it is not purged - the
      *  badge question is still open, and the master record is
      *  what answers it.  OPTIONAL: no carry-forward, nobody held.
           SELECT OPTIONAL PRIOR-OUTSTANDING ASSIGN TO "OUTSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

      *  HOLD-WORK-FILE is the carry-forward keyed by employee ID, so
      *  each purge candidate is one probe by key rather than a scan
      *  of a table that could overflow - the same reason BADGEACK
      *  keeps its own carry IDs in CARYWORK.  scratch, rebuilt every
      *  run.
           SELECT HOLD-WORK-FILE ASSIGN TO "PURGWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HW-EMPLOYEE-ID
               FILE STATUS IS WS-HOLD-WORK-STATUS.

      *  INACTIVE-ARCHIVE is this run's dated generation of the
      *  inactive-employee archive.  a record is written here before
      *  it is deleted from the master, never after.
           SELECT INACTIVE-ARCHIVE ASSIGN TO "INACTARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *  PURGE-REPORT lists every record purged and every record held
      *  back, with the control totals that prove the master lost
      *  exactly what the archive gained.
           SELECT PURGE-REPORT ASSIGN TO "PURGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-RPT-STATUS.

      *  CHANGE-HISTORY is the permanent, dated before/after record
      *  of every master change in the shop; each purge is appended
      *  to it as a delete, so the ASOF inquiry shows the record
      *  leaving the master on the purge date.
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

       FD  PRIOR-OUTSTANDING.
       01  PRIOR-OUTSTANDING-RECORD.
           05  PO-EMPLOYEE-ID         PIC X(6).
           05  PO-FIRST-NAME          PIC X(10).
           05  PO-LAST-NAME           PIC X(15).
           05  PO-NIGHTS-OUT          PIC 9(2).

       FD  HOLD-WORK-FILE.
       01  HOLD-WORK-RECORD.
           05  HW-EMPLOYEE-ID         PIC X(6).
           05  HW-NIGHTS-OUT          PIC 9(2).

       FD  INACTIVE-ARCHIVE.
           COPY INACTARC.

       FD  PURGE-REPORT.
       01  PURGE-REPORT-RECORD        PIC X(80).

       FD  CHANGE-HISTORY.
           COPY CHGHIST.

       FD  RUN-HISTORY.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-EMP-MASTER-STATUS       PIC X(2).
       01  WS-PRIOR-STATUS            PIC X(2).
       01  WS-HOLD-WORK-STATUS        PIC X(2).
       01  WS-ARCHIVE-STATUS          PIC X(2).
       01  WS-PURGE-RPT-STATUS        PIC X(2).
       01  WS-CHANGE-HIST-STATUS      PIC X(2).
       01  WS-RUN-HIST-STATUS         PIC X(2).

       01  WS-EOF-SW                  PIC X(1)     VALUE "N".
           88  END-OF-MASTER-FILE     VALUE "Y".
       01  WS-PRIOR-EOF-SW            PIC X(1)     VALUE "N".
           88  END-OF-PRIOR-FILE      VALUE "Y".

      *the retention period arrives as the PARM, in whole years; the
      *cutoff is the run date that many years back (29 February
      *falls back to the 28th), and a termination dated before the
      *cutoff has been kept long enough
       01  WS-RUN-PARM                PIC X(10).
       01  WS-RETENTION-YEARS         PIC 9(2).
       01  WS-RUN-DATE                PIC X(8).
       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR         PIC 9(4).
           05  WS-CUTOFF-MONTH        PIC 9(2).
           05  WS-CUTOFF-DAY          PIC 9(2).

       01  WS-HOLD-FOUND-SW           PIC X(1).
           88  HOLD-FOUND             VALUE "Y".
           88  HOLD-NOT-FOUND         VALUE "N".

      *one listing line per record purged or held back
       01  WS-REPORT-LINE.
           05  WL-FLAG                PIC X(9).
           05  WL-EMPLOYEE-ID         PIC X(6).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-FIRST-NAME          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-LAST-NAME           PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-DEPARTMENT          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-TERM-DATE           PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WL-NOTE                PIC X(17).

      *control totals: the master before, less what was deleted,
      *has to be the master after - counted again, not worked out -
      *and every record deleted has to be on the archive
       01  WS-MASTER-BEFORE-COUNT     PIC 9(8)     VALUE 0.
       01  WS-ARCHIVED-COUNT          PIC 9(8)     VALUE 0.
       01  WS-DELETED-COUNT           PIC 9(8)     VALUE 0.
       01  WS-MASTER-AFTER-COUNT      PIC 9(8)     VALUE 0.
       01  WS-HELD-COUNT              PIC 9(8)     VALUE 0.
       01  WS-NO-DATE-COUNT           PIC 9(8)     VALUE 0.
       01  WS-EXPECTED-AFTER          PIC 9(8).
       01  WS-BALANCE-SW              PIC X(1).
           88  TOTALS-BALANCE         VALUE "Y".
           88  TOTALS-OUT-OF-BALANCE  VALUE "N".
       01  WS-RUN-START-TIME          PIC X(21).
       01  WS-RUN-END-TIME            PIC X(21).


       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *one pass over the master purges as it goes; a second pass
      *counts what is left so the totals balance on two independent
      *counts.  the run is fatal (RC=16) if the archive cannot be
      *written, and RC=8 if the totals do not balance
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIME.
           MOVE WS-RUN-START-TIME (1:8) TO WS-RUN-DATE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           PERFORM 0001-EDIT-RETENTION-PARM.
           OPEN I-O EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               DISPLAY "EMPPURGE - CANNOT OPEN EMPMAST, STATUS "
                   WS-EMP-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0002-LOAD-HOLD-WORK-FILE.
           OPEN OUTPUT INACTIVE-ARCHIVE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "EMPPURGE - CANNOT OPEN INACTARC, STATUS "
                   WS-ARCHIVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0009-OPEN-CHANGE-HISTORY.
           OPEN OUTPUT PURGE-REPORT.
           MOVE "INACTIVE EMPLOYEE RETENTION PURGE" TO
               PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "RUN STARTED : " WS-RUN-START-TIME
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "RETENTION   : " WS-RETENTION-YEARS " YEARS"
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "CUTOFF      : TERMINATED BEFORE " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           PERFORM 0004-READ-MASTER-RECORD.
           PERFORM UNTIL END-OF-MASTER-FILE
               ADD 1 TO WS-MASTER-BEFORE-COUNT
               PERFORM 0003-CHECK-MASTER-RECORD
               PERFORM 0004-READ-MASTER-RECORD
           END-PERFORM.
           PERFORM 0007-COUNT-MASTER-AFTER.
           PERFORM 0008-WRITE-CONTROL-TOTALS.
           CLOSE EMPLOYEE-MASTER.
           CLOSE HOLD-WORK-FILE.
           CLOSE INACTIVE-ARCHIVE.
           CLOSE CHANGE-HISTORY.
           CLOSE PURGE-REPORT.
           IF TOTALS-OUT-OF-BALANCE
               DISPLAY "EMPPURGE - CONTROL TOTALS DO NOT BALANCE, "
                   "SEE PURGRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0010-WRITE-RUN-STATS.

           STOP RUN.

       0001-EDIT-RETENTION-PARM.
      *the retention period is one or two digits of years.  a zero
      *would purge everyone ever terminated, which is never what was
      *meant, so it is refused along with anything not numeric
           MOVE 0 TO WS-RETENTION-YEARS.
           IF WS-RUN-PARM (2:1) = SPACE
               AND WS-RUN-PARM (1:1) IS NUMERIC
               MOVE WS-RUN-PARM (1:1) TO WS-RETENTION-YEARS
           ELSE
           IF WS-RUN-PARM (3:1) = SPACE
               AND WS-RUN-PARM (1:2) IS NUMERIC
               MOVE WS-RUN-PARM (1:2) TO WS-RETENTION-YEARS
           END-IF
           END-IF.
           IF WS-RETENTION-YEARS = 0
               DISPLAY "EMPPURGE - RETENTION PARM MUST BE 1 TO 99 "
                   "YEARS, GOT " WS-RUN-PARM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
           SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-YEAR.
           IF WS-CUTOFF-MONTH = 2 AND WS-CUTOFF-DAY = 29
               MOVE 28 TO WS-CUTOFF-DAY
           END-IF.

       0002-LOAD-HOLD-WORK-FILE.
      *keys the carry-forward into the work file, then reopens it
      *for the by-key probes the purge pass makes; an ID carried
      *twice writes once
           OPEN OUTPUT HOLD-WORK-FILE.
           OPEN INPUT PRIOR-OUTSTANDING.
           IF WS-PRIOR-STATUS = "00"
               PERFORM UNTIL END-OF-PRIOR-FILE
                   READ PRIOR-OUTSTANDING
                       AT END
                           SET END-OF-PRIOR-FILE TO TRUE
                       NOT AT END
                           MOVE PO-EMPLOYEE-ID TO HW-EMPLOYEE-ID
                           MOVE PO-NIGHTS-OUT TO HW-NIGHTS-OUT
                           WRITE HOLD-WORK-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PRIOR-OUTSTANDING
           END-IF.
           CLOSE HOLD-WORK-FILE.
           OPEN INPUT HOLD-WORK-FILE.

       0003-CHECK-MASTER-RECORD.
      *only a terminated record is ever a candidate.  one with no
      *termination date cannot be aged against the cutoff, so it is
      *kept and listed for someone to put a date on; one still on
      *the badge carry-forward is kept and listed until the badge
      *system confirms it
           IF EM-STATUS-TERMINATED
               IF EM-TERM-DATE = SPACES
                   ADD 1 TO WS-NO-DATE-COUNT
                   MOVE "KEPT     " TO WL-FLAG
                   MOVE "NO TERM DATE" TO WL-NOTE
                   PERFORM 0005-LIST-RECORD
               ELSE
               IF EM-TERM-DATE < WS-CUTOFF-DATE
                   SET HOLD-FOUND TO TRUE
                   MOVE EM-EMPLOYEE-ID TO HW-EMPLOYEE-ID
                   READ HOLD-WORK-FILE
                       INVALID KEY
                           SET HOLD-NOT-FOUND TO TRUE
                   END-READ
                   IF HOLD-FOUND
                       ADD 1 TO WS-HELD-COUNT
                       MOVE "SKIPPED  " TO WL-FLAG
                       MOVE "BADGE OUTSTANDING" TO WL-NOTE
                       PERFORM 0005-LIST-RECORD
                   ELSE
                       PERFORM 0006-PURGE-RECORD
                   END-IF
               END-IF
               END-IF
           END-IF.

       0004-READ-MASTER-RECORD.
      *walks the master in employee-ID order; a record deleted under
      *the walk does not disturb READ NEXT
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
           END-READ.

       0005-LIST-RECORD.
      *the caller has set the flag and the note
           MOVE EM-EMPLOYEE-ID TO WL-EMPLOYEE-ID.
           MOVE EM-FIRST-NAME TO WL-FIRST-NAME.
           MOVE EM-LAST-NAME TO WL-LAST-NAME.
           MOVE EM-DEPARTMENT TO WL-DEPARTMENT.
           MOVE EM-TERM-DATE TO WL-TERM-DATE.
           MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.

       0006-PURGE-RECORD.
      *archive first: an archive WRITE that fails stops the run with
      *the record still on the master, so nobody is ever deleted
      *without a copy.  a DELETE that fails leaves the record
      *archived but still on the master; it is listed, and the
      *archived and deleted totals will not balance
           MOVE EM-EMPLOYEE-ID TO IA-EMPLOYEE-ID.
           MOVE WS-RUN-DATE TO IA-PURGE-DATE.
           MOVE WS-CUTOFF-DATE TO IA-RETENTION-CUTOFF.
           MOVE EMPLOYEE-MASTER-RECORD TO IA-MASTER-IMAGE.
           WRITE INACTIVE-ARCHIVE-REC.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "EMPPURGE - CANNOT WRITE INACTARC FOR "
                   EM-EMPLOYEE-ID ", STATUS " WS-ARCHIVE-STATUS
               CLOSE EMPLOYEE-MASTER
               CLOSE INACTIVE-ARCHIVE
               CLOSE CHANGE-HISTORY
               CLOSE PURGE-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ARCHIVED-COUNT.
           DELETE EMPLOYEE-MASTER RECORD
               INVALID KEY
                   DISPLAY "EMPPURGE - CANNOT DELETE " EM-EMPLOYEE-ID
                       ", STATUS " WS-EMP-MASTER-STATUS
                   MOVE "FAILED   " TO WL-FLAG
                   MOVE "DELETE FAILED" TO WL-NOTE
                   PERFORM 0005-LIST-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE "PURGED   " TO WL-FLAG
                   MOVE "ARCHIVED" TO WL-NOTE
                   PERFORM 0005-LIST-RECORD
                   MOVE EM-EMPLOYEE-ID TO CH-EMPLOYEE-ID
                   MOVE WS-RUN-DATE TO CH-CHANGE-DATE
                   MOVE "EMPPURGE" TO CH-PROGRAM-NAME
                   SET CH-DELETED TO TRUE
                   MOVE EMPLOYEE-MASTER-RECORD TO CH-BEFORE-IMAGE
                   MOVE SPACES TO CH-AFTER-IMAGE
                   MOVE FUNCTION CURRENT-DATE TO
                       CH-RECORDED-TIMESTAMP
                   WRITE CHANGE-HIST-REC
           END-DELETE.

       0007-COUNT-MASTER-AFTER.
      *a fresh count of what is left on the master, from the top
           MOVE "N" TO WS-EOF-SW.
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
                       ADD 1 TO WS-MASTER-AFTER-COUNT
               END-READ
           END-PERFORM.

       0008-WRITE-CONTROL-TOTALS.
      *the four totals and the two tests they have to pass: master
      *before less deleted is master after, and archived is deleted
           SET TOTALS-BALANCE TO TRUE.
           COMPUTE WS-EXPECTED-AFTER =
               WS-MASTER-BEFORE-COUNT - WS-DELETED-COUNT.
           IF WS-EXPECTED-AFTER NOT = WS-MASTER-AFTER-COUNT
               OR WS-ARCHIVED-COUNT NOT = WS-DELETED-COUNT
               SET TOTALS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-TIME.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "RUN ENDED   : " WS-RUN-END-TIME
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "MASTER BEFORE          : " WS-MASTER-BEFORE-COUNT
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "ARCHIVED               : " WS-ARCHIVED-COUNT
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "DELETED                : " WS-DELETED-COUNT
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "MASTER AFTER           : " WS-MASTER-AFTER-COUNT
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "SKIPPED, BADGE OUTSTND : " WS-HELD-COUNT
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "KEPT, NO TERM DATE     : " WS-NO-DATE-COUNT
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           IF TOTALS-BALANCE
               MOVE "CONTROL TOTALS BALANCE" TO PURGE-REPORT-RECORD
           ELSE
               MOVE "*** CONTROL TOTALS OUT OF BALANCE ***" TO
                   PURGE-REPORT-RECORD
           END-IF.
           WRITE PURGE-REPORT-RECORD.

       0009-OPEN-CHANGE-HISTORY.
      *create-then-extend, the same as every other CHGHIST writer
           OPEN EXTEND CHANGE-HISTORY.
           IF WS-CHANGE-HIST-STATUS = "35"
               OPEN OUTPUT CHANGE-HISTORY
               CLOSE CHANGE-HISTORY
               OPEN EXTEND CHANGE-HISTORY
           END-IF.

       0010-WRITE-RUN-STATS.
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
               DISPLAY "EMPPURGE - CANNOT OPEN RUNHIST, STATUS "
                   WS-RUN-HIST-STATUS
           ELSE
               MOVE WS-RUN-DATE TO RS-RUN-DATE
               MOVE "EMPPURGE" TO RS-PROGRAM-NAME
               MOVE WS-RUN-START-TIME TO RS-RUN-START
               MOVE WS-RUN-END-TIME TO RS-RUN-END
               MOVE SPACES TO RS-SOURCE-SYSTEM
               MOVE WS-MASTER-BEFORE-COUNT TO RS-RECORDS-IN
               MOVE WS-DELETED-COUNT TO RS-RECORDS-OUT
               MOVE WS-HELD-COUNT TO RS-REJECT-COUNT
               MOVE 0 TO RS-DUP-COUNT
               MOVE 0 TO RS-ESCALATED-COUNT
               WRITE RUN-STAT-REC
               CLOSE RUN-HISTORY
           END-IF.

       END PROGRAM EMPPURGE.
