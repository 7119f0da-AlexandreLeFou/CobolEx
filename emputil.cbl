               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTIL-RPT-STATUS.

      *  CHANGE-HISTORY is the permanent, dated before/after record of
      *  every master change in the shop.  a RELOAD puts back every
      *  record as the backup had it, and each one is appended here
      *  so the rebuild shows up in an as-of inquiry like any other
      *  change.  UNLOAD and VERIFY never touch it.
           SELECT CHANGE-HISTORY ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-HIST-STATUS.

      *  PRIOR-MASTER-WORK is the master as it stood before a RELOAD
      *  emptied it, keyed by employee ID, so each record loaded is
      *  one probe by key for its before image, and whatever the
      *  backup did not bring back is left over to be recorded as
      *  deleted - the same reason EMPPURGE keeps its holds in
      *  PURGWORK.  scratch, rebuilt every RELOAD.
           SELECT PRIOR-MASTER-WORK ASSIGN TO "RELDWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-EMPLOYEE-ID
               FILE STATUS IS WS-PRIOR-WORK-STATUS.

      *  RUN-HISTORY is the permanent per-run statistics file every
      *  batch job appends one dated record to at end of run; the
      *  monthly RUNSTATS report reads it back for trends the
       FD  UTILITY-REPORT.
       01  UTILITY-REPORT-RECORD      PIC X(80).

       FD  CHANGE-HISTORY.
           COPY CHGHIST.

       FD  PRIOR-MASTER-WORK.
      *the whole prior master record behind its key, and whether the
      *backup has put that ID back yet
       01  PRIOR-MASTER-WORK-RECORD.
           05  PW-EMPLOYEE-ID              PIC X(6).
           05  PW-RELOADED-SW              PIC X(1).
               88  PW-RELOADED             VALUE "Y".
               88  PW-NOT-RELOADED         VALUE "N".
           05  PW-MASTER-IMAGE             PIC X(59).

       FD  RUN-HISTORY.
           COPY RUNSTAT.

       01  WS-BACKUP-STATUS           PIC X(2).
       01  WS-UTIL-RPT-STATUS         PIC X(2).
       01  WS-RUN-HIST-STATUS         PIC X(2).
       01  WS-CHANGE-HIST-STATUS      PIC X(2).
       01  WS-PRIOR-WORK-STATUS       PIC X(2).

       01  WS-RUN-PARM                PIC X(10).
           88  UNLOAD-REQUESTED       VALUE "UNLOAD".
       01  WS-TRAILER-HASH            PIC 9(12)    VALUE 0.
       01  WS-LOADED-COUNT            PIC 9(8)     VALUE 0.
       01  WS-ERROR-COUNT             PIC 9(8)     VALUE 0.
      *the master the reload replaces: how many records it held, how
      *many of those the backup did not bring back, and whether it
      *could be read at all
       01  WS-PRIOR-COUNT             PIC 9(8)     VALUE 0.
       01  WS-DROPPED-COUNT           PIC 9(8)     VALUE 0.
       01  WS-PRIOR-READ-SW           PIC X(1)     VALUE "N".
           88  PRIOR-MASTER-READ      VALUE "Y".
           88  PRIOR-MASTER-UNREADABLE    VALUE "N".
       01  WS-PRIOR-EOF-SW            PIC X(1)     VALUE "N".
           88  END-OF-PRIOR-WORK      VALUE "Y".
       01  WS-BACKUP-ABEND-TEXT       PIC X(40).

       01  WS-BALANCE-SW              PIC X(1)     VALUE "Y".
               STOP RUN
           END-IF.
           PERFORM 0008-VERIFY-BACKUP-CONTROLS.
           PERFORM 0015-SAVE-PRIOR-MASTER.
           OPEN OUTPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               DISPLAY "EMPUTIL - CANNOT OPEN EMPMAST, STATUS "
                   WS-EMP-MASTER-STATUS
               DISPLAY "EMPUTIL - RUN ABANDONED"
               CLOSE BACKUP-FILE
               CLOSE PRIOR-MASTER-WORK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0013-OPEN-CHANGE-HISTORY.
           PERFORM 0010-READ-BACKUP-DETAIL.
           PERFORM UNTIL END-OF-INPUT-FILE
               MOVE BK-RECORD-IMAGE TO EMPLOYEE-MASTER-RECORD
                           WS-EMP-MASTER-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
                       PERFORM 0014-WRITE-CHANGE-HISTORY
               END-WRITE
               PERFORM 0010-READ-BACKUP-DETAIL
           END-PERFORM.
           PERFORM 0016-RECORD-DROPPED-RECORDS.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CHANGE-HISTORY.
           CLOSE BACKUP-FILE.
           CLOSE PRIOR-MASTER-WORK.
           MOVE SPACES TO UTILITY-REPORT-RECORD.
           IF PRIOR-MASTER-READ
               STRING "PRIOR MASTER      : " WS-PRIOR-COUNT
                   DELIMITED BY SIZE INTO UTILITY-REPORT-RECORD
           ELSE
               MOVE "PRIOR MASTER      : UNREADABLE, NO BEFORE IMAGES"
                   TO UTILITY-REPORT-RECORD
           END-IF.
           WRITE UTILITY-REPORT-RECORD.
           MOVE SPACES TO UTILITY-REPORT-RECORD.
           STRING "NOT BROUGHT BACK  : " WS-DROPPED-COUNT
               DELIMITED BY SIZE INTO UTILITY-REPORT-RECORD.
           WRITE UTILITY-REPORT-RECORD.
           MOVE SPACES TO UTILITY-REPORT-RECORD.
           STRING "TRAILER COUNT     : " WS-TRAILER-COUNT
               DELIMITED BY SIZE INTO UTILITY-REPORT-RECORD.
               CLOSE RUN-HISTORY
           END-IF.

       0013-OPEN-CHANGE-HISTORY.
      *the same create-then-extend pattern as the run-history file:
      *the change history is append only, and OPEN EXTEND fails if it
      *does not exist yet
           OPEN EXTEND CHANGE-HISTORY.
           IF WS-CHANGE-HIST-STATUS = "35"
               OPEN OUTPUT CHANGE-HISTORY
               CLOSE CHANGE-HISTORY
               OPEN EXTEND CHANGE-HISTORY
           END-IF.

       0014-WRITE-CHANGE-HISTORY.
      *one entry per record reloaded: the before image is the record
      *as 0015 saved it off the master the reload replaced (blank if
      *the ID was not on it), the after image the record as the
      *backup put it back - so a rollback to an older backup shows
      *in an as-of inquiry exactly like any other change.  the work
      *record is marked so 0016 knows the ID came back
           MOVE EM-EMPLOYEE-ID TO CH-EMPLOYEE-ID.
           MOVE WS-RUN-START-TIME (1:8) TO CH-CHANGE-DATE.
           MOVE "EMPUTIL" TO CH-PROGRAM-NAME.
           SET CH-RELOADED TO TRUE.
           MOVE SPACES TO CH-BEFORE-IMAGE.
           MOVE EM-EMPLOYEE-ID TO PW-EMPLOYEE-ID.
           READ PRIOR-MASTER-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PW-MASTER-IMAGE TO CH-BEFORE-IMAGE
                   SET PW-RELOADED TO TRUE
                   REWRITE PRIOR-MASTER-WORK-RECORD
           END-READ.
           MOVE EMPLOYEE-MASTER-RECORD TO CH-AFTER-IMAGE.
           MOVE FUNCTION CURRENT-DATE TO CH-RECORDED-TIMESTAMP.
           WRITE CHANGE-HIST-REC.

       0015-SAVE-PRIOR-MASTER.
      *copies the master about to be replaced into the work file
      *before the OPEN OUTPUT empties it.  a master that will not
      *open - freshly DEFINEd, or too damaged to read - is not a
      *reason to refuse the reload that is meant to repair it: the
      *run goes on with an empty work file, and the listing says
      *there were no before images to record
           OPEN OUTPUT PRIOR-MASTER-WORK.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS = "00"
               SET PRIOR-MASTER-READ TO TRUE
               PERFORM UNTIL WS-EMP-MASTER-STATUS NOT = "00"
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-PRIOR-COUNT
                           MOVE EM-EMPLOYEE-ID TO PW-EMPLOYEE-ID
                           SET PW-NOT-RELOADED TO TRUE
                           MOVE EMPLOYEE-MASTER-RECORD TO
                               PW-MASTER-IMAGE
                           WRITE PRIOR-MASTER-WORK-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               IF WS-EMP-MASTER-STATUS NOT = "10"
                   DISPLAY "EMPUTIL - PRIOR MASTER READ STOPPED, "
                       "STATUS " WS-EMP-MASTER-STATUS
               END-IF
               CLOSE EMPLOYEE-MASTER
           ELSE
               DISPLAY "EMPUTIL - PRIOR MASTER NOT READABLE, STATUS "
                   WS-EMP-MASTER-STATUS ", NO BEFORE IMAGES"
           END-IF.
           CLOSE PRIOR-MASTER-WORK.
           OPEN I-O PRIOR-MASTER-WORK.

       0016-RECORD-DROPPED-RECORDS.
      *every ID on the replaced master that the backup did not bring
      *back has just left the master, and is recorded as a delete
      *the same way EMPMAINT and EMPPURGE record theirs - otherwise
      *an as-of inquiry would go on showing it on file
           MOVE "N" TO WS-PRIOR-EOF-SW.
           MOVE LOW-VALUES TO PW-EMPLOYEE-ID.
           START PRIOR-MASTER-WORK
               KEY IS NOT LESS THAN PW-EMPLOYEE-ID
               INVALID KEY
                   SET END-OF-PRIOR-WORK TO TRUE
           END-START.
           PERFORM UNTIL END-OF-PRIOR-WORK
               READ PRIOR-MASTER-WORK NEXT RECORD
                   AT END
                       SET END-OF-PRIOR-WORK TO TRUE
                   NOT AT END
                       IF PW-NOT-RELOADED
                           ADD 1 TO WS-DROPPED-COUNT
                           MOVE PW-EMPLOYEE-ID TO CH-EMPLOYEE-ID
                           MOVE WS-RUN-START-TIME (1:8) TO
                               CH-CHANGE-DATE
                           MOVE "EMPUTIL" TO CH-PROGRAM-NAME
                           SET CH-DELETED TO TRUE
                           MOVE PW-MASTER-IMAGE TO CH-BEFORE-IMAGE
                           MOVE SPACES TO CH-AFTER-IMAGE
                           MOVE FUNCTION CURRENT-DATE TO
                               CH-RECORDED-TIMESTAMP
                           WRITE CHANGE-HIST-REC
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM EMPUTIL.
