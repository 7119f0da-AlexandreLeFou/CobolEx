       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMOVE as "EMPMOVE".

           AUTHOR.     PEGGY FISHER.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  EMPLOYEE-MASTER is read end to end; each record's hire and
      *  termination dates place it in the month's opening headcount,
      *  its joiners, its leavers, and its closing headcount.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EM-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-MASTER-STATUS.

      *  CHANGE-HISTORY is where the transfers are: every department
      *  or shift change made to the master, with the record before
      *  and after.  it also says which department and shift each
      *  employee was in at the start and end of the month when they
      *  have moved since.  OPTIONAL: with no history every employee
      *  is counted where the master has them now.
           SELECT OPTIONAL CHANGE-HISTORY ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-HIST-STATUS.

      *  SERVICE-HISTORY tells a rehire from a new hire, and keeps the
      *  earlier period of service a rehire's master record no longer
      *  shows - so a leaver rehired later is still counted leaving.
      *  OPTIONAL: a shop with no rehires yet has no file.
           SELECT OPTIONAL SERVICE-HISTORY ASSIGN TO "SVCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERVICE-HIST-STATUS.

      *  MOVE-WORK-FILE holds, per employee who moved since the month
      *  began, the department and shift at the start and the end of
      *  the month, and whether they were rehired in it.  indexed and
      *  keyed by employee ID for the same reason as BADGEACK's
      *  ACKWORK: no cap, and one probe per master record instead of
      *  a table scan.  scratch - rebuilt every run.
           SELECT MOVE-WORK-FILE ASSIGN TO "MOVEWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-EMPLOYEE-ID
               FILE STATUS IS WS-MOVE-WORK-STATUS.

      *  MOVEMENT-REPORT is the month's listing: per department and
      *  shift, opening headcount, the movements, closing headcount,
      *  and turnover, with a shop-wide total.
           SELECT MOVEMENT-REPORT ASSIGN TO "MOVERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *  REFERENCE-FILE supplies the department descriptions REFMAINT
      *  maintains, so the report can print names instead of raw
      *  10-character codes.  OPTIONAL: with no table supplied the
      *  report prints the bare codes.
           SELECT OPTIONAL REFERENCE-FILE ASSIGN TO "REFTABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-STATUS.

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

       FD  CHANGE-HISTORY.
           COPY CHGHIST.

       FD  SERVICE-HISTORY.
           COPY SVCHIST.

       FD  MOVE-WORK-FILE.
       01  MOVE-WORK-RECORD.
           05  MW-EMPLOYEE-ID         PIC X(6).
           05  MW-START-SW            PIC X(1).
               88  MW-START-KNOWN     VALUE "Y".
           05  MW-START-DEPT          PIC X(10).
           05  MW-START-SHIFT         PIC X(1).
           05  MW-END-SW              PIC X(1).
               88  MW-END-KNOWN       VALUE "Y".
           05  MW-END-DEPT            PIC X(10).
           05  MW-END-SHIFT           PIC X(1).
           05  MW-REHIRE-SW           PIC X(1).
               88  MW-REHIRED-IN-MONTH    VALUE "Y".

       FD  MOVEMENT-REPORT.
       01  MOVEMENT-REPORT-RECORD     PIC X(100).

       FD  REFERENCE-FILE.
       01  REFERENCE-RECORD.
           05  RF-ENTRY-TYPE          PIC X(1).
               88  RF-DEPARTMENT-ENTRY    VALUE "D".
               88  RF-SHIFT-ENTRY         VALUE "S".
           05  RF-ENTRY-CODE          PIC X(10).
           05  RF-DESCRIPTION         PIC X(30).

       FD  RUN-HISTORY.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-EMP-MASTER-STATUS       PIC X(2).
       01  WS-CHANGE-HIST-STATUS      PIC X(2).
       01  WS-SERVICE-HIST-STATUS     PIC X(2).
       01  WS-MOVE-WORK-STATUS        PIC X(2).
       01  WS-REPORT-STATUS           PIC X(2).
       01  WS-REFERENCE-STATUS        PIC X(2).
       01  WS-RUN-HIST-STATUS         PIC X(2).

      *the month reported, YYYYMM off the PARM, and its first day;
      *a date belongs to the month when its first six bytes match
       01  WS-TARGET-MONTH            PIC X(6).
       01  WS-MONTH-START             PIC X(8).

       01  WS-EOF-SW                  PIC X(1)     VALUE "N".
           88  END-OF-INPUT-FILE      VALUE "Y".

      *department descriptions off the reference table, loaded once
      *per run when a table was supplied; WS-DEPT-DESC comes back
      *from 0016-FIND-DEPT-DESC holding the description, or the raw
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

      *the change-history images, laid out so the department, shift,
      *and status either side of a change can be compared
           COPY GREETREC
               REPLACING ==GREET-REC== BY ==WS-BEFORE-REC==
                         ==GR-EMPLOYEE-ID== BY ==WB-EMPLOYEE-ID==
                         ==GR-FIRST-NAME==  BY ==WB-FIRST-NAME==
                         ==GR-LAST-NAME==   BY ==WB-LAST-NAME==
                         ==GR-DEPARTMENT==  BY ==WB-DEPARTMENT==
                         ==GR-HIRE-DATE==   BY ==WB-HIRE-DATE==
                         ==GR-SHIFT-CODE==  BY ==WB-SHIFT-CODE==
                         ==GR-EMP-STATUS==  BY ==WB-EMP-STATUS==
                         ==GR-TERM-DATE==   BY ==WB-TERM-DATE==
                         ==GR-STATUS-ACTIVE==
                             BY ==WB-STATUS-ACTIVE==
                         ==GR-STATUS-TERMINATED==
                             BY ==WB-STATUS-TERMINATED==.
           COPY GREETREC
               REPLACING ==GREET-REC== BY ==WS-AFTER-REC==
                         ==GR-EMPLOYEE-ID== BY ==WF-EMPLOYEE-ID==
                         ==GR-FIRST-NAME==  BY ==WF-FIRST-NAME==
                         ==GR-LAST-NAME==   BY ==WF-LAST-NAME==
                         ==GR-DEPARTMENT==  BY ==WF-DEPARTMENT==
                         ==GR-HIRE-DATE==   BY ==WF-HIRE-DATE==
                         ==GR-SHIFT-CODE==  BY ==WF-SHIFT-CODE==
                         ==GR-EMP-STATUS==  BY ==WF-EMP-STATUS==
                         ==GR-TERM-DATE==   BY ==WF-TERM-DATE==
                         ==GR-STATUS-ACTIVE==
                             BY ==WF-STATUS-ACTIVE==
                         ==GR-STATUS-TERMINATED==
                             BY ==WF-STATUS-TERMINATED==.

      *one period of service being placed in the month: a master
      *record, or an earlier period off the service history.  the
      *start cell is where it was when the month began (or when it
      *was hired, for a joiner); the end cell where it was when the
      *month closed (or when it left)
       01  WS-PERIOD.
           05  WP-HIRE-DATE           PIC X(8).
           05  WP-TERM-DATE           PIC X(8).
           05  WP-TERMINATED-SW       PIC X(1).
               88  WP-TERMINATED      VALUE "Y".
               88  WP-STILL-ACTIVE    VALUE "N".
           05  WP-REHIRE-SW           PIC X(1).
               88  WP-REHIRE          VALUE "Y".
               88  WP-NEW-HIRE        VALUE "N".
           05  WP-START-DEPT          PIC X(10).
           05  WP-START-SHIFT         PIC X(1).
           05  WP-END-DEPT            PIC X(10).
           05  WP-END-SHIFT           PIC X(1).

      *the department/shift cell 0006 is asked to find or open, and
      *the slot it comes back with; a zero department slot means the
      *table is full and the movement is not counted
       01  WS-CELL-DEPT               PIC X(10).
       01  WS-CELL-SHIFT              PIC X(1).

      *departments accumulate in ascending order - 0006 inserts each
      *new department at its sorted slot, the same pattern EMPRPT
      *uses - so the print pass walks the table top to bottom; the
      *shift codes within a department are kept sorted the same way
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT          PIC 9(3)     VALUE 0.
           05  WS-DEPT-ENTRY                       OCCURS 100.
               10  WS-DT-DEPT         PIC X(10).
               10  WS-DT-SHIFT-COUNT  PIC 9(2).
               10  WS-DT-SHIFT                     OCCURS 20.
                   15  WS-DT-SHIFT-CODE   PIC X(1).
                   15  WS-DT-OPENING      PIC 9(6).
                   15  WS-DT-HIRES        PIC 9(6).
                   15  WS-DT-REHIRES      PIC 9(6).
                   15  WS-DT-XFER-IN      PIC 9(6).
                   15  WS-DT-XFER-OUT     PIC 9(6).
                   15  WS-DT-TERMS        PIC 9(6).
                   15  WS-DT-CLOSING      PIC 9(6).

       01  WS-DEPT-SUB                PIC 9(3).
       01  WS-DEPT-SLOT               PIC 9(3).
       01  WS-SHIFT-SUB               PIC 9(3).
       01  WS-SHIFT-SLOT              PIC 9(3).
       01  WS-MOVE-SUB                PIC 9(3).
       01  WS-SLOT-FOUND-SW           PIC X(1).
           88  SLOT-FOUND             VALUE "Y".
           88  SLOT-NOT-FOUND         VALUE "N".

      *one printed line's counts - a shift, a department total, or
      *the shop total - and the totals they roll up into
       01  WS-LINE-COUNTS.
           05  WC-OPENING             PIC 9(8).
           05  WC-HIRES               PIC 9(8).
           05  WC-REHIRES             PIC 9(8).
           05  WC-XFER-IN             PIC 9(8).
           05  WC-XFER-OUT            PIC 9(8).
           05  WC-TERMS               PIC 9(8).
           05  WC-CLOSING             PIC 9(8).
       01  WS-DEPT-COUNTS.
           05  WD-OPENING             PIC 9(8).
           05  WD-HIRES               PIC 9(8).
           05  WD-REHIRES             PIC 9(8).
           05  WD-XFER-IN             PIC 9(8).
           05  WD-XFER-OUT            PIC 9(8).
           05  WD-TERMS               PIC 9(8).
           05  WD-CLOSING             PIC 9(8).
       01  WS-SHOP-COUNTS.
           05  WT-OPENING             PIC 9(8)     VALUE 0.
           05  WT-HIRES               PIC 9(8)     VALUE 0.
           05  WT-REHIRES             PIC 9(8)     VALUE 0.
           05  WT-XFER-IN             PIC 9(8)     VALUE 0.
           05  WT-XFER-OUT            PIC 9(8)     VALUE 0.
           05  WT-TERMS               PIC 9(8)     VALUE 0.
           05  WT-CLOSING             PIC 9(8)     VALUE 0.

      *the balance test: opening plus every movement has to come to
      *closing.  a line that does not is flagged, never adjusted -
      *the difference is the thing to go and find
       01  WS-EXPECTED-CLOSING        PIC S9(9).
       01  WS-BALANCE-DIFF            PIC S9(9).
       01  WS-AVG-HEADCOUNT           PIC 9(8)V9.
       01  WS-TURNOVER                PIC 9(5)V99.

       01  WS-COUNT-LINE.
           05  WN-LABEL               PIC X(10).
           05  WN-OPENING             PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WN-HIRES               PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WN-REHIRES             PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WN-XFER-IN             PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WN-XFER-OUT            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WN-TERMS               PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WN-CLOSING             PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WN-TURNOVER            PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE "%".
           05  FILLER                 PIC X(16)    VALUE SPACES.

       01  WS-EDIT-DIFF               PIC -ZZZ,ZZ9.

      *run totals
       01  WS-MASTER-COUNT            PIC 9(8)     VALUE 0.
       01  WS-CHANGE-COUNT            PIC 9(8)     VALUE 0.
       01  WS-TRANSFER-COUNT          PIC 9(8)     VALUE 0.
       01  WS-PRIOR-PERIOD-COUNT      PIC 9(8)     VALUE 0.
       01  WS-UNBALANCED-COUNT        PIC 9(8)     VALUE 0.
       01  WS-UNCOUNTED-COUNT         PIC 9(8)     VALUE 0.
       01  WS-RUN-START-TIME          PIC X(21).
       01  WS-RUN-END-TIME            PIC X(21).


       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *three passes to accumulate - the change history for transfers
      *and where movers stood, the service history for rehires and
      *the periods they ended, the master for everyone - and one
      *pass over the table to print.  nothing here changes any file
      *but the report and its scratch work file
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIME.
           ACCEPT WS-TARGET-MONTH FROM COMMAND-LINE.
           IF WS-TARGET-MONTH IS NOT NUMERIC
               DISPLAY "EMPMOVE - MONTH PARM MUST BE YYYYMM, GOT "
                   WS-TARGET-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-MONTH-START.
           STRING WS-TARGET-MONTH "01"
               DELIMITED BY SIZE INTO WS-MONTH-START.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               DISPLAY "EMPMOVE - CANNOT OPEN EMPMAST, STATUS "
                   WS-EMP-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MOVE-WORK-FILE.
           CLOSE MOVE-WORK-FILE.
           OPEN I-O MOVE-WORK-FILE.
           OPEN OUTPUT MOVEMENT-REPORT.
           PERFORM 0015-LOAD-DEPT-DESCRIPTIONS.
           PERFORM 0001-LOAD-CHANGE-HISTORY.
           PERFORM 0003-LOAD-SERVICE-HISTORY.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 0011-READ-MASTER-RECORD.
           PERFORM UNTIL END-OF-INPUT-FILE
               PERFORM 0005-TALLY-EMPLOYEE
               PERFORM 0011-READ-MASTER-RECORD
           END-PERFORM.
           PERFORM 0012-PRINT-REPORT.
           CLOSE EMPLOYEE-MASTER.
           CLOSE MOVE-WORK-FILE.
           CLOSE MOVEMENT-REPORT.
           IF WS-UNBALANCED-COUNT > 0
               DISPLAY "EMPMOVE - " WS-UNBALANCED-COUNT
                   " DEPARTMENT(S) OUT OF BALANCE, SEE MOVERPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0017-WRITE-RUN-STATS.

           STOP RUN.

       0001-LOAD-CHANGE-HISTORY.
      *only department and shift changes from the first of the month
      *on matter; anything earlier is already in the opening cell
           OPEN INPUT CHANGE-HISTORY.
           IF WS-CHANGE-HIST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ CHANGE-HISTORY
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CHANGE-COUNT
                           PERFORM 0002-NOTE-CHANGE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-HISTORY
           END-IF.

       0002-NOTE-CHANGE.
      *an add has no before image and a delete no after image, so
      *neither is a move.  the history is appended in the order
      *things happened, so the first change seen from the month's
      *start holds the cell the employee started the month in, and
      *the first after its end the cell they closed it in.  a rehire
      *starts the month over for that employee: the cell they were
      *rehired into is where the month's joiner is counted.  only a
      *move between active records is a transfer - a rehire, or a
      *recode of someone already gone, moves nobody.  a leaver
      *recoded in the month they left (a reorganization recodes
      *terminated records too) closes the month in the cell they
      *left from, the recode's before image, not where the master
      *has them now
           IF CH-BEFORE-IMAGE NOT = SPACES
               AND CH-AFTER-IMAGE NOT = SPACES
               AND CH-CHANGE-DATE NOT < WS-MONTH-START
               MOVE CH-BEFORE-IMAGE TO WS-BEFORE-REC
               MOVE CH-AFTER-IMAGE TO WS-AFTER-REC
               IF WB-DEPARTMENT NOT = WF-DEPARTMENT
                   OR WB-SHIFT-CODE NOT = WF-SHIFT-CODE
                   MOVE CH-EMPLOYEE-ID TO MW-EMPLOYEE-ID
                   PERFORM 0009-READ-WORK-RECORD
                   IF CH-REHIRED
                       IF CH-CHANGE-DATE (1:6) = WS-TARGET-MONTH
                           SET MW-START-KNOWN TO TRUE
                           MOVE WF-DEPARTMENT TO MW-START-DEPT
                           MOVE WF-SHIFT-CODE TO MW-START-SHIFT
                       END-IF
                   ELSE
                       IF NOT MW-START-KNOWN
                           SET MW-START-KNOWN TO TRUE
                           MOVE WB-DEPARTMENT TO MW-START-DEPT
                           MOVE WB-SHIFT-CODE TO MW-START-SHIFT
                       END-IF
                   END-IF
                   IF CH-CHANGE-DATE (1:6) > WS-TARGET-MONTH
                       AND NOT MW-END-KNOWN
                       SET MW-END-KNOWN TO TRUE
                       MOVE WB-DEPARTMENT TO MW-END-DEPT
                       MOVE WB-SHIFT-CODE TO MW-END-SHIFT
                   END-IF
                   IF CH-CHANGE-DATE (1:6) = WS-TARGET-MONTH
                       AND NOT CH-REHIRED
                       AND WB-STATUS-TERMINATED
                       AND WF-STATUS-TERMINATED
                       AND NOT MW-END-KNOWN
                       SET MW-END-KNOWN TO TRUE
                       MOVE WB-DEPARTMENT TO MW-END-DEPT
                       MOVE WB-SHIFT-CODE TO MW-END-SHIFT
                   END-IF
                   PERFORM 0010-SAVE-WORK-RECORD
                   IF CH-CHANGE-DATE (1:6) = WS-TARGET-MONTH
                       AND NOT WB-STATUS-TERMINATED
                       AND NOT WF-STATUS-TERMINATED
                       ADD 1 TO WS-TRANSFER-COUNT
                       MOVE WB-DEPARTMENT TO WS-CELL-DEPT
                       MOVE WB-SHIFT-CODE TO WS-CELL-SHIFT
                       PERFORM 0006-FIND-CELL
                       IF WS-DEPT-SLOT > 0
                           ADD 1 TO WS-DT-XFER-OUT (WS-DEPT-SLOT,
                               WS-SHIFT-SLOT)
                       END-IF
                       MOVE WF-DEPARTMENT TO WS-CELL-DEPT
                       MOVE WF-SHIFT-CODE TO WS-CELL-SHIFT
                       PERFORM 0006-FIND-CELL
                       IF WS-DEPT-SLOT > 0
                           ADD 1 TO WS-DT-XFER-IN (WS-DEPT-SLOT,
                               WS-SHIFT-SLOT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0003-LOAD-SERVICE-HISTORY.
      *each earlier period of service is one more employee to place
      *in the month - the one a rehire's master record no longer
      *shows - and a rehire dated in the month marks the master
      *record's hire as a rehire, not a new hire
           OPEN INPUT SERVICE-HISTORY.
           IF WS-SERVICE-HIST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ SERVICE-HISTORY
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           PERFORM 0004-NOTE-PRIOR-PERIOD
                   END-READ
               END-PERFORM
               CLOSE SERVICE-HISTORY
           END-IF.

       0004-NOTE-PRIOR-PERIOD.
      *the earlier period ran from its hire to its termination in
      *the department and shift it was in when it ended.  when the
      *month falls inside it, the master record's own period starts
      *after the month, so the cells the work file holds for the ID
      *belong to this period - it starts and closes the month there,
      *just as 0005 places a master record, and only where the
      *history moved nothing does the cell it ended in stand
           IF SH-REHIRE-DATE (1:6) = WS-TARGET-MONTH
               MOVE SH-EMPLOYEE-ID TO MW-EMPLOYEE-ID
               PERFORM 0009-READ-WORK-RECORD
               SET MW-REHIRED-IN-MONTH TO TRUE
               PERFORM 0010-SAVE-WORK-RECORD
           END-IF.
           ADD 1 TO WS-PRIOR-PERIOD-COUNT.
           MOVE SH-PRIOR-HIRE-DATE TO WP-HIRE-DATE.
           MOVE SH-PRIOR-TERM-DATE TO WP-TERM-DATE.
           SET WP-TERMINATED TO TRUE.
           SET WP-NEW-HIRE TO TRUE.
           MOVE SH-PRIOR-DEPARTMENT TO WP-END-DEPT.
           MOVE SH-PRIOR-SHIFT-CODE TO WP-END-SHIFT.
           MOVE WP-END-DEPT TO WP-START-DEPT.
           MOVE WP-END-SHIFT TO WP-START-SHIFT.
           IF SH-PRIOR-HIRE-DATE (1:6) NOT > WS-TARGET-MONTH
               AND SH-REHIRE-DATE (1:6) > WS-TARGET-MONTH
               MOVE SH-EMPLOYEE-ID TO MW-EMPLOYEE-ID
               PERFORM 0009-READ-WORK-RECORD
               IF MW-END-KNOWN
                   MOVE MW-END-DEPT TO WP-END-DEPT
                   MOVE MW-END-SHIFT TO WP-END-SHIFT
               END-IF
               IF MW-START-KNOWN
                   MOVE MW-START-DEPT TO WP-START-DEPT
                   MOVE MW-START-SHIFT TO WP-START-SHIFT
               ELSE
                   MOVE WP-END-DEPT TO WP-START-DEPT
                   MOVE WP-END-SHIFT TO WP-START-SHIFT
               END-IF
           END-IF.
           PERFORM 0008-TALLY-PERIOD.

       0005-TALLY-EMPLOYEE.
      *the master record closes the month where it stands now unless
      *it has moved since, and starts it where it closed unless it
      *moved during it - the work file says which
           ADD 1 TO WS-MASTER-COUNT.
           MOVE EM-EMPLOYEE-ID TO MW-EMPLOYEE-ID.
           PERFORM 0009-READ-WORK-RECORD.
           MOVE EM-HIRE-DATE TO WP-HIRE-DATE.
           MOVE EM-TERM-DATE TO WP-TERM-DATE.
           IF EM-STATUS-TERMINATED
               SET WP-TERMINATED TO TRUE
           ELSE
               SET WP-STILL-ACTIVE TO TRUE
           END-IF.
           IF MW-REHIRED-IN-MONTH
               SET WP-REHIRE TO TRUE
           ELSE
               SET WP-NEW-HIRE TO TRUE
           END-IF.
           IF MW-END-KNOWN
               MOVE MW-END-DEPT TO WP-END-DEPT
               MOVE MW-END-SHIFT TO WP-END-SHIFT
           ELSE
               MOVE EM-DEPARTMENT TO WP-END-DEPT
               MOVE EM-SHIFT-CODE TO WP-END-SHIFT
           END-IF.
           IF MW-START-KNOWN
               MOVE MW-START-DEPT TO WP-START-DEPT
               MOVE MW-START-SHIFT TO WP-START-SHIFT
           ELSE
               MOVE WP-END-DEPT TO WP-START-DEPT
               MOVE WP-END-SHIFT TO WP-START-SHIFT
           END-IF.
           PERFORM 0008-TALLY-PERIOD.

       0006-FIND-CELL.
      *finds the department's sorted slot, opening one up if this is
      *the first movement for it, then the shift's slot inside it;
      *a full table is shouted once per movement rather than letting
      *the report quietly drop people
           SET SLOT-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                  OR SLOT-FOUND
               IF WS-DT-DEPT (WS-DEPT-SUB) >= WS-CELL-DEPT
                   SET SLOT-FOUND TO TRUE
                   MOVE WS-DEPT-SUB TO WS-DEPT-SLOT
               END-IF
           END-PERFORM.
           IF SLOT-NOT-FOUND
               MOVE WS-DEPT-SUB TO WS-DEPT-SLOT
           END-IF.
           IF SLOT-FOUND
               AND WS-DT-DEPT (WS-DEPT-SLOT) = WS-CELL-DEPT
               CONTINUE
           ELSE
               IF WS-DEPT-COUNT >= 100
                   DISPLAY "EMPMOVE - DEPARTMENT TABLE FULL, "
                       "MOVEMENT NOT COUNTED FOR " WS-CELL-DEPT
                   MOVE 0 TO WS-DEPT-SLOT
               ELSE
                   PERFORM VARYING WS-MOVE-SUB FROM WS-DEPT-COUNT
                       BY -1 UNTIL WS-MOVE-SUB < WS-DEPT-SLOT
                       MOVE WS-DEPT-ENTRY (WS-MOVE-SUB) TO
                           WS-DEPT-ENTRY (WS-MOVE-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE SPACES TO WS-DEPT-ENTRY (WS-DEPT-SLOT)
                   MOVE WS-CELL-DEPT TO WS-DT-DEPT (WS-DEPT-SLOT)
                   MOVE 0 TO WS-DT-SHIFT-COUNT (WS-DEPT-SLOT)
               END-IF
           END-IF.
           IF WS-DEPT-SLOT > 0
               PERFORM 0007-FIND-SHIFT-SLOT
           END-IF.
           IF WS-DEPT-SLOT = 0
               ADD 1 TO WS-UNCOUNTED-COUNT
           END-IF.

       0007-FIND-SHIFT-SLOT.
      *same sorted-slot insert for the shift code, inside the
      *department entry 0006 just settled on; a new shift starts
      *with every count at zero
           SET SLOT-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
               UNTIL WS-SHIFT-SUB > WS-DT-SHIFT-COUNT (WS-DEPT-SLOT)
                  OR SLOT-FOUND
               IF WS-DT-SHIFT-CODE (WS-DEPT-SLOT, WS-SHIFT-SUB)
                   >= WS-CELL-SHIFT
                   SET SLOT-FOUND TO TRUE
                   MOVE WS-SHIFT-SUB TO WS-SHIFT-SLOT
               END-IF
           END-PERFORM.
           IF SLOT-NOT-FOUND
               MOVE WS-SHIFT-SUB TO WS-SHIFT-SLOT
           END-IF.
           IF SLOT-FOUND
               AND WS-DT-SHIFT-CODE (WS-DEPT-SLOT, WS-SHIFT-SLOT)
                   = WS-CELL-SHIFT
               CONTINUE
           ELSE
               IF WS-DT-SHIFT-COUNT (WS-DEPT-SLOT) >= 20
                   DISPLAY "EMPMOVE - SHIFT TABLE FULL FOR "
                       WS-DT-DEPT (WS-DEPT-SLOT)
                   MOVE 0 TO WS-DEPT-SLOT
               ELSE
                   PERFORM VARYING WS-MOVE-SUB FROM
                       WS-DT-SHIFT-COUNT (WS-DEPT-SLOT)
                       BY -1 UNTIL WS-MOVE-SUB < WS-SHIFT-SLOT
                       MOVE WS-DT-SHIFT (WS-DEPT-SLOT, WS-MOVE-SUB)
                           TO WS-DT-SHIFT (WS-DEPT-SLOT,
                               WS-MOVE-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-DT-SHIFT-COUNT (WS-DEPT-SLOT)
                   MOVE WS-CELL-SHIFT TO WS-DT-SHIFT-CODE
                       (WS-DEPT-SLOT, WS-SHIFT-SLOT)
                   MOVE 0 TO WS-DT-OPENING
                       (WS-DEPT-SLOT, WS-SHIFT-SLOT)
                   MOVE 0 TO WS-DT-HIRES
                       (WS-DEPT-SLOT, WS-SHIFT-SLOT)
                   MOVE 0 TO WS-DT-REHIRES
                       (WS-DEPT-SLOT, WS-SHIFT-SLOT)
                   MOVE 0 TO WS-DT-XFER-IN
                       (WS-DEPT-SLOT, WS-SHIFT-SLOT)
                   MOVE 0 TO WS-DT-XFER-OUT
                       (WS-DEPT-SLOT, WS-SHIFT-SLOT)
                   MOVE 0 TO WS-DT-TERMS
                       (WS-DEPT-SLOT, WS-SHIFT-SLOT)
                   MOVE 0 TO WS-DT-CLOSING
                       (WS-DEPT-SLOT, WS-SHIFT-SLOT)
               END-IF
           END-IF.

       0008-TALLY-PERIOD.
      *on the books at the start if hired before the first and not
      *gone before it; on the books at the close if hired by the end
      *and not gone by it.  a hire or a termination dated in the
      *month is a movement.  joiners count where they started,
      *leavers where they ended
           IF WP-HIRE-DATE < WS-MONTH-START
               AND (WP-STILL-ACTIVE
                    OR WP-TERM-DATE NOT < WS-MONTH-START)
               MOVE WP-START-DEPT TO WS-CELL-DEPT
               MOVE WP-START-SHIFT TO WS-CELL-SHIFT
               PERFORM 0006-FIND-CELL
               IF WS-DEPT-SLOT > 0
                   ADD 1 TO WS-DT-OPENING (WS-DEPT-SLOT,
                       WS-SHIFT-SLOT)
               END-IF
           END-IF.
           IF WP-HIRE-DATE (1:6) = WS-TARGET-MONTH
               MOVE WP-START-DEPT TO WS-CELL-DEPT
               MOVE WP-START-SHIFT TO WS-CELL-SHIFT
               PERFORM 0006-FIND-CELL
               IF WS-DEPT-SLOT > 0
                   IF WP-REHIRE
                       ADD 1 TO WS-DT-REHIRES (WS-DEPT-SLOT,
                           WS-SHIFT-SLOT)
                   ELSE
                       ADD 1 TO WS-DT-HIRES (WS-DEPT-SLOT,
                           WS-SHIFT-SLOT)
                   END-IF
               END-IF
           END-IF.
           IF WP-TERMINATED
               AND WP-TERM-DATE (1:6) = WS-TARGET-MONTH
               AND WP-HIRE-DATE (1:6) NOT > WS-TARGET-MONTH
               MOVE WP-END-DEPT TO WS-CELL-DEPT
               MOVE WP-END-SHIFT TO WS-CELL-SHIFT
               PERFORM 0006-FIND-CELL
               IF WS-DEPT-SLOT > 0
                   ADD 1 TO WS-DT-TERMS (WS-DEPT-SLOT,
                       WS-SHIFT-SLOT)
               END-IF
           END-IF.
           IF WP-HIRE-DATE (1:6) NOT > WS-TARGET-MONTH
               AND (WP-STILL-ACTIVE
                    OR WP-TERM-DATE (1:6) > WS-TARGET-MONTH)
               MOVE WP-END-DEPT TO WS-CELL-DEPT
               MOVE WP-END-SHIFT TO WS-CELL-SHIFT
               PERFORM 0006-FIND-CELL
               IF WS-DEPT-SLOT > 0
                   ADD 1 TO WS-DT-CLOSING (WS-DEPT-SLOT,
                       WS-SHIFT-SLOT)
               END-IF
           END-IF.

       0009-READ-WORK-RECORD.
      *the employee's work record, or a fresh one that knows nothing
      *yet; MW-EMPLOYEE-ID is set by the caller
           READ MOVE-WORK-FILE
               INVALID KEY
                   MOVE "N" TO MW-START-SW
                   MOVE SPACES TO MW-START-DEPT
                   MOVE SPACES TO MW-START-SHIFT
                   MOVE "N" TO MW-END-SW
                   MOVE SPACES TO MW-END-DEPT
                   MOVE SPACES TO MW-END-SHIFT
                   MOVE "N" TO MW-REHIRE-SW
           END-READ.

       0010-SAVE-WORK-RECORD.
           WRITE MOVE-WORK-RECORD
               INVALID KEY
                   REWRITE MOVE-WORK-RECORD
                       INVALID KEY
                           DISPLAY "EMPMOVE - CANNOT POST MOVEWORK "
                               "FOR " MW-EMPLOYEE-ID " STATUS "
                               WS-MOVE-WORK-STATUS
                   END-REWRITE
           END-WRITE.

       0011-READ-MASTER-RECORD.
      *walks the master in employee-ID order
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       0012-PRINT-REPORT.
      *walks the sorted table: one block per department with a line
      *per shift and a department total, then the shop total.  a
      *shift change inside a department is a transfer out of one
      *shift and into another, so it shows on both sides of the
      *department total and nets to nothing
           MOVE "MONTHLY WORKFORCE MOVEMENT REPORT" TO
               MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           STRING "MONTH       : " WS-TARGET-MONTH
               DELIMITED BY SIZE INTO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           STRING "RUN STARTED : " WS-RUN-START-TIME
               DELIMITED BY SIZE INTO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               PERFORM 0013-PRINT-ONE-DEPT
           END-PERFORM.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           MOVE "SHOP TOTAL" TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           PERFORM 0018-WRITE-COLUMN-HEADINGS.
           MOVE WS-SHOP-COUNTS TO WS-LINE-COUNTS.
           MOVE "  TOTAL" TO WN-LABEL.
           PERFORM 0014-PRINT-COUNT-LINE.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           STRING "MASTER RECORDS READ       : " WS-MASTER-COUNT
               DELIMITED BY SIZE INTO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           STRING "EARLIER SERVICE PERIODS   : " WS-PRIOR-PERIOD-COUNT
               DELIMITED BY SIZE INTO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           STRING "CHANGE HISTORY READ       : " WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           STRING "TRANSFERS IN MONTH        : " WS-TRANSFER-COUNT
               DELIMITED BY SIZE INTO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           STRING "DEPARTMENTS OUT OF BALANCE: " WS-UNBALANCED-COUNT
               DELIMITED BY SIZE INTO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           IF WS-UNCOUNTED-COUNT > 0
               MOVE SPACES TO MOVEMENT-REPORT-RECORD
               STRING "*** MOVEMENTS NOT COUNTED, TABLE FULL : "
                   WS-UNCOUNTED-COUNT " ***"
                   DELIMITED BY SIZE INTO MOVEMENT-REPORT-RECORD
               WRITE MOVEMENT-REPORT-RECORD
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-TIME.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           STRING "RUN ENDED   : " WS-RUN-END-TIME
               DELIMITED BY SIZE INTO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.

       0013-PRINT-ONE-DEPT.
      *one department's control-break block.  each shift line and
      *the department total are balanced on their own; the total's
      *result is the one that counts the department out of balance
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           MOVE WS-DT-DEPT (WS-DEPT-SUB) TO WS-LOOKUP-DEPT.
           PERFORM 0016-FIND-DEPT-DESC.
           STRING "DEPARTMENT " WS-DT-DEPT (WS-DEPT-SUB)
               "  " WS-DEPT-DESC
               DELIMITED BY SIZE INTO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           PERFORM 0018-WRITE-COLUMN-HEADINGS.
           MOVE ZEROS TO WS-DEPT-COUNTS.
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
               UNTIL WS-SHIFT-SUB > WS-DT-SHIFT-COUNT (WS-DEPT-SUB)
               MOVE WS-DT-OPENING (WS-DEPT-SUB, WS-SHIFT-SUB)
                   TO WC-OPENING
               MOVE WS-DT-HIRES (WS-DEPT-SUB, WS-SHIFT-SUB)
                   TO WC-HIRES
               MOVE WS-DT-REHIRES (WS-DEPT-SUB, WS-SHIFT-SUB)
                   TO WC-REHIRES
               MOVE WS-DT-XFER-IN (WS-DEPT-SUB, WS-SHIFT-SUB)
                   TO WC-XFER-IN
               MOVE WS-DT-XFER-OUT (WS-DEPT-SUB, WS-SHIFT-SUB)
                   TO WC-XFER-OUT
               MOVE WS-DT-TERMS (WS-DEPT-SUB, WS-SHIFT-SUB)
                   TO WC-TERMS
               MOVE WS-DT-CLOSING (WS-DEPT-SUB, WS-SHIFT-SUB)
                   TO WC-CLOSING
               ADD WC-OPENING TO WD-OPENING
               ADD WC-HIRES TO WD-HIRES
               ADD WC-REHIRES TO WD-REHIRES
               ADD WC-XFER-IN TO WD-XFER-IN
               ADD WC-XFER-OUT TO WD-XFER-OUT
               ADD WC-TERMS TO WD-TERMS
               ADD WC-CLOSING TO WD-CLOSING
               MOVE SPACES TO WN-LABEL
               STRING "  SHIFT "
                   WS-DT-SHIFT-CODE (WS-DEPT-SUB, WS-SHIFT-SUB)
                   DELIMITED BY SIZE INTO WN-LABEL
               PERFORM 0014-PRINT-COUNT-LINE
           END-PERFORM.
           MOVE WS-DEPT-COUNTS TO WS-LINE-COUNTS.
           MOVE "  TOTAL" TO WN-LABEL.
           PERFORM 0014-PRINT-COUNT-LINE.
           IF WS-BALANCE-DIFF NOT = 0
               ADD 1 TO WS-UNBALANCED-COUNT
           END-IF.
           ADD WD-OPENING TO WT-OPENING.
           ADD WD-HIRES TO WT-HIRES.
           ADD WD-REHIRES TO WT-REHIRES.
           ADD WD-XFER-IN TO WT-XFER-IN.
           ADD WD-XFER-OUT TO WT-XFER-OUT.
           ADD WD-TERMS TO WT-TERMS.
           ADD WD-CLOSING TO WT-CLOSING.

       0014-PRINT-COUNT-LINE.
      *turnover is the month's leavers over the average of opening
      *and closing headcount; the balance test runs on every line
      *printed and a line that fails is flagged directly under it
           COMPUTE WS-EXPECTED-CLOSING = WC-OPENING + WC-HIRES
               + WC-REHIRES + WC-XFER-IN - WC-XFER-OUT - WC-TERMS.
           COMPUTE WS-BALANCE-DIFF = WC-CLOSING - WS-EXPECTED-CLOSING.
           COMPUTE WS-AVG-HEADCOUNT = (WC-OPENING + WC-CLOSING) / 2.
           IF WS-AVG-HEADCOUNT > 0
               COMPUTE WS-TURNOVER ROUNDED =
                   WC-TERMS * 100 / WS-AVG-HEADCOUNT
           ELSE
               MOVE 0 TO WS-TURNOVER
           END-IF.
           MOVE WC-OPENING TO WN-OPENING.
           MOVE WC-HIRES TO WN-HIRES.
           MOVE WC-REHIRES TO WN-REHIRES.
           MOVE WC-XFER-IN TO WN-XFER-IN.
           MOVE WC-XFER-OUT TO WN-XFER-OUT.
           MOVE WC-TERMS TO WN-TERMS.
           MOVE WC-CLOSING TO WN-CLOSING.
           MOVE WS-TURNOVER TO WN-TURNOVER.
           MOVE WS-COUNT-LINE TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           IF WS-BALANCE-DIFF NOT = 0
               MOVE WS-BALANCE-DIFF TO WS-EDIT-DIFF
               MOVE SPACES TO MOVEMENT-REPORT-RECORD
               STRING "  *** OUT OF BALANCE - CLOSING DIFFERS FROM "
                   "OPENING PLUS MOVEMENTS BY " WS-EDIT-DIFF " ***"
                   DELIMITED BY SIZE INTO MOVEMENT-REPORT-RECORD
               WRITE MOVEMENT-REPORT-RECORD
           END-IF.

       0015-LOAD-DEPT-DESCRIPTIONS.
      *pulls the department descriptions off the reference table
      *once per run; the file is OPTIONAL, so a run without one just
      *prints the bare codes
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

       0016-FIND-DEPT-DESC.
      *serial search for WS-LOOKUP-DEPT's description; a code with
      *no entry (or a blank description) falls back to the raw code
      *so the report never prints an empty department line
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
               DISPLAY "EMPMOVE - CANNOT OPEN RUNHIST, STATUS "
                   WS-RUN-HIST-STATUS
           ELSE
               MOVE WS-RUN-START-TIME (1:8) TO RS-RUN-DATE
               MOVE "EMPMOVE" TO RS-PROGRAM-NAME
               MOVE WS-RUN-START-TIME TO RS-RUN-START
               MOVE WS-RUN-END-TIME TO RS-RUN-END
               MOVE SPACES TO RS-SOURCE-SYSTEM
               MOVE WS-MASTER-COUNT TO RS-RECORDS-IN
               MOVE WS-DEPT-COUNT TO RS-RECORDS-OUT
               MOVE WS-UNBALANCED-COUNT TO RS-REJECT-COUNT
               MOVE 0 TO RS-DUP-COUNT
               MOVE 0 TO RS-ESCALATED-COUNT
               WRITE RUN-STAT-REC
               CLOSE RUN-HISTORY
           END-IF.

       0018-WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           STRING "          OPENING    HIRES  REHIRES  XFER IN"
               " XFER OUT    TERMS  CLOSING     TURNOVER"
               DELIMITED BY SIZE INTO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.

       END PROGRAM EMPMOVE.
