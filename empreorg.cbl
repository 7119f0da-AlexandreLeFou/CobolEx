       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPREORG as "EMPREORG".

           AUTHOR.     PEGGY FISHER.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  REORG-MAP is the reorganization itself, keyed by hand: one
      *  line per department being retired, naming the code everyone
      *  under it moves to and the date the move takes effect.
           SELECT REORG-MAP ASSIGN TO "REORGMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

      *  REFERENCE-FILE is REFMAINT's table of valid codes.  not
      *  OPTIONAL: every new code has to be on it already, or every
      *  change line cut to it would come back off EMPMAINT rejected.
           SELECT REFERENCE-FILE ASSIGN TO "REFTABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-STATUS.

      *  EMPLOYEE-MASTER is read only, by the department alternate
      *  key: each retired code and each receiving code is one START
      *  and a walk while the department still matches.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EM-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-MASTER-STATUS.

      *  MAINT-TRAN-FILE is cut in the MAINT-TRAN-RECORD layout
      *  EMPMAINT already reads: one "C" line per employee under a
      *  retired code, terminated records included, carrying only
      *  the new department and the effective date.
           SELECT MAINT-TRAN-FILE ASSIGN TO "MNTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-TRAN-STATUS.

      *  REF-TRAN-FILE is cut in the REF-TRAN-RECORD layout REFMAINT
      *  already reads: one department delete per retired code, to
      *  be run only once the transfers above have applied - until
      *  then REFMAINT refuses them, as it should.
           SELECT REF-TRAN-FILE ASSIGN TO "REFTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-TRAN-STATUS.

      *  REORG-REPORT is the review listing: the mapping as edited,
      *  every employee each retired code gives up, and the before
      *  and after headcount of every department the run touches.
           SELECT REORG-REPORT ASSIGN TO "REORGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORG-RPT-STATUS.

      *  RUN-HISTORY is the permanent per-run statistics file every
      *  batch job appends one dated record to at end of run; the
      *  monthly RUNSTATS report reads it back for trends the
      *  per-run listings cannot show once they are gone.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  REORG-MAP.
      *old code, new code, and the YYYYMMDD the move takes effect -
      *a later date than the maintenance run parks every change line
      *on PENDTRAN until it comes due, exactly as a hand-keyed one
       01  REORG-MAP-RECORD.
           05  RM-OLD-DEPARTMENT      PIC X(10).
           05  RM-NEW-DEPARTMENT      PIC X(10).
           05  RM-EFFECTIVE-DATE      PIC X(8).

       FD  REFERENCE-FILE.
       01  REFERENCE-RECORD.
           05  RF-ENTRY-TYPE          PIC X(1).
               88  RF-DEPARTMENT-ENTRY    VALUE "D".
               88  RF-SHIFT-ENTRY         VALUE "S".
           05  RF-ENTRY-CODE          PIC X(10).
           05  RF-DESCRIPTION         PIC X(30).

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

       FD  MAINT-TRAN-FILE.
      *the same shape as EMPMAINT's MAINT-TRAN-RECORD: "C" plus the
      *employee ID, with a blank field meaning "leave that one
      *alone" - only the department and effective date are filled in
       01  MAINT-TRAN-RECORD.
           05  MT-ACTION                   PIC X(1).
           05  MT-EMPLOYEE-ID              PIC X(6).
           05  MT-FIRST-NAME               PIC X(10).
           05  MT-LAST-NAME                PIC X(15).
           05  MT-DEPARTMENT               PIC X(10).
           05  MT-HIRE-DATE                PIC X(8).
           05  MT-SHIFT-CODE               PIC X(1).
           05  MT-EFFECTIVE-DATE           PIC X(8).

       FD  REF-TRAN-FILE.
      *the same shape as REFMAINT's REF-TRAN-RECORD; a delete only
      *needs the type and code, the description rides along so the
      *REFAUDIT listing shows what went
       01  REF-TRAN-RECORD.
           05  RT-ACTION                   PIC X(1).
           05  RT-ENTRY-TYPE               PIC X(1).
           05  RT-ENTRY-CODE               PIC X(10).
           05  RT-DESCRIPTION              PIC X(30).

       FD  REORG-REPORT.
       01  REORG-REPORT-RECORD        PIC X(100).

       FD  RUN-HISTORY.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-MAP-STATUS              PIC X(2).
       01  WS-REFERENCE-STATUS        PIC X(2).
       01  WS-EMP-MASTER-STATUS       PIC X(2).
       01  WS-MAINT-TRAN-STATUS       PIC X(2).
       01  WS-REF-TRAN-STATUS         PIC X(2).
       01  WS-REORG-RPT-STATUS        PIC X(2).
       01  WS-RUN-HIST-STATUS         PIC X(2).

       01  WS-EOF-SW                  PIC X(1)     VALUE "N".
           88  END-OF-MASTER-FILE     VALUE "Y".
       01  WS-MAP-EOF-SW              PIC X(1)     VALUE "N".
           88  END-OF-MAP-FILE        VALUE "Y".
       01  WS-CUT-SW                  PIC X(1).
           88  CUT-CHANGES            VALUE "Y".
           88  COUNT-ONLY             VALUE "N".
       01  WS-CODE-FOUND-SW           PIC X(1).
           88  CODE-FOUND             VALUE "Y".
           88  CODE-NOT-FOUND         VALUE "N".

      *every department code on the reference table with its
      *description, loaded once; more departments than the table
      *holds stops the run rather than rejecting a good new code
       01  WS-CODE-TABLE.
           05  WS-CODE-COUNT          PIC 9(3)     VALUE 0.
           05  WS-CODE-ENTRY                       OCCURS 500.
               10  WS-CD-CODE         PIC X(10).
               10  WS-CD-DESC         PIC X(30).
       01  WS-CODE-SUB                PIC 9(3).
       01  WS-LOOKUP-DEPT             PIC X(10).
       01  WS-DEPT-DESC               PIC X(30).

      *the mapping as keyed, one entry per line, rejected lines
      *included so the listing can show all of them; a blank reason
      *is an accepted line.  the counts are filled in by the walks
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT           PIC 9(3)     VALUE 0.
           05  WS-MAP-ENTRY                        OCCURS 100.
               10  WS-MP-OLD-DEPT     PIC X(10).
               10  WS-MP-NEW-DEPT     PIC X(10).
               10  WS-MP-EFFECTIVE-DATE   PIC X(8).
               10  WS-MP-REASON       PIC X(30).
               10  WS-MP-ON-TABLE-SW  PIC X(1).
                   88  MP-OLD-ON-TABLE    VALUE "Y".
               10  WS-MP-RECV-SLOT    PIC 9(3).
               10  WS-MP-ACTIVE-BEFORE    PIC 9(6).
               10  WS-MP-TERM-BEFORE  PIC 9(6).
               10  WS-MP-ACTIVE-CUT   PIC 9(6).
               10  WS-MP-TERM-CUT     PIC 9(6).
       01  WS-MAP-SUB                 PIC 9(3).
       01  WS-CHECK-SUB               PIC 9(3).

      *each distinct new code once, however many retired codes merge
      *into it
       01  WS-RECV-TABLE.
           05  WS-RECV-COUNT          PIC 9(3)     VALUE 0.
           05  WS-RECV-ENTRY                       OCCURS 100.
               10  WS-RV-DEPT         PIC X(10).
               10  WS-RV-ACTIVE-BEFORE    PIC 9(6).
               10  WS-RV-TERM-BEFORE  PIC 9(6).
               10  WS-RV-ACTIVE-IN    PIC 9(6).
               10  WS-RV-TERM-IN      PIC 9(6).
       01  WS-RECV-SUB                PIC 9(3).

      *the department being walked and what the walk found in it
       01  WS-WALK-DEPT               PIC X(10).
       01  WS-WALK-ACTIVE             PIC 9(6).
       01  WS-WALK-TERMINATED         PIC 9(6).

      *the effective date gets the calendar edit EMPMAINT gives it,
      *so a mis-keyed date is caught here and not on hundreds of
      *change lines later
       01  WS-EDIT-DATE.
           05  WS-EDIT-YEAR           PIC 9(4).
           05  WS-EDIT-MONTH          PIC 9(2).
           05  WS-EDIT-DAY            PIC 9(2).
       01  WS-MONTH-DAYS-VALUES       PIC X(24)
                                      VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-DAYS-IN-MONTH       PIC 9(2)     OCCURS 12.
       01  WS-MAX-DAY                 PIC 9(2).
       01  WS-REJECT-REASON           PIC X(30).

      *one listing line per mapping line
       01  WS-MAP-LINE.
           05  WM-FLAG                PIC X(9).
           05  WM-OLD-DEPT            PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WM-NEW-DEPT            PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WM-EFFECTIVE-DATE      PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WM-NOTE                PIC X(30).

      *one listing line per change line cut
       01  WS-TRANSFER-LINE.
           05  WT-FLAG                PIC X(9)     VALUE "CHANGE".
           05  WT-EMPLOYEE-ID         PIC X(6).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WT-FIRST-NAME          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WT-LAST-NAME           PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WT-STATUS              PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WT-OLD-DEPT            PIC X(10).
           05  FILLER                 PIC X(4)     VALUE " TO ".
           05  WT-NEW-DEPT            PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WT-EFFECTIVE-DATE      PIC X(8).

      *one headcount line per department touched.  the ACTIVE
      *columns are the people EMPRPT counts under the department -
      *before is tonight's master, after is how it will stand once
      *every change line cut here has applied
       01  WS-COLUMN-HEADING.
           05  FILLER                 PIC X(42)    VALUE
               "DEPARTMENT DESCRIPTION".
           05  FILLER                 PIC X(9)     VALUE "ROLE".
           05  FILLER                 PIC X(9)     VALUE " ACTIVE".
           05  FILLER                 PIC X(9)     VALUE "  TERMD".
           05  FILLER                 PIC X(10)    VALUE "   MOVED".
           05  FILLER                 PIC X(9)     VALUE " ACTIVE".
           05  FILLER                 PIC X(7)     VALUE "  TERMD".
       01  WS-COLUMN-HEADING-2.
           05  FILLER                 PIC X(51)    VALUE SPACES.
           05  FILLER                 PIC X(9)     VALUE " BEFORE".
           05  FILLER                 PIC X(9)     VALUE " BEFORE".
           05  FILLER                 PIC X(10)    VALUE SPACES.
           05  FILLER                 PIC X(9)     VALUE "  AFTER".
           05  FILLER                 PIC X(7)     VALUE "  AFTER".
       01  WS-COUNT-LINE.
           05  WC-DEPARTMENT          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WC-DESCRIPTION         PIC X(30).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WC-ROLE                PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WC-ACTIVE-BEFORE       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WC-TERM-BEFORE         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WC-MOVED               PIC -ZZZ,ZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WC-ACTIVE-AFTER        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WC-TERM-AFTER          PIC ZZZ,ZZ9.
       01  WS-LINE-ACTIVE-BEFORE      PIC 9(8).
       01  WS-LINE-TERM-BEFORE        PIC 9(8).
       01  WS-LINE-MOVED              PIC S9(8).
       01  WS-LINE-ACTIVE-AFTER       PIC 9(8).
       01  WS-LINE-TERM-AFTER         PIC 9(8).

      *control totals: every record under a retired code has a
      *change line cut for it, every change line lands in a
      *receiving department, and the affected departments between
      *them hold the same people after as before
       01  WS-REJECTED-COUNT          PIC 9(8)     VALUE 0.
       01  WS-NOT-ON-TABLE-COUNT      PIC 9(8)     VALUE 0.
       01  WS-RETIRED-RECORD-COUNT    PIC 9(8)     VALUE 0.
       01  WS-CHANGE-CUT-COUNT        PIC 9(8)     VALUE 0.
       01  WS-MOVED-IN-COUNT          PIC 9(8)     VALUE 0.
       01  WS-DELETE-CUT-COUNT        PIC 9(8)     VALUE 0.
       01  WS-TOTAL-ACTIVE-BEFORE     PIC 9(8)     VALUE 0.
       01  WS-TOTAL-TERM-BEFORE       PIC 9(8)     VALUE 0.
       01  WS-TOTAL-ACTIVE-AFTER      PIC 9(8)     VALUE 0.
       01  WS-TOTAL-TERM-AFTER        PIC 9(8)     VALUE 0.
       01  WS-BALANCE-SW              PIC X(1).
           88  TOTALS-BALANCE         VALUE "Y".
           88  TOTALS-OUT-OF-BALANCE  VALUE "N".
       01  WS-RUN-DATE                PIC X(8).
       01  WS-RUN-START-TIME          PIC X(21).
       01  WS-RUN-END-TIME            PIC X(21).


       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *the whole mapping is edited before a single line is cut: one
      *bad line ends the run RC=16 with both transaction files empty,
      *so a reorganization is never half cut.  RC=8 if the control
      *totals do not balance
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIME.
           MOVE WS-RUN-START-TIME (1:8) TO WS-RUN-DATE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               DISPLAY "EMPREORG - CANNOT OPEN EMPMAST, STATUS "
                   WS-EMP-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REORG-REPORT.
           MOVE "DEPARTMENT REORGANIZATION" TO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE SPACES TO REORG-REPORT-RECORD.
           STRING "RUN STARTED : " WS-RUN-START-TIME
               DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           PERFORM 0001-LOAD-DEPARTMENT-CODES.
           PERFORM 0002-LOAD-MAPPING.
           PERFORM 0005-CROSS-CHECK-MAPPINGS.
           PERFORM 0006-LIST-MAPPINGS.
           IF WS-REJECTED-COUNT > 0 OR WS-MAP-COUNT = 0
               PERFORM 0018-STOP-ON-REJECTS
           END-IF.
           OPEN OUTPUT MAINT-TRAN-FILE.
           OPEN OUTPUT REF-TRAN-FILE.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               PERFORM 0008-TRANSFER-DEPARTMENT
           END-PERFORM.
           PERFORM VARYING WS-RECV-SUB FROM 1 BY 1
               UNTIL WS-RECV-SUB > WS-RECV-COUNT
               PERFORM 0012-COUNT-RECEIVING-DEPT
           END-PERFORM.
           PERFORM 0013-CUT-DELETE-LINES.
           PERFORM 0014-PRINT-HEADCOUNTS.
           PERFORM 0016-WRITE-CONTROL-TOTALS.
           CLOSE EMPLOYEE-MASTER.
           CLOSE MAINT-TRAN-FILE.
           CLOSE REF-TRAN-FILE.
           CLOSE REORG-REPORT.
           IF TOTALS-OUT-OF-BALANCE
               DISPLAY "EMPREORG - CONTROL TOTALS DO NOT BALANCE, "
                   "SEE REORGRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0017-WRITE-RUN-STATS.

           STOP RUN.

       0001-LOAD-DEPARTMENT-CODES.
      *every "D" entry on the reference table, with its description
      *for the listing.  a table that cannot be read, or that holds
      *more departments than fit, stops the run - without it no new
      *code can be proved valid
           OPEN INPUT REFERENCE-FILE.
           IF WS-REFERENCE-STATUS NOT = "00"
               DISPLAY "EMPREORG - CANNOT OPEN REFTABLE, STATUS "
                   WS-REFERENCE-STATUS
               CLOSE EMPLOYEE-MASTER
               CLOSE REORG-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-REFERENCE-STATUS NOT = "00"
               READ REFERENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RF-DEPARTMENT-ENTRY
                           IF WS-CODE-COUNT >= 500
                               DISPLAY "EMPREORG - MORE THAN 500 "
                                   "DEPARTMENTS ON REFTABLE"
                               CLOSE REFERENCE-FILE
                               CLOSE EMPLOYEE-MASTER
                               CLOSE REORG-REPORT
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CODE-COUNT
                           MOVE RF-ENTRY-CODE TO
                               WS-CD-CODE (WS-CODE-COUNT)
                           MOVE RF-DESCRIPTION TO
                               WS-CD-DESC (WS-CODE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFERENCE-FILE.

       0002-LOAD-MAPPING.
      *every mapping line into the table with the result of its own
      *edits; the edits that need the whole mapping follow in 0005
           OPEN INPUT REORG-MAP.
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "EMPREORG - CANNOT OPEN REORGMAP, STATUS "
                   WS-MAP-STATUS
               CLOSE EMPLOYEE-MASTER
               CLOSE REORG-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-MAP-FILE
               READ REORG-MAP
                   AT END
                       SET END-OF-MAP-FILE TO TRUE
                   NOT AT END
                       IF WS-MAP-COUNT >= 100
                           DISPLAY "EMPREORG - MORE THAN 100 "
                               "MAPPING LINES ON REORGMAP"
                           CLOSE REORG-MAP
                           CLOSE EMPLOYEE-MASTER
                           CLOSE REORG-REPORT
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-MAP-COUNT
                       MOVE WS-MAP-COUNT TO WS-MAP-SUB
                       PERFORM 0003-EDIT-MAPPING-LINE
               END-READ
           END-PERFORM.
           CLOSE REORG-MAP.

       0003-EDIT-MAPPING-LINE.
      *both codes present and different, the new one already on the
      *reference table, and a real effective date; the first edit
      *that fails is the reason listed.  an old code missing from
      *the table is not an error - the people under it still move -
      *but there is no entry for REFMAINT to delete
           MOVE RM-OLD-DEPARTMENT TO WS-MP-OLD-DEPT (WS-MAP-SUB).
           MOVE RM-NEW-DEPARTMENT TO WS-MP-NEW-DEPT (WS-MAP-SUB).
           MOVE RM-EFFECTIVE-DATE TO
               WS-MP-EFFECTIVE-DATE (WS-MAP-SUB).
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "N" TO WS-MP-ON-TABLE-SW (WS-MAP-SUB).
           MOVE 0 TO WS-MP-RECV-SLOT (WS-MAP-SUB).
           MOVE 0 TO WS-MP-ACTIVE-BEFORE (WS-MAP-SUB).
           MOVE 0 TO WS-MP-TERM-BEFORE (WS-MAP-SUB).
           MOVE 0 TO WS-MP-ACTIVE-CUT (WS-MAP-SUB).
           MOVE 0 TO WS-MP-TERM-CUT (WS-MAP-SUB).
           IF RM-OLD-DEPARTMENT = SPACES
               MOVE "OLD CODE BLANK" TO WS-REJECT-REASON
           ELSE
           IF RM-NEW-DEPARTMENT = SPACES
               MOVE "NEW CODE BLANK" TO WS-REJECT-REASON
           ELSE
           IF RM-NEW-DEPARTMENT = RM-OLD-DEPARTMENT
               MOVE "OLD AND NEW CODE THE SAME" TO WS-REJECT-REASON
           ELSE
               MOVE RM-NEW-DEPARTMENT TO WS-LOOKUP-DEPT
               PERFORM 0007-FIND-DEPT-CODE
               IF CODE-NOT-FOUND
                   MOVE "NEW CODE NOT ON REFTABLE" TO
                       WS-REJECT-REASON
               ELSE
                   PERFORM 0004-EDIT-EFFECTIVE-DATE
               END-IF
           END-IF
           END-IF
           END-IF.
           MOVE WS-REJECT-REASON TO WS-MP-REASON (WS-MAP-SUB).
           IF WS-REJECT-REASON = SPACES
               MOVE RM-OLD-DEPARTMENT TO WS-LOOKUP-DEPT
               PERFORM 0007-FIND-DEPT-CODE
               IF CODE-FOUND
                   MOVE "Y" TO WS-MP-ON-TABLE-SW (WS-MAP-SUB)
               END-IF
           END-IF.

       0004-EDIT-EFFECTIVE-DATE.
      *the same calendar edit EMPMAINT's 0019 applies - and, as
      *there, no upper limit: a reorganization is usually keyed
      *ahead of the date it takes effect
           IF RM-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE RM-EFFECTIVE-DATE TO WS-EDIT-DATE
               IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
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
                       MOVE "EFFECTIVE DATE DAY INVALID"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       0005-CROSS-CHECK-MAPPINGS.
      *a code may be retired once, and a code being retired cannot
      *also be receiving: people moved into it would stay under a
      *code whose delete REFMAINT then refuses, and the walk of the
      *master tonight would not see them to move them on.  the
      *accepted lines then get their receiving department slot
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB > WS-MAP-COUNT
                   IF WS-MP-REASON (WS-MAP-SUB) = SPACES
                       IF WS-CHECK-SUB < WS-MAP-SUB
                           AND WS-MP-OLD-DEPT (WS-CHECK-SUB) =
                               WS-MP-OLD-DEPT (WS-MAP-SUB)
                           MOVE "OLD CODE ALREADY MAPPED" TO
                               WS-MP-REASON (WS-MAP-SUB)
                       END-IF
                       IF WS-MP-OLD-DEPT (WS-CHECK-SUB) =
                           WS-MP-NEW-DEPT (WS-MAP-SUB)
                           MOVE "NEW CODE IS ALSO BEING RETIRED" TO
                               WS-MP-REASON (WS-MAP-SUB)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF WS-MP-REASON (WS-MAP-SUB) = SPACES
                   PERFORM 0011-ADD-RECEIVING-DEPT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-PERFORM.

       0006-LIST-MAPPINGS.
      *the mapping as keyed, every line flagged accepted or rejected
           MOVE SPACES TO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE "MAPPING" TO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE SPACES TO REORG-REPORT-RECORD.
           STRING "         OLD CODE   NEW CODE   EFFECTIV NOTE"
               DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               MOVE WS-MP-OLD-DEPT (WS-MAP-SUB) TO WM-OLD-DEPT
               MOVE WS-MP-NEW-DEPT (WS-MAP-SUB) TO WM-NEW-DEPT
               MOVE WS-MP-EFFECTIVE-DATE (WS-MAP-SUB) TO
                   WM-EFFECTIVE-DATE
               IF WS-MP-REASON (WS-MAP-SUB) NOT = SPACES
                   MOVE "REJECTED " TO WM-FLAG
                   MOVE WS-MP-REASON (WS-MAP-SUB) TO WM-NOTE
               ELSE
                   MOVE "ACCEPTED " TO WM-FLAG
                   IF MP-OLD-ON-TABLE (WS-MAP-SUB)
                       MOVE SPACES TO WM-NOTE
                   ELSE
                       ADD 1 TO WS-NOT-ON-TABLE-COUNT
                       MOVE "OLD CODE NOT ON REFTABLE" TO WM-NOTE
                   END-IF
               END-IF
               MOVE WS-MAP-LINE TO REORG-REPORT-RECORD
               WRITE REORG-REPORT-RECORD
           END-PERFORM.

       0007-FIND-DEPT-CODE.
      *serial search of the reference departments for
      *WS-LOOKUP-DEPT; WS-DEPT-DESC comes back holding the
      *description, or a note when the code is not there
           SET CODE-NOT-FOUND TO TRUE.
           MOVE "NOT ON REFTABLE" TO WS-DEPT-DESC.
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-CODE-COUNT
                  OR CODE-FOUND
               IF WS-CD-CODE (WS-CODE-SUB) = WS-LOOKUP-DEPT
                   SET CODE-FOUND TO TRUE
                   MOVE WS-CD-DESC (WS-CODE-SUB) TO WS-DEPT-DESC
               END-IF
           END-PERFORM.

       0008-TRANSFER-DEPARTMENT.
      *one block on the listing per retired code: where it goes,
      *every employee moved, and the counts the block balances on
           MOVE SPACES TO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE WS-MP-OLD-DEPT (WS-MAP-SUB) TO WS-LOOKUP-DEPT.
           PERFORM 0007-FIND-DEPT-CODE.
           MOVE SPACES TO REORG-REPORT-RECORD.
           STRING "RETIRED DEPARTMENT : " WS-MP-OLD-DEPT (WS-MAP-SUB)
               " " WS-DEPT-DESC
               DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE WS-MP-NEW-DEPT (WS-MAP-SUB) TO WS-LOOKUP-DEPT.
           PERFORM 0007-FIND-DEPT-CODE.
           MOVE SPACES TO REORG-REPORT-RECORD.
           STRING "MOVES TO           : " WS-MP-NEW-DEPT (WS-MAP-SUB)
               " " WS-DEPT-DESC
               " EFFECTIVE " WS-MP-EFFECTIVE-DATE (WS-MAP-SUB)
               DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE WS-MP-OLD-DEPT (WS-MAP-SUB) TO WS-WALK-DEPT.
           SET CUT-CHANGES TO TRUE.
           PERFORM 0009-WALK-DEPARTMENT.
           MOVE WS-WALK-ACTIVE TO WS-MP-ACTIVE-BEFORE (WS-MAP-SUB).
           MOVE WS-WALK-TERMINATED TO WS-MP-TERM-BEFORE (WS-MAP-SUB).
           ADD WS-WALK-ACTIVE TO WS-RETIRED-RECORD-COUNT.
           ADD WS-WALK-TERMINATED TO WS-RETIRED-RECORD-COUNT.
           MOVE SPACES TO REORG-REPORT-RECORD.
           STRING "  ON MASTER  ACTIVE : " WS-WALK-ACTIVE
               "  TERMINATED : " WS-WALK-TERMINATED
               "  CHANGES CUT : " WS-MP-ACTIVE-CUT (WS-MAP-SUB)
               " + " WS-MP-TERM-CUT (WS-MAP-SUB)
               DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.

       0009-WALK-DEPARTMENT.
      *every master record under WS-WALK-DEPT, active and terminated
      *counted apart, by the department alternate key; with
      *CUT-CHANGES set each one also gets its change line
           MOVE 0 TO WS-WALK-ACTIVE.
           MOVE 0 TO WS-WALK-TERMINATED.
           MOVE "N" TO WS-EOF-SW.
           MOVE WS-WALK-DEPT TO EM-DEPARTMENT.
           START EMPLOYEE-MASTER
               KEY IS EQUAL TO EM-DEPARTMENT
               INVALID KEY
                   SET END-OF-MASTER-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-MASTER-FILE
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET END-OF-MASTER-FILE TO TRUE
                   NOT AT END
                       IF EM-DEPARTMENT NOT = WS-WALK-DEPT
                           SET END-OF-MASTER-FILE TO TRUE
                       ELSE
                           IF EM-STATUS-TERMINATED
                               ADD 1 TO WS-WALK-TERMINATED
                           ELSE
                               ADD 1 TO WS-WALK-ACTIVE
                           END-IF
                           IF CUT-CHANGES
                               PERFORM 0010-CUT-CHANGE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0010-CUT-CHANGE-LINE.
      *"C", the ID, the new department and the effective date -
      *nothing else, so the name, hire date, shift and status on the
      *master are left exactly as they are.  a change line that
      *cannot be written stops the run: a partial file would move
      *some of a department and strand the rest
           MOVE SPACES TO MAINT-TRAN-RECORD.
           MOVE "C" TO MT-ACTION.
           MOVE EM-EMPLOYEE-ID TO MT-EMPLOYEE-ID.
           MOVE WS-MP-NEW-DEPT (WS-MAP-SUB) TO MT-DEPARTMENT.
           MOVE WS-MP-EFFECTIVE-DATE (WS-MAP-SUB) TO
               MT-EFFECTIVE-DATE.
           WRITE MAINT-TRAN-RECORD.
           IF WS-MAINT-TRAN-STATUS NOT = "00"
               DISPLAY "EMPREORG - CANNOT WRITE MNTTRAN FOR "
                   EM-EMPLOYEE-ID ", STATUS " WS-MAINT-TRAN-STATUS
               CLOSE EMPLOYEE-MASTER
               CLOSE MAINT-TRAN-FILE
               CLOSE REF-TRAN-FILE
               CLOSE REORG-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CHANGE-CUT-COUNT.
           MOVE WS-MP-RECV-SLOT (WS-MAP-SUB) TO WS-RECV-SUB.
           IF EM-STATUS-TERMINATED
               ADD 1 TO WS-MP-TERM-CUT (WS-MAP-SUB)
               ADD 1 TO WS-RV-TERM-IN (WS-RECV-SUB)
               MOVE "TERMINATED" TO WT-STATUS
           ELSE
               ADD 1 TO WS-MP-ACTIVE-CUT (WS-MAP-SUB)
               ADD 1 TO WS-RV-ACTIVE-IN (WS-RECV-SUB)
               MOVE "ACTIVE" TO WT-STATUS
           END-IF.
           MOVE EM-EMPLOYEE-ID TO WT-EMPLOYEE-ID.
           MOVE EM-FIRST-NAME TO WT-FIRST-NAME.
           MOVE EM-LAST-NAME TO WT-LAST-NAME.
           MOVE EM-DEPARTMENT TO WT-OLD-DEPT.
           MOVE MT-DEPARTMENT TO WT-NEW-DEPT.
           MOVE MT-EFFECTIVE-DATE TO WT-EFFECTIVE-DATE.
           MOVE WS-TRANSFER-LINE TO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.

       0011-ADD-RECEIVING-DEPT.
      *finds the accepted line's new code in the receiving table,
      *adding it the first time it turns up; there can be no more
      *receiving codes than mapping lines, so the table cannot fill
           MOVE 0 TO WS-MP-RECV-SLOT (WS-MAP-SUB).
           PERFORM VARYING WS-RECV-SUB FROM 1 BY 1
               UNTIL WS-RECV-SUB > WS-RECV-COUNT
                  OR WS-MP-RECV-SLOT (WS-MAP-SUB) > 0
               IF WS-RV-DEPT (WS-RECV-SUB) =
                   WS-MP-NEW-DEPT (WS-MAP-SUB)
                   MOVE WS-RECV-SUB TO WS-MP-RECV-SLOT (WS-MAP-SUB)
               END-IF
           END-PERFORM.
           IF WS-MP-RECV-SLOT (WS-MAP-SUB) = 0
               ADD 1 TO WS-RECV-COUNT
               MOVE WS-MP-NEW-DEPT (WS-MAP-SUB) TO
                   WS-RV-DEPT (WS-RECV-COUNT)
               MOVE 0 TO WS-RV-ACTIVE-BEFORE (WS-RECV-COUNT)
               MOVE 0 TO WS-RV-TERM-BEFORE (WS-RECV-COUNT)
               MOVE 0 TO WS-RV-ACTIVE-IN (WS-RECV-COUNT)
               MOVE 0 TO WS-RV-TERM-IN (WS-RECV-COUNT)
               MOVE WS-RECV-COUNT TO WS-MP-RECV-SLOT (WS-MAP-SUB)
           END-IF.

       0012-COUNT-RECEIVING-DEPT.
      *what a receiving department holds tonight, before anyone
      *arrives - counted the same way, without cutting anything
           MOVE WS-RV-DEPT (WS-RECV-SUB) TO WS-WALK-DEPT.
           SET COUNT-ONLY TO TRUE.
           PERFORM 0009-WALK-DEPARTMENT.
           MOVE WS-WALK-ACTIVE TO WS-RV-ACTIVE-BEFORE (WS-RECV-SUB).
           MOVE WS-WALK-TERMINATED TO WS-RV-TERM-BEFORE (WS-RECV-SUB).
           ADD WS-RV-ACTIVE-IN (WS-RECV-SUB) TO WS-MOVED-IN-COUNT.
           ADD WS-RV-TERM-IN (WS-RECV-SUB) TO WS-MOVED-IN-COUNT.

       0013-CUT-DELETE-LINES.
      *one department delete per retired code on the reference
      *table, in mapping order, for REFMAINT once the transfers have
      *applied; a code that was never on the table has nothing to
      *delete
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF MP-OLD-ON-TABLE (WS-MAP-SUB)
                   MOVE WS-MP-OLD-DEPT (WS-MAP-SUB) TO WS-LOOKUP-DEPT
                   PERFORM 0007-FIND-DEPT-CODE
                   MOVE SPACES TO REF-TRAN-RECORD
                   MOVE "D" TO RT-ACTION
                   MOVE "D" TO RT-ENTRY-TYPE
                   MOVE WS-MP-OLD-DEPT (WS-MAP-SUB) TO RT-ENTRY-CODE
                   MOVE WS-DEPT-DESC TO RT-DESCRIPTION
                   WRITE REF-TRAN-RECORD
                   IF WS-REF-TRAN-STATUS NOT = "00"
                       DISPLAY "EMPREORG - CANNOT WRITE REFTRAN FOR "
                           WS-MP-OLD-DEPT (WS-MAP-SUB) ", STATUS "
                           WS-REF-TRAN-STATUS
                   ELSE
                       ADD 1 TO WS-DELETE-CUT-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       0014-PRINT-HEADCOUNTS.
      *the before/after table: every retired department, then every
      *receiving department, then the affected departments in total.
      *the ACTIVE BEFORE column is what EMPRPT prints for each code
      *tonight and ACTIVE AFTER what it will print once the change
      *lines have applied; MOVED is the change lines out of or into
      *the department
           MOVE SPACES TO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE "HEADCOUNT BEFORE AND AFTER" TO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE WS-COLUMN-HEADING TO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE WS-COLUMN-HEADING-2 TO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               MOVE WS-MP-OLD-DEPT (WS-MAP-SUB) TO WS-LOOKUP-DEPT
               PERFORM 0007-FIND-DEPT-CODE
               MOVE WS-LOOKUP-DEPT TO WC-DEPARTMENT
               MOVE WS-DEPT-DESC TO WC-DESCRIPTION
               MOVE "RETIRED" TO WC-ROLE
               MOVE WS-MP-ACTIVE-BEFORE (WS-MAP-SUB) TO
                   WS-LINE-ACTIVE-BEFORE
               MOVE WS-MP-TERM-BEFORE (WS-MAP-SUB) TO
                   WS-LINE-TERM-BEFORE
               COMPUTE WS-LINE-MOVED = 0
                   - WS-MP-ACTIVE-CUT (WS-MAP-SUB)
                   - WS-MP-TERM-CUT (WS-MAP-SUB)
               COMPUTE WS-LINE-ACTIVE-AFTER =
                   WS-MP-ACTIVE-BEFORE (WS-MAP-SUB)
                   - WS-MP-ACTIVE-CUT (WS-MAP-SUB)
               COMPUTE WS-LINE-TERM-AFTER =
                   WS-MP-TERM-BEFORE (WS-MAP-SUB)
                   - WS-MP-TERM-CUT (WS-MAP-SUB)
               PERFORM 0015-PRINT-COUNT-LINE
           END-PERFORM.
           PERFORM VARYING WS-RECV-SUB FROM 1 BY 1
               UNTIL WS-RECV-SUB > WS-RECV-COUNT
               MOVE WS-RV-DEPT (WS-RECV-SUB) TO WS-LOOKUP-DEPT
               PERFORM 0007-FIND-DEPT-CODE
               MOVE WS-LOOKUP-DEPT TO WC-DEPARTMENT
               MOVE WS-DEPT-DESC TO WC-DESCRIPTION
               MOVE "RECEIVES" TO WC-ROLE
               MOVE WS-RV-ACTIVE-BEFORE (WS-RECV-SUB) TO
                   WS-LINE-ACTIVE-BEFORE
               MOVE WS-RV-TERM-BEFORE (WS-RECV-SUB) TO
                   WS-LINE-TERM-BEFORE
               COMPUTE WS-LINE-MOVED =
                   WS-RV-ACTIVE-IN (WS-RECV-SUB)
                   + WS-RV-TERM-IN (WS-RECV-SUB)
               COMPUTE WS-LINE-ACTIVE-AFTER =
                   WS-RV-ACTIVE-BEFORE (WS-RECV-SUB)
                   + WS-RV-ACTIVE-IN (WS-RECV-SUB)
               COMPUTE WS-LINE-TERM-AFTER =
                   WS-RV-TERM-BEFORE (WS-RECV-SUB)
                   + WS-RV-TERM-IN (WS-RECV-SUB)
               PERFORM 0015-PRINT-COUNT-LINE
           END-PERFORM.
           MOVE SPACES TO WC-DEPARTMENT.
           MOVE "AFFECTED DEPARTMENTS TOTAL" TO WC-DESCRIPTION.
           MOVE SPACES TO WC-ROLE.
           MOVE WS-TOTAL-ACTIVE-BEFORE TO WC-ACTIVE-BEFORE.
           MOVE WS-TOTAL-TERM-BEFORE TO WC-TERM-BEFORE.
           COMPUTE WC-MOVED = WS-MOVED-IN-COUNT - WS-CHANGE-CUT-COUNT.
           MOVE WS-TOTAL-ACTIVE-AFTER TO WC-ACTIVE-AFTER.
           MOVE WS-TOTAL-TERM-AFTER TO WC-TERM-AFTER.
           MOVE WS-COUNT-LINE TO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.

       0015-PRINT-COUNT-LINE.
      *the caller has set the department, description, role and the
      *WS-LINE- counts; each line also adds into the totals line
           MOVE WS-LINE-ACTIVE-BEFORE TO WC-ACTIVE-BEFORE.
           MOVE WS-LINE-TERM-BEFORE TO WC-TERM-BEFORE.
           MOVE WS-LINE-MOVED TO WC-MOVED.
           MOVE WS-LINE-ACTIVE-AFTER TO WC-ACTIVE-AFTER.
           MOVE WS-LINE-TERM-AFTER TO WC-TERM-AFTER.
           MOVE WS-COUNT-LINE TO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           ADD WS-LINE-ACTIVE-BEFORE TO WS-TOTAL-ACTIVE-BEFORE.
           ADD WS-LINE-TERM-BEFORE TO WS-TOTAL-TERM-BEFORE.
           ADD WS-LINE-ACTIVE-AFTER TO WS-TOTAL-ACTIVE-AFTER.
           ADD WS-LINE-TERM-AFTER TO WS-TOTAL-TERM-AFTER.

       0016-WRITE-CONTROL-TOTALS.
      *the tests the run has to pass: a change line for every record
      *under a retired code, every change line landing in a
      *receiving department, and the affected departments holding
      *the same actives and the same terminated after as before
           SET TOTALS-BALANCE TO TRUE.
           IF WS-CHANGE-CUT-COUNT NOT = WS-RETIRED-RECORD-COUNT
               OR WS-MOVED-IN-COUNT NOT = WS-CHANGE-CUT-COUNT
               OR WS-TOTAL-ACTIVE-AFTER NOT = WS-TOTAL-ACTIVE-BEFORE
               OR WS-TOTAL-TERM-AFTER NOT = WS-TOTAL-TERM-BEFORE
               SET TOTALS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-TIME.
           MOVE SPACES TO REORG-REPORT-RECORD.
           STRING "RUN ENDED   : " WS-RUN-END-TIME
               DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE SPACES TO REORG-REPORT-RECORD.
           STRING "MAPPING LINES ACCEPTED      : " WS-MAP-COUNT
               DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE SPACES TO REORG-REPORT-RECORD.
           STRING "RECORDS UNDER RETIRED CODES : "
               WS-RETIRED-RECORD-COUNT
               DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE SPACES TO REORG-REPORT-RECORD.
           STRING "CHANGE LINES CUT            : " WS-CHANGE-CUT-COUNT
               DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE SPACES TO REORG-REPORT-RECORD.
           STRING "MOVED INTO RECEIVING CODES  : " WS-MOVED-IN-COUNT
               DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE SPACES TO REORG-REPORT-RECORD.
           STRING "DELETE LINES CUT            : " WS-DELETE-CUT-COUNT
               DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE SPACES TO REORG-REPORT-RECORD.
           STRING "RETIRED, NOT ON REFTABLE    : "
               WS-NOT-ON-TABLE-COUNT
               DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE SPACES TO REORG-REPORT-RECORD.
           STRING "ACTIVE BEFORE / AFTER       : "
               WS-TOTAL-ACTIVE-BEFORE " / " WS-TOTAL-ACTIVE-AFTER
               DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE SPACES TO REORG-REPORT-RECORD.
           STRING "TERMINATED BEFORE / AFTER   : "
               WS-TOTAL-TERM-BEFORE " / " WS-TOTAL-TERM-AFTER
               DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           IF TOTALS-BALANCE
               MOVE "CONTROL TOTALS BALANCE" TO REORG-REPORT-RECORD
           ELSE
               MOVE "*** CONTROL TOTALS OUT OF BALANCE ***" TO
                   REORG-REPORT-RECORD
           END-IF.
           WRITE REORG-REPORT-RECORD.

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
               DISPLAY "EMPREORG - CANNOT OPEN RUNHIST, STATUS "
                   WS-RUN-HIST-STATUS
           ELSE
               MOVE WS-RUN-DATE TO RS-RUN-DATE
               MOVE "EMPREORG" TO RS-PROGRAM-NAME
               MOVE WS-RUN-START-TIME TO RS-RUN-START
               MOVE WS-RUN-END-TIME TO RS-RUN-END
               MOVE SPACES TO RS-SOURCE-SYSTEM
               MOVE WS-RETIRED-RECORD-COUNT TO RS-RECORDS-IN
               MOVE WS-CHANGE-CUT-COUNT TO RS-RECORDS-OUT
               MOVE 0 TO RS-REJECT-COUNT
               MOVE 0 TO RS-DUP-COUNT
               MOVE WS-DELETE-CUT-COUNT TO RS-ESCALATED-COUNT
               WRITE RUN-STAT-REC
               CLOSE RUN-HISTORY
           END-IF.

       0018-STOP-ON-REJECTS.
      *a rejected mapping line, or no mapping at all, ends the run
      *before either transaction file is opened - fix the mapping
      *and rerun the whole of it
           MOVE SPACES TO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD.
           MOVE SPACES TO REORG-REPORT-RECORD.
           IF WS-MAP-COUNT = 0
               MOVE "*** NO MAPPING LINES ON REORGMAP - NOTHING CUT ***"
                   TO REORG-REPORT-RECORD
           ELSE
               STRING "*** " WS-REJECTED-COUNT
                   " MAPPING LINE(S) REJECTED - NOTHING CUT ***"
                   DELIMITED BY SIZE INTO REORG-REPORT-RECORD
           END-IF.
           WRITE REORG-REPORT-RECORD.
           CLOSE EMPLOYEE-MASTER.
           CLOSE REORG-REPORT.
           DISPLAY "EMPREORG - REORGMAP REJECTED, SEE REORGRPT".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM EMPREORG.
