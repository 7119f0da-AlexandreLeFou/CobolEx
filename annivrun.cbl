               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MILESTONE-RPT-STATUS.

      *  SERVICE-HISTORY is SAMPLE's record of every earlier period of
      *  service for a rehired employee.  service is counted from the
      *  latest rehire on it, not the original hire, even if a later
      *  correction has put the original date back on the master.
      *  it is OPTIONAL: a shop with no rehires yet has no file.
           SELECT OPTIONAL SERVICE-HISTORY ASSIGN TO "SVCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERVICE-HIST-STATUS.

      *  RUN-HISTORY is the permanent per-run statistics file every
      *  batch job appends one dated record to at end of run; the
      *  monthly RUNSTATS report reads it back for trends the
       FD  MILESTONE-REPORT.
       01  MILESTONE-REPORT-RECORD    PIC X(60).

       FD  SERVICE-HISTORY.
           COPY SVCHIST.

       FD  RUN-HISTORY.
           COPY RUNSTAT.

       01  WS-ANNIV-FEED-STATUS       PIC X(2).
       01  WS-MILESTONE-RPT-STATUS    PIC X(2).
       01  WS-RUN-HIST-STATUS         PIC X(2).
       01  WS-SERVICE-HIST-STATUS     PIC X(2).

       01  WS-EOF-SW                  PIC X(1)     VALUE "N".
           88  END-OF-MASTER-FILE     VALUE "Y".
       01  WS-TIER-25-COUNT           PIC 9(8)     VALUE 0.
       01  WS-TIER-STD-COUNT          PIC 9(8)     VALUE 0.

      *latest rehire date per employee, loaded once off SVCHIST
      *before the master pass; an ID rehired twice keeps only the
      *later date, since that is where the current service began
       01  WS-REHIRE-TABLE.
           05  WS-RH-COUNT            PIC 9(4)     VALUE 0.
           05  WS-RH-ENTRY                         OCCURS 1000.
               10  WS-RH-EMPLOYEE-ID  PIC X(6).
               10  WS-RH-REHIRE-DATE  PIC X(8).
       01  WS-RH-SUB                  PIC 9(4).
       01  WS-RH-FOUND-SW             PIC X(1).
           88  RH-ENTRY-FOUND         VALUE "Y".
           88  RH-ENTRY-NOT-FOUND     VALUE "N".

      *the date this employee's current service began: EM-HIRE-DATE,
      *unless SVCHIST holds a later rehire for the same ID
       01  WS-SERVICE-START-DATE      PIC X(8).


       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0008-LOAD-REHIRE-DATES.
           PERFORM 0004-OPEN-GREETING-LOG.
           OPEN OUTPUT ANNIVERSARY-FEED.
           PERFORM 0003-READ-MASTER-RECORD.
      *whose hire date never passed the old edits are left alone
      *rather than mis-greeted off garbage.  anyone the offboard
      *pass has marked terminated gets no letter - the mailing
      *system was greeting people years after they left.  a rehire
      *is measured from the rehire, so the test runs against the
      *service start date 0010 settles on, not EM-HIRE-DATE itself
           ADD 1 TO WS-MASTER-COUNT.
           PERFORM 0010-FIND-SERVICE-START.
           IF NOT EM-STATUS-TERMINATED
               AND WS-SERVICE-START-DATE IS NUMERIC
               AND WS-SERVICE-START-DATE (5:2) = WS-TY-MONTH
               AND WS-SERVICE-START-DATE (1:6) < WS-TARGET-YYYYMM
               PERFORM 0002-WRITE-ANNIVERSARY
           END-IF.

           MOVE EM-FIRST-NAME TO AF-FIRST-NAME.
           MOVE EM-LAST-NAME TO AF-LAST-NAME.
           MOVE EM-DEPARTMENT TO AF-DEPARTMENT.
           MOVE WS-SERVICE-START-DATE TO AF-HIRE-DATE.
           MOVE EM-SHIFT-CODE TO AF-SHIFT-CODE.
           MOVE EM-EMP-STATUS TO AF-EMP-STATUS.
           MOVE EM-TERM-DATE TO AF-TERM-DATE.

       0006-CLASSIFY-MILESTONE.
      *completed years of service at the target-month anniversary:
      *the target year less the service start year, which 0001
      *already proved is a clean date strictly before the target
      *month.  1, 5, 10, and 25 years are the milestone tiers HR
      *recognizes; the rest get the ordinary letter
           MOVE WS-SERVICE-START-DATE (1:4) TO WS-HIRE-YEAR.
           COMPUTE WS-SERVICE-YEARS =
               WS-TARGET-YEAR - WS-HIRE-YEAR.
           EVALUATE WS-SERVICE-YEARS
               CLOSE RUN-HISTORY
           END-IF.

       0008-LOAD-REHIRE-DATES.
      *one pass over SVCHIST into storage before the master pass.
      *the file is only ever extended, so a later record for the
      *same ID is a later rehire and replaces the date held
           OPEN INPUT SERVICE-HISTORY.
           IF WS-SERVICE-HIST-STATUS = "00"
               PERFORM UNTIL WS-SERVICE-HIST-STATUS NOT = "00"
                   READ SERVICE-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 0009-HOLD-REHIRE-DATE
                   END-READ
               END-PERFORM
               CLOSE SERVICE-HISTORY
           END-IF.

       0009-HOLD-REHIRE-DATE.
      *keeps the later of the date already held and this record's;
      *past 1000 rehired IDs the extras count from EM-HIRE-DATE,
      *which SAMPLE set to the rehire date anyway
           SET RH-ENTRY-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RH-SUB FROM 1 BY 1
               UNTIL WS-RH-SUB > WS-RH-COUNT
                  OR RH-ENTRY-FOUND
               IF WS-RH-EMPLOYEE-ID (WS-RH-SUB) = SH-EMPLOYEE-ID
                   SET RH-ENTRY-FOUND TO TRUE
                   IF SH-REHIRE-DATE > WS-RH-REHIRE-DATE (WS-RH-SUB)
                       MOVE SH-REHIRE-DATE TO
                           WS-RH-REHIRE-DATE (WS-RH-SUB)
                   END-IF
               END-IF
           END-PERFORM.
           IF RH-ENTRY-NOT-FOUND AND WS-RH-COUNT < 1000
               ADD 1 TO WS-RH-COUNT
               MOVE SH-EMPLOYEE-ID TO WS-RH-EMPLOYEE-ID (WS-RH-COUNT)
               MOVE SH-REHIRE-DATE TO WS-RH-REHIRE-DATE (WS-RH-COUNT)
           END-IF.

       0010-FIND-SERVICE-START.
      *service runs from EM-HIRE-DATE unless this employee was
      *rehired later than that - then from the rehire date, so the
      *years before they left are not counted toward a milestone
           MOVE EM-HIRE-DATE TO WS-SERVICE-START-DATE.
           SET RH-ENTRY-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RH-SUB FROM 1 BY 1
               UNTIL WS-RH-SUB > WS-RH-COUNT
                  OR RH-ENTRY-FOUND
               IF WS-RH-EMPLOYEE-ID (WS-RH-SUB) = EM-EMPLOYEE-ID
                   SET RH-ENTRY-FOUND TO TRUE
                   IF WS-RH-REHIRE-DATE (WS-RH-SUB) >
                           WS-SERVICE-START-DATE
                       MOVE WS-RH-REHIRE-DATE (WS-RH-SUB) TO
                           WS-SERVICE-START-DATE
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM ANNIVRUN.
