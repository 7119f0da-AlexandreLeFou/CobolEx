      *================================================================*
      *  PAYFEED - the nightly payroll delta feed PAYFEED cuts by
      *  comparing tonight's EMPMAST with the previous night's
      *  snapshot: one typed detail record per event payroll has to
      *  act on, behind an "H" header carrying the business date and
      *  ahead of a "T" trailer carrying the detail count and a count
      *  per event type - the same control-record discipline as
      *  NAMEIN and ROSTIN, so the payroll side can balance the file
      *  before it loads a record of it.
      *
      *  event types and what PF-EFFECTIVE-DATE and PF-PRIOR-VALUE
      *  carry for each:
      *    NH - new hire        hire date              spaces
      *    RH - rehire          rehire (hire) date     spaces
      *    DC - department      business date          old department
      *    SC - shift           business date          old shift code
      *    NC - name            business date          old first name
      *                                                + old last name
      *    TM - termination     termination date       spaces
      *  the name, department and shift on every detail are the
      *  employee's as they stand tonight.
      *
      *  the header also carries the times the previous and this
      *  night's snapshots were taken: NIGHTEND balances the feed
      *  against the CHGHIST entries recorded between the two.  the
      *  previous time is spaces on a baseline night (no snapshot
      *  to compare with, so no details).
      *
      *  include with a plain COPY PAYFEED - like RUNSTAT, no program
      *  carries more than one copy, so no REPLACING needed.
      *================================================================*
       01  PAY-FEED-REC.
           05  PF-RECORD-TYPE              PIC X(1).
               88  PF-HEADER-RECORD        VALUE "H".
               88  PF-DETAIL-RECORD        VALUE "D".
               88  PF-TRAILER-RECORD       VALUE "T".
           05  PF-EVENT-TYPE               PIC X(2).
               88  PF-NEW-HIRE             VALUE "NH".
               88  PF-REHIRE               VALUE "RH".
               88  PF-DEPT-CHANGE          VALUE "DC".
               88  PF-SHIFT-CHANGE         VALUE "SC".
               88  PF-NAME-CHANGE          VALUE "NC".
               88  PF-TERMINATION          VALUE "TM".
           05  PF-EMPLOYEE-ID              PIC X(6).
           05  PF-EFFECTIVE-DATE           PIC X(8).
           05  PF-FIRST-NAME               PIC X(10).
           05  PF-LAST-NAME                PIC X(15).
           05  PF-DEPARTMENT               PIC X(10).
           05  PF-SHIFT-CODE               PIC X(1).
           05  PF-PRIOR-VALUE              PIC X(25).
           05  FILLER                      PIC X(2).
       01  PAY-FEED-HEADER.
           05  FILLER                      PIC X(1).
           05  PH-BUSINESS-DATE            PIC X(8).
           05  PH-SOURCE-SYSTEM            PIC X(10).
           05  PH-PRIOR-SNAPSHOT-TIME      PIC X(21).
           05  PH-THIS-SNAPSHOT-TIME       PIC X(21).
           05  FILLER                      PIC X(19).
       01  PAY-FEED-TRAILER.
           05  FILLER                      PIC X(1).
           05  PT-RECORD-COUNT             PIC 9(8).
           05  PT-NEW-HIRE-COUNT           PIC 9(8).
           05  PT-REHIRE-COUNT             PIC 9(8).
           05  PT-DEPT-CHANGE-COUNT        PIC 9(8).
           05  PT-SHIFT-CHANGE-COUNT       PIC 9(8).
           05  PT-NAME-CHANGE-COUNT        PIC 9(8).
           05  PT-TERMINATION-COUNT        PIC 9(8).
           05  FILLER                      PIC X(23).
