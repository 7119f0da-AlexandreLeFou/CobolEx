      *================================================================*
      *  SVCHIST - one prior period of service, appended to the
      *  permanent SVCHIST file by SAMPLE the night a terminated
      *  employee comes back under their old ID.  the master record
      *  itself is reactivated and carries the rehire date from then
      *  on, so this file is the only place the earlier hire and
      *  termination dates survive.
      *
      *  an employee rehired more than once has one record per
      *  earlier period, oldest first, because the file is only ever
      *  extended.  ANNIVRUN reads it back so service is counted from
      *  the latest SH-REHIRE-DATE even if a later correction puts
      *  the original hire date back on the master.
      *
      *  include with a plain COPY SVCHIST - like RUNSTAT, no program
      *  carries more than one copy, so no REPLACING needed.
      *================================================================*
       01  SERVICE-HIST-REC.
           05  SH-EMPLOYEE-ID              PIC X(6).
           05  SH-PRIOR-HIRE-DATE          PIC X(8).
           05  SH-PRIOR-TERM-DATE          PIC X(8).
           05  SH-PRIOR-DEPARTMENT         PIC X(10).
           05  SH-PRIOR-SHIFT-CODE         PIC X(1).
           05  SH-REHIRE-DATE              PIC X(8).
           05  SH-RECORDED-TIMESTAMP       PIC X(21).
