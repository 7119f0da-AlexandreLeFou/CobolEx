      *================================================================*
      *  CERTCTL - one department's standing in one quarterly badge
      *  certification cycle, on the indexed CERTCTL file.  written by
      *  BADGECRT's PARM 'CERTIFY' run as each department's listing
      *  and extract are cut (CC-OUTSTANDING, with the headcount
      *  issued and the date the attestation is due back), and
      *  updated by each PARM 'ATTEST' run as the department's marked
      *  extract comes back (CC-RETURNED, with what was decided).
      *
      *  an outstanding record past CC-DEADLINE-DATE is what puts the
      *  department on the overdue report.  CC-RETURNED-STAMP is the
      *  start of the ATTEST run that took the return, so lines for
      *  the department in that same run are accepted and a second
      *  copy turning up in a later run is refused.
      *
      *  include with a plain COPY CERTCTL - like RUNSTAT, no program
      *  carries more than one copy, so no REPLACING needed.
      *================================================================*
       01  CERT-CONTROL-REC.
           05  CC-KEY.
               10  CC-CYCLE-ID             PIC X(6).
               10  CC-DEPARTMENT           PIC X(10).
           05  CC-ISSUED-DATE              PIC X(8).
           05  CC-DEADLINE-DATE            PIC X(8).
           05  CC-ISSUED-COUNT             PIC 9(6).
           05  CC-RETURN-STATUS            PIC X(1).
               88  CC-OUTSTANDING          VALUE "O".
               88  CC-RETURNED             VALUE "R".
           05  CC-RETURNED-DATE            PIC X(8).
           05  CC-RETURNED-STAMP           PIC X(21).
           05  CC-KEEP-COUNT               PIC 9(6).
           05  CC-REVOKE-COUNT             PIC 9(6).
           05  CC-UNMARKED-COUNT           PIC 9(6).
           05  CC-REJECT-COUNT             PIC 9(6).
