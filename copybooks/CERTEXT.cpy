      *================================================================*
      *  CERTEXT - one line of the quarterly badge certification
      *  extract.  BADGECRT's PARM 'CERTIFY' run cuts one per active
      *  employee, grouped by department, with CX-DECISION blank; the
      *  department manager marks each line "K" (keep the badge) or
      *  "R" (revoke it), signs CX-ATTESTED-BY, and the marked lines
      *  come back in the same layout for the PARM 'ATTEST' run.
      *
      *  CX-CYCLE-ID is the certification quarter, YYYYQn, and with
      *  CX-DEPARTMENT it names the CERTCTL record the line answers.
      *  the name, shift, and hire date are there for the manager to
      *  read; the attestation run acts on the ID and the department.
      *
      *  include with a plain COPY CERTEXT in WORKING-STORAGE - the
      *  extract and the returned attestations are both read and
      *  written through this one copy, so no REPLACING needed.
      *================================================================*
       01  CERT-EXTRACT-REC.
           05  CX-CYCLE-ID                 PIC X(6).
           05  CX-DEPARTMENT               PIC X(10).
           05  CX-EMPLOYEE-ID              PIC X(6).
           05  CX-FIRST-NAME               PIC X(10).
           05  CX-LAST-NAME                PIC X(15).
           05  CX-SHIFT-CODE               PIC X(1).
           05  CX-HIRE-DATE                PIC X(8).
           05  CX-DECISION                 PIC X(1).
               88  CX-KEEP                 VALUE "K".
               88  CX-REVOKE               VALUE "R".
           05  CX-ATTESTED-BY              PIC X(20).
