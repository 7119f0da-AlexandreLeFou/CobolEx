      *================================================================*
      *  CHGHIST - one change to one EMPMAST record, appended to the
      *  permanent CHGHIST file by whichever program made it.  the
      *  per-run listings (MNTAUDIT and friends) die with the week's
      *  output; this file is the one place every version of every
      *  master record survives.
      *
      *  CH-BEFORE-IMAGE and CH-AFTER-IMAGE are the whole 59-byte
      *  GREETREC record either side of the change, so any field can
      *  be compared without knowing which one the program touched.
      *  an add has a blank before image, a delete a blank after
      *  image.  CH-CHANGE-DATE is the date the change took effect -
      *  the run date, or EMPMAINT's effective date for a line keyed
      *  ahead or behind - and CH-RECORDED-TIMESTAMP is when the
      *  entry was actually written.
      *
      *  writers and their change types:
      *    SAMPLE   - A new hire added, F REFRESH overwrite,
      *               R rehire reactivating a terminated record
      *    EMPMAINT - A add, C change, D delete
      *    OFFBOARD - T marked terminated
      *    EMPUTIL  - L record put back by a RELOAD (before image
      *               blank if the ID was not on the replaced
      *               master), D record the RELOAD did not bring back
      *    BADGECRT - T marked terminated on a manager's revoke
      *    EMPPURGE - D deleted by the retention purge (the record
      *               itself is kept on the inactive archive)
      *  SAMPLE's PARM 'ASOF' inquiry reads it back to rebuild an
      *  employee's master record as it stood on a given date, and
      *  NIGHTEND reads it back to balance PAYFEED's payroll feed
      *  against what SAMPLE, EMPMAINT, OFFBOARD, BADGECRT and
      *  EMPUTIL changed.
      *
      *  include with a plain COPY CHGHIST - like RUNSTAT, no program
      *  carries more than one copy, so no REPLACING needed.
      *================================================================*
       01  CHANGE-HIST-REC.
           05  CH-EMPLOYEE-ID              PIC X(6).
           05  CH-CHANGE-DATE              PIC X(8).
           05  CH-PROGRAM-NAME             PIC X(8).
           05  CH-CHANGE-TYPE              PIC X(1).
               88  CH-ADDED                VALUE "A".
               88  CH-CHANGED              VALUE "C".
               88  CH-DELETED              VALUE "D".
               88  CH-REFRESHED            VALUE "F".
               88  CH-RELOADED             VALUE "L".
               88  CH-REHIRED              VALUE "R".
               88  CH-TERMINATED           VALUE "T".
           05  CH-BEFORE-IMAGE             PIC X(59).
           05  CH-AFTER-IMAGE              PIC X(59).
           05  CH-RECORDED-TIMESTAMP       PIC X(21).
