      *================================================================*
      *  INACTARC - one terminated employee purged off EMPMAST by
      *  EMPPURGE once their termination date fell behind the
      *  retention cutoff.  each purge run cuts a new dated
      *  generation of the inactive-employee archive; the master
      *  record is kept whole, as it stood the moment it was deleted.
      *
      *  SAMPLE's LOOKUP and HISTORY inquiries read every generation
      *  back when an ID is not on the master, so a purged employee
      *  still shows up as a former employee rather than looking like
      *  an ID nobody has ever used.  an ID purged, rehired and
      *  purged again has one record per purge; the latest
      *  IA-PURGE-DATE is the one that counts.
      *
      *  include with a plain COPY INACTARC - like RUNSTAT, no program
      *  carries more than one copy, so no REPLACING needed.
      *================================================================*
       01  INACTIVE-ARCHIVE-REC.
           05  IA-EMPLOYEE-ID              PIC X(6).
           05  IA-PURGE-DATE               PIC X(8).
           05  IA-RETENTION-CUTOFF         PIC X(8).
           05  IA-MASTER-IMAGE             PIC X(59).
