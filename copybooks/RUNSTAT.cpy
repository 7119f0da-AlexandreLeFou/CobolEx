      *    ANNIVRUN - in=master read, out=anniversary greetings
      *    EMPRPT   - in=master read, out=active headcount
      *    GLARCH   - in=log records read, out=archived
      *    BADGECRT - CERTIFY: in=master read, out=employees listed;
      *               ATTEST: in=lines returned, out=revoked,
      *               rejects=lines rejected, escalated=departments
      *               overdue
      *    RUNCTL   - in=override cards (or window jobs listed),
      *               out=overrides posted, rejects=cards rejected
      *    EMPMOVE  - in=master read, out=departments reported,
      *               rejects=departments out of balance
      *    EMPPURGE - in=master before, out=deleted, rejects=held for
      *               an outstanding badge
      *    PAYFEED  - in=master read, out=payroll feed details,
      *               rejects=removed from the master, not fed
      *    BADGEINV - in=extract details, out=revocations+reissues,
      *               rejects=badges held by terminated or unknown
      *               employees, duplicates=extra badges for one ID;
      *               source system off the BADGEEXT header
      *    EMPREORG - in=master records under the retired codes,
      *               out=change lines cut, escalated=department
      *               delete lines cut
      *  a field a job has no number for is written as zero, and the
      *  source system as spaces.
      *
