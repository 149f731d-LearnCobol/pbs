      *
      *    Copybook ARKPOST.CPY
      *
      *    Record layouts shared by the archive purge (PbsGall.CBL,
      *    queued from pbs.cbl X0150) and the restore program
      *    (PbsRest.CBL) - every purged row is written in one of
      *    these fixed layouts before it is deleted, so a restore
      *    can parse it back into the live tables field by field.
           05  ARK-INV-DUNLEVEL    PIC 9(4).
           05  ARK-INV-LASTDUNDATE PIC X(10).
           05  ARK-INV-INTBILLED   PIC 9(4).
           05  ARK-INV-SENDDATE    PIC X(10).

       01  ARK-PAY-POST.
           05  ARK-PAY-TYPE        PIC X(3).
