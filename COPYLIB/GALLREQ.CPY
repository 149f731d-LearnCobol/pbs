      *    one archive purge asked of PbsGall: every INERROR,
      *    INLOG and settled invoice row older than the cutoff
      *    date (����-MM-DD) leaves for the dated, sealed
      *    archive files under data/arkiv before it is deleted.
      *    PbsGall answers with how many rows of each kind it
      *    archived and purged.
       01  GALLREQ.
           03 GALLREQ-CUTOFF                 PIC X(10).
           03 GALLREQ-RESULT                 PIC X(1).
               88  GALLREQ-DONE                  VALUE 'D'.
               88  GALLREQ-FAILED                VALUE 'F'.
           03 GALLREQ-INERROR-COUNT          PIC 9(9).
           03 GALLREQ-INLOG-COUNT            PIC 9(9).
           03 GALLREQ-INVOICE-COUNT          PIC 9(9).
