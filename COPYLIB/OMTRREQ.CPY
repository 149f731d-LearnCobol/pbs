      *    one reprint asked of PbsOmtr: the print run (PRINTRUN
      *    RUN_ID) and, for the free reprint of a print incident,
      *    the incident (INC_ID, zero for the whole run). PbsOmtr
      *    answers with how many invoices went back through
      *    subinv and how many of an incident's failed.
       01  OMTRREQ.
           03 OMTRREQ-RUN-ID                 PIC 9(9).
           03 OMTRREQ-INC-ID                 PIC 9(9).
           03 OMTRREQ-RESULT                 PIC X(1).
               88  OMTRREQ-DONE                  VALUE 'D'.
               88  OMTRREQ-FAILED                VALUE 'F'.
           03 OMTRREQ-REPRINT-COUNT          PIC 9(6).
           03 OMTRREQ-FAILED-COUNT           PIC 9(6).
