      *    one run of the monthly customer report pack asked of
      *    PbsPack: the month (����-MM, blank for the month of
      *    the run day - the night run's KUNDPAKET step under
      *    MANADSSLUT) and the customer (kundnummer, blank for every
      *    customer). PbsPack answers with how many packs and files
      *    it wrote to the outboxes and how many test customers it
      *    left out.
       01  PACKREQ.
           03 PACKREQ-PERIOD                 PIC X(7).
           03 PACKREQ-CUSTNO                 PIC X(20).
           03 PACKREQ-RESULT                 PIC X(1).
               88  PACKREQ-DONE                  VALUE 'D'.
               88  PACKREQ-FAILED                VALUE 'F'.
           03 PACKREQ-PACK-COUNT             PIC 9(6).
           03 PACKREQ-FILE-COUNT             PIC 9(6).
           03 PACKREQ-SKIP-COUNT             PIC 9(6).
