      *    one invoice-history export asked of PbsHist: the
      *    customer (kundnummer, blank for every customer that is
      *    not a test customer). Each customer's invoice headers
      *    and lines go to data/export/<CUSTNO>.txt; PbsHist
      *    answers with how many customers it exported and, for a
      *    single customer, the file it wrote.
       01  HISTREQ.
           03 HISTREQ-CUSTNO                 PIC X(20).
           03 HISTREQ-RESULT                 PIC X(1).
               88  HISTREQ-DONE                  VALUE 'D'.
               88  HISTREQ-FAILED                VALUE 'F'.
           03 HISTREQ-CUST-COUNT             PIC 9(6).
           03 HISTREQ-FILENAME               PIC X(60).
