      *    one provision run for os�kra kundfordringar asked
      *    of PbsProv: the period (����-MM) whose end
      *    the receivables are valued at, normally a quarter or
      *    year end, and who asked. PbsProv answers with the
      *    report, the period's provision and the previous one it
      *    replaces - D when done, C when the period is already
      *    closed and can no longer be changed, F when the run
      *    could not be made.
       01  PROVREQ.
           03 PROVREQ-PERIOD                 PIC X(7).
           03 PROVREQ-OPERATOR               PIC X(30).
           03 PROVREQ-RESULT                 PIC X(1).
               88  PROVREQ-DONE                  VALUE 'D'.
               88  PROVREQ-CLOSED                VALUE 'C'.
               88  PROVREQ-FAILED                VALUE 'F'.
           03 PROVREQ-FILENAME               PIC X(80).
           03 PROVREQ-CUST-COUNT             PIC 9(6).
           03 PROVREQ-OPEN-TOTAL             PIC S9(11)V9(2) COMP-3.
           03 PROVREQ-PROV-TOTAL             PIC S9(11)V9(2) COMP-3.
           03 PROVREQ-PREV-PERIOD            PIC X(7).
           03 PROVREQ-PREV-TOTAL             PIC S9(11)V9(2) COMP-3.
