           EXEC SQL DECLARE TUTORIAL.PRINTCAP TABLE
           (
              HOUSE                          CHAR (10)
                                             NOT NULL,
              WEEKDAY                        SMALLINT
                                             NOT NULL,
              SHEETS                         INT
                                             NOT NULL
           )
           END-EXEC.


      *    the print houses' contractual daily capacity: one row per
      *    print house (PRHOUSE) and weekday (1 = m�ndag ...
      *    7 = s�ndag) with the most sheets the house takes from one
      *    day's batch run.
      *    subinv fills it in order of SLA deadline and leaves the
      *    rest pending for the next run (see PRINTPLAN). A weekday
      *    with no row has no cap; SHEETS zero means the house does
      *    not print that day. Maintained through pbs.cbl menu 70.
       01  PRINTCAP.
           03 PRINTCAP-HOUSE                 PIC X(10).
           03 PRINTCAP-WEEKDAY               PIC S9(4) COMP.
           03 PRINTCAP-SHEETS                PIC S9(9) COMP.
