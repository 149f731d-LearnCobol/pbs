      *    one payment channel report asked of PbsKanl from the
      *    company reports: the month (����-MM, blank for the
      *    month of the run day). PbsKanl answers with the report, how
      *    many payments and how much money the month brought in,
      *    how many of them were matched by hand in the workbench
      *    and what the bank charged for them - D when done, F when
      *    the report could not be made.
       01  KANLREQ.
           03 KANLREQ-PERIOD                 PIC X(7).
           03 KANLREQ-RESULT                 PIC X(1).
               88  KANLREQ-DONE                  VALUE 'D'.
               88  KANLREQ-FAILED                VALUE 'F'.
           03 KANLREQ-FILENAME               PIC X(80).
           03 KANLREQ-PAY-COUNT              PIC 9(9).
           03 KANLREQ-PAY-AMOUNT             PIC S9(11)V9(2).
           03 KANLREQ-MAN-COUNT              PIC 9(9).
           03 KANLREQ-COST                   PIC S9(9)V9(2).
