      *    one run of the monthly pattern analysis asked of
      *    PbsFrod: the month (����-MM, blank for the month of
      *    the run day - the night run's MANADSSLUT step). PbsFrod
      *    answers with the review report and how many hits the
      *    month has, and how many of them are new.
       01  FRAUDREQ.
           03 FRAUDREQ-PERIOD                PIC X(7).
           03 FRAUDREQ-RESULT                PIC X(1).
               88  FRAUDREQ-DONE                 VALUE 'D'.
               88  FRAUDREQ-FAILED               VALUE 'F'.
           03 FRAUDREQ-FILENAME              PIC X(80).
           03 FRAUDREQ-HIT-COUNT             PIC 9(6).
           03 FRAUDREQ-NEW-COUNT             PIC 9(6).
