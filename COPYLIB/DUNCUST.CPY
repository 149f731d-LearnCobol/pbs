           EXEC SQL DECLARE TUTORIAL.DUNCUST TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              PROF_ID                        INT
                                             NOT NULL
           )
           END-EXEC.


      *    which dunning profile (DUNPROF) a customer's invoices are
      *    dunned by. A customer with no row here follows its legal
      *    entity's FINDATA ladder, as every customer did before
      *    profiles existed.
       01  DUNCUST.
           03 DUNCUST-CUST-ID                PIC S9(9) COMP.
           03 DUNCUST-PROF-ID                PIC S9(9) COMP.
