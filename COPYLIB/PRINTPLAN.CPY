           EXEC SQL DECLARE TUTORIAL.PRINTPLAN TABLE
           (
              INV_ID                         INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              HOUSE                          CHAR (10)
                                             NOT NULL,
              PLANDATE                       DATE
                                             NOT NULL,
              PROCDATE                       DATE
                                             NOT NULL,
              DEADLINE                       DATE
                                             NOT NULL,
              SHEETS                         INT
                                             NOT NULL,
              DEFERRED                       SMALLINT
                                             NOT NULL
           )
           END-EXEC.


      *    the capacity plan of the latest batch print run, rebuilt
      *    whole by subinv before every run (B0101): one row per
      *    pending paper invoice with the print house the routing
      *    rules (PRINTHSE) send it to,
      *    the day its file was received (INLOG PROCDATE, the
      *    invoice date when it came from no file), the last bank
      *    day it can be printed on within the customer's SLADAYS
      *    and the sheets it takes. The run fills each house's
      *    PRINTCAP in DEADLINE order; what does not fit is
      *    DEFERRED, stays pending and is listed on the spillover
      *    report data/spillover.txt. DEADLINE 9999-12-31 means the
      *    customer has no SLA.
       01  PRINTPLAN.
           03 PRINTPLAN-INV-ID               PIC S9(9) COMP.
           03 PRINTPLAN-CUST-ID              PIC S9(9) COMP.
           03 PRINTPLAN-HOUSE                PIC X(10).
           03 PRINTPLAN-PLANDATE             PIC X(10).
           03 PRINTPLAN-PROCDATE             PIC X(10).
           03 PRINTPLAN-DEADLINE             PIC X(10).
           03 PRINTPLAN-SHEETS               PIC S9(9) COMP.
           03 PRINTPLAN-DEFERRED             PIC S9(4) COMP.
               88  PRINTPLAN-IN-RUN              VALUE 0.
               88  PRINTPLAN-SPILLED             VALUE 1.
