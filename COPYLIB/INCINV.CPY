           EXEC SQL DECLARE TUTORIAL.INCINV TABLE
           (
              INC_ID                         INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              OUTLOG_ID                      INT
                                             NOT NULL,
              REPRINTID                      INT
                                             NOT NULL
           )
           END-EXEC.


      *    one row per invoice an INCIDENT hit: OUTLOG_ID is the
      *    delivery of the run that went wrong, REPRINTID the OUTLOG
      *    row of its free reprint - zero until it has been made. An
      *    OUTLOG row that is some INCINV row's REPRINTID is never
      *    counted in srvbill's volume metrics.
       01  INCINV.
           03 INCINV-INC-ID                  PIC S9(9) COMP.
           03 INCINV-INV-ID                  PIC S9(9) COMP.
           03 INCINV-OUTLOG-ID               PIC S9(9) COMP.
           03 INCINV-REPRINTID               PIC S9(9) COMP.
