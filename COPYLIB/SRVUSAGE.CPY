           EXEC SQL DECLARE TUTORIAL.SRVUSAGE TABLE
           (
              INV_ID                         INT
                                             NOT NULL,
              SRV_ID                         INT
                                             NOT NULL,
              METRIC                         CHAR (1)
                                             NOT NULL,
              PERIODFROM                     DATE
                                             NOT NULL,
              PERIODTO                       DATE
                                             NOT NULL,
              ROOT_ID                        INT
                                             NOT NULL,
              GROUPTIER                      SMALLINT
                                             NOT NULL,
              VOLUME                         INT
                                             NOT NULL
           )
           END-EXEC.


      *    the usage count behind a rated service invoice: one row
      *    per service invoice and metric, with the period and the
      *    customer scope (ROOT_ID alone, or with GROUPTIER 1 the
      *    whole koncern under it) the count was taken over - the
      *    source rows are exactly what srvbill's B0143-count-usage
      *    selects for that metric within those bounds, so every
      *    billed volume can be traced back and recounted
       01  SRVUSAGE.
           03 SRVUSAGE-INV-ID                PIC S9(9) COMP.
           03 SRVUSAGE-SRV-ID                PIC S9(9) COMP.
           03 SRVUSAGE-METRIC                PIC X(1).
           03 SRVUSAGE-PERIODFROM            PIC X(10).
           03 SRVUSAGE-PERIODTO              PIC X(10).
           03 SRVUSAGE-ROOT-ID               PIC S9(9) COMP.
           03 SRVUSAGE-GROUPTIER             PIC S9(4) COMP.
           03 SRVUSAGE-VOLUME                PIC S9(9) COMP.
