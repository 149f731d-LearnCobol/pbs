              SRV_ID                         INT
                                             NOT NULL,
              PERIOD                         CHAR (7)
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL
           )
           END-EXEC.
           03 SRVBILLED-CUST-ID              PIC S9(9) COMP.
           03 SRVBILLED-SRV-ID               PIC S9(9) COMP.
           03 SRVBILLED-PERIOD               PIC X(7).
      *    the service invoice that billed the period - what a
      *    correction run (pbs menu 67) compares against; 0 on rows
      *    from before it was kept
           03 SRVBILLED-INV-ID               PIC S9(9) COMP.
