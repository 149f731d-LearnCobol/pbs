           EXEC SQL DECLARE TUTORIAL.SRVCORR TABLE
           (
              CORR_ID                        INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              SRV_ID                         INT
                                             NOT NULL,
              PERIOD                         CHAR (7)
                                             NOT NULL,
              ORIG_INV_ID                    INT
                                             NOT NULL,
              NEW_INV_ID                     INT
                                             NOT NULL,
              ORIGAMT                        DECIMAL (11, 2)
                                             NOT NULL,
              NEWAMT                         DECIMAL (11, 2)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL,
              CORRDATE                       DATE
                                             NOT NULL,
              OPERATOR                       VARCHAR (30)
                                             NOT NULL
           )
           END-EXEC.


      *    correction register for re-billed service periods: one
      *    row per subscription a correction run recomputed. srvbill
      *    leaves the recomputed invoice on hold (NEW_INV_ID) next
      *    to the one that billed the period (ORIG_INV_ID, 0 when
      *    the period was never billed) with both net amounts; pbs
      *    then issues or discards it and records the outcome here
       01  SRVCORR.
           03 SRVCORR-CORR-ID                PIC S9(9) COMP.
           03 SRVCORR-CUST-ID                PIC S9(9) COMP.
           03 SRVCORR-SRV-ID                 PIC S9(9) COMP.
           03 SRVCORR-PERIOD                 PIC X(7).
           03 SRVCORR-ORIG-INV-ID            PIC S9(9) COMP.
           03 SRVCORR-NEW-INV-ID             PIC S9(9) COMP.
           03 SRVCORR-ORIGAMT                PIC S9(9)V9(2) COMP-3.
           03 SRVCORR-NEWAMT                 PIC S9(9)V9(2) COMP-3.
           03 SRVCORR-STATE                  PIC S9(4) COMP.
               88  SRVCORR-STATE-DRAFT           VALUE 0.
               88  SRVCORR-STATE-DIFFERENCE      VALUE 1.
               88  SRVCORR-STATE-REPLACED        VALUE 2.
               88  SRVCORR-STATE-NO-CHANGE       VALUE 3.
               88  SRVCORR-STATE-DISCARDED       VALUE 4.
               88  SRVCORR-STATE-CATCH-UP        VALUE 5.
           03 SRVCORR-CORRDATE               PIC X(10).
           03 SRVCORR-OPERATOR.
              49 SRVCORR-OPERATOR-LEN        PIC S9(4) COMP.
              49 SRVCORR-OPERATOR-TEXT       PIC X(30).
