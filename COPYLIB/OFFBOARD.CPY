           EXEC SQL DECLARE TUTORIAL.OFFBOARD TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              ENDDATE                        DATE
                                             NOT NULL,
              STEP                           SMALLINT
                                             NOT NULL,
              STARTDATE                      DATE
                                             NOT NULL,
              STARTEDBY                      VARCHAR (30),
              LASTDATE                       CHAR (10)
                                             NOT NULL,
              KEPTCOUNT                      INT
                                             NOT NULL,
              BACKCOUNT                      INT
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL
           )
           END-EXEC.


      *    guided kundavslut at contract end, one row per leaving
      *    customer: STEP is the last step finished, so a run that
      *    was stopped or failed picks up at the next one (pbs.cbl
      *    K0220-offboard-customer). Every finished step is also
      *    written to the audit log.
       01  OFFBOARD.
           03 OFFBOARD-CUST-ID               PIC S9(9) COMP.
      *    the day the contract ends - the subscriptions are ended
      *    on it and the final invoice waits for its month to pass
           03 OFFBOARD-ENDDATE               PIC X(10).
           03 OFFBOARD-STEP                  PIC S9(4) COMP.
               88  OFFBOARD-STEP-STARTED         VALUE 1.
               88  OFFBOARD-STEP-CALENDAR        VALUE 2.
               88  OFFBOARD-STEP-SUBSCRIPTIONS   VALUE 3.
               88  OFFBOARD-STEP-FINAL-INVOICE   VALUE 4.
               88  OFFBOARD-STEP-OPEN-ITEMS      VALUE 5.
               88  OFFBOARD-STEP-SETTLED         VALUE 6.
               88  OFFBOARD-STEP-EXPORTED        VALUE 7.
               88  OFFBOARD-STEP-INACTIVATED     VALUE 8.
           03 OFFBOARD-STARTDATE             PIC X(10).
           03 OFFBOARD-STARTEDBY.
              49 OFFBOARD-STARTEDBY-LEN      PIC S9(4) COMP.
              49 OFFBOARD-STARTEDBY-TEXT     PIC X(30).
           03 OFFBOARD-LASTDATE              PIC X(10).
      *    the open debtor invoices we keep collecting and those
      *    handed back to the customer with dunning stopped
           03 OFFBOARD-KEPTCOUNT             PIC S9(9) COMP.
           03 OFFBOARD-BACKCOUNT             PIC S9(9) COMP.
           03 OFFBOARD-STATE                 PIC S9(4) COMP.
               88  OFFBOARD-IN-PROGRESS          VALUE 0.
               88  OFFBOARD-COMPLETED            VALUE 1.
