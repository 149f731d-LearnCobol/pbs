           EXEC SQL DECLARE TUTORIAL.INCIDENT TABLE
           (
              INC_ID                         INT
                                             NOT NULL,
              RUN_ID                         INT
                                             NOT NULL,
              HOUSE                          CHAR (10)
                                             NOT NULL,
              INCDATE                        DATE
                                             NOT NULL,
              CAUSE                          CHAR (1)
                                             NOT NULL,
              DESCR                          VARCHAR (80),
              POSTAGE                        DECIMAL (9, 2)
                                             NOT NULL,
              EXTRACOST                      DECIMAL (9, 2)
                                             NOT NULL,
              CLAIMSTATE                     SMALLINT
                                             NOT NULL,
              CLAIMDATE                      CHAR (10)
           )
           END-EXEC.


      *    one row per print-quality incident at a print house - a
      *    misprinted run, a lost tray, an enveloping fault - that
      *    made us reprint invoices of a PRINTRUN. The invoices hit
      *    are the INCINV rows; they are reprinted free through the
      *    whole-run reprint (pbs.cbl X0240) with the incident id,
      *    and those reprints are kept out of the customer's srvbill
      *    volume. What it cost us is claimed back from the print
      *    house: POSTAGE is the postage of the reprints, summed from
      *    their OUTLOG rows as they go out, EXTRACOST whatever else
      *    the operator puts on the claim (handling, courier).
       01  INCIDENT.
           03 INCIDENT-INC-ID                PIC S9(9) COMP.
           03 INCIDENT-RUN-ID                PIC S9(9) COMP.
           03 INCIDENT-HOUSE                 PIC X(10).
           03 INCIDENT-INCDATE               PIC X(10).
      *    root cause as the print house confirmed it
           03 INCIDENT-CAUSE                 PIC X(1).
               88  INCIDENT-MISPRINT             VALUE 'T'.
               88  INCIDENT-LOST-TRAY            VALUE 'F'.
               88  INCIDENT-ENVELOPING           VALUE 'K'.
               88  INCIDENT-OTHER                VALUE 'A'.
               88  INCIDENT-CAUSE-VALID          VALUE 'T' 'F' 'K' 'A'.
           03 INCIDENT-DESCR.
              49 INCIDENT-DESCR-LEN          PIC S9(4) COMP.
              49 INCIDENT-DESCR-TEXT         PIC X(80).
           03 INCIDENT-POSTAGE               PIC S9(7)V9(2) COMP-3.
           03 INCIDENT-EXTRACOST             PIC S9(7)V9(2) COMP-3.
           03 INCIDENT-CLAIMSTATE            PIC S9(4) COMP.
               88  INCIDENT-NOT-CLAIMED          VALUE 0.
               88  INCIDENT-CLAIMED              VALUE 1.
               88  INCIDENT-CLAIM-ACCEPTED       VALUE 2.
               88  INCIDENT-CLAIM-REJECTED       VALUE 3.
      *    the day the claim was sent to the print house
           03 INCIDENT-CLAIMDATE             PIC X(10).
