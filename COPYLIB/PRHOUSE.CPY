           EXEC SQL DECLARE TUTORIAL.PRHOUSE TABLE
           (
              HOUSE                          CHAR (10)
                                             NOT NULL,
              NAME                           VARCHAR (40)
                                             NOT NULL,
              PICKUPDIR                      CHAR (40)
                                             NOT NULL,
              ACKFILE                        CHAR (40)
                                             NOT NULL,
              STATUSFILE                     CHAR (40)
                                             NOT NULL,
              BACKUP                         CHAR (10)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL
           )
           END-EXEC.


      *    the print-house register: one row per print house we send
      *    output to. PICKUPDIR is the mounted area its collector
      *    empties (PbsXfer pushes the house's MANIFEST files there),
      *    ACKFILE the acknowledgement file it returns and
      *    STATUSFILE its item-level production feed (pbs.cbl menus
      *    88 and 97 read every house's). Which house gets a file is
      *    decided by the PRINTHSE routing rules. BACKUP is the house
      *    that takes over while this one is down: an operator sets
      *    STATE to down in one step (pbs.cbl menu 65, audited) and
      *    every file routed here - new ones and those not yet
      *    pushed - goes to the backup instead. With no row for
      *    HUVUD the main house keeps data/tohouse, data/ack.txt and
      *    data/prodstat.txt.
       01  PRHOUSE.
           03 PRHOUSE-HOUSE                  PIC X(10).
           03 PRHOUSE-NAME.
              49 PRHOUSE-NAME-LEN            PIC S9(4) COMP.
              49 PRHOUSE-NAME-TEXT           PIC X(40).
           03 PRHOUSE-PICKUPDIR              PIC X(40).
           03 PRHOUSE-ACKFILE                PIC X(40).
           03 PRHOUSE-STATUSFILE             PIC X(40).
           03 PRHOUSE-BACKUP                 PIC X(10).
           03 PRHOUSE-STATE                  PIC S9(4) COMP.
               88  PRHOUSE-ACTIVE                VALUE 1.
               88  PRHOUSE-DOWN                  VALUE 0.
