              INVCOUNT                       INT
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL,
              ENVCOUNT                       INT
                                             NOT NULL,
              POSTAGE                        DECIMAL (9, 2)
                                             NOT NULL,
              HOUSE                          CHAR (10)
                                             NOT NULL
           )
           END-EXEC.
               88  PRINTRUN-AWAITING-RELEASE     VALUE 0.
               88  PRINTRUN-RELEASED             VALUE 1.
               88  PRINTRUN-REJECTED             VALUE 2.
      *    envelopes the run posted and their postage in total -
      *    summed from the run's OUTLOG rows when the run closes
           03 PRINTRUN-ENVCOUNT              PIC S9(9) COMP.
           03 PRINTRUN-POSTAGE               PIC S9(7)V9(2) COMP-3.
      *    the print house that got the run's files, 'FLERA' when the
      *    routing rules split it over more than one - each file's
      *    own house is on its MANIFEST row
           03 PRINTRUN-HOUSE                 PIC X(10).
