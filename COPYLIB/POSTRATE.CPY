
           EXEC SQL DECLARE TUTORIAL.POSTRATE TABLE
           (
              CLASS                          CHAR (1)
                                             NOT NULL,
              MAXWEIGHT                      INT
                                             NOT NULL,
              PRICE                          DECIMAL (7, 2)
                                             NOT NULL
           )
           END-EXEC.


      *    the postage rate card: per class, one row per weight step
      *    - an envelope up to MAXWEIGHT gram costs PRICE, and the
      *    lightest step it fits in applies. CLASS 'D' ordinary
      *    domestic letters, 'S' domestic letters handed in
      *    pre-sorted with a batch run's trays (the sorting
      *    discount), 'A' letters abroad within Europe, 'W' letters
      *    to the rest of the world. Maintained through pbs.cbl
      *    menu 66; subinv prices every envelope from it.
       01  POSTRATE.
           03 POSTRATE-CLASS                 PIC X(1).
               88  POSTRATE-DOMESTIC             VALUE 'D'.
               88  POSTRATE-PRESORTED            VALUE 'S'.
               88  POSTRATE-ABROAD               VALUE 'A'.
               88  POSTRATE-WORLD                VALUE 'W'.
           03 POSTRATE-MAXWEIGHT             PIC S9(9) COMP.
           03 POSTRATE-PRICE                 PIC S9(5)V9(2) COMP-3.
