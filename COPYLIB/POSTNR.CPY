           EXEC SQL DECLARE TUTORIAL.POSTNR TABLE
           (
              POSTNO                         CHAR (5)
                                             NOT NULL,
              PLACE                          CHAR (30)
                                             NOT NULL,
              LOADDATE                       DATE
                                             NOT NULL
           )
           END-EXEC.


      *    the postal operator's postnummer register: one row per
      *    postnummer and postort as the operator spells it, in
      *    capitals. A postnummer normally has one postort; where it
      *    has more, every spelling the post accepts is a row.
      *    Reloaded whole by PnrRead (night-run step POSTNUMMER) -
      *    LOADDATE is the day of the load. PbsRead checks every
      *    Swedish debtor address of the intake against it.
       01  POSTNR.
           03 POSTNR-POSTNO                  PIC X(5).
           03 POSTNR-PLACE                   PIC X(30).
           03 POSTNR-LOADDATE                PIC X(10).
