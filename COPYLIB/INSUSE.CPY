           EXEC SQL DECLARE TUTORIAL.INSUSE TABLE
           (
              BOOK_ID                        INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              OUTLOG_ID                      INT
                                             NOT NULL,
              USEDATE                        DATE
                                             NOT NULL,
              RUN_ID                         INT
                                             NOT NULL
           )
           END-EXEC.


      *    one row per leaflet of an INSBOOK booking that went in an
      *    invoice envelope, written by subinv with the document's
      *    OUTLOG row. Only rows whose OUTLOG row is SUCCESS 1 count -
      *    a bundle that failed to deliver drew nothing from the
      *    print house's stock and is not billed (srvbill metric B).
       01  INSUSE.
           03 INSUSE-BOOK-ID                 PIC S9(9) COMP.
           03 INSUSE-INV-ID                  PIC S9(9) COMP.
           03 INSUSE-OUTLOG-ID               PIC S9(9) COMP.
           03 INSUSE-USEDATE                 PIC X(10).
           03 INSUSE-RUN-ID                  PIC S9(9) COMP.
