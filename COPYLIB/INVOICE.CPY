              LASTDUNDATE                    CHAR (10)
                                             NOT NULL,
              INTBILLED                      SMALLINT
                                             NOT NULL,
              SENDDATE                       CHAR (10)
                                             NOT NULL
           )
           END-EXEC.
           03 INVOICE-LASTDUNDATE            PIC X(10).
      *    set once the quarterly interest run has billed the
      *    dr�jsm�lsr�nta a late payment of this invoice earned
           03 INVOICE-INTBILLED              PIC S9(4) COMP.
      *    the day a scheduled invoice may first go to print; it
      *    stays pending and out of the print run until then.
      *    Spaces for an invoice that goes out with the next run -
      *    spaces sort below every date, so INVSTATE 0 with
      *    SENDDATE <= today is exactly what the run may print.
           03 INVOICE-SENDDATE               PIC X(10).
