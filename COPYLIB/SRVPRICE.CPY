           EXEC SQL DECLARE TUTORIAL.SRVPRICE TABLE
           (
              SRV_ID                         INT
                                             NOT NULL,
              FROMDATE                       DATE
                                             NOT NULL,
              CHARGE                         DECIMAL (5, 2)
                                             NOT NULL,
              REASON                         CHAR (1)
                                             NOT NULL,
              CHGTIME                        CHAR (19)
                                             NOT NULL,
              OPERATOR                       VARCHAR (30)
                                             NOT NULL
           )
           END-EXEC.


      *    price history of a service product: one row per price
      *    change, keyed on SRV_ID and the date it takes effect -
      *    the row with the latest FROMDATE on or before a day is
      *    the price in force that day. SRV-CHARGE keeps the latest
      *    registered price for the screens; srvbill bills from
      *    here. The first change of a service that has no history
      *    yet also writes an opening row (FROMDATE 0001-01-01)
      *    with the price it had until then.
       01  SRVPRICE.
           03 SRVPRICE-SRV-ID                PIC S9(9) COMP.
           03 SRVPRICE-FROMDATE              PIC X(10).
           03 SRVPRICE-CHARGE                PIC S9(3)V9(2) COMP-3.
           03 SRVPRICE-REASON                PIC X(1).
               88  SRVPRICE-REASON-OPENING       VALUE 'O'.
               88  SRVPRICE-REASON-MANUAL        VALUE 'M'.
               88  SRVPRICE-REASON-INDEX         VALUE 'I'.
               88  SRVPRICE-REASON-RENEGOTIATED  VALUE 'R'.
           03 SRVPRICE-CHGTIME               PIC X(19).
           03 SRVPRICE-OPERATOR.
              49 SRVPRICE-OPERATOR-LEN       PIC S9(4) COMP.
              49 SRVPRICE-OPERATOR-TEXT      PIC X(30).
