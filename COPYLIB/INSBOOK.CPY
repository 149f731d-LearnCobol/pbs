           EXEC SQL DECLARE TUTORIAL.INSBOOK TABLE
           (
              BOOK_ID                        INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              NAME                           VARCHAR (40)
                                             NOT NULL,
              FROMDATE                       DATE
                                             NOT NULL,
              TODATE                         DATE
                                             NOT NULL,
              SELECTION                      CHAR (1)
                                             NOT NULL,
              POSTFROM                       CHAR (5)
                                             NOT NULL,
              POSTTO                         CHAR (5)
                                             NOT NULL,
              FEEDER                         SMALLINT
                                             NOT NULL,
              GRAMS                          SMALLINT
                                             NOT NULL,
              STOCK                          INT
                                             NOT NULL,
              HOUSE                          CHAR (10)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL
           )
           END-EXEC.


      *    a customer's booking of a printed leaflet (reklambilaga)
      *    to go in the envelope with their invoices between
      *    FROMDATE and TODATE. SELECTION says which debtors get it:
      *    A every debtor, Z those with a postnummer from POSTFROM to
      *    POSTTO, P only debtors who have chosen paper. FEEDER is
      *    the inserter's feeder station holding the leaflet - subinv
      *    puts it in the document's OMR start mark (B0211, B0215)
      *    and adds GRAMS to the envelope's weight. STOCK is every
      *    leaflet the customer has delivered to print house HOUSE;
      *    what is left is STOCK less the INSUSE rows of delivered
      *    envelopes. Kept on pbs.cbl customer menu 68.
       01  INSBOOK.
           03 INSBOOK-BOOK-ID                PIC S9(9) COMP.
           03 INSBOOK-CUST-ID                PIC S9(9) COMP.
           03 INSBOOK-NAME.
              49 INSBOOK-NAME-LEN            PIC S9(4) COMP.
              49 INSBOOK-NAME-TEXT           PIC X(40).
           03 INSBOOK-FROMDATE               PIC X(10).
           03 INSBOOK-TODATE                 PIC X(10).
           03 INSBOOK-SELECTION              PIC X(1).
               88  INSBOOK-SEL-ALL               VALUE 'A'.
               88  INSBOOK-SEL-POSTNO            VALUE 'Z'.
               88  INSBOOK-SEL-PAPER             VALUE 'P'.
               88  INSBOOK-SEL-VALID             VALUE 'A' 'Z' 'P'.
           03 INSBOOK-POSTFROM               PIC X(5).
           03 INSBOOK-POSTTO                 PIC X(5).
           03 INSBOOK-FEEDER                 PIC S9(4) COMP.
           03 INSBOOK-GRAMS                  PIC S9(4) COMP.
           03 INSBOOK-STOCK                  PIC S9(9) COMP.
           03 INSBOOK-HOUSE                  PIC X(10).
           03 INSBOOK-STATE                  PIC S9(4) COMP.
               88  INSBOOK-ACTIVE                VALUE 1.
               88  INSBOOK-ENDED                 VALUE 0.
