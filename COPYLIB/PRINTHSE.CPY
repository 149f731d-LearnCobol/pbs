           EXEC SQL DECLARE TUTORIAL.PRINTHSE TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              CHANNEL                        CHAR (1)
                                             NOT NULL,
              POSTFROM                       CHAR (5)
                                             NOT NULL,
              POSTTO                         CHAR (5)
                                             NOT NULL,
              HOUSE                          CHAR (10)
                                             NOT NULL
           )
           END-EXEC.


      *    print-house routing rules: which house (PRHOUSE) gets an
      *    output file. A rule names a customer (CUST_ID, 0 = every
      *    customer), a channel (P posted paper, M e-mail, E
      *    e-invoice, blank = every channel) and a postnummer range
      *    POSTFROM-POSTTO (blank = every postcode; a customer's
      *    bundle file holds many debtors and only matches a blank
      *    range). The most specific matching rule wins - customer
      *    before channel before postcode range - and a file no
      *    rule matches goes to the main house, HUVUD. Maintained
      *    through pbs.cbl menus 64 and 70.
       01  PRINTHSE.
           03 PRINTHSE-CUST-ID               PIC S9(9) COMP.
           03 PRINTHSE-CHANNEL               PIC X(1).
               88  PRINTHSE-ANY-CHANNEL          VALUE ' '.
               88  PRINTHSE-PAPER                VALUE 'P'.
               88  PRINTHSE-MAIL                 VALUE 'M'.
               88  PRINTHSE-EINVOICE             VALUE 'E'.
           03 PRINTHSE-POSTFROM              PIC X(5).
           03 PRINTHSE-POSTTO                PIC X(5).
           03 PRINTHSE-HOUSE                 PIC X(10).
