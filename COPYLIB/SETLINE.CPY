           EXEC SQL DECLARE TUTORIAL.SETLINE TABLE
           (
              SETL_ID                        INT
                                             NOT NULL,
              KIND                           CHAR (1)
                                             NOT NULL,
              REFKEY                         INT
                                             NOT NULL,
              AMOUNT                         DECIMAL (11, 2)
                                             NOT NULL
           )
           END-EXEC.


      *    what one SETTLE row is made of. KIND P is a debtor
      *    PAYMENT passed on to the customer (REFKEY = PAYMENT_ID) -
      *    the mark that keeps a payment from ever being settled
      *    twice; KIND S is one of our own service invoices netted
      *    off (REFKEY = INV_ID); KIND F is inkasso fees netted off
      *    (REFKEY = CUST_ID, AMOUNT the fees taken this time); KIND
      *    A is the aviavgift on a debtor invoice paid in full by
      *    this settlement's payments (REFKEY = INV_ID, AMOUNT the
      *    fee including VAT) - already inside COLLECTED, marked so
      *    the customer's fee income is reported and never twice
       01  SETLINE.
           03 SETLINE-SETL-ID                PIC S9(9) COMP.
           03 SETLINE-KIND                   PIC X(1).
               88  SETLINE-PAYMENT               VALUE 'P'.
               88  SETLINE-SERVICE-INV           VALUE 'S'.
               88  SETLINE-INKASSO-FEES          VALUE 'F'.
               88  SETLINE-INVOICE-FEE           VALUE 'A'.
           03 SETLINE-REFKEY                 PIC S9(9) COMP.
           03 SETLINE-AMOUNT                 PIC S9(9)V9(2) COMP-3.
