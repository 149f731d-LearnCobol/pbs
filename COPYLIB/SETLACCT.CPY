           EXEC SQL DECLARE TUTORIAL.SETLACCT TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              BANKGIRO                       VARCHAR (10)
                                             NOT NULL,
              MINPAYOUT                      DECIMAL (9, 2)
                                             NOT NULL
           )
           END-EXEC.


      *    the customer's own bankgiro that collected client funds
      *    are paid out to, entered on the customer menu (pbs.cbl
      *    K0187). Only customers with a row here take part in the
      *    monthly redovisning (P0220); a payout below MINPAYOUT is
      *    not sent but left for the next period's settlement.
       01  SETLACCT.
           03 SETLACCT-CUST-ID               PIC S9(9) COMP.
           03 SETLACCT-BANKGIRO.
              49 SETLACCT-BANKGIRO-LEN       PIC S9(4) COMP.
              49 SETLACCT-BANKGIRO-TEXT      PIC X(10).
           03 SETLACCT-MINPAYOUT             PIC S9(7)V9(2) COMP-3.
