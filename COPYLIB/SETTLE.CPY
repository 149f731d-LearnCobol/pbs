           EXEC SQL DECLARE TUTORIAL.SETTLE TABLE
           (
              SETL_ID                        INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              PERIOD                         CHAR (7)
                                             NOT NULL,
              RUNDATE                        DATE
                                             NOT NULL,
              COLLECTED                      DECIMAL (11, 2)
                                             NOT NULL,
              NETSRV                         DECIMAL (11, 2)
                                             NOT NULL,
              NETFEES                        DECIMAL (11, 2)
                                             NOT NULL,
              PAYOUT                         DECIMAL (11, 2)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL
           )
           END-EXEC.


      *    one row per customer and settlement period (����-MM) of
      *    the client-funds redovisning (pbs.cbl P0220): the debtor
      *    payments collected on the customer's behalf, our own
      *    service invoices and the inkasso bureau's fees netted
      *    against them, and what was paid on to the customer. The
      *    payout goes to the bank in the LB file under reference
      *    'S' + SETL_ID and is confirmed by the bank's return file
      *    (P0180) exactly like a refund order.
       01  SETTLE.
           03 SETTLE-SETL-ID                 PIC S9(9) COMP.
           03 SETTLE-CUST-ID                 PIC S9(9) COMP.
           03 SETTLE-PERIOD                  PIC X(7).
           03 SETTLE-RUNDATE                 PIC X(10).
           03 SETTLE-COLLECTED               PIC S9(9)V9(2) COMP-3.
           03 SETTLE-NETSRV                  PIC S9(9)V9(2) COMP-3.
           03 SETTLE-NETFEES                 PIC S9(9)V9(2) COMP-3.
           03 SETTLE-PAYOUT                  PIC S9(9)V9(2) COMP-3.
           03 SETTLE-STATE                   PIC S9(4) COMP.
               88  SETTLE-PAYOUT-SENT            VALUE 0.
               88  SETTLE-PAYOUT-CONFIRMED       VALUE 1.
               88  SETTLE-PAYOUT-REJECTED        VALUE 2.
      *        nothing left to pay after netting, or less than the
      *        customer's minimum payout - carried to next period
               88  SETTLE-NO-PAYOUT              VALUE 3.
