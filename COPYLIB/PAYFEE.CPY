           EXEC SQL DECLARE TUTORIAL.PAYFEE TABLE
           (
              FIN_ID                         INT
                                             NOT NULL,
              METHOD                         VARCHAR (10)
                                             NOT NULL,
              FEE                            DECIMAL (7, 2)
                                             NOT NULL
           )
           END-EXEC.


      *    what the bank charges per transaction for a payment
      *    channel (PAYMENT METHOD: BG, CA, AG, SW, AUTO, ...), kept
      *    on the company reports menu (pbs.cbl I0315) and read by
      *    the payment channel report (PbsKanl). FIN_ID 0 is the fee
      *    for every legal entity; a row for the entity's own FIN_ID
      *    overrides it. A channel without a row costs nothing in
      *    the report.
       01  PAYFEE.
           03 PAYFEE-FIN-ID                  PIC S9(9) COMP.
           03 PAYFEE-METHOD.
              49 PAYFEE-METHOD-LEN           PIC S9(4) COMP.
              49 PAYFEE-METHOD-TEXT          PIC X(10).
           03 PAYFEE-FEE                     PIC S9(5)V9(2) COMP-3.
