           EXEC SQL DECLARE TUTORIAL.PAYSRC TABLE
           (
              TRANSNO                        INT
                                             NOT NULL,
              PAYMENT_ID                     INT
                                             NOT NULL,
              SUSP_ID                        INT
                                             NOT NULL,
              CHANNEL                        CHAR (2)
                                             NOT NULL,
              BANKREF                        VARCHAR (25)
                                             NOT NULL,
              TRANSAMT                       DECIMAL (9, 2)
                                             NOT NULL,
              REVERSED                       SMALLINT
                                             NOT NULL
           )
           END-EXEC.


      *    where a payment reader's bookings came from: one row per
      *    PAYMENT (or SUSPENSE rest) one bank transaction turned
      *    into. TRANSNO ties the pieces of one transaction together
      *    - a round sum BgMaxRead's auto-allocation spread over
      *    several invoices shares one TRANSNO (the first piece's
      *    PAYMENT_ID), with the whole bank amount in TRANSAMT - so
      *    a bank recall or deduction can back out exactly what the
      *    transaction booked. PAYMENT_ID is 0 on a suspense rest
      *    row, SUSP_ID is 0 on a payment row.
       01  PAYSRC.
           03 PAYSRC-TRANSNO                 PIC S9(9) COMP.
           03 PAYSRC-PAYMENT-ID              PIC S9(9) COMP.
           03 PAYSRC-SUSP-ID                 PIC S9(9) COMP.
           03 PAYSRC-CHANNEL                 PIC X(2).
           03 PAYSRC-BANKREF.
              49 PAYSRC-BANKREF-LEN          PIC S9(4) COMP.
              49 PAYSRC-BANKREF-TEXT         PIC X(25).
           03 PAYSRC-TRANSAMT                PIC S9(7)V9(2) COMP-3.
           03 PAYSRC-REVERSED                PIC S9(4) COMP.
               88  PAYSRC-BOOKED                 VALUE 0.
               88  PAYSRC-BACKED-OUT             VALUE 1.
