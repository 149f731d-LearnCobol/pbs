           EXEC SQL DECLARE TUTORIAL.EFREG TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              ORGNO                          CHAR (10)
                                             NOT NULL,
              BANKID                         CHAR (4)
                                             NOT NULL,
              RECIPID                        CHAR (20)
                                             NOT NULL,
              STATUS                         SMALLINT
                                             NOT NULL,
              REGDATE                        DATE
                                             NOT NULL,
              CHGDATE                        DATE
                                             NOT NULL
           )
           END-EXEC.


      *    a private debtor's e-faktura registration in their own
      *    internet bank, one row per customer and personnummer, as
      *    the bank network reports it in its registration file
      *    (EfRead, night-run step EFAKTURA). While a row is active
      *    every DEBTOR row of the person under that customer has
      *    DELIVERY 'B', and subinv writes the bank-format e-faktura
      *    file instead of paper; BANKID and RECIPID are how the
      *    network addresses the person's bank. A deregistration, or
      *    a delivery the bank rejected, ends the row and the debtor
      *    goes back to paper. REGDATE is the day of registration,
      *    CHGDATE the day of the last change either way.
       01  EFREG.
           03 EFREG-CUST-ID                  PIC S9(9) COMP.
           03 EFREG-ORGNO                    PIC X(10).
           03 EFREG-BANKID                   PIC X(4).
           03 EFREG-RECIPID                  PIC X(20).
           03 EFREG-STATUS                   PIC S9(4) COMP.
               88  EFREG-ACTIVE                  VALUE 1.
               88  EFREG-ENDED                   VALUE 0.
           03 EFREG-REGDATE                  PIC X(10).
           03 EFREG-CHGDATE                  PIC X(10).
