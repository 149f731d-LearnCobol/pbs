           EXEC SQL DECLARE TUTORIAL.FACTAGR TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              FINNAME                        VARCHAR (40)
                                             NOT NULL,
              BANKGIRO                       VARCHAR (20)
                                             NOT NULL,
              CLAUSE                         VARCHAR (200)
                                             NOT NULL,
              SCOPE                          CHAR (1)
                                             NOT NULL,
              DUNNING                        SMALLINT
                                             NOT NULL,
              INKASSO                        SMALLINT
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL,
              LASTPAYID                      INT
                                             NOT NULL
           )
           END-EXEC.


      *    a customer's factoring agreement: the finance company its
      *    invoices are sold to, the bankgiro the debtors pay the
      *    financier on and the �verl�telseklausul printed on every
      *    sold invoice. One row per customer, entered on the
      *    customer menu (pbs.cbl K0161); the invoices actually sold
      *    are in FACTINV. LASTPAYID is how far PbsFact has reported
      *    the payments on sold invoices to the financier.
       01  FACTAGR.
           03 FACTAGR-CUST-ID                PIC S9(9) COMP.
           03 FACTAGR-FINNAME.
              49 FACTAGR-FINNAME-LEN         PIC S9(4) COMP.
              49 FACTAGR-FINNAME-TEXT        PIC X(40).
           03 FACTAGR-BANKGIRO.
              49 FACTAGR-BANKGIRO-LEN        PIC S9(4) COMP.
              49 FACTAGR-BANKGIRO-TEXT       PIC X(20).
           03 FACTAGR-CLAUSE.
              49 FACTAGR-CLAUSE-LEN          PIC S9(4) COMP.
              49 FACTAGR-CLAUSE-TEXT         PIC X(200).
      *    A = every invoice is sold as it is printed; S = only the
      *    invoices marked sold on the customer menu
           03 FACTAGR-SCOPE                  PIC X(1).
               88  FACTAGR-SCOPE-ALL             VALUE 'A'.
               88  FACTAGR-SCOPE-SELECTED        VALUE 'S'.
      *    1 = the financier sends the reminders on sold invoices,
      *    our dunning run leaves them alone
           03 FACTAGR-DUNNING                PIC S9(4) COMP.
               88  FACTAGR-FINANCIER-DUNS        VALUE 1.
      *    1 = the financier takes unpaid sold invoices to collection
      *    itself, no case goes to our inkasso partner
           03 FACTAGR-INKASSO                PIC S9(4) COMP.
               88  FACTAGR-FINANCIER-INKASSO     VALUE 1.
      *    1 = in force; 0 = ended, nothing more is sold
           03 FACTAGR-STATE                  PIC S9(4) COMP.
               88  FACTAGR-ACTIVE                VALUE 1.
           03 FACTAGR-LASTPAYID              PIC S9(9) COMP.
