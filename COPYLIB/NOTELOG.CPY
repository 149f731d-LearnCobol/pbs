           EXEC SQL DECLARE TUTORIAL.NOTELOG TABLE
           (
              NOTE_ID                        INT
                                             NOT NULL,
              OBJTYPE                        CHAR (1)
                                             NOT NULL,
              OBJKEY                         INT
                                             NOT NULL,
              NOTETIME                       CHAR (19)
                                             NOT NULL,
              OPERATOR                       VARCHAR (30)
                                             NOT NULL,
              CATEGORY                       CHAR (1)
                                             NOT NULL,
              NOTE                           VARCHAR (254)
                                             NOT NULL
           )
           END-EXEC.


      *    the dated note log: one row per note an operator makes
      *    on a customer, a debtor or an invoice - never
      *    overwritten, so whoever answers the phone sees what a
      *    colleague promised last week. OBJTYPE says what the note
      *    is on and OBJKEY which row (CUST_ID, DEBT_ID or INV_ID).
      *    Shown and added from the debtor register, the payment
      *    workbench, the dispute screen and the invoice history
      *    (pbs.cbl Y0350). PbsAnon removes the notes of a debtor it
      *    anonymizes, and of the debtor's invoices, with the rest
      *    of the personal data.
       01  NOTELOG.
           03 NOTELOG-NOTE-ID                PIC S9(9) COMP.
           03 NOTELOG-OBJTYPE                PIC X(1).
               88  NOTELOG-ON-CUSTOMER           VALUE 'K'.
               88  NOTELOG-ON-DEBTOR             VALUE 'G'.
               88  NOTELOG-ON-INVOICE            VALUE 'F'.
           03 NOTELOG-OBJKEY                 PIC S9(9) COMP.
           03 NOTELOG-NOTETIME               PIC X(19).
           03 NOTELOG-OPERATOR.
              49 NOTELOG-OPERATOR-LEN        PIC S9(4) COMP.
              49 NOTELOG-OPERATOR-TEXT       PIC X(30).
      *    S = samtal, L = l�fte/�verenskommelse, B = betalning,
      *    T = tvist, O = �vrigt
           03 NOTELOG-CATEGORY               PIC X(1).
               88  NOTELOG-CAT-CALL              VALUE 'S'.
               88  NOTELOG-CAT-PROMISE           VALUE 'L'.
               88  NOTELOG-CAT-PAYMENT           VALUE 'B'.
               88  NOTELOG-CAT-DISPUTE           VALUE 'T'.
               88  NOTELOG-CAT-OTHER             VALUE 'O'.
               88  NOTELOG-CAT-VALID             VALUE 'S' 'L' 'B'
                                                       'T' 'O'.
           03 NOTELOG-NOTE.
              49 NOTELOG-NOTE-LEN            PIC S9(4) COMP.
              49 NOTELOG-NOTE-TEXT           PIC X(254).
