           EXEC SQL DECLARE TUTORIAL.REVSCHED TABLE
           (
              INV_ID                         INT
                                             NOT NULL,
              ITEM_ID                        INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              MONTH                          CHAR (7)
                                             NOT NULL,
              AMOUNT                         DECIMAL (9, 2)
                                             NOT NULL
           )
           END-EXEC.


      *    revenue recognition plan for a subscription billed in
      *    advance: one row per invoice item and calendar month
      *    (YYYY-MM) it covers, the item's net split by days, so
      *    the rows of an item always sum to its net amount - the
      *    SIE export books the part of a month still ahead as
      *    deferred revenue (ACCTMAP key DEFREV) and releases it
      *    month by month from here
       01  REVSCHED.
           03 REVSCHED-INV-ID                PIC S9(9) COMP.
           03 REVSCHED-ITEM-ID               PIC S9(9) COMP.
           03 REVSCHED-CUST-ID               PIC S9(9) COMP.
           03 REVSCHED-MONTH                 PIC X(7).
           03 REVSCHED-AMOUNT                PIC S9(7)V9(2) COMP-3.
