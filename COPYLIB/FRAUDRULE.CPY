           EXEC SQL DECLARE TUTORIAL.FRAUDRULE TABLE
           (
              RULE_ID                        CHAR (8)
                                             NOT NULL,
              ACTIVE                         SMALLINT
                                             NOT NULL,
              MINCOUNT                       SMALLINT
                                             NOT NULL,
              DAYS                           SMALLINT
                                             NOT NULL,
              PCT                            DECIMAL (5, 2)
                                             NOT NULL
           )
           END-EXEC.


      *    the settings of the monthly pattern analysis (PbsFrod),
      *    one row per rule, kept on the worklist's deviation screen
      *    (pbs.cbl W0170). A rule without a row runs with the
      *    defaults PbsFrod carries. The rules:
      *      KREDIT   one operator's credit notes with an amount just
      *               under FINDATA-DUALLIMIT - from PCT per cent of
      *               the limit up to it - MINCOUNT or more a month
      *      REFADR   a refund order sent to a debtor whose address
      *               was changed on a screen at most DAYS days
      *               before
      *      ATTEST   two operators who each approved the other's
      *               four-eyes requests MINCOUNT times or more in
      *               the month
      *      AVSKRIV  MINCOUNT or more write-offs in the month on one
      *               customer's invoices by the same operator
       01  FRAUDRULE.
           03 FRAUDRULE-RULE-ID              PIC X(8).
               88  FRAUDRULE-KREDIT              VALUE 'KREDIT'.
               88  FRAUDRULE-REFADR              VALUE 'REFADR'.
               88  FRAUDRULE-ATTEST              VALUE 'ATTEST'.
               88  FRAUDRULE-AVSKRIV             VALUE 'AVSKRIV'.
           03 FRAUDRULE-ACTIVE               PIC S9(4) COMP.
               88  FRAUDRULE-IS-ACTIVE           VALUE 1.
               88  FRAUDRULE-IS-OFF              VALUE 0.
           03 FRAUDRULE-MINCOUNT             PIC S9(4) COMP.
           03 FRAUDRULE-DAYS                 PIC S9(4) COMP.
           03 FRAUDRULE-PCT                  PIC S9(3)V9(2) COMP-3.
