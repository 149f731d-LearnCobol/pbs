           EXEC SQL DECLARE TUTORIAL.PROVRULE TABLE
           (
              RULE_ID                        CHAR (8)
                                             NOT NULL,
              PCT                            DECIMAL (5, 2)
                                             NOT NULL
           )
           END-EXEC.


      *    the reserve percentages of the provision run for
      *    os�kra kundfordringar (PbsProv), one row per rule, kept on
      *    the company reports menu (pbs.cbl I0285). A rule without a
      *    row runs with the default PbsProv carries. The age rules
      *    give an open invoice its base percentage by days past due
      *    at the period's end; the others adjust it:
      *      EJFORF   not yet due             DAGAR30  1-30 days
      *      DAGAR60  31-60 days              DAGAR90  61-90 days
      *      OVER90   more than 90 days
      *      PLAN     replaces the age rule while the invoice's
      *               installment plan is kept
      *      SCORE2   added for a debtor scored late but paying
      *      SCORE3   added for a debtor scored as needing krav
      *      TVIST    at least this while a dispute stands open
      *      INKASSO  at least this while with the inkasso partner
      *      INKFORL  at least this once inkasso gave the case up
      *      RATTSL   at least this under a legal hold
       01  PROVRULE.
           03 PROVRULE-RULE-ID               PIC X(8).
           03 PROVRULE-PCT                   PIC S9(3)V9(2) COMP-3.
