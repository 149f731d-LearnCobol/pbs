           EXEC SQL DECLARE TUTORIAL.ARRECON TABLE
           (
              PERIOD                         CHAR (7)
                                             NOT NULL,
              FIN_ID                         INT
                                             NOT NULL,
              SUBOPEN                        DECIMAL (13, 2)
                                             NOT NULL,
              SUBCLOSE                       DECIMAL (13, 2)
                                             NOT NULL,
              SUSPCLOSE                      DECIMAL (13, 2)
                                             NOT NULL,
              GLOPEN                         DECIMAL (13, 2)
                                             NOT NULL,
              GLMOVE                         DECIMAL (13, 2)
                                             NOT NULL,
              GLCLOSE                        DECIMAL (13, 2)
                                             NOT NULL,
              DIFFINV                        DECIMAL (13, 2)
                                             NOT NULL,
              DIFFCRED                       DECIMAL (13, 2)
                                             NOT NULL,
              DIFFPAY                        DECIMAL (13, 2)
                                             NOT NULL,
              DIFFWO                         DECIMAL (13, 2)
                                             NOT NULL,
              DIFFREF                        DECIMAL (13, 2)
                                             NOT NULL,
              DIFFSUSP                       DECIMAL (13, 2)
                                             NOT NULL,
              DIFFCURR                       DECIMAL (13, 2)
                                             NOT NULL,
              UNEXPL                         DECIMAL (13, 2)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL,
              RUNTIME                        CHAR (19)
                                             NOT NULL,
              SIGNEDBY                       VARCHAR (30)
                                             NOT NULL,
              SIGNTIME                       CHAR (19)
                                             NOT NULL,
              REASON                         VARCHAR (60)
                                             NOT NULL
           )
           END-EXEC.


      *    the month-end reconciliation of the kundreskontra to the
      *    receivables account in the ledger, one row per period and
      *    legal entity (CUSTOMER FIN_ID) as PbsRecn computes it when
      *    the period is closed (pbs.cbl X0420). SUB* is the
      *    subledger - open invoice items in SEK less the debtors'
      *    unplaced tillgodo money (SUSPCLOSE, as it stood at the
      *    run) - and GL* the receivables account as the SIE export
      *    books it: the opening is the previous period's closing,
      *    GLMOVE the period's #TRANS on the account. The period's
      *    difference is broken down by cause in the DIFF* columns;
      *    UNEXPL is what no cause accounts for - in practice
      *    postings changed backwards in an already reconciled
      *    period. The row with FIN_ID zero checks the written SIE
      *    file against the entities together - SUBCLOSE is then
      *    their bookings, GLMOVE the file's. A period with an
      *    unexplained difference closes only once a supervisor has
      *    signed it off (STATE 2, with SIGNEDBY, SIGNTIME, REASON).
       01  ARRECON.
           03 ARRECON-PERIOD                 PIC X(7).
           03 ARRECON-FIN-ID                 PIC S9(9) COMP.
           03 ARRECON-SUBOPEN                PIC S9(11)V9(2) COMP-3.
           03 ARRECON-SUBCLOSE               PIC S9(11)V9(2) COMP-3.
           03 ARRECON-SUSPCLOSE              PIC S9(11)V9(2) COMP-3.
           03 ARRECON-GLOPEN                 PIC S9(11)V9(2) COMP-3.
           03 ARRECON-GLMOVE                 PIC S9(11)V9(2) COMP-3.
           03 ARRECON-GLCLOSE                PIC S9(11)V9(2) COMP-3.
           03 ARRECON-DIFFINV                PIC S9(11)V9(2) COMP-3.
           03 ARRECON-DIFFCRED               PIC S9(11)V9(2) COMP-3.
           03 ARRECON-DIFFPAY                PIC S9(11)V9(2) COMP-3.
           03 ARRECON-DIFFWO                 PIC S9(11)V9(2) COMP-3.
           03 ARRECON-DIFFREF                PIC S9(11)V9(2) COMP-3.
           03 ARRECON-DIFFSUSP               PIC S9(11)V9(2) COMP-3.
           03 ARRECON-DIFFCURR               PIC S9(11)V9(2) COMP-3.
           03 ARRECON-UNEXPL                 PIC S9(11)V9(2) COMP-3.
           03 ARRECON-STATE                  PIC S9(4) COMP.
               88  ARRECON-AGREED                VALUE 0.
               88  ARRECON-DIFFERENCE            VALUE 1.
               88  ARRECON-SIGNED-OFF            VALUE 2.
           03 ARRECON-RUNTIME                PIC X(19).
           03 ARRECON-SIGNEDBY.
              49 ARRECON-SIGNEDBY-LEN        PIC S9(4) COMP.
              49 ARRECON-SIGNEDBY-TEXT       PIC X(30).
           03 ARRECON-SIGNTIME               PIC X(19).
           03 ARRECON-REASON.
              49 ARRECON-REASON-LEN          PIC S9(4) COMP.
              49 ARRECON-REASON-TEXT         PIC X(60).
