           EXEC SQL DECLARE TUTORIAL.BALCONF TABLE
           (
              CONF_ID                        INT
                                             NOT NULL,
              RUN_ID                         INT
                                             NOT NULL,
              CUTOFF                         DATE
                                             NOT NULL,
              PARTYTYPE                      CHAR (1)
                                             NOT NULL,
              PARTY_ID                       INT
                                             NOT NULL,
              SELRULE                        CHAR (1)
                                             NOT NULL,
              CURRENCY                       CHAR (3)
                                             NOT NULL,
              ITEMS                          INT
                                             NOT NULL,
              BALANCE                        DECIMAL (13, 2)
                                             NOT NULL,
              BALSEK                         DECIMAL (13, 2)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL,
              REPLYAMT                       DECIMAL (13, 2)
                                             NOT NULL,
              REPLYDATE                      CHAR (10)
                                             NOT NULL,
              REPLYBY                        VARCHAR (30)
                                             NOT NULL,
              NOTE                           VARCHAR (60)
                                             NOT NULL,
              RUNBY                          VARCHAR (30)
                                             NOT NULL
           )
           END-EXEC.


      *    saldobekr�ftelser for the auditors: one row per debtor
      *    (PARTYTYPE D, PARTY_ID = DEBT_ID) or customer (K, CUST_ID)
      *    picked by PbsSald for a cut-off date, by the largest
      *    balances (SELRULE S), a random sample (R) or the
      *    auditors' own list (L). RUN_ID is the CONF_ID of the
      *    run's first letter. BALANCE is what stood open at CUTOFF
      *    as invoiced, in CURRENCY, over ITEMS invoices, BALSEK the
      *    same in SEK at the invoice day's rate as the ledger has
      *    it. subinv (run mode SBK) writes the letter with its
      *    reply slip; pbs.cbl I0295 registers the reply - STATE,
      *    REPLYAMT the balance the counterparty states when it
      *    disagrees, REPLYDATE, REPLYBY the operator, NOTE.
       01  BALCONF.
           03 BALCONF-CONF-ID                PIC S9(9) COMP.
           03 BALCONF-RUN-ID                 PIC S9(9) COMP.
           03 BALCONF-CUTOFF                 PIC X(10).
           03 BALCONF-PARTYTYPE              PIC X(1).
               88  BALCONF-DEBTOR                VALUE 'D'.
               88  BALCONF-CUSTOMER              VALUE 'K'.
           03 BALCONF-PARTY-ID               PIC S9(9) COMP.
           03 BALCONF-SELRULE                PIC X(1).
               88  BALCONF-BY-SIZE               VALUE 'S'.
               88  BALCONF-BY-RANDOM             VALUE 'R'.
               88  BALCONF-BY-LIST               VALUE 'L'.
           03 BALCONF-CURRENCY               PIC X(3).
           03 BALCONF-ITEMS                  PIC S9(9) COMP.
           03 BALCONF-BALANCE                PIC S9(11)V9(2) COMP-3.
           03 BALCONF-BALSEK                 PIC S9(11)V9(2) COMP-3.
           03 BALCONF-STATE                  PIC S9(4) COMP.
               88  BALCONF-SENT                  VALUE 0.
               88  BALCONF-AGREED                VALUE 1.
               88  BALCONF-DISAGREED             VALUE 2.
               88  BALCONF-NO-REPLY              VALUE 3.
           03 BALCONF-REPLYAMT               PIC S9(11)V9(2) COMP-3.
           03 BALCONF-REPLYDATE              PIC X(10).
           03 BALCONF-REPLYBY.
              49 BALCONF-REPLYBY-LEN         PIC S9(4) COMP.
              49 BALCONF-REPLYBY-TEXT        PIC X(30).
           03 BALCONF-NOTE.
              49 BALCONF-NOTE-LEN            PIC S9(4) COMP.
              49 BALCONF-NOTE-TEXT           PIC X(60).
           03 BALCONF-RUNBY.
              49 BALCONF-RUNBY-LEN           PIC S9(4) COMP.
              49 BALCONF-RUNBY-TEXT          PIC X(30).
