           EXEC SQL DECLARE TUTORIAL.PROVISION TABLE
           (
              PERIOD                         CHAR (7)
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              FIN_ID                         INT
                                             NOT NULL,
              OPENAMT                        DECIMAL (13, 2)
                                             NOT NULL,
              PROVAMT                        DECIMAL (13, 2)
                                             NOT NULL,
              RUNTIME                        CHAR (19)
                                             NOT NULL,
              RUNBY                          VARCHAR (30)
                                             NOT NULL
           )
           END-EXEC.


      *    the provision for os�kra kundfordringar as PbsProv computed
      *    it at a period's end, one row per customer with open
      *    receivables: OPENAMT what was open in SEK, PROVAMT the
      *    part reserved. The SIE export of the period books the
      *    period's total on ACCTMAP keys PROVCOST/PROV and reverses
      *    the previous provision - the latest earlier period with
      *    rows - so only the change hits the result. A period is
      *    run again at will until it is closed (PERCLOSE).
       01  PROVISION.
           03 PROVISION-PERIOD               PIC X(7).
           03 PROVISION-CUST-ID              PIC S9(9) COMP.
           03 PROVISION-FIN-ID               PIC S9(9) COMP.
           03 PROVISION-OPENAMT              PIC S9(11)V9(2) COMP-3.
           03 PROVISION-PROVAMT              PIC S9(11)V9(2) COMP-3.
           03 PROVISION-RUNTIME              PIC X(19).
           03 PROVISION-RUNBY.
              49 PROVISION-RUNBY-LEN         PIC S9(4) COMP.
              49 PROVISION-RUNBY-TEXT        PIC X(30).
