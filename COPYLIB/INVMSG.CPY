           EXEC SQL DECLARE TUTORIAL.INVMSG TABLE
           (
              MSG_ID                         INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              MSGTEXT                        VARCHAR (120)
                                             NOT NULL,
              FROMDATE                       DATE
                                             NOT NULL,
              TODATE                         DATE
                                             NOT NULL,
              PRIORITY                       SMALLINT
                                             NOT NULL,
              CHANNEL                        CHAR (1)
                                             NOT NULL,
              SCOREFROM                      SMALLINT
                                             NOT NULL,
              SCORETO                        SMALLINT
                                             NOT NULL,
              POSTFROM                       CHAR (5)
                                             NOT NULL,
              POSTTO                         CHAR (5)
                                             NOT NULL,
              AMTFROM                        DECIMAL (9, 2)
                                             NOT NULL,
              AMTTO                          DECIMAL (9, 2)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL
           )
           END-EXEC.


      *    a customer's message to its debtors, printed on every
      *    invoice from FROMDATE to TODATE that the targeting takes:
      *    CHANNEL the way the invoice reaches the debtor (blank
      *    every way), SCOREFROM-SCORETO the debtor's PAYSCORE (0-0
      *    every debtor), POSTFROM-POSTTO the debtor's postnummer
      *    (blank every debtor), AMTFROM-AMTTO the invoice amount
      *    including VAT (AMTTO 0 no upper limit). An invoice carries
      *    at most three, PRIORITY 1 before 2 - subinv writes them in
      *    the footer (B0280) and as Note in the e-invoice (B0310),
      *    and MSGLOG records which invoices carried which. Kept on
      *    pbs.cbl customer menu 69.
       01  INVMSG.
           03 INVMSG-MSG-ID                  PIC S9(9) COMP.
           03 INVMSG-CUST-ID                 PIC S9(9) COMP.
           03 INVMSG-MSGTEXT.
              49 INVMSG-MSGTEXT-LEN          PIC S9(4) COMP.
              49 INVMSG-MSGTEXT-TEXT         PIC X(120).
           03 INVMSG-FROMDATE                PIC X(10).
           03 INVMSG-TODATE                  PIC X(10).
           03 INVMSG-PRIORITY                PIC S9(4) COMP.
           03 INVMSG-CHANNEL                 PIC X(1).
               88  INVMSG-CHANNEL-ANY            VALUE ' '.
               88  INVMSG-CHANNEL-PAPER          VALUE 'P'.
               88  INVMSG-CHANNEL-MAIL           VALUE 'M'.
               88  INVMSG-CHANNEL-EINVOICE       VALUE 'E'.
               88  INVMSG-CHANNEL-VALID          VALUE ' ' 'P' 'M'
                                                       'E'.
           03 INVMSG-SCOREFROM               PIC S9(4) COMP.
           03 INVMSG-SCORETO                 PIC S9(4) COMP.
           03 INVMSG-POSTFROM                PIC X(5).
           03 INVMSG-POSTTO                  PIC X(5).
           03 INVMSG-AMTFROM                 PIC S9(7)V9(2) COMP-3.
           03 INVMSG-AMTTO                   PIC S9(7)V9(2) COMP-3.
           03 INVMSG-STATE                   PIC S9(4) COMP.
               88  INVMSG-ACTIVE                 VALUE 1.
               88  INVMSG-ENDED                  VALUE 0.
