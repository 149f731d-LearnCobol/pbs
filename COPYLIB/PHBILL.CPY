           EXEC SQL DECLARE TUTORIAL.PHBILL TABLE
           (
              BILL_ID                        INT
                                             NOT NULL,
              HOUSE                          CHAR (10)
                                             NOT NULL,
              PERIOD                         CHAR (7)
                                             NOT NULL,
              BILLNO                         CHAR (20)
                                             NOT NULL,
              IMPDATE                        DATE
                                             NOT NULL,
              SHEETS                         INT
                                             NOT NULL,
              ENVELOPES                      INT
                                             NOT NULL,
              INSERTS                        INT
                                             NOT NULL,
              POSTAGE                        DECIMAL (11, 2)
                                             NOT NULL,
              AMOUNT                         DECIMAL (11, 2)
                                             NOT NULL,
              APPROVED                       DECIMAL (11, 2)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL,
              APPRDATE                       CHAR (10),
              APPRBY                         VARCHAR (30)
           )
           END-EXEC.


      *    a print house's monthly invoice to us, as its billing
      *    specification file says it (pbs.cbl X0510, menu 62): one
      *    row per house, period (�R-MM) and their invoice number,
      *    with the file's totals - sheets, envelopes, inserts,
      *    postage and the amount excluding VAT. The PHBLINE rows
      *    are the billed files, each reconciled against our
      *    MANIFEST and OUTLOG at import. Once reconciled the
      *    invoice is approved for payment at APPROVED - the real
      *    production cost the profitability report (I0160) spreads
      *    over the period's printed sheets.
       01  PHBILL.
           03 PHBILL-BILL-ID                 PIC S9(9) COMP.
           03 PHBILL-HOUSE                   PIC X(10).
           03 PHBILL-PERIOD                  PIC X(7).
           03 PHBILL-BILLNO                  PIC X(20).
           03 PHBILL-IMPDATE                 PIC X(10).
           03 PHBILL-SHEETS                  PIC S9(9) COMP.
           03 PHBILL-ENVELOPES               PIC S9(9) COMP.
           03 PHBILL-INSERTS                 PIC S9(9) COMP.
           03 PHBILL-POSTAGE                 PIC S9(9)V9(2) COMP-3.
           03 PHBILL-AMOUNT                  PIC S9(9)V9(2) COMP-3.
           03 PHBILL-APPROVED                PIC S9(9)V9(2) COMP-3.
           03 PHBILL-STATE                   PIC S9(4) COMP.
               88  PHBILL-IMPORTED               VALUE 0.
               88  PHBILL-IS-APPROVED            VALUE 1.
           03 PHBILL-APPRDATE                PIC X(10).
           03 PHBILL-APPRBY.
              49 PHBILL-APPRBY-LEN           PIC S9(4) COMP.
              49 PHBILL-APPRBY-TEXT          PIC X(30).
