           EXEC SQL DECLARE TUTORIAL.MSGLOG TABLE
           (
              MSG_ID                         INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              OUTLOG_ID                      INT
                                             NOT NULL,
              LOGDATE                        DATE
                                             NOT NULL
           )
           END-EXEC.


      *    one row per INVMSG message an invoice document carried,
      *    written by subinv with the document's OUTLOG row - what
      *    the customer measures a campaign's effect against
      *    (pbs.cbl K0206). Only rows whose OUTLOG row is SUCCESS 1
      *    reached the debtor.
       01  MSGLOG.
           03 MSGLOG-MSG-ID                  PIC S9(9) COMP.
           03 MSGLOG-INV-ID                  PIC S9(9) COMP.
           03 MSGLOG-OUTLOG-ID               PIC S9(9) COMP.
           03 MSGLOG-LOGDATE                 PIC X(10).
