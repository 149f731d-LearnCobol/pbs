              ROUNDAMT                       DECIMAL (3, 2)
                                             NOT NULL,
              RUN_ID                         INT
                                             NOT NULL,
              POSTCLASS                      CHAR (1)
                                             NOT NULL,
              POSTAGE                        DECIMAL (7, 2)
                                             NOT NULL,
              SHEETS                         SMALLINT
                                             NOT NULL,
              ATTPAGES                       SMALLINT
                                             NOT NULL
           )
           END-EXEC.
      *    which print run produced the row - zero for single
      *    reprints outside a numbered run
           03 OUTLOG-RUN-ID                   PIC S9(9) COMP.
      *    the envelope the invoice went out in: its POSTRATE class
      *    and the postage it cost - space and zero when nothing
      *    went by post (e-invoice, e-mail, bookkeeping rows)
           03 OUTLOG-POSTCLASS                PIC X(1).
           03 OUTLOG-POSTAGE                  PIC S9(5)V9(2) COMP-3.
      *    the paper the document took: sheets printed (zero when it
      *    went in no envelope) and attachment pages rendered from
      *    INVATT (zero for an e-invoice) - usage srvbill rates
           03 OUTLOG-SHEETS                   PIC S9(4) COMP.
           03 OUTLOG-ATTPAGES                 PIC S9(4) COMP.
