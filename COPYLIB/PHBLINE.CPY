           EXEC SQL DECLARE TUTORIAL.PHBLINE TABLE
           (
              BILL_ID                        INT
                                             NOT NULL,
              LINE_NO                        INT
                                             NOT NULL,
              RUN_ID                         INT
                                             NOT NULL,
              FILENAME                       VARCHAR (60)
                                             NOT NULL,
              SHEETS                         INT
                                             NOT NULL,
              ENVELOPES                      INT
                                             NOT NULL,
              INSERTS                        INT
                                             NOT NULL,
              POSTAGE                        DECIMAL (9, 2)
                                             NOT NULL,
              AMOUNT                         DECIMAL (9, 2)
                                             NOT NULL,
              MANIF_ID                       INT
                                             NOT NULL,
              OURSHEETS                      INT
                                             NOT NULL,
              OURENV                         INT
                                             NOT NULL,
              OURINS                         INT
                                             NOT NULL,
              OURPOST                        DECIMAL (9, 2)
                                             NOT NULL,
              RESULT                         CHAR (1)
                                             NOT NULL
           )
           END-EXEC.


      *    one billed file of a PHBILL: what the print house bills
      *    for it, and what we have for the same file - the MANIFEST
      *    row it matched (MANIF_ID, 0 for none), its sheets, and
      *    the envelopes, inserts (INSUSE) and postage of the file's
      *    delivered OUTLOG rows. RESULT is the reconciliation.
       01  PHBLINE.
           03 PHBLINE-BILL-ID                PIC S9(9) COMP.
           03 PHBLINE-LINE-NO                PIC S9(9) COMP.
           03 PHBLINE-RUN-ID                 PIC S9(9) COMP.
           03 PHBLINE-FILENAME.
              49 PHBLINE-FILENAME-LEN        PIC S9(4) COMP.
              49 PHBLINE-FILENAME-TEXT       PIC X(60).
           03 PHBLINE-SHEETS                 PIC S9(9) COMP.
           03 PHBLINE-ENVELOPES              PIC S9(9) COMP.
           03 PHBLINE-INSERTS                PIC S9(9) COMP.
           03 PHBLINE-POSTAGE                PIC S9(7)V9(2) COMP-3.
           03 PHBLINE-AMOUNT                 PIC S9(7)V9(2) COMP-3.
           03 PHBLINE-MANIF-ID               PIC S9(9) COMP.
           03 PHBLINE-OURSHEETS              PIC S9(9) COMP.
           03 PHBLINE-OURENV                 PIC S9(9) COMP.
           03 PHBLINE-OURINS                 PIC S9(9) COMP.
           03 PHBLINE-OURPOST                PIC S9(7)V9(2) COMP-3.
      *    O = agrees, A = quantities or postage differ, E = billed
      *    but never transferred to the house (no MANIFEST row for
      *    the file there, cancelled, or never pushed)
           03 PHBLINE-RESULT                 PIC X(1).
               88  PHBLINE-AGREES                VALUE 'O'.
               88  PHBLINE-DIFFERS               VALUE 'A'.
               88  PHBLINE-NOT-SENT              VALUE 'E'.
