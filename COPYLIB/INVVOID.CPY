           EXEC SQL DECLARE TUTORIAL.INVVOID TABLE
           (
              VOID_ID                        INT
                                             NOT NULL,
              FIRSTNO                        INT
                                             NOT NULL,
              LASTNO                         INT
                                             NOT NULL,
              PERIOD                         CHAR (7)
                                             NOT NULL,
              REASON                         VARCHAR (60)
                                             NOT NULL,
              RUNLOG_ID                      INT
                                             NOT NULL,
              VOIDBY                         VARCHAR (30)
                                             NOT NULL,
              VOIDTIME                       CHAR (19)
                                             NOT NULL
           )
           END-EXEC.


      *    makuleringsregister: invoice numbers (INV_ID, handed out
      *    by IDGEN 'INVOICE' to every program that writes an
      *    invoice) that were taken but never became an invoice -
      *    a run that failed after taking its number, an ad-hoc
      *    invoice left without lines, a correction draft thrown
      *    away. FIRSTNO-LASTNO is the voided range, PERIOD the
      *    month the gap was found in, REASON why, RUNLOG_ID the
      *    failed run that left it (zero when no run did). Ranges
      *    never overlap and never cover a number in use. The
      *    number series audit (PbsSer) counts a gap as explained
      *    when voids cover every number in it; the month close
      *    warns about the rest. Registered in pbs.cbl
      *    I0305-maintain-void-register, and by the paragraphs that
      *    delete an invoice row (Y0370-register-void).
       01  INVVOID.
           03 INVVOID-VOID-ID                PIC S9(9) COMP.
           03 INVVOID-FIRSTNO                PIC S9(9) COMP.
           03 INVVOID-LASTNO                 PIC S9(9) COMP.
           03 INVVOID-PERIOD                 PIC X(7).
           03 INVVOID-REASON.
              49 INVVOID-REASON-LEN          PIC S9(4) COMP.
              49 INVVOID-REASON-TEXT         PIC X(60).
           03 INVVOID-RUNLOG-ID              PIC S9(9) COMP.
           03 INVVOID-VOIDBY.
              49 INVVOID-VOIDBY-LEN          PIC S9(4) COMP.
              49 INVVOID-VOIDBY-TEXT         PIC X(30).
           03 INVVOID-VOIDTIME               PIC X(19).
