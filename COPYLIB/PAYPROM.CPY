           EXEC SQL DECLARE TUTORIAL.PAYPROM TABLE
           (
              PROM_ID                        INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              AMOUNT                         DECIMAL (9, 2)
                                             NOT NULL,
              PROMDATE                       DATE
                                             NOT NULL,
              GRACEDAYS                      SMALLINT
                                             NOT NULL,
              TAKENBY                        VARCHAR (30),
              TAKENDATE                      DATE
                                             NOT NULL,
              PAIDBASE                       DECIMAL (9, 2)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL,
              CLOSEDATE                      CHAR (10)
                                             NOT NULL
           )
           END-EXEC.


      *    betalningsl�ften: a debtor who phones and promises to pay
      *    by a given day. While the promise stands the dunning run
      *    leaves the invoice - or, with INV_ID zero, every invoice
      *    of the debtor - alone until PROMDATE plus GRACEDAYS; then
      *    it is kept if the payments booked since the call (what
      *    PAYMENT holds above PAIDBASE) reach AMOUNT, otherwise
      *    broken, the ladder resumes at its next level and a
      *    worklist item is raised (dunning.CBL B0114). PayScore
      *    scores the debtor's keeping rate. Registered and
      *    cancelled in pbs.cbl P0240-promise-register.
       01  PAYPROM.
           03 PAYPROM-PROM-ID                PIC S9(9) COMP.
           03 PAYPROM-INV-ID                 PIC S9(9) COMP.
           03 PAYPROM-DEBT-ID                PIC S9(9) COMP.
           03 PAYPROM-AMOUNT                 PIC S9(7)V9(2) COMP-3.
           03 PAYPROM-PROMDATE               PIC X(10).
           03 PAYPROM-GRACEDAYS              PIC S9(4) COMP.
      *    the operator who took the call
           03 PAYPROM-TAKENBY.
              49 PAYPROM-TAKENBY-LEN         PIC S9(4) COMP.
              49 PAYPROM-TAKENBY-TEXT        PIC X(30).
           03 PAYPROM-TAKENDATE              PIC X(10).
      *    payments already booked against the invoice (or the
      *    debtor) when the promise was taken
           03 PAYPROM-PAIDBASE               PIC S9(7)V9(2) COMP-3.
           03 PAYPROM-STATE                  PIC S9(4) COMP.
               88  PAYPROM-OPEN                  VALUE 0.
               88  PAYPROM-KEPT                  VALUE 1.
               88  PAYPROM-BROKEN                VALUE 2.
               88  PAYPROM-CANCELLED             VALUE 3.
           03 PAYPROM-CLOSEDATE              PIC X(10).
