           EXEC SQL DECLARE TUTORIAL.PAYREV TABLE
           (
              REV_ID                         INT
                                             NOT NULL,
              CHANNEL                        CHAR (2)
                                             NOT NULL,
              BANKREF                        VARCHAR (25)
                                             NOT NULL,
              AMOUNT                         DECIMAL (9, 2)
                                             NOT NULL,
              REVDATE                        DATE
                                             NOT NULL,
              KIND                           CHAR (1)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL,
              TRANSNO                        INT
                                             NOT NULL,
              REASON                         VARCHAR (40)
           )
           END-EXEC.


      *    every payment reversal the bank sent - a BgMax deduction
      *    (avdrag, TK 21) or a recall of a wrongly credited payment,
      *    or a camt.054 entry flagged RvslInd - and what became of
      *    it. A reversal whose transaction (PAYSRC TRANSNO) was
      *    backed out is STATE 0; one that could not be backed out
      *    silently - already passed on in a redovisning, its
      *    suspense rest already applied or refunded, its invoice no
      *    longer open, or nothing booked to match - is left for the
      *    operator as a PAYREV item on the worklist.
       01  PAYREV.
           03 PAYREV-REV-ID                  PIC S9(9) COMP.
           03 PAYREV-CHANNEL                 PIC X(2).
           03 PAYREV-BANKREF.
              49 PAYREV-BANKREF-LEN          PIC S9(4) COMP.
              49 PAYREV-BANKREF-TEXT         PIC X(25).
           03 PAYREV-AMOUNT                  PIC S9(7)V9(2) COMP-3.
           03 PAYREV-REVDATE                 PIC X(10).
           03 PAYREV-KIND                    PIC X(1).
               88  PAYREV-DEDUCTION              VALUE 'A'.
               88  PAYREV-RECALL                 VALUE 'R'.
           03 PAYREV-STATE                   PIC S9(4) COMP.
               88  PAYREV-BACKED-OUT             VALUE 0.
               88  PAYREV-MANUAL                 VALUE 1.
               88  PAYREV-UNMATCHED              VALUE 2.
           03 PAYREV-TRANSNO                 PIC S9(9) COMP.
           03 PAYREV-REASON.
              49 PAYREV-REASON-LEN           PIC S9(4) COMP.
              49 PAYREV-REASON-TEXT          PIC X(40).
