      *    one reconciliation of the kundreskontra to the ledger's
      *    receivables account asked of PbsRecn by the month-end
      *    close: the period (����-MM), whose SIE file must
      *    already be written. PbsRecn answers with the report,
      *    the total difference and the part of it no cause
      *    explains - A when the period may close (nothing
      *    unexplained, or signed off), O while an unexplained
      *    difference awaits sign-off, F when the reconciliation
      *    could not be made.
       01  RECONREQ.
           03 RECONREQ-PERIOD                PIC X(7).
           03 RECONREQ-RESULT                PIC X(1).
               88  RECONREQ-AGREED               VALUE 'A'.
               88  RECONREQ-OPEN                 VALUE 'O'.
               88  RECONREQ-FAILED               VALUE 'F'.
           03 RECONREQ-FILENAME              PIC X(80).
           03 RECONREQ-DIFFERENCE            PIC S9(11)V9(2) COMP-3.
           03 RECONREQ-UNEXPLAINED           PIC S9(11)V9(2) COMP-3.
