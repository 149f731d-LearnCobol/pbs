      *    one saldobekr�ftelse run asked of PbsSald. Mode U picks
      *    the counterparties - debtors (D) or customers (K) - for
      *    the cut-off date (����-MM-DD) by rule: S the COUNT
      *    largest balances, R a random sample of COUNT, L the
      *    auditors' list in LISTFILE (one line per counterparty:
      *    debtor id or kundnummer). PbsSald answers with the new
      *    RUN-ID, how many were picked and their value in SEK;
      *    subinv's SBK mode then writes the run's letters.
      *    Mode S sums up the replies of run RUN-ID for the
      *    auditors in FILENAME. D when done, F when not.
       01  SALDREQ.
           03 SALDREQ-MODE                   PIC X(1).
               88  SALDREQ-SELECT                VALUE 'U'.
               88  SALDREQ-SUMMARY               VALUE 'S'.
           03 SALDREQ-CUTOFF                 PIC X(10).
           03 SALDREQ-PARTYTYPE              PIC X(1).
           03 SALDREQ-RULE                   PIC X(1).
           03 SALDREQ-COUNT                  PIC 9(4).
           03 SALDREQ-LISTFILE               PIC X(60).
           03 SALDREQ-OPERATOR               PIC X(30).
           03 SALDREQ-RUN-ID                 PIC 9(9).
           03 SALDREQ-RESULT                 PIC X(1).
               88  SALDREQ-DONE                  VALUE 'D'.
               88  SALDREQ-FAILED                VALUE 'F'.
           03 SALDREQ-FILENAME               PIC X(80).
           03 SALDREQ-PICKED                 PIC 9(6).
           03 SALDREQ-PICKED-SEK             PIC S9(11)V9(2) COMP-3.
           03 SALDREQ-CONFIRMED-SEK          PIC S9(11)V9(2) COMP-3.
           03 SALDREQ-UNCONFIRMED-SEK        PIC S9(11)V9(2) COMP-3.
