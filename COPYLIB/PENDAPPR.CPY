

      *    four-eyes register for the actions the auditors care
      *    most about: credit notes, refunds and client-funds
      *    payouts above the configured limit, and every purge.
      *    The first operator's attempt parks here; a second
      *    operator with supervisor role approves (or rejects) on
      *    the review screen, and only then does a re-run of the
      *    action execute, consuming the approval. Both identities
      *    end up on the row and on the audit trail.
       01  PENDAPPR.
           03 PENDAPPR-APPR-ID               PIC S9(9) COMP.
           03 PENDAPPR-ACTION                PIC X(8).
               88  PENDAPPR-ACT-KREDIT           VALUE 'KREDIT'.
               88  PENDAPPR-ACT-REFUND           VALUE 'REFUND'.
               88  PENDAPPR-ACT-PURGE            VALUE 'PURGE'.
               88  PENDAPPR-ACT-SETTLE           VALUE 'SETTLE'.
               88  PENDAPPR-ACT-RATTELSE         VALUE 'RATTELSE'.
           03 PENDAPPR-REFKEY                PIC S9(9) COMP.
           03 PENDAPPR-AMOUNT                PIC S9(7)V9(2) COMP-3.
           03 PENDAPPR-REQUESTOR.
