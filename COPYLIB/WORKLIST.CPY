               88  WORKLIST-SRC-BOUNCE           VALUE 'BOUNCE'.
               88  WORKLIST-SRC-BLOCKED          VALUE 'BLOCKED'.
               88  WORKLIST-SRC-MANIFEST         VALUE 'MANIFEST'.
      *        a bank reversal the payment reader could not back
      *        out by itself - REFKEY is the PAYREV row
               88  WORKLIST-SRC-PAYREV           VALUE 'PAYREV'.
      *        a pattern the monthly analysis found - REFKEY is the
      *        FRAUDHIT row, cleared with a reason, not just closed
               88  WORKLIST-SRC-FRAUD            VALUE 'FRAUD'.
      *        a betalningsl�fte the debtor did not keep - REFKEY
      *        is the PAYPROM row
               88  WORKLIST-SRC-PROMISE          VALUE 'PROMISE'.
           03 WORKLIST-REFKEY                PIC S9(9) COMP.
           03 WORKLIST-OPENDATE              PIC X(10).
           03 WORKLIST-ASSIGNEE.
