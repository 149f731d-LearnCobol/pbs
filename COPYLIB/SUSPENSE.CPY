      *        a payout has been ordered in the LB file but the
      *        bank's return file has not yet confirmed it
               88  SUSPENSE-REFUND-SENT          VALUE 3.
      *        the payment it came from was recalled by the bank
      *        and backed out (PAYREV) - the money is gone
               88  SUSPENSE-STATE-REVERSED       VALUE 4.
           03 SUSPENSE-NOTE.
              49 SUSPENSE-NOTE-LEN           PIC S9(4) COMP.
              49 SUSPENSE-NOTE-TEXT          PIC X(60).
