           03 DEBTOR-ADDR-ID                 PIC S9(9) COMP.
      *    how this debtor wants the invoice itself delivered;
      *    blank or 'P' is posted paper, 'M' is e-mail with the
      *    printed file attached by the mail tool, 'B' is e-faktura
      *    in the debtor's internet bank - set and cleared only by
      *    the bank network's registration file (EFREG)
           03 DEBTOR-EMAIL.
              49 DEBTOR-EMAIL-LEN            PIC S9(4) COMP.
              49 DEBTOR-EMAIL-TEXT           PIC X(254).
           03 DEBTOR-DELIVERY                PIC X(1).
               88  DEBTOR-DELIVERY-POST           VALUE 'P' ' '.
               88  DEBTOR-DELIVERY-MAIL           VALUE 'M'.
               88  DEBTOR-DELIVERY-BANK           VALUE 'B'.
      *    payment behaviour, refreshed by the PayScore batch:
      *    1 betalar i tid, 2 sen men betalar, 3 kr�ver krav;
      *    0 = not yet scored. AVGPAYDAYS is the average days from
