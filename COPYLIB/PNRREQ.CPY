      *    one personnummer handed to PbsPnr. MODE K gives the
      *    stored (encrypted) form of a personnummer in clear, D the
      *    clear form of a stored one, M the form a screen or report
      *    may show - the birth date with the last four digits
      *    starred. A value that is not a personnummer in the form
      *    asked for (blank, already encrypted, not ten digits)
      *    comes back as it went in. RC 9 means the key could not be
      *    read: K then answers blank, as nothing may be stored in
      *    clear, and M all stars.
       01  PNRREQ.
           03 PNRREQ-MODE                    PIC X(1).
               88  PNRREQ-ENCRYPT                VALUE 'K'.
               88  PNRREQ-DECRYPT                VALUE 'D'.
               88  PNRREQ-MASK                   VALUE 'M'.
           03 PNRREQ-IN                      PIC X(10).
           03 PNRREQ-OUT                     PIC X(10).
           03 PNRREQ-RC                      PIC X(1).
               88  PNRREQ-OK                     VALUE '0'.
               88  PNRREQ-NO-KEY                 VALUE '9'.
