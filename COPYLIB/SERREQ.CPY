      *    one number series audit asked of PbsSer, by the
      *    month-end close or from the company reports: the period
      *    (����-MM). PbsSer answers with the report, how many
      *    invoices PBS numbered in the period, the gaps in the
      *    series (and how many numbers they hold), how many of
      *    them the void register does not explain, and the
      *    duplicated invoice numbers - D when done, F when the
      *    audit could not be made.
       01  SERREQ.
           03 SERREQ-PERIOD                  PIC X(7).
           03 SERREQ-RESULT                  PIC X(1).
               88  SERREQ-DONE                   VALUE 'D'.
               88  SERREQ-FAILED                 VALUE 'F'.
           03 SERREQ-FILENAME                PIC X(80).
           03 SERREQ-INV-COUNT               PIC 9(9).
           03 SERREQ-GAP-COUNT               PIC 9(6).
           03 SERREQ-GAP-NUMBERS             PIC 9(9).
           03 SERREQ-UNEXPL-COUNT            PIC 9(6).
           03 SERREQ-UNEXPL-NUMBERS          PIC 9(9).
           03 SERREQ-DUP-COUNT               PIC 9(6).
