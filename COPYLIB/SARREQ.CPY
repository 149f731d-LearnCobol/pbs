      *    one GDPR access request handed to PbsUtdr: the
      *    personnummer or, when it is blank, the debtor id the
      *    person is known under, and who took the request. With
      *    HOLD-OK J an administrator has released the extract past
      *    a legal hold on the person. PbsUtdr answers with the
      *    outcome (as SARLOG-RESULT), the extract file and how
      *    much went into it, or the case of the hold that stopped
      *    it.
       01  SARREQ.
           03 SARREQ-ORGNO                   PIC X(10).
           03 SARREQ-DEBT-ID                 PIC S9(9) COMP.
           03 SARREQ-OPERATOR                PIC X(30).
           03 SARREQ-HOLD-OK                 PIC X(1).
               88  SARREQ-HOLD-RELEASED          VALUE 'J'.
           03 SARREQ-RESULT                  PIC X(1).
               88  SARREQ-DONE                   VALUE 'D' 'U'.
               88  SARREQ-NOT-FOUND              VALUE 'N'.
               88  SARREQ-HELD                   VALUE 'H'.
               88  SARREQ-FAILED                 VALUE 'F'.
           03 SARREQ-FILENAME                PIC X(80).
           03 SARREQ-DEBT-COUNT              PIC 9(4).
           03 SARREQ-INV-COUNT               PIC 9(6).
           03 SARREQ-LINE-COUNT              PIC 9(6).
           03 SARREQ-CASEREF                 PIC X(30).
