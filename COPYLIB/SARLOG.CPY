           EXEC SQL DECLARE TUTORIAL.SARLOG TABLE
           (
              SAR_ID                         INT
                                             NOT NULL,
              REQDATE                        CHAR (19)
                                             NOT NULL,
              OPERATOR                       VARCHAR (30)
                                             NOT NULL,
              ORGNO                          CHAR (10)
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              DEBTCOUNT                      SMALLINT
                                             NOT NULL,
              RESULT                         CHAR (1)
                                             NOT NULL,
              CASEREF                        VARCHAR (30)
                                             NOT NULL,
              FILENAME                       VARCHAR (80)
                                             NOT NULL
           )
           END-EXEC.


      *    the register of GDPR access requests (registerutdrag):
      *    one row per request a data subject made, whether or not
      *    an extract came out of it - the supervisory authority
      *    may ask when a person asked and what they were given.
      *    ORGNO is the personnummer the request was made under,
      *    DEBT_ID the debtor id when it was made by id instead;
      *    DEBTCOUNT how many debtor ids the person was found
      *    under, retired ids of merged debtors included. RESULT D
      *    the extract was written to FILENAME, N nobody found, H
      *    stopped by a legal hold (CASEREF the case), U written
      *    after an administrator released it past the hold, F
      *    the extract file could not be written.
      *    Written by PbsUtdr only.
       01  SARLOG.
           03 SARLOG-SAR-ID                  PIC S9(9) COMP.
           03 SARLOG-REQDATE                 PIC X(19).
           03 SARLOG-OPERATOR.
              49 SARLOG-OPERATOR-LEN         PIC S9(4) COMP.
              49 SARLOG-OPERATOR-TEXT        PIC X(30).
           03 SARLOG-ORGNO                   PIC X(10).
           03 SARLOG-DEBT-ID                 PIC S9(9) COMP.
           03 SARLOG-DEBTCOUNT               PIC S9(4) COMP.
           03 SARLOG-RESULT                  PIC X(1).
               88  SARLOG-DONE                   VALUE 'D'.
               88  SARLOG-NOT-FOUND              VALUE 'N'.
               88  SARLOG-HELD                   VALUE 'H'.
               88  SARLOG-RELEASED               VALUE 'U'.
               88  SARLOG-FAILED                 VALUE 'F'.
           03 SARLOG-CASEREF.
              49 SARLOG-CASEREF-LEN          PIC S9(4) COMP.
              49 SARLOG-CASEREF-TEXT         PIC X(30).
           03 SARLOG-FILENAME.
              49 SARLOG-FILENAME-LEN         PIC S9(4) COMP.
              49 SARLOG-FILENAME-TEXT        PIC X(80).
