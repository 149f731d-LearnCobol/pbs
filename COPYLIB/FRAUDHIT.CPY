           EXEC SQL DECLARE TUTORIAL.FRAUDHIT TABLE
           (
              HIT_ID                         INT
                                             NOT NULL,
              RULE_ID                        CHAR (8)
                                             NOT NULL,
              PERIOD                         CHAR (7)
                                             NOT NULL,
              RUNDATE                        DATE
                                             NOT NULL,
              OPERATOR                       VARCHAR (30)
                                             NOT NULL,
              OPERATOR2                      VARCHAR (30)
                                             NOT NULL,
              REFKEY                         INT
                                             NOT NULL,
              HITCOUNT                       INT
                                             NOT NULL,
              AMOUNT                         DECIMAL (11, 2)
                                             NOT NULL,
              DETAIL                         VARCHAR (60)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL,
              CLEARDATE                      CHAR (10)
                                             NOT NULL,
              CLEAREDBY                      VARCHAR (30)
                                             NOT NULL,
              REASON                         VARCHAR (60)
                                             NOT NULL
           )
           END-EXEC.


      *    one row per pattern the monthly analysis (PbsFrod) found
      *    - rule (FRAUDRULE-RULE-ID), month (����-MM), the
      *    operator or operators behind it and what it is about:
      *    REFKEY is the REFORDER row for REFADR, the customer
      *    (CUST_ID) for AVSKRIV and zero for the rules that are
      *    about operators only. Each new hit also goes on the
      *    worklist (source FRAUD). A supervisor clears it on the
      *    worklist's deviation screen with a reason - never a hit
      *    naming the supervisor. The same hit found again the same
      *    month is not repeated.
       01  FRAUDHIT.
           03 FRAUDHIT-HIT-ID                PIC S9(9) COMP.
           03 FRAUDHIT-RULE-ID               PIC X(8).
           03 FRAUDHIT-PERIOD                PIC X(7).
           03 FRAUDHIT-RUNDATE               PIC X(10).
           03 FRAUDHIT-OPERATOR.
              49 FRAUDHIT-OPERATOR-LEN       PIC S9(4) COMP.
              49 FRAUDHIT-OPERATOR-TEXT      PIC X(30).
           03 FRAUDHIT-OPERATOR2.
              49 FRAUDHIT-OPERATOR2-LEN      PIC S9(4) COMP.
              49 FRAUDHIT-OPERATOR2-TEXT     PIC X(30).
           03 FRAUDHIT-REFKEY                PIC S9(9) COMP.
           03 FRAUDHIT-HITCOUNT              PIC S9(9) COMP.
           03 FRAUDHIT-AMOUNT                PIC S9(9)V9(2) COMP-3.
           03 FRAUDHIT-DETAIL.
              49 FRAUDHIT-DETAIL-LEN         PIC S9(4) COMP.
              49 FRAUDHIT-DETAIL-TEXT        PIC X(60).
           03 FRAUDHIT-STATE                 PIC S9(4) COMP.
               88  FRAUDHIT-OPEN                 VALUE 0.
               88  FRAUDHIT-CLEARED              VALUE 1.
           03 FRAUDHIT-CLEARDATE             PIC X(10).
           03 FRAUDHIT-CLEAREDBY.
              49 FRAUDHIT-CLEAREDBY-LEN      PIC S9(4) COMP.
              49 FRAUDHIT-CLEAREDBY-TEXT     PIC X(30).
           03 FRAUDHIT-REASON.
              49 FRAUDHIT-REASON-LEN         PIC S9(4) COMP.
              49 FRAUDHIT-REASON-TEXT        PIC X(60).
