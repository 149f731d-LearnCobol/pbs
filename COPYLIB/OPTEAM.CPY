           EXEC SQL DECLARE TUTORIAL.OPTEAM TABLE
           (
              USERNAME                       VARCHAR (30)
                                             NOT NULL,
              TEAM                           CHAR (10)
                                             NOT NULL
           )
           END-EXEC.


      *    which team an operator works in - one row per USERS
      *    USERNAME, kept on the user administration screen (pbs.cbl
      *    X0260). The workload report (PbsWork) sums per team with
      *    the names left out; an operator with no row counts under
      *    team '(ingen)'.
       01  OPTEAM.
           03 OPTEAM-USERNAME.
              49 OPTEAM-USERNAME-LEN         PIC S9(4) COMP.
              49 OPTEAM-USERNAME-TEXT        PIC X(30).
           03 OPTEAM-TEAM                    PIC X(10).
