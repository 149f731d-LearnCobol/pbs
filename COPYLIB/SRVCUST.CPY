              START_DATE                     DATE
                                             NOT NULL,
              END_DATE                       DATE
                                             NOT NULL,
              FREQ                           SMALLINT
                                             NOT NULL,
              ADVANCE                        CHAR (1)
                                             NOT NULL
           )
           END-EXEC.
           03 SRVCUST-CUST-ID                PIC S9(9) COMP.
           03 SRVCUST-START-DATE             PIC X(10).
           03 SRVCUST-END-DATE               PIC X(10).
      *    billing interval in months - a quarterly or annual
      *    subscription is billed once per calendar quarter or year;
      *    0 or anything else is taken as monthly
           03 SRVCUST-FREQ                   PIC S9(4) COMP.
               88  SRVCUST-FREQ-MONTHLY          VALUE 1.
               88  SRVCUST-FREQ-QUARTERLY        VALUE 3.
               88  SRVCUST-FREQ-ANNUAL           VALUE 12.
      *    Y bills the whole period at its start and the revenue is
      *    spread over its months (REVSCHED); N or blank bills it
      *    in arrears, in the period's last month
           03 SRVCUST-ADVANCE                PIC X(1).
               88  SRVCUST-IN-ADVANCE            VALUE 'Y'.
               88  SRVCUST-IN-ARREARS            VALUE 'N' SPACE.
