      *    one workload and throughput report asked of PbsWork:
      *    the period (����-MM-DD, both days counted) and
      *    whether it is written per operator by name or per
      *    team with the names left out - TEAM blank for every
      *    team. PbsWork answers
      *    with the report file and how much went into it.
       01  WORKREQ.
           03 WORKREQ-FROMDATE               PIC X(10).
           03 WORKREQ-TODATE                 PIC X(10).
           03 WORKREQ-LEVEL                  PIC X(1).
               88  WORKREQ-BY-OPERATOR           VALUE 'O'.
               88  WORKREQ-BY-TEAM               VALUE 'T'.
           03 WORKREQ-TEAM                   PIC X(10).
           03 WORKREQ-RESULT                 PIC X(1).
               88  WORKREQ-DONE                  VALUE 'D'.
               88  WORKREQ-FAILED                VALUE 'F'.
           03 WORKREQ-FILENAME               PIC X(80).
           03 WORKREQ-OPER-COUNT             PIC 9(4).
           03 WORKREQ-LINE-COUNT             PIC 9(6).
