      *    one alert handed to PbsAlrt: the raising program, how
      *    bad it is (K kritisk, V varning, I info), what it is
      *    about and why. PbsAlrt answers with the ALERTLOG row and
      *    whether the alert was new (paged) or a repeat of an open
      *    one (recorded, not paged). MODE E only runs the
      *    escalation of unacknowledged critical alerts, which
      *    every raise does as well.
       01  ALRTREQ.
           03 ALRTREQ-MODE                   PIC X(1).
               88  ALRTREQ-RAISE                 VALUE 'R'.
               88  ALRTREQ-ESCALATE-ONLY         VALUE 'E'.
           03 ALRTREQ-SOURCE                 PIC X(10).
           03 ALRTREQ-SEVERITY               PIC X(1).
               88  ALRTREQ-CRITICAL              VALUE 'K'.
               88  ALRTREQ-WARNING               VALUE 'V'.
               88  ALRTREQ-INFO                  VALUE 'I'.
           03 ALRTREQ-OBJECT                 PIC X(60).
           03 ALRTREQ-REASON                 PIC X(60).
           03 ALRTREQ-RESULT                 PIC X(1).
               88  ALRTREQ-NEW                   VALUE 'N'.
               88  ALRTREQ-REPEAT                VALUE 'R'.
           03 ALRTREQ-ALERT-ID               PIC S9(9) COMP.
           03 ALRTREQ-ESCALATED-COUNT        PIC 9(4).
