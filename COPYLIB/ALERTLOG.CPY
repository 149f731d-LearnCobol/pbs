           EXEC SQL DECLARE TUTORIAL.ALERTLOG TABLE
           (
              ALERT_ID                       INT
                                             NOT NULL,
              SOURCE                         CHAR (10)
                                             NOT NULL,
              SEVERITY                       CHAR (1)
                                             NOT NULL,
              OBJECT                         CHAR (60)
                                             NOT NULL,
              REASON                         CHAR (60)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL,
              FIRSTTIME                      CHAR (19)
                                             NOT NULL,
              LASTTIME                       CHAR (19)
                                             NOT NULL,
              REPEATS                        INT
                                             NOT NULL,
              ESCALATED                      SMALLINT
                                             NOT NULL,
              ACKBY                          VARCHAR (30),
              ACKTIME                        CHAR (19),
              NOTE                           VARCHAR (200)
           )
           END-EXEC.


      *    one row per alert raised to the on-call channel, by
      *    PbsAlrt for every program that raises one (PbsRead,
      *    FileAlarm, PbsWatch, PbsXfer, PbsPoll and pbs.cbl
      *    X0314). SOURCE is the raising program, OBJECT what the
      *    alert is about (the file, the customer and day, the
      *    job), REASON the same text data/alert.txt carries. While
      *    an alert is open or acknowledged, the same SOURCE and
      *    OBJECT raised again only counts REPEATS, moves LASTTIME
      *    and takes the latest REASON - the paging tool hears of
      *    it once. A critical
      *    alert nobody has acknowledged within PbsAlrt's time
      *    limit is paged a second time and marked ESCALATED.
      *    ACKBY/ACKTIME/NOTE are the operator's, from the alert
      *    console (pbs.cbl D0130).
       01  ALERTLOG.
           03 ALERTLOG-ALERT-ID              PIC S9(9) COMP.
           03 ALERTLOG-SOURCE                PIC X(10).
           03 ALERTLOG-SEVERITY              PIC X(1).
               88  ALERTLOG-CRITICAL             VALUE 'K'.
               88  ALERTLOG-WARNING              VALUE 'V'.
               88  ALERTLOG-INFO                 VALUE 'I'.
           03 ALERTLOG-OBJECT                PIC X(60).
           03 ALERTLOG-REASON                PIC X(60).
           03 ALERTLOG-STATE                 PIC S9(4) COMP.
               88  ALERTLOG-OPEN                 VALUE 0.
               88  ALERTLOG-ACKNOWLEDGED         VALUE 1.
               88  ALERTLOG-CLOSED               VALUE 2.
           03 ALERTLOG-FIRSTTIME             PIC X(19).
           03 ALERTLOG-LASTTIME              PIC X(19).
           03 ALERTLOG-REPEATS               PIC S9(9) COMP.
           03 ALERTLOG-ESCALATED             PIC S9(4) COMP.
           03 ALERTLOG-ACKBY.
              49 ALERTLOG-ACKBY-LEN          PIC S9(4) COMP.
              49 ALERTLOG-ACKBY-TEXT         PIC X(30).
           03 ALERTLOG-ACKTIME               PIC X(19).
           03 ALERTLOG-NOTE.
              49 ALERTLOG-NOTE-LEN           PIC S9(4) COMP.
              49 ALERTLOG-NOTE-TEXT          PIC X(200).
