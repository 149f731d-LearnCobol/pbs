           EXEC SQL DECLARE TUTORIAL.JOBQ TABLE
           (
              JOB_ID                         INT
                                             NOT NULL,
              JOBTYPE                        VARCHAR (10)
                                             NOT NULL,
              PARAM                          VARCHAR (40)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL,
              QUEUEDBY                       VARCHAR (30)
                                             NOT NULL,
              QUEUETIME                      CHAR (19)
                                             NOT NULL,
              STARTTIME                      CHAR (19),
              ENDTIME                        CHAR (19),
              RUNLOG_ID                      INT
                                             NOT NULL,
              RESULT                         VARCHAR (60)
           )
           END-EXEC.


      *    jobbk�: the long-running maintenance actions the menu no
      *    longer runs at the prompt - the operator's choice leaves
      *    a row here and is handed back at once, and the job
      *    runner PbsJob (started from cron) takes the queued rows
      *    in JOB_ID order under the run lock. PARAM carries what
      *    the operator entered: the cutoff date for GALLRING, the
      *    kundnummer for HISTORIK, the year count for ANONYM and
      *    the print run and incident (9(9) space 9(9)) for
      *    OMTRYCK. RUNLOG_ID is the runner's RUNLOG row for the
      *    job, RESULT the one-line outcome shown in the menu's
      *    job list (pbs.cbl X0540-job-queue). A queued job can be
      *    cancelled there before the runner takes it.
       01  JOBQ.
           03 JOBQ-JOB-ID                    PIC S9(9) COMP.
           03 JOBQ-JOBTYPE.
              49 JOBQ-JOBTYPE-LEN            PIC S9(4) COMP.
              49 JOBQ-JOBTYPE-TEXT           PIC X(10).
           03 JOBQ-PARAM.
              49 JOBQ-PARAM-LEN              PIC S9(4) COMP.
              49 JOBQ-PARAM-TEXT             PIC X(40).
           03 JOBQ-STATE                     PIC S9(4) COMP.
               88  JOBQ-QUEUED                   VALUE 0.
               88  JOBQ-RUNNING                  VALUE 1.
               88  JOBQ-FINISHED                 VALUE 2.
               88  JOBQ-FAILED                   VALUE 3.
               88  JOBQ-CANCELLED                VALUE 4.
           03 JOBQ-QUEUEDBY.
              49 JOBQ-QUEUEDBY-LEN           PIC S9(4) COMP.
              49 JOBQ-QUEUEDBY-TEXT          PIC X(30).
           03 JOBQ-QUEUETIME                 PIC X(19).
           03 JOBQ-STARTTIME                 PIC X(19).
           03 JOBQ-ENDTIME                   PIC X(19).
           03 JOBQ-RUNLOG-ID                 PIC S9(9) COMP.
           03 JOBQ-RESULT.
              49 JOBQ-RESULT-LEN             PIC S9(4) COMP.
              49 JOBQ-RESULT-TEXT            PIC X(60).
