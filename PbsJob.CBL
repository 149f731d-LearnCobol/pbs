       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsJob.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Job queue runner: the long-running maintenance
      **>          actions - database check, anonymisation, archive
      **>          purge, history export and whole-run reprint - are
      **>          no longer run at the menu prompt, where they held
      **>          the operator's session and the run lock for the
      **>          whole job. The menu leaves a JOBQ row instead and
      **>          this program, started from cron every few minutes
      **>          like PbsWatch, takes the queued rows in JOB_ID
      **>          order. Each job is claimed (STATE 0 -> 1) before
      **>          it starts, runs under the same data/pbsrun.lck
      **>          the menu program and the night run use, gets its
      **>          own RUNLOG row and ends as klar or fel with a
      **>          one-line result the operator reads in the menu's
      **>          job list (59). A busy lock leaves the job queued
      **>          for the next start; a job hung in p�g�r shows up
      **>          in PbsWatch through its open RUNLOG row.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOCK ASSIGN TO 'data/pbsrun.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOCK-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNLOCK.
       01  RUNLOCK-POST.
           05  FILLER          PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-JOB-ID-ED                  PIC 9(9)    VALUE ZERO.
       01  WS-JOB-COUNT                  PIC 9(6)    VALUE ZERO.
       01  WS-JOB-FAILED-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-JOB-RECCOUNT               PIC S9(9)   COMP VALUE ZERO.
       01  WS-JOB-SKIPCOUNT              PIC S9(9)   COMP VALUE ZERO.
       01  WS-JOB-RESULT                 PIC X(60)   VALUE SPACE.
       01  WS-COUNT-ED                   PIC 9(9)    VALUE ZERO.
       01  WS-COUNT2-ED                  PIC 9(9)    VALUE ZERO.
       01  WS-COUNT3-ED                  PIC 9(9)    VALUE ZERO.
       01  WS-NOW                        PIC X(21)   VALUE SPACE.
       01  WS-NOW-TS                     PIC X(19)   VALUE SPACE.
       01  WS-NEXT-ID                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUNLOG-ID                  PIC S9(9)   COMP VALUE ZERO.

      **> the OMTRYCK parameter as the menu writes it: print run
      **> and incident, zero incident for the whole run
       01  WS-OMTR-PARAM.
           05  WS-OMTR-RUN-ID            PIC 9(9).
           05  FILLER                    PIC X(1).
           05  WS-OMTR-INC-ID            PIC 9(9).
           05  FILLER                    PIC X(21).

      **> PbsAnon's linkage - spaces fall back to the statutory
      **> seven years
       01  WS-ANON-YEARS                 PIC X(2)    VALUE SPACE.

       COPY GALLREQ.
       COPY HISTREQ.
       COPY OMTRREQ.

       01  SWITCHES.
           05  QUEUE-DONE-SW           PIC X VALUE 'N'.
               88  QUEUE-DONE              VALUE 'Y'.
           05  JOB-FAILED-SW           PIC X VALUE 'N'.
               88  JOB-FAILED              VALUE 'Y'.
           05  RUN-LOCK-BUSY-SW        PIC X VALUE 'N'.
               88  RUN-LOCK-BUSY           VALUE 'Y'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE JOBQ       END-EXEC.
           EXEC SQL INCLUDE RUNLOG     END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.

       01  FILE-STATUS-FIELDS.
           05 RUNLOCK-FS               PIC XX.
               88  RUNLOCK-FILE-FOUND      VALUE '00'.

       PROCEDURE DIVISION.

       000-RUN-JOB-QUEUE.

           PERFORM 110-RUN-NEXT-JOB UNTIL QUEUE-DONE
           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

      **> The oldest queued job, claimed before anything runs: the
      **> conditional UPDATE only succeeds while the row is still
      **> queued, so a job cancelled from the menu a moment ago, or
      **> taken by a second runner, is never started twice.
       110-RUN-NEXT-JOB.

           MOVE ZERO TO WS-JOB-ID
           EXEC SQL
               SELECT COALESCE(MIN(JOB_ID), 0)
                   INTO :WS-JOB-ID
                   FROM TUTORIAL.JOBQ
                   WHERE STATE = 0
           END-EXEC

           IF SQLCODE NOT = ZERO OR WS-JOB-ID = ZERO
               SET QUEUE-DONE TO TRUE
           ELSE
               PERFORM 160-ACQUIRE-RUN-LOCK
               IF RUN-LOCK-BUSY
                   SET QUEUE-DONE TO TRUE
               ELSE
                   PERFORM 120-CLAIM-JOB
                   IF NOT QUEUE-DONE
                       PERFORM 130-EXECUTE-JOB
                       PERFORM 140-FINISH-JOB
                   END-IF
                   PERFORM 161-RELEASE-RUN-LOCK
               END-IF
           END-IF.
      ***********************

       120-CLAIM-JOB.

           EXEC SQL
               SELECT JOBTYPE, PARAM, QUEUEDBY
                   INTO :JOBQ-JOBTYPE, :JOBQ-PARAM, :JOBQ-QUEUEDBY
                   FROM TUTORIAL.JOBQ
                   WHERE JOB_ID = :WS-JOB-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET QUEUE-DONE TO TRUE
           ELSE
               PERFORM 170-SET-NOW
               MOVE WS-NOW-TS TO JOBQ-STARTTIME
               EXEC SQL
                   UPDATE TUTORIAL.JOBQ
                       SET STATE = 1,
                           STARTTIME = :JOBQ-STARTTIME
                       WHERE JOB_ID = :WS-JOB-ID
                         AND STATE = 0
               END-EXEC
      **>      lost the claim - leave the rest of the queue to the
      **>      next start rather than spin on the same row
               IF SQLCODE NOT = ZERO
                   SET QUEUE-DONE TO TRUE
               END-IF
           END-IF.
      ***********************

       130-EXECUTE-JOB.

           MOVE 'N' TO JOB-FAILED-SW
           MOVE ZERO TO WS-JOB-RECCOUNT WS-JOB-SKIPCOUNT
           MOVE SPACE TO WS-JOB-RESULT
           ADD 1 TO WS-JOB-COUNT
           MOVE WS-JOB-ID TO WS-JOB-ID-ED

           DISPLAY ' Jobb ' WS-JOB-ID-ED ' '
               JOBQ-JOBTYPE-TEXT(1:JOBQ-JOBTYPE-LEN) ' startar'

           PERFORM 200-RUNLOG-START

           EVALUATE JOBQ-JOBTYPE-TEXT(1:JOBQ-JOBTYPE-LEN)
               WHEN 'KONTROLL'
                   CALL 'PbsCheck'
                       ON EXCEPTION SET JOB-FAILED TO TRUE
                   END-CALL
                   IF NOT JOB-FAILED
                       MOVE 'KLAR - SE KONTROLLRAPPORTEN'
                           TO WS-JOB-RESULT
                   END-IF
               WHEN 'ANONYM'
                   MOVE JOBQ-PARAM-TEXT(1:2) TO WS-ANON-YEARS
                   CALL 'PbsAnon' USING WS-ANON-YEARS
                       ON EXCEPTION SET JOB-FAILED TO TRUE
                   END-CALL
                   IF NOT JOB-FAILED
                       MOVE 'KLAR' TO WS-JOB-RESULT
                   END-IF
               WHEN 'GALLRING'
                   INITIALIZE GALLREQ
                   MOVE JOBQ-PARAM-TEXT(1:10) TO GALLREQ-CUTOFF
                   CALL 'PbsGall' USING GALLREQ
                       ON EXCEPTION SET JOB-FAILED TO TRUE
                   END-CALL
                   IF NOT JOB-FAILED AND NOT GALLREQ-DONE
                       SET JOB-FAILED TO TRUE
                   END-IF
                   IF NOT JOB-FAILED
                       COMPUTE WS-JOB-RECCOUNT =
                           GALLREQ-INERROR-COUNT + GALLREQ-INLOG-COUNT
                           + GALLREQ-INVOICE-COUNT
                       MOVE GALLREQ-INERROR-COUNT TO WS-COUNT-ED
                       MOVE GALLREQ-INLOG-COUNT TO WS-COUNT2-ED
                       MOVE GALLREQ-INVOICE-COUNT TO WS-COUNT3-ED
                       STRING 'KLAR: INERROR ' DELIMITED BY SIZE
                               WS-COUNT-ED DELIMITED BY SIZE
                               ' INLOG ' DELIMITED BY SIZE
                               WS-COUNT2-ED DELIMITED BY SIZE
                               ' FAKTUROR ' DELIMITED BY SIZE
                               WS-COUNT3-ED DELIMITED BY SIZE
                               INTO WS-JOB-RESULT
                       END-STRING
                   END-IF
               WHEN 'HISTORIK'
                   INITIALIZE HISTREQ
                   MOVE JOBQ-PARAM-TEXT(1:20) TO HISTREQ-CUSTNO
                   CALL 'PbsHist' USING HISTREQ
                       ON EXCEPTION SET JOB-FAILED TO TRUE
                   END-CALL
                   IF NOT JOB-FAILED AND NOT HISTREQ-DONE
                       SET JOB-FAILED TO TRUE
                   END-IF
                   IF NOT JOB-FAILED
                       MOVE HISTREQ-CUST-COUNT TO WS-JOB-RECCOUNT
                       STRING 'KLAR: ' DELIMITED BY SIZE
                               HISTREQ-FILENAME DELIMITED BY SPACE
                               INTO WS-JOB-RESULT
                       END-STRING
                   END-IF
               WHEN 'OMTRYCK'
                   INITIALIZE OMTRREQ
                   MOVE JOBQ-PARAM-TEXT TO WS-OMTR-PARAM
                   MOVE WS-OMTR-RUN-ID TO OMTRREQ-RUN-ID
                   MOVE WS-OMTR-INC-ID TO OMTRREQ-INC-ID
                   CALL 'PbsOmtr' USING OMTRREQ
                       ON EXCEPTION SET JOB-FAILED TO TRUE
                   END-CALL
                   IF NOT JOB-FAILED AND NOT OMTRREQ-DONE
                       SET JOB-FAILED TO TRUE
                   END-IF
                   IF NOT JOB-FAILED
                       MOVE OMTRREQ-REPRINT-COUNT TO WS-JOB-RECCOUNT
                       MOVE OMTRREQ-FAILED-COUNT TO WS-JOB-SKIPCOUNT
                       MOVE OMTRREQ-REPRINT-COUNT TO WS-COUNT-ED
                       MOVE OMTRREQ-FAILED-COUNT TO WS-COUNT2-ED
                       STRING 'KLAR: ' DELIMITED BY SIZE
                               WS-COUNT-ED DELIMITED BY SIZE
                               ' OMTRYCKTA, ' DELIMITED BY SIZE
                               WS-COUNT2-ED DELIMITED BY SIZE
                               ' MISSLYCKADE' DELIMITED BY SIZE
                               INTO WS-JOB-RESULT
                       END-STRING
                   END-IF
               WHEN OTHER
                   SET JOB-FAILED TO TRUE
                   MOVE 'OK�ND JOBBTYP' TO WS-JOB-RESULT
           END-EVALUATE

           IF JOB-FAILED AND WS-JOB-RESULT = SPACE
               MOVE 'FEL - SE PROGRAMMETS UTSKRIFT OCH RUNLOG'
                   TO WS-JOB-RESULT
           END-IF

           PERFORM 210-RUNLOG-END.
      ***********************

       140-FINISH-JOB.

           PERFORM 170-SET-NOW
           MOVE WS-NOW-TS TO JOBQ-ENDTIME
           IF JOB-FAILED
               MOVE 3 TO JOBQ-STATE
               ADD 1 TO WS-JOB-FAILED-COUNT
           ELSE
               MOVE 2 TO JOBQ-STATE
           END-IF
           MOVE WS-JOB-RESULT TO JOBQ-RESULT-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-JOB-RESULT))
               TO JOBQ-RESULT-LEN
           MOVE WS-RUNLOG-ID TO JOBQ-RUNLOG-ID

           EXEC SQL
               UPDATE TUTORIAL.JOBQ
                   SET STATE = :JOBQ-STATE,
                       ENDTIME = :JOBQ-ENDTIME,
                       RUNLOG_ID = :JOBQ-RUNLOG-ID,
                       RESULT = :JOBQ-RESULT
                   WHERE JOB_ID = :WS-JOB-ID
           END-EXEC

           DISPLAY ' Jobb ' WS-JOB-ID-ED ': '
               FUNCTION TRIM(WS-JOB-RESULT).
      ***********************

      **> Same flag-file protocol as pbs.cbl's Y0100-acquire-run-lock
      **> and PbsNight's 160-ACQUIRE-RUN-LOCK: a job never starts
      **> while the menu program or the night run holds the lock.
       160-ACQUIRE-RUN-LOCK.

           MOVE 'N' TO RUN-LOCK-BUSY-SW
           OPEN INPUT RUNLOCK
           IF RUNLOCK-FILE-FOUND
               CLOSE RUNLOCK
               DISPLAY ' K�rs redan, jobbk�n f�r v�nta.'
               SET RUN-LOCK-BUSY TO TRUE
           ELSE
               OPEN OUTPUT RUNLOCK
               WRITE RUNLOCK-POST
               CLOSE RUNLOCK
           END-IF.
      ***********************

       161-RELEASE-RUN-LOCK.

           CALL 'CBL_DELETE_FILE' USING 'data/pbsrun.lck'.
      ***********************

       170-SET-NOW.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACE TO WS-NOW-TS
           STRING WS-NOW(1:4)  DELIMITED BY SIZE
               '-'             DELIMITED BY SIZE
               WS-NOW(5:2)     DELIMITED BY SIZE
               '-'             DELIMITED BY SIZE
               WS-NOW(7:2)     DELIMITED BY SIZE
               ' '             DELIMITED BY SIZE
               WS-NOW(9:2)     DELIMITED BY SIZE
               ':'             DELIMITED BY SIZE
               WS-NOW(11:2)    DELIMITED BY SIZE
               ':'             DELIMITED BY SIZE
               WS-NOW(13:2)    DELIMITED BY SIZE
               INTO WS-NOW-TS
           END-STRING.
      ***********************

       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' PbsJob - k�rningssammanfattning'
           DISPLAY ' Jobb k�rda:          ' WS-JOB-COUNT
           DISPLAY ' Jobb med fel:        ' WS-JOB-FAILED-COUNT
           IF RUN-LOCK-BUSY
               DISPLAY ' K�rningsl�set upptaget - resten av k�n'
                   ' v�ntar till n�sta start.'
           END-IF
           DISPLAY '============================================'.
      ***********************

      **> The job's row in the central RUNLOG history, named after
      **> the job type so PbsWatch learns a baseline per type.
       200-RUNLOG-START.

           MOVE 'RUNLOG' TO IDGEN-TABLENAME-TEXT
           PERFORM 220-GET-NEXT-ID
           MOVE WS-NEXT-ID TO WS-RUNLOG-ID
           ADD 1 TO WS-RUNLOG-ID
           MOVE WS-RUNLOG-ID TO RUNLOG-RUNLOG-ID

           MOVE SPACE TO RUNLOG-PROGRAM-TEXT
           STRING 'PbsJob ' DELIMITED BY SIZE
                   JOBQ-JOBTYPE-TEXT(1:JOBQ-JOBTYPE-LEN)
                       DELIMITED BY SIZE
                   INTO RUNLOG-PROGRAM-TEXT
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RUNLOG-PROGRAM-TEXT))
               TO RUNLOG-PROGRAM-LEN

           PERFORM 170-SET-NOW
           MOVE WS-NOW-TS TO RUNLOG-STARTTIME
           MOVE SPACE TO RUNLOG-ENDTIME
           MOVE ZERO TO RUNLOG-STATUS
           MOVE ZERO TO RUNLOG-RECCOUNT
           MOVE ZERO TO RUNLOG-SKIPCOUNT

           EXEC SQL
               INSERT INTO RUNLOG
               VALUES ( :RUNLOG-RUNLOG-ID,
                         :RUNLOG-PROGRAM,
                         :RUNLOG-STARTTIME,
                         :RUNLOG-ENDTIME,
                         :RUNLOG-STATUS,
                         :RUNLOG-RECCOUNT,
                         :RUNLOG-SKIPCOUNT)
           END-EXEC.
      ***********************

       210-RUNLOG-END.

           PERFORM 170-SET-NOW
           MOVE WS-NOW-TS TO RUNLOG-ENDTIME

           IF JOB-FAILED
               MOVE 2 TO RUNLOG-STATUS
           ELSE
               MOVE 1 TO RUNLOG-STATUS
           END-IF
           MOVE WS-JOB-RECCOUNT TO RUNLOG-RECCOUNT
           MOVE WS-JOB-SKIPCOUNT TO RUNLOG-SKIPCOUNT

           EXEC SQL
               UPDATE RUNLOG
                   SET ENDTIME = :RUNLOG-ENDTIME,
                       STATUS = :RUNLOG-STATUS,
                       RECCOUNT = :RUNLOG-RECCOUNT,
                       SKIPCOUNT = :RUNLOG-SKIPCOUNT
                   WHERE RUNLOG_ID = :WS-RUNLOG-ID
           END-EXEC.
      ***********************

      **> Hands out the next free primary key for TABLENAME from the
      **> IDGEN sequence table - the same mechanism as PbsRead's
      **> 200-GET-NEXT-ID (see data/Readfile.CBL).
       220-GET-NEXT-ID.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(IDGEN-TABLENAME-TEXT))
               TO IDGEN-TABLENAME-LEN

           EXEC SQL
               SELECT NEXTID
                   INTO :WS-NEXT-ID
                   FROM IDGEN
                   WHERE TABLENAME = :IDGEN-TABLENAME
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' IDGEN sekvens saknas f�r: '
                   IDGEN-TABLENAME-TEXT
           END-IF

           EXEC SQL
               UPDATE IDGEN
                   SET NEXTID = NEXTID + 1
                   WHERE TABLENAME = :IDGEN-TABLENAME
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' IDGEN sekvens saknas f�r: '
                   IDGEN-TABLENAME-TEXT.
