       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsAlrt.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          The one door to the on-call channel. Every
      **>          program that raises an alert - PbsRead, FileAlarm,
      **>          PbsWatch, PbsXfer, PbsPoll and pbs.cbl - calls
      **>          this instead of writing data/alert.txt itself.
      **>          The alert is recorded in ALERTLOG with its
      **>          source, severity and object; the same alert
      **>          raised again while the first is still open only
      **>          counts as a repeat, so the paging tool is not
      **>          paged every time FileAlarm runs. Each call also
      **>          pages a second time, once, every critical alert
      **>          nobody has acknowledged within WS-ESC-MINUTES -
      **>          PbsWatch calls in MODE E on every run so that
      **>          happens even on a quiet night. data/alert.txt
      **>          therefore carries new and escalated alerts only;
      **>          the operators acknowledge, comment on and close
      **>          them in pbs.cbl's alert console (menu 90).
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALERTDATA ASSIGN TO 'data/alert.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTFIL-FS.

       DATA DIVISION.
       FILE SECTION.

      **> the row the paging tool reads - the first three fields as
      **> they always were, severity and ALERTLOG id added at the end
       FD ALERTDATA.
       01  ALERT-POST.
           05  ALERT-TIMESTAMP     PIC X(19).
           05  FILLER              PIC X(1).
           05  ALERT-FILENAME      PIC X(60).
           05  FILLER              PIC X(1).
           05  ALERT-REASON        PIC X(60).
           05  FILLER              PIC X(1).
           05  ALERT-SEVERITY      PIC X(1).
           05  FILLER              PIC X(1).
           05  ALERT-ALERT-ID      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-ESC-MINUTES                PIC S9(9)   COMP VALUE 30.
       01  WS-NEXT-ID                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-OPEN-ID                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-ALERT-NOW                  PIC X(21)   VALUE SPACE.
       01  WS-ALERT-TIMESTAMP            PIC X(19)   VALUE SPACE.
       01  WS-NOW-MIN                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-TS-BUFFER                  PIC X(19)   VALUE SPACE.
       01  WS-TS-YMD                     PIC X(8)    VALUE SPACE.
       01  WS-TS-MIN-OUT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-ESC-REASON                 PIC X(60)   VALUE SPACE.

       01  SWITCHES.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 ALERTFIL-FS               PIC XX.
               88  ALERTFIL-SUCCESSFUL      VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE ALERTLOG   END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.

       LINKAGE SECTION.
       COPY ALRTREQ.

       PROCEDURE DIVISION USING ALRTREQ.

       000-HANDLE-ALERT.

           MOVE SPACE TO ALRTREQ-RESULT
           MOVE ZERO TO ALRTREQ-ALERT-ID
           MOVE ZERO TO ALRTREQ-ESCALATED-COUNT

           PERFORM 100-INIT
           IF ALRTREQ-RAISE
               PERFORM 110-RAISE-ALERT
           END-IF
           PERFORM 120-ESCALATE-OVERDUE
           CLOSE ALERTDATA

           GOBACK.
      **************************

       100-INIT.

           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-NOW
           MOVE SPACE TO WS-ALERT-TIMESTAMP
           STRING WS-ALERT-NOW(1:4)  DELIMITED BY SIZE
                   '-'               DELIMITED BY SIZE
                   WS-ALERT-NOW(5:2) DELIMITED BY SIZE
                   '-'               DELIMITED BY SIZE
                   WS-ALERT-NOW(7:2) DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-ALERT-NOW(9:2) DELIMITED BY SIZE
                   ':'               DELIMITED BY SIZE
                   WS-ALERT-NOW(11:2) DELIMITED BY SIZE
                   ':'               DELIMITED BY SIZE
                   WS-ALERT-NOW(13:2) DELIMITED BY SIZE
                   INTO WS-ALERT-TIMESTAMP
           END-STRING

           MOVE WS-ALERT-TIMESTAMP TO WS-TS-BUFFER
           PERFORM 170-TIMESTAMP-TO-MINUTES
           MOVE WS-TS-MIN-OUT TO WS-NOW-MIN

           OPEN EXTEND ALERTDATA.
      ***********************

      **> An alert that is still open or acknowledged for the same
      **> source and object absorbs the new one and takes over its
      **> reason (PbsWatch's minutes keep growing); only a closed
      **> one lets the same alert page again.
       110-RAISE-ALERT.

           MOVE ALRTREQ-SOURCE TO ALERTLOG-SOURCE
           MOVE ALRTREQ-OBJECT TO ALERTLOG-OBJECT
           MOVE ALRTREQ-REASON TO ALERTLOG-REASON

           MOVE ZERO TO WS-OPEN-ID
           EXEC SQL
               SELECT COALESCE(MIN(ALERT_ID), 0)
                   INTO :WS-OPEN-ID
                   FROM ALERTLOG
                   WHERE SOURCE = :ALERTLOG-SOURCE
                     AND OBJECT = :ALERTLOG-OBJECT
                     AND STATE < 2
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-OPEN-ID
           END-IF

           IF WS-OPEN-ID > ZERO
               MOVE WS-OPEN-ID TO ALERTLOG-ALERT-ID
               MOVE WS-ALERT-TIMESTAMP TO ALERTLOG-LASTTIME
               EXEC SQL
                   UPDATE ALERTLOG
                       SET REPEATS = REPEATS + 1,
                           LASTTIME = :ALERTLOG-LASTTIME,
                           REASON = :ALERTLOG-REASON
                       WHERE ALERT_ID = :ALERTLOG-ALERT-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY ' Update SQL sats in ALERTLOG �r felt'
               END-IF
               SET ALRTREQ-REPEAT TO TRUE
               MOVE WS-OPEN-ID TO ALRTREQ-ALERT-ID
               DISPLAY ' Larmet �r redan �ppet (larm-ID '
                   WS-OPEN-ID ') - inget nytt utskick.'
           ELSE
               PERFORM 115-INSERT-ALERT
           END-IF.
      ***********************

      **> the alert is paged even when it cannot be recorded - an
      **> unrecorded page beats a silent failure
       115-INSERT-ALERT.

           MOVE 'ALERTLOG' TO IDGEN-TABLENAME-TEXT
           PERFORM 200-GET-NEXT-ID
           COMPUTE ALERTLOG-ALERT-ID = WS-NEXT-ID + 1

           MOVE ALRTREQ-SEVERITY TO ALERTLOG-SEVERITY
           IF NOT (ALERTLOG-CRITICAL OR ALERTLOG-WARNING
                   OR ALERTLOG-INFO)
               SET ALERTLOG-CRITICAL TO TRUE
           END-IF
           SET ALERTLOG-OPEN TO TRUE
           MOVE WS-ALERT-TIMESTAMP TO ALERTLOG-FIRSTTIME
           MOVE WS-ALERT-TIMESTAMP TO ALERTLOG-LASTTIME
           MOVE ZERO TO ALERTLOG-REPEATS
           MOVE ZERO TO ALERTLOG-ESCALATED
           MOVE ZERO TO ALERTLOG-ACKBY-LEN
           MOVE SPACE TO ALERTLOG-ACKBY-TEXT
           MOVE SPACE TO ALERTLOG-ACKTIME
           MOVE ZERO TO ALERTLOG-NOTE-LEN
           MOVE SPACE TO ALERTLOG-NOTE-TEXT

           EXEC SQL
               INSERT INTO ALERTLOG
               VALUES ( :ALERTLOG-ALERT-ID,
                         :ALERTLOG-SOURCE,
                         :ALERTLOG-SEVERITY,
                         :ALERTLOG-OBJECT,
                         :ALERTLOG-REASON,
                         :ALERTLOG-STATE,
                         :ALERTLOG-FIRSTTIME,
                         :ALERTLOG-LASTTIME,
                         :ALERTLOG-REPEATS,
                         :ALERTLOG-ESCALATED,
                         :ALERTLOG-ACKBY,
                         :ALERTLOG-ACKTIME,
                         :ALERTLOG-NOTE
                         )
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in ALERTLOG �r felt'
               MOVE ZERO TO ALERTLOG-ALERT-ID
           END-IF

           MOVE SPACE TO ALERT-POST
           MOVE WS-ALERT-TIMESTAMP TO ALERT-TIMESTAMP
           MOVE ALERTLOG-OBJECT TO ALERT-FILENAME
           MOVE ALERTLOG-REASON TO ALERT-REASON
           MOVE ALERTLOG-SEVERITY TO ALERT-SEVERITY
           MOVE ALERTLOG-ALERT-ID TO ALERT-ALERT-ID
           WRITE ALERT-POST

           SET ALRTREQ-NEW TO TRUE
           MOVE ALERTLOG-ALERT-ID TO ALRTREQ-ALERT-ID.
      ***********************

       120-ESCALATE-OVERDUE.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-ESCALATE CURSOR FOR
               SELECT ALERT_ID, OBJECT, REASON, FIRSTTIME
               FROM TUTORIAL.ALERTLOG
               WHERE STATE = 0
                 AND SEVERITY = 'K'
                 AND ESCALATED = 0
               ORDER BY ALERT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-ESCALATE
           END-EXEC

           PERFORM 121-FETCH-OVERDUE
           PERFORM 122-ESCALATE-ONE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-ESCALATE
           END-EXEC.
      ***********************

       121-FETCH-OVERDUE.

           EXEC SQL
               FETCH CURS-ESCALATE
                   INTO :ALERTLOG-ALERT-ID, :ALERTLOG-OBJECT,
                        :ALERTLOG-REASON, :ALERTLOG-FIRSTTIME
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       122-ESCALATE-ONE.

           MOVE ALERTLOG-FIRSTTIME TO WS-TS-BUFFER
           PERFORM 170-TIMESTAMP-TO-MINUTES

           IF WS-NOW-MIN - WS-TS-MIN-OUT NOT < WS-ESC-MINUTES
               EXEC SQL
                   UPDATE ALERTLOG
                       SET ESCALATED = 1
                       WHERE ALERT_ID = :ALERTLOG-ALERT-ID
               END-EXEC

               MOVE SPACE TO WS-ESC-REASON
               STRING 'ESKALERAT: ' DELIMITED BY SIZE
                       ALERTLOG-REASON DELIMITED BY SIZE
                       INTO WS-ESC-REASON
               END-STRING

               MOVE SPACE TO ALERT-POST
               MOVE WS-ALERT-TIMESTAMP TO ALERT-TIMESTAMP
               MOVE ALERTLOG-OBJECT TO ALERT-FILENAME
               MOVE WS-ESC-REASON TO ALERT-REASON
               MOVE 'K' TO ALERT-SEVERITY
               MOVE ALERTLOG-ALERT-ID TO ALERT-ALERT-ID
               WRITE ALERT-POST

               ADD 1 TO ALRTREQ-ESCALATED-COUNT
               DISPLAY '*** JOUR-LARM ESKALERAT (ej kvitterat): '
                   FUNCTION TRIM(ALERTLOG-OBJECT)
           END-IF

           PERFORM 121-FETCH-OVERDUE.
      ***********************

      **> 'YYYY-MM-DD HH:MM:SS' in WS-TS-BUFFER to minutes on the
      **> integer-date scale in WS-TS-MIN-OUT - as PbsWatch does.
       170-TIMESTAMP-TO-MINUTES.

           MOVE SPACE TO WS-TS-YMD
           MOVE WS-TS-BUFFER(1:4) TO WS-TS-YMD(1:4)
           MOVE WS-TS-BUFFER(6:2) TO WS-TS-YMD(5:2)
           MOVE WS-TS-BUFFER(9:2) TO WS-TS-YMD(7:2)
           COMPUTE WS-TS-MIN-OUT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TS-YMD)) * 1440
               + FUNCTION NUMVAL(WS-TS-BUFFER(12:2)) * 60
               + FUNCTION NUMVAL(WS-TS-BUFFER(15:2)).
      ***********************

      **> Hands out the next free primary key for TABLENAME from the
      **> IDGEN sequence table - the same mechanism as PbsRead's
      **> 200-GET-NEXT-ID; caller uses WS-NEXT-ID+1 exactly where it
      **> would have used MAX(id)+1.
       200-GET-NEXT-ID.

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
      ***********************
