      **>          program type, and against the program's own
      **>          learned baseline (the average duration of its
      **>          completed RUNLOG rows). A step past its ceiling,
      **>          or far past its own history, raises an alert
      **>          through PbsAlrt for the on-call paging tool -
      **>          the difference between fixing a hang at 02:00
      **>          and explaining it at 09:00. Run from cron beside
      **>          the night batch, never from inside it. Every run
      **>          also has PbsAlrt escalate the critical alerts
      **>          nobody has acknowledged in time.
      **> Initial Version Created: 2026-09-02
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           05  FILLER              PIC 9(4)  VALUE 0030.
           05  FILLER              PIC X(10) VALUE 'PbsCheck'.
           05  FILLER              PIC 9(4)  VALUE 0060.
           05  FILLER              PIC X(10) VALUE 'PbsReadHV'.
           05  FILLER              PIC 9(4)  VALUE 0240.
       01  WS-LIMIT-ENTRIES REDEFINES WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY OCCURS 7.
               10  WS-LIMIT-PROGRAM    PIC X(10).
               10  WS-LIMIT-MINUTES    PIC 9(4).
       01  WS-LIMIT-IDX                  PIC S9(4)   COMP VALUE ZERO.
       01  WS-BASE-SUM                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-BASE-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-BASE-AVG                   PIC S9(9)   COMP VALUE ZERO.
      **> a step that books its record count at the start (PbsRead
      **> in high-volume mode) is measured per record instead: the
      **> minutes and records of its completed rows that have one
       01  WS-WATCH-RECCOUNT             PIC S9(9)   COMP VALUE ZERO.
       01  WS-RATE-MIN                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-RATE-RECS                  PIC S9(9)   COMP VALUE ZERO.

       01  WS-CHECKED-COUNT              PIC 9(6)    VALUE ZERO.
       01  WS-ALERT-COUNT                PIC 9(6)    VALUE ZERO.
       01  WS-BASE-AVG-ED                PIC 9(5)    VALUE ZERO.
       01  WS-WATCH-PROGRAM              PIC X(30)   VALUE SPACE.
       01  WS-ALERT-REASON               PIC X(60)   VALUE SPACE.
       01  WS-RUNLOG-ID-ED               PIC 9(9)    VALUE ZERO.

       01  SWITCHES.
           05  END-OF-RUNNING-SW       PIC X VALUE 'N'.
           05  END-OF-HISTORY-SW       PIC X VALUE 'N'.
               88  END-OF-HISTORY          VALUE 'Y'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE RUNLOG     END-EXEC.

       COPY ALRTREQ.

       PROCEDURE DIVISION.

       000-WATCH-NIGHT-RUN.

       100-INIT.

           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-NOW
           COMPUTE WS-NOW-MIN =
               FUNCTION INTEGER-OF-DATE(

           EXEC SQL
               DECLARE CURS-RUNNING CURSOR FOR
               SELECT RUNLOG_ID, PROGRAM, STARTTIME, RECCOUNT
               FROM TUTORIAL.RUNLOG
               WHERE ENDTIME = ' '
               ORDER BY RUNLOG_ID
           EXEC SQL
               FETCH CURS-RUNNING
                   INTO :RUNLOG-RUNLOG-ID, :RUNLOG-PROGRAM,
                        :RUNLOG-STARTTIME, :RUNLOG-RECCOUNT
           END-EXEC

           IF SQLCODE NOT = ZERO

           ADD 1 TO WS-CHECKED-COUNT
           MOVE RUNLOG-PROGRAM-TEXT TO WS-WATCH-PROGRAM
           MOVE RUNLOG-RECCOUNT TO WS-WATCH-RECCOUNT

           MOVE RUNLOG-STARTTIME TO WS-TS-BUFFER
           PERFORM 170-TIMESTAMP-TO-MINUTES
           EXEC SQL
               FETCH CURS-RUNNING
                   INTO :RUNLOG-RUNLOG-ID, :RUNLOG-PROGRAM,
                        :RUNLOG-STARTTIME, :RUNLOG-RECCOUNT
           END-EXEC

           IF SQLCODE NOT = ZERO

           MOVE WS-DEFAULT-LIMIT TO WS-STEP-LIMIT
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
               UNTIL WS-LIMIT-IDX > 7
               IF FUNCTION TRIM(WS-LIMIT-PROGRAM (WS-LIMIT-IDX)) =
                  FUNCTION TRIM(WS-WATCH-PROGRAM)
                   MOVE WS-LIMIT-MINUTES (WS-LIMIT-IDX)
      **> its own history raises a warning even while it is still
      **> inside the hard ceiling - a print run that normally takes
      **> twenty minutes and has been at it for an hour is news.
      **> A running step that booked its record count up front is
      **> held to its history per record, scaled to this run's
      **> count - a file ten times the usual size is allowed ten
      **> times the usual minutes.
       130-CHECK-AGAINST-BASELINE.

           MOVE ZERO TO WS-BASE-SUM WS-BASE-COUNT
           MOVE ZERO TO WS-RATE-MIN WS-RATE-RECS

           EXEC SQL
               DECLARE CURS-HISTORY CURSOR FOR
               SELECT STARTTIME, ENDTIME, RECCOUNT
               FROM TUTORIAL.RUNLOG
               WHERE PROGRAM = :RUNLOG-PROGRAM
                 AND ENDTIME <> ' '
           MOVE 'N' TO END-OF-HISTORY-SW
           EXEC SQL
               FETCH CURS-HISTORY
                   INTO :RUNLOG-STARTTIME, :RUNLOG-ENDTIME,
                        :RUNLOG-RECCOUNT
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-HISTORY TO TRUE

           IF WS-BASE-COUNT > ZERO
               COMPUTE WS-BASE-AVG = WS-BASE-SUM / WS-BASE-COUNT
               IF WS-WATCH-RECCOUNT > ZERO AND WS-RATE-RECS > ZERO
                   COMPUTE WS-BASE-AVG ROUNDED =
                       WS-RATE-MIN * WS-WATCH-RECCOUNT / WS-RATE-RECS
               END-IF
               IF WS-BASE-AVG > ZERO AND
                  WS-ELAPSED-MIN > WS-BASE-AVG * 2
                   MOVE SPACE TO WS-ALERT-REASON
               COMPUTE WS-BASE-SUM =
                   WS-BASE-SUM + WS-END-MIN - WS-START-MIN
               ADD 1 TO WS-BASE-COUNT
               IF RUNLOG-RECCOUNT > ZERO
                   COMPUTE WS-RATE-MIN =
                       WS-RATE-MIN + WS-END-MIN - WS-START-MIN
                   ADD RUNLOG-RECCOUNT TO WS-RATE-RECS
               END-IF
           END-IF

           EXEC SQL
               FETCH CURS-HISTORY
                   INTO :RUNLOG-STARTTIME, :RUNLOG-ENDTIME,
                        :RUNLOG-RECCOUNT
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-HISTORY TO TRUE
               + FUNCTION NUMVAL(WS-TS-BUFFER(15:2)).
      ***********************

      **> One alert per running step: the object names the program
      **> and its RUNLOG row, so the same hung step raised again on
      **> the next run is a repeat in ALERTLOG, not a second page.
       160-RAISE-ALERT.

           ADD 1 TO WS-ALERT-COUNT

           MOVE RUNLOG-RUNLOG-ID TO WS-RUNLOG-ID-ED
           INITIALIZE ALRTREQ
           SET ALRTREQ-RAISE TO TRUE
           MOVE 'PbsWatch' TO ALRTREQ-SOURCE
           SET ALRTREQ-CRITICAL TO TRUE
           STRING FUNCTION TRIM(WS-WATCH-PROGRAM) DELIMITED BY SIZE
                   ' RUNLOG ' DELIMITED BY SIZE
                   WS-RUNLOG-ID-ED DELIMITED BY SIZE
                   INTO ALRTREQ-OBJECT
           END-STRING
           MOVE WS-ALERT-REASON TO ALRTREQ-REASON
           CALL 'PbsAlrt' USING ALRTREQ

           DISPLAY '*** JOUR-LARM: ' FUNCTION TRIM(WS-WATCH-PROGRAM)
               ': ' FUNCTION TRIM(WS-ALERT-REASON).
               CLOSE CURS-RUNNING
           END-EXEC

           INITIALIZE ALRTREQ
           SET ALRTREQ-ESCALATE-ONLY TO TRUE
           MOVE 'PbsWatch' TO ALRTREQ-SOURCE
           CALL 'PbsAlrt' USING ALRTREQ

           DISPLAY '============================================'
           DISPLAY ' PbsWatch - k�rningssammanfattning'
           DISPLAY ' P�g�ende steg kontrollerade: ' WS-CHECKED-COUNT
           DISPLAY ' Larm utf�rdade:              ' WS-ALERT-COUNT
           DISPLAY ' Larm eskalerade:             '
               ALRTREQ-ESCALATED-COUNT
           DISPLAY '============================================'.
