       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsWork.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Operator workload and throughput over a period,
      **>          for planning the staffing around month end: per
      **>          operator the worklist items taken and closed and
      **>          the median days from opening to close, the
      **>          inkontrollfel triaged, feldata rows repaired,
      **>          payments matched by hand on the workbench,
      **>          disputes opened or closed and approvals given -
      **>          all counted from AUDITLOG, where each of those
      **>          screens leaves a row under the signed-on
      **>          operator. Then the worklist backlog per source
      **>          (WORKLIST-SOURCE) week by week: opened, closed
      **>          and still open at the end of the week. Written
      **>          per operator by name, or per team (OPTEAM) with
      **>          the names left out - the figures are for
      **>          planning, not for judging anybody. One file under
      **>          data/arbetslast. Called from pbs.cbl's report
      **>          menu (55).
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKDATA ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  WORKDATA.
       01  WORK-POST                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-DIR                   PIC X(20)
                                         VALUE 'data/arbetslast'.
       01  WS-WORK-PATH                  PIC X(80)   VALUE SPACE.
       01  WS-DIR-RC                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-REQ-NOW                    PIC X(21)   VALUE SPACE.
       01  WS-FROM-DATE                  PIC X(10)   VALUE SPACE.
       01  WS-TO-DATE                    PIC X(10)   VALUE SPACE.
       01  WS-LINE-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-OUT-LINE                   PIC X(132)  VALUE SPACE.
       01  WS-IX                         PIC S9(4)   COMP VALUE ZERO.
       01  WS-JX                         PIC S9(4)   COMP VALUE ZERO.
       01  WS-FOUND-IX                   PIC S9(4)   COMP VALUE ZERO.
       01  WS-SEARCH-NAME                PIC X(30)   VALUE SPACE.
       01  WS-NO-TEAM                    PIC X(10)   VALUE '(ingen)'.

      **> the audit rows one operator left in the period, as the
      **> activity cursor sums them
       01  WS-SUM-CLOSED                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-SUM-INERROR                PIC S9(9)   COMP VALUE ZERO.
       01  WS-SUM-FELDATA                PIC S9(9)   COMP VALUE ZERO.
       01  WS-SUM-MATCHED                PIC S9(9)   COMP VALUE ZERO.
       01  WS-SUM-DISPUTE                PIC S9(9)   COMP VALUE ZERO.
       01  WS-SUM-APPROVED               PIC S9(9)   COMP VALUE ZERO.
       01  WS-SUM-TAKEN                  PIC S9(9)   COMP VALUE ZERO.

      **> one entry per operator seen in the period. The figures,
      **> in report order: 1 worklist items taken, 2 closed,
      **> 3 inkontrollfel, 4 feldata, 5 matched by hand,
      **> 6 disputes, 7 approvals
       01  WS-OP-COUNT                   PIC S9(4)   COMP VALUE ZERO.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY               OCCURS 200.
               10  WS-OP-NAME            PIC X(30).
               10  WS-OP-TEAM            PIC X(10).
               10  WS-OP-FIG             PIC S9(7)   COMP
                                         OCCURS 7.
               10  WS-OP-MEDIAN          PIC S9(5)V9 COMP-3.

      **> per team: its operators summed, the median its own
       01  WS-TM-COUNT                   PIC S9(4)   COMP VALUE ZERO.
       01  WS-TM-TABLE.
           05  WS-TM-ENTRY               OCCURS 50.
               10  WS-TM-NAME            PIC X(10).
               10  WS-TM-OPERS           PIC S9(4)   COMP.
               10  WS-TM-FIG             PIC S9(7)   COMP
                                         OCCURS 7.
               10  WS-TM-MEDIAN          PIC S9(5)V9 COMP-3.
       01  WS-TOT-OPERS                  PIC S9(4)   COMP VALUE ZERO.
       01  WS-TOT-TABLE.
           05  WS-TOT-FIG                PIC S9(7)   COMP
                                         OCCURS 7.

      **> days from opening to close, one operator's or team's at a
      **> time, in ascending order as the cursor delivers them
       01  WS-CUR-KEY                    PIC X(30)   VALUE SPACE.
       01  WS-CUR-DAYS                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-MED-KEY                    PIC X(30)   VALUE SPACE.
       01  WS-MEDIAN                     PIC S9(5)V9 COMP-3.
       01  WS-DAYS-COUNT                 PIC S9(4)   COMP VALUE ZERO.
       01  WS-DAYS-TABLE.
           05  WS-DAYS                   PIC S9(5)   COMP
                                         OCCURS 5000.

      **> the worklist sources the backlog is followed for, as
      **> WORKLIST-SOURCE has them
       01  WS-SOURCE-LIST                PIC X(56)   VALUE
           'HELD    INERROR BOUNCE  BLOCKED MANIFESTPAYREV  FRAUD   '.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-LIST.
           05  WS-SOURCE                 PIC X(8)    OCCURS 7.
       01  WS-BL-SOURCE                  PIC X(8)    VALUE SPACE.
       01  WS-BL-OPENED                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-BL-CLOSED                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-BL-OPEN                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-WEEK-START                 PIC X(10)   VALUE SPACE.
       01  WS-WEEK-END                   PIC X(10)   VALUE SPACE.
       01  WS-WEEK-INT                   PIC 9(9)    COMP VALUE ZERO.
       01  WS-WEEK-END-INT               PIC 9(9)    COMP VALUE ZERO.
       01  WS-DAY-DATE                   PIC X(10)   VALUE SPACE.
       01  WS-DAY-INT                    PIC 9(9)    COMP VALUE ZERO.
       01  WS-FROM-INT                   PIC 9(9)    COMP VALUE ZERO.
       01  WS-TO-INT                     PIC 9(9)    COMP VALUE ZERO.
       01  WS-YMD                        PIC X(8)    VALUE SPACE.
       01  WS-YMD-NUM REDEFINES WS-YMD   PIC 9(8).

      **> edited figures for the report lines
       01  WS-FIG-ED-TABLE.
           05  WS-FIG-ED                 PIC Z(6)9   OCCURS 7.
       01  WS-MEDIAN-ED                  PIC ZZZ9.9.
       01  WS-OPERS-ED                   PIC ZZZ9.
       01  WS-BL-OPENED-ED               PIC Z(6)9.
       01  WS-BL-CLOSED-ED               PIC Z(6)9.
       01  WS-BL-OPEN-ED                 PIC Z(6)9.

       01  SWITCHES.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 WORKFIL-FS               PIC XX.
               88  WORKFIL-SUCCESSFUL      VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE AUDITLOG   END-EXEC.
           EXEC SQL INCLUDE WORKLIST   END-EXEC.
           EXEC SQL INCLUDE OPTEAM     END-EXEC.

       LINKAGE SECTION.
       COPY WORKREQ.

       PROCEDURE DIVISION USING WORKREQ.

       000-WORKLOAD-REPORT.

           MOVE SPACE TO WORKREQ-RESULT
           MOVE SPACE TO WORKREQ-FILENAME
           MOVE ZERO TO WORKREQ-OPER-COUNT
           MOVE ZERO TO WORKREQ-LINE-COUNT

           PERFORM 100-INIT
           IF WORKREQ-FAILED
               GOBACK
           END-IF

           PERFORM 110-COLLECT-ACTIVITY
           PERFORM 120-COLLECT-TAKEN
           PERFORM 130-FIND-TEAM
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-OP-COUNT
           PERFORM 140-ROLL-UP
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-OP-COUNT
           PERFORM 150-COLLECT-CLOSE-DAYS

           PERFORM 160-WRITE-REPORT

           GOBACK.
      **************************

      **> the period must be two real dates in order - the report
      **> says nothing rather than something wrong
       100-INIT.

           MOVE FUNCTION CURRENT-DATE TO WS-REQ-NOW
           MOVE WORKREQ-FROMDATE TO WS-FROM-DATE
           MOVE WORKREQ-TODATE TO WS-TO-DATE

           MOVE ZERO TO WS-OP-COUNT
           MOVE ZERO TO WS-TM-COUNT
           MOVE ZERO TO WS-TOT-OPERS
           MOVE ZERO TO WS-LINE-COUNT
           INITIALIZE WS-TOT-TABLE

           MOVE WS-FROM-DATE TO WS-DAY-DATE
           PERFORM 101-DATE-TO-INT
           MOVE WS-DAY-INT TO WS-FROM-INT
           MOVE WS-TO-DATE TO WS-DAY-DATE
           PERFORM 101-DATE-TO-INT
           MOVE WS-DAY-INT TO WS-TO-INT

           IF WS-FROM-INT = ZERO OR WS-TO-INT = ZERO
               OR WS-FROM-INT > WS-TO-INT
               DISPLAY ' Ogiltig period: ' WS-FROM-DATE ' - '
                   WS-TO-DATE
               MOVE 'F' TO WORKREQ-RESULT
           END-IF.
      ***********************

      **> WS-DAY-DATE, as a DATE column reads, to its day number -
      **> zero when it is not a date
       101-DATE-TO-INT.

           MOVE ZERO TO WS-DAY-INT
           MOVE SPACE TO WS-YMD
           STRING WS-DAY-DATE(1:4) DELIMITED BY SIZE
                   WS-DAY-DATE(6:2) DELIMITED BY SIZE
                   WS-DAY-DATE(9:2) DELIMITED BY SIZE
                   INTO WS-YMD
           END-STRING
           IF WS-YMD IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-YMD-NUM) = ZERO
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-YMD-NUM)
               END-IF
           END-IF.
      ***********************

      **> WS-DAY-INT back to a date in WS-DAY-DATE
       102-INT-TO-DATE.

           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-YMD-NUM
           MOVE SPACE TO WS-DAY-DATE
           STRING WS-YMD(1:4) DELIMITED BY SIZE
                   '-'         DELIMITED BY SIZE
                   WS-YMD(5:2) DELIMITED BY SIZE
                   '-'         DELIMITED BY SIZE
                   WS-YMD(7:2) DELIMITED BY SIZE
                   INTO WS-DAY-DATE
           END-STRING.
      ***********************

      **> Everything but the items taken is counted under the
      **> operator who did it: a worklist close, an inkontrollfel
      **> marked resolved, a feldata row repaired, a payment booked
      **> from the workbench, a dispute opened or closed, and a
      **> four-eyes approval or rejection.
       110-COLLECT-ACTIVITY.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-WORKDONE CURSOR FOR
               SELECT OPERATOR,
                      SUM(CASE WHEN TABLENAME = 'WORKLIST'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN TABLENAME = 'INERROR'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN TABLENAME = 'FELDATA'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN TABLENAME = 'PAYMENT'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN TABLENAME = 'DISPUTE'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN TABLENAME = 'PENDAPPR'
                               THEN 1 ELSE 0 END)
               FROM TUTORIAL.AUDITLOG
               WHERE SUBSTR(CHGTIME, 1, 10) >= :WS-FROM-DATE
                 AND SUBSTR(CHGTIME, 1, 10) <= :WS-TO-DATE
                 AND ((TABLENAME = 'WORKLIST'
                          AND FIELDNAME = 'CLOSE')
                   OR (TABLENAME = 'INERROR'
                          AND FIELDNAME = 'RESOLVED')
                   OR (TABLENAME = 'FELDATA'
                          AND FIELDNAME = 'REPAIR')
                   OR (TABLENAME = 'PAYMENT'
                          AND FIELDNAME = 'MATCHNING')
                   OR (TABLENAME = 'DISPUTE')
                   OR (TABLENAME = 'PENDAPPR'
                          AND FIELDNAME IN ('APPROVE', 'REJECT')))
               GROUP BY OPERATOR
               ORDER BY OPERATOR
           END-EXEC

           EXEC SQL
               OPEN CURS-WORKDONE
           END-EXEC

           PERFORM 111-FETCH-ACTIVITY
           PERFORM 112-ADD-ACTIVITY UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-WORKDONE
           END-EXEC.
      ***********************

       111-FETCH-ACTIVITY.

           MOVE SPACE TO AUDITLOG-OPERATOR-TEXT
           EXEC SQL
               FETCH CURS-WORKDONE
                   INTO :AUDITLOG-OPERATOR, :WS-SUM-CLOSED,
                        :WS-SUM-INERROR, :WS-SUM-FELDATA,
                        :WS-SUM-MATCHED, :WS-SUM-DISPUTE,
                        :WS-SUM-APPROVED
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       112-ADD-ACTIVITY.

           MOVE AUDITLOG-OPERATOR-TEXT TO WS-SEARCH-NAME
           PERFORM 115-FIND-OPERATOR
           IF WS-FOUND-IX = ZERO
               PERFORM 117-ADD-OPERATOR
           END-IF

           IF WS-FOUND-IX > ZERO
               ADD WS-SUM-CLOSED TO WS-OP-FIG(WS-FOUND-IX, 2)
               ADD WS-SUM-INERROR TO WS-OP-FIG(WS-FOUND-IX, 3)
               ADD WS-SUM-FELDATA TO WS-OP-FIG(WS-FOUND-IX, 4)
               ADD WS-SUM-MATCHED TO WS-OP-FIG(WS-FOUND-IX, 5)
               ADD WS-SUM-DISPUTE TO WS-OP-FIG(WS-FOUND-IX, 6)
               ADD WS-SUM-APPROVED TO WS-OP-FIG(WS-FOUND-IX, 7)
           END-IF

           PERFORM 111-FETCH-ACTIVITY.
      ***********************

       115-FIND-OPERATOR.

           MOVE ZERO TO WS-FOUND-IX
           PERFORM 116-MATCH-OPERATOR
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-OP-COUNT OR WS-FOUND-IX > ZERO.
      ***********************

       116-MATCH-OPERATOR.

           IF WS-OP-NAME(WS-JX) = WS-SEARCH-NAME
               MOVE WS-JX TO WS-FOUND-IX
           END-IF.
      ***********************

      **> a full table leaves WS-FOUND-IX at zero - the operator
      **> is then not in the report, which says so
       117-ADD-OPERATOR.

           IF WS-OP-COUNT < 200
               ADD 1 TO WS-OP-COUNT
               MOVE WS-OP-COUNT TO WS-FOUND-IX
               INITIALIZE WS-OP-ENTRY(WS-FOUND-IX)
               MOVE WS-SEARCH-NAME TO WS-OP-NAME(WS-FOUND-IX)
               MOVE ZERO TO WS-OP-MEDIAN(WS-FOUND-IX)
           ELSE
               DISPLAY ' Fler �n 200 operat�rer - utel�mnad: '
                   WS-SEARCH-NAME
           END-IF.
      ***********************

      **> an item is taken by the operator it was assigned to,
      **> whoever did the assigning
       120-COLLECT-TAKEN.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-TAKEN CURSOR FOR
               SELECT NEWVALUE, COUNT(*)
               FROM TUTORIAL.AUDITLOG
               WHERE TABLENAME = 'WORKLIST'
                 AND FIELDNAME = 'ASSIGN'
                 AND SUBSTR(CHGTIME, 1, 10) >= :WS-FROM-DATE
                 AND SUBSTR(CHGTIME, 1, 10) <= :WS-TO-DATE
               GROUP BY NEWVALUE
               ORDER BY NEWVALUE
           END-EXEC

           EXEC SQL
               OPEN CURS-TAKEN
           END-EXEC

           PERFORM 121-FETCH-TAKEN
           PERFORM 122-ADD-TAKEN UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-TAKEN
           END-EXEC.
      ***********************

       121-FETCH-TAKEN.

           MOVE SPACE TO AUDITLOG-NEWVALUE-TEXT
           EXEC SQL
               FETCH CURS-TAKEN
                   INTO :AUDITLOG-NEWVALUE, :WS-SUM-TAKEN
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       122-ADD-TAKEN.

           MOVE AUDITLOG-NEWVALUE-TEXT(1:30) TO WS-SEARCH-NAME
           PERFORM 115-FIND-OPERATOR
           IF WS-FOUND-IX = ZERO
               PERFORM 117-ADD-OPERATOR
           END-IF

           IF WS-FOUND-IX > ZERO
               ADD WS-SUM-TAKEN TO WS-OP-FIG(WS-FOUND-IX, 1)
           END-IF

           PERFORM 121-FETCH-TAKEN.
      ***********************

       130-FIND-TEAM.

           MOVE WS-OP-NAME(WS-IX) TO OPTEAM-USERNAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OP-NAME(WS-IX)))
               TO OPTEAM-USERNAME-LEN
           MOVE SPACE TO OPTEAM-TEAM

           EXEC SQL
               SELECT TEAM
                   INTO :OPTEAM-TEAM
                   FROM OPTEAM
                   WHERE USERNAME = :OPTEAM-USERNAME
           END-EXEC

           IF SQLCODE NOT = ZERO OR OPTEAM-TEAM = SPACE
               MOVE WS-NO-TEAM TO WS-OP-TEAM(WS-IX)
           ELSE
               MOVE OPTEAM-TEAM TO WS-OP-TEAM(WS-IX)
           END-IF.
      ***********************

      **> the operators in the report - one team's only when a team
      **> was asked for - summed per team and in total
       140-ROLL-UP.

           IF WORKREQ-TEAM = SPACE
               OR WORKREQ-TEAM = WS-OP-TEAM(WS-IX)
               ADD 1 TO WS-TOT-OPERS
               PERFORM 141-ADD-TO-TOTAL
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > 7

               PERFORM 145-FIND-TEAM-ENTRY
               IF WS-FOUND-IX > ZERO
                   ADD 1 TO WS-TM-OPERS(WS-FOUND-IX)
                   PERFORM 142-ADD-TO-TEAM
                       VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX > 7
               END-IF
           END-IF.
      ***********************

       141-ADD-TO-TOTAL.

           ADD WS-OP-FIG(WS-IX, WS-JX) TO WS-TOT-FIG(WS-JX).
      ***********************

       142-ADD-TO-TEAM.

           ADD WS-OP-FIG(WS-IX, WS-JX) TO WS-TM-FIG(WS-FOUND-IX, WS-JX).
      ***********************

       145-FIND-TEAM-ENTRY.

           MOVE ZERO TO WS-FOUND-IX
           PERFORM 146-MATCH-TEAM
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-TM-COUNT OR WS-FOUND-IX > ZERO

           IF WS-FOUND-IX = ZERO AND WS-TM-COUNT < 50
               ADD 1 TO WS-TM-COUNT
               MOVE WS-TM-COUNT TO WS-FOUND-IX
               INITIALIZE WS-TM-ENTRY(WS-FOUND-IX)
               MOVE WS-OP-TEAM(WS-IX) TO WS-TM-NAME(WS-FOUND-IX)
               MOVE ZERO TO WS-TM-MEDIAN(WS-FOUND-IX)
           END-IF.
      ***********************

       146-MATCH-TEAM.

           IF WS-TM-NAME(WS-JX) = WS-OP-TEAM(WS-IX)
               MOVE WS-JX TO WS-FOUND-IX
           END-IF.
      ***********************

      **> The days from opening to close of every item closed in
      **> the period, per operator or per team, ascending - the
      **> median is read off the middle of each run of them.
       150-COLLECT-CLOSE-DAYS.

           MOVE 'N' TO END-OF-CURSOR-SW
           MOVE SPACE TO WS-MED-KEY
           MOVE ZERO TO WS-DAYS-COUNT

           IF WORKREQ-BY-TEAM
               EXEC SQL
                   DECLARE CURS-TEAMDAYS CURSOR FOR
                   SELECT COALESCE(T.TEAM, '(ingen)'),
                          DAYS(DATE(SUBSTR(A.CHGTIME, 1, 10)))
                              - DAYS(W.OPENDATE)
                   FROM TUTORIAL.AUDITLOG A
                        INNER JOIN TUTORIAL.WORKLIST W
                            ON W.ITEM_ID = A.ROWKEY
                        LEFT OUTER JOIN TUTORIAL.OPTEAM T
                            ON T.USERNAME = A.OPERATOR
                   WHERE A.TABLENAME = 'WORKLIST'
                     AND A.FIELDNAME = 'CLOSE'
                     AND SUBSTR(A.CHGTIME, 1, 10) >= :WS-FROM-DATE
                     AND SUBSTR(A.CHGTIME, 1, 10) <= :WS-TO-DATE
                   ORDER BY 1, 2
               END-EXEC

               EXEC SQL
                   OPEN CURS-TEAMDAYS
               END-EXEC

               PERFORM 151-FETCH-TEAM-DAYS
               PERFORM 153-TAKE-DAYS UNTIL END-OF-CURSOR

               EXEC SQL
                   CLOSE CURS-TEAMDAYS
               END-EXEC
           ELSE
               EXEC SQL
                   DECLARE CURS-OPDAYS CURSOR FOR
                   SELECT A.OPERATOR,
                          DAYS(DATE(SUBSTR(A.CHGTIME, 1, 10)))
                              - DAYS(W.OPENDATE)
                   FROM TUTORIAL.AUDITLOG A,
                        TUTORIAL.WORKLIST W
                   WHERE A.TABLENAME = 'WORKLIST'
                     AND A.FIELDNAME = 'CLOSE'
                     AND W.ITEM_ID = A.ROWKEY
                     AND SUBSTR(A.CHGTIME, 1, 10) >= :WS-FROM-DATE
                     AND SUBSTR(A.CHGTIME, 1, 10) <= :WS-TO-DATE
                   ORDER BY 1, 2
               END-EXEC

               EXEC SQL
                   OPEN CURS-OPDAYS
               END-EXEC

               PERFORM 152-FETCH-OP-DAYS
               PERFORM 153-TAKE-DAYS UNTIL END-OF-CURSOR

               EXEC SQL
                   CLOSE CURS-OPDAYS
               END-EXEC
           END-IF

           PERFORM 155-STORE-MEDIAN.
      ***********************

       151-FETCH-TEAM-DAYS.

           MOVE SPACE TO OPTEAM-TEAM
           EXEC SQL
               FETCH CURS-TEAMDAYS
                   INTO :OPTEAM-TEAM, :WS-CUR-DAYS
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           ELSE
               MOVE OPTEAM-TEAM TO WS-CUR-KEY
           END-IF.
      ***********************

       152-FETCH-OP-DAYS.

           MOVE SPACE TO AUDITLOG-OPERATOR-TEXT
           EXEC SQL
               FETCH CURS-OPDAYS
                   INTO :AUDITLOG-OPERATOR, :WS-CUR-DAYS
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           ELSE
               MOVE AUDITLOG-OPERATOR-TEXT TO WS-CUR-KEY
           END-IF.
      ***********************

       153-TAKE-DAYS.

           IF WS-CUR-KEY NOT = WS-MED-KEY
               PERFORM 155-STORE-MEDIAN
               MOVE WS-CUR-KEY TO WS-MED-KEY
               MOVE ZERO TO WS-DAYS-COUNT
           END-IF

           IF WS-DAYS-COUNT < 5000
               ADD 1 TO WS-DAYS-COUNT
               MOVE WS-CUR-DAYS TO WS-DAYS(WS-DAYS-COUNT)
           END-IF

           IF WORKREQ-BY-TEAM
               PERFORM 151-FETCH-TEAM-DAYS
           ELSE
               PERFORM 152-FETCH-OP-DAYS
           END-IF.
      ***********************

      **> the middle value of the run just ended, or the mean of
      **> the two middle ones when the run is even
       155-STORE-MEDIAN.

           IF WS-DAYS-COUNT > ZERO
               IF FUNCTION MOD(WS-DAYS-COUNT, 2) = 1
                   COMPUTE WS-JX = (WS-DAYS-COUNT + 1) / 2
                   MOVE WS-DAYS(WS-JX) TO WS-MEDIAN
               ELSE
                   COMPUTE WS-JX = WS-DAYS-COUNT / 2
                   COMPUTE WS-MEDIAN ROUNDED =
                       (WS-DAYS(WS-JX) + WS-DAYS(WS-JX + 1)) / 2
               END-IF

               MOVE ZERO TO WS-FOUND-IX
               IF WORKREQ-BY-TEAM
                   PERFORM 156-MATCH-TEAM-KEY
                       VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX > WS-TM-COUNT OR WS-FOUND-IX > ZERO
                   IF WS-FOUND-IX > ZERO
                       MOVE WS-MEDIAN TO WS-TM-MEDIAN(WS-FOUND-IX)
                   END-IF
               ELSE
                   MOVE WS-MED-KEY TO WS-SEARCH-NAME
                   PERFORM 115-FIND-OPERATOR
                   IF WS-FOUND-IX > ZERO
                       MOVE WS-MEDIAN TO WS-OP-MEDIAN(WS-FOUND-IX)
                   END-IF
               END-IF
           END-IF.
      ***********************

       156-MATCH-TEAM-KEY.

           IF WS-TM-NAME(WS-JX) = WS-MED-KEY(1:10)
               MOVE WS-JX TO WS-FOUND-IX
           END-IF.
      ***********************

       160-WRITE-REPORT.

           CALL 'CBL_CREATE_DIR' USING WS-WORK-DIR
               RETURNING WS-DIR-RC

           MOVE SPACE TO WS-WORK-PATH
           STRING FUNCTION TRIM(WS-WORK-DIR) DELIMITED BY SIZE
                   '/arbetslast-'              DELIMITED BY SIZE
                   WS-FROM-DATE(1:4)           DELIMITED BY SIZE
                   WS-FROM-DATE(6:2)           DELIMITED BY SIZE
                   WS-FROM-DATE(9:2)           DELIMITED BY SIZE
                   '-'                         DELIMITED BY SIZE
                   WS-TO-DATE(1:4)             DELIMITED BY SIZE
                   WS-TO-DATE(6:2)             DELIMITED BY SIZE
                   WS-TO-DATE(9:2)             DELIMITED BY SIZE
                   INTO WS-WORK-PATH
           END-STRING
           IF WORKREQ-BY-TEAM
               STRING FUNCTION TRIM(WS-WORK-PATH) DELIMITED BY SIZE
                       '-team.txt'                 DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-WORK-PATH) DELIMITED BY SIZE
                       '-operator.txt'             DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
           END-IF
           MOVE WS-OUT-LINE TO WS-WORK-PATH
           MOVE SPACE TO WS-OUT-LINE

           OPEN OUTPUT WORKDATA
           IF NOT WORKFIL-SUCCESSFUL
               DISPLAY ' Rapportfil kunde inte skapas: '
                   FUNCTION TRIM(WS-WORK-PATH)
               MOVE 'F' TO WORKREQ-RESULT
           ELSE
               PERFORM 161-WRITE-HEADER
               IF WORKREQ-BY-TEAM
                   PERFORM 165-WRITE-TEAM-LINE
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-TM-COUNT
               ELSE
                   PERFORM 164-WRITE-OPERATOR-LINE
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-OP-COUNT
               END-IF
               PERFORM 166-WRITE-TOTAL-LINE
               PERFORM 170-WRITE-BACKLOG
               CLOSE WORKDATA

               MOVE 'D' TO WORKREQ-RESULT
               MOVE WS-WORK-PATH TO WORKREQ-FILENAME
               MOVE WS-TOT-OPERS TO WORKREQ-OPER-COUNT
               MOVE WS-LINE-COUNT TO WORKREQ-LINE-COUNT
           END-IF.
      ***********************

       161-WRITE-HEADER.

           MOVE 'ARBETSBELASTNING OCH GENOMSTR�MNING' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           STRING 'Period:     ' DELIMITED BY SIZE
                   WS-FROM-DATE  DELIMITED BY SIZE
                   ' - '         DELIMITED BY SIZE
                   WS-TO-DATE    DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           IF WORKREQ-BY-TEAM
               MOVE 'Urval:      per team, utan namn' TO WS-OUT-LINE
               PERFORM 190-WRITE-LINE
               IF WORKREQ-TEAM NOT = SPACE
                   STRING 'Team:       ' DELIMITED BY SIZE
                           WORKREQ-TEAM  DELIMITED BY SIZE
                           INTO WS-OUT-LINE
                   END-STRING
                   PERFORM 190-WRITE-LINE
               END-IF
           ELSE
               MOVE 'Urval:      per operat�r' TO WS-OUT-LINE
               PERFORM 190-WRITE-LINE
           END-IF
           STRING 'Framtagen:  ' DELIMITED BY SIZE
                   WS-REQ-NOW(1:4) DELIMITED BY SIZE
                   '-'             DELIMITED BY SIZE
                   WS-REQ-NOW(5:2) DELIMITED BY SIZE
                   '-'             DELIMITED BY SIZE
                   WS-REQ-NOW(7:2) DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-REQ-NOW(9:2) DELIMITED BY SIZE
                   ':'             DELIMITED BY SIZE
                   WS-REQ-NOW(11:2) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE 'F�r bemanningsplanering - inte f�r '
               TO WS-OUT-LINE
           MOVE 'medarbetarbed�mning.' TO WS-OUT-LINE(36:20)
           PERFORM 190-WRITE-LINE
           PERFORM 190-WRITE-LINE

           MOVE 'Tagna/St�ngda: arbetslistan, median dagar till '
               TO WS-OUT-LINE
           MOVE 'st�ngning. Inkfel: inkontrollfel.'
               TO WS-OUT-LINE(48:40)
           PERFORM 190-WRITE-LINE
           MOVE 'Matchn: betalningar matchade f�r hand. Attest: '
               TO WS-OUT-LINE
           MOVE 'godk�nda/avslagna krediter och utbetalningar.'
               TO WS-OUT-LINE(48:50)
           PERFORM 190-WRITE-LINE
           PERFORM 190-WRITE-LINE

           IF WORKREQ-BY-TEAM
               MOVE 'Team       Operat�rer' TO WS-OUT-LINE
           ELSE
               MOVE 'Operat�r                 Team' TO WS-OUT-LINE
           END-IF
           MOVE '  Tagna' TO WS-OUT-LINE(37:7)
           MOVE 'St�ngda' TO WS-OUT-LINE(45:9)
           MOVE 'Median' TO WS-OUT-LINE(53:6)
           MOVE ' Inkfel' TO WS-OUT-LINE(60:7)
           MOVE 'Feldata' TO WS-OUT-LINE(68:7)
           MOVE ' Matchn' TO WS-OUT-LINE(76:7)
           MOVE '  Tvist' TO WS-OUT-LINE(84:7)
           MOVE ' Attest' TO WS-OUT-LINE(92:7)
           PERFORM 190-WRITE-LINE.
      ***********************

      **> the seven figures and the median, as they stand from
      **> column 37 on every figure line
       162-EDIT-FIGURES.

           MOVE SPACE TO WS-OUT-LINE(37:)
           STRING WS-FIG-ED(1)   DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   WS-FIG-ED(2)  DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   WS-MEDIAN-ED  DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   WS-FIG-ED(3)  DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   WS-FIG-ED(4)  DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   WS-FIG-ED(5)  DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   WS-FIG-ED(6)  DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   WS-FIG-ED(7)  DELIMITED BY SIZE
                   INTO WS-OUT-LINE(37:)
           END-STRING.
      ***********************

       163-EDIT-ONE-OP-FIGURE.

           MOVE WS-OP-FIG(WS-IX, WS-JX) TO WS-FIG-ED(WS-JX).
      ***********************

       164-WRITE-OPERATOR-LINE.

           IF WORKREQ-TEAM = SPACE
               OR WORKREQ-TEAM = WS-OP-TEAM(WS-IX)
               PERFORM 163-EDIT-ONE-OP-FIGURE
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > 7
               MOVE WS-OP-MEDIAN(WS-IX) TO WS-MEDIAN-ED
               MOVE WS-OP-NAME(WS-IX)(1:24) TO WS-OUT-LINE(1:24)
               MOVE WS-OP-TEAM(WS-IX) TO WS-OUT-LINE(26:10)
               PERFORM 162-EDIT-FIGURES
               PERFORM 190-WRITE-LINE
           END-IF.
      ***********************

       165-WRITE-TEAM-LINE.

           PERFORM 167-EDIT-ONE-TM-FIGURE
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > 7
           MOVE WS-TM-MEDIAN(WS-IX) TO WS-MEDIAN-ED
           MOVE WS-TM-OPERS(WS-IX) TO WS-OPERS-ED
           MOVE WS-TM-NAME(WS-IX) TO WS-OUT-LINE(1:10)
           MOVE WS-OPERS-ED TO WS-OUT-LINE(18:4)
           PERFORM 162-EDIT-FIGURES
           PERFORM 190-WRITE-LINE.
      ***********************

       166-WRITE-TOTAL-LINE.

           PERFORM 168-EDIT-ONE-TOT-FIGURE
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > 7
      **>  no median over teams or operators - it would mean nothing
           MOVE SPACE TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE ZERO TO WS-MEDIAN-ED
           MOVE WS-TOT-OPERS TO WS-OPERS-ED
           MOVE 'Summa' TO WS-OUT-LINE(1:10)
           MOVE WS-OPERS-ED TO WS-OUT-LINE(18:4)
           PERFORM 162-EDIT-FIGURES
           MOVE '     -' TO WS-OUT-LINE(53:6)
           PERFORM 190-WRITE-LINE.
      ***********************

       167-EDIT-ONE-TM-FIGURE.

           MOVE WS-TM-FIG(WS-IX, WS-JX) TO WS-FIG-ED(WS-JX).
      ***********************

       168-EDIT-ONE-TOT-FIGURE.

           MOVE WS-TOT-FIG(WS-JX) TO WS-FIG-ED(WS-JX).
      ***********************

      **> The worklist per source, one line per week from the first
      **> day of the period (the last week may be short): items
      **> put on the list, items closed, and items still open when
      **> the week ended - an item closed later counts as open
      **> until its close.
       170-WRITE-BACKLOG.

           PERFORM 190-WRITE-LINE
           MOVE 'ARBETSLISTAN PER K�LLA OCH VECKA' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'K�lla' TO WS-OUT-LINE(1:7)
           MOVE 'Vecka fr�n' TO WS-OUT-LINE(10:12)
           MOVE 'till' TO WS-OUT-LINE(22:4)
           MOVE '�ppnade' TO WS-OUT-LINE(34:9)
           MOVE 'St�ngda' TO WS-OUT-LINE(43:9)
           MOVE '  �ppna' TO WS-OUT-LINE(52:9)
           PERFORM 190-WRITE-LINE

           PERFORM 171-WRITE-ONE-SOURCE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 7.
      ***********************

       171-WRITE-ONE-SOURCE.

           MOVE WS-SOURCE(WS-IX) TO WS-BL-SOURCE
           PERFORM 172-WRITE-ONE-WEEK
               VARYING WS-WEEK-INT FROM WS-FROM-INT BY 7
               UNTIL WS-WEEK-INT > WS-TO-INT.
      ***********************

       172-WRITE-ONE-WEEK.

           MOVE WS-WEEK-INT TO WS-DAY-INT
           PERFORM 102-INT-TO-DATE
           MOVE WS-DAY-DATE TO WS-WEEK-START

           COMPUTE WS-WEEK-END-INT = WS-WEEK-INT + 6
           IF WS-WEEK-END-INT > WS-TO-INT
               MOVE WS-TO-INT TO WS-WEEK-END-INT
           END-IF
           MOVE WS-WEEK-END-INT TO WS-DAY-INT
           PERFORM 102-INT-TO-DATE
           MOVE WS-DAY-DATE TO WS-WEEK-END

           MOVE ZERO TO WS-BL-OPENED WS-BL-CLOSED WS-BL-OPEN
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-BL-OPENED
                   FROM WORKLIST
                   WHERE SOURCE = :WS-BL-SOURCE
                     AND OPENDATE >= :WS-WEEK-START
                     AND OPENDATE <= :WS-WEEK-END
           END-EXEC

           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-BL-CLOSED
                   FROM TUTORIAL.AUDITLOG A, TUTORIAL.WORKLIST W
                   WHERE A.TABLENAME = 'WORKLIST'
                     AND A.FIELDNAME = 'CLOSE'
                     AND W.ITEM_ID = A.ROWKEY
                     AND W.SOURCE = :WS-BL-SOURCE
                     AND SUBSTR(A.CHGTIME, 1, 10) >= :WS-WEEK-START
                     AND SUBSTR(A.CHGTIME, 1, 10) <= :WS-WEEK-END
           END-EXEC

           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-BL-OPEN
                   FROM TUTORIAL.WORKLIST W
                   WHERE W.SOURCE = :WS-BL-SOURCE
                     AND W.OPENDATE <= :WS-WEEK-END
                     AND (W.STATE = 0
                          OR EXISTS
                             (SELECT 1 FROM TUTORIAL.AUDITLOG A
                                  WHERE A.TABLENAME = 'WORKLIST'
                                    AND A.FIELDNAME = 'CLOSE'
                                    AND A.ROWKEY = W.ITEM_ID
                                    AND SUBSTR(A.CHGTIME, 1, 10)
                                        > :WS-WEEK-END))
           END-EXEC

           MOVE WS-BL-OPENED TO WS-BL-OPENED-ED
           MOVE WS-BL-CLOSED TO WS-BL-CLOSED-ED
           MOVE WS-BL-OPEN TO WS-BL-OPEN-ED
           STRING WS-BL-SOURCE     DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-WEEK-START   DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   WS-WEEK-END     DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   WS-BL-OPENED-ED DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   WS-BL-CLOSED-ED DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   WS-BL-OPEN-ED   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE.
      ***********************

       190-WRITE-LINE.

           MOVE WS-OUT-LINE TO WORK-POST
           WRITE WORK-POST
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACE TO WS-OUT-LINE.
      ***********************
