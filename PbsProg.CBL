       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsProg.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Volume forecast for the print houses: expected
      **>          documents, sheets and envelopes per day for the
      **>          coming four weeks, so they can staff their shifts
      **>          and order paper instead of ringing us every
      **>          Friday. Per customer the forecast is built from
      **>          - the FILESCHED calendar: the weekdays a file is
      **>            expected, each worth what an intake day on that
      **>            weekday has printed over the last eight weeks
      **>            (INLOG intake days against OUTLOG documents); a
      **>            customer without a calendar is worth its plain
      **>            weekday average,
      **>          - service billing: the subscriptions srvbill will
      **>            bill on the first SERVICE night on or after the
      **>            customer's billing day (CUSTOMER-BILLDAY),
      **>          - dunning: on the nights the DUNNING step is due,
      **>            the reminder letters an average dunning night
      **>            has sent the customer's debtors lately,
      **>          with sheets and envelopes per document as the
      **>          customer's own output has run. When the SERVICE
      **>          and DUNNING steps run comes from the night-run
      **>          step list (data/nightrun.par, day-type profiles
      **>          as PbsNight reads them). Each customer counts
      **>          toward the house its paper is routed to (PRINTHSE,
      **>          backup while the house is down). Per house the
      **>          days are stored in FORECAST - what pbs.cbl holds
      **>          against the actual volumes afterwards (reports
      **>          menu 54) - and written as a semicolon separated
      **>          file registered in MANIFEST, so PbsXfer pushes it
      **>          to the house's pickup area with the night's
      **>          other outbound files:
      **>            PROGNOS;<tryckeri>;<datum>
      **>            DATUM;DAG;DOKUMENT;ARK;KUVERT
      **>            <datum>;<MA-SO>;<dokument>;<ark>;<kuvert>
      **>          Run as night-run step PROGNOS, typically once a
      **>          week.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARDATA ASSIGN TO 'data/nightrun.par'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARFIL-FS.

           SELECT PROGDATA ASSIGN TO WS-PROG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  PARDATA.
       01  PAR-POST                PIC X(80).

       FD  PROGDATA.
       01  PROG-POST.
           05  PROG-DATE           PIC X(10).
           05  PROG-SEP1           PIC X(1).
           05  PROG-WEEKDAY        PIC X(2).
           05  PROG-SEP2           PIC X(1).
           05  PROG-DOCS           PIC 9(7).
           05  PROG-SEP3           PIC X(1).
           05  PROG-SHEETS         PIC 9(7).
           05  PROG-SEP4           PIC X(1).
           05  PROG-ENVELOPES      PIC 9(7).
       01  PROG-TEXT-POST          PIC X(37).

       WORKING-STORAGE SECTION.
       01  WS-FORECAST-DAYS              PIC S9(4)   COMP VALUE 28.
       01  WS-HIST-WEEKS                 PIC S9(4)   COMP VALUE 8.
       01  WS-MAX-HOUSES                 PIC S9(4)   COMP VALUE 10.

       01  WS-PROG-PATH                  PIC X(30)   VALUE SPACE.
       01  WS-TODAY-DATE                 PIC X(10)   VALUE SPACE.
       01  WS-TODAY-INT                  PIC 9(9)    COMP VALUE ZERO.
       01  WS-HIST-FROM                  PIC X(10)   VALUE SPACE.
       01  WS-HIST-TO                    PIC X(10)   VALUE SPACE.
       01  WS-HIST-FROM-INT              PIC 9(9)    COMP VALUE ZERO.
       01  WS-HIST-TO-INT                PIC 9(9)    COMP VALUE ZERO.
       01  WS-HIST-DUN-DAYS              PIC S9(4)   COMP VALUE ZERO.
       01  WS-NEXT-ID                    PIC S9(9)   COMP VALUE ZERO.

      **> the night-run profile (DAGLIG, VARDAG, MANADSSLUT, ARSSLUT)
      **> of the steps that make volume of their own - spaces when
      **> the step is not in the list and is only run by hand
       01  WS-PAR-TOKEN1                 PIC X(10)   VALUE SPACE.
       01  WS-PAR-TOKEN2                 PIC X(10)   VALUE SPACE.
       01  WS-PAR-PROFILE                PIC X(10)   VALUE SPACE.
       01  WS-PAR-KEYWORD                PIC X(10)   VALUE SPACE.
       01  WS-DUN-PROFILE                PIC X(10)   VALUE SPACE.
       01  WS-SRV-PROFILE                PIC X(10)   VALUE SPACE.

      **> day-type check of one date - see 145-CHECK-STEP-DUE
       01  WS-CHK-INT                    PIC 9(9)    COMP VALUE ZERO.
       01  WS-CHK-PROFILE                PIC X(10)   VALUE SPACE.
       01  WS-CHK-YMD                    PIC 9(8)    VALUE ZERO.
       01  WS-CHK-NEXT-YMD               PIC 9(8)    VALUE ZERO.
       01  WS-CHK-DATE                   PIC X(10)   VALUE SPACE.
       01  WS-CHK-WEEKDAY                PIC 9       VALUE ZERO.
       01  WS-HOLCOUNT                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-SCAN-INT                   PIC 9(9)    COMP VALUE ZERO.
       01  WS-SCAN-YMD                   PIC 9(8)    VALUE ZERO.

      **> the four weeks ahead, from tomorrow
       01  WS-D                          PIC S9(4)   COMP VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY                  OCCURS 28.
               10  WS-DAY-INT          PIC 9(9)    COMP.
               10  WS-DAY-DATE         PIC X(10).
               10  WS-DAY-WEEKDAY      PIC 9.
               10  WS-DAY-YMD          PIC 9(8).
               10  WS-DAY-DOM          PIC 99.
               10  WS-DAY-MONTH        PIC 99.
               10  WS-DAY-DUN-SW       PIC X.
                   88  WS-DAY-DUNNING      VALUE 'Y'.
               10  WS-DAY-SRV-SW       PIC X.
                   88  WS-DAY-SERVICE      VALUE 'Y'.
      **>          day of month of the month's previous SERVICE night
      **>          before this one, zero when there is none
               10  WS-DAY-PREV-SRV-DOM PIC 99.

       01  WS-WEEKDAY-NAMES              PIC X(14)
                                         VALUE 'MATIONTOFRLOSO'.
       01  WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME         PIC X(2)    OCCURS 7.

      **> one customer's history over the last eight weeks, per
      **> weekday (1 = monday)
       01  WS-W                          PIC S9(4)   COMP VALUE ZERO.
       01  WS-WD-TABLE.
           05  WS-WD                   OCCURS 7.
               10  WS-WD-DOCS          PIC S9(9)   COMP.
               10  WS-WD-INTAKE        PIC S9(9)   COMP.
       01  WS-HIST-DATE                  PIC X(10)   VALUE SPACE.
       01  WS-HIST-YMD                   PIC X(8)    VALUE SPACE.
       01  WS-HIST-INT                   PIC 9(9)    COMP VALUE ZERO.
       01  WS-HIST-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-CUST-DOCS                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-CUST-SHEETS                PIC S9(9)   COMP VALUE ZERO.
       01  WS-CUST-ENVELOPES             PIC S9(9)   COMP VALUE ZERO.
       01  WS-CUST-DUN-LETTERS           PIC S9(9)   COMP VALUE ZERO.
       01  WS-SHEET-RATIO                PIC S9(3)V9(4) COMP-3.
       01  WS-ENV-RATIO                  PIC S9(3)V9(4) COMP-3.
       01  WS-BILLDAY                    PIC S9(4)   COMP VALUE ZERO.
       01  WS-FC-DOCS                    PIC S9(7)V99 COMP-3.
       01  WS-SRV-DUE-COUNT              PIC S9(9)   COMP VALUE ZERO.
       01  WS-SRV-FREQ                   PIC S9(4)   COMP VALUE ZERO.
       01  WS-SRV-FIRST-MONTH            PIC S9(4)   COMP VALUE ZERO.
       01  WS-SRV-LAST-MONTH             PIC S9(4)   COMP VALUE ZERO.
       01  WS-TIER-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-FC-HOUSE                   PIC X(10)   VALUE SPACE.

      **> the forecast per print house and day
       01  WS-H                          PIC S9(4)   COMP VALUE ZERO.
       01  WS-I                          PIC S9(4)   COMP VALUE ZERO.
       01  WS-HOUSE-COUNT                PIC S9(4)   COMP VALUE ZERO.
       01  WS-HOUSE-TABLE.
           05  WS-HT                   OCCURS 10.
               10  WS-HT-HOUSE         PIC X(10).
               10  WS-HT-DAY           OCCURS 28.
                   15  WS-HT-DOCS      PIC S9(7)V99 COMP-3.
                   15  WS-HT-SHEETS    PIC S9(7)V99 COMP-3.
                   15  WS-HT-ENV       PIC S9(7)V99 COMP-3.

      **> file record count and checksum for the MANIFEST row, the
      **> ordinal sum modulo 100 000 000 subinv's B0277 computes
       01  WS-CHK-RECCOUNT               PIC S9(9)   COMP VALUE ZERO.
       01  WS-CHK-CHECKSUM               PIC S9(9)   COMP VALUE ZERO.
       01  WS-CHK-LEN                    PIC S9(4)   COMP VALUE ZERO.
       01  WS-CHK-IDX                    PIC S9(4)   COMP VALUE ZERO.
       01  WS-CHK-FILE-INFO.
           05  WS-CHK-SIZE             PIC X(8)    COMP-X.
           05  FILLER                  PIC X(8).
       01  WS-CHK-RC                     PIC S9(9)   COMP VALUE ZERO.

       01  WS-CUST-COUNT                 PIC 9(6)    VALUE ZERO.
       01  WS-FILE-COUNT                 PIC 9(6)    VALUE ZERO.

       01  SWITCHES.
           05  END-OF-PAR-SW           PIC X VALUE 'N'.
               88  END-OF-PAR              VALUE 'Y'.
           05  END-OF-CUST-SW          PIC X VALUE 'N'.
               88  END-OF-CUST             VALUE 'Y'.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.
           05  CHK-DUE-SW              PIC X VALUE 'N'.
               88  CHK-STEP-DUE            VALUE 'Y'.
           05  SCAN-DONE-SW            PIC X VALUE 'N'.
               88  SCAN-DONE               VALUE 'Y'.
           05  SCHED-FOUND-SW          PIC X VALUE 'N'.
               88  SCHED-FOUND             VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 PARFIL-FS                PIC XX.
               88  PARFIL-SUCCESSFUL       VALUE '00'.
           05 PROGFIL-FS               PIC XX.
               88  PROGFIL-SUCCESSFUL      VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE FILESCHED  END-EXEC.
           EXEC SQL INCLUDE SRVCUST    END-EXEC.
           EXEC SQL INCLUDE BANKHOL    END-EXEC.
           EXEC SQL INCLUDE PRINTHSE   END-EXEC.
           EXEC SQL INCLUDE PRHOUSE    END-EXEC.
           EXEC SQL INCLUDE MANIFEST   END-EXEC.
           EXEC SQL INCLUDE FORECAST   END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.

       PROCEDURE DIVISION.

       000-WRITE-FORECAST.

           PERFORM 100-INIT
           PERFORM 110-READ-STEP-PROFILES
           PERFORM 120-BUILD-DAY-TABLE
           PERFORM 130-FORECAST-CUSTOMERS
           PERFORM 150-WRITE-HOUSE-FORECASTS
           PERFORM 190-FINISH

           GOBACK.
      **************************

       100-INIT.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-DATE(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-DATE(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2)
           MOVE '-' TO WS-TODAY-DATE(5:1) WS-TODAY-DATE(8:1)
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))

      **>  the history window: the eight whole weeks up to yesterday
           COMPUTE WS-HIST-FROM-INT = WS-TODAY-INT - WS-HIST-WEEKS * 7
           COMPUTE WS-HIST-TO-INT = WS-TODAY-INT - 1
           MOVE WS-HIST-FROM-INT TO WS-CHK-INT
           PERFORM 146-FORMAT-CHK-DATE
           MOVE WS-CHK-DATE TO WS-HIST-FROM
           MOVE WS-HIST-TO-INT TO WS-CHK-INT
           PERFORM 146-FORMAT-CHK-DATE
           MOVE WS-CHK-DATE TO WS-HIST-TO

           MOVE ZERO TO WS-HOUSE-COUNT WS-CUST-COUNT WS-FILE-COUNT.
      ***********************

      **> The profile of the SERVICE and DUNNING steps in the night
      **> run's step list - the first line naming the step counts.
       110-READ-STEP-PROFILES.

           MOVE SPACE TO WS-DUN-PROFILE WS-SRV-PROFILE
           MOVE 'N' TO END-OF-PAR-SW

           OPEN INPUT PARDATA
           IF PARFIL-SUCCESSFUL
               READ PARDATA
                   AT END SET END-OF-PAR TO TRUE
               END-READ
           ELSE
               SET END-OF-PAR TO TRUE
           END-IF

           PERFORM 112-SCAN-STEP-LINE UNTIL END-OF-PAR

           IF PARFIL-SUCCESSFUL OR PARFIL-FS = '10'
               CLOSE PARDATA
           END-IF

           IF WS-SRV-PROFILE = SPACE
               DISPLAY ' SERVICE saknas i nattk�rningen -'
                   ' tj�nstefakturor ing�r inte i prognosen'
           END-IF
           IF WS-DUN-PROFILE = SPACE
               DISPLAY ' DUNNING saknas i nattk�rningen -'
                   ' p�minnelser ing�r inte i prognosen'
           END-IF.
      ***********************

       112-SCAN-STEP-LINE.

           MOVE SPACE TO WS-PAR-TOKEN1 WS-PAR-TOKEN2
           UNSTRING PAR-POST DELIMITED BY ALL ' '
               INTO WS-PAR-TOKEN1 WS-PAR-TOKEN2
           END-UNSTRING

           EVALUATE WS-PAR-TOKEN1
               WHEN 'DAGLIG'
               WHEN 'VARDAG'
               WHEN 'MANADSSLUT'
               WHEN 'ARSSLUT'
                   MOVE WS-PAR-TOKEN1 TO WS-PAR-PROFILE
                   MOVE WS-PAR-TOKEN2 TO WS-PAR-KEYWORD
               WHEN OTHER
                   MOVE 'DAGLIG' TO WS-PAR-PROFILE
                   MOVE WS-PAR-TOKEN1 TO WS-PAR-KEYWORD
           END-EVALUATE

           IF WS-PAR-KEYWORD = 'DUNNING' AND WS-DUN-PROFILE = SPACE
               MOVE WS-PAR-PROFILE TO WS-DUN-PROFILE
           END-IF
           IF WS-PAR-KEYWORD = 'SERVICE' AND WS-SRV-PROFILE = SPACE
               MOVE WS-PAR-PROFILE TO WS-SRV-PROFILE
           END-IF

           READ PARDATA AT END SET END-OF-PAR TO TRUE END-READ.
      ***********************

       120-BUILD-DAY-TABLE.

           PERFORM 122-SET-ONE-DAY
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-FORECAST-DAYS

      **>  the dunning nights of the history window, what a customer's
      **>  reminder letters are averaged over
           MOVE ZERO TO WS-HIST-DUN-DAYS
           MOVE WS-DUN-PROFILE TO WS-CHK-PROFILE
           PERFORM 126-COUNT-HIST-DUN-DAY
               VARYING WS-SCAN-INT FROM WS-HIST-FROM-INT BY 1
               UNTIL WS-SCAN-INT > WS-HIST-TO-INT.
      ***********************

       122-SET-ONE-DAY.

           COMPUTE WS-DAY-INT(WS-D) = WS-TODAY-INT + WS-D
           MOVE WS-DAY-INT(WS-D) TO WS-CHK-INT
           PERFORM 146-FORMAT-CHK-DATE
           MOVE WS-CHK-DATE TO WS-DAY-DATE(WS-D)
           MOVE WS-CHK-YMD TO WS-DAY-YMD(WS-D)
           MOVE WS-CHK-WEEKDAY TO WS-DAY-WEEKDAY(WS-D)
           MOVE WS-CHK-YMD(7:2) TO WS-DAY-DOM(WS-D)
           MOVE WS-CHK-YMD(5:2) TO WS-DAY-MONTH(WS-D)

           MOVE WS-DUN-PROFILE TO WS-CHK-PROFILE
           PERFORM 145-CHECK-STEP-DUE
           MOVE CHK-DUE-SW TO WS-DAY-DUN-SW(WS-D)

           MOVE WS-SRV-PROFILE TO WS-CHK-PROFILE
           PERFORM 145-CHECK-STEP-DUE
           MOVE CHK-DUE-SW TO WS-DAY-SRV-SW(WS-D)

      **>  srvbill bills a customer on the first SERVICE night on or
      **>  after the billing day, so the month's earlier SERVICE
      **>  nights decide whether this one is it
           MOVE ZERO TO WS-DAY-PREV-SRV-DOM(WS-D)
           IF WS-DAY-SERVICE(WS-D)
               MOVE 'N' TO SCAN-DONE-SW
               COMPUTE WS-SCAN-INT = WS-DAY-INT(WS-D) - 1
               PERFORM 124-SCAN-PREV-SERVICE-DAY UNTIL SCAN-DONE
           END-IF.
      ***********************

       124-SCAN-PREV-SERVICE-DAY.

           MOVE FUNCTION DATE-OF-INTEGER(WS-SCAN-INT) TO WS-SCAN-YMD
           IF WS-SCAN-YMD(5:2) NOT = WS-DAY-YMD(WS-D)(5:2)
               SET SCAN-DONE TO TRUE
           ELSE
               MOVE WS-SCAN-INT TO WS-CHK-INT
               PERFORM 145-CHECK-STEP-DUE
               IF CHK-STEP-DUE
                   MOVE WS-SCAN-YMD(7:2) TO WS-DAY-PREV-SRV-DOM(WS-D)
                   SET SCAN-DONE TO TRUE
               ELSE
                   SUBTRACT 1 FROM WS-SCAN-INT
               END-IF
           END-IF.
      ***********************

       126-COUNT-HIST-DUN-DAY.

           MOVE WS-SCAN-INT TO WS-CHK-INT
           PERFORM 145-CHECK-STEP-DUE
           IF CHK-STEP-DUE
               ADD 1 TO WS-HIST-DUN-DAYS
           END-IF.
      ***********************

      **> Every customer in production gets its share of the four
      **> weeks, added to the house its paper goes to.
       130-FORECAST-CUSTOMERS.

           EXEC SQL
               DECLARE CURS-FCCUST CURSOR FOR
               SELECT CUST_ID, BILLDAY
               FROM TUTORIAL.CUSTOMER
               WHERE STATUS = 1
                 AND TEST_CUSTOMER = 0
               ORDER BY CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-FCCUST
           END-EXEC

           MOVE 'N' TO END-OF-CUST-SW
           EXEC SQL
               FETCH CURS-FCCUST
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-BILLDAY
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CUST TO TRUE
           END-IF

           PERFORM 131-FORECAST-ONE-CUSTOMER UNTIL END-OF-CUST

           EXEC SQL
               CLOSE CURS-FCCUST
           END-EXEC.
      ***********************

       131-FORECAST-ONE-CUSTOMER.

           ADD 1 TO WS-CUST-COUNT
           PERFORM 132-LOAD-CUSTOMER-HISTORY
           PERFORM 136-ROUTE-CUSTOMER

           IF WS-H > ZERO
               PERFORM 140-FORECAST-CUSTOMER-DAY
                   VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-FORECAST-DAYS
           END-IF

           EXEC SQL
               FETCH CURS-FCCUST
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-BILLDAY
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CUST TO TRUE
           END-IF.
      ***********************

      **> The customer's printed paper over the history window -
      **> incident reprints are not volume the house can plan for.
      **> Ordinary documents are counted per weekday; reminder
      **> letters (INVNO -P1/-P2/-KR) and service invoices come back
      **> on their own nights and are counted apart.
       132-LOAD-CUSTOMER-HISTORY.

           PERFORM 133-CLEAR-WEEKDAY
               VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 7

           EXEC SQL
               DECLARE CURS-FCHIST CURSOR FOR
               SELECT O.PRINTDATE, COUNT(*)
               FROM TUTORIAL.OUTLOG O, TUTORIAL.INVOICE V
               WHERE O.CUST_ID = :CUSTOMER-CUST-ID
                 AND O.SUCCESS = 1
                 AND O.SHEETS > 0
                 AND O.PRINTDATE >= :WS-HIST-FROM
                 AND O.PRINTDATE <= :WS-HIST-TO
                 AND O.OUTLOG_ID NOT IN
                     (SELECT REPRINTID FROM TUTORIAL.INCINV)
                 AND V.INV_ID = O.INV_ID
                 AND V.INVNO NOT LIKE '%-P1'
                 AND V.INVNO NOT LIKE '%-P2'
                 AND V.INVNO NOT LIKE '%-KR'
                 AND O.INV_ID NOT IN
                     (SELECT INV_ID FROM TUTORIAL.SRVBILLED)
               GROUP BY O.PRINTDATE
           END-EXEC

           EXEC SQL
               OPEN CURS-FCHIST
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           EXEC SQL
               FETCH CURS-FCHIST
                   INTO :WS-HIST-DATE, :WS-HIST-COUNT
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF

           PERFORM 134-ADD-HIST-DAY UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-FCHIST
           END-EXEC

      **>  the days a file actually came in, per weekday
           EXEC SQL
               DECLARE CURS-FCINTAKE CURSOR FOR
               SELECT DISTINCT PROCDATE
               FROM TUTORIAL.INLOG
               WHERE CUST_ID = :CUSTOMER-CUST-ID
                 AND PROCDATE >= :WS-HIST-FROM
                 AND PROCDATE <= :WS-HIST-TO
           END-EXEC

           EXEC SQL
               OPEN CURS-FCINTAKE
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           EXEC SQL
               FETCH CURS-FCINTAKE
                   INTO :WS-HIST-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF

           PERFORM 135-ADD-INTAKE-DAY UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-FCINTAKE
           END-EXEC

      **>  sheets and envelopes per document, over all its paper
           MOVE ZERO TO WS-CUST-DOCS WS-CUST-SHEETS WS-CUST-ENVELOPES
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(SHEETS), 0)
                   INTO :WS-CUST-DOCS, :WS-CUST-SHEETS
                   FROM OUTLOG
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
                     AND SUCCESS = 1
                     AND SHEETS > 0
                     AND PRINTDATE >= :WS-HIST-FROM
                     AND PRINTDATE <= :WS-HIST-TO
                     AND OUTLOG_ID NOT IN
                         (SELECT REPRINTID FROM INCINV)
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-CUST-ENVELOPES
                   FROM OUTLOG
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
                     AND SUCCESS = 1
                     AND SHEETS > 0
                     AND POSTCLASS <> ' '
                     AND PRINTDATE >= :WS-HIST-FROM
                     AND PRINTDATE <= :WS-HIST-TO
                     AND OUTLOG_ID NOT IN
                         (SELECT REPRINTID FROM INCINV)
           END-EXEC

      **>  a customer with no paper yet is taken as one sheet in one
      **>  envelope per document
           IF WS-CUST-DOCS > ZERO
               COMPUTE WS-SHEET-RATIO ROUNDED =
                   WS-CUST-SHEETS / WS-CUST-DOCS
               COMPUTE WS-ENV-RATIO ROUNDED =
                   WS-CUST-ENVELOPES / WS-CUST-DOCS
           ELSE
               MOVE 1 TO WS-SHEET-RATIO WS-ENV-RATIO
           END-IF

           MOVE ZERO TO WS-CUST-DUN-LETTERS
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-CUST-DUN-LETTERS
                   FROM OUTLOG O, INVOICE V
                   WHERE O.CUST_ID = :CUSTOMER-CUST-ID
                     AND O.SUCCESS = 1
                     AND O.SHEETS > 0
                     AND O.PRINTDATE >= :WS-HIST-FROM
                     AND O.PRINTDATE <= :WS-HIST-TO
                     AND O.OUTLOG_ID NOT IN
                         (SELECT REPRINTID FROM INCINV)
                     AND V.INV_ID = O.INV_ID
                     AND (V.INVNO LIKE '%-P1'
                          OR V.INVNO LIKE '%-P2'
                          OR V.INVNO LIKE '%-KR')
           END-EXEC

           MOVE 'N' TO SCHED-FOUND-SW
           MOVE CUSTOMER-CUST-ID TO FILESCHED-CUST-ID
           EXEC SQL
               SELECT WEEKDAYS
                   INTO :FILESCHED-WEEKDAYS
                   FROM FILESCHED
                   WHERE CUST_ID = :FILESCHED-CUST-ID
           END-EXEC
           IF SQLCODE = ZERO
               SET SCHED-FOUND TO TRUE
           END-IF.
      ***********************

       133-CLEAR-WEEKDAY.

           MOVE ZERO TO WS-WD-DOCS(WS-W) WS-WD-INTAKE(WS-W).
      ***********************

       134-ADD-HIST-DAY.

           PERFORM 147-HIST-DATE-WEEKDAY
           ADD WS-HIST-COUNT TO WS-WD-DOCS(WS-W)

           EXEC SQL
               FETCH CURS-FCHIST
                   INTO :WS-HIST-DATE, :WS-HIST-COUNT
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       135-ADD-INTAKE-DAY.

           PERFORM 147-HIST-DATE-WEEKDAY
           ADD 1 TO WS-WD-INTAKE(WS-W)

           EXEC SQL
               FETCH CURS-FCINTAKE
                   INTO :WS-HIST-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

      **> The house the customer's paper goes to: the routing rule
      **> for its posted paper as subinv's X0560 picks it, without a
      **> postnummer range (a customer's volume spans every range),
      **> HUVUD when no rule matches, the backup while the house is
      **> down. WS-H is left at the house's slot in the table, zero
      **> when the table is full.
       136-ROUTE-CUSTOMER.

           MOVE 'HUVUD' TO WS-FC-HOUSE
           MOVE CUSTOMER-CUST-ID TO PRINTHSE-CUST-ID

           EXEC SQL
               DECLARE CURS-FCROUTE CURSOR FOR
               SELECT HOUSE
               FROM TUTORIAL.PRINTHSE
               WHERE (CUST_ID = :PRINTHSE-CUST-ID
                      OR CUST_ID = 0)
                 AND (CHANNEL = 'P'
                      OR CHANNEL = ' ')
                 AND POSTFROM = ' '
               ORDER BY CUST_ID DESC, CHANNEL DESC
           END-EXEC

           EXEC SQL
               OPEN CURS-FCROUTE
           END-EXEC
           EXEC SQL
               FETCH CURS-FCROUTE INTO :PRINTHSE-HOUSE
           END-EXEC
           IF SQLCODE = ZERO
               MOVE PRINTHSE-HOUSE TO WS-FC-HOUSE
           END-IF
           EXEC SQL
               CLOSE CURS-FCROUTE
           END-EXEC

           MOVE WS-FC-HOUSE TO PRHOUSE-HOUSE
           EXEC SQL
               SELECT STATE, BACKUP
                   INTO :PRHOUSE-STATE, :PRHOUSE-BACKUP
                   FROM PRHOUSE
                   WHERE HOUSE = :PRHOUSE-HOUSE
           END-EXEC
           IF SQLCODE = ZERO AND PRHOUSE-DOWN
                   AND PRHOUSE-BACKUP NOT = SPACE
               MOVE PRHOUSE-BACKUP TO WS-FC-HOUSE
           END-IF

           MOVE ZERO TO WS-H
           PERFORM 137-FIND-HOUSE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-HOUSE-COUNT

           IF WS-H = ZERO
               IF WS-HOUSE-COUNT < WS-MAX-HOUSES
                   ADD 1 TO WS-HOUSE-COUNT
                   MOVE WS-HOUSE-COUNT TO WS-H
                   MOVE WS-FC-HOUSE TO WS-HT-HOUSE(WS-H)
                   PERFORM 138-CLEAR-HOUSE-DAY
                       VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-FORECAST-DAYS
               ELSE
                   DISPLAY ' F�r m�nga tryckerier, utan prognos: '
                       WS-FC-HOUSE
               END-IF
           END-IF.
      ***********************

       137-FIND-HOUSE.

           IF WS-HT-HOUSE(WS-I) = WS-FC-HOUSE
               MOVE WS-I TO WS-H
           END-IF.
      ***********************

       138-CLEAR-HOUSE-DAY.

           MOVE ZERO TO WS-HT-DOCS(WS-H WS-D) WS-HT-SHEETS(WS-H WS-D)
                        WS-HT-ENV(WS-H WS-D).
      ***********************

      **> One customer's documents on one day of the four weeks.
       140-FORECAST-CUSTOMER-DAY.

           MOVE WS-DAY-WEEKDAY(WS-D) TO WS-W
           MOVE ZERO TO WS-FC-DOCS

      **>  a customer on the calendar sends on its weekdays only, and
      **>  such a day is worth what its intake days have printed
           IF SCHED-FOUND
               IF FILESCHED-WEEKDAYS(WS-W:1) = 'J'
                   IF WS-WD-INTAKE(WS-W) > ZERO
                       COMPUTE WS-FC-DOCS ROUNDED =
                           WS-WD-DOCS(WS-W) / WS-WD-INTAKE(WS-W)
                   ELSE
                       COMPUTE WS-FC-DOCS ROUNDED =
                           WS-WD-DOCS(WS-W) / WS-HIST-WEEKS
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-FC-DOCS ROUNDED =
                   WS-WD-DOCS(WS-W) / WS-HIST-WEEKS
           END-IF

           IF WS-DAY-DUNNING(WS-D) AND WS-HIST-DUN-DAYS > ZERO
               COMPUTE WS-FC-DOCS ROUNDED = WS-FC-DOCS +
                   WS-CUST-DUN-LETTERS / WS-HIST-DUN-DAYS
           END-IF

      **>  billing day 0 bills on the month's first SERVICE night
           IF WS-DAY-SERVICE(WS-D)
               MOVE CUSTOMER-BILLDAY TO WS-BILLDAY
               IF WS-BILLDAY < 1
                   MOVE 1 TO WS-BILLDAY
               END-IF
               IF WS-DAY-PREV-SRV-DOM(WS-D) < WS-BILLDAY AND
                  WS-DAY-DOM(WS-D) NOT < WS-BILLDAY
                   PERFORM 142-COUNT-DUE-SUBSCRIPTIONS
                   ADD WS-SRV-DUE-COUNT TO WS-FC-DOCS
               END-IF
           END-IF

           ADD WS-FC-DOCS TO WS-HT-DOCS(WS-H WS-D)
           COMPUTE WS-HT-SHEETS(WS-H WS-D) ROUNDED =
               WS-HT-SHEETS(WS-H WS-D) + WS-FC-DOCS * WS-SHEET-RATIO
           COMPUTE WS-HT-ENV(WS-H WS-D) ROUNDED =
               WS-HT-ENV(WS-H WS-D) + WS-FC-DOCS * WS-ENV-RATIO.
      ***********************

      **> The customer's subscriptions srvbill bills in the month of
      **> the day in hand - one invoice each: monthly ones every
      **> month, a quarter or a year in its first month when billed
      **> in advance and in its last when in arrears, a usage-rated
      **> service always in arrears (srvbill B0112).
       142-COUNT-DUE-SUBSCRIPTIONS.

           MOVE ZERO TO WS-SRV-DUE-COUNT
           MOVE WS-DAY-DATE(WS-D) TO SRVCUST-START-DATE

           EXEC SQL
               DECLARE CURS-FCSRV CURSOR FOR
               SELECT SRV_ID, FREQ, ADVANCE
               FROM TUTORIAL.SRVCUST
               WHERE CUST_ID = :CUSTOMER-CUST-ID
                 AND START_DATE <= :SRVCUST-START-DATE
                 AND END_DATE >= :SRVCUST-START-DATE
           END-EXEC

           EXEC SQL
               OPEN CURS-FCSRV
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           EXEC SQL
               FETCH CURS-FCSRV
                   INTO :SRVCUST-SRV-ID, :SRVCUST-FREQ,
                        :SRVCUST-ADVANCE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF

           PERFORM 143-CHECK-SUBSCRIPTION UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-FCSRV
           END-EXEC.
      ***********************

       143-CHECK-SUBSCRIPTION.

           MOVE SRVCUST-FREQ TO WS-SRV-FREQ
           IF WS-SRV-FREQ NOT = 3 AND WS-SRV-FREQ NOT = 12
               MOVE 1 TO WS-SRV-FREQ
           END-IF

           MOVE ZERO TO WS-TIER-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-TIER-COUNT
                   FROM PRICETIER
                   WHERE SRV_ID = :SRVCUST-SRV-ID
           END-EXEC
           IF WS-TIER-COUNT > ZERO
               MOVE 'N' TO SRVCUST-ADVANCE
           END-IF

           COMPUTE WS-SRV-FIRST-MONTH =
               ((WS-DAY-MONTH(WS-D) - 1) / WS-SRV-FREQ) * WS-SRV-FREQ
               + 1
           COMPUTE WS-SRV-LAST-MONTH =
               WS-SRV-FIRST-MONTH + WS-SRV-FREQ - 1

           IF SRVCUST-IN-ADVANCE
               IF WS-DAY-MONTH(WS-D) = WS-SRV-FIRST-MONTH
                   ADD 1 TO WS-SRV-DUE-COUNT
               END-IF
           ELSE
               IF WS-DAY-MONTH(WS-D) = WS-SRV-LAST-MONTH
                   ADD 1 TO WS-SRV-DUE-COUNT
               END-IF
           END-IF

           EXEC SQL
               FETCH CURS-FCSRV
                   INTO :SRVCUST-SRV-ID, :SRVCUST-FREQ,
                        :SRVCUST-ADVANCE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

      **> Whether a night-run step with profile WS-CHK-PROFILE runs
      **> on day WS-CHK-INT - the day types PbsNight's 100-INIT works
      **> out for tonight: DAGLIG every night, VARDAG on bank days
      **> (m�ndag-fredag outside BANKHOL), MANADSSLUT on the month's
      **> last day, ARSSLUT on 31 december; no profile never.
       145-CHECK-STEP-DUE.

           MOVE 'N' TO CHK-DUE-SW
           PERFORM 146-FORMAT-CHK-DATE

           EVALUATE WS-CHK-PROFILE
               WHEN 'DAGLIG'
                   SET CHK-STEP-DUE TO TRUE
               WHEN 'VARDAG'
                   IF WS-CHK-WEEKDAY <= 5
                       MOVE ZERO TO WS-HOLCOUNT
                       MOVE WS-CHK-DATE TO BANKHOL-HOLIDATE
                       EXEC SQL
                           SELECT COUNT(*)
                               INTO :WS-HOLCOUNT
                               FROM BANKHOL
                               WHERE HOLIDATE = :BANKHOL-HOLIDATE
                       END-EXEC
                       IF WS-HOLCOUNT = ZERO
                           SET CHK-STEP-DUE TO TRUE
                       END-IF
                   END-IF
               WHEN 'MANADSSLUT'
                   MOVE FUNCTION DATE-OF-INTEGER(WS-CHK-INT + 1)
                       TO WS-CHK-NEXT-YMD
                   IF WS-CHK-NEXT-YMD(7:2) = '01'
                       SET CHK-STEP-DUE TO TRUE
                   END-IF
               WHEN 'ARSSLUT'
                   IF WS-CHK-YMD(5:4) = '1231'
                       SET CHK-STEP-DUE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ***********************

      **> WS-CHK-INT as ����-MM-DD, its YYYYMMDD and its weekday
       146-FORMAT-CHK-DATE.

           MOVE FUNCTION DATE-OF-INTEGER(WS-CHK-INT) TO WS-CHK-YMD
           MOVE WS-CHK-YMD(1:4) TO WS-CHK-DATE(1:4)
           MOVE WS-CHK-YMD(5:2) TO WS-CHK-DATE(6:2)
           MOVE WS-CHK-YMD(7:2) TO WS-CHK-DATE(9:2)
           MOVE '-' TO WS-CHK-DATE(5:1) WS-CHK-DATE(8:1)
           COMPUTE WS-CHK-WEEKDAY =
               FUNCTION MOD(WS-CHK-INT - 1, 7) + 1.
      ***********************

      **> weekday (1 = monday) of the history row's date into WS-W
       147-HIST-DATE-WEEKDAY.

           MOVE WS-HIST-DATE(1:4) TO WS-HIST-YMD(1:4)
           MOVE WS-HIST-DATE(6:2) TO WS-HIST-YMD(5:2)
           MOVE WS-HIST-DATE(9:2) TO WS-HIST-YMD(7:2)
           COMPUTE WS-HIST-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-HIST-YMD))
           COMPUTE WS-W = FUNCTION MOD(WS-HIST-INT - 1, 7) + 1.
      ***********************

      **> The days still to come are forecast again from scratch;
      **> the days that have passed keep their last forecast for the
      **> comparison against what was printed.
       150-WRITE-HOUSE-FORECASTS.

           EXEC SQL
               DELETE FROM FORECAST
                   WHERE FCDATE > :WS-TODAY-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY ' Delete SQL sats in FORECAST �r felt'
           END-IF

           PERFORM 155-WRITE-ONE-HOUSE
               VARYING WS-H FROM 1 BY 1
               UNTIL WS-H > WS-HOUSE-COUNT.
      ***********************

       155-WRITE-ONE-HOUSE.

           MOVE SPACE TO WS-PROG-PATH
           STRING 'prognos_' DELIMITED BY SIZE
                   WS-HT-HOUSE(WS-H) DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-PROG-PATH
           END-STRING

           MOVE ZERO TO WS-CHK-RECCOUNT WS-CHK-CHECKSUM

           OPEN OUTPUT PROGDATA
           IF NOT PROGFIL-SUCCESSFUL
               DISPLAY ' Prognosfil kunde inte skapas: ' WS-PROG-PATH
           ELSE
               MOVE SPACE TO PROG-TEXT-POST
               STRING 'PROGNOS;' DELIMITED BY SIZE
                       WS-HT-HOUSE(WS-H) DELIMITED BY SPACE
                       ';' DELIMITED BY SIZE
                       WS-TODAY-DATE DELIMITED BY SIZE
                       INTO PROG-TEXT-POST
               END-STRING
               PERFORM 158-WRITE-PROG-POST

               MOVE 'DATUM;DAG;DOKUMENT;ARK;KUVERT' TO PROG-TEXT-POST
               PERFORM 158-WRITE-PROG-POST

               PERFORM 157-WRITE-FORECAST-DAY
                   VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-FORECAST-DAYS

               CLOSE PROGDATA
               PERFORM 160-REGISTER-MANIFEST
               ADD 1 TO WS-FILE-COUNT
               DISPLAY ' Prognos skriven: ' FUNCTION TRIM(WS-PROG-PATH)
           END-IF.
      ***********************

       157-WRITE-FORECAST-DAY.

           MOVE WS-DAY-DATE(WS-D) TO FORECAST-FCDATE
           MOVE WS-HT-HOUSE(WS-H) TO FORECAST-HOUSE
           COMPUTE FORECAST-DOCS ROUNDED = WS-HT-DOCS(WS-H WS-D)
           COMPUTE FORECAST-SHEETS ROUNDED = WS-HT-SHEETS(WS-H WS-D)
           COMPUTE FORECAST-ENVELOPES ROUNDED = WS-HT-ENV(WS-H WS-D)
           MOVE WS-TODAY-DATE TO FORECAST-MADEDATE

           EXEC SQL
               INSERT INTO FORECAST
               VALUES ( :FORECAST-FCDATE,
                         :FORECAST-HOUSE,
                         :FORECAST-DOCS,
                         :FORECAST-SHEETS,
                         :FORECAST-ENVELOPES,
                         :FORECAST-MADEDATE
                         )
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in FORECAST �r felt: '
                   FORECAST-FCDATE ' ' FORECAST-HOUSE
           END-IF

           MOVE SPACE TO PROG-POST
           MOVE FORECAST-FCDATE TO PROG-DATE
           MOVE WS-WEEKDAY-NAME(WS-DAY-WEEKDAY(WS-D)) TO PROG-WEEKDAY
           MOVE FORECAST-DOCS TO PROG-DOCS
           MOVE FORECAST-SHEETS TO PROG-SHEETS
           MOVE FORECAST-ENVELOPES TO PROG-ENVELOPES
           MOVE ';' TO PROG-SEP1 PROG-SEP2 PROG-SEP3 PROG-SEP4
           PERFORM 158-WRITE-PROG-POST.
      ***********************

       158-WRITE-PROG-POST.

           WRITE PROG-POST
           ADD 1 TO WS-CHK-RECCOUNT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PROG-TEXT-POST))
               TO WS-CHK-LEN
           PERFORM 159-ADD-TO-CHECKSUM
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-LEN.
      ***********************

       159-ADD-TO-CHECKSUM.

           COMPUTE WS-CHK-CHECKSUM =
               FUNCTION MOD(WS-CHK-CHECKSUM +
                   FUNCTION ORD(PROG-TEXT-POST(WS-CHK-IDX:1)),
                   100000000).
      ***********************

      **> The file goes out as a MANIFEST row like every other file
      **> for the house - outside any print run, so PbsXfer pushes
      **> it on its next run, and with no sheets of its own, so the
      **> print-house invoice reconciliation never expects it billed.
       160-REGISTER-MANIFEST.

           CALL 'CBL_CHECK_FILE_EXIST' USING WS-PROG-PATH
                                             WS-CHK-FILE-INFO
               RETURNING WS-CHK-RC
           IF WS-CHK-RC NOT = ZERO
               MOVE ZERO TO WS-CHK-SIZE
           END-IF

           MOVE 'MANIFEST' TO IDGEN-TABLENAME-TEXT
           PERFORM 200-GET-NEXT-ID
           MOVE WS-NEXT-ID TO MANIFEST-MANIF-ID
           ADD 1 TO MANIFEST-MANIF-ID

           MOVE FUNCTION TRIM(WS-PROG-PATH) TO MANIFEST-FILENAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PROG-PATH))
               TO MANIFEST-FILENAME-LEN
           MOVE WS-CHK-SIZE TO MANIFEST-FILESIZE
           MOVE WS-CHK-RECCOUNT TO MANIFEST-RECCOUNT
           MOVE WS-CHK-CHECKSUM TO MANIFEST-CHECKSUM
           MOVE WS-TODAY-DATE TO MANIFEST-SENTDATE
           MOVE ZERO TO MANIFEST-CONFIRMED
           MOVE ZERO TO MANIFEST-SHEETS
           MOVE ZERO TO MANIFEST-RUN-ID
           MOVE SPACE TO MANIFEST-XFERTIME
           MOVE ZERO TO MANIFEST-XFERTRIES
           MOVE WS-HT-HOUSE(WS-H) TO MANIFEST-HOUSE

           EXEC SQL
               INSERT INTO MANIFEST
               VALUES ( :MANIFEST-MANIF-ID,
                         :MANIFEST-FILENAME,
                         :MANIFEST-FILESIZE,
                         :MANIFEST-RECCOUNT,
                         :MANIFEST-CHECKSUM,
                         :MANIFEST-SENTDATE,
                         :MANIFEST-CONFIRMED,
                         :MANIFEST-SHEETS,
                         :MANIFEST-RUN-ID,
                         :MANIFEST-XFERTIME,
                         :MANIFEST-XFERTRIES,
                         :MANIFEST-HOUSE
                         )
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in MANIFEST �r felt: '
                   FUNCTION TRIM(WS-PROG-PATH)
           END-IF.
      ***********************

       190-FINISH.

           DISPLAY '============================================'
           DISPLAY ' PbsProg - k�rningssammanfattning'
           DISPLAY ' Prognos fr�n:             ' WS-DAY-DATE(1)
           DISPLAY ' Kunder:                   ' WS-CUST-COUNT
           DISPLAY ' Prognosfiler:             ' WS-FILE-COUNT
           DISPLAY '============================================'.
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
