       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsProv.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Provision for os�kra kundfordringar at a quarter
      **>          or year end, instead of finance estimating the
      **>          doubtful receivables by hand off the aging
      **>          screen. Every real customer's open invoice is
      **>          valued at the period's last day - what was left
      **>          unpaid then, in SEK at the invoice day's rate -
      **>          and reserved at the percentage of its age bucket,
      **>          raised for a debtor's poor payment score, an open
      **>          dispute, an inkasso case or a legal hold, lowered
      **>          to the plan rate while an installment plan is
      **>          kept. A written-off invoice is already a loss and
      **>          carries no provision; a reversed write-off is
      **>          open again. The percentages are in PROVRULE (a
      **>          rule without a row runs with the defaults below).
      **>          The result is stored per customer in PROVISION -
      **>          the SIE export of the period books it, reversing
      **>          the previous provision - and written per invoice,
      **>          customer and legal entity to
      **>          data/avsattning/avsattning-<YYYYMM>.txt. A period
      **>          may be run again until it is closed.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVDATA ASSIGN TO WS-PROV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROVFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  PROVDATA.
       01  PROV-POST                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROV-DIR                   PIC X(20)
                                         VALUE 'data/avsattning'.
       01  WS-PROV-PATH                  PIC X(80)   VALUE SPACE.
       01  WS-DIR-RC                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-REQ-NOW                    PIC X(21)   VALUE SPACE.
       01  WS-RUNTIME                    PIC X(19)   VALUE SPACE.
       01  WS-PERIOD                     PIC X(7)    VALUE SPACE.
       01  WS-TO-DATE                    PIC X(10)   VALUE SPACE.
       01  WS-YMD                        PIC X(8)    VALUE SPACE.
       01  WS-YMD-NUM REDEFINES WS-YMD   PIC 9(8).
       01  WS-DAY-INT                    PIC 9(9)    COMP VALUE ZERO.
       01  WS-END-INT                    PIC 9(9)    COMP VALUE ZERO.
       01  WS-DUE-INT                    PIC 9(9)    COMP VALUE ZERO.
       01  WS-AGE                        PIC S9(9)   COMP VALUE ZERO.
       01  WS-CLOSED-COUNT               PIC S9(9)   COMP VALUE ZERO.
       01  WS-LINE-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-OUT-LINE                   PIC X(132)  VALUE SPACE.

      **> the reserve rules as they run this time: PROVRULE where
      **> there is a row, else the defaults - rule, per cent
       01  WS-RULE-DEFAULTS.
           05  FILLER                    PIC X(13)
                                         VALUE 'EJFORF  00100'.
           05  FILLER                    PIC X(13)
                                         VALUE 'DAGAR30 00500'.
           05  FILLER                    PIC X(13)
                                         VALUE 'DAGAR60 01000'.
           05  FILLER                    PIC X(13)
                                         VALUE 'DAGAR90 02500'.
           05  FILLER                    PIC X(13)
                                         VALUE 'OVER90  05000'.
           05  FILLER                    PIC X(13)
                                         VALUE 'PLAN    00500'.
           05  FILLER                    PIC X(13)
                                         VALUE 'SCORE2  00500'.
           05  FILLER                    PIC X(13)
                                         VALUE 'SCORE3  01500'.
           05  FILLER                    PIC X(13)
                                         VALUE 'TVIST   05000'.
           05  FILLER                    PIC X(13)
                                         VALUE 'INKASSO 07500'.
           05  FILLER                    PIC X(13)
                                         VALUE 'INKFORL 10000'.
           05  FILLER                    PIC X(13)
                                         VALUE 'RATTSL  05000'.
       01  WS-RULE-DEFAULT-TABLE REDEFINES WS-RULE-DEFAULTS.
           05  WS-RULE-DEFAULT           OCCURS 12.
               10  WS-DEF-ID             PIC X(8).
               10  WS-DEF-PCT            PIC 9(3)V9(2).
       01  WS-RX                         PIC S9(4)   COMP VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE                   OCCURS 12.
               10  WS-RULE-ID            PIC X(8).
               10  WS-RULE-PCT           PIC S9(3)V9(2) COMP-3.

      **> one open invoice as the valuation cursor delivers it
       01  WS-PV-INV-ID                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-PV-CUST-ID                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-PV-DEBT-ID                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-PV-FIN-ID                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-PV-INVDATE                 PIC X(10)   VALUE SPACE.
       01  WS-PV-DUEDATE                 PIC X(10)   VALUE SPACE.
       01  WS-PV-CURRENCY                PIC X(3)    VALUE SPACE.
       01  WS-PV-PAYSCORE                PIC S9(4)   COMP VALUE ZERO.
       01  WS-PV-GROSS                   PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-PV-PAID                    PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.

      **> what the invoice is worth and what it reserves
       01  WS-PV-OPEN                    PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-PV-OPEN-SEK                PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-PV-PCT                     PIC S9(3)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-PV-PROV                    PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-PV-FLAGS                   PIC X(6)    VALUE SPACE.
       01  WS-PV-COUNT                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-PV-OVERDUE                 PIC S9(9)   COMP VALUE ZERO.

      **> running totals: customer, legal entity, the whole run
       01  WS-BRK-CUST-ID                PIC S9(9)   COMP VALUE ZERO.
       01  WS-BRK-FIN-ID                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-CUST-OPEN                  PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-CUST-PROV                  PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-CUST-LISTED                PIC S9(9)   COMP VALUE ZERO.
       01  WS-FIN-OPEN                   PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-FIN-PROV                   PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-RUN-OPEN                   PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-RUN-PROV                   PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-CUST-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-WO-SKIPPED                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-PREV-PERIOD                PIC X(7)    VALUE SPACE.
       01  WS-PREV-TOTAL                 PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-CHANGE                     PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-COMPANY                    PIC X(40)   VALUE SPACE.

      **> edited figures for the report
       01  WS-KEY-ED                     PIC Z(8)9.
       01  WS-AMOUNT-ED                  PIC -(12)9.99.
       01  WS-AMOUNT2-ED                 PIC -(12)9.99.
       01  WS-PCT-ED                     PIC ZZ9.99.
       01  WS-AGE-ED                     PIC -(5)9.
       01  WS-COUNT-ED                   PIC Z(5)9.

       01  SWITCHES.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.
           05  REQ-FAILED-SW           PIC X VALUE 'N'.
               88  REQ-FAILED              VALUE 'Y'.
           05  PERIOD-CLOSED-SW        PIC X VALUE 'N'.
               88  PERIOD-CLOSED           VALUE 'Y'.
           05  FIRST-INVOICE-SW        PIC X VALUE 'Y'.
               88  FIRST-INVOICE           VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 PROVFIL-FS               PIC XX.
               88  PROVFIL-SUCCESSFUL      VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE PROVRULE   END-EXEC.
           EXEC SQL INCLUDE PROVISION  END-EXEC.
           EXEC SQL INCLUDE CURRRATE   END-EXEC.
           EXEC SQL INCLUDE FINDATA    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.

       LINKAGE SECTION.
       COPY PROVREQ.

       PROCEDURE DIVISION USING PROVREQ.

       000-PROVISION-RUN.

           MOVE SPACE TO PROVREQ-RESULT
           MOVE SPACE TO PROVREQ-FILENAME
           MOVE ZERO TO PROVREQ-CUST-COUNT
           MOVE ZERO TO PROVREQ-OPEN-TOTAL
           MOVE ZERO TO PROVREQ-PROV-TOTAL
           MOVE SPACE TO PROVREQ-PREV-PERIOD
           MOVE ZERO TO PROVREQ-PREV-TOTAL

           PERFORM 100-INIT
           IF NOT REQ-FAILED
               PERFORM 120-OPEN-REPORT
           END-IF
           IF REQ-FAILED
               IF PERIOD-CLOSED
                   MOVE 'C' TO PROVREQ-RESULT
               ELSE
                   MOVE 'F' TO PROVREQ-RESULT
               END-IF
               PERFORM 196-DISPLAY-RUN-SUMMARY
               GOBACK
           END-IF

           PERFORM 110-LOAD-RULE
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > 12
           PERFORM 125-WRITE-RULES

           PERFORM 130-CLEAR-PERIOD
           PERFORM 140-VALUE-INVOICES
           PERFORM 170-PREVIOUS-PROVISION
           PERFORM 180-WRITE-TOTALS
           CLOSE PROVDATA

           IF REQ-FAILED
               MOVE 'F' TO PROVREQ-RESULT
           ELSE
               MOVE 'D' TO PROVREQ-RESULT
           END-IF
           MOVE WS-PROV-PATH TO PROVREQ-FILENAME
           MOVE WS-CUST-COUNT TO PROVREQ-CUST-COUNT
           MOVE WS-RUN-OPEN TO PROVREQ-OPEN-TOTAL
           MOVE WS-RUN-PROV TO PROVREQ-PROV-TOTAL
           MOVE WS-PREV-PERIOD TO PROVREQ-PREV-PERIOD
           MOVE WS-PREV-TOTAL TO PROVREQ-PREV-TOTAL

           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

      **> the period asked for as its last day - the day the
      **> receivables are valued at. A closed period's SIE file is
      **> already with the accountant, so its provision stands.
       100-INIT.

           MOVE 'N' TO REQ-FAILED-SW
           MOVE 'N' TO PERIOD-CLOSED-SW
           MOVE 'Y' TO FIRST-INVOICE-SW
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-CUST-COUNT
           MOVE ZERO TO WS-WO-SKIPPED
           MOVE ZERO TO WS-RUN-OPEN
           MOVE ZERO TO WS-RUN-PROV

           MOVE FUNCTION CURRENT-DATE TO WS-REQ-NOW
           MOVE SPACE TO WS-RUNTIME
           STRING WS-REQ-NOW(1:4)  DELIMITED BY SIZE
                   '-'              DELIMITED BY SIZE
                   WS-REQ-NOW(5:2)  DELIMITED BY SIZE
                   '-'              DELIMITED BY SIZE
                   WS-REQ-NOW(7:2)  DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-REQ-NOW(9:2)  DELIMITED BY SIZE
                   ':'              DELIMITED BY SIZE
                   WS-REQ-NOW(11:2) DELIMITED BY SIZE
                   ':'              DELIMITED BY SIZE
                   WS-REQ-NOW(13:2) DELIMITED BY SIZE
                   INTO WS-RUNTIME
           END-STRING

           MOVE PROVREQ-PERIOD TO WS-PERIOD
           MOVE SPACE TO WS-YMD
           STRING WS-PERIOD(1:4) DELIMITED BY SIZE
                   WS-PERIOD(6:2) DELIMITED BY SIZE
                   '01'           DELIMITED BY SIZE
                   INTO WS-YMD
           END-STRING
           IF WS-YMD NOT NUMERIC OR WS-PERIOD(5:1) NOT = '-'
               SET REQ-FAILED TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-YMD-NUM) NOT = ZERO
                   SET REQ-FAILED TO TRUE
               END-IF
           END-IF
           IF REQ-FAILED
               DISPLAY ' Ogiltig period (����-MM): ' WS-PERIOD
               EXIT PARAGRAPH
           END-IF

      **>  the period's last day is the day before the first of the
      **>  next month
           IF WS-YMD(5:2) = '12'
               COMPUTE WS-YMD-NUM = WS-YMD-NUM + 8900
           ELSE
               COMPUTE WS-YMD-NUM = WS-YMD-NUM + 100
           END-IF
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-YMD-NUM) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-END-INT) TO WS-YMD-NUM
           MOVE WS-YMD(1:4) TO WS-TO-DATE(1:4)
           MOVE WS-YMD(5:2) TO WS-TO-DATE(6:2)
           MOVE WS-YMD(7:2) TO WS-TO-DATE(9:2)
           MOVE '-' TO WS-TO-DATE(5:1) WS-TO-DATE(8:1)

           MOVE ZERO TO WS-CLOSED-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-CLOSED-COUNT
                   FROM PERCLOSE
                   WHERE PERIOD = :WS-PERIOD
           END-EXEC
           IF WS-CLOSED-COUNT > ZERO
               DISPLAY ' Perioden �r st�ngd: ' WS-PERIOD
               SET PERIOD-CLOSED TO TRUE
               SET REQ-FAILED TO TRUE
           END-IF.
      ***********************

       110-LOAD-RULE.

           MOVE WS-DEF-ID(WS-RX) TO WS-RULE-ID(WS-RX)
           MOVE WS-DEF-ID(WS-RX) TO PROVRULE-RULE-ID

           EXEC SQL
               SELECT PCT
                   INTO :PROVRULE-PCT
                   FROM PROVRULE
                   WHERE RULE_ID = :PROVRULE-RULE-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE PROVRULE-PCT TO WS-RULE-PCT(WS-RX)
           ELSE
               MOVE WS-DEF-PCT(WS-RX) TO WS-RULE-PCT(WS-RX)
           END-IF

           IF WS-RULE-PCT(WS-RX) < ZERO
               MOVE ZERO TO WS-RULE-PCT(WS-RX)
           END-IF
           IF WS-RULE-PCT(WS-RX) > 100
               MOVE 100 TO WS-RULE-PCT(WS-RX)
           END-IF.
      ***********************

       120-OPEN-REPORT.

           CALL 'CBL_CREATE_DIR' USING WS-PROV-DIR
               RETURNING WS-DIR-RC

           MOVE SPACE TO WS-PROV-PATH
           STRING FUNCTION TRIM(WS-PROV-DIR) DELIMITED BY SIZE
                   '/avsattning-'              DELIMITED BY SIZE
                   WS-PERIOD(1:4)              DELIMITED BY SIZE
                   WS-PERIOD(6:2)              DELIMITED BY SIZE
                   '.txt'                      DELIMITED BY SIZE
                   INTO WS-PROV-PATH
           END-STRING

           OPEN OUTPUT PROVDATA
           IF NOT PROVFIL-SUCCESSFUL
               DISPLAY ' Rapportfil kunde inte skapas: '
                   FUNCTION TRIM(WS-PROV-PATH)
               SET REQ-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 'AVS�TTNING F�R OS�KRA KUNDFORDRINGAR'
               TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           STRING 'Period:       ' DELIMITED BY SIZE
                   WS-PERIOD        DELIMITED BY SIZE
                   ', v�rderat per ' DELIMITED BY SIZE
                   WS-TO-DATE       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           STRING 'Framtagen:    ' DELIMITED BY SIZE
                   WS-RUNTIME       DELIMITED BY SIZE
                   ' av '           DELIMITED BY SIZE
                   FUNCTION TRIM(PROVREQ-OPERATOR) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE 'Belopp i SEK. Obetalt = fakturabelopp - betalt t.o.m.'
               TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'periodens sista dag.' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE.
      ***********************

      **> the percentages the run used, so the report answers for
      **> itself
       125-WRITE-RULES.

           PERFORM 190-WRITE-LINE
           MOVE 'Regel    Procent' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           PERFORM 126-WRITE-RULE
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > 12
           MOVE 'Flaggor: P plan h�lls, S betalningsbetyg, T tvist,'
               TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE '         I inkasso, R r�ttslig sp�rr'
               TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE.
      ***********************

       126-WRITE-RULE.

           MOVE WS-RULE-ID(WS-RX) TO WS-OUT-LINE(1:8)
           MOVE WS-RULE-PCT(WS-RX) TO WS-PCT-ED
           MOVE WS-PCT-ED TO WS-OUT-LINE(10:6)
           PERFORM 190-WRITE-LINE.
      ***********************

      **> a rerun replaces the period's earlier result whole
       130-CLEAR-PERIOD.

           MOVE WS-PERIOD TO PROVISION-PERIOD
           EXEC SQL
               DELETE FROM PROVISION
                   WHERE PERIOD = :PROVISION-PERIOD
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY ' Delete SQL sats in PROVISION table �r felt'
               SET REQ-FAILED TO TRUE
           END-IF.
      ***********************

      **> Every debit invoice of a real customer dated up to the
      **> period's end that was not pending, rejected, credited or
      **> consolidated away - paid and written-off invoices too,
      **> since what counts is whether they were still open at the
      **> period's end. Payments up to that day come off.
       140-VALUE-INVOICES.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-PV-INV CURSOR FOR
               SELECT V.INV_ID, V.CUST_ID, V.DEBT_ID, C.FIN_ID,
                      V.INVDATE, V.DUEDATE, C.CURRENCY,
                      COALESCE(D.PAYSCORE, 0),
                      (SELECT COALESCE(SUM(I.QTY * I.PRICE
                                  + I.QTY * I.PRICE
                                    * I.VAT / 100), 0)
                           FROM TUTORIAL.ITEM I,
                                TUTORIAL.INVITEM VI
                           WHERE VI.INV_ID = V.INV_ID
                             AND I.ITEM_ID = VI.ITEM_ID),
                      (SELECT COALESCE(SUM(P.AMOUNT), 0)
                           FROM TUTORIAL.PAYMENT P
                           WHERE P.INV_ID = V.INV_ID
                             AND P.PAYDATE <= :WS-TO-DATE)
               FROM TUTORIAL.INVOICE V
                    LEFT OUTER JOIN TUTORIAL.DEBTOR D
                        ON D.DEBT_ID = V.DEBT_ID,
                    TUTORIAL.CUSTOMER C
               WHERE V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
                 AND V.CREDITOF = 0
                 AND V.INVSTATE IN (1, 2, 3, 8)
                 AND V.INVDATE <= :WS-TO-DATE
               ORDER BY C.FIN_ID, V.CUST_ID, V.INV_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-PV-INV
           END-EXEC

           PERFORM 141-FETCH-INVOICE
           PERFORM 142-TAKE-INVOICE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-PV-INV
           END-EXEC

           IF NOT FIRST-INVOICE
               PERFORM 150-END-CUSTOMER
               PERFORM 155-END-ENTITY
           END-IF.
      ***********************

       141-FETCH-INVOICE.

           EXEC SQL
               FETCH CURS-PV-INV
                   INTO :WS-PV-INV-ID, :WS-PV-CUST-ID,
                        :WS-PV-DEBT-ID, :WS-PV-FIN-ID,
                        :WS-PV-INVDATE, :WS-PV-DUEDATE,
                        :WS-PV-CURRENCY, :WS-PV-PAYSCORE,
                        :WS-PV-GROSS, :WS-PV-PAID
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       142-TAKE-INVOICE.

           IF FIRST-INVOICE
               MOVE 'N' TO FIRST-INVOICE-SW
               PERFORM 156-START-ENTITY
               PERFORM 151-START-CUSTOMER
           ELSE
               IF WS-PV-FIN-ID NOT = WS-BRK-FIN-ID
                   PERFORM 150-END-CUSTOMER
                   PERFORM 155-END-ENTITY
                   PERFORM 156-START-ENTITY
                   PERFORM 151-START-CUSTOMER
               ELSE
                   IF WS-PV-CUST-ID NOT = WS-BRK-CUST-ID
                       PERFORM 150-END-CUSTOMER
                       PERFORM 151-START-CUSTOMER
                   END-IF
               END-IF
           END-IF

           PERFORM 145-VALUE-INVOICE

           PERFORM 141-FETCH-INVOICE.
      ***********************

      **> One invoice: its open amount at the period's end, the
      **> percentage of its age bucket - or the plan rate while an
      **> installment plan is kept - raised for the debtor's score
      **> and to the floor of a dispute, an inkasso case or a legal
      **> hold standing at the period's end, never above the whole.
      **> An invoice written off by then (and not reversed by then)
      **> is already booked as kundf�rlust and reserves nothing.
       145-VALUE-INVOICE.

           COMPUTE WS-PV-OPEN = WS-PV-GROSS - WS-PV-PAID
           IF WS-PV-OPEN NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-PV-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-PV-COUNT
                   FROM WRITEOFF
                   WHERE INV_ID = :WS-PV-INV-ID
                     AND WODATE <= :WS-TO-DATE
                     AND (REVERSED = 0 OR REVDATE > :WS-TO-DATE)
           END-EXEC
           IF WS-PV-COUNT > ZERO
               ADD 1 TO WS-WO-SKIPPED
               EXIT PARAGRAPH
           END-IF

      **>  in SEK at the invoice day's rate, as the ledger has it
           IF WS-PV-CURRENCY = 'SEK' OR WS-PV-CURRENCY = SPACE
               MOVE WS-PV-OPEN TO WS-PV-OPEN-SEK
           ELSE
               MOVE WS-PV-CURRENCY TO CURRRATE-CURRENCY
               EXEC SQL
                   SELECT RATE
                       INTO :CURRRATE-RATE
                       FROM CURRRATE
                       WHERE CURRENCY = :CURRRATE-CURRENCY
                         AND RATEDATE =
                             (SELECT MAX(RATEDATE)
                                  FROM CURRRATE
                                  WHERE CURRENCY = :CURRRATE-CURRENCY
                                    AND RATEDATE <= :WS-PV-INVDATE)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE 1 TO CURRRATE-RATE
               END-IF
               COMPUTE WS-PV-OPEN-SEK ROUNDED =
                   WS-PV-OPEN * CURRRATE-RATE
           END-IF

           MOVE WS-PV-DUEDATE(1:4) TO WS-YMD(1:4)
           MOVE WS-PV-DUEDATE(6:2) TO WS-YMD(5:2)
           MOVE WS-PV-DUEDATE(9:2) TO WS-YMD(7:2)
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-YMD-NUM)
           COMPUTE WS-AGE = WS-END-INT - WS-DUE-INT

           EVALUATE TRUE
               WHEN WS-AGE <= ZERO
                   MOVE WS-RULE-PCT(1) TO WS-PV-PCT
               WHEN WS-AGE <= 30
                   MOVE WS-RULE-PCT(2) TO WS-PV-PCT
               WHEN WS-AGE <= 60
                   MOVE WS-RULE-PCT(3) TO WS-PV-PCT
               WHEN WS-AGE <= 90
                   MOVE WS-RULE-PCT(4) TO WS-PV-PCT
               WHEN OTHER
                   MOVE WS-RULE-PCT(5) TO WS-PV-PCT
           END-EVALUATE
           MOVE SPACE TO WS-PV-FLAGS

      **>  a plan whose installments due before the period's end
      **>  are all paid carries the invoice, as the aging report
      **>  treats it
           MOVE ZERO TO WS-PV-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-PV-COUNT
                   FROM PAYPLAN
                   WHERE INV_ID = :WS-PV-INV-ID
           END-EXEC
           IF WS-PV-COUNT > ZERO
               MOVE ZERO TO WS-PV-OVERDUE
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-PV-OVERDUE
                       FROM PAYPLAN
                       WHERE INV_ID = :WS-PV-INV-ID
                         AND PAIDSTATE = 0
                         AND DUEDATE < :WS-TO-DATE
               END-EXEC
               IF WS-PV-OVERDUE = ZERO
                   MOVE WS-RULE-PCT(6) TO WS-PV-PCT
                   MOVE 'P' TO WS-PV-FLAGS(1:1)
               END-IF
           END-IF

           EVALUATE WS-PV-PAYSCORE
               WHEN 2
                   ADD WS-RULE-PCT(7) TO WS-PV-PCT
                   MOVE 'S' TO WS-PV-FLAGS(2:1)
               WHEN 3
                   ADD WS-RULE-PCT(8) TO WS-PV-PCT
                   MOVE 'S' TO WS-PV-FLAGS(2:1)
           END-EVALUATE

           MOVE ZERO TO WS-PV-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-PV-COUNT
                   FROM DISPUTE
                   WHERE INV_ID = :WS-PV-INV-ID
                     AND STATE = 0
                     AND OPENDATE <= :WS-TO-DATE
           END-EXEC
           IF WS-PV-COUNT > ZERO
               MOVE 'T' TO WS-PV-FLAGS(3:1)
               IF WS-PV-PCT < WS-RULE-PCT(9)
                   MOVE WS-RULE-PCT(9) TO WS-PV-PCT
               END-IF
           END-IF

      **>  a case the bureau gave up weighs heavier than one it
      **>  still works; one it collected is on its way in
           MOVE ZERO TO WS-PV-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-PV-COUNT
                   FROM INKCASE
                   WHERE INV_ID = :WS-PV-INV-ID
                     AND STATE = 2
                     AND SENTDATE <= :WS-TO-DATE
           END-EXEC
           IF WS-PV-COUNT > ZERO
               MOVE 'I' TO WS-PV-FLAGS(4:1)
               IF WS-PV-PCT < WS-RULE-PCT(11)
                   MOVE WS-RULE-PCT(11) TO WS-PV-PCT
               END-IF
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-PV-COUNT
                       FROM INKCASE
                       WHERE INV_ID = :WS-PV-INV-ID
                         AND STATE IN (0, 3)
                         AND SENTDATE <= :WS-TO-DATE
               END-EXEC
               IF WS-PV-COUNT > ZERO
                   MOVE 'I' TO WS-PV-FLAGS(4:1)
                   IF WS-PV-PCT < WS-RULE-PCT(10)
                       MOVE WS-RULE-PCT(10) TO WS-PV-PCT
                   END-IF
               END-IF
           END-IF

      **>  litigation on the invoice, its debtor or its customer
           MOVE ZERO TO WS-PV-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-PV-COUNT
                   FROM LEGALHOLD
                   WHERE STATE = 0
                     AND HOLDDATE <= :WS-TO-DATE
                     AND ((HOLDTYPE = 'F' AND REFKEY = :WS-PV-INV-ID)
                       OR (HOLDTYPE = 'G' AND REFKEY = :WS-PV-DEBT-ID)
                       OR (HOLDTYPE = 'K' AND REFKEY = :WS-PV-CUST-ID))
           END-EXEC
           IF WS-PV-COUNT > ZERO
               MOVE 'R' TO WS-PV-FLAGS(5:1)
               IF WS-PV-PCT < WS-RULE-PCT(12)
                   MOVE WS-RULE-PCT(12) TO WS-PV-PCT
               END-IF
           END-IF

           IF WS-PV-PCT > 100
               MOVE 100 TO WS-PV-PCT
           END-IF
           COMPUTE WS-PV-PROV ROUNDED =
               WS-PV-OPEN-SEK * WS-PV-PCT / 100

           IF WS-CUST-LISTED = ZERO
               PERFORM 152-WRITE-CUSTOMER-HEAD
           END-IF
           ADD 1 TO WS-CUST-LISTED
           ADD WS-PV-OPEN-SEK TO WS-CUST-OPEN
           ADD WS-PV-PROV TO WS-CUST-PROV

           MOVE WS-PV-INV-ID TO WS-KEY-ED
           MOVE WS-KEY-ED TO WS-OUT-LINE(5:9)
           MOVE WS-PV-DUEDATE TO WS-OUT-LINE(16:10)
           MOVE WS-AGE TO WS-AGE-ED
           MOVE WS-AGE-ED TO WS-OUT-LINE(28:6)
           MOVE WS-PV-CURRENCY TO WS-OUT-LINE(36:3)
           MOVE WS-PV-OPEN-SEK TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(41:16)
           MOVE WS-PV-PCT TO WS-PCT-ED
           MOVE WS-PCT-ED TO WS-OUT-LINE(59:6)
           MOVE WS-PV-PROV TO WS-AMOUNT2-ED
           MOVE WS-AMOUNT2-ED TO WS-OUT-LINE(67:16)
           MOVE WS-PV-FLAGS TO WS-OUT-LINE(85:6)
           PERFORM 190-WRITE-LINE.
      ***********************

      **> the customer's row, if any of its invoices was open
       150-END-CUSTOMER.

           IF WS-CUST-LISTED = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE '  Summa kund' TO WS-OUT-LINE
           MOVE WS-CUST-OPEN TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(41:16)
           MOVE WS-CUST-PROV TO WS-AMOUNT2-ED
           MOVE WS-AMOUNT2-ED TO WS-OUT-LINE(67:16)
           PERFORM 190-WRITE-LINE

           MOVE WS-PERIOD TO PROVISION-PERIOD
           MOVE WS-BRK-CUST-ID TO PROVISION-CUST-ID
           MOVE WS-BRK-FIN-ID TO PROVISION-FIN-ID
           MOVE WS-CUST-OPEN TO PROVISION-OPENAMT
           MOVE WS-CUST-PROV TO PROVISION-PROVAMT
           MOVE WS-RUNTIME TO PROVISION-RUNTIME
           MOVE PROVREQ-OPERATOR TO PROVISION-RUNBY-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PROVREQ-OPERATOR))
               TO PROVISION-RUNBY-LEN

           EXEC SQL
               INSERT INTO PROVISION
               VALUES ( :PROVISION-PERIOD,
                         :PROVISION-CUST-ID,
                         :PROVISION-FIN-ID,
                         :PROVISION-OPENAMT,
                         :PROVISION-PROVAMT,
                         :PROVISION-RUNTIME,
                         :PROVISION-RUNBY)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in PROVISION table �r felt: '
                   WS-BRK-CUST-ID
               SET REQ-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-CUST-COUNT
           END-IF

           ADD WS-CUST-OPEN TO WS-FIN-OPEN
           ADD WS-CUST-PROV TO WS-FIN-PROV.
      ***********************

       151-START-CUSTOMER.

           MOVE WS-PV-CUST-ID TO WS-BRK-CUST-ID
           MOVE ZERO TO WS-CUST-OPEN
           MOVE ZERO TO WS-CUST-PROV
           MOVE ZERO TO WS-CUST-LISTED.
      ***********************

       152-WRITE-CUSTOMER-HEAD.

           MOVE WS-BRK-CUST-ID TO CUSTOMER-CUST-ID
           MOVE SPACE TO CUSTOMER-CUSTNO-TEXT
           MOVE SPACE TO CUSTOMER-NAME-TEXT
           EXEC SQL
               SELECT CUSTNO, NAME
                   INTO :CUSTOMER-CUSTNO, :CUSTOMER-NAME
                   FROM CUSTOMER
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC

           PERFORM 190-WRITE-LINE
           MOVE WS-BRK-CUST-ID TO WS-KEY-ED
           STRING '  Kund '         DELIMITED BY SIZE
                   WS-KEY-ED        DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
                                    DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   CUSTOMER-NAME-TEXT(1:40)
                                    DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE.
      ***********************

       155-END-ENTITY.

           PERFORM 190-WRITE-LINE
           MOVE 'Summa juridisk person' TO WS-OUT-LINE
           MOVE WS-FIN-OPEN TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(41:16)
           MOVE WS-FIN-PROV TO WS-AMOUNT2-ED
           MOVE WS-AMOUNT2-ED TO WS-OUT-LINE(67:16)
           PERFORM 190-WRITE-LINE

           ADD WS-FIN-OPEN TO WS-RUN-OPEN
           ADD WS-FIN-PROV TO WS-RUN-PROV.
      ***********************

       156-START-ENTITY.

           MOVE WS-PV-FIN-ID TO WS-BRK-FIN-ID
           MOVE ZERO TO WS-FIN-OPEN
           MOVE ZERO TO WS-FIN-PROV

           MOVE WS-BRK-FIN-ID TO FINDATA-FIN-ID
           MOVE SPACE TO FINDATA-COMPANYNAME-TEXT
           EXEC SQL
               SELECT COMPANYNAME
                   INTO :FINDATA-COMPANYNAME
                   FROM FINDATA
                   WHERE FIN_ID = :FINDATA-FIN-ID
           END-EXEC
           IF SQLCODE = ZERO
               MOVE FINDATA-COMPANYNAME-TEXT(1:40) TO WS-COMPANY
           ELSE
               MOVE 'saknas i FINDATA' TO WS-COMPANY
           END-IF

           PERFORM 190-WRITE-LINE
           MOVE ALL '=' TO WS-OUT-LINE(1:90)
           PERFORM 190-WRITE-LINE
           MOVE WS-BRK-FIN-ID TO WS-KEY-ED
           STRING 'JURIDISK PERSON ' DELIMITED BY SIZE
                   WS-KEY-ED         DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   WS-COMPANY        DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE '    Faktura  F�rfallodag  Dagar  Val' TO WS-OUT-LINE
           MOVE 'Obetalt SEK' TO WS-OUT-LINE(46:11)
           MOVE 'Procent' TO WS-OUT-LINE(58:7)
           MOVE 'Avs�ttning' TO WS-OUT-LINE(71:)
           MOVE 'Flaggor' TO WS-OUT-LINE(85:7)
           PERFORM 190-WRITE-LINE.
      ***********************

      **> the provision this one replaces: the latest earlier
      **> period that has one - what the SIE export reverses
       170-PREVIOUS-PROVISION.

           MOVE SPACE TO WS-PREV-PERIOD
           MOVE ZERO TO WS-PREV-TOTAL
           EXEC SQL
               SELECT COALESCE(MAX(PERIOD), ' ')
                   INTO :WS-PREV-PERIOD
                   FROM PROVISION
                   WHERE PERIOD < :WS-PERIOD
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE SPACE TO WS-PREV-PERIOD
           END-IF

           IF WS-PREV-PERIOD NOT = SPACE
               EXEC SQL
                   SELECT COALESCE(SUM(PROVAMT), 0)
                       INTO :WS-PREV-TOTAL
                       FROM PROVISION
                       WHERE PERIOD = :WS-PREV-PERIOD
               END-EXEC
           END-IF

           COMPUTE WS-CHANGE = WS-RUN-PROV - WS-PREV-TOTAL.
      ***********************

       180-WRITE-TOTALS.

           PERFORM 190-WRITE-LINE
           MOVE ALL '=' TO WS-OUT-LINE(1:90)
           PERFORM 190-WRITE-LINE
           MOVE 'SAMMANFATTNING' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'Obetalda kundfordringar' TO WS-OUT-LINE
           MOVE WS-RUN-OPEN TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(46:16)
           PERFORM 190-WRITE-LINE
           STRING 'Avs�ttning '     DELIMITED BY SIZE
                   WS-PERIOD        DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           MOVE WS-RUN-PROV TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(46:16)
           PERFORM 190-WRITE-LINE
           IF WS-PREV-PERIOD = SPACE
               MOVE 'F�reg�ende avs�ttning (ingen)' TO WS-OUT-LINE
           ELSE
               STRING 'F�reg�ende avs�ttning ' DELIMITED BY SIZE
                       WS-PREV-PERIOD           DELIMITED BY SIZE
                       ' �terf�rs'              DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
           END-IF
           MOVE WS-PREV-TOTAL TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(46:16)
           PERFORM 190-WRITE-LINE
           MOVE 'F�r�ndring (p�verkar resultatet)' TO WS-OUT-LINE
           MOVE WS-CHANGE TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(46:16)
           PERFORM 190-WRITE-LINE
           MOVE WS-WO-SKIPPED TO WS-COUNT-ED
           STRING 'Avskrivna fakturor utan avs�ttning: '
                                    DELIMITED BY SIZE
                   WS-COUNT-ED      DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE.
      ***********************

       190-WRITE-LINE.

           MOVE WS-OUT-LINE TO PROV-POST
           WRITE PROV-POST
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACE TO WS-OUT-LINE.
      ***********************

       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' PbsProv - k�rningssammanfattning'
           DISPLAY ' Period:                   ' WS-PERIOD
           EVALUATE TRUE
               WHEN PERIOD-CLOSED
                   DISPLAY ' Resultat:                 '
                       'PERIODEN �R ST�NGD'
               WHEN REQ-FAILED
                   DISPLAY ' Resultat:                 AVBRUTEN'
               WHEN OTHER
                   DISPLAY ' Rapport:                  '
                       FUNCTION TRIM(WS-PROV-PATH)
                   MOVE WS-CUST-COUNT TO WS-COUNT-ED
                   DISPLAY ' Kunder med avs�ttning:    ' WS-COUNT-ED
                   MOVE WS-RUN-PROV TO WS-AMOUNT-ED
                   DISPLAY ' Avs�ttning:               ' WS-AMOUNT-ED
                   MOVE WS-CHANGE TO WS-AMOUNT-ED
                   DISPLAY ' F�r�ndring:               '
                       WS-AMOUNT-ED
           END-EVALUATE
           DISPLAY '============================================'.
      ***********************
