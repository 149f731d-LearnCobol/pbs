       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsFrod.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Monthly pattern analysis over credit notes,
      **>          refunds, four-eyes approvals and write-offs. The
      **>          dual control (PENDAPPR) stops one large action at
      **>          a time; this run looks for what it cannot see -
      **>          a string of credit notes each just under the
      **>          limit, a refund to a debtor whose address was
      **>          changed just before, two operators who approve
      **>          each other, write-offs piling up on one customer
      **>          under one operator. The rules and their settings
      **>          are in FRAUDRULE (a rule without a row runs with
      **>          the defaults below). Every hit is stored in
      **>          FRAUDHIT and put on the worklist (source FRAUD)
      **>          for a supervisor, who clears it with a reason on
      **>          the worklist's deviation screen; the same hit
      **>          found again in the same month is not repeated.
      **>          The month's hits, new and earlier, are written
      **>          to data/analys/analys-<����MM>.txt for the
      **>          review and the auditors. Run as night-run step ANALYS
      **>          under MANADSSLUT, or for a chosen month from the
      **>          worklist's deviation screen.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUDDATA ASSIGN TO WS-FRAUD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUDFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  FRAUDDATA.
       01  FRAUD-POST                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FRAUD-DIR                  PIC X(20)
                                         VALUE 'data/analys'.
       01  WS-FRAUD-PATH                 PIC X(80)   VALUE SPACE.
       01  WS-DIR-RC                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-REQ-NOW                    PIC X(21)   VALUE SPACE.
       01  WS-TODAY-DATE                 PIC X(10)   VALUE SPACE.
       01  WS-PERIOD                     PIC X(7)    VALUE SPACE.
       01  WS-FROM-DATE                  PIC X(10)   VALUE SPACE.
       01  WS-TO-DATE                    PIC X(10)   VALUE SPACE.
       01  WS-YMD                        PIC X(8)    VALUE SPACE.
       01  WS-YMD-NUM REDEFINES WS-YMD   PIC 9(8).
       01  WS-DAY-INT                    PIC 9(9)    COMP VALUE ZERO.
       01  WS-LINE-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-OUT-LINE                   PIC X(132)  VALUE SPACE.
       01  WS-NEXT-ID                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-HIT-COUNT                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-NEW-COUNT                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-EXISTS                     PIC S9(9)   COMP VALUE ZERO.

      **> the rules as they run this time: FRAUDRULE where there is
      **> a row, else the defaults - rule, least count, days, per
      **> cent of the approval limit
       01  WS-RULE-DEFAULTS.
           05  FILLER                    PIC X(17)
                                         VALUE 'KREDIT  003000080'.
           05  FILLER                    PIC X(17)
                                         VALUE 'REFADR  001001000'.
           05  FILLER                    PIC X(17)
                                         VALUE 'ATTEST  002000000'.
           05  FILLER                    PIC X(17)
                                         VALUE 'AVSKRIV 003000000'.
       01  WS-RULE-DEFAULT-TABLE REDEFINES WS-RULE-DEFAULTS.
           05  WS-RULE-DEFAULT           OCCURS 4.
               10  WS-DEF-ID             PIC X(8).
               10  WS-DEF-MIN            PIC 9(3).
               10  WS-DEF-DAYS           PIC 9(3).
               10  WS-DEF-PCT            PIC 9(3).
       01  WS-RX                         PIC S9(4)   COMP VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE                   OCCURS 4.
               10  WS-RULE-ID            PIC X(8).
               10  WS-RULE-ON            PIC X(1).
               10  WS-RULE-MIN           PIC S9(4)   COMP.
               10  WS-RULE-DAYS          PIC S9(4)   COMP.
               10  WS-RULE-PCT           PIC S9(3)V9(2) COMP-3.

      **> the settings of the rule running, as host variables
       01  WS-RL-MIN                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-RL-DAYS                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-DUAL-LIMIT                 PIC S9(7)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-LOW-AMOUNT                 PIC S9(7)V9(2) COMP-3
                                         VALUE ZERO.

      **> one row as the rule cursors deliver it
       01  WS-CR-INV-ID                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-CR-AMOUNT                  PIC S9(9)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-CR-KEY                     PIC X(30)   VALUE SPACE.
       01  WS-CR-RUN-KEY                 PIC X(30)   VALUE SPACE.
       01  WS-CR-RUN-COUNT               PIC S9(9)   COMP VALUE ZERO.
       01  WS-CR-RUN-AMOUNT              PIC S9(9)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-RF-REF-ID                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-RF-DEBT-ID                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-RF-AMOUNT                  PIC S9(7)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-RF-SENTDATE                PIC X(10)   VALUE SPACE.
       01  WS-RF-CHGDATE                 PIC X(10)   VALUE SPACE.
       01  WS-AT-COUNT                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-AT-BACK                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-AT-AMOUNT                  PIC S9(9)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-WO-CUST-ID                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-WO-COUNT                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-WO-AMOUNT                  PIC S9(9)V9(2) COMP-3
                                         VALUE ZERO.

      **> edited figures for the report and the hit texts
       01  WS-COUNT-ED                   PIC Z(5)9.
       01  WS-COUNT2-ED                  PIC Z(5)9.
       01  WS-KEY-ED                     PIC Z(8)9.
       01  WS-AMOUNT-ED                  PIC Z(8)9.99-.
       01  WS-LIMIT-ED                   PIC Z(6)9.99.
       01  WS-LOW-ED                     PIC Z(6)9.99.
       01  WS-PCT-ED                     PIC ZZ9.99.
       01  WS-DAYS-ED                    PIC ZZ9.

       01  SWITCHES.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.
           05  REQ-FAILED-SW           PIC X VALUE 'N'.
               88  REQ-FAILED              VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 FRAUDFIL-FS              PIC XX.
               88  FRAUDFIL-SUCCESSFUL     VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE FRAUDRULE  END-EXEC.
           EXEC SQL INCLUDE FRAUDHIT   END-EXEC.
           EXEC SQL INCLUDE WORKLIST   END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.

       LINKAGE SECTION.
       COPY FRAUDREQ.

       PROCEDURE DIVISION USING FRAUDREQ.

       000-FRAUD-ANALYSIS.

           MOVE SPACE TO FRAUDREQ-RESULT
           MOVE SPACE TO FRAUDREQ-FILENAME
           MOVE ZERO TO FRAUDREQ-HIT-COUNT
           MOVE ZERO TO FRAUDREQ-NEW-COUNT

           PERFORM 100-INIT
           IF REQ-FAILED
               MOVE 'F' TO FRAUDREQ-RESULT
               GOBACK
           END-IF

           PERFORM 110-LOAD-RULE
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > 4

           PERFORM 120-RULE-KREDIT
           PERFORM 130-RULE-REFADR
           PERFORM 140-RULE-ATTEST
           PERFORM 150-RULE-AVSKRIV

           PERFORM 160-WRITE-REPORT
           IF REQ-FAILED
               MOVE 'F' TO FRAUDREQ-RESULT
           ELSE
               MOVE 'D' TO FRAUDREQ-RESULT
               MOVE WS-FRAUD-PATH TO FRAUDREQ-FILENAME
           END-IF
           MOVE WS-HIT-COUNT TO FRAUDREQ-HIT-COUNT
           MOVE WS-NEW-COUNT TO FRAUDREQ-NEW-COUNT

           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

      **> the month asked for, or the run day's, as its first and
      **> last day
       100-INIT.

           MOVE 'N' TO REQ-FAILED-SW
           MOVE ZERO TO WS-HIT-COUNT
           MOVE ZERO TO WS-NEW-COUNT
           MOVE ZERO TO WS-LINE-COUNT

           MOVE FUNCTION CURRENT-DATE TO WS-REQ-NOW
           MOVE WS-REQ-NOW(1:4) TO WS-TODAY-DATE(1:4)
           MOVE WS-REQ-NOW(5:2) TO WS-TODAY-DATE(6:2)
           MOVE WS-REQ-NOW(7:2) TO WS-TODAY-DATE(9:2)
           MOVE '-' TO WS-TODAY-DATE(5:1) WS-TODAY-DATE(8:1)

           IF FRAUDREQ-PERIOD = SPACE
               MOVE WS-TODAY-DATE(1:7) TO WS-PERIOD
           ELSE
               MOVE FRAUDREQ-PERIOD TO WS-PERIOD
           END-IF

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
               DISPLAY ' Ogiltig m�nad (����-MM): ' WS-PERIOD
           ELSE
               MOVE WS-PERIOD TO WS-FROM-DATE(1:7)
               MOVE '-01' TO WS-FROM-DATE(8:3)

      **>      the month's last day is the day before the first of
      **>      the next month
               IF WS-YMD(5:2) = '12'
                   COMPUTE WS-YMD-NUM = WS-YMD-NUM + 8900
               ELSE
                   COMPUTE WS-YMD-NUM = WS-YMD-NUM + 100
               END-IF
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-YMD-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-YMD-NUM
               MOVE WS-YMD(1:4) TO WS-TO-DATE(1:4)
               MOVE WS-YMD(5:2) TO WS-TO-DATE(6:2)
               MOVE WS-YMD(7:2) TO WS-TO-DATE(9:2)
               MOVE '-' TO WS-TO-DATE(5:1) WS-TO-DATE(8:1)
           END-IF

      **>  the strictest configured four-eyes limit, as pbs.cbl
      **>  gates credit notes on it; zero when there is none
           MOVE ZERO TO WS-DUAL-LIMIT
           EXEC SQL
               SELECT COALESCE(MIN(DUALLIMIT), 0)
                   INTO :WS-DUAL-LIMIT
                   FROM FINDATA
                   WHERE DUALLIMIT > 0
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-DUAL-LIMIT
           END-IF.
      ***********************

       110-LOAD-RULE.

           MOVE WS-DEF-ID(WS-RX) TO WS-RULE-ID(WS-RX)
           MOVE WS-DEF-ID(WS-RX) TO FRAUDRULE-RULE-ID

           EXEC SQL
               SELECT ACTIVE, MINCOUNT, DAYS, PCT
                   INTO :FRAUDRULE-ACTIVE, :FRAUDRULE-MINCOUNT,
                        :FRAUDRULE-DAYS, :FRAUDRULE-PCT
                   FROM FRAUDRULE
                   WHERE RULE_ID = :FRAUDRULE-RULE-ID
           END-EXEC

           IF SQLCODE = ZERO
               IF FRAUDRULE-IS-ACTIVE
                   MOVE 'J' TO WS-RULE-ON(WS-RX)
               ELSE
                   MOVE 'N' TO WS-RULE-ON(WS-RX)
               END-IF
               MOVE FRAUDRULE-MINCOUNT TO WS-RULE-MIN(WS-RX)
               MOVE FRAUDRULE-DAYS TO WS-RULE-DAYS(WS-RX)
               MOVE FRAUDRULE-PCT TO WS-RULE-PCT(WS-RX)
           ELSE
               MOVE 'J' TO WS-RULE-ON(WS-RX)
               MOVE WS-DEF-MIN(WS-RX) TO WS-RULE-MIN(WS-RX)
               MOVE WS-DEF-DAYS(WS-RX) TO WS-RULE-DAYS(WS-RX)
               MOVE WS-DEF-PCT(WS-RX) TO WS-RULE-PCT(WS-RX)
           END-IF

           IF WS-RULE-MIN(WS-RX) < 1
               MOVE 1 TO WS-RULE-MIN(WS-RX)
           END-IF.
      ***********************

      **> Credit notes each just under the approval limit: per
      **> operator who credited them in the month (INVHIST, state
      **> to CREDITED), every credit whose amount - the original's
      **> items with VAT, as the four-eyes gate reckons it - lies
      **> from PCT per cent of the limit up to the limit. Nothing
      **> to look for while no limit is configured.
       120-RULE-KREDIT.

           IF WS-RULE-ON(1) NOT = 'J' OR WS-DUAL-LIMIT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RULE-MIN(1) TO WS-RL-MIN
           COMPUTE WS-LOW-AMOUNT ROUNDED =
               WS-DUAL-LIMIT * WS-RULE-PCT(1) / 100
           MOVE 'N' TO END-OF-CURSOR-SW
           MOVE SPACE TO WS-CR-RUN-KEY
           MOVE ZERO TO WS-CR-RUN-COUNT
           MOVE ZERO TO WS-CR-RUN-AMOUNT

           EXEC SQL
               DECLARE CURS-KREDIT CURSOR FOR
               SELECT H.OPERATOR, H.INV_ID,
                      (SELECT COALESCE(SUM(I.QTY * I.PRICE
                                  + I.QTY * I.PRICE
                                    * I.VAT / 100), 0)
                           FROM TUTORIAL.ITEM I,
                                TUTORIAL.INVITEM VI
                           WHERE VI.INV_ID = H.INV_ID
                             AND I.ITEM_ID = VI.ITEM_ID)
               FROM TUTORIAL.INVHIST H
               WHERE H.NEWSTATE = 4
                 AND SUBSTR(H.CHGTIME, 1, 10) >= :WS-FROM-DATE
                 AND SUBSTR(H.CHGTIME, 1, 10) <= :WS-TO-DATE
                 AND (SELECT COALESCE(SUM(I.QTY * I.PRICE
                                  + I.QTY * I.PRICE
                                    * I.VAT / 100), 0)
                           FROM TUTORIAL.ITEM I,
                                TUTORIAL.INVITEM VI
                           WHERE VI.INV_ID = H.INV_ID
                             AND I.ITEM_ID = VI.ITEM_ID)
                     BETWEEN :WS-LOW-AMOUNT AND :WS-DUAL-LIMIT
               ORDER BY H.OPERATOR, H.INV_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-KREDIT
           END-EXEC

           PERFORM 121-FETCH-KREDIT
           PERFORM 122-TAKE-KREDIT UNTIL END-OF-CURSOR
           PERFORM 123-KREDIT-BREAK

           EXEC SQL
               CLOSE CURS-KREDIT
           END-EXEC.
      ***********************

       121-FETCH-KREDIT.

           MOVE SPACE TO FRAUDHIT-OPERATOR-TEXT
           EXEC SQL
               FETCH CURS-KREDIT
                   INTO :FRAUDHIT-OPERATOR, :WS-CR-INV-ID,
                        :WS-CR-AMOUNT
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           ELSE
               MOVE FRAUDHIT-OPERATOR-TEXT TO WS-CR-KEY
           END-IF.
      ***********************

       122-TAKE-KREDIT.

           IF WS-CR-KEY NOT = WS-CR-RUN-KEY
               PERFORM 123-KREDIT-BREAK
               MOVE WS-CR-KEY TO WS-CR-RUN-KEY
               MOVE ZERO TO WS-CR-RUN-COUNT
               MOVE ZERO TO WS-CR-RUN-AMOUNT
           END-IF

           ADD 1 TO WS-CR-RUN-COUNT
           ADD WS-CR-AMOUNT TO WS-CR-RUN-AMOUNT

           PERFORM 121-FETCH-KREDIT.
      ***********************

      **> one operator's credits done - a hit when there are enough
       123-KREDIT-BREAK.

           IF WS-CR-RUN-KEY NOT = SPACE
               AND WS-CR-RUN-COUNT >= WS-RL-MIN
               MOVE 'KREDIT' TO FRAUDHIT-RULE-ID
               MOVE WS-CR-RUN-KEY TO FRAUDHIT-OPERATOR-TEXT
               MOVE SPACE TO FRAUDHIT-OPERATOR2-TEXT
               MOVE ZERO TO FRAUDHIT-REFKEY
               MOVE WS-CR-RUN-COUNT TO FRAUDHIT-HITCOUNT
               MOVE WS-CR-RUN-AMOUNT TO FRAUDHIT-AMOUNT
               MOVE WS-CR-RUN-COUNT TO WS-COUNT-ED
               MOVE WS-LOW-AMOUNT TO WS-LOW-ED
               MOVE WS-DUAL-LIMIT TO WS-LIMIT-ED
               MOVE SPACE TO FRAUDHIT-DETAIL-TEXT
               STRING FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                       ' krediter mellan '        DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LOW-ED)   DELIMITED BY SIZE
                       ' och '                    DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIMIT-ED) DELIMITED BY SIZE
                       ' (attestgr�ns)'           DELIMITED BY SIZE
                       INTO FRAUDHIT-DETAIL-TEXT
               END-STRING
               PERFORM 180-STORE-HIT
           END-IF.
      ***********************

      **> Refund orders sent in the month to a debtor whose address
      **> was changed on a screen - the debtor register or the
      **> reprint correction (AUDITLOG DEBTOR / ADDR...) - on the
      **> day of the refund or at most DAYS days before it. The
      **> address file from SPAR is not a screen change and does not
      **> count.
       130-RULE-REFADR.

           IF WS-RULE-ON(2) NOT = 'J'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RULE-DAYS(2) TO WS-RL-DAYS
           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-REFADR CURSOR FOR
               SELECT R.REF_ID, R.DEBT_ID, R.AMOUNT, R.SENTDATE,
                      MAX(A.OPERATOR),
                      MAX(SUBSTR(A.CHGTIME, 1, 10))
               FROM TUTORIAL.REFORDER R,
                    TUTORIAL.AUDITLOG A
               WHERE R.SENTDATE >= :WS-FROM-DATE
                 AND R.SENTDATE <= :WS-TO-DATE
                 AND A.TABLENAME = 'DEBTOR'
                 AND A.FIELDNAME LIKE 'ADDR%'
                 AND A.ROWKEY = R.DEBT_ID
                 AND DAYS(R.SENTDATE)
                     - DAYS(DATE(SUBSTR(A.CHGTIME, 1, 10)))
                     BETWEEN 0 AND :WS-RL-DAYS
               GROUP BY R.REF_ID, R.DEBT_ID, R.AMOUNT, R.SENTDATE
               ORDER BY R.REF_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-REFADR
           END-EXEC

           PERFORM 131-FETCH-REFADR
           PERFORM 132-TAKE-REFADR UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-REFADR
           END-EXEC.
      ***********************

       131-FETCH-REFADR.

           MOVE SPACE TO FRAUDHIT-OPERATOR-TEXT
           EXEC SQL
               FETCH CURS-REFADR
                   INTO :WS-RF-REF-ID, :WS-RF-DEBT-ID, :WS-RF-AMOUNT,
                        :WS-RF-SENTDATE, :FRAUDHIT-OPERATOR,
                        :WS-RF-CHGDATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       132-TAKE-REFADR.

           MOVE 'REFADR' TO FRAUDHIT-RULE-ID
           MOVE SPACE TO FRAUDHIT-OPERATOR2-TEXT
           MOVE WS-RF-REF-ID TO FRAUDHIT-REFKEY
           MOVE 1 TO FRAUDHIT-HITCOUNT
           MOVE WS-RF-AMOUNT TO FRAUDHIT-AMOUNT
           MOVE WS-RF-DEBT-ID TO WS-KEY-ED
           MOVE SPACE TO FRAUDHIT-DETAIL-TEXT
           STRING 'G�lden�r '              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY-ED) DELIMITED BY SIZE
                   ': adress '              DELIMITED BY SIZE
                   WS-RF-CHGDATE            DELIMITED BY SIZE
                   ', �terbetalning '       DELIMITED BY SIZE
                   WS-RF-SENTDATE           DELIMITED BY SIZE
                   INTO FRAUDHIT-DETAIL-TEXT
           END-STRING
           PERFORM 180-STORE-HIT

           PERFORM 131-FETCH-REFADR.
      ***********************

      **> Two operators who approved each other's four-eyes requests
      **> in the month, each way at least MINCOUNT times - the pair
      **> once, the operator with the lower name first.
       140-RULE-ATTEST.

           IF WS-RULE-ON(3) NOT = 'J'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RULE-MIN(3) TO WS-RL-MIN
           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-ATTEST CURSOR FOR
               SELECT P.REQUESTOR, P.APPROVER, COUNT(*),
                      COALESCE(SUM(P.AMOUNT), 0),
                      (SELECT COUNT(*)
                           FROM TUTORIAL.PENDAPPR Q
                           WHERE Q.REQUESTOR = P.APPROVER
                             AND Q.APPROVER = P.REQUESTOR
                             AND Q.STATE IN (1, 3)
                             AND Q.REQDATE >= :WS-FROM-DATE
                             AND Q.REQDATE <= :WS-TO-DATE)
               FROM TUTORIAL.PENDAPPR P
               WHERE P.STATE IN (1, 3)
                 AND P.REQDATE >= :WS-FROM-DATE
                 AND P.REQDATE <= :WS-TO-DATE
                 AND P.REQUESTOR < P.APPROVER
               GROUP BY P.REQUESTOR, P.APPROVER
               HAVING COUNT(*) >= :WS-RL-MIN
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN CURS-ATTEST
           END-EXEC

           PERFORM 141-FETCH-ATTEST
           PERFORM 142-TAKE-ATTEST UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-ATTEST
           END-EXEC.
      ***********************

       141-FETCH-ATTEST.

           MOVE SPACE TO FRAUDHIT-OPERATOR-TEXT
           MOVE SPACE TO FRAUDHIT-OPERATOR2-TEXT
           EXEC SQL
               FETCH CURS-ATTEST
                   INTO :FRAUDHIT-OPERATOR, :FRAUDHIT-OPERATOR2,
                        :WS-AT-COUNT, :WS-AT-AMOUNT, :WS-AT-BACK
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       142-TAKE-ATTEST.

           IF WS-AT-BACK >= WS-RL-MIN
               MOVE 'ATTEST' TO FRAUDHIT-RULE-ID
               MOVE ZERO TO FRAUDHIT-REFKEY
               COMPUTE FRAUDHIT-HITCOUNT = WS-AT-COUNT + WS-AT-BACK
               MOVE WS-AT-AMOUNT TO FRAUDHIT-AMOUNT
               MOVE WS-AT-COUNT TO WS-COUNT-ED
               MOVE WS-AT-BACK TO WS-COUNT2-ED
               MOVE SPACE TO FRAUDHIT-DETAIL-TEXT
               STRING 'Attesterat varandra '     DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                       ' resp. '                  DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                       ' g�nger'                  DELIMITED BY SIZE
                       INTO FRAUDHIT-DETAIL-TEXT
               END-STRING
               PERFORM 180-STORE-HIT
           END-IF

           PERFORM 141-FETCH-ATTEST.
      ***********************

      **> Write-offs decided in the month, per customer and the
      **> operator who proposed them (WRITEOFF-OPERATOR1) - reversed
      **> ones too, the decision was still taken.
       150-RULE-AVSKRIV.

           IF WS-RULE-ON(4) NOT = 'J'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RULE-MIN(4) TO WS-RL-MIN
           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-AVSKRIV CURSOR FOR
               SELECT V.CUST_ID, W.OPERATOR1, COUNT(*),
                      COALESCE(SUM(W.AMOUNT), 0)
               FROM TUTORIAL.WRITEOFF W,
                    TUTORIAL.INVOICE V
               WHERE V.INV_ID = W.INV_ID
                 AND W.WODATE >= :WS-FROM-DATE
                 AND W.WODATE <= :WS-TO-DATE
               GROUP BY V.CUST_ID, W.OPERATOR1
               HAVING COUNT(*) >= :WS-RL-MIN
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN CURS-AVSKRIV
           END-EXEC

           PERFORM 151-FETCH-AVSKRIV
           PERFORM 152-TAKE-AVSKRIV UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-AVSKRIV
           END-EXEC.
      ***********************

       151-FETCH-AVSKRIV.

           MOVE SPACE TO FRAUDHIT-OPERATOR-TEXT
           EXEC SQL
               FETCH CURS-AVSKRIV
                   INTO :WS-WO-CUST-ID, :FRAUDHIT-OPERATOR,
                        :WS-WO-COUNT, :WS-WO-AMOUNT
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       152-TAKE-AVSKRIV.

           MOVE 'AVSKRIV' TO FRAUDHIT-RULE-ID
           MOVE SPACE TO FRAUDHIT-OPERATOR2-TEXT
           MOVE WS-WO-CUST-ID TO FRAUDHIT-REFKEY
           MOVE WS-WO-COUNT TO FRAUDHIT-HITCOUNT
           MOVE WS-WO-AMOUNT TO FRAUDHIT-AMOUNT
           MOVE WS-WO-COUNT TO WS-COUNT-ED
           MOVE WS-WO-CUST-ID TO WS-KEY-ED
           MOVE SPACE TO FRAUDHIT-DETAIL-TEXT
           STRING FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   ' avskrivningar p� kund '  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY-ED)   DELIMITED BY SIZE
                   INTO FRAUDHIT-DETAIL-TEXT
           END-STRING
           PERFORM 180-STORE-HIT

           PERFORM 151-FETCH-AVSKRIV.
      ***********************

       160-WRITE-REPORT.

           CALL 'CBL_CREATE_DIR' USING WS-FRAUD-DIR
               RETURNING WS-DIR-RC

           MOVE SPACE TO WS-FRAUD-PATH
           STRING FUNCTION TRIM(WS-FRAUD-DIR) DELIMITED BY SIZE
                   '/analys-'                   DELIMITED BY SIZE
                   WS-PERIOD(1:4)               DELIMITED BY SIZE
                   WS-PERIOD(6:2)               DELIMITED BY SIZE
                   '.txt'                       DELIMITED BY SIZE
                   INTO WS-FRAUD-PATH
           END-STRING

           OPEN OUTPUT FRAUDDATA
           IF NOT FRAUDFIL-SUCCESSFUL
               DISPLAY ' Rapportfil kunde inte skapas: '
                   FUNCTION TRIM(WS-FRAUD-PATH)
               SET REQ-FAILED TO TRUE
           ELSE
               PERFORM 161-WRITE-HEADER
               PERFORM 163-WRITE-RULE-LINE
                   VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > 4
               PERFORM 165-WRITE-HITS
               CLOSE FRAUDDATA
           END-IF.
      ***********************

       161-WRITE-HEADER.

           STRING 'M�NADSANALYS - KREDITER, �TERBETALNINGAR, '
                                               DELIMITED BY SIZE
                   'ATTESTER OCH AVSKRIVNINGAR' DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           STRING 'M�nad:        ' DELIMITED BY SIZE
                   WS-PERIOD        DELIMITED BY SIZE
                   ' ('             DELIMITED BY SIZE
                   WS-FROM-DATE     DELIMITED BY SIZE
                   ' - '            DELIMITED BY SIZE
                   WS-TO-DATE       DELIMITED BY SIZE
                   ')'              DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           STRING 'Framtagen:    ' DELIMITED BY SIZE
                   WS-TODAY-DATE    DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-REQ-NOW(9:2)  DELIMITED BY SIZE
                   ':'              DELIMITED BY SIZE
                   WS-REQ-NOW(11:2) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE WS-DUAL-LIMIT TO WS-LIMIT-ED
           STRING 'Attestgr�ns:  ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LIMIT-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           IF WS-DUAL-LIMIT = ZERO
               MOVE 'ingen (KREDIT k�rs inte)' TO WS-OUT-LINE(17:30)
           END-IF
           PERFORM 190-WRITE-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'REGLER' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'Regel     Aktiv  Minst antal  Dagar  Procent'
               TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE.
      ***********************

       163-WRITE-RULE-LINE.

           MOVE WS-RULE-ID(WS-RX) TO WS-OUT-LINE(1:8)
           MOVE WS-RULE-ON(WS-RX) TO WS-OUT-LINE(11:1)
           MOVE WS-RULE-MIN(WS-RX) TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-OUT-LINE(21:6)
           MOVE WS-RULE-DAYS(WS-RX) TO WS-DAYS-ED
           MOVE WS-DAYS-ED TO WS-OUT-LINE(30:3)
           MOVE WS-RULE-PCT(WS-RX) TO WS-PCT-ED
           MOVE WS-PCT-ED TO WS-OUT-LINE(39:6)
           PERFORM 190-WRITE-LINE.
      ***********************

      **> every hit of the month as FRAUDHIT has it - this run's and
      **> earlier runs', open or cleared
       165-WRITE-HITS.

           PERFORM 190-WRITE-LINE
           MOVE 'TR�FFAR' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'Nr        Regel     Operat�r         Operat�r 2'
               TO WS-OUT-LINE
           MOVE 'Nyckel   Antal        Belopp  Status'
               TO WS-OUT-LINE(58:38)
           PERFORM 190-WRITE-LINE

           MOVE 'N' TO END-OF-CURSOR-SW
           EXEC SQL
               DECLARE CURS-HITS CURSOR FOR
               SELECT HIT_ID, RULE_ID, OPERATOR, OPERATOR2, REFKEY,
                      HITCOUNT, AMOUNT, DETAIL, STATE, CLEARDATE,
                      CLEAREDBY, REASON
               FROM TUTORIAL.FRAUDHIT
               WHERE PERIOD = :WS-PERIOD
               ORDER BY RULE_ID, HIT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-HITS
           END-EXEC

           PERFORM 166-FETCH-HIT
           PERFORM 167-WRITE-ONE-HIT UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-HITS
           END-EXEC

           PERFORM 190-WRITE-LINE
           MOVE WS-HIT-COUNT TO WS-COUNT-ED
           MOVE WS-NEW-COUNT TO WS-COUNT2-ED
           STRING 'Tr�ffar i m�naden: '     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   ', varav nya i denna k�rning: '
                                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE.
      ***********************

       166-FETCH-HIT.

           MOVE SPACE TO FRAUDHIT-OPERATOR-TEXT
           MOVE SPACE TO FRAUDHIT-OPERATOR2-TEXT
           MOVE SPACE TO FRAUDHIT-DETAIL-TEXT
           MOVE SPACE TO FRAUDHIT-CLEAREDBY-TEXT
           MOVE SPACE TO FRAUDHIT-REASON-TEXT
           EXEC SQL
               FETCH CURS-HITS
                   INTO :FRAUDHIT-HIT-ID, :FRAUDHIT-RULE-ID,
                        :FRAUDHIT-OPERATOR, :FRAUDHIT-OPERATOR2,
                        :FRAUDHIT-REFKEY, :FRAUDHIT-HITCOUNT,
                        :FRAUDHIT-AMOUNT, :FRAUDHIT-DETAIL,
                        :FRAUDHIT-STATE, :FRAUDHIT-CLEARDATE,
                        :FRAUDHIT-CLEAREDBY, :FRAUDHIT-REASON
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       167-WRITE-ONE-HIT.

           MOVE FRAUDHIT-HIT-ID TO WS-KEY-ED
           MOVE WS-KEY-ED TO WS-OUT-LINE(1:9)
           MOVE FRAUDHIT-RULE-ID TO WS-OUT-LINE(11:8)
           MOVE FRAUDHIT-OPERATOR-TEXT(1:16) TO WS-OUT-LINE(21:16)
           MOVE FRAUDHIT-OPERATOR2-TEXT(1:16) TO WS-OUT-LINE(38:16)
           IF FRAUDHIT-REFKEY NOT = ZERO
               MOVE FRAUDHIT-REFKEY TO WS-KEY-ED
               MOVE WS-KEY-ED TO WS-OUT-LINE(55:9)
           END-IF
           MOVE FRAUDHIT-HITCOUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-OUT-LINE(65:6)
           MOVE FRAUDHIT-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(72:13)
           IF FRAUDHIT-CLEARED
               MOVE 'AVSKRIVEN' TO WS-OUT-LINE(87:9)
           ELSE
               MOVE '�PPEN' TO WS-OUT-LINE(87:9)
           END-IF
           PERFORM 190-WRITE-LINE

           MOVE FRAUDHIT-DETAIL-TEXT TO WS-OUT-LINE(11:60)
           PERFORM 190-WRITE-LINE
           IF FRAUDHIT-CLEARED
               STRING 'Avskriven '            DELIMITED BY SIZE
                       FRAUDHIT-CLEARDATE      DELIMITED BY SIZE
                       ' av '                  DELIMITED BY SIZE
                       FUNCTION TRIM(FRAUDHIT-CLEAREDBY-TEXT)
                                               DELIMITED BY SIZE
                       ': '                    DELIMITED BY SIZE
                       FUNCTION TRIM(FRAUDHIT-REASON-TEXT)
                                               DELIMITED BY SIZE
                       INTO WS-OUT-LINE(11:)
               END-STRING
               PERFORM 190-WRITE-LINE
           END-IF

           PERFORM 166-FETCH-HIT.
      ***********************

      **> A hit already stored for the same rule, month, operators
      **> and key is not repeated - a rerun of the month, or the
      **> month-end run after a run by hand, only adds what is new.
      **> A new hit goes on the worklist for a supervisor.
       180-STORE-HIT.

           ADD 1 TO WS-HIT-COUNT
           MOVE WS-PERIOD TO FRAUDHIT-PERIOD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FRAUDHIT-OPERATOR-TEXT))
               TO FRAUDHIT-OPERATOR-LEN
           IF FRAUDHIT-OPERATOR2-TEXT = SPACE
               MOVE 1 TO FRAUDHIT-OPERATOR2-LEN
           ELSE
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(FRAUDHIT-OPERATOR2-TEXT))
                   TO FRAUDHIT-OPERATOR2-LEN
           END-IF

           MOVE ZERO TO WS-EXISTS
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-EXISTS
                   FROM FRAUDHIT
                   WHERE RULE_ID = :FRAUDHIT-RULE-ID
                     AND PERIOD = :FRAUDHIT-PERIOD
                     AND OPERATOR = :FRAUDHIT-OPERATOR
                     AND OPERATOR2 = :FRAUDHIT-OPERATOR2
                     AND REFKEY = :FRAUDHIT-REFKEY
           END-EXEC

           IF WS-EXISTS > ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE 'FRAUDHIT' TO IDGEN-TABLENAME-TEXT
           PERFORM 200-GET-NEXT-ID
           COMPUTE FRAUDHIT-HIT-ID = WS-NEXT-ID + 1

           MOVE WS-TODAY-DATE TO FRAUDHIT-RUNDATE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FRAUDHIT-DETAIL-TEXT))
               TO FRAUDHIT-DETAIL-LEN
           MOVE ZERO TO FRAUDHIT-STATE
           MOVE SPACE TO FRAUDHIT-CLEARDATE
           MOVE SPACE TO FRAUDHIT-CLEAREDBY-TEXT
           MOVE 1 TO FRAUDHIT-CLEAREDBY-LEN
           MOVE SPACE TO FRAUDHIT-REASON-TEXT
           MOVE 1 TO FRAUDHIT-REASON-LEN

           EXEC SQL
               INSERT INTO FRAUDHIT
               VALUES ( :FRAUDHIT-HIT-ID,
                         :FRAUDHIT-RULE-ID,
                         :FRAUDHIT-PERIOD,
                         :FRAUDHIT-RUNDATE,
                         :FRAUDHIT-OPERATOR,
                         :FRAUDHIT-OPERATOR2,
                         :FRAUDHIT-REFKEY,
                         :FRAUDHIT-HITCOUNT,
                         :FRAUDHIT-AMOUNT,
                         :FRAUDHIT-DETAIL,
                         :FRAUDHIT-STATE,
                         :FRAUDHIT-CLEARDATE,
                         :FRAUDHIT-CLEAREDBY,
                         :FRAUDHIT-REASON)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in FRAUDHIT �r felt'
           ELSE
               ADD 1 TO WS-NEW-COUNT
               PERFORM 185-ADD-TO-WORKLIST
           END-IF.
      ***********************

       185-ADD-TO-WORKLIST.

           COMPUTE WORKLIST-ITEM-ID = FRAUDHIT-HIT-ID + 300000000
           MOVE 'FRAUD' TO WORKLIST-SOURCE
           MOVE FRAUDHIT-HIT-ID TO WORKLIST-REFKEY
           MOVE WS-TODAY-DATE TO WORKLIST-OPENDATE
           MOVE SPACE TO WORKLIST-ASSIGNEE-TEXT
           MOVE 1 TO WORKLIST-ASSIGNEE-LEN
           MOVE ZERO TO WORKLIST-STATE
           MOVE SPACE TO WORKLIST-NOTE-TEXT
           STRING FRAUDHIT-RULE-ID         DELIMITED BY SPACE
                   ': '                     DELIMITED BY SIZE
                   FRAUDHIT-DETAIL-TEXT     DELIMITED BY SIZE
                   INTO WORKLIST-NOTE-TEXT
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WORKLIST-NOTE-TEXT))
               TO WORKLIST-NOTE-LEN

           EXEC SQL
               INSERT INTO WORKLIST
               VALUES ( :WORKLIST-ITEM-ID,
                         :WORKLIST-SOURCE,
                         :WORKLIST-REFKEY,
                         :WORKLIST-OPENDATE,
                         :WORKLIST-ASSIGNEE,
                         :WORKLIST-STATE,
                         :WORKLIST-NOTE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in WORKLIST �r felt'
           END-IF.
      ***********************

       190-WRITE-LINE.

           MOVE WS-OUT-LINE TO FRAUD-POST
           WRITE FRAUD-POST
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACE TO WS-OUT-LINE.
      ***********************

       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' PbsFrod - k�rningssammanfattning'
           DISPLAY ' M�nad:                    ' WS-PERIOD
           IF REQ-FAILED
               DISPLAY ' Resultat:                 AVBRUTEN'
           ELSE
               DISPLAY ' Rapport:                  '
                   FUNCTION TRIM(WS-FRAUD-PATH)
               DISPLAY ' Tr�ffar i m�naden:        ' WS-HIT-COUNT
               DISPLAY ' Nya tr�ffar:              ' WS-NEW-COUNT
           END-IF
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
      ***********************
