       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsKanl.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Payment channel mix and collection cost. Every
      **>          payment booked in the month is counted by the
      **>          channel it came in by (PAYMENT METHOD: BG from
      **>          BgMax, CA from camt, AG autogiro, SW Swish, AUTO
      **>          round sums spread by BgMaxRead, TILLGODO credit
      **>          balances, INK inkasso, and whatever an operator
      **>          typed on a manual registration), per customer and
      **>          per legal entity (CUSTOMER FIN_ID): count, amount
      **>          and their share of the customer's month, the
      **>          average days from due date to payment, the share
      **>          that had to be matched by hand in the workbench
      **>          (an AUDITLOG PAYMENT/MANMATCH row on the payment,
      **>          or the workbench's own MAN from before it booked
      **>          the arrival channel) and what the bank charged for
      **>          them by the per-transaction fees in PAYFEE. Test
      **>          customers are left out. Written to
      **>          data/betalkanal/betalkanal-<YYYYMM>.txt and run
      **>          from the company reports.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KANLDATA ASSIGN TO WS-KANL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KANLFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  KANLDATA.
       01  KANL-POST                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-KANL-DIR                   PIC X(20)
                                         VALUE 'data/betalkanal'.
       01  WS-KANL-PATH                  PIC X(80)   VALUE SPACE.
       01  WS-DIR-RC                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-REQ-NOW                    PIC X(21)   VALUE SPACE.
       01  WS-RUNTIME                    PIC X(19)   VALUE SPACE.
       01  WS-PERIOD                     PIC X(7)    VALUE SPACE.
       01  WS-FROM-DATE                  PIC X(10)   VALUE SPACE.
       01  WS-TO-DATE                    PIC X(10)   VALUE SPACE.
       01  WS-YMD                        PIC X(8)    VALUE SPACE.
       01  WS-YMD-NUM REDEFINES WS-YMD   PIC 9(8).
       01  WS-DAY-INT                    PIC 9(9)    COMP VALUE ZERO.
       01  WS-LINE-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-OUT-LINE                   PIC X(132)  VALUE SPACE.
       01  WS-ENTITY-COUNT               PIC S9(9)   COMP VALUE ZERO.
       01  WS-CUST-COUNT                 PIC S9(9)   COMP VALUE ZERO.

      **> one payment as the payment cursor delivers it
       01  WS-PY-FIN-ID                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-PY-CUST-ID                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-PY-METHOD                  PIC X(10)   VALUE SPACE.
       01  WS-PY-HAS-DUE                 PIC S9(4)   COMP VALUE ZERO.
       01  WS-PY-MANUAL                  PIC S9(4)   COMP VALUE ZERO.
       01  WS-PY-DAYS                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-PAY-YMD                    PIC X(8)    VALUE SPACE.
       01  WS-PAY-YMD-NUM REDEFINES WS-PAY-YMD
                                         PIC 9(8).
       01  WS-DUE-YMD                    PIC X(8)    VALUE SPACE.
       01  WS-DUE-YMD-NUM REDEFINES WS-DUE-YMD
                                         PIC 9(8).

      **> the entity and customer being added up
       01  WS-CUR-FIN-ID                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-CUR-CUST-ID                PIC S9(9)   COMP VALUE ZERO.
       01  WS-COMPANY                    PIC X(40)   VALUE SPACE.
       01  WS-CUSTNO                     PIC X(20)   VALUE SPACE.
       01  WS-CUSTNAME                   PIC X(40)   VALUE SPACE.

      **> the channels of the customer, of the entity and of the
      **> one being written - the same layout, so either is moved
      **> to the print table whole. A month with more channels than
      **> the table holds gathers the rest on the last line.
       01  WS-CUST-CHANNELS.
           05  WS-CC-USED                PIC S9(4)   COMP.
           05  WS-CC                     OCCURS 20.
               10  WS-CC-METHOD          PIC X(10).
               10  WS-CC-PAYS            PIC S9(9)   COMP.
               10  WS-CC-AMOUNT          PIC S9(11)V9(2) COMP-3.
               10  WS-CC-DAYSUM          PIC S9(11)  COMP.
               10  WS-CC-DAYPAYS         PIC S9(9)   COMP.
               10  WS-CC-MANUAL          PIC S9(9)   COMP.
       01  WS-ENT-CHANNELS.
           05  WS-EC-USED                PIC S9(4)   COMP.
           05  WS-EC                     OCCURS 20.
               10  WS-EC-METHOD          PIC X(10).
               10  WS-EC-PAYS            PIC S9(9)   COMP.
               10  WS-EC-AMOUNT          PIC S9(11)V9(2) COMP-3.
               10  WS-EC-DAYSUM          PIC S9(11)  COMP.
               10  WS-EC-DAYPAYS         PIC S9(9)   COMP.
               10  WS-EC-MANUAL          PIC S9(9)   COMP.
       01  WS-PR-CHANNELS.
           05  WS-PR-USED                PIC S9(4)   COMP.
           05  WS-PR                     OCCURS 20.
               10  WS-PR-METHOD          PIC X(10).
               10  WS-PR-PAYS            PIC S9(9)   COMP.
               10  WS-PR-AMOUNT          PIC S9(11)V9(2) COMP-3.
               10  WS-PR-DAYSUM          PIC S9(11)  COMP.
               10  WS-PR-DAYPAYS         PIC S9(9)   COMP.
               10  WS-PR-MANUAL          PIC S9(9)   COMP.
       01  WS-CHANNEL-MAX                PIC S9(4)   COMP VALUE 20.
       01  WS-CX                         PIC S9(4)   COMP VALUE ZERO.
       01  WS-EX                         PIC S9(4)   COMP VALUE ZERO.
       01  WS-PX                         PIC S9(4)   COMP VALUE ZERO.

      **> the print table's totals and one line's figures
       01  WS-PR-TOT-PAYS                PIC S9(9)   COMP VALUE ZERO.
       01  WS-PR-TOT-AMOUNT              PIC S9(11)V9(2) COMP-3
                                                     VALUE ZERO.
       01  WS-PR-TOT-DAYSUM              PIC S9(11)  COMP VALUE ZERO.
       01  WS-PR-TOT-DAYPAYS             PIC S9(9)   COMP VALUE ZERO.
       01  WS-PR-TOT-MANUAL              PIC S9(9)   COMP VALUE ZERO.
       01  WS-PR-TOT-COST                PIC S9(9)V9(2) COMP-3
                                                     VALUE ZERO.
       01  WS-FEE                        PIC S9(5)V9(2) COMP-3
                                                     VALUE ZERO.
       01  WS-COST                       PIC S9(9)V9(2) COMP-3
                                                     VALUE ZERO.
       01  WS-PCT                        PIC S9(3)V9(1) COMP-3
                                                     VALUE ZERO.
       01  WS-AVG-DAYS                   PIC S9(5)V9(1) COMP-3
                                                     VALUE ZERO.

      **> the run's figures
       01  WS-RUN-PAYS                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUN-AMOUNT                 PIC S9(11)V9(2) COMP-3
                                                     VALUE ZERO.
       01  WS-RUN-MANUAL                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUN-COST                   PIC S9(9)V9(2) COMP-3
                                                     VALUE ZERO.

      **> edited figures for the report
       01  WS-COUNT-ED                   PIC Z(8)9.
       01  WS-FIN-ED                     PIC Z(8)9.
       01  WS-PCT-ED                     PIC ZZ9.9.
       01  WS-AMOUNT-ED                  PIC Z(9)9.99-.
       01  WS-DAYS-ED                    PIC -(5)9.9.
       01  WS-FEE-ED                     PIC ZZZZ9.99.
       01  WS-COST-ED                    PIC Z(8)9.99.

       01  SWITCHES.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.
           05  FIRST-PAYMENT-SW        PIC X VALUE 'Y'.
               88  FIRST-PAYMENT           VALUE 'Y'.
           05  REQ-FAILED-SW           PIC X VALUE 'N'.
               88  REQ-FAILED              VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 KANLFIL-FS               PIC XX.
               88  KANLFIL-SUCCESSFUL      VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE FINDATA    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE PAYMENT    END-EXEC.
           EXEC SQL INCLUDE PAYFEE     END-EXEC.

       LINKAGE SECTION.
       COPY KANLREQ.

       PROCEDURE DIVISION USING KANLREQ.

       000-CHANNEL-REPORT.

           MOVE SPACE TO KANLREQ-RESULT
           MOVE SPACE TO KANLREQ-FILENAME
           MOVE ZERO TO KANLREQ-PAY-COUNT
           MOVE ZERO TO KANLREQ-PAY-AMOUNT
           MOVE ZERO TO KANLREQ-MAN-COUNT
           MOVE ZERO TO KANLREQ-COST

           PERFORM 100-INIT
           IF NOT REQ-FAILED
               PERFORM 120-OPEN-REPORT
           END-IF
           IF REQ-FAILED
               MOVE 'F' TO KANLREQ-RESULT
               PERFORM 196-DISPLAY-RUN-SUMMARY
               GOBACK
           END-IF

           PERFORM 130-READ-PAYMENTS
           PERFORM 185-WRITE-TOTALS
           CLOSE KANLDATA

           MOVE 'D' TO KANLREQ-RESULT
           MOVE WS-KANL-PATH TO KANLREQ-FILENAME
           MOVE WS-RUN-PAYS TO KANLREQ-PAY-COUNT
           MOVE WS-RUN-AMOUNT TO KANLREQ-PAY-AMOUNT
           MOVE WS-RUN-MANUAL TO KANLREQ-MAN-COUNT
           MOVE WS-RUN-COST TO KANLREQ-COST

           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

      **> the month asked for, or the run day's, as its first and
      **> last day
       100-INIT.

           MOVE 'N' TO REQ-FAILED-SW
           MOVE 'Y' TO FIRST-PAYMENT-SW
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-ENTITY-COUNT
           MOVE ZERO TO WS-CUST-COUNT
           MOVE ZERO TO WS-RUN-PAYS
           MOVE ZERO TO WS-RUN-AMOUNT
           MOVE ZERO TO WS-RUN-MANUAL
           MOVE ZERO TO WS-RUN-COST

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

           IF KANLREQ-PERIOD = SPACE
               MOVE WS-RUNTIME(1:7) TO WS-PERIOD
           ELSE
               MOVE KANLREQ-PERIOD TO WS-PERIOD
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
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PERIOD TO WS-FROM-DATE(1:7)
           MOVE '-01' TO WS-FROM-DATE(8:3)

      **>  the month's last day is the day before the first of the
      **>  next month
           IF WS-YMD(5:2) = '12'
               COMPUTE WS-YMD-NUM = WS-YMD-NUM + 8900
           ELSE
               COMPUTE WS-YMD-NUM = WS-YMD-NUM + 100
           END-IF
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-YMD-NUM) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-YMD-NUM
           MOVE WS-YMD(1:4) TO WS-TO-DATE(1:4)
           MOVE WS-YMD(5:2) TO WS-TO-DATE(6:2)
           MOVE WS-YMD(7:2) TO WS-TO-DATE(9:2)
           MOVE '-' TO WS-TO-DATE(5:1) WS-TO-DATE(8:1).
      ***********************

       120-OPEN-REPORT.

           CALL 'CBL_CREATE_DIR' USING WS-KANL-DIR
               RETURNING WS-DIR-RC

           MOVE SPACE TO WS-KANL-PATH
           STRING FUNCTION TRIM(WS-KANL-DIR) DELIMITED BY SIZE
                   '/betalkanal-'               DELIMITED BY SIZE
                   WS-PERIOD(1:4)               DELIMITED BY SIZE
                   WS-PERIOD(6:2)               DELIMITED BY SIZE
                   '.txt'                       DELIMITED BY SIZE
                   INTO WS-KANL-PATH
           END-STRING

           OPEN OUTPUT KANLDATA
           IF NOT KANLFIL-SUCCESSFUL
               DISPLAY ' Rapportfil kunde inte skapas: '
                   FUNCTION TRIM(WS-KANL-PATH)
               SET REQ-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 'BETALKANALER OCH INDRIVNINGSKOSTNAD' TO WS-OUT-LINE
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
                   WS-RUNTIME       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE 'And% = andel av antal resp. belopp, Dgr = snitt dagar'
               TO WS-OUT-LINE
           MOVE ' fr�n f�rfallodag till betalning (minus = f�re),'
               TO WS-OUT-LINE(55:55)
           PERFORM 190-WRITE-LINE
           MOVE 'Man% = andel matchad i arbetsb�nken, Avgift = '
               TO WS-OUT-LINE
           MOVE 'bankens avgift per transaktion (blank = ingen angiven)'
               TO WS-OUT-LINE(50:60)
           PERFORM 190-WRITE-LINE.
      ***********************

      **> every payment of the month on a real customer's invoice,
      **> in entity, customer and channel order, added up with a
      **> break on the customer and on the entity
       130-READ-PAYMENTS.

           EXEC SQL
               DECLARE CURS-KANL-PAY CURSOR FOR
               SELECT C.FIN_ID, C.CUST_ID, C.CUSTNO, C.NAME,
                      P.METHOD, P.AMOUNT, P.PAYDATE,
                      COALESCE(V.DUEDATE, P.PAYDATE),
                      CASE WHEN V.DUEDATE IS NULL THEN 0
                           ELSE 1 END,
                      CASE WHEN P.METHOD = 'MAN' THEN 1
                           WHEN EXISTS
                               (SELECT 1
                                FROM TUTORIAL.AUDITLOG A
                                WHERE A.TABLENAME = 'PAYMENT'
                                  AND A.FIELDNAME = 'MANMATCH'
                                  AND A.ROWKEY = P.PAYMENT_ID)
                                THEN 1
                           ELSE 0 END
               FROM TUTORIAL.PAYMENT P, TUTORIAL.INVOICE V,
                    TUTORIAL.CUSTOMER C
               WHERE P.INV_ID = V.INV_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
                 AND P.PAYDATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
               ORDER BY C.FIN_ID, C.CUSTNO, C.CUST_ID, P.METHOD
           END-EXEC

           EXEC SQL
               OPEN CURS-KANL-PAY
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           PERFORM 131-FETCH-PAYMENT
           PERFORM 132-TAKE-PAYMENT UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-KANL-PAY
           END-EXEC

           IF NOT FIRST-PAYMENT
               PERFORM 160-CLOSE-CUSTOMER
               PERFORM 165-CLOSE-ENTITY
           END-IF.
      ***********************

       131-FETCH-PAYMENT.

           MOVE SPACE TO CUSTOMER-CUSTNO-TEXT
           MOVE SPACE TO CUSTOMER-NAME-TEXT
           MOVE SPACE TO PAYMENT-METHOD-TEXT
           EXEC SQL
               FETCH CURS-KANL-PAY
                   INTO :WS-PY-FIN-ID, :WS-PY-CUST-ID,
                        :CUSTOMER-CUSTNO, :CUSTOMER-NAME,
                        :PAYMENT-METHOD, :PAYMENT-AMOUNT,
                        :PAYMENT-PAYDATE, :INVOICE-DUEDATE,
                        :WS-PY-HAS-DUE, :WS-PY-MANUAL
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       132-TAKE-PAYMENT.

           IF FIRST-PAYMENT
               MOVE 'N' TO FIRST-PAYMENT-SW
               PERFORM 140-OPEN-ENTITY
               PERFORM 145-OPEN-CUSTOMER
           ELSE
               IF WS-PY-FIN-ID NOT = WS-CUR-FIN-ID
                   PERFORM 160-CLOSE-CUSTOMER
                   PERFORM 165-CLOSE-ENTITY
                   PERFORM 140-OPEN-ENTITY
                   PERFORM 145-OPEN-CUSTOMER
               ELSE
                   IF WS-PY-CUST-ID NOT = WS-CUR-CUST-ID
                       PERFORM 160-CLOSE-CUSTOMER
                       PERFORM 145-OPEN-CUSTOMER
                   END-IF
               END-IF
           END-IF

           MOVE PAYMENT-METHOD-TEXT(1:10) TO WS-PY-METHOD
           IF WS-PY-METHOD = SPACE
               MOVE '(blank)' TO WS-PY-METHOD
           END-IF

      **>  days from due date to payment, negative when paid early
           MOVE ZERO TO WS-PY-DAYS
           IF WS-PY-HAS-DUE = 1
               MOVE SPACE TO WS-PAY-YMD
               STRING PAYMENT-PAYDATE(1:4) DELIMITED BY SIZE
                       PAYMENT-PAYDATE(6:2) DELIMITED BY SIZE
                       PAYMENT-PAYDATE(9:2) DELIMITED BY SIZE
                       INTO WS-PAY-YMD
               END-STRING
               MOVE SPACE TO WS-DUE-YMD
               STRING INVOICE-DUEDATE(1:4) DELIMITED BY SIZE
                       INVOICE-DUEDATE(6:2) DELIMITED BY SIZE
                       INVOICE-DUEDATE(9:2) DELIMITED BY SIZE
                       INTO WS-DUE-YMD
               END-STRING
               IF WS-PAY-YMD IS NUMERIC AND WS-DUE-YMD IS NUMERIC
                   COMPUTE WS-PY-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-PAY-YMD-NUM)
                     - FUNCTION INTEGER-OF-DATE(WS-DUE-YMD-NUM)
               ELSE
                   MOVE ZERO TO WS-PY-HAS-DUE
               END-IF
           END-IF

           PERFORM 150-FIND-CUST-CHANNEL
           ADD 1 TO WS-CC-PAYS(WS-CX)
           ADD PAYMENT-AMOUNT TO WS-CC-AMOUNT(WS-CX)
           IF WS-PY-HAS-DUE = 1
               ADD WS-PY-DAYS TO WS-CC-DAYSUM(WS-CX)
               ADD 1 TO WS-CC-DAYPAYS(WS-CX)
           END-IF
           IF WS-PY-MANUAL = 1
               ADD 1 TO WS-CC-MANUAL(WS-CX)
           END-IF

           PERFORM 155-FIND-ENT-CHANNEL
           ADD 1 TO WS-EC-PAYS(WS-EX)
           ADD PAYMENT-AMOUNT TO WS-EC-AMOUNT(WS-EX)
           IF WS-PY-HAS-DUE = 1
               ADD WS-PY-DAYS TO WS-EC-DAYSUM(WS-EX)
               ADD 1 TO WS-EC-DAYPAYS(WS-EX)
           END-IF
           IF WS-PY-MANUAL = 1
               ADD 1 TO WS-EC-MANUAL(WS-EX)
           END-IF

           ADD 1 TO WS-RUN-PAYS
           ADD PAYMENT-AMOUNT TO WS-RUN-AMOUNT
           IF WS-PY-MANUAL = 1
               ADD 1 TO WS-RUN-MANUAL
           END-IF

           PERFORM 131-FETCH-PAYMENT.
      ***********************

      **> a new legal entity: its heading, with the company name
      **> FINDATA has for it
       140-OPEN-ENTITY.

           ADD 1 TO WS-ENTITY-COUNT
           MOVE WS-PY-FIN-ID TO WS-CUR-FIN-ID
           INITIALIZE WS-ENT-CHANNELS

           MOVE WS-CUR-FIN-ID TO FINDATA-FIN-ID
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
           MOVE WS-CUR-FIN-ID TO WS-FIN-ED
           STRING 'JURIDISK PERSON ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FIN-ED) DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   WS-COMPANY        DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE.
      ***********************

       145-OPEN-CUSTOMER.

           ADD 1 TO WS-CUST-COUNT
           MOVE WS-PY-CUST-ID TO WS-CUR-CUST-ID
           MOVE CUSTOMER-CUSTNO-TEXT(1:20) TO WS-CUSTNO
           MOVE CUSTOMER-NAME-TEXT(1:40) TO WS-CUSTNAME
           INITIALIZE WS-CUST-CHANNELS.
      ***********************

      **> the channel's line in the customer's table, a new one the
      **> first time the channel is seen
       150-FIND-CUST-CHANNEL.

           MOVE 1 TO WS-CX
           PERFORM 151-NEXT-CUST-CHANNEL
               UNTIL WS-CX > WS-CC-USED
                  OR WS-CC-METHOD(WS-CX) = WS-PY-METHOD
           IF WS-CX > WS-CC-USED
               IF WS-CC-USED < WS-CHANNEL-MAX
                   ADD 1 TO WS-CC-USED
                   MOVE WS-CC-USED TO WS-CX
                   MOVE WS-PY-METHOD TO WS-CC-METHOD(WS-CX)
               ELSE
                   MOVE WS-CHANNEL-MAX TO WS-CX
                   MOVE '(�vriga)' TO WS-CC-METHOD(WS-CX)
               END-IF
           END-IF.
      ***********************

       151-NEXT-CUST-CHANNEL.

           ADD 1 TO WS-CX.
      ***********************

       155-FIND-ENT-CHANNEL.

           MOVE 1 TO WS-EX
           PERFORM 156-NEXT-ENT-CHANNEL
               UNTIL WS-EX > WS-EC-USED
                  OR WS-EC-METHOD(WS-EX) = WS-PY-METHOD
           IF WS-EX > WS-EC-USED
               IF WS-EC-USED < WS-CHANNEL-MAX
                   ADD 1 TO WS-EC-USED
                   MOVE WS-EC-USED TO WS-EX
                   MOVE WS-PY-METHOD TO WS-EC-METHOD(WS-EX)
               ELSE
                   MOVE WS-CHANNEL-MAX TO WS-EX
                   MOVE '(�vriga)' TO WS-EC-METHOD(WS-EX)
               END-IF
           END-IF.
      ***********************

       156-NEXT-ENT-CHANNEL.

           ADD 1 TO WS-EX.
      ***********************

       160-CLOSE-CUSTOMER.

           PERFORM 190-WRITE-LINE
           STRING '  Kund '          DELIMITED BY SIZE
                   WS-CUSTNO         DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-CUSTNAME       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           MOVE WS-CUST-CHANNELS TO WS-PR-CHANNELS
           PERFORM 180-WRITE-CHANNELS.
      ***********************

      **> the entity's channels over all its customers; the cost
      **> is the entity's, by its own fees
       165-CLOSE-ENTITY.

           PERFORM 190-WRITE-LINE
           MOVE WS-CUR-FIN-ID TO WS-FIN-ED
           STRING '  SUMMA JURIDISK PERSON ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FIN-ED)   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           MOVE WS-ENT-CHANNELS TO WS-PR-CHANNELS
           PERFORM 180-WRITE-CHANNELS
           ADD WS-PR-TOT-COST TO WS-RUN-COST.
      ***********************

      **> the print table, one line per channel and a sum line,
      **> the shares of the table's own totals
       180-WRITE-CHANNELS.

           MOVE ZERO TO WS-PR-TOT-PAYS
           MOVE ZERO TO WS-PR-TOT-AMOUNT
           MOVE ZERO TO WS-PR-TOT-DAYSUM
           MOVE ZERO TO WS-PR-TOT-DAYPAYS
           MOVE ZERO TO WS-PR-TOT-MANUAL
           MOVE ZERO TO WS-PR-TOT-COST
           PERFORM 182-ADD-CHANNEL-TOTALS
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PR-USED

           MOVE '    Kanal' TO WS-OUT-LINE
           MOVE 'Antal' TO WS-OUT-LINE(17:5)
           MOVE 'And%' TO WS-OUT-LINE(24:4)
           MOVE 'Belopp' TO WS-OUT-LINE(38:6)
           MOVE 'And%' TO WS-OUT-LINE(47:4)
           MOVE 'Dgr' TO WS-OUT-LINE(57:3)
           MOVE 'Man%' TO WS-OUT-LINE(63:4)
           MOVE 'Avgift' TO WS-OUT-LINE(70:6)
           MOVE 'Kostnad' TO WS-OUT-LINE(83:7)
           PERFORM 190-WRITE-LINE

           PERFORM 181-WRITE-CHANNEL-LINE
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PR-USED

           MOVE '    Summa' TO WS-OUT-LINE
           MOVE WS-PR-TOT-PAYS TO WS-COUNT-ED
           MOVE WS-COUNT-ED(4:6) TO WS-OUT-LINE(16:6)
           MOVE WS-PR-TOT-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(30:14)
           IF WS-PR-TOT-DAYPAYS > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-PR-TOT-DAYSUM / WS-PR-TOT-DAYPAYS
               MOVE WS-AVG-DAYS TO WS-DAYS-ED
               MOVE WS-DAYS-ED TO WS-OUT-LINE(52:8)
           END-IF
           IF WS-PR-TOT-PAYS > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-PR-TOT-MANUAL * 100 / WS-PR-TOT-PAYS
               MOVE WS-PCT TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-OUT-LINE(62:5)
           END-IF
           MOVE WS-PR-TOT-COST TO WS-COST-ED
           MOVE WS-COST-ED TO WS-OUT-LINE(78:12)
           PERFORM 190-WRITE-LINE.
      ***********************

       181-WRITE-CHANNEL-LINE.

           MOVE WS-PR-METHOD(WS-PX) TO WS-OUT-LINE(5:10)
           MOVE WS-PR-PAYS(WS-PX) TO WS-COUNT-ED
           MOVE WS-COUNT-ED(4:6) TO WS-OUT-LINE(16:6)
           IF WS-PR-TOT-PAYS > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-PR-PAYS(WS-PX) * 100 / WS-PR-TOT-PAYS
               MOVE WS-PCT TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-OUT-LINE(23:5)
           END-IF
           MOVE WS-PR-AMOUNT(WS-PX) TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(30:14)
           IF WS-PR-TOT-AMOUNT NOT = ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-PR-AMOUNT(WS-PX) * 100 / WS-PR-TOT-AMOUNT
               MOVE WS-PCT TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-OUT-LINE(46:5)
           END-IF
           IF WS-PR-DAYPAYS(WS-PX) > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-PR-DAYSUM(WS-PX) / WS-PR-DAYPAYS(WS-PX)
               MOVE WS-AVG-DAYS TO WS-DAYS-ED
               MOVE WS-DAYS-ED TO WS-OUT-LINE(52:8)
           END-IF
           COMPUTE WS-PCT ROUNDED =
               WS-PR-MANUAL(WS-PX) * 100 / WS-PR-PAYS(WS-PX)
           MOVE WS-PCT TO WS-PCT-ED
           MOVE WS-PCT-ED TO WS-OUT-LINE(62:5)

           PERFORM 170-GET-FEE
           IF SQLCODE = ZERO
               MOVE WS-FEE TO WS-FEE-ED
               MOVE WS-FEE-ED TO WS-OUT-LINE(68:8)
           END-IF
           COMPUTE WS-COST = WS-FEE * WS-PR-PAYS(WS-PX)
           ADD WS-COST TO WS-PR-TOT-COST
           MOVE WS-COST TO WS-COST-ED
           MOVE WS-COST-ED TO WS-OUT-LINE(78:12)
           PERFORM 190-WRITE-LINE.
      ***********************

       182-ADD-CHANNEL-TOTALS.

           ADD WS-PR-PAYS(WS-PX) TO WS-PR-TOT-PAYS
           ADD WS-PR-AMOUNT(WS-PX) TO WS-PR-TOT-AMOUNT
           ADD WS-PR-DAYSUM(WS-PX) TO WS-PR-TOT-DAYSUM
           ADD WS-PR-DAYPAYS(WS-PX) TO WS-PR-TOT-DAYPAYS
           ADD WS-PR-MANUAL(WS-PX) TO WS-PR-TOT-MANUAL.
      ***********************

      **> the bank's fee for the channel: the entity's own row, or
      **> the one for every entity; SQLCODE tells whether either was
      **> found
       170-GET-FEE.

           MOVE ZERO TO WS-FEE
           MOVE WS-CUR-FIN-ID TO PAYFEE-FIN-ID
           MOVE WS-PR-METHOD(WS-PX) TO PAYFEE-METHOD-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PAYFEE-METHOD-TEXT))
               TO PAYFEE-METHOD-LEN
           EXEC SQL
               SELECT FEE
                   INTO :PAYFEE-FEE
                   FROM PAYFEE
                   WHERE FIN_ID = :PAYFEE-FIN-ID
                     AND METHOD = :PAYFEE-METHOD
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO PAYFEE-FIN-ID
               EXEC SQL
                   SELECT FEE
                       INTO :PAYFEE-FEE
                       FROM PAYFEE
                       WHERE FIN_ID = :PAYFEE-FIN-ID
                         AND METHOD = :PAYFEE-METHOD
               END-EXEC
           END-IF
           IF SQLCODE = ZERO
               MOVE PAYFEE-FEE TO WS-FEE
           END-IF.
      ***********************

       185-WRITE-TOTALS.

           PERFORM 190-WRITE-LINE
           MOVE 'SUMMA ALLA JURIDISKA PERSONER' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE WS-RUN-PAYS TO WS-COUNT-ED
           MOVE WS-RUN-AMOUNT TO WS-AMOUNT-ED
           STRING '  Betalningar: '          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   '   Belopp: '             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE WS-RUN-MANUAL TO WS-COUNT-ED
           STRING '  Matchade i arbetsb�nken: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE WS-RUN-COST TO WS-COST-ED
           STRING '  Bankavgifter: '         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COST-ED)  DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE.
      ***********************

       190-WRITE-LINE.

           MOVE WS-OUT-LINE TO KANL-POST
           WRITE KANL-POST
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACE TO WS-OUT-LINE.
      ***********************

       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' PbsKanl - k�rningssammanfattning'
           DISPLAY ' M�nad:                    ' WS-PERIOD
           IF KANLREQ-FAILED
               DISPLAY ' Resultat:                 AVBRUTEN'
           ELSE
               DISPLAY ' Rapport:                  '
                   FUNCTION TRIM(WS-KANL-PATH)
               DISPLAY ' Juridiska personer:       ' WS-ENTITY-COUNT
               DISPLAY ' Kunder:                   ' WS-CUST-COUNT
               DISPLAY ' Betalningar:              ' WS-RUN-PAYS
               DISPLAY ' Matchade i arbetsb�nken:  ' WS-RUN-MANUAL
               MOVE WS-RUN-COST TO WS-COST-ED
               DISPLAY ' Bankavgifter:             ' WS-COST-ED
           END-IF
           DISPLAY '============================================'.
      ***********************
