       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsRecn.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Month-end reconciliation of the kundreskontra to
      **>          the receivables account in the ledger. For every
      **>          legal entity (CUSTOMER FIN_ID) the subledger's
      **>          closing balance - open invoice items in SEK, less
      **>          the debtors' unplaced tillgodo money - is set
      **>          against the ledger's: the previous period's
      **>          closing plus the period's receivables #TRANS the
      **>          way the SIE export (pbs.cbl I0140) books them.
      **>          The difference is broken down by cause - invoices
      **>          (rejected ones and �resavrundning), credit notes,
      **>          payments and write-offs on test customers and
      **>          rejected invoices, refunds, tillgodo/suspense and
      **>          currency - every cause listed down to the
      **>          transaction. What no cause explains is postings
      **>          changed backwards in an already reconciled period,
      **>          and a written SIE file that no longer agrees with
      **>          the data. The result is stored per period and
      **>          entity in ARRECON and written to
      **>          data/avstamning/avstamning-<YYYYMM>.txt. Run by
      **>          the month-end close (X0420), which will not lock
      **>          a period with an unexplained difference until a
      **>          supervisor has signed it off; a rerun keeps a
      **>          sign-off only while the unexplained amount is the
      **>          one that was signed.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIEDATA ASSIGN TO WS-SIE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIEFIL-FS.

           SELECT RECONDATA ASSIGN TO WS-RECON-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECONFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  SIEDATA.
       01  SIE-POST                    PIC X(120).

       FD  RECONDATA.
       01  RECON-POST                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RECON-DIR                  PIC X(20)
                                         VALUE 'data/avstamning'.
       01  WS-RECON-PATH                 PIC X(80)   VALUE SPACE.
       01  WS-SIE-PATH                   PIC X(80)   VALUE SPACE.
       01  WS-DIR-RC                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-REQ-NOW                    PIC X(21)   VALUE SPACE.
       01  WS-RUNTIME                    PIC X(19)   VALUE SPACE.
       01  WS-PERIOD                     PIC X(7)    VALUE SPACE.
       01  WS-PREV-PERIOD                PIC X(7)    VALUE SPACE.
       01  WS-FROM-DATE                  PIC X(10)   VALUE SPACE.
       01  WS-TO-DATE                    PIC X(10)   VALUE SPACE.
       01  WS-PREV-END                   PIC X(10)   VALUE SPACE.
       01  WS-YMD                        PIC X(8)    VALUE SPACE.
       01  WS-YMD-NUM REDEFINES WS-YMD   PIC 9(8).
       01  WS-DAY-INT                    PIC 9(9)    COMP VALUE ZERO.
       01  WS-LINE-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-OUT-LINE                   PIC X(132)  VALUE SPACE.
       01  WS-ENTITY-COUNT               PIC S9(9)   COMP VALUE ZERO.

      **> the receivables account and what the written SIE file
      **> books on it in the period
       01  WS-AR-ACCT                    PIC X(4)    VALUE SPACE.
       01  WS-SIE-AMOUNT-TEXT            PIC X(20)   VALUE SPACE.
       01  WS-FILE-AR                    PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-ENTITIES-GL                PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-UNASSIGNED-PAY             PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-UNASSIGNED-ROUND           PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.

      **> the entity being reconciled
       01  WS-FIN-ID                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-COMPANY                    PIC X(40)   VALUE SPACE.

      **> the period's receivables bookings as the SIE export makes
      **> them, and the parts of them the subledger does not carry
       01  WS-GL-INV                     PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-GL-CRED                    PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-GL-ROUND                   PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-GL-PAY                     PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-GL-LOSS                    PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-GL-LOSSREV                 PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-REJ-INV                    PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-REJ-CRED                   PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-OTH-PAY                    PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-OTH-LOSS                   PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-OTH-LOSSREV                PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-REFUND                     PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-SUSP-OPEN                  PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.

      **> the subledger's open invoice items on WS-BAL-DATE
       01  WS-BAL-DATE                   PIC X(10)   VALUE SPACE.
       01  WS-BAL-AMOUNT                 PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-BAL-INV                    PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-BAL-PAY                    PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-BAL-LOSS                   PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-BAL-LOSSREV                PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.

      **> foreign-currency invoices between WS-CUR-LOW and
      **> WS-CUR-HIGH valued in SEK at the invoice day's rate
       01  WS-CUR-LOW                    PIC X(10)   VALUE SPACE.
       01  WS-CUR-HIGH                   PIC X(10)   VALUE SPACE.
       01  WS-CUR-EFFECT                 PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-CUR-INV-ID                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-CUR-INVDATE                PIC X(10)   VALUE SPACE.
       01  WS-CUR-GROSS                  PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-CUR-SEK                    PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-CUR-ONE                    PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.

      **> the previous period's row of the same entity
       01  WS-PREV-FOUND                 PIC X       VALUE 'N'.
       01  WS-PREV-SUBCLOSE              PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-PREV-GLCLOSE               PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-PREV-SUSPCLOSE             PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-PRIOR-DIFF                 PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-TOTAL-DIFF                 PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-EXPLAINED                  PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.

      **> a sign-off already stored for the period and entity
       01  WS-OLD-STATE                  PIC S9(4)   COMP VALUE ZERO.
       01  WS-OLD-UNEXPL                 PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.

       01  WS-RUN-DIFF                   PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-RUN-UNEXPL                 PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.

      **> one transaction as the detail cursors deliver it
       01  WS-DT-KEY                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-DT-KEY2                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-DT-DATE                    PIC X(10)   VALUE SPACE.
       01  WS-DT-DATE2                   PIC X(10)   VALUE SPACE.
       01  WS-DT-AMOUNT                  PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-DT-EFFECT                  PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-DT-FLAG                    PIC S9(4)   COMP VALUE ZERO.
       01  WS-DT-KIND                    PIC X(1)    VALUE SPACE.
       01  WS-DT-TEXT                    PIC X(20)   VALUE SPACE.
       01  WS-DT-LISTED                  PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.

      **> a label and an amount for 192-WRITE-AMOUNT-LINE
       01  WS-LABEL                      PIC X(44)   VALUE SPACE.
       01  WS-LABEL-AMOUNT               PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.

      **> edited figures for the report
       01  WS-AMOUNT-ED                  PIC -(12)9.99.
       01  WS-AMOUNT2-ED                 PIC -(12)9.99.
       01  WS-AMOUNT3-ED                 PIC -(12)9.99.
       01  WS-KEY-ED                     PIC Z(8)9.
       01  WS-KEY2-ED                    PIC Z(8)9.
       01  WS-RATE-ED                    PIC Z(4)9.9999.

       01  SWITCHES.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.
           05  END-OF-FILE-SW          PIC X VALUE 'N'.
               88  END-OF-FILE             VALUE 'Y'.
           05  END-OF-ENTITIES-SW      PIC X VALUE 'N'.
               88  END-OF-ENTITIES         VALUE 'Y'.
           05  REQ-FAILED-SW           PIC X VALUE 'N'.
               88  REQ-FAILED              VALUE 'Y'.
           05  DIFF-OPEN-SW            PIC X VALUE 'N'.
               88  DIFF-OPEN               VALUE 'Y'.
           05  LIST-CURRENCY-SW        PIC X VALUE 'N'.
               88  LIST-CURRENCY           VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 SIEFIL-FS                PIC XX.
               88  SIEFIL-SUCCESSFUL       VALUE '00'.
           05 RECONFIL-FS              PIC XX.
               88  RECONFIL-SUCCESSFUL     VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE ARRECON    END-EXEC.
           EXEC SQL INCLUDE ACCTMAP    END-EXEC.
           EXEC SQL INCLUDE FINDATA    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE CURRRATE   END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.

       LINKAGE SECTION.
       COPY RECONREQ.

       PROCEDURE DIVISION USING RECONREQ.

       000-RECONCILE-LEDGER.

           MOVE SPACE TO RECONREQ-RESULT
           MOVE SPACE TO RECONREQ-FILENAME
           MOVE ZERO TO RECONREQ-DIFFERENCE
           MOVE ZERO TO RECONREQ-UNEXPLAINED

           PERFORM 100-INIT
           IF NOT REQ-FAILED
               PERFORM 110-READ-SIE-FILE
           END-IF
           IF NOT REQ-FAILED
               PERFORM 120-OPEN-REPORT
           END-IF
           IF REQ-FAILED
               MOVE 'F' TO RECONREQ-RESULT
               PERFORM 196-DISPLAY-RUN-SUMMARY
               GOBACK
           END-IF

           PERFORM 130-RECONCILE-ENTITIES
           PERFORM 180-CHECK-SIE-FILE
           PERFORM 185-WRITE-TOTALS
           CLOSE RECONDATA

      **>  a row that could not be stored leaves nothing to sign off
           EVALUATE TRUE
               WHEN REQ-FAILED
                   MOVE 'F' TO RECONREQ-RESULT
               WHEN DIFF-OPEN
                   MOVE 'O' TO RECONREQ-RESULT
               WHEN OTHER
                   MOVE 'A' TO RECONREQ-RESULT
           END-EVALUATE
           MOVE WS-RECON-PATH TO RECONREQ-FILENAME
           MOVE WS-RUN-DIFF TO RECONREQ-DIFFERENCE
           MOVE WS-RUN-UNEXPL TO RECONREQ-UNEXPLAINED

           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

      **> the period's first and last day, the day before it and
      **> the period before it - the one whose closing balances
      **> this period opens with
       100-INIT.

           MOVE 'N' TO REQ-FAILED-SW
           MOVE 'N' TO DIFF-OPEN-SW
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-ENTITY-COUNT
           MOVE ZERO TO WS-ENTITIES-GL
           MOVE ZERO TO WS-RUN-DIFF
           MOVE ZERO TO WS-RUN-UNEXPL

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

           MOVE RECONREQ-PERIOD TO WS-PERIOD
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

           MOVE WS-PERIOD TO WS-FROM-DATE(1:7)
           MOVE '-01' TO WS-FROM-DATE(8:3)

      **>  the day before the first is the previous period's last
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-YMD-NUM) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-YMD-NUM
           MOVE WS-YMD(1:4) TO WS-PREV-END(1:4)
           MOVE WS-YMD(5:2) TO WS-PREV-END(6:2)
           MOVE WS-YMD(7:2) TO WS-PREV-END(9:2)
           MOVE '-' TO WS-PREV-END(5:1) WS-PREV-END(8:1)
           MOVE WS-PREV-END(1:7) TO WS-PREV-PERIOD

      **>  the period's last day is the day before the first of the
      **>  next month
           MOVE SPACE TO WS-YMD
           STRING WS-PERIOD(1:4) DELIMITED BY SIZE
                   WS-PERIOD(6:2) DELIMITED BY SIZE
                   '01'           DELIMITED BY SIZE
                   INTO WS-YMD
           END-STRING
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
           MOVE '-' TO WS-TO-DATE(5:1) WS-TO-DATE(8:1)

      **>  the receivables account as the export maps it - an
      **>  unmapped key is booked on 9999 there, and read back so
           MOVE 'AR' TO ACCTMAP-MAPKEY-TEXT
           MOVE 2 TO ACCTMAP-MAPKEY-LEN
           EXEC SQL
               SELECT ACCTNO
                   INTO :ACCTMAP-ACCTNO
                   FROM ACCTMAP
                   WHERE MAPKEY = :ACCTMAP-MAPKEY
           END-EXEC
           IF SQLCODE = ZERO
               MOVE ACCTMAP-ACCTNO TO WS-AR-ACCT
           ELSE
               MOVE '9999' TO WS-AR-ACCT
           END-IF.
      ***********************

      **> What the period's written SIE file (data/sie<YYYYMM>.se)
      **> books on the receivables account - the ledger side is the
      **> file as handed over, not a fresh computation. No file, no
      **> reconciliation: the close exports the period first.
       110-READ-SIE-FILE.

           MOVE ZERO TO WS-FILE-AR
           MOVE SPACE TO WS-SIE-PATH
           STRING 'data/sie'     DELIMITED BY SIZE
                   WS-PERIOD(1:4) DELIMITED BY SIZE
                   WS-PERIOD(6:2) DELIMITED BY SIZE
                   '.se'          DELIMITED BY SIZE
                   INTO WS-SIE-PATH
           END-STRING

           OPEN INPUT SIEDATA
           IF NOT SIEFIL-SUCCESSFUL
               DISPLAY ' SIE-fil saknas f�r perioden: '
                   FUNCTION TRIM(WS-SIE-PATH)
               SET REQ-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO END-OF-FILE-SW
           READ SIEDATA
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM 111-TAKE-SIE-LINE UNTIL END-OF-FILE

           CLOSE SIEDATA.
      ***********************

       111-TAKE-SIE-LINE.

           IF SIE-POST(1:7) = '#TRANS ' AND SIE-POST(8:4) = WS-AR-ACCT
               MOVE SIE-POST(16:20) TO WS-SIE-AMOUNT-TEXT
               COMPUTE WS-FILE-AR = WS-FILE-AR +
                   FUNCTION NUMVAL(WS-SIE-AMOUNT-TEXT)
           END-IF

           READ SIEDATA
               AT END SET END-OF-FILE TO TRUE
           END-READ.
      ***********************

       120-OPEN-REPORT.

           CALL 'CBL_CREATE_DIR' USING WS-RECON-DIR
               RETURNING WS-DIR-RC

           MOVE SPACE TO WS-RECON-PATH
           STRING FUNCTION TRIM(WS-RECON-DIR) DELIMITED BY SIZE
                   '/avstamning-'               DELIMITED BY SIZE
                   WS-PERIOD(1:4)               DELIMITED BY SIZE
                   WS-PERIOD(6:2)               DELIMITED BY SIZE
                   '.txt'                       DELIMITED BY SIZE
                   INTO WS-RECON-PATH
           END-STRING

           OPEN OUTPUT RECONDATA
           IF NOT RECONFIL-SUCCESSFUL
               DISPLAY ' Rapportfil kunde inte skapas: '
                   FUNCTION TRIM(WS-RECON-PATH)
               SET REQ-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 'AVST�MNING KUNDRESKONTRA MOT HUVUDBOK' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           STRING 'Period:       ' DELIMITED BY SIZE
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
           STRING 'SIE-fil:      ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SIE-PATH) DELIMITED BY SIZE
                   ', kundfordringar konto ' DELIMITED BY SIZE
                   WS-AR-ACCT       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE 'Belopp i SEK. Differens = reskontra - huvudbok.'
               TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE.
      ***********************

      **> one pass per legal entity the customer register knows,
      **> whether FINDATA has a row for it or not
       130-RECONCILE-ENTITIES.

           MOVE 'N' TO END-OF-ENTITIES-SW
           EXEC SQL
               DECLARE CURS-ENTITY CURSOR FOR
               SELECT DISTINCT FIN_ID
               FROM TUTORIAL.CUSTOMER
               ORDER BY FIN_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-ENTITY
           END-EXEC

           PERFORM 131-FETCH-ENTITY
           PERFORM 132-RECONCILE-ENTITY UNTIL END-OF-ENTITIES

           EXEC SQL
               CLOSE CURS-ENTITY
           END-EXEC.
      ***********************

       131-FETCH-ENTITY.

           EXEC SQL
               FETCH CURS-ENTITY
                   INTO :WS-FIN-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-ENTITIES TO TRUE
           END-IF.
      ***********************

       132-RECONCILE-ENTITY.

           ADD 1 TO WS-ENTITY-COUNT

           MOVE WS-FIN-ID TO FINDATA-FIN-ID
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

           PERFORM 140-GL-MOVEMENT
           PERFORM 142-PREVIOUS-ROW

           MOVE WS-PREV-END TO WS-BAL-DATE
           PERFORM 145-SUBLEDGER-BALANCE
           MOVE WS-BAL-AMOUNT TO ARRECON-SUBOPEN
           MOVE WS-TO-DATE TO WS-BAL-DATE
           PERFORM 145-SUBLEDGER-BALANCE
           MOVE WS-BAL-AMOUNT TO ARRECON-SUBCLOSE

           PERFORM 149-TILLGODO
           PERFORM 150-CAUSES
           PERFORM 155-STORE-ROW
           PERFORM 160-WRITE-ENTITY

           PERFORM 131-FETCH-ENTITY.
      ***********************

      **> The period's receivables bookings exactly as I0140 makes
      **> them, for the entity's customers: invoices and credit
      **> notes of real customers by invoice day, �resavrundning by
      **> print day, payments by pay day and kundf�rluster by
      **> decision and reversal day - the last three for every
      **> customer, test customers included. Beside them the parts
      **> the subledger does not carry: rejected invoices and
      **> credit notes, and payments and write-offs on test
      **> customers and rejected invoices.
       140-GL-MOVEMENT.

           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE
                          + I.QTY * I.PRICE * I.VAT / 100), 0)
                   INTO :WS-GL-INV
                   FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                        TUTORIAL.ITEM I, TUTORIAL.CUSTOMER C
                   WHERE V.INV_ID = VI.INV_ID
                     AND VI.ITEM_ID = I.ITEM_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND C.TEST_CUSTOMER = 0
                     AND V.INVDATE >= :WS-FROM-DATE
                     AND V.INVDATE <= :WS-TO-DATE
                     AND V.CREDITOF = 0
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE
                          + I.QTY * I.PRICE * I.VAT / 100), 0)
                   INTO :WS-GL-CRED
                   FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                        TUTORIAL.ITEM I, TUTORIAL.CUSTOMER C
                   WHERE V.INV_ID = VI.INV_ID
                     AND VI.ITEM_ID = I.ITEM_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND C.TEST_CUSTOMER = 0
                     AND V.INVDATE >= :WS-FROM-DATE
                     AND V.INVDATE <= :WS-TO-DATE
                     AND V.CREDITOF > 0
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE
                          + I.QTY * I.PRICE * I.VAT / 100), 0)
                   INTO :WS-REJ-INV
                   FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                        TUTORIAL.ITEM I, TUTORIAL.CUSTOMER C
                   WHERE V.INV_ID = VI.INV_ID
                     AND VI.ITEM_ID = I.ITEM_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND C.TEST_CUSTOMER = 0
                     AND V.INVDATE >= :WS-FROM-DATE
                     AND V.INVDATE <= :WS-TO-DATE
                     AND V.CREDITOF = 0
                     AND V.INVSTATE = 99
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE
                          + I.QTY * I.PRICE * I.VAT / 100), 0)
                   INTO :WS-REJ-CRED
                   FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                        TUTORIAL.ITEM I, TUTORIAL.CUSTOMER C
                   WHERE V.INV_ID = VI.INV_ID
                     AND VI.ITEM_ID = I.ITEM_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND C.TEST_CUSTOMER = 0
                     AND V.INVDATE >= :WS-FROM-DATE
                     AND V.INVDATE <= :WS-TO-DATE
                     AND V.CREDITOF > 0
                     AND V.INVSTATE = 99
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(O.ROUNDAMT), 0)
                   INTO :WS-GL-ROUND
                   FROM TUTORIAL.OUTLOG O, TUTORIAL.CUSTOMER C
                   WHERE O.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND O.PRINTDATE >= :WS-FROM-DATE
                     AND O.PRINTDATE <= :WS-TO-DATE
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(P.AMOUNT), 0)
                   INTO :WS-GL-PAY
                   FROM TUTORIAL.PAYMENT P, TUTORIAL.INVOICE V,
                        TUTORIAL.CUSTOMER C
                   WHERE P.INV_ID = V.INV_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND P.PAYDATE >= :WS-FROM-DATE
                     AND P.PAYDATE <= :WS-TO-DATE
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(P.AMOUNT), 0)
                   INTO :WS-OTH-PAY
                   FROM TUTORIAL.PAYMENT P, TUTORIAL.INVOICE V,
                        TUTORIAL.CUSTOMER C
                   WHERE P.INV_ID = V.INV_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND (C.TEST_CUSTOMER <> 0 OR V.INVSTATE = 99)
                     AND P.PAYDATE >= :WS-FROM-DATE
                     AND P.PAYDATE <= :WS-TO-DATE
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(W.AMOUNT), 0)
                   INTO :WS-GL-LOSS
                   FROM TUTORIAL.WRITEOFF W, TUTORIAL.INVOICE V,
                        TUTORIAL.CUSTOMER C
                   WHERE W.INV_ID = V.INV_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND W.WODATE >= :WS-FROM-DATE
                     AND W.WODATE <= :WS-TO-DATE
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(W.AMOUNT), 0)
                   INTO :WS-GL-LOSSREV
                   FROM TUTORIAL.WRITEOFF W, TUTORIAL.INVOICE V,
                        TUTORIAL.CUSTOMER C
                   WHERE W.INV_ID = V.INV_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND W.REVERSED = 1
                     AND W.REVDATE >= :WS-FROM-DATE
                     AND W.REVDATE <= :WS-TO-DATE
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(W.AMOUNT), 0)
                   INTO :WS-OTH-LOSS
                   FROM TUTORIAL.WRITEOFF W, TUTORIAL.INVOICE V,
                        TUTORIAL.CUSTOMER C
                   WHERE W.INV_ID = V.INV_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND (C.TEST_CUSTOMER <> 0 OR V.INVSTATE = 99)
                     AND W.WODATE >= :WS-FROM-DATE
                     AND W.WODATE <= :WS-TO-DATE
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(W.AMOUNT), 0)
                   INTO :WS-OTH-LOSSREV
                   FROM TUTORIAL.WRITEOFF W, TUTORIAL.INVOICE V,
                        TUTORIAL.CUSTOMER C
                   WHERE W.INV_ID = V.INV_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND (C.TEST_CUSTOMER <> 0 OR V.INVSTATE = 99)
                     AND W.REVERSED = 1
                     AND W.REVDATE >= :WS-FROM-DATE
                     AND W.REVDATE <= :WS-TO-DATE
           END-EXEC

           COMPUTE ARRECON-GLMOVE =
               WS-GL-INV + WS-GL-ROUND + WS-GL-CRED
               - WS-GL-PAY - WS-GL-LOSS + WS-GL-LOSSREV
           ADD ARRECON-GLMOVE TO WS-ENTITIES-GL.
      ***********************

       142-PREVIOUS-ROW.

           MOVE 'N' TO WS-PREV-FOUND
           MOVE ZERO TO WS-PREV-SUBCLOSE
           MOVE ZERO TO WS-PREV-GLCLOSE
           MOVE ZERO TO WS-PREV-SUSPCLOSE

           MOVE WS-PREV-PERIOD TO ARRECON-PERIOD
           MOVE WS-FIN-ID TO ARRECON-FIN-ID
           EXEC SQL
               SELECT SUBCLOSE, GLCLOSE, SUSPCLOSE
                   INTO :WS-PREV-SUBCLOSE, :WS-PREV-GLCLOSE,
                        :WS-PREV-SUSPCLOSE
                   FROM ARRECON
                   WHERE PERIOD = :ARRECON-PERIOD
                     AND FIN_ID = :ARRECON-FIN-ID
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'J' TO WS-PREV-FOUND
           END-IF.
      ***********************

      **> The subledger's open invoice items at the end of
      **> WS-BAL-DATE: every invoice and credit note of the
      **> entity's real customers up to that day, in SEK, that was
      **> not rejected - less what was paid on them and written
      **> off up to that day, plus write-offs reversed by then.
       145-SUBLEDGER-BALANCE.

           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE
                          + I.QTY * I.PRICE * I.VAT / 100), 0)
                   INTO :WS-BAL-INV
                   FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                        TUTORIAL.ITEM I, TUTORIAL.CUSTOMER C
                   WHERE V.INV_ID = VI.INV_ID
                     AND VI.ITEM_ID = I.ITEM_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND C.TEST_CUSTOMER = 0
                     AND V.INVSTATE <> 99
                     AND V.INVDATE <= :WS-BAL-DATE
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(P.AMOUNT), 0)
                   INTO :WS-BAL-PAY
                   FROM TUTORIAL.PAYMENT P, TUTORIAL.INVOICE V,
                        TUTORIAL.CUSTOMER C
                   WHERE P.INV_ID = V.INV_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND C.TEST_CUSTOMER = 0
                     AND V.INVSTATE <> 99
                     AND P.PAYDATE <= :WS-BAL-DATE
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(W.AMOUNT), 0)
                   INTO :WS-BAL-LOSS
                   FROM TUTORIAL.WRITEOFF W, TUTORIAL.INVOICE V,
                        TUTORIAL.CUSTOMER C
                   WHERE W.INV_ID = V.INV_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND C.TEST_CUSTOMER = 0
                     AND V.INVSTATE <> 99
                     AND W.WODATE <= :WS-BAL-DATE
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(W.AMOUNT), 0)
                   INTO :WS-BAL-LOSSREV
                   FROM TUTORIAL.WRITEOFF W, TUTORIAL.INVOICE V,
                        TUTORIAL.CUSTOMER C
                   WHERE W.INV_ID = V.INV_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND C.FIN_ID = :WS-FIN-ID
                     AND C.TEST_CUSTOMER = 0
                     AND V.INVSTATE <> 99
                     AND W.REVERSED = 1
                     AND W.REVDATE <= :WS-BAL-DATE
           END-EXEC

           MOVE '0001-01-01' TO WS-CUR-LOW
           MOVE WS-BAL-DATE TO WS-CUR-HIGH
           MOVE 'N' TO LIST-CURRENCY-SW
           PERFORM 146-CURRENCY-EFFECTS

           COMPUTE WS-BAL-AMOUNT =
               WS-BAL-INV + WS-CUR-EFFECT
               - WS-BAL-PAY - WS-BAL-LOSS + WS-BAL-LOSSREV.
      ***********************

      **> The export books a foreign-currency invoice at its
      **> currency amount; the subledger values it in SEK at the
      **> rate of the invoice day, the way the revenue report does
      **> (pbs.cbl I0125). The difference per invoice is the
      **> currency effect - listed when LIST-CURRENCY is set.
       146-CURRENCY-EFFECTS.

           MOVE ZERO TO WS-CUR-EFFECT
           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-RC-CURR CURSOR FOR
               SELECT V.INV_ID, V.INVDATE, C.CURRENCY,
                      (SELECT COALESCE(SUM(I.QTY * I.PRICE
                                  + I.QTY * I.PRICE
                                    * I.VAT / 100), 0)
                           FROM TUTORIAL.ITEM I,
                                TUTORIAL.INVITEM VI
                           WHERE VI.INV_ID = V.INV_ID
                             AND I.ITEM_ID = VI.ITEM_ID)
               FROM TUTORIAL.INVOICE V, TUTORIAL.CUSTOMER C
               WHERE V.CUST_ID = C.CUST_ID
                 AND C.FIN_ID = :WS-FIN-ID
                 AND C.TEST_CUSTOMER = 0
                 AND V.INVSTATE <> 99
                 AND C.CURRENCY <> 'SEK'
                 AND C.CURRENCY <> ' '
                 AND V.INVDATE >= :WS-CUR-LOW
                 AND V.INVDATE <= :WS-CUR-HIGH
               ORDER BY V.INV_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-RC-CURR
           END-EXEC

           PERFORM 147-FETCH-CURRENCY
           PERFORM 148-TAKE-CURRENCY UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-RC-CURR
           END-EXEC.
      ***********************

       147-FETCH-CURRENCY.

           EXEC SQL
               FETCH CURS-RC-CURR
                   INTO :WS-CUR-INV-ID, :WS-CUR-INVDATE,
                        :CUSTOMER-CURRENCY, :WS-CUR-GROSS
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       148-TAKE-CURRENCY.

           MOVE CUSTOMER-CURRENCY TO CURRRATE-CURRENCY
           EXEC SQL
               SELECT RATE
                   INTO :CURRRATE-RATE
                   FROM CURRRATE
                   WHERE CURRENCY = :CURRRATE-CURRENCY
                     AND RATEDATE =
                         (SELECT MAX(RATEDATE)
                              FROM CURRRATE
                              WHERE CURRENCY = :CURRRATE-CURRENCY
                                AND RATEDATE <= :WS-CUR-INVDATE)
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 1 TO CURRRATE-RATE
           END-IF

           COMPUTE WS-CUR-SEK ROUNDED = WS-CUR-GROSS * CURRRATE-RATE
           COMPUTE WS-CUR-ONE = WS-CUR-SEK - WS-CUR-GROSS
           ADD WS-CUR-ONE TO WS-CUR-EFFECT

           IF LIST-CURRENCY
               MOVE SPACE TO WS-DT-TEXT
               STRING 'Valuta '         DELIMITED BY SIZE
                       CUSTOMER-CURRENCY DELIMITED BY SIZE
                       ' kurs '          DELIMITED BY SIZE
                       INTO WS-DT-TEXT
               END-STRING
               MOVE WS-CUR-INV-ID TO WS-DT-KEY
               MOVE ZERO TO WS-DT-KEY2
               MOVE WS-CUR-INVDATE TO WS-DT-DATE
               MOVE WS-CUR-GROSS TO WS-DT-AMOUNT
               MOVE WS-CUR-ONE TO WS-DT-EFFECT
               PERFORM 194-WRITE-DETAIL-LINE
               MOVE CURRRATE-RATE TO WS-RATE-ED
               MOVE WS-RATE-ED TO WS-OUT-LINE(26:10)
               MOVE WS-CUR-SEK TO WS-AMOUNT-ED
               STRING 'i SEK '     DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                       INTO WS-OUT-LINE(46:)
               END-STRING
               PERFORM 190-WRITE-LINE
           END-IF

           PERFORM 147-FETCH-CURRENCY.
      ***********************

      **> The debtors' tillgodo money not yet placed on an invoice
      **> is part of the subledger - money owed back until used or
      **> refunded - but the export never books it. The closing is
      **> the register as it stands, received up to the period's
      **> end; the opening is the previous reconciliation's
      **> closing (or, the first time, what was received before
      **> the period and is still open). Refunds sent in the
      **> period take money out of it.
       149-TILLGODO.

           EXEC SQL
               SELECT COALESCE(SUM(S.AMOUNT), 0)
                   INTO :ARRECON-SUSPCLOSE
                   FROM TUTORIAL.SUSPENSE S
                   WHERE S.STATE = 0
                     AND S.RECDATE <= :WS-TO-DATE
                     AND S.DEBT_ID IN
                         (SELECT V.DEBT_ID
                              FROM TUTORIAL.INVOICE V,
                                   TUTORIAL.CUSTOMER C
                              WHERE V.CUST_ID = C.CUST_ID
                                AND C.FIN_ID = :WS-FIN-ID
                                AND C.TEST_CUSTOMER = 0)
           END-EXEC

           IF WS-PREV-FOUND = 'J'
               MOVE WS-PREV-SUSPCLOSE TO WS-SUSP-OPEN
           ELSE
               EXEC SQL
                   SELECT COALESCE(SUM(S.AMOUNT), 0)
                       INTO :WS-SUSP-OPEN
                       FROM TUTORIAL.SUSPENSE S
                       WHERE S.STATE = 0
                         AND S.RECDATE < :WS-FROM-DATE
                         AND S.DEBT_ID IN
                             (SELECT V.DEBT_ID
                                  FROM TUTORIAL.INVOICE V,
                                       TUTORIAL.CUSTOMER C
                                  WHERE V.CUST_ID = C.CUST_ID
                                    AND C.FIN_ID = :WS-FIN-ID
                                    AND C.TEST_CUSTOMER = 0)
               END-EXEC
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(R.AMOUNT), 0)
                   INTO :WS-REFUND
                   FROM TUTORIAL.REFORDER R
                   WHERE R.SENTDATE >= :WS-FROM-DATE
                     AND R.SENTDATE <= :WS-TO-DATE
                     AND R.STATE <> 2
                     AND R.DEBT_ID IN
                         (SELECT V.DEBT_ID
                              FROM TUTORIAL.INVOICE V,
                                   TUTORIAL.CUSTOMER C
                              WHERE V.CUST_ID = C.CUST_ID
                                AND C.FIN_ID = :WS-FIN-ID
                                AND C.TEST_CUSTOMER = 0)
           END-EXEC.
      ***********************

      **> Balances and causes. The period's difference splits
      **> exactly into the causes as long as nothing before the
      **> period has changed since it was reconciled - what is left
      **> over is the subledger's opening having moved since then.
      **> The first reconciliation takes the ledger's opening over
      **> from the subledger.
       150-CAUSES.

           MOVE WS-PERIOD TO ARRECON-PERIOD
           MOVE WS-FIN-ID TO ARRECON-FIN-ID

           COMPUTE ARRECON-SUBOPEN = ARRECON-SUBOPEN - WS-SUSP-OPEN
           COMPUTE ARRECON-SUBCLOSE =
               ARRECON-SUBCLOSE - ARRECON-SUSPCLOSE

           IF WS-PREV-FOUND = 'J'
               MOVE WS-PREV-GLCLOSE TO ARRECON-GLOPEN
               COMPUTE WS-PRIOR-DIFF =
                   WS-PREV-SUBCLOSE - WS-PREV-GLCLOSE
           ELSE
               MOVE ARRECON-SUBOPEN TO ARRECON-GLOPEN
               MOVE ZERO TO WS-PRIOR-DIFF
           END-IF
           COMPUTE ARRECON-GLCLOSE = ARRECON-GLOPEN + ARRECON-GLMOVE

           COMPUTE ARRECON-DIFFINV = 0 - WS-REJ-INV - WS-GL-ROUND
           COMPUTE ARRECON-DIFFCRED = 0 - WS-REJ-CRED
           MOVE WS-OTH-PAY TO ARRECON-DIFFPAY
           COMPUTE ARRECON-DIFFWO = WS-OTH-LOSS - WS-OTH-LOSSREV
           MOVE WS-REFUND TO ARRECON-DIFFREF
           COMPUTE ARRECON-DIFFSUSP =
               WS-SUSP-OPEN - ARRECON-SUSPCLOSE - WS-REFUND

           MOVE WS-FROM-DATE TO WS-CUR-LOW
           MOVE WS-TO-DATE TO WS-CUR-HIGH
           MOVE 'N' TO LIST-CURRENCY-SW
           PERFORM 146-CURRENCY-EFFECTS
           MOVE WS-CUR-EFFECT TO ARRECON-DIFFCURR

           COMPUTE WS-TOTAL-DIFF = ARRECON-SUBCLOSE - ARRECON-GLCLOSE
           COMPUTE WS-EXPLAINED =
               ARRECON-DIFFINV + ARRECON-DIFFCRED + ARRECON-DIFFPAY
               + ARRECON-DIFFWO + ARRECON-DIFFREF + ARRECON-DIFFSUSP
               + ARRECON-DIFFCURR
           COMPUTE ARRECON-UNEXPL =
               WS-TOTAL-DIFF - WS-PRIOR-DIFF - WS-EXPLAINED.
      ***********************

      **> A rerun replaces the period's row; a sign-off survives it
      **> only when the unexplained amount is the one signed for.
       155-STORE-ROW.

           MOVE ZERO TO WS-OLD-STATE
           MOVE ZERO TO WS-OLD-UNEXPL
           MOVE SPACE TO ARRECON-SIGNEDBY-TEXT
           MOVE SPACE TO ARRECON-SIGNTIME
           MOVE SPACE TO ARRECON-REASON-TEXT
           EXEC SQL
               SELECT STATE, UNEXPL, SIGNEDBY, SIGNTIME, REASON
                   INTO :WS-OLD-STATE, :WS-OLD-UNEXPL,
                        :ARRECON-SIGNEDBY, :ARRECON-SIGNTIME,
                        :ARRECON-REASON
                   FROM ARRECON
                   WHERE PERIOD = :ARRECON-PERIOD
                     AND FIN_ID = :ARRECON-FIN-ID
           END-EXEC

           IF SQLCODE = ZERO AND WS-OLD-STATE = 2
              AND WS-OLD-UNEXPL = ARRECON-UNEXPL
              AND ARRECON-UNEXPL NOT = ZERO
               MOVE 2 TO ARRECON-STATE
           ELSE
               MOVE SPACE TO ARRECON-SIGNEDBY-TEXT
               MOVE ZERO TO ARRECON-SIGNEDBY-LEN
               MOVE SPACE TO ARRECON-SIGNTIME
               MOVE SPACE TO ARRECON-REASON-TEXT
               MOVE ZERO TO ARRECON-REASON-LEN
               IF ARRECON-UNEXPL = ZERO
                   MOVE 0 TO ARRECON-STATE
               ELSE
                   MOVE 1 TO ARRECON-STATE
               END-IF
           END-IF
           MOVE WS-RUNTIME TO ARRECON-RUNTIME

           EXEC SQL
               DELETE FROM ARRECON
                   WHERE PERIOD = :ARRECON-PERIOD
                     AND FIN_ID = :ARRECON-FIN-ID
           END-EXEC

           EXEC SQL
               INSERT INTO ARRECON
               VALUES ( :ARRECON-PERIOD,
                         :ARRECON-FIN-ID,
                         :ARRECON-SUBOPEN,
                         :ARRECON-SUBCLOSE,
                         :ARRECON-SUSPCLOSE,
                         :ARRECON-GLOPEN,
                         :ARRECON-GLMOVE,
                         :ARRECON-GLCLOSE,
                         :ARRECON-DIFFINV,
                         :ARRECON-DIFFCRED,
                         :ARRECON-DIFFPAY,
                         :ARRECON-DIFFWO,
                         :ARRECON-DIFFREF,
                         :ARRECON-DIFFSUSP,
                         :ARRECON-DIFFCURR,
                         :ARRECON-UNEXPL,
                         :ARRECON-STATE,
                         :ARRECON-RUNTIME,
                         :ARRECON-SIGNEDBY,
                         :ARRECON-SIGNTIME,
                         :ARRECON-REASON)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in ARRECON table �r felt'
               SET REQ-FAILED TO TRUE
           END-IF

           IF ARRECON-DIFFERENCE
               SET DIFF-OPEN TO TRUE
           END-IF
           ADD ARRECON-UNEXPL TO WS-RUN-UNEXPL.
      ***********************

       160-WRITE-ENTITY.

           ADD WS-TOTAL-DIFF TO WS-RUN-DIFF

           PERFORM 190-WRITE-LINE
           MOVE ALL '=' TO WS-OUT-LINE(1:72)
           PERFORM 190-WRITE-LINE
           MOVE WS-FIN-ID TO WS-KEY-ED
           STRING 'JURIDISK PERSON '       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY-ED) DELIMITED BY SIZE
                   ' - '                    DELIMITED BY SIZE
                   WS-COMPANY               DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           PERFORM 190-WRITE-LINE

           MOVE 'Reskontra ing�ende balans' TO WS-LABEL
           MOVE ARRECON-SUBOPEN TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE 'Reskontra utg�ende balans' TO WS-LABEL
           MOVE ARRECON-SUBCLOSE TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE '  varav ej placerade tillgodon' TO WS-LABEL
           COMPUTE WS-LABEL-AMOUNT = 0 - ARRECON-SUSPCLOSE
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE 'Huvudbok ing�ende balans' TO WS-LABEL
           MOVE ARRECON-GLOPEN TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE 'Huvudbok periodens r�relse (SIE)' TO WS-LABEL
           MOVE ARRECON-GLMOVE TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE 'Huvudbok utg�ende balans' TO WS-LABEL
           MOVE ARRECON-GLCLOSE TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           IF WS-PREV-FOUND NOT = 'J'
               STRING '  (ingen avst�mning f�r '  DELIMITED BY SIZE
                       WS-PREV-PERIOD              DELIMITED BY SIZE
                       ' - ing�ende balans �vertagen'
                                                   DELIMITED BY SIZE
                       ' fr�n reskontran)'         DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
               PERFORM 190-WRITE-LINE
           END-IF
           PERFORM 190-WRITE-LINE

           MOVE 'Differens utg�ende' TO WS-LABEL
           MOVE WS-TOTAL-DIFF TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE '  ing�ende differens, avst�md tidigare' TO WS-LABEL
           MOVE WS-PRIOR-DIFF TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE '  fakturor (avvisade, �resavrundning)' TO WS-LABEL
           MOVE ARRECON-DIFFINV TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE '  kreditfakturor (avvisade)' TO WS-LABEL
           MOVE ARRECON-DIFFCRED TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE '  betalningar (testkunder, avvisade)' TO WS-LABEL
           MOVE ARRECON-DIFFPAY TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE '  avskrivningar (testkunder, avvisade)' TO WS-LABEL
           MOVE ARRECON-DIFFWO TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE '  �terbetalningar' TO WS-LABEL
           MOVE ARRECON-DIFFREF TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE '  tillgodo/suspense' TO WS-LABEL
           MOVE ARRECON-DIFFSUSP TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE '  valutaeffekter' TO WS-LABEL
           MOVE ARRECON-DIFFCURR TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE '  OF�RKLARAD DIFFERENS' TO WS-LABEL
           MOVE ARRECON-UNEXPL TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           IF ARRECON-UNEXPL NOT = ZERO
               STRING '  (reskontrans ing�ende balans har �ndrats '
                                                   DELIMITED BY SIZE
                       'sedan avst�mningen av '    DELIMITED BY SIZE
                       WS-PREV-PERIOD              DELIMITED BY SIZE
                       ' - bokat bak�t i tiden)'   DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
               PERFORM 190-WRITE-LINE
           END-IF
           PERFORM 191-WRITE-STATE-LINE

      **>  down to the transaction, cause by cause
           IF ARRECON-DIFFINV NOT = ZERO
              OR ARRECON-DIFFCRED NOT = ZERO
               PERFORM 165-LIST-INVOICES
           END-IF
           IF ARRECON-DIFFCURR NOT = ZERO
               PERFORM 190-WRITE-LINE
               MOVE '  VALUTAEFFEKTER' TO WS-OUT-LINE
               PERFORM 190-WRITE-LINE
               MOVE WS-FROM-DATE TO WS-CUR-LOW
               MOVE WS-TO-DATE TO WS-CUR-HIGH
               MOVE 'Y' TO LIST-CURRENCY-SW
               PERFORM 146-CURRENCY-EFFECTS
           END-IF
           IF ARRECON-DIFFPAY NOT = ZERO
              OR ARRECON-DIFFWO NOT = ZERO
               PERFORM 170-LIST-PAYMENTS
           END-IF
           IF ARRECON-DIFFREF NOT = ZERO
              OR ARRECON-DIFFSUSP NOT = ZERO
               PERFORM 176-LIST-TILLGODO
           END-IF.
      ***********************

      **> rejected invoices and credit notes the export booked, and
      **> the �resavrundning of the period's printed invoices
       165-LIST-INVOICES.

           PERFORM 190-WRITE-LINE
           MOVE '  FAKTUROR OCH KREDITFAKTUROR' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-RC-INV CURSOR FOR
               SELECT 'A', V.INV_ID, V.CREDITOF, V.INVDATE,
                      (SELECT COALESCE(SUM(I.QTY * I.PRICE
                                  + I.QTY * I.PRICE
                                    * I.VAT / 100), 0)
                           FROM TUTORIAL.ITEM I,
                                TUTORIAL.INVITEM VI
                           WHERE VI.INV_ID = V.INV_ID
                             AND I.ITEM_ID = VI.ITEM_ID)
               FROM TUTORIAL.INVOICE V, TUTORIAL.CUSTOMER C
               WHERE V.CUST_ID = C.CUST_ID
                 AND C.FIN_ID = :WS-FIN-ID
                 AND C.TEST_CUSTOMER = 0
                 AND V.INVSTATE = 99
                 AND V.INVDATE >= :WS-FROM-DATE
                 AND V.INVDATE <= :WS-TO-DATE
               UNION ALL
               SELECT 'O', O.INV_ID, O.OUTLOG_ID, O.PRINTDATE,
                      O.ROUNDAMT
               FROM TUTORIAL.OUTLOG O, TUTORIAL.CUSTOMER C
               WHERE O.CUST_ID = C.CUST_ID
                 AND C.FIN_ID = :WS-FIN-ID
                 AND O.PRINTDATE >= :WS-FROM-DATE
                 AND O.PRINTDATE <= :WS-TO-DATE
                 AND O.ROUNDAMT <> 0
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN CURS-RC-INV
           END-EXEC

           PERFORM 166-FETCH-INVOICE
           PERFORM 167-TAKE-INVOICE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-RC-INV
           END-EXEC.
      ***********************

       166-FETCH-INVOICE.

           EXEC SQL
               FETCH CURS-RC-INV
                   INTO :WS-DT-KIND, :WS-DT-KEY, :WS-DT-KEY2,
                        :WS-DT-DATE, :WS-DT-AMOUNT
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       167-TAKE-INVOICE.

           EVALUATE TRUE
               WHEN WS-DT-KIND = 'O'
                   MOVE '�resavrundning' TO WS-DT-TEXT
                   MOVE ZERO TO WS-DT-KEY2
               WHEN WS-DT-KEY2 > ZERO
                   MOVE 'Avvisad kredit' TO WS-DT-TEXT
               WHEN OTHER
                   MOVE 'Avvisad faktura' TO WS-DT-TEXT
           END-EVALUATE
           COMPUTE WS-DT-EFFECT = 0 - WS-DT-AMOUNT
           PERFORM 194-WRITE-DETAIL-LINE

           PERFORM 166-FETCH-INVOICE.
      ***********************

      **> payments and write-offs the export booked on test
      **> customers' and rejected invoices - a reversed write-off
      **> the other way
       170-LIST-PAYMENTS.

           PERFORM 190-WRITE-LINE
           MOVE '  BETALNINGAR OCH AVSKRIVNINGAR' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-RC-PAY CURSOR FOR
               SELECT 'P', P.PAYMENT_ID, P.INV_ID, P.PAYDATE,
                      P.AMOUNT, C.TEST_CUSTOMER
               FROM TUTORIAL.PAYMENT P, TUTORIAL.INVOICE V,
                    TUTORIAL.CUSTOMER C
               WHERE P.INV_ID = V.INV_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.FIN_ID = :WS-FIN-ID
                 AND (C.TEST_CUSTOMER <> 0 OR V.INVSTATE = 99)
                 AND P.PAYDATE >= :WS-FROM-DATE
                 AND P.PAYDATE <= :WS-TO-DATE
               UNION ALL
               SELECT 'W', W.INV_ID, 0, W.WODATE,
                      W.AMOUNT, C.TEST_CUSTOMER
               FROM TUTORIAL.WRITEOFF W, TUTORIAL.INVOICE V,
                    TUTORIAL.CUSTOMER C
               WHERE W.INV_ID = V.INV_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.FIN_ID = :WS-FIN-ID
                 AND (C.TEST_CUSTOMER <> 0 OR V.INVSTATE = 99)
                 AND W.WODATE >= :WS-FROM-DATE
                 AND W.WODATE <= :WS-TO-DATE
               UNION ALL
               SELECT 'V', W.INV_ID, 0, W.REVDATE,
                      W.AMOUNT, C.TEST_CUSTOMER
               FROM TUTORIAL.WRITEOFF W, TUTORIAL.INVOICE V,
                    TUTORIAL.CUSTOMER C
               WHERE W.INV_ID = V.INV_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.FIN_ID = :WS-FIN-ID
                 AND (C.TEST_CUSTOMER <> 0 OR V.INVSTATE = 99)
                 AND W.REVERSED = 1
                 AND W.REVDATE >= :WS-FROM-DATE
                 AND W.REVDATE <= :WS-TO-DATE
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN CURS-RC-PAY
           END-EXEC

           PERFORM 171-FETCH-PAYMENT
           PERFORM 172-TAKE-PAYMENT UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-RC-PAY
           END-EXEC.
      ***********************

       171-FETCH-PAYMENT.

           EXEC SQL
               FETCH CURS-RC-PAY
                   INTO :WS-DT-KIND, :WS-DT-KEY, :WS-DT-KEY2,
                        :WS-DT-DATE, :WS-DT-AMOUNT, :WS-DT-FLAG
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       172-TAKE-PAYMENT.

           EVALUATE WS-DT-KIND
               WHEN 'P'
                   MOVE 'Betalning' TO WS-DT-TEXT
                   MOVE WS-DT-AMOUNT TO WS-DT-EFFECT
               WHEN 'W'
                   MOVE 'Avskrivning' TO WS-DT-TEXT
                   MOVE WS-DT-AMOUNT TO WS-DT-EFFECT
               WHEN OTHER
                   MOVE '�terf. avskrivning' TO WS-DT-TEXT
                   COMPUTE WS-DT-EFFECT = 0 - WS-DT-AMOUNT
           END-EVALUATE
           IF WS-DT-FLAG NOT = ZERO
               MOVE 'testkund' TO WS-OUT-LINE(93:8)
           ELSE
               MOVE 'avvisad' TO WS-OUT-LINE(93:8)
           END-IF
           PERFORM 194-WRITE-DETAIL-LINE

           PERFORM 171-FETCH-PAYMENT.
      ***********************

      **> what moved the debtors' tillgodo money in the period:
      **> refunds sent, money received and still unplaced, and
      **> money placed on invoices (PAYMENT METHOD TILLGODO) -
      **> what the register no longer shows, such as money both
      **> received and placed in the period, is the remainder
       176-LIST-TILLGODO.

           PERFORM 190-WRITE-LINE
           MOVE '  �TERBETALNINGAR OCH TILLGODO' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'N' TO END-OF-CURSOR-SW
           MOVE ZERO TO WS-DT-LISTED

           EXEC SQL
               DECLARE CURS-RC-TILL CURSOR FOR
               SELECT 'R', R.REF_ID, R.DEBT_ID, R.SENTDATE, R.AMOUNT
               FROM TUTORIAL.REFORDER R
               WHERE R.SENTDATE >= :WS-FROM-DATE
                 AND R.SENTDATE <= :WS-TO-DATE
                 AND R.STATE <> 2
                 AND R.DEBT_ID IN
                     (SELECT V.DEBT_ID
                          FROM TUTORIAL.INVOICE V,
                               TUTORIAL.CUSTOMER C
                          WHERE V.CUST_ID = C.CUST_ID
                            AND C.FIN_ID = :WS-FIN-ID
                            AND C.TEST_CUSTOMER = 0)
               UNION ALL
               SELECT 'S', S.SUSP_ID, S.DEBT_ID, S.RECDATE, S.AMOUNT
               FROM TUTORIAL.SUSPENSE S
               WHERE S.STATE = 0
                 AND S.RECDATE >= :WS-FROM-DATE
                 AND S.RECDATE <= :WS-TO-DATE
                 AND S.DEBT_ID IN
                     (SELECT V.DEBT_ID
                          FROM TUTORIAL.INVOICE V,
                               TUTORIAL.CUSTOMER C
                          WHERE V.CUST_ID = C.CUST_ID
                            AND C.FIN_ID = :WS-FIN-ID
                            AND C.TEST_CUSTOMER = 0)
               UNION ALL
               SELECT 'T', P.PAYMENT_ID, P.INV_ID, P.PAYDATE,
                      P.AMOUNT
               FROM TUTORIAL.PAYMENT P, TUTORIAL.INVOICE V,
                    TUTORIAL.CUSTOMER C
               WHERE P.INV_ID = V.INV_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.FIN_ID = :WS-FIN-ID
                 AND C.TEST_CUSTOMER = 0
                 AND V.INVSTATE <> 99
                 AND P.METHOD = 'TILLGODO'
                 AND P.PAYDATE >= :WS-FROM-DATE
                 AND P.PAYDATE <= :WS-TO-DATE
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN CURS-RC-TILL
           END-EXEC

           PERFORM 177-FETCH-TILLGODO
           PERFORM 178-TAKE-TILLGODO UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-RC-TILL
           END-EXEC

           COMPUTE WS-DT-EFFECT = ARRECON-DIFFSUSP - WS-DT-LISTED
           IF WS-DT-EFFECT NOT = ZERO
               MOVE 'Tillgodo �vrigt' TO WS-DT-TEXT
               MOVE ZERO TO WS-DT-KEY
               MOVE ZERO TO WS-DT-KEY2
               MOVE SPACE TO WS-DT-DATE
               MOVE ZERO TO WS-DT-AMOUNT
               PERFORM 194-WRITE-DETAIL-LINE
           END-IF.
      ***********************

       177-FETCH-TILLGODO.

           EXEC SQL
               FETCH CURS-RC-TILL
                   INTO :WS-DT-KIND, :WS-DT-KEY, :WS-DT-KEY2,
                        :WS-DT-DATE, :WS-DT-AMOUNT
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       178-TAKE-TILLGODO.

           EVALUATE WS-DT-KIND
               WHEN 'R'
                   MOVE '�terbetalning' TO WS-DT-TEXT
                   MOVE WS-DT-AMOUNT TO WS-DT-EFFECT
               WHEN 'S'
                   MOVE 'Tillgodo mottaget' TO WS-DT-TEXT
                   COMPUTE WS-DT-EFFECT = 0 - WS-DT-AMOUNT
                   ADD WS-DT-EFFECT TO WS-DT-LISTED
               WHEN OTHER
                   MOVE 'Tillgodo placerat' TO WS-DT-TEXT
                   MOVE WS-DT-AMOUNT TO WS-DT-EFFECT
                   ADD WS-DT-EFFECT TO WS-DT-LISTED
           END-EVALUATE
           PERFORM 194-WRITE-DETAIL-LINE

           PERFORM 177-FETCH-TILLGODO.
      ***********************

      **> The written SIE file against the entities together: what
      **> it books on the receivables account less what the
      **> entities' bookings add up to. Payments on invoices that
      **> no longer exist and �resavrundning of customers no longer
      **> in the register belong to no entity; a difference under a
      **> krona is the export's own rounding per VAT rate. Anything
      **> else - a file written before later changes, or edited -
      **> is unexplained. Stored as the period's row for FIN_ID 0:
      **> SUBCLOSE the entities' bookings, GLMOVE the file's.
       180-CHECK-SIE-FILE.

           EXEC SQL
               SELECT COALESCE(SUM(P.AMOUNT), 0)
                   INTO :WS-UNASSIGNED-PAY
                   FROM TUTORIAL.PAYMENT P
                   WHERE P.PAYDATE >= :WS-FROM-DATE
                     AND P.PAYDATE <= :WS-TO-DATE
                     AND NOT EXISTS
                         (SELECT 1
                              FROM TUTORIAL.INVOICE V,
                                   TUTORIAL.CUSTOMER C
                              WHERE V.INV_ID = P.INV_ID
                                AND C.CUST_ID = V.CUST_ID)
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(O.ROUNDAMT), 0)
                   INTO :WS-UNASSIGNED-ROUND
                   FROM TUTORIAL.OUTLOG O
                   WHERE O.PRINTDATE >= :WS-FROM-DATE
                     AND O.PRINTDATE <= :WS-TO-DATE
                     AND NOT EXISTS
                         (SELECT 1
                              FROM TUTORIAL.CUSTOMER C
                              WHERE C.CUST_ID = O.CUST_ID)
           END-EXEC

           MOVE ZERO TO WS-FIN-ID
           MOVE WS-PERIOD TO ARRECON-PERIOD
           MOVE ZERO TO ARRECON-FIN-ID
           MOVE ZERO TO ARRECON-SUBOPEN ARRECON-SUSPCLOSE
                        ARRECON-GLOPEN ARRECON-GLCLOSE
                        ARRECON-DIFFCRED ARRECON-DIFFWO
                        ARRECON-DIFFREF ARRECON-DIFFSUSP
                        ARRECON-DIFFCURR
           MOVE WS-ENTITIES-GL TO ARRECON-SUBCLOSE
           MOVE WS-FILE-AR TO ARRECON-GLMOVE
           MOVE WS-UNASSIGNED-PAY TO ARRECON-DIFFPAY
           COMPUTE ARRECON-DIFFINV = 0 - WS-UNASSIGNED-ROUND

           COMPUTE WS-TOTAL-DIFF = ARRECON-SUBCLOSE - ARRECON-GLMOVE
           COMPUTE ARRECON-UNEXPL =
               WS-TOTAL-DIFF - ARRECON-DIFFPAY - ARRECON-DIFFINV
           IF ARRECON-UNEXPL > -1 AND ARRECON-UNEXPL < 1
               ADD ARRECON-UNEXPL TO ARRECON-DIFFINV
               MOVE ZERO TO ARRECON-UNEXPL
           END-IF
           ADD WS-TOTAL-DIFF TO WS-RUN-DIFF

           PERFORM 155-STORE-ROW

           PERFORM 190-WRITE-LINE
           MOVE ALL '=' TO WS-OUT-LINE(1:72)
           PERFORM 190-WRITE-LINE
           MOVE 'SIE-FILEN MOT DE JURIDISKA PERSONERNA' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'Juridiska personernas r�relse' TO WS-LABEL
           MOVE ARRECON-SUBCLOSE TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE 'Kundfordringar enligt SIE-filen' TO WS-LABEL
           MOVE ARRECON-GLMOVE TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE 'Differens' TO WS-LABEL
           MOVE WS-TOTAL-DIFF TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE '  betalningar utan faktura' TO WS-LABEL
           MOVE ARRECON-DIFFPAY TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE '  avrundning, ok�nda kunder och export' TO WS-LABEL
           MOVE ARRECON-DIFFINV TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE '  OF�RKLARAD DIFFERENS' TO WS-LABEL
           MOVE ARRECON-UNEXPL TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           IF ARRECON-UNEXPL NOT = ZERO
               MOVE '  (SIE-filen st�mmer inte med dagens data -'
                   TO WS-OUT-LINE
               PERFORM 190-WRITE-LINE
               MOVE '   exportera perioden p� nytt)' TO WS-OUT-LINE
               PERFORM 190-WRITE-LINE
           END-IF
           PERFORM 191-WRITE-STATE-LINE.
      ***********************

       185-WRITE-TOTALS.

           PERFORM 190-WRITE-LINE
           MOVE ALL '=' TO WS-OUT-LINE(1:72)
           PERFORM 190-WRITE-LINE
           MOVE 'SAMMANFATTNING' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'Differens totalt' TO WS-LABEL
           MOVE WS-RUN-DIFF TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           MOVE 'Of�rklarad differens totalt' TO WS-LABEL
           MOVE WS-RUN-UNEXPL TO WS-LABEL-AMOUNT
           PERFORM 192-WRITE-AMOUNT-LINE
           IF DIFF-OPEN
               MOVE 'Perioden kan inte st�ngas f�rr�n en'
                   TO WS-OUT-LINE
               MOVE 'arbetsledare' TO WS-OUT-LINE(41:)
               PERFORM 190-WRITE-LINE
               MOVE 'har godk�nt den of�rklarade differensen.'
                   TO WS-OUT-LINE
           ELSE
               MOVE 'Perioden �r avst�md.' TO WS-OUT-LINE
           END-IF
           PERFORM 190-WRITE-LINE.
      ***********************

       190-WRITE-LINE.

           MOVE WS-OUT-LINE TO RECON-POST
           WRITE RECON-POST
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACE TO WS-OUT-LINE.
      ***********************

       191-WRITE-STATE-LINE.

           EVALUATE TRUE
               WHEN ARRECON-AGREED
                   MOVE '  Status: AVST�MD' TO WS-OUT-LINE
               WHEN ARRECON-DIFFERENCE
                   MOVE '  Status: AVVIKELSE - kr�ver godk�nnande'
                       TO WS-OUT-LINE
               WHEN OTHER
                   STRING '  Status: GODK�ND '   DELIMITED BY SIZE
                           ARRECON-SIGNTIME       DELIMITED BY SIZE
                           ' av '                 DELIMITED BY SIZE
                           FUNCTION TRIM(ARRECON-SIGNEDBY-TEXT)
                                                  DELIMITED BY SIZE
                           ': '                   DELIMITED BY SIZE
                           FUNCTION TRIM(ARRECON-REASON-TEXT)
                                                  DELIMITED BY SIZE
                           INTO WS-OUT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM 190-WRITE-LINE.
      ***********************

       192-WRITE-AMOUNT-LINE.

           MOVE WS-LABEL TO WS-OUT-LINE(1:44)
           MOVE WS-LABEL-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(46:16)
           PERFORM 190-WRITE-LINE.
      ***********************

      **> one transaction: what it is, its keys and day, its own
      **> amount and what it does to the difference
       194-WRITE-DETAIL-LINE.

           MOVE WS-DT-TEXT TO WS-OUT-LINE(5:20)
           IF WS-DT-KEY NOT = ZERO
               MOVE WS-DT-KEY TO WS-KEY-ED
               MOVE WS-KEY-ED TO WS-OUT-LINE(26:9)
           END-IF
           IF WS-DT-KEY2 NOT = ZERO
               MOVE WS-DT-KEY2 TO WS-KEY2-ED
               MOVE WS-KEY2-ED TO WS-OUT-LINE(36:9)
           END-IF
           MOVE WS-DT-DATE TO WS-OUT-LINE(46:10)
           IF WS-DT-AMOUNT NOT = ZERO
               MOVE WS-DT-AMOUNT TO WS-AMOUNT2-ED
               MOVE WS-AMOUNT2-ED TO WS-OUT-LINE(57:16)
           END-IF
           MOVE WS-DT-EFFECT TO WS-AMOUNT3-ED
           MOVE WS-AMOUNT3-ED TO WS-OUT-LINE(75:16)
           PERFORM 190-WRITE-LINE.
      ***********************

       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' PbsRecn - k�rningssammanfattning'
           DISPLAY ' Period:                   ' WS-PERIOD
           IF RECONREQ-FAILED
               DISPLAY ' Resultat:                 AVBRUTEN'
           ELSE
               DISPLAY ' Rapport:                  '
                   FUNCTION TRIM(WS-RECON-PATH)
               DISPLAY ' Juridiska personer:       ' WS-ENTITY-COUNT
               MOVE WS-RUN-DIFF TO WS-AMOUNT-ED
               DISPLAY ' Differens totalt:         ' WS-AMOUNT-ED
               MOVE WS-RUN-UNEXPL TO WS-AMOUNT-ED
               DISPLAY ' Of�rklarad differens:     ' WS-AMOUNT-ED
               IF DIFF-OPEN
                   DISPLAY ' Resultat:                 '
                       'AVVIKELSE - KR�VER GODK�NNANDE'
               ELSE
                   DISPLAY ' Resultat:                 AVST�MD'
               END-IF
           END-IF
           DISPLAY '============================================'.
      ***********************
