       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsPack.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Monthly customer report pack. The reports a
      **>          customer asks about - intake control, the print
      **>          log, collections, aging, file quality, lead time
      **>          against the SLA - are screens, and reached the
      **>          customer only when someone copied a screen into
      **>          an e-mail. This run writes them, for one month,
      **>          into every customer's outbox directory
      **>          (data/outbox/<kundnr>/, where the intake receipts
      **>          and the srvbill usage specifications already go)
      **>          for the transfer tooling to deliver:
      **>          manad_<����MM>_<del>, where <del> is
      **>              filer      files received and rejected, and
      **>                         the rejection reasons
      **>              utskrift   invoices sent, by channel, and
      **>                         what came back
      **>              betalning  payments collected, by method
      **>              reskontra  open items and aging at the
      **>                         month's end
      **>              krav       dunning ladder and inkasso
      **>                         handoffs
      **>              sla        lead time file to print against
      **>                         the SLA
      **>          each as a printable report (.txt) and as a
      **>          semicolon file (.csv) whose first field names the
      **>          row: HUVUD;<kundnr>;<del>;<m�nad>;<fr.o.m.>;
      **>          <t.o.m.>, then the part's own rows, SUMMA, and
      **>          SLUT;<antal rader>. Test customers get no pack.
      **>          A rerun for the same month writes the files anew.
      **>          Every run is recorded in RUNLOG. Run as night-run
      **>          step KUNDPAKET under MANADSSLUT, or for a chosen
      **>          month and customer from the company reports menu.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTDATA ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPTFIL-FS.

           SELECT CSVDATA ASSIGN TO WS-CSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSVFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  RPTDATA.
       01  RPT-POST                    PIC X(132).

       FD  CSVDATA.
       01  CSV-POST                    PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-OUTBOX-DIR                 PIC X(20)
                                         VALUE 'data/outbox'.
       01  WS-CUST-DIR                   PIC X(60)   VALUE SPACE.
       01  WS-PART-BASE                  PIC X(100)  VALUE SPACE.
       01  WS-RPT-PATH                   PIC X(100)  VALUE SPACE.
       01  WS-CSV-PATH                   PIC X(100)  VALUE SPACE.
       01  WS-DIR-RC                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-REQ-NOW                    PIC X(21)   VALUE SPACE.
       01  WS-TODAY-DATE                 PIC X(10)   VALUE SPACE.
       01  WS-PERIOD                     PIC X(7)    VALUE SPACE.
       01  WS-FROM-DATE                  PIC X(10)   VALUE SPACE.
       01  WS-TO-DATE                    PIC X(10)   VALUE SPACE.
       01  WS-YMD                        PIC X(8)    VALUE SPACE.
       01  WS-YMD-NUM REDEFINES WS-YMD   PIC 9(8).
       01  WS-TO-INT                     PIC 9(9)    COMP VALUE ZERO.
       01  WS-DATE-IN                    PIC X(10)   VALUE SPACE.
       01  WS-DATE-INT                   PIC 9(9)    COMP VALUE ZERO.
       01  WS-OUT-LINE                   PIC X(132)  VALUE SPACE.
       01  WS-CSV-LINE                   PIC X(200)  VALUE SPACE.
       01  WS-CSV-COUNT                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-NEXT-ID                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUNLOG-ID                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUNLOG-NOW                 PIC X(21)   VALUE SPACE.

      **> the customer whose pack is being written, and the part
      **> of it open: file name part and report title
       01  WS-CUST-ID                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-SLADAYS                    PIC S9(4)   COMP VALUE ZERO.
       01  WS-SECTION                    PIC X(10)   VALUE SPACE.
       01  WS-SECTION-TITLE              PIC X(60)   VALUE SPACE.

      **> the run's tally
       01  WS-PACK-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-FILE-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-SKIP-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-FAIL-COUNT                 PIC S9(9)   COMP VALUE ZERO.

      **> one row as the part cursors deliver it, and part totals
       01  WS-ROW-COUNT                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-ROW-COUNT2                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-ROW-AMOUNT                 PIC S9(9)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-ROW-TEXT                   PIC X(30)   VALUE SPACE.
       01  WS-CSV-LEAD                   PIC X(20)   VALUE SPACE.
       01  WS-TOT-COUNT                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-TOT-COUNT2                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-TOT-COUNT3                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-TOT-AMOUNT                 PIC S9(9)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-DAYS                       PIC S9(9)   COMP VALUE ZERO.
       01  WS-INVNO-LEN                  PIC S9(4)   COMP VALUE ZERO.

      **> aging intervals at the month's last day, counted from the
      **> due date as the aging snapshot counts them
       01  WS-BUCKET-NAMES.
           05  FILLER                    PIC X(30)
                                         VALUE 'EJFORF  Ej f�rfallet'.
           05  FILLER                    PIC X(30)
                                         VALUE '1-30    1-30 dagar'.
           05  FILLER                    PIC X(30)
                                         VALUE '31-60   31-60 dagar'.
           05  FILLER                    PIC X(30)
                                         VALUE '61-90   61-90 dagar'.
           05  FILLER                    PIC X(30)
                                   VALUE 'OVER90  �ver 90 dagar'.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME            OCCURS 5.
               10  WS-BUCKET-CODE        PIC X(8).
               10  WS-BUCKET-TEXT        PIC X(22).
       01  WS-BX                         PIC S9(4)   COMP VALUE ZERO.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET                 OCCURS 5.
               10  WS-BUCKET-ITEMS       PIC S9(9)   COMP.
               10  WS-BUCKET-AMOUNT      PIC S9(9)V9(2) COMP-3.

      **> lead time of one printed invoice, in working days
      **> (m�ndag-fredag) from its INLOG arrival to its print day
       01  WS-SLA-ORDNO                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-SLA-PROCDATE               PIC X(10)   VALUE SPACE.
       01  WS-SLA-PRINTDATE              PIC X(10)   VALUE SPACE.
       01  WS-SLA-PROC-INT               PIC 9(9)    COMP VALUE ZERO.
       01  WS-SLA-PRINT-INT              PIC 9(9)    COMP VALUE ZERO.
       01  WS-SLA-DAY-IDX                PIC 9(9)    COMP VALUE ZERO.
       01  WS-SLA-WEEKDAY                PIC 9(1)    VALUE ZERO.
       01  WS-SLA-WORKDAYS               PIC S9(9)   COMP VALUE ZERO.
       01  WS-SLA-DAYSUM                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-SLA-WORST                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-SLA-AVERAGE                PIC S9(5)V9(1) COMP-3
                                         VALUE ZERO.

      **> edited figures for the reports and the semicolon files
       01  WS-COUNT-ED                   PIC Z(5)9.
       01  WS-COUNT2-ED                  PIC Z(5)9.
       01  WS-COUNT3-ED                  PIC Z(5)9.
       01  WS-AMOUNT-ED                  PIC Z(8)9.99-.
       01  WS-CSV-AMT-ED                 PIC -(9)9.99.
       01  WS-DAYS-ED                    PIC -(4)9.
       01  WS-CODE-ED                    PIC ZZ9.
       01  WS-AVERAGE-ED                 PIC ZZZ9.9.

       01  SWITCHES.
           05  END-OF-CUST-SW          PIC X VALUE 'N'.
               88  END-OF-CUST             VALUE 'Y'.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.
           05  REQ-FAILED-SW           PIC X VALUE 'N'.
               88  REQ-FAILED              VALUE 'Y'.
           05  PACK-FAILED-SW          PIC X VALUE 'N'.
               88  PACK-FAILED             VALUE 'Y'.
           05  SECTION-OPEN-SW         PIC X VALUE 'N'.
               88  SECTION-OPEN            VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 RPTFIL-FS                PIC XX.
               88  RPTFIL-SUCCESSFUL       VALUE '00'.
           05 CSVFIL-FS                PIC XX.
               88  CSVFIL-SUCCESSFUL       VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE INLOG      END-EXEC.
           EXEC SQL INCLUDE INERROR    END-EXEC.
           EXEC SQL INCLUDE OUTLOG     END-EXEC.
           EXEC SQL INCLUDE PAYMENT    END-EXEC.
           EXEC SQL INCLUDE INKCASE    END-EXEC.
           EXEC SQL INCLUDE RUNLOG     END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.

       LINKAGE SECTION.
       COPY PACKREQ.

       PROCEDURE DIVISION USING PACKREQ.

       000-REPORT-PACK.

           MOVE SPACE TO PACKREQ-RESULT
           MOVE ZERO TO PACKREQ-PACK-COUNT
           MOVE ZERO TO PACKREQ-FILE-COUNT
           MOVE ZERO TO PACKREQ-SKIP-COUNT

           PERFORM 100-INIT
           IF REQ-FAILED
               MOVE 'F' TO PACKREQ-RESULT
               PERFORM 196-DISPLAY-RUN-SUMMARY
               GOBACK
           END-IF

           PERFORM 193-RUNLOG-START
           PERFORM 110-CUSTOMER-LOOP
           PERFORM 194-RUNLOG-END

      **>  a pack asked for one customer that was never written -
      **>  unknown kundnummer or a test customer - is a failed run
           IF WS-FAIL-COUNT > ZERO
               MOVE 'F' TO PACKREQ-RESULT
           ELSE
               IF PACKREQ-CUSTNO NOT = SPACE AND WS-PACK-COUNT = ZERO
                   MOVE 'F' TO PACKREQ-RESULT
               ELSE
                   MOVE 'D' TO PACKREQ-RESULT
               END-IF
           END-IF
           MOVE WS-PACK-COUNT TO PACKREQ-PACK-COUNT
           MOVE WS-FILE-COUNT TO PACKREQ-FILE-COUNT
           MOVE WS-SKIP-COUNT TO PACKREQ-SKIP-COUNT

           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

      **> the month asked for, or the run day's, as its first and
      **> last day
       100-INIT.

           MOVE 'N' TO REQ-FAILED-SW
           MOVE ZERO TO WS-PACK-COUNT
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-SKIP-COUNT
           MOVE ZERO TO WS-FAIL-COUNT

           MOVE FUNCTION CURRENT-DATE TO WS-REQ-NOW
           MOVE WS-REQ-NOW(1:4) TO WS-TODAY-DATE(1:4)
           MOVE WS-REQ-NOW(5:2) TO WS-TODAY-DATE(6:2)
           MOVE WS-REQ-NOW(7:2) TO WS-TODAY-DATE(9:2)
           MOVE '-' TO WS-TODAY-DATE(5:1) WS-TODAY-DATE(8:1)

           IF PACKREQ-PERIOD = SPACE
               MOVE WS-TODAY-DATE(1:7) TO WS-PERIOD
           ELSE
               MOVE PACKREQ-PERIOD TO WS-PERIOD
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
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-YMD-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-TO-INT)
                   TO WS-YMD-NUM
               MOVE WS-YMD(1:4) TO WS-TO-DATE(1:4)
               MOVE WS-YMD(5:2) TO WS-TO-DATE(6:2)
               MOVE WS-YMD(7:2) TO WS-TO-DATE(9:2)
               MOVE '-' TO WS-TO-DATE(5:1) WS-TO-DATE(8:1)
           END-IF.
      ***********************

      **> every customer, or the one asked for; test customers are
      **> counted and left out
       110-CUSTOMER-LOOP.

           MOVE 'N' TO END-OF-CUST-SW
           EXEC SQL
               DECLARE CURS-PK-CUST CURSOR FOR
               SELECT CUST_ID, CUSTNO, NAME, TEST_CUSTOMER, SLADAYS
               FROM TUTORIAL.CUSTOMER
               ORDER BY CUSTNO
           END-EXEC

           EXEC SQL
               OPEN CURS-PK-CUST
           END-EXEC

           PERFORM 111-FETCH-CUSTOMER
           PERFORM 115-ONE-CUSTOMER UNTIL END-OF-CUST

           EXEC SQL
               CLOSE CURS-PK-CUST
           END-EXEC.
      ***********************

       111-FETCH-CUSTOMER.

           MOVE SPACE TO CUSTOMER-CUSTNO-TEXT
           MOVE SPACE TO CUSTOMER-NAME-TEXT
           EXEC SQL
               FETCH CURS-PK-CUST
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO,
                        :CUSTOMER-NAME, :CUSTOMER-TEST-CUSTOMER,
                        :CUSTOMER-SLADAYS
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CUST TO TRUE
           END-IF.
      ***********************

       115-ONE-CUSTOMER.

           EVALUATE TRUE
               WHEN PACKREQ-CUSTNO NOT = SPACE
                AND CUSTOMER-CUSTNO-TEXT NOT = PACKREQ-CUSTNO
                   CONTINUE
               WHEN CUSTOMER-IS-TEST-CUSTOMER
                   ADD 1 TO WS-SKIP-COUNT
               WHEN OTHER
                   PERFORM 120-WRITE-PACK
           END-EVALUATE

           PERFORM 111-FETCH-CUSTOMER.
      ***********************

      **> the customer's outbox, created on first use the way the
      **> intake receipts create it, and the six parts of the pack
       120-WRITE-PACK.

           MOVE 'N' TO PACK-FAILED-SW
           MOVE CUSTOMER-CUST-ID TO WS-CUST-ID
           MOVE CUSTOMER-SLADAYS TO WS-SLADAYS

           CALL 'CBL_CREATE_DIR' USING WS-OUTBOX-DIR
               RETURNING WS-DIR-RC
           MOVE SPACE TO WS-CUST-DIR
           STRING FUNCTION TRIM(WS-OUTBOX-DIR) DELIMITED BY SIZE
                   '/'                         DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
                                               DELIMITED BY SIZE
                   INTO WS-CUST-DIR
           END-STRING
           CALL 'CBL_CREATE_DIR' USING WS-CUST-DIR
               RETURNING WS-DIR-RC

           PERFORM 130-FILES-PART
           PERFORM 140-PRINT-PART
           PERFORM 150-PAYMENT-PART
           PERFORM 160-AGING-PART
           PERFORM 170-DUNNING-PART
           PERFORM 175-SLA-PART

           IF PACK-FAILED
               ADD 1 TO WS-FAIL-COUNT
           ELSE
               ADD 1 TO WS-PACK-COUNT
           END-IF.
      ***********************

      **> files received in the month, with the orders in each and
      **> how many were rejected, and the rejections by reason code
      **> (INERROR.ERRCODE) - the file quality screen for one
      **> customer
       130-FILES-PART.

           MOVE 'filer' TO WS-SECTION
           MOVE 'FILER MOTTAGNA OCH AVVISADE' TO WS-SECTION-TITLE
           PERFORM 180-OPEN-PART
           IF NOT SECTION-OPEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'Fil' TO WS-OUT-LINE
           MOVE 'Mottagen     Order  Avvisade' TO WS-OUT-LINE(44:29)
           PERFORM 190-WRITE-LINE

           MOVE ZERO TO WS-TOT-COUNT WS-TOT-COUNT2 WS-TOT-COUNT3
           MOVE 'N' TO END-OF-CURSOR-SW
           EXEC SQL
               DECLARE CURS-PK-FILES CURSOR FOR
               SELECT FILENO, MIN(PROCDATE), COUNT(*),
                      SUM(CASE WHEN RESULTCODE <> 0
                               THEN 1 ELSE 0 END)
               FROM TUTORIAL.INLOG
               WHERE CUST_ID = :WS-CUST-ID
                 AND PROCDATE >= :WS-FROM-DATE
                 AND PROCDATE <= :WS-TO-DATE
               GROUP BY FILENO
               ORDER BY 2, 1
           END-EXEC

           EXEC SQL
               OPEN CURS-PK-FILES
           END-EXEC

           PERFORM 131-FETCH-FILE
           PERFORM 132-WRITE-ONE-FILE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-PK-FILES
           END-EXEC

           PERFORM 190-WRITE-LINE
           MOVE WS-TOT-COUNT TO WS-COUNT-ED
           MOVE WS-TOT-COUNT2 TO WS-COUNT2-ED
           MOVE WS-TOT-COUNT3 TO WS-COUNT3-ED
           STRING 'Filer: '                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   '  Order: '                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                   '  varav avvisade: '        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT3-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           STRING 'SUMMA;'                    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT3-ED) DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV

           PERFORM 190-WRITE-LINE
           MOVE 'AVVISNINGSORSAKER' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'Kod  Antal  Exempel' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE

           MOVE 'N' TO END-OF-CURSOR-SW
           EXEC SQL
               DECLARE CURS-PK-REASONS CURSOR FOR
               SELECT I.ERRCODE, COUNT(*), MIN(I.DESCRIPTION)
               FROM TUTORIAL.INERROR I, TUTORIAL.INLOG L
               WHERE I.INLOG_ID = L.INLOG_ID
                 AND L.CUST_ID = :WS-CUST-ID
                 AND L.PROCDATE >= :WS-FROM-DATE
                 AND L.PROCDATE <= :WS-TO-DATE
               GROUP BY I.ERRCODE
               ORDER BY I.ERRCODE
           END-EXEC

           EXEC SQL
               OPEN CURS-PK-REASONS
           END-EXEC

           PERFORM 134-FETCH-REASON
           PERFORM 135-WRITE-ONE-REASON UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-PK-REASONS
           END-EXEC

           PERFORM 185-CLOSE-PART.
      ***********************

       131-FETCH-FILE.

           MOVE SPACE TO INLOG-FILENO-TEXT
           EXEC SQL
               FETCH CURS-PK-FILES
                   INTO :INLOG-FILENO, :INLOG-PROCDATE,
                        :WS-ROW-COUNT, :WS-ROW-COUNT2
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       132-WRITE-ONE-FILE.

           ADD 1 TO WS-TOT-COUNT
           ADD WS-ROW-COUNT TO WS-TOT-COUNT2
           ADD WS-ROW-COUNT2 TO WS-TOT-COUNT3

           MOVE INLOG-FILENO-TEXT(1:42) TO WS-OUT-LINE(1:42)
           MOVE INLOG-PROCDATE TO WS-OUT-LINE(44:10)
           MOVE WS-ROW-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-OUT-LINE(56:6)
           MOVE WS-ROW-COUNT2 TO WS-COUNT2-ED
           MOVE WS-COUNT2-ED TO WS-OUT-LINE(66:6)
           PERFORM 190-WRITE-LINE

           STRING 'FIL;'                       DELIMITED BY SIZE
                   FUNCTION TRIM(INLOG-FILENO-TEXT)
                                               DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   INLOG-PROCDATE              DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV

           PERFORM 131-FETCH-FILE.
      ***********************

       134-FETCH-REASON.

           MOVE SPACE TO INERROR-DESCRIPTION-TEXT
           EXEC SQL
               FETCH CURS-PK-REASONS
                   INTO :INERROR-ERRCODE, :WS-ROW-COUNT,
                        :INERROR-DESCRIPTION
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       135-WRITE-ONE-REASON.

           MOVE INERROR-ERRCODE TO WS-CODE-ED
           MOVE WS-CODE-ED TO WS-OUT-LINE(1:3)
           MOVE WS-ROW-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-OUT-LINE(5:6)
           MOVE INERROR-DESCRIPTION-TEXT TO WS-OUT-LINE(13:60)
           PERFORM 190-WRITE-LINE

           STRING 'ORSAK;'                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CODE-ED)   DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(INERROR-DESCRIPTION-TEXT)
                                               DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV

           PERFORM 134-FETCH-REASON.
      ***********************

      **> invoices sent in the month by channel, each invoice once:
      **> paper by postage class, e-mail (the invoice went through
      **> MAILQ), e-invoice (neither); then what came back - bounced
      **> e-mails resent on paper and letters returned by the post,
      **> the bookkeeping rows pbs.cbl logs for them
       140-PRINT-PART.

           MOVE 'utskrift' TO WS-SECTION
           MOVE 'UTSKICKADE FAKTUROR PER KANAL' TO WS-SECTION-TITLE
           PERFORM 180-OPEN-PART
           IF NOT SECTION-OPEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'Kanal                         Fakturor'
               TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE

           MOVE ZERO TO WS-TOT-COUNT
           MOVE 'N' TO END-OF-CURSOR-SW
           EXEC SQL
               DECLARE CURS-PK-PAPER CURSOR FOR
               SELECT POSTCLASS, COUNT(DISTINCT INV_ID)
               FROM TUTORIAL.OUTLOG
               WHERE CUST_ID = :WS-CUST-ID
                 AND SUCCESS = 1
                 AND POSTCLASS <> ' '
                 AND PRINTDATE >= :WS-FROM-DATE
                 AND PRINTDATE <= :WS-TO-DATE
               GROUP BY POSTCLASS
               ORDER BY POSTCLASS
           END-EXEC

           EXEC SQL
               OPEN CURS-PK-PAPER
           END-EXEC

           PERFORM 141-FETCH-PAPER
           PERFORM 142-WRITE-ONE-PAPER UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-PK-PAPER
           END-EXEC

           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(DISTINCT O.INV_ID)
                   INTO :WS-ROW-COUNT
                   FROM TUTORIAL.OUTLOG O
                   WHERE O.CUST_ID = :WS-CUST-ID
                     AND O.SUCCESS = 1
                     AND O.POSTCLASS = ' '
                     AND O.PRINTDATE >= :WS-FROM-DATE
                     AND O.PRINTDATE <= :WS-TO-DATE
                     AND EXISTS
                         (SELECT 1 FROM TUTORIAL.MAILQ M
                          WHERE M.INV_ID = O.INV_ID)
           END-EXEC
           MOVE 'E-post' TO WS-ROW-TEXT
           MOVE 'KANAL;M;' TO WS-CSV-LEAD
           PERFORM 144-WRITE-CHANNEL-LINE

           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(DISTINCT O.INV_ID)
                   INTO :WS-ROW-COUNT
                   FROM TUTORIAL.OUTLOG O
                   WHERE O.CUST_ID = :WS-CUST-ID
                     AND O.SUCCESS = 1
                     AND O.POSTCLASS = ' '
                     AND O.PRINTDATE >= :WS-FROM-DATE
                     AND O.PRINTDATE <= :WS-TO-DATE
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.MAILQ M
                          WHERE M.INV_ID = O.INV_ID)
           END-EXEC
           MOVE 'E-faktura' TO WS-ROW-TEXT
           MOVE 'KANAL;E;' TO WS-CSV-LEAD
           PERFORM 144-WRITE-CHANNEL-LINE

           PERFORM 190-WRITE-LINE
           MOVE WS-TOT-COUNT TO WS-COUNT-ED
           STRING 'Skickade fakturor: '       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(DISTINCT INV_ID)
                   INTO :WS-ROW-COUNT
                   FROM TUTORIAL.OUTLOG
                   WHERE CUST_ID = :WS-CUST-ID
                     AND SUCCESS = 0
                     AND FILENAME = 'STUDS->PAPPER'
                     AND PRINTDATE >= :WS-FROM-DATE
                     AND PRINTDATE <= :WS-TO-DATE
           END-EXEC
           MOVE WS-ROW-COUNT TO WS-COUNT2-ED
           MOVE ZERO TO WS-ROW-COUNT2
           EXEC SQL
               SELECT COUNT(DISTINCT INV_ID)
                   INTO :WS-ROW-COUNT2
                   FROM TUTORIAL.OUTLOG
                   WHERE CUST_ID = :WS-CUST-ID
                     AND SUCCESS = 0
                     AND FILENAME = 'POSTRETUR'
                     AND PRINTDATE >= :WS-FROM-DATE
                     AND PRINTDATE <= :WS-TO-DATE
           END-EXEC
           MOVE WS-ROW-COUNT2 TO WS-COUNT3-ED

           STRING 'Studsade e-post (skickade p� papper): '
                                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           STRING 'Returnerade brev:                     '
                                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT3-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           STRING 'RETUR;STUDS;'              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV
           STRING 'RETUR;POST;'               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT3-ED) DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV
           STRING 'SUMMA;'                    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV

           PERFORM 185-CLOSE-PART.
      ***********************

       141-FETCH-PAPER.

           EXEC SQL
               FETCH CURS-PK-PAPER
                   INTO :OUTLOG-POSTCLASS, :WS-ROW-COUNT
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       142-WRITE-ONE-PAPER.

           MOVE SPACE TO WS-ROW-TEXT
           STRING 'Papper, portoklass '       DELIMITED BY SIZE
                   OUTLOG-POSTCLASS            DELIMITED BY SIZE
                   INTO WS-ROW-TEXT
           END-STRING
           MOVE SPACE TO WS-CSV-LEAD
           STRING 'KANAL;P;'                  DELIMITED BY SIZE
                   OUTLOG-POSTCLASS            DELIMITED BY SIZE
                   INTO WS-CSV-LEAD
           END-STRING
           PERFORM 144-WRITE-CHANNEL-LINE

           PERFORM 141-FETCH-PAPER.
      ***********************

      **> one channel line: WS-ROW-TEXT names it, WS-CSV-LEAD holds
      **> the row's leading fields, WS-ROW-COUNT the invoices
       144-WRITE-CHANNEL-LINE.

           ADD WS-ROW-COUNT TO WS-TOT-COUNT
           MOVE WS-ROW-TEXT TO WS-OUT-LINE(1:30)
           MOVE WS-ROW-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-OUT-LINE(33:6)
           PERFORM 190-WRITE-LINE

           STRING FUNCTION TRIM(WS-CSV-LEAD)  DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV.
      ***********************

      **> debtor payments booked in the month on the customer's
      **> invoices, by payment method (BG, AG, SW, CA ...)
       150-PAYMENT-PART.

           MOVE 'betalning' TO WS-SECTION
           MOVE 'INBETALNINGAR PER BETALS�TT' TO WS-SECTION-TITLE
           PERFORM 180-OPEN-PART
           IF NOT SECTION-OPEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'Betals�tt       Antal         Belopp' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE

           MOVE ZERO TO WS-TOT-COUNT
           MOVE ZERO TO WS-TOT-AMOUNT
           MOVE 'N' TO END-OF-CURSOR-SW
           EXEC SQL
               DECLARE CURS-PK-PAY CURSOR FOR
               SELECT P.METHOD, COUNT(*), SUM(P.AMOUNT)
               FROM TUTORIAL.PAYMENT P, TUTORIAL.INVOICE V
               WHERE P.INV_ID = V.INV_ID
                 AND V.CUST_ID = :WS-CUST-ID
                 AND P.PAYDATE >= :WS-FROM-DATE
                 AND P.PAYDATE <= :WS-TO-DATE
               GROUP BY P.METHOD
               ORDER BY P.METHOD
           END-EXEC

           EXEC SQL
               OPEN CURS-PK-PAY
           END-EXEC

           PERFORM 151-FETCH-PAYMENT
           PERFORM 152-WRITE-ONE-PAYMENT UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-PK-PAY
           END-EXEC

           PERFORM 190-WRITE-LINE
           MOVE 'Summa' TO WS-OUT-LINE
           MOVE WS-TOT-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-OUT-LINE(15:6)
           MOVE WS-TOT-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(23:13)
           PERFORM 190-WRITE-LINE

           MOVE WS-TOT-AMOUNT TO WS-CSV-AMT-ED
           STRING 'SUMMA;'                    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-AMT-ED)
                                               DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV

           PERFORM 185-CLOSE-PART.
      ***********************

       151-FETCH-PAYMENT.

           MOVE SPACE TO PAYMENT-METHOD-TEXT
           EXEC SQL
               FETCH CURS-PK-PAY
                   INTO :PAYMENT-METHOD, :WS-ROW-COUNT,
                        :WS-ROW-AMOUNT
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       152-WRITE-ONE-PAYMENT.

           ADD WS-ROW-COUNT TO WS-TOT-COUNT
           ADD WS-ROW-AMOUNT TO WS-TOT-AMOUNT

           MOVE PAYMENT-METHOD-TEXT(1:12) TO WS-OUT-LINE(1:12)
           MOVE WS-ROW-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-OUT-LINE(15:6)
           MOVE WS-ROW-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(23:13)
           PERFORM 190-WRITE-LINE

           MOVE WS-ROW-AMOUNT TO WS-CSV-AMT-ED
           STRING 'BETSATT;'                  DELIMITED BY SIZE
                   FUNCTION TRIM(PAYMENT-METHOD-TEXT)
                                               DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-AMT-ED)
                                               DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV

           PERFORM 151-FETCH-PAYMENT.
      ***********************

      **> the customer's open items at the month's last day, as the
      **> balance confirmations take them: debit invoices dated up
      **> to that day that were printed, reminded, paid or written
      **> off since, less payments up to that day, leaving out
      **> invoices already written off by then and our own service
      **> invoices to the customer. Aged from the due date into the
      **> aging snapshot's intervals.
       160-AGING-PART.

           MOVE 'reskontra' TO WS-SECTION
           MOVE '�PPNA POSTER OCH �LDERSF�RDELNING'
               TO WS-SECTION-TITLE
           PERFORM 180-OPEN-PART
           IF NOT SECTION-OPEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'Fakturanr       Fakturadag F�rfallodag  Dagar'
               TO WS-OUT-LINE
           MOVE 'Steg    �ppet belopp' TO WS-OUT-LINE(50:22)
           PERFORM 190-WRITE-LINE

           INITIALIZE WS-BUCKET-TABLE
           MOVE ZERO TO WS-TOT-COUNT
           MOVE ZERO TO WS-TOT-AMOUNT

           MOVE 'N' TO END-OF-CURSOR-SW
           EXEC SQL
               DECLARE CURS-PK-OPEN CURSOR FOR
               SELECT X.INVNO, X.INVDATE, X.DUEDATE, X.DUNLEVEL,
                      X.GROSS - X.PAID
               FROM (SELECT V.INVNO AS INVNO,
                            V.INVDATE AS INVDATE,
                            V.DUEDATE AS DUEDATE,
                            V.DUNLEVEL AS DUNLEVEL,
                            (SELECT COALESCE(SUM(I.QTY * I.PRICE
                                        + I.QTY * I.PRICE
                                          * I.VAT / 100), 0)
                                 FROM TUTORIAL.ITEM I,
                                      TUTORIAL.INVITEM VI
                                 WHERE VI.INV_ID = V.INV_ID
                                   AND I.ITEM_ID = VI.ITEM_ID)
                                AS GROSS,
                            (SELECT COALESCE(SUM(P.AMOUNT), 0)
                                 FROM TUTORIAL.PAYMENT P
                                 WHERE P.INV_ID = V.INV_ID
                                   AND P.PAYDATE <= :WS-TO-DATE)
                                AS PAID
                     FROM TUTORIAL.INVOICE V,
                          TUTORIAL.CUSTOMER C
                     WHERE V.CUST_ID = :WS-CUST-ID
                       AND C.CUST_ID = V.CUST_ID
                       AND V.CREDITOF = 0
                       AND V.INVSTATE IN (1, 2, 3, 8)
                       AND V.INVDATE <= :WS-TO-DATE
                       AND NOT EXISTS
                           (SELECT 1 FROM TUTORIAL.WRITEOFF W
                            WHERE W.INV_ID = V.INV_ID
                              AND W.WODATE <= :WS-TO-DATE
                              AND (W.REVERSED = 0
                                   OR W.REVDATE > :WS-TO-DATE))
                       AND NOT EXISTS
                           (SELECT 1 FROM TUTORIAL.DEBTOR D
                            WHERE D.DEBT_ID = V.DEBT_ID
                              AND D.NAME = C.NAME)) X
               WHERE X.GROSS - X.PAID > 0
               ORDER BY X.DUEDATE, X.INVNO
           END-EXEC

           EXEC SQL
               OPEN CURS-PK-OPEN
           END-EXEC

           PERFORM 161-FETCH-OPEN-ITEM
           PERFORM 162-WRITE-ONE-OPEN-ITEM UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-PK-OPEN
           END-EXEC

           PERFORM 190-WRITE-LINE
           MOVE '�LDERSF�RDELNING' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'Intervall               Poster         Belopp'
               TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           PERFORM 164-WRITE-BUCKET-LINE
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > 5

           MOVE 'Summa' TO WS-OUT-LINE
           MOVE WS-TOT-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-OUT-LINE(25:6)
           MOVE WS-TOT-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(33:13)
           PERFORM 190-WRITE-LINE

           MOVE WS-TOT-AMOUNT TO WS-CSV-AMT-ED
           STRING 'SUMMA;'                    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-AMT-ED)
                                               DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV

           PERFORM 185-CLOSE-PART.
      ***********************

       161-FETCH-OPEN-ITEM.

           MOVE SPACE TO INVOICE-INVNO-TEXT
           EXEC SQL
               FETCH CURS-PK-OPEN
                   INTO :INVOICE-INVNO, :INVOICE-INVDATE,
                        :INVOICE-DUEDATE, :INVOICE-DUNLEVEL,
                        :WS-ROW-AMOUNT
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       162-WRITE-ONE-OPEN-ITEM.

           MOVE INVOICE-DUEDATE TO WS-DATE-IN
           PERFORM 187-DATE-TO-INT
           IF WS-DATE-INT = ZERO
               MOVE ZERO TO WS-DAYS
           ELSE
               COMPUTE WS-DAYS = WS-TO-INT - WS-DATE-INT
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS <= ZERO
                   MOVE 1 TO WS-BX
               WHEN WS-DAYS <= 30
                   MOVE 2 TO WS-BX
               WHEN WS-DAYS <= 60
                   MOVE 3 TO WS-BX
               WHEN WS-DAYS <= 90
                   MOVE 4 TO WS-BX
               WHEN OTHER
                   MOVE 5 TO WS-BX
           END-EVALUATE
           ADD 1 TO WS-BUCKET-ITEMS(WS-BX)
           ADD WS-ROW-AMOUNT TO WS-BUCKET-AMOUNT(WS-BX)
           ADD 1 TO WS-TOT-COUNT
           ADD WS-ROW-AMOUNT TO WS-TOT-AMOUNT

           MOVE INVOICE-INVNO-TEXT(1:15) TO WS-OUT-LINE(1:15)
           MOVE INVOICE-INVDATE TO WS-OUT-LINE(17:10)
           MOVE INVOICE-DUEDATE TO WS-OUT-LINE(28:10)
           MOVE WS-DAYS TO WS-DAYS-ED
           MOVE WS-DAYS-ED TO WS-OUT-LINE(41:5)
           MOVE INVOICE-DUNLEVEL TO WS-CODE-ED
           MOVE WS-CODE-ED TO WS-OUT-LINE(50:3)
           MOVE WS-ROW-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(58:13)
           PERFORM 190-WRITE-LINE

           MOVE WS-ROW-AMOUNT TO WS-CSV-AMT-ED
           STRING 'POST;'                     DELIMITED BY SIZE
                   FUNCTION TRIM(INVOICE-INVNO-TEXT)
                                               DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   INVOICE-INVDATE             DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   INVOICE-DUEDATE             DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DAYS-ED)   DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CODE-ED)   DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-AMT-ED)
                                               DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   WS-BUCKET-CODE(WS-BX)       DELIMITED BY SPACE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV

           PERFORM 161-FETCH-OPEN-ITEM.
      ***********************

       164-WRITE-BUCKET-LINE.

           MOVE WS-BUCKET-TEXT(WS-BX) TO WS-OUT-LINE(1:22)
           MOVE WS-BUCKET-ITEMS(WS-BX) TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-OUT-LINE(25:6)
           MOVE WS-BUCKET-AMOUNT(WS-BX) TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(33:13)
           PERFORM 190-WRITE-LINE

           MOVE WS-BUCKET-AMOUNT(WS-BX) TO WS-CSV-AMT-ED
           STRING 'INTERVALL;'                DELIMITED BY SIZE
                   WS-BUCKET-CODE(WS-BX)       DELIMITED BY SPACE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-AMT-ED)
                                               DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV.
      ***********************

      **> the dunning ladder - per reminder step, the invoices that
      **> reached it during the month and those standing on it open
      **> at the run - then the invoices handed to inkasso in the
      **> month with where the case stands now
       170-DUNNING-PART.

           MOVE 'krav' TO WS-SECTION
           MOVE 'P�MINNELSETRAPPA OCH INKASSO' TO WS-SECTION-TITLE
           PERFORM 180-OPEN-PART
           IF NOT SECTION-OPEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'Steg  N�dde steget i m�naden' TO WS-OUT-LINE
           MOVE '�ppna p� steget nu' TO WS-OUT-LINE(35:24)
           PERFORM 190-WRITE-LINE

           MOVE ZERO TO WS-TOT-COUNT
           MOVE 'N' TO END-OF-CURSOR-SW
           EXEC SQL
               DECLARE CURS-PK-LADDER CURSOR FOR
               SELECT DUNLEVEL,
                      SUM(CASE WHEN LASTDUNDATE >= :WS-FROM-DATE
                                AND LASTDUNDATE <= :WS-TO-DATE
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN INVSTATE IN (1, 2)
                               THEN 1 ELSE 0 END)
               FROM TUTORIAL.INVOICE
               WHERE CUST_ID = :WS-CUST-ID
                 AND CREDITOF = 0
                 AND DUNLEVEL > 0
               GROUP BY DUNLEVEL
               ORDER BY DUNLEVEL
           END-EXEC

           EXEC SQL
               OPEN CURS-PK-LADDER
           END-EXEC

           PERFORM 171-FETCH-LEVEL
           PERFORM 172-WRITE-ONE-LEVEL UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-PK-LADDER
           END-EXEC

           PERFORM 190-WRITE-LINE
           MOVE 'INKASSO' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'Fakturanr       F�rfallodag �verl�mnad  Status'
               TO WS-OUT-LINE
           MOVE 'Avgifter' TO WS-OUT-LINE(67:8)
           PERFORM 190-WRITE-LINE

           MOVE ZERO TO WS-TOT-COUNT2
           MOVE ZERO TO WS-TOT-AMOUNT
           MOVE 'N' TO END-OF-CURSOR-SW
           EXEC SQL
               DECLARE CURS-PK-HANDOFF CURSOR FOR
               SELECT V.INVNO, V.DUEDATE, K.SENTDATE, K.STATE,
                      K.FEES
               FROM TUTORIAL.INKCASE K, TUTORIAL.INVOICE V
               WHERE K.INV_ID = V.INV_ID
                 AND V.CUST_ID = :WS-CUST-ID
                 AND K.SENTDATE >= :WS-FROM-DATE
                 AND K.SENTDATE <= :WS-TO-DATE
               ORDER BY K.SENTDATE, V.INVNO
           END-EXEC

           EXEC SQL
               OPEN CURS-PK-HANDOFF
           END-EXEC

           PERFORM 173-FETCH-HANDOFF
           PERFORM 174-WRITE-ONE-HANDOFF UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-PK-HANDOFF
           END-EXEC

           PERFORM 190-WRITE-LINE
           MOVE WS-TOT-COUNT TO WS-COUNT-ED
           MOVE WS-TOT-COUNT2 TO WS-COUNT2-ED
           STRING 'P�minnelser i m�naden: '   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   '  Till inkasso: '          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           MOVE WS-TOT-AMOUNT TO WS-CSV-AMT-ED
           STRING 'SUMMA;'                    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-AMT-ED)
                                               DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV

           PERFORM 185-CLOSE-PART.
      ***********************

       171-FETCH-LEVEL.

           EXEC SQL
               FETCH CURS-PK-LADDER
                   INTO :INVOICE-DUNLEVEL, :WS-ROW-COUNT,
                        :WS-ROW-COUNT2
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       172-WRITE-ONE-LEVEL.

           IF WS-ROW-COUNT > ZERO OR WS-ROW-COUNT2 > ZERO
               ADD WS-ROW-COUNT TO WS-TOT-COUNT
               MOVE INVOICE-DUNLEVEL TO WS-CODE-ED
               MOVE WS-CODE-ED TO WS-OUT-LINE(1:3)
               MOVE WS-ROW-COUNT TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO WS-OUT-LINE(22:6)
               MOVE WS-ROW-COUNT2 TO WS-COUNT2-ED
               MOVE WS-COUNT2-ED TO WS-OUT-LINE(46:6)
               PERFORM 190-WRITE-LINE

               STRING 'STEG;'                     DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CODE-ED)   DELIMITED BY SIZE
                       ';'                         DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                       ';'                         DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                       INTO WS-CSV-LINE
               END-STRING
               PERFORM 191-WRITE-CSV
           END-IF

           PERFORM 171-FETCH-LEVEL.
      ***********************

       173-FETCH-HANDOFF.

           MOVE SPACE TO INVOICE-INVNO-TEXT
           EXEC SQL
               FETCH CURS-PK-HANDOFF
                   INTO :INVOICE-INVNO, :INVOICE-DUEDATE,
                        :INKCASE-SENTDATE, :INKCASE-STATE,
                        :INKCASE-FEES
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       174-WRITE-ONE-HANDOFF.

           ADD 1 TO WS-TOT-COUNT2
           ADD INKCASE-FEES TO WS-TOT-AMOUNT

           EVALUATE TRUE
               WHEN INKCASE-OPEN
                   MOVE 'P�g�r' TO WS-ROW-TEXT
               WHEN INKCASE-PAID-AT-BUREAU
                   MOVE 'Betald hos byr�n' TO WS-ROW-TEXT
               WHEN INKCASE-UNCOLLECTIBLE
                   MOVE 'Obetalbar' TO WS-ROW-TEXT
               WHEN INKCASE-CONTESTED
                   MOVE 'Bestridd' TO WS-ROW-TEXT
               WHEN OTHER
                   MOVE SPACE TO WS-ROW-TEXT
           END-EVALUATE

           MOVE INVOICE-INVNO-TEXT(1:15) TO WS-OUT-LINE(1:15)
           MOVE INVOICE-DUEDATE TO WS-OUT-LINE(17:10)
           MOVE INKCASE-SENTDATE TO WS-OUT-LINE(29:10)
           MOVE WS-ROW-TEXT(1:20) TO WS-OUT-LINE(41:20)
           MOVE INKCASE-FEES TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(62:13)
           PERFORM 190-WRITE-LINE

           MOVE INKCASE-STATE TO WS-CODE-ED
           MOVE INKCASE-FEES TO WS-CSV-AMT-ED
           STRING 'INKASSO;'                  DELIMITED BY SIZE
                   FUNCTION TRIM(INVOICE-INVNO-TEXT)
                                               DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   INVOICE-DUEDATE             DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   INKCASE-SENTDATE            DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CODE-ED)   DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-AMT-ED)
                                               DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV

           PERFORM 173-FETCH-HANDOFF.
      ***********************

      **> lead time file to print for every invoice printed in the
      **> month, as the SLA screen traces it: from the INLOG arrival
      **> of its order (customer and ordernummer) to its first print
      **> day, in working days. Reminders and credit notes carry
      **> suffixed numbers and never came in a file, so only plain
      **> numeric invoice numbers are traced. Every breach of the
      **> customer's SLADAYS is listed.
       175-SLA-PART.

           MOVE 'sla' TO WS-SECTION
           MOVE 'LEDTID FIL-TILL-TRYCK MOT SLA' TO WS-SECTION-TITLE
           PERFORM 180-OPEN-PART
           IF NOT SECTION-OPEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SLADAYS TO WS-DAYS-ED
           IF WS-SLADAYS > ZERO
               STRING 'Avtalad ledtid: '         DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DAYS-ED)  DELIMITED BY SIZE
                       ' arbetsdagar'             DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
           ELSE
               MOVE 'Avtalad ledtid: ingen' TO WS-OUT-LINE
           END-IF
           PERFORM 190-WRITE-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'SLA-BROTT' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'Fakturanr       Mottagen   Tryckt      Dagar'
               TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE

           MOVE ZERO TO WS-TOT-COUNT WS-TOT-COUNT2
           MOVE ZERO TO WS-SLA-DAYSUM WS-SLA-WORST
           MOVE 'N' TO END-OF-CURSOR-SW
           EXEC SQL
               DECLARE CURS-PK-SLA CURSOR FOR
               SELECT V.INVNO, MIN(O.PRINTDATE)
               FROM TUTORIAL.OUTLOG O, TUTORIAL.INVOICE V
               WHERE O.SUCCESS = 1
                 AND O.PRINTDATE >= :WS-FROM-DATE
                 AND O.PRINTDATE <= :WS-TO-DATE
                 AND O.INV_ID = V.INV_ID
                 AND V.CUST_ID = :WS-CUST-ID
               GROUP BY V.INVNO
               ORDER BY V.INVNO
           END-EXEC

           EXEC SQL
               OPEN CURS-PK-SLA
           END-EXEC

           PERFORM 176-FETCH-PRINTED
           PERFORM 177-TRACE-ONE-INVOICE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-PK-SLA
           END-EXEC

           IF WS-TOT-COUNT > ZERO
               COMPUTE WS-SLA-AVERAGE ROUNDED =
                   WS-SLA-DAYSUM / WS-TOT-COUNT
           ELSE
               MOVE ZERO TO WS-SLA-AVERAGE
           END-IF

           PERFORM 190-WRITE-LINE
           MOVE WS-TOT-COUNT TO WS-COUNT-ED
           MOVE WS-TOT-COUNT2 TO WS-COUNT2-ED
           COMPUTE WS-ROW-COUNT = WS-TOT-COUNT - WS-TOT-COUNT2
           MOVE WS-ROW-COUNT TO WS-COUNT3-ED
           MOVE WS-SLA-AVERAGE TO WS-AVERAGE-ED
           STRING 'Sp�rade fakturor: '        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   '  inom SLA: '              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT3-ED) DELIMITED BY SIZE
                   '  SLA-brott: '             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE WS-SLA-WORST TO WS-DAYS-ED
           STRING 'Medelledtid: '             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AVERAGE-ED)
                                               DELIMITED BY SIZE
                   ' arbetsdagar  l�ngsta: '   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DAYS-ED)   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           MOVE WS-SLADAYS TO WS-CODE-ED
           STRING 'SUMMA;'                    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT3-ED) DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AVERAGE-ED)
                                               DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DAYS-ED)   DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CODE-ED)   DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV

           PERFORM 185-CLOSE-PART.
      ***********************

       176-FETCH-PRINTED.

           MOVE SPACE TO INVOICE-INVNO-TEXT
           EXEC SQL
               FETCH CURS-PK-SLA
                   INTO :INVOICE-INVNO, :WS-SLA-PRINTDATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       177-TRACE-ONE-INVOICE.

           MOVE ZERO TO WS-INVNO-LEN
           IF INVOICE-INVNO-TEXT NOT = SPACE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(INVOICE-INVNO-TEXT))
                   TO WS-INVNO-LEN
           END-IF
           IF WS-INVNO-LEN < 1 OR WS-INVNO-LEN > 9
               PERFORM 176-FETCH-PRINTED
               EXIT PARAGRAPH
           END-IF
           IF INVOICE-INVNO-TEXT(1:WS-INVNO-LEN) NOT NUMERIC
               PERFORM 176-FETCH-PRINTED
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SLA-ORDNO =
               FUNCTION NUMVAL(INVOICE-INVNO-TEXT(1:WS-INVNO-LEN))
           MOVE SPACE TO WS-SLA-PROCDATE
           EXEC SQL
               SELECT MAX(PROCDATE)
                   INTO :WS-SLA-PROCDATE
                   FROM INLOG
                   WHERE CUST_ID = :WS-CUST-ID
                     AND ORDNO = :WS-SLA-ORDNO
           END-EXEC
           IF SQLCODE NOT = ZERO OR WS-SLA-PROCDATE = SPACE
               PERFORM 176-FETCH-PRINTED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SLA-PROCDATE TO WS-DATE-IN
           PERFORM 187-DATE-TO-INT
           MOVE WS-DATE-INT TO WS-SLA-PROC-INT
           MOVE WS-SLA-PRINTDATE TO WS-DATE-IN
           PERFORM 187-DATE-TO-INT
           MOVE WS-DATE-INT TO WS-SLA-PRINT-INT

      **>  arbetsdagar: l�rdag och s�ndag r�knas inte
           MOVE ZERO TO WS-SLA-WORKDAYS
           PERFORM 178-COUNT-WORKDAY
               VARYING WS-SLA-DAY-IDX FROM WS-SLA-PROC-INT BY 1
               UNTIL WS-SLA-DAY-IDX >= WS-SLA-PRINT-INT

           ADD 1 TO WS-TOT-COUNT
           ADD WS-SLA-WORKDAYS TO WS-SLA-DAYSUM
           IF WS-SLA-WORKDAYS > WS-SLA-WORST
               MOVE WS-SLA-WORKDAYS TO WS-SLA-WORST
           END-IF

           IF WS-SLADAYS > ZERO AND WS-SLA-WORKDAYS > WS-SLADAYS
               ADD 1 TO WS-TOT-COUNT2
               MOVE INVOICE-INVNO-TEXT(1:15) TO WS-OUT-LINE(1:15)
               MOVE WS-SLA-PROCDATE TO WS-OUT-LINE(17:10)
               MOVE WS-SLA-PRINTDATE TO WS-OUT-LINE(28:10)
               MOVE WS-SLA-WORKDAYS TO WS-DAYS-ED
               MOVE WS-DAYS-ED TO WS-OUT-LINE(41:5)
               PERFORM 190-WRITE-LINE

               STRING 'BROTT;'                    DELIMITED BY SIZE
                       FUNCTION TRIM(INVOICE-INVNO-TEXT)
                                                   DELIMITED BY SIZE
                       ';'                         DELIMITED BY SIZE
                       WS-SLA-PROCDATE             DELIMITED BY SIZE
                       ';'                         DELIMITED BY SIZE
                       WS-SLA-PRINTDATE            DELIMITED BY SIZE
                       ';'                         DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DAYS-ED)   DELIMITED BY SIZE
                       INTO WS-CSV-LINE
               END-STRING
               PERFORM 191-WRITE-CSV
           END-IF

           PERFORM 176-FETCH-PRINTED.
      ***********************

       178-COUNT-WORKDAY.

           COMPUTE WS-SLA-WEEKDAY =
               FUNCTION MOD(WS-SLA-DAY-IDX - 1, 7) + 1
           IF WS-SLA-WEEKDAY <= 5
               ADD 1 TO WS-SLA-WORKDAYS
           END-IF.
      ***********************

      **> opens one part of the pack as its report and its
      **> semicolon file, both headed with the customer and month
       180-OPEN-PART.

           MOVE 'N' TO SECTION-OPEN-SW
           MOVE ZERO TO WS-CSV-COUNT

           MOVE SPACE TO WS-PART-BASE
           STRING FUNCTION TRIM(WS-CUST-DIR)  DELIMITED BY SIZE
                   '/manad_'                   DELIMITED BY SIZE
                   WS-PERIOD(1:4)              DELIMITED BY SIZE
                   WS-PERIOD(6:2)              DELIMITED BY SIZE
                   '_'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SECTION)   DELIMITED BY SIZE
                   INTO WS-PART-BASE
           END-STRING
           MOVE SPACE TO WS-RPT-PATH
           STRING FUNCTION TRIM(WS-PART-BASE) DELIMITED BY SIZE
                   '.txt'                      DELIMITED BY SIZE
                   INTO WS-RPT-PATH
           END-STRING
           MOVE SPACE TO WS-CSV-PATH
           STRING FUNCTION TRIM(WS-PART-BASE) DELIMITED BY SIZE
                   '.csv'                      DELIMITED BY SIZE
                   INTO WS-CSV-PATH
           END-STRING

           OPEN OUTPUT RPTDATA
           IF NOT RPTFIL-SUCCESSFUL
               DISPLAY ' Rapportfil kunde inte skapas: '
                   FUNCTION TRIM(WS-RPT-PATH)
               SET PACK-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CSVDATA
           IF NOT CSVFIL-SUCCESSFUL
               DISPLAY ' Rapportfil kunde inte skapas: '
                   FUNCTION TRIM(WS-CSV-PATH)
               CLOSE RPTDATA
               SET PACK-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET SECTION-OPEN TO TRUE

           STRING 'M�NADSRAPPORT - '          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SECTION-TITLE)
                                               DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           STRING 'Kund:         '            DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
                                               DELIMITED BY SIZE
                   '  '                        DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-NAME-TEXT)
                                               DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           STRING 'M�nad:        '            DELIMITED BY SIZE
                   WS-PERIOD                   DELIMITED BY SIZE
                   ' ('                        DELIMITED BY SIZE
                   WS-FROM-DATE                DELIMITED BY SIZE
                   ' - '                       DELIMITED BY SIZE
                   WS-TO-DATE                  DELIMITED BY SIZE
                   ')'                         DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           STRING 'Framtagen:    '            DELIMITED BY SIZE
                   WS-TODAY-DATE               DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-REQ-NOW(9:2)             DELIMITED BY SIZE
                   ':'                         DELIMITED BY SIZE
                   WS-REQ-NOW(11:2)            DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           PERFORM 190-WRITE-LINE

           STRING 'HUVUD;'                    DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
                                               DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SECTION)   DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   WS-PERIOD                   DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   WS-FROM-DATE                DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   WS-TO-DATE                  DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-STRING
           PERFORM 191-WRITE-CSV.
      ***********************

      **> closes the part; the semicolon file ends with its own row
      **> count (SLUT included) so the receiver can tell it is whole
       185-CLOSE-PART.

           IF SECTION-OPEN
               ADD 1 TO WS-CSV-COUNT
               MOVE WS-CSV-COUNT TO WS-COUNT-ED
               STRING 'SLUT;'                     DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED)  DELIMITED BY SIZE
                       INTO WS-CSV-LINE
               END-STRING
               PERFORM 191-WRITE-CSV
               CLOSE RPTDATA
               CLOSE CSVDATA
               ADD 2 TO WS-FILE-COUNT
               MOVE 'N' TO SECTION-OPEN-SW
           END-IF.
      ***********************

      **> WS-DATE-IN (����-MM-DD) as a day number, zero when
      **> it is not a date
       187-DATE-TO-INT.

           MOVE ZERO TO WS-DATE-INT
           MOVE SPACE TO WS-YMD
           STRING WS-DATE-IN(1:4) DELIMITED BY SIZE
                   WS-DATE-IN(6:2) DELIMITED BY SIZE
                   WS-DATE-IN(9:2) DELIMITED BY SIZE
                   INTO WS-YMD
           END-STRING
           IF WS-YMD NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-YMD-NUM) = ZERO
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-YMD-NUM)
               END-IF
           END-IF.
      ***********************

       190-WRITE-LINE.

           IF SECTION-OPEN
               MOVE WS-OUT-LINE TO RPT-POST
               WRITE RPT-POST
           END-IF
           MOVE SPACE TO WS-OUT-LINE.
      ***********************

       191-WRITE-CSV.

           IF SECTION-OPEN
               MOVE WS-CSV-LINE TO CSV-POST
               WRITE CSV-POST
               ADD 1 TO WS-CSV-COUNT
           END-IF
           MOVE SPACE TO WS-CSV-LINE.
      ***********************

      **> Opens this run's row in the central RUNLOG history - the
      **> same mechanism as PbsRead's 193-RUNLOG-START.
       193-RUNLOG-START.

           MOVE 'RUNLOG' TO IDGEN-TABLENAME-TEXT
           PERFORM 200-GET-NEXT-ID
           MOVE WS-NEXT-ID TO WS-RUNLOG-ID
           ADD 1 TO WS-RUNLOG-ID
           MOVE WS-RUNLOG-ID TO RUNLOG-RUNLOG-ID

           MOVE 7 TO RUNLOG-PROGRAM-LEN
           MOVE 'PbsPack' TO RUNLOG-PROGRAM-TEXT

           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-NOW
           MOVE SPACE TO RUNLOG-STARTTIME
           STRING WS-RUNLOG-NOW(1:4)  DELIMITED BY SIZE
               '-'                   DELIMITED BY SIZE
               WS-RUNLOG-NOW(5:2)    DELIMITED BY SIZE
               '-'                   DELIMITED BY SIZE
               WS-RUNLOG-NOW(7:2)    DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               WS-RUNLOG-NOW(9:2)    DELIMITED BY SIZE
               ':'                   DELIMITED BY SIZE
               WS-RUNLOG-NOW(11:2)   DELIMITED BY SIZE
               ':'                   DELIMITED BY SIZE
               WS-RUNLOG-NOW(13:2)   DELIMITED BY SIZE
               INTO RUNLOG-STARTTIME
           END-STRING

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
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in RUNLOG �r felt'.
      ****************************

      **> closes the RUNLOG row: packs written, failed when any
      **> customer's pack could not be written whole
       194-RUNLOG-END.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-NOW
           MOVE SPACE TO RUNLOG-ENDTIME
           STRING WS-RUNLOG-NOW(1:4)  DELIMITED BY SIZE
               '-'                   DELIMITED BY SIZE
               WS-RUNLOG-NOW(5:2)    DELIMITED BY SIZE
               '-'                   DELIMITED BY SIZE
               WS-RUNLOG-NOW(7:2)    DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               WS-RUNLOG-NOW(9:2)    DELIMITED BY SIZE
               ':'                   DELIMITED BY SIZE
               WS-RUNLOG-NOW(11:2)   DELIMITED BY SIZE
               ':'                   DELIMITED BY SIZE
               WS-RUNLOG-NOW(13:2)   DELIMITED BY SIZE
               INTO RUNLOG-ENDTIME
           END-STRING

           IF WS-FAIL-COUNT > ZERO
               MOVE 2 TO RUNLOG-STATUS
           ELSE
               MOVE 1 TO RUNLOG-STATUS
           END-IF
           MOVE WS-PACK-COUNT TO RUNLOG-RECCOUNT

           EXEC SQL
               UPDATE RUNLOG
                   SET ENDTIME = :RUNLOG-ENDTIME,
                       STATUS = :RUNLOG-STATUS,
                       RECCOUNT = :RUNLOG-RECCOUNT
                   WHERE RUNLOG_ID = :WS-RUNLOG-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in RUNLOG �r felt'.
      ****************************

       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' PbsPack - k�rningssammanfattning'
           DISPLAY ' M�nad:                    ' WS-PERIOD
           IF REQ-FAILED
               DISPLAY ' Resultat:                 AVBRUTEN'
           ELSE
               IF PACKREQ-CUSTNO NOT = SPACE
                   DISPLAY ' Kund:                     '
                       PACKREQ-CUSTNO
               END-IF
               DISPLAY ' Rapportpaket skrivna:     ' WS-PACK-COUNT
               DISPLAY ' Filer skrivna:            ' WS-FILE-COUNT
               DISPLAY ' Testkunder utan paket:    ' WS-SKIP-COUNT
               DISPLAY ' Paket med fel:            ' WS-FAIL-COUNT
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
