       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsFact.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Daily factoring export: one file per factoring
      **>          agreement (FACTAGR) in the pickup directory
      **>          data/factoring, for the customer's finance
      **>          company - the invoices sold since the last
      **>          export, the credit notes on sold invoices and
      **>          the payments that have reached us on them, so
      **>          the financier's ledger follows ours without a
      **>          weekly spreadsheet. Semicolon separated:
      **>              H;<finansbolag>;<kundnr>;<datum>
      **>              F;<fakturanr>;<fakturadatum>;<forfallodatum>;
      **>                <ocr>;<belopp inkl moms>;<galdenar>
      **>              K;<kreditnr>;<krediterad faktura>;
      **>                <datum>;<belopp>
      **>              B;<fakturanr>;<betaldatum>;<belopp>;<satt>
      **>              T;<antal rader>;<nettobelopp>
      **>          An invoice is reported once (FACTINV.EXPDATE),
      **>          a payment once (FACTAGR.LASTPAYID); a day with
      **>          nothing to report writes no file.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTDATA ASSIGN TO WS-FACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  FACTDATA.
       01  FACT-POST                   PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FACT-DIR                   PIC X(20)
                                         VALUE 'data/factoring'.
       01  WS-FACT-PATH                  PIC X(60)   VALUE SPACE.
       01  WS-DIR-RC                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-TODAY-DATE                 PIC X(10)   VALUE SPACE.
       01  WS-FACT-LINE                  PIC X(200)  VALUE SPACE.
       01  WS-FACT-CUSTNO                PIC X(20)   VALUE SPACE.
       01  WS-CUST-ID-ED                 PIC 9(9)    VALUE ZERO.
       01  WS-MAX-PAYID                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-PENDING-COUNT              PIC S9(9)   COMP VALUE ZERO.
       01  WS-LINE-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-LINE-COUNT-ED              PIC Z(8)9   VALUE ZERO.
       01  WS-LINE-SUM                   PIC S9(11)V99 COMP-3.
       01  WS-INV-AMOUNT                 PIC S9(9)V99 COMP-3.
       01  WS-AMOUNT-ED                  PIC -(9)9.99 VALUE ZERO.
       01  WS-SUM-ED                     PIC -(11)9.99 VALUE ZERO.
       01  WS-IND-OCRREF                 PIC S9(4)   COMP VALUE ZERO.
       01  WS-CREDITED-INVNO             PIC X(254)  VALUE SPACE.
       01  WS-DEBTOR-NAME                PIC X(254)  VALUE SPACE.
       01  WS-FILE-COUNT                 PIC S9(9)   COMP VALUE ZERO.

       01  SWITCHES.
           05  END-OF-AGR-SW           PIC X VALUE 'N'.
               88  END-OF-AGR              VALUE 'Y'.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 FACTFIL-FS               PIC XX.
               88  FACTFIL-SUCCESSFUL      VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE FACTAGR    END-EXEC.
           EXEC SQL INCLUDE FACTINV    END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE PAYMENT    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE DEBTOR     END-EXEC.

       PROCEDURE DIVISION.

       000-EXPORT-SOLD-INVOICES.

           PERFORM 100-INIT
           PERFORM 110-EXPORT-AGREEMENTS
           PERFORM 190-FINISH

           GOBACK.
      **************************

       100-INIT.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-DATE(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-DATE(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2)
           MOVE '-' TO WS-TODAY-DATE(5:1) WS-TODAY-DATE(8:1)

           CALL 'CBL_CREATE_DIR' USING WS-FACT-DIR
               RETURNING WS-DIR-RC

      **>  the payments this run reports stop at what is booked
      **>  now - one booked while the run is going waits for the
      **>  next night instead of being half reported
           MOVE ZERO TO WS-MAX-PAYID
           EXEC SQL
               SELECT COALESCE(MAX(PAYMENT_ID), 0)
                   INTO :WS-MAX-PAYID
                   FROM PAYMENT
           END-EXEC.
      ***********************

      **> every agreement, ended ones too: an invoice sold before
      **> the agreement ended is still the financier's, and so are
      **> its payments and credit notes
       110-EXPORT-AGREEMENTS.

           EXEC SQL
               DECLARE CURS-FACT-AGR CURSOR FOR
               SELECT A.CUST_ID, A.FINNAME, A.LASTPAYID, C.CUSTNO
               FROM FACTAGR A, CUSTOMER C
               WHERE C.CUST_ID = A.CUST_ID
               ORDER BY A.CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-FACT-AGR
           END-EXEC

           MOVE 'N' TO END-OF-AGR-SW
           PERFORM 115-FETCH-AGREEMENT

           PERFORM 120-EXPORT-ONE-AGREEMENT UNTIL END-OF-AGR

           EXEC SQL
               CLOSE CURS-FACT-AGR
           END-EXEC.
      ***********************

       115-FETCH-AGREEMENT.

           EXEC SQL
               FETCH CURS-FACT-AGR
                   INTO :FACTAGR-CUST-ID, :FACTAGR-FINNAME,
                        :FACTAGR-LASTPAYID, :CUSTOMER-CUSTNO
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-AGR TO TRUE
           END-IF.
      ***********************

       120-EXPORT-ONE-AGREEMENT.

      **>  only invoices that have actually gone out are reported -
      **>  one still pending, on hold or blocked may yet change
           MOVE ZERO TO WS-PENDING-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-PENDING-COUNT
                   FROM FACTINV F, INVOICE V
                   WHERE F.CUST_ID = :FACTAGR-CUST-ID
                     AND F.EXPDATE IS NULL
                     AND V.INV_ID = F.INV_ID
                     AND V.INVSTATE NOT IN (0, 5, 6, 99)
           END-EXEC
           IF WS-PENDING-COUNT = ZERO
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-PENDING-COUNT
                       FROM FACTINV F, PAYMENT P
                       WHERE F.CUST_ID = :FACTAGR-CUST-ID
                         AND P.INV_ID = F.INV_ID
                         AND P.PAYMENT_ID > :FACTAGR-LASTPAYID
                         AND P.PAYMENT_ID <= :WS-MAX-PAYID
               END-EXEC
           END-IF

           IF WS-PENDING-COUNT > ZERO
               PERFORM 130-OPEN-AGREEMENT-FILE
               IF FACTFIL-SUCCESSFUL
                   PERFORM 140-EXPORT-SOLD-INVOICES
                   PERFORM 150-EXPORT-PAYMENTS
                   PERFORM 160-CLOSE-AGREEMENT-FILE
               END-IF
           END-IF

           PERFORM 115-FETCH-AGREEMENT.
      ***********************

       130-OPEN-AGREEMENT-FILE.

           MOVE FACTAGR-CUST-ID TO WS-CUST-ID-ED
           MOVE CUSTOMER-CUSTNO-TEXT TO WS-FACT-CUSTNO
           MOVE SPACE TO WS-FACT-PATH
           STRING 'data/factoring/fakt_' DELIMITED BY SIZE
                   WS-CUST-ID-ED DELIMITED BY SIZE
                   '_' DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-FACT-PATH
           END-STRING

           OPEN OUTPUT FACTDATA
           IF NOT FACTFIL-SUCCESSFUL
               DISPLAY ' Factoringfil kunde inte skapas: '
                   WS-FACT-PATH
           ELSE
               MOVE ZERO TO WS-LINE-COUNT WS-LINE-SUM
               MOVE SPACE TO WS-FACT-LINE
               STRING 'H;' DELIMITED BY SIZE
                       FUNCTION TRIM(FACTAGR-FINNAME-TEXT)
                           DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FACT-CUSTNO)
                           DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-TODAY-DATE DELIMITED BY SIZE
                       INTO WS-FACT-LINE
               END-STRING
               WRITE FACT-POST FROM WS-FACT-LINE
           END-IF.
      ***********************

      **> the sold invoices and credit notes not yet reported, each
      **> stamped with today's date as it is written
       140-EXPORT-SOLD-INVOICES.

           EXEC SQL
               DECLARE CURS-FACT-INV CURSOR FOR
               SELECT V.INV_ID, V.INVNO, V.INVDATE, V.DUEDATE,
                      V.CREDITOF, V.OCRREF, V.DEBT_ID
               FROM FACTINV F, INVOICE V
               WHERE F.CUST_ID = :FACTAGR-CUST-ID
                 AND F.EXPDATE IS NULL
                 AND V.INV_ID = F.INV_ID
                 AND V.INVSTATE NOT IN (0, 5, 6, 99)
               ORDER BY V.INV_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-FACT-INV
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           PERFORM 145-FETCH-SOLD-INVOICE

           PERFORM 142-EXPORT-ONE-INVOICE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-FACT-INV
           END-EXEC.
      ***********************

       142-EXPORT-ONE-INVOICE.

           MOVE ZERO TO WS-INV-AMOUNT
           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE
                          + I.QTY * I.PRICE * I.VAT / 100), 0)
                   INTO :WS-INV-AMOUNT
                   FROM ITEM I, INVITEM VI
                   WHERE VI.INV_ID = :INVOICE-INV-ID
                     AND I.ITEM_ID = VI.ITEM_ID
           END-EXEC
           MOVE WS-INV-AMOUNT TO WS-AMOUNT-ED

           MOVE SPACE TO WS-FACT-LINE
           IF INVOICE-CREDITOF NOT = ZERO
               MOVE SPACE TO WS-CREDITED-INVNO
               EXEC SQL
                   SELECT INVNO
                       INTO :WS-CREDITED-INVNO
                       FROM INVOICE
                       WHERE INV_ID = :INVOICE-CREDITOF
               END-EXEC
               STRING 'K;' DELIMITED BY SIZE
                       FUNCTION TRIM(INVOICE-INVNO-TEXT)
                           DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CREDITED-INVNO)
                           DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       INVOICE-INVDATE DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                       INTO WS-FACT-LINE
               END-STRING
           ELSE
               MOVE SPACE TO WS-DEBTOR-NAME
               EXEC SQL
                   SELECT NAME
                       INTO :WS-DEBTOR-NAME
                       FROM DEBTOR
                       WHERE DEBT_ID = :INVOICE-DEBT-ID
               END-EXEC
               IF WS-IND-OCRREF NOT = 0
                   MOVE SPACE TO INVOICE-OCRREF-TEXT
               END-IF
               STRING 'F;' DELIMITED BY SIZE
                       FUNCTION TRIM(INVOICE-INVNO-TEXT)
                           DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       INVOICE-INVDATE DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       INVOICE-DUEDATE DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(INVOICE-OCRREF-TEXT)
                           DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DEBTOR-NAME) DELIMITED BY SIZE
                       INTO WS-FACT-LINE
               END-STRING
           END-IF
           WRITE FACT-POST FROM WS-FACT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD WS-INV-AMOUNT TO WS-LINE-SUM

           MOVE INVOICE-INV-ID TO FACTINV-INV-ID
           MOVE WS-TODAY-DATE TO FACTINV-EXPDATE
           EXEC SQL
               UPDATE FACTINV
               SET EXPDATE = :FACTINV-EXPDATE
               WHERE INV_ID = :FACTINV-INV-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in FACTINV table �r felt'
           END-IF

           PERFORM 145-FETCH-SOLD-INVOICE.
      ***********************

       145-FETCH-SOLD-INVOICE.

           EXEC SQL
               FETCH CURS-FACT-INV
                   INTO :INVOICE-INV-ID, :INVOICE-INVNO,
                        :INVOICE-INVDATE, :INVOICE-DUEDATE,
                        :INVOICE-CREDITOF,
                        :INVOICE-OCRREF:WS-IND-OCRREF,
                        :INVOICE-DEBT-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

      **> payments booked on sold invoices since the last export -
      **> a debtor who paid our bankgiro instead of the financier's
      **> has still settled the financier's claim, and the
      **> financier must see it to close the invoice on its side
       150-EXPORT-PAYMENTS.

           EXEC SQL
               DECLARE CURS-FACT-PAY CURSOR FOR
               SELECT P.PAYMENT_ID, V.INVNO, P.PAYDATE, P.AMOUNT,
                      P.METHOD
               FROM FACTINV F, PAYMENT P, INVOICE V
               WHERE F.CUST_ID = :FACTAGR-CUST-ID
                 AND P.INV_ID = F.INV_ID
                 AND V.INV_ID = F.INV_ID
                 AND P.PAYMENT_ID > :FACTAGR-LASTPAYID
                 AND P.PAYMENT_ID <= :WS-MAX-PAYID
               ORDER BY P.PAYMENT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-FACT-PAY
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           PERFORM 155-FETCH-PAYMENT

           PERFORM 152-EXPORT-ONE-PAYMENT UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-FACT-PAY
           END-EXEC

           EXEC SQL
               UPDATE FACTAGR
               SET LASTPAYID = :WS-MAX-PAYID
               WHERE CUST_ID = :FACTAGR-CUST-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in FACTAGR table �r felt'
           END-IF.
      ***********************

       152-EXPORT-ONE-PAYMENT.

           MOVE PAYMENT-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACE TO WS-FACT-LINE
           STRING 'B;' DELIMITED BY SIZE
                   FUNCTION TRIM(INVOICE-INVNO-TEXT)
                       DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   PAYMENT-PAYDATE DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(PAYMENT-METHOD-TEXT)
                       DELIMITED BY SIZE
                   INTO WS-FACT-LINE
           END-STRING
           WRITE FACT-POST FROM WS-FACT-LINE
           ADD 1 TO WS-LINE-COUNT
           SUBTRACT PAYMENT-AMOUNT FROM WS-LINE-SUM

           PERFORM 155-FETCH-PAYMENT.
      ***********************

       155-FETCH-PAYMENT.

           EXEC SQL
               FETCH CURS-FACT-PAY
                   INTO :PAYMENT-PAYMENT-ID, :INVOICE-INVNO,
                        :PAYMENT-PAYDATE, :PAYMENT-AMOUNT,
                        :PAYMENT-METHOD
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

      **> the trailer carries the line count and the net of the
      **> file - invoices less credit notes less payments - for
      **> the financier's reconciliation
       160-CLOSE-AGREEMENT-FILE.

           MOVE WS-LINE-COUNT TO WS-LINE-COUNT-ED
           MOVE WS-LINE-SUM TO WS-SUM-ED
           MOVE SPACE TO WS-FACT-LINE
           STRING 'T;' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINE-COUNT-ED) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SUM-ED) DELIMITED BY SIZE
                   INTO WS-FACT-LINE
           END-STRING
           WRITE FACT-POST FROM WS-FACT-LINE

           CLOSE FACTDATA
           ADD 1 TO WS-FILE-COUNT
           DISPLAY ' Factoringfil skriven: '
               FUNCTION TRIM(WS-FACT-PATH).
      ***********************

       190-FINISH.

           DISPLAY WS-FILE-COUNT ' factoringfiler skrivna.'.
