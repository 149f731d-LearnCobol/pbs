       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsHist.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Customer invoice-history export: one flat file
      **>          per customer under data/export/<CUSTNO>.txt,
      **>          pipe-delimited, mirroring the fields in
      **>          INVOICE.CPY and INVITEM.CPY/ITEM.CPY, so a
      **>          customer-portal project has something to read
      **>          instead of querying TUTORIAL directly. Every
      **>          customer that is not a test customer, or the one
      **>          customer asked for - the guided kundavslut
      **>          (K0229) hands the leaving customer its history
      **>          this way. The full export is queued from the
      **>          maintenance menu (77) and run by PbsJob.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORTDATA ASSIGN TO WS-EXPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORTDATA-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  EXPORTDATA.
       01  EXPORTDATA-POST.
           05  FILLER                   PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-EXPORT-DIR                 PIC X(30)   VALUE
                                                     'data/export'.
       01  WS-EXPORT-FILENAME            PIC X(60)   VALUE SPACE.
       01  WS-EXPORT-RC                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-EXPORT-CUST-COUNT          PIC S9(9)   COMP VALUE ZERO.
       01  WS-EXPORT-LINE                PIC X(200)  VALUE SPACE.
       01  WS-EXPORT-INVSTATE-ED         PIC 9.
       01  WS-EXPORT-VAT-ED              PIC 9.99.
       01  WS-EXPORT-CREDITOF-ED         PIC 9(9).
       01  WS-EXPORT-QTY-ED              PIC 9(5).99.
       01  WS-EXPORT-PRICE-ED            PIC 9(7).99.
       01  WS-EXPORT-ITEMVAT-ED          PIC 9.99.

       01  SWITCHES.
           05  END-OF-CUSTOMERS-SW     PIC X VALUE 'N'.
               88  END-OF-CUSTOMERS        VALUE 'Y'.
           05  END-OF-INVOICES-SW      PIC X VALUE 'N'.
               88  END-OF-INVOICES         VALUE 'Y'.
           05  END-OF-ITEMS-SW         PIC X VALUE 'N'.
               88  END-OF-ITEMS            VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 EXPORTDATA-FS            PIC XX.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE ITEM       END-EXEC.

       LINKAGE SECTION.
       COPY HISTREQ.

       PROCEDURE DIVISION USING HISTREQ.

       000-EXPORT-HISTORY.

           MOVE SPACE TO HISTREQ-RESULT
           MOVE ZERO TO HISTREQ-CUST-COUNT
           MOVE SPACE TO HISTREQ-FILENAME
           MOVE ZERO TO WS-EXPORT-CUST-COUNT

           CALL 'CBL_CREATE_DIR' USING WS-EXPORT-DIR
               RETURNING WS-EXPORT-RC

           IF HISTREQ-CUSTNO = SPACE
               PERFORM 100-EXPORT-ALL-CUSTOMERS
           ELSE
               PERFORM 110-EXPORT-ONE-CUSTNO
           END-IF

           IF NOT HISTREQ-FAILED
               MOVE 'D' TO HISTREQ-RESULT
               MOVE WS-EXPORT-CUST-COUNT TO HISTREQ-CUST-COUNT
               MOVE WS-EXPORT-FILENAME TO HISTREQ-FILENAME
           END-IF

           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

       100-EXPORT-ALL-CUSTOMERS.

           EXEC SQL
               DECLARE CURS-EXPORT-CUST CURSOR FOR
               SELECT CUST_ID, CUSTNO
               FROM TUTORIAL.CUSTOMER
               WHERE TEST_CUSTOMER = 0
               ORDER BY CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-EXPORT-CUST
           END-EXEC

           MOVE 'N' TO END-OF-CUSTOMERS-SW
           PERFORM 101-FETCH-CUSTOMER
           PERFORM 102-TAKE-CUSTOMER UNTIL END-OF-CUSTOMERS

           EXEC SQL
               CLOSE CURS-EXPORT-CUST
           END-EXEC.
      ***********************

       101-FETCH-CUSTOMER.

           EXEC SQL
               FETCH CURS-EXPORT-CUST
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CUSTOMERS TO TRUE
           END-IF.
      ***********************

       102-TAKE-CUSTOMER.

           PERFORM 120-EXPORT-ONE-CUSTOMER
           ADD 1 TO WS-EXPORT-CUST-COUNT
           PERFORM 101-FETCH-CUSTOMER.
      ***********************

      **> one named customer, test customer or not - asked for by
      **> someone who knows which customer they mean
       110-EXPORT-ONE-CUSTNO.

           MOVE HISTREQ-CUSTNO TO CUSTOMER-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HISTREQ-CUSTNO))
               TO CUSTOMER-CUSTNO-LEN

           EXEC SQL
               SELECT CUST_ID
                   INTO :CUSTOMER-CUST-ID
                   FROM CUSTOMER
                   WHERE CUSTNO = :CUSTOMER-CUSTNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'F' TO HISTREQ-RESULT
               DISPLAY ' Kunden finns inte: ' HISTREQ-CUSTNO
           ELSE
               PERFORM 120-EXPORT-ONE-CUSTOMER
               ADD 1 TO WS-EXPORT-CUST-COUNT
           END-IF.
      ***********************

      **> one customer's invoice headers and line items, written
      **> pipe-delimited to data/export/<CUSTNO>.txt
       120-EXPORT-ONE-CUSTOMER.

           MOVE SPACE TO WS-EXPORT-FILENAME
           STRING WS-EXPORT-DIR DELIMITED BY SPACE
                   '/' DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
                       DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-EXPORT-FILENAME
           END-STRING

           OPEN OUTPUT EXPORTDATA

           EXEC SQL
               DECLARE CURS-EXPORT-INV CURSOR FOR
               SELECT INV_ID, INVSTATE, INVNO, INVDATE, VAT,
                      DUEDATE, CREDITOF
               FROM TUTORIAL.INVOICE
               WHERE CUST_ID = :CUSTOMER-CUST-ID
               ORDER BY INV_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-EXPORT-INV
           END-EXEC

           MOVE 'N' TO END-OF-INVOICES-SW
           PERFORM 121-FETCH-INVOICE
           PERFORM 122-TAKE-INVOICE UNTIL END-OF-INVOICES

           EXEC SQL
               CLOSE CURS-EXPORT-INV
           END-EXEC

           CLOSE EXPORTDATA.
      ***********************

       121-FETCH-INVOICE.

           EXEC SQL
               FETCH CURS-EXPORT-INV
                   INTO :INVOICE-INV-ID, :INVOICE-INVSTATE,
                        :INVOICE-INVNO, :INVOICE-INVDATE,
                        :INVOICE-VAT, :INVOICE-DUEDATE,
                        :INVOICE-CREDITOF
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-INVOICES TO TRUE
           END-IF.
      ***********************

       122-TAKE-INVOICE.

           PERFORM 130-WRITE-INVOICE
           PERFORM 140-WRITE-ITEMS
           PERFORM 121-FETCH-INVOICE.
      ***********************

       130-WRITE-INVOICE.

           MOVE INVOICE-INVSTATE TO WS-EXPORT-INVSTATE-ED
           MOVE INVOICE-VAT TO WS-EXPORT-VAT-ED
           MOVE INVOICE-CREDITOF TO WS-EXPORT-CREDITOF-ED

           MOVE SPACE TO WS-EXPORT-LINE
           STRING 'INVOICE' DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(INVOICE-INVNO-TEXT)
                       DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WS-EXPORT-INVSTATE-ED DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   INVOICE-INVDATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   INVOICE-DUEDATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WS-EXPORT-VAT-ED DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WS-EXPORT-CREDITOF-ED DELIMITED BY SIZE
                   INTO WS-EXPORT-LINE
           END-STRING

           MOVE WS-EXPORT-LINE TO EXPORTDATA-POST
           WRITE EXPORTDATA-POST.
      ***********************

       140-WRITE-ITEMS.

           EXEC SQL
               DECLARE CURS-EXPORT-ITEM CURSOR FOR
               SELECT ITEM.DESCRIPTION, ITEM.ARTNO, ITEM.UNITDESC,
                      ITEM.QTY, ITEM.PRICE, ITEM.VAT
               FROM TUTORIAL.INVITEM, TUTORIAL.ITEM
               WHERE INVITEM.INV_ID = :INVOICE-INV-ID
                 AND INVITEM.ITEM_ID = ITEM.ITEM_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-EXPORT-ITEM
           END-EXEC

           MOVE 'N' TO END-OF-ITEMS-SW
           PERFORM 141-FETCH-ITEM
           PERFORM 142-TAKE-ITEM UNTIL END-OF-ITEMS

           EXEC SQL
               CLOSE CURS-EXPORT-ITEM
           END-EXEC.
      ***********************

       141-FETCH-ITEM.

           EXEC SQL
               FETCH CURS-EXPORT-ITEM
                   INTO :ITEM-DESCRIPTION, :ITEM-ARTNO,
                        :ITEM-UNITDESC, :ITEM-QTY, :ITEM-PRICE,
                        :ITEM-VAT
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-ITEMS TO TRUE
           END-IF.
      ***********************

       142-TAKE-ITEM.

           MOVE ITEM-QTY TO WS-EXPORT-QTY-ED
           MOVE ITEM-PRICE TO WS-EXPORT-PRICE-ED
           MOVE ITEM-VAT TO WS-EXPORT-ITEMVAT-ED

           MOVE SPACE TO WS-EXPORT-LINE
           STRING 'ITEM' DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(ITEM-DESCRIPTION-TEXT)
                       DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(ITEM-ARTNO-TEXT)
                       DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WS-EXPORT-QTY-ED DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WS-EXPORT-PRICE-ED DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WS-EXPORT-ITEMVAT-ED DELIMITED BY SIZE
                   INTO WS-EXPORT-LINE
           END-STRING

           MOVE WS-EXPORT-LINE TO EXPORTDATA-POST
           WRITE EXPORTDATA-POST

           PERFORM 141-FETCH-ITEM.
      ***********************

       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' PbsHist - k�rningssammanfattning'
           IF HISTREQ-FAILED
               DISPLAY ' Resultat:                 AVBRUTEN'
           ELSE
               DISPLAY ' Exporterade kunder:       '
                   WS-EXPORT-CUST-COUNT
               DISPLAY ' Katalog:                  ' WS-EXPORT-DIR
           END-IF
           DISPLAY '============================================'.
      ***********************
