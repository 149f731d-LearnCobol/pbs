       IDENTIFICATION DIVISION.
       PROGRAM-ID. SwishRead.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Read the bank's Swish transaction report for our
      **>          Swish Handel number, match each incoming Swish
      **>          payment to an INVOICE row by the message the
      **>          debtor's app sent (the OCR the invoice's QR code
      **>          carries) and record it as a PAYMENT, method 'SW'
      **>          - exactly the rows BgMaxRead and CamtRead book.
      **>          The report id and creation date feed the same
      **>          BGFILE duplicate guard (channel 'SW'), and the
      **>          payments that cannot be matched go to
      **>          data/swishexcept.txt for the operator, the same
      **>          exception handling bgexcept.txt gets.
      **>          The report is semicolon separated, one record per
      **>          line:
      **>            H;<report id>;<created YYYYMMDD>;<Swish number>
      **>            T;<booking date YYYY-MM-DD>;<amount>;<message>;
      **>              <Swish payment reference>;<payer's number>
      **>          A negative amount is a refund we sent ourselves
      **>          and is not read.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  SWISHDATA ASSIGN TO WS-IMPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWISHFIL-FS.

           SELECT  EXCDATA ASSIGN TO 'data/swishexcept.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  SWISHDATA.
       01  SWISHDATA-POST      PIC X(200).

      **> One row per payment we could not settle automatically, for
      **> the operator to place through the matching workbench -
      **> the Swish twin of BgMaxRead's bgexcept.txt.
       FD EXCDATA.
       01  EXCDATA-POST.
           05  EXCDATA-REASON PIC X(40).
           05  EXCDATA-ROW PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-IMPORT-FILENAME           PIC X(60)
                                         VALUE 'data/swish.txt'.

       01  WS-EXC-REASON                 PIC X(40)   VALUE SPACE.
       01  WS-NEXT-ID                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-PAY-REF                    PIC X(25)   VALUE SPACE.
       01  WS-PAY-AMOUNT                 PIC S9(9)V99 COMP-3.
       01  WS-INV-TOTAL                  PIC S9(9)V99 COMP-3.
       01  WS-PAID-TOTAL                 PIC S9(9)V99 COMP-3.
       01  WS-PERCLOSE-COUNT             PIC S9(9)   COMP VALUE ZERO.

      **> state-transition logging - see 250-LOG-STATE
       01  WS-HIST-OLD                   PIC S9(4)   COMP VALUE ZERO.
       01  WS-HIST-NOW                   PIC X(21)   VALUE SPACE.

      **> one report line split at the semicolons
       01  WS-SW-FIELD-TABLE.
           05  WS-SW-FLD       PIC X(60) OCCURS 6.

      **> the transaction being booked
       01  WS-SW-BOOKDATE                PIC X(10)   VALUE SPACE.
       01  WS-SW-AMOUNT-TEXT             PIC X(20)   VALUE SPACE.
       01  WS-SW-MESSAGE                 PIC X(60)   VALUE SPACE.

       01  WS-REPORT-ID                  PIC X(10)   VALUE SPACE.
       01  WS-CREDT                      PIC X(8)    VALUE SPACE.

       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           05  HEADER-SEEN-SW          PIC X VALUE 'N'.
               88  HEADER-SEEN             VALUE 'Y'.
           05  INVOICE-FOUND-SW        PIC X VALUE 'N'.
               88  INVOICE-FOUND           VALUE 'Y'.
           05  FILE-ALREADY-DONE-SW    PIC X VALUE 'N'.
               88  FILE-ALREADY-DONE       VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 SWISHFIL-FS              PIC XX.
               88  SWISHFIL-SUCCESSFUL     VALUE '00'.
           05 EXCFIL-FS                PIC XX.
               88  EXCFIL-SUCCESSFUL       VALUE '00'.

       01  WS-BGFILE-COUNT               PIC S9(9)   COMP VALUE ZERO.

       01  WS-RUN-SUMMARY.
           05  WS-SUM-TRANS-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-SUM-MATCH-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-SUM-EXC-COUNT            PIC 9(6) VALUE ZERO.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE PAYMENT    END-EXEC.
           EXEC SQL INCLUDE BGFILE     END-EXEC.
           EXEC SQL INCLUDE CONSLINK   END-EXEC.
           EXEC SQL INCLUDE PERCLOSE   END-EXEC.
           EXEC SQL INCLUDE INVHIST    END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.

       LINKAGE SECTION.
       01  LK-IMPORT-FILENAME           PIC X(60).

       PROCEDURE DIVISION USING LK-IMPORT-FILENAME.

       000-POST-SWISH.

           IF LK-IMPORT-FILENAME NOT = SPACES
               MOVE LK-IMPORT-FILENAME TO WS-IMPORT-FILENAME
           END-IF

           PERFORM 100-INIT
           PERFORM 100-READ-SWISH-FILE UNTIL EOF
           CLOSE SWISHDATA EXCDATA

           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

       100-INIT.

           MOVE 'N' TO END-OF-FILE

           OPEN OUTPUT EXCDATA

           OPEN INPUT SWISHDATA
           IF SWISHFIL-SUCCESSFUL
               READ SWISHDATA
                   AT END SET EOF TO TRUE
               END-READ
           ELSE
               SET EOF TO TRUE
               DISPLAY ' Betalningsfil error: ' WS-IMPORT-FILENAME.
      ***********************

       100-READ-SWISH-FILE.

           MOVE SPACE TO WS-SW-FIELD-TABLE
           UNSTRING SWISHDATA-POST DELIMITED BY ';'
               INTO WS-SW-FLD(1) WS-SW-FLD(2) WS-SW-FLD(3)
                    WS-SW-FLD(4) WS-SW-FLD(5) WS-SW-FLD(6)
           END-UNSTRING

           EVALUATE WS-SW-FLD(1)(1:1)
               WHEN 'H'
                   IF NOT HEADER-SEEN
                       SET HEADER-SEEN TO TRUE
                       MOVE WS-SW-FLD(2)(1:10) TO WS-REPORT-ID
                       MOVE WS-SW-FLD(3)(1:8) TO WS-CREDT
                       PERFORM 110-CHECK-FILE-DONE
                   END-IF
               WHEN 'T'
      **>          a report without its H record cannot be guarded
      **>          against a second read - nothing is booked
                   IF NOT HEADER-SEEN
                       SET EOF TO TRUE
                       DISPLAY ' Rubrikpost saknas, avbryter: '
                           WS-IMPORT-FILENAME
                   ELSE
                       PERFORM 130-PROCESS-TRANSACTION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT EOF
               READ SWISHDATA AT END SET EOF TO TRUE END-READ
           END-IF.
      **********************************************************

      **> The same re-import guard BgMaxRead applies, in the shared
      **> BGFILE register under channel 'SW' - a Swish report seen
      **> twice aborts before a single payment books twice.
       110-CHECK-FILE-DONE.

           MOVE 'SW' TO BGFILE-CHANNEL
           MOVE WS-REPORT-ID TO BGFILE-BGCNR
           MOVE WS-CREDT TO BGFILE-SKAPDAT

           MOVE ZERO TO WS-BGFILE-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-BGFILE-COUNT
                   FROM BGFILE
                   WHERE CHANNEL = :BGFILE-CHANNEL
                     AND BGCNR = :BGFILE-BGCNR
                     AND SKAPDAT = :BGFILE-SKAPDAT
           END-EXEC

           IF WS-BGFILE-COUNT > ZERO
               SET FILE-ALREADY-DONE TO TRUE
               SET EOF TO TRUE
               DISPLAY ' Filen �r redan inl�st, avbryter: '
                   WS-IMPORT-FILENAME
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4)
                   TO BGFILE-IMPDATE(1:4)
               MOVE FUNCTION CURRENT-DATE(5:2)
                   TO BGFILE-IMPDATE(6:2)
               MOVE FUNCTION CURRENT-DATE(7:2)
                   TO BGFILE-IMPDATE(9:2)
               MOVE '-' TO BGFILE-IMPDATE(5:1) BGFILE-IMPDATE(8:1)

               MOVE 'Y' TO BGFILE-DONE
               MOVE ZERO TO BGFILE-LASTTRANS
               MOVE 'D' TO BGFILE-TRANSSTATE
               MOVE SPACE TO BGFILE-SUMMARY

               EXEC SQL
                   INSERT INTO BGFILE
                   VALUES ( :BGFILE-CHANNEL,
                             :BGFILE-BGCNR,
                             :BGFILE-SKAPDAT,
                             :BGFILE-IMPDATE,
                             :BGFILE-DONE,
                             :BGFILE-LASTTRANS,
                             :BGFILE-TRANSSTATE,
                             :BGFILE-SUMMARY)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in BGFILE �r felt'
               END-IF
           END-IF.
      ****************************

      **> One T record: refunds (negative amounts) are ours and are
      **> passed over; a payment without a message has nothing to
      **> match on and goes straight to the exception file. Some
      **> banks send the amount with a decimal comma.
       130-PROCESS-TRANSACTION.

           MOVE WS-SW-FLD(2)(1:10) TO WS-SW-BOOKDATE
           MOVE WS-SW-FLD(3)(1:20) TO WS-SW-AMOUNT-TEXT
           MOVE WS-SW-FLD(4) TO WS-SW-MESSAGE
           INSPECT WS-SW-AMOUNT-TEXT REPLACING ALL ',' BY '.'

           IF FUNCTION TEST-NUMVAL(WS-SW-AMOUNT-TEXT) NOT = ZERO
               ADD 1 TO WS-SUM-TRANS-COUNT
               MOVE 'BELOPP OGILTIGT' TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               COMPUTE WS-PAY-AMOUNT =
                   FUNCTION NUMVAL(WS-SW-AMOUNT-TEXT)
               IF WS-PAY-AMOUNT NOT > ZERO
                   CONTINUE
               ELSE
                   ADD 1 TO WS-SUM-TRANS-COUNT
                   IF WS-SW-MESSAGE = SPACE
                       MOVE 'MEDDELANDE SAKNAS I POSTEN'
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       PERFORM 220-MATCH-INVOICE
                       IF NOT INVOICE-FOUND
                           MOVE 'REFERENS MATCHAR INGEN FAKTURA'
                               TO WS-EXC-REASON
                           PERFORM WRITE-EXCEPTION
                       ELSE
                           IF INVOICE-INVSTATE-PAID
                               MOVE 'FAKTURAN �R REDAN BETALD'
                                   TO WS-EXC-REASON
                               PERFORM WRITE-EXCEPTION
                           ELSE
                               PERFORM 230-PAYMENT-INSERT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ****************************

      **> Finds the invoice the payment refers to - OCR reference
      **> first, plain invoice number second, exactly as BgMaxRead's
      **> 220-MATCH-INVOICE. The QR code locks the message to the
      **> OCR; a debtor paying by hand may have keyed it with
      **> spaces, which come out first.
       220-MATCH-INVOICE.

           MOVE 'N' TO INVOICE-FOUND-SW
           MOVE SPACE TO WS-PAY-REF
           STRING WS-SW-MESSAGE DELIMITED BY SPACE
               INTO WS-PAY-REF
           END-STRING
           IF WS-PAY-REF = SPACE
               MOVE FUNCTION TRIM(WS-SW-MESSAGE) TO WS-PAY-REF
           END-IF

           MOVE FUNCTION TRIM(WS-PAY-REF) TO INVOICE-OCRREF-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PAY-REF))
               TO INVOICE-OCRREF-LEN

           EXEC SQL
               SELECT INV_ID, INVSTATE
                   INTO :INVOICE-INV-ID, :INVOICE-INVSTATE
                   FROM INVOICE
                   WHERE OCRREF = :INVOICE-OCRREF
           END-EXEC

           IF SQLCODE = ZERO
               SET INVOICE-FOUND TO TRUE
           ELSE
               MOVE FUNCTION TRIM(WS-PAY-REF) TO INVOICE-INVNO-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PAY-REF))
                   TO INVOICE-INVNO-LEN

               EXEC SQL
                   SELECT INV_ID, INVSTATE
                       INTO :INVOICE-INV-ID, :INVOICE-INVSTATE
                       FROM INVOICE
                       WHERE INVNO = :INVOICE-INVNO
               END-EXEC

               IF SQLCODE = ZERO
                   SET INVOICE-FOUND TO TRUE
               END-IF
           END-IF.
      ****************************

       230-PAYMENT-INSERT.

           MOVE 'PAYMENT' TO IDGEN-TABLENAME-TEXT
           PERFORM 200-GET-NEXT-ID
           MOVE WS-NEXT-ID TO PAYMENT-PAYMENT-ID

           MOVE INVOICE-INV-ID TO PAYMENT-INV-ID
           MOVE WS-PAY-AMOUNT TO PAYMENT-AMOUNT

           IF WS-SW-BOOKDATE NOT = SPACE
               MOVE WS-SW-BOOKDATE TO PAYMENT-PAYDATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4)
                   TO PAYMENT-PAYDATE(1:4)
               MOVE FUNCTION CURRENT-DATE(5:2)
                   TO PAYMENT-PAYDATE(6:2)
               MOVE FUNCTION CURRENT-DATE(7:2)
                   TO PAYMENT-PAYDATE(9:2)
               MOVE '-' TO PAYMENT-PAYDATE(5:1) PAYMENT-PAYDATE(8:1)
           END-IF

      **>  a payment dated into a month the accountants have
      **>  closed (PERCLOSE) books on today's date instead - the
      **>  handed-over figures never restate themselves
           MOVE PAYMENT-PAYDATE(1:7) TO PERCLOSE-PERIOD
           MOVE ZERO TO WS-PERCLOSE-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-PERCLOSE-COUNT
                   FROM PERCLOSE
                   WHERE PERIOD = :PERCLOSE-PERIOD
           END-EXEC
           IF WS-PERCLOSE-COUNT > ZERO
               DISPLAY ' St�ngd period ' PERCLOSE-PERIOD
                   ' - bokf�rs idag.'
               MOVE FUNCTION CURRENT-DATE(1:4)
                   TO PAYMENT-PAYDATE(1:4)
               MOVE FUNCTION CURRENT-DATE(5:2)
                   TO PAYMENT-PAYDATE(6:2)
               MOVE FUNCTION CURRENT-DATE(7:2)
                   TO PAYMENT-PAYDATE(9:2)
               MOVE '-' TO PAYMENT-PAYDATE(5:1) PAYMENT-PAYDATE(8:1)
           END-IF

           MOVE 2 TO PAYMENT-METHOD-LEN
           MOVE 'SW' TO PAYMENT-METHOD-TEXT

           EXEC SQL
               INSERT INTO PAYMENT
               VALUES ( (:PAYMENT-PAYMENT-ID+1),
                         :PAYMENT-INV-ID,
                         :PAYMENT-AMOUNT,
                         :PAYMENT-PAYDATE,
                         :PAYMENT-METHOD
                         )
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in PAYMENT table �r felt'
               MOVE 'BETALNINGEN KUNDE INTE SPARAS' TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
      **>      mark paid only once the payments cover the invoice's
      **>      item total - a partial payment leaves the balance
      **>      open, exactly as BgMaxRead leaves it
               MOVE ZERO TO WS-INV-TOTAL
               EXEC SQL
                   SELECT COALESCE(SUM(ITEM.QTY * ITEM.PRICE
                              + ITEM.QTY * ITEM.PRICE
                                * ITEM.VAT / 100), 0)
                       INTO :WS-INV-TOTAL
                       FROM ITEM, INVITEM
                       WHERE INVITEM.INV_ID = :INVOICE-INV-ID
                         AND ITEM.ITEM_ID = INVITEM.ITEM_ID
               END-EXEC

               MOVE ZERO TO WS-PAID-TOTAL
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                       INTO :WS-PAID-TOTAL
                       FROM PAYMENT
                       WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC

               IF WS-PAID-TOTAL NOT < WS-INV-TOTAL
                   EXEC SQL
                       UPDATE INVOICE
                        SET INVSTATE = 3
                        WHERE INV_ID = :INVOICE-INV-ID
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY ' Update INVOICE status �r felt'
                   END-IF

                   MOVE INVOICE-INVSTATE TO WS-HIST-OLD
                   PERFORM 250-LOG-STATE

      **>          a paid samlingsfaktura settles its member
      **>          invoices too, same as in BgMaxRead
                   PERFORM 255-PREP-HIST-STAMP
                   EXEC SQL
                       INSERT INTO INVHIST
                       SELECT INV_ID, :INVHIST-CHGTIME, 7, 3,
                              :INVHIST-PROGRAM, :INVHIST-OPERATOR
                       FROM INVOICE
                       WHERE INVSTATE = 7
                         AND INV_ID IN
                             (SELECT MEMBER_INV_ID FROM CONSLINK
                                WHERE CONS_INV_ID
                                      = :INVOICE-INV-ID)
                   END-EXEC

                   EXEC SQL
                       UPDATE INVOICE
                        SET INVSTATE = 3
                        WHERE INVSTATE = 7
                          AND INV_ID IN
                              (SELECT MEMBER_INV_ID FROM CONSLINK
                                 WHERE CONS_INV_ID
                                       = :INVOICE-INV-ID)
                   END-EXEC
               ELSE
                   DISPLAY ' Delbetalning - fakturan st�r �ppen.'
               END-IF

               ADD 1 TO WS-SUM-MATCH-COUNT
           END-IF.
      ****************************

      **> Prints a short end-of-run summary, mirroring BgMaxRead's.
       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' SwishRead - k�rningssammanfattning'
           DISPLAY ' Fil:                     ' WS-IMPORT-FILENAME
           DISPLAY ' Swishbetalningar l�sta:   ' WS-SUM-TRANS-COUNT
           DISPLAY ' Matchade betalningar:     ' WS-SUM-MATCH-COUNT
           DISPLAY ' Undantag (manuella):      ' WS-SUM-EXC-COUNT
           IF FILE-ALREADY-DONE
               DISPLAY ' Resultat:                 REDAN INL�ST'
           END-IF
           DISPLAY '============================================'.
      ****************************

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
      ****************************

      **> One INVHIST row for the settle - timeline entry with the
      **> program name as operator, the same mechanism as
      **> PbsRead's 242-LOG-STATE.
       250-LOG-STATE.

           PERFORM 255-PREP-HIST-STAMP
           MOVE INVOICE-INV-ID TO INVHIST-INV-ID
           MOVE WS-HIST-OLD TO INVHIST-OLDSTATE
           MOVE 3 TO INVHIST-NEWSTATE

           EXEC SQL
               INSERT INTO INVHIST
               VALUES ( :INVHIST-INV-ID,
                         :INVHIST-CHGTIME,
                         :INVHIST-OLDSTATE,
                         :INVHIST-NEWSTATE,
                         :INVHIST-PROGRAM,
                         :INVHIST-OPERATOR)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in INVHIST �r felt'
           END-IF.
      ****************************

      **> the shared INVHIST stamp: time, program and operator -
      **> used by the per-row write above and by the set-based
      **> member-cascade insert
       255-PREP-HIST-STAMP.

           MOVE 'SwishRead' TO INVHIST-PROGRAM-TEXT
           MOVE 9 TO INVHIST-PROGRAM-LEN
           MOVE 'SwishRead' TO INVHIST-OPERATOR-TEXT
           MOVE 9 TO INVHIST-OPERATOR-LEN

           MOVE FUNCTION CURRENT-DATE TO WS-HIST-NOW
           MOVE SPACE TO INVHIST-CHGTIME
           STRING WS-HIST-NOW(1:4)  DELIMITED BY SIZE
               '-'                 DELIMITED BY SIZE
               WS-HIST-NOW(5:2)    DELIMITED BY SIZE
               '-'                 DELIMITED BY SIZE
               WS-HIST-NOW(7:2)    DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               WS-HIST-NOW(9:2)    DELIMITED BY SIZE
               ':'                 DELIMITED BY SIZE
               WS-HIST-NOW(11:2)   DELIMITED BY SIZE
               ':'                 DELIMITED BY SIZE
               WS-HIST-NOW(13:2)   DELIMITED BY SIZE
               INTO INVHIST-CHGTIME
           END-STRING.
      ****************************

       WRITE-EXCEPTION.
           MOVE WS-EXC-REASON TO EXCDATA-REASON
           MOVE SWISHDATA-POST(1:120) TO EXCDATA-ROW
           WRITE EXCDATA-POST
           ADD 1 TO WS-SUM-EXC-COUNT
           DISPLAY ' *** Betalning till undantagsfilen ('
               WS-EXC-REASON '), se swishexcept.txt !!! '.
