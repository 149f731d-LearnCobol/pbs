       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsGall.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Archive purge (gallring): process logs and fully
      **>          settled invoices older than the cutoff date leave
      **>          the live tables, so INLOG/INERROR and old INVOICE
      **>          rows don't grow unbounded. Every row is written
      **>          in its ARKPOST layout to a dated archive file
      **>          under data/arkiv before its DELETE, so PbsRest
      **>          can bring it back, and every finished file is
      **>          sealed into the ARKSEAL evidence chain PbsCheck
      **>          verifies. INERROR is removed before its parent
      **>          INLOG row; an invoice only once it is PAID or
      **>          CREDITED and is not itself the original of a
      **>          later credit note. Records under an active legal
      **>          hold are left alone. Asked for from the
      **>          maintenance menu (74), which takes the dual
      **>          approval, and run by the job queue runner
      **>          (PbsJob) under the run lock - this program takes
      **>          no lock of its own.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARKDATA ASSIGN TO WS-ARK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      **>  re-read of a finished archive file for its seal - see
      **>  200-SEAL-ARCHIVE-FILE
           SELECT SEALRD ASSIGN TO WS-ARK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEALRD-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARKDATA.
       01  ARKDATA-POST.
           05  FILLER                   PIC X(200).

       FD  SEALRD.
       01  SEALRD-POST                  PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-ARK-DIR                    PIC X(30)   VALUE 'data/arkiv'.
       01  WS-ARK-FILENAME               PIC X(60)   VALUE SPACE.
       01  WS-ARK-RC                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-CUTOFF                     PIC X(10)   VALUE SPACE.
       01  WS-YMD                        PIC X(8)    VALUE SPACE.
       01  WS-YMD-NUM REDEFINES WS-YMD   PIC 9(8).
       01  WS-HOLD-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-INERROR-COUNT              PIC S9(9)   COMP VALUE ZERO.
       01  WS-INLOG-COUNT                PIC S9(9)   COMP VALUE ZERO.
       01  WS-INVOICE-COUNT              PIC S9(9)   COMP VALUE ZERO.

       01  WS-NEXT-ID                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUNLOG-ID                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUNLOG-NOW                 PIC X(21)   VALUE SPACE.

      **> archive seal computation - see 200-SEAL-ARCHIVE-FILE
       01  SEALRD-FS                     PIC XX      VALUE SPACE.
           88  SEALRD-SUCCESSFUL                     VALUE '00'.
       01  WS-SEAL-HASH                  PIC 9(10)   COMP VALUE ZERO.
       01  WS-SEAL-LEN                   PIC S9(4)   COMP VALUE ZERO.
       01  WS-SEAL-IDX                   PIC S9(4)   COMP VALUE ZERO.
       01  WS-SEAL-PREV                  PIC X(10)   VALUE SPACE.
       01  WS-SEAL-HASH-ED               PIC 9(10)   VALUE ZERO.
       01  WS-SEAL-EOF-SW                PIC X       VALUE 'N'.

      **> the record layouts every purged row is archived in,
      **> shared with the restore program
           COPY ARKPOST.

       01  SWITCHES.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.
           05  END-OF-INVOICES-SW      PIC X VALUE 'N'.
               88  END-OF-INVOICES         VALUE 'Y'.
           05  REQ-FAILED-SW           PIC X VALUE 'N'.
               88  REQ-FAILED              VALUE 'Y'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE INERROR    END-EXEC.
           EXEC SQL INCLUDE INLOG      END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE ITEM       END-EXEC.
           EXEC SQL INCLUDE PAYMENT    END-EXEC.
           EXEC SQL INCLUDE INVHIST    END-EXEC.
           EXEC SQL INCLUDE ARKSEAL    END-EXEC.
           EXEC SQL INCLUDE RUNLOG     END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.

       LINKAGE SECTION.
       COPY GALLREQ.

       PROCEDURE DIVISION USING GALLREQ.

       000-PURGE-ARCHIVE.

           MOVE SPACE TO GALLREQ-RESULT
           MOVE ZERO TO GALLREQ-INERROR-COUNT
           MOVE ZERO TO GALLREQ-INLOG-COUNT
           MOVE ZERO TO GALLREQ-INVOICE-COUNT

           PERFORM 100-INIT
           IF REQ-FAILED
               MOVE 'F' TO GALLREQ-RESULT
               PERFORM 196-DISPLAY-RUN-SUMMARY
               GOBACK
           END-IF

           PERFORM 210-RUNLOG-START
           PERFORM 110-PURGE-INERROR
           PERFORM 120-PURGE-INLOG
           PERFORM 130-PURGE-INVOICES
           PERFORM 220-RUNLOG-END

           MOVE 'D' TO GALLREQ-RESULT
           MOVE WS-INERROR-COUNT TO GALLREQ-INERROR-COUNT
           MOVE WS-INLOG-COUNT TO GALLREQ-INLOG-COUNT
           MOVE WS-INVOICE-COUNT TO GALLREQ-INVOICE-COUNT

           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

      **> the cutoff must be a real date - a blank or mistyped one
      **> would otherwise compare below or above everything
       100-INIT.

           MOVE 'N' TO REQ-FAILED-SW
           MOVE ZERO TO WS-INERROR-COUNT
           MOVE ZERO TO WS-INLOG-COUNT
           MOVE ZERO TO WS-INVOICE-COUNT

           MOVE GALLREQ-CUTOFF TO WS-CUTOFF
           MOVE SPACE TO WS-YMD
           STRING WS-CUTOFF(1:4) DELIMITED BY SIZE
                   WS-CUTOFF(6:2) DELIMITED BY SIZE
                   WS-CUTOFF(9:2) DELIMITED BY SIZE
                   INTO WS-YMD
           END-STRING
           IF WS-YMD NOT NUMERIC OR WS-CUTOFF(5:1) NOT = '-'
              OR WS-CUTOFF(8:1) NOT = '-'
               SET REQ-FAILED TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-YMD-NUM) NOT = ZERO
                   SET REQ-FAILED TO TRUE
               END-IF
           END-IF
           IF REQ-FAILED
               DISPLAY ' Ogiltigt gallringsdatum (����-MM-DD): '
                   WS-CUTOFF
               EXIT PARAGRAPH
           END-IF

      **>  records under legal hold are exempt and reported so -
      **>  the retention jobs must never destroy evidence on
      **>  schedule
           MOVE ZERO TO WS-HOLD-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-HOLD-COUNT
                   FROM LEGALHOLD
                   WHERE STATE = 0
           END-EXEC

           CALL 'CBL_CREATE_DIR' USING WS-ARK-DIR
               RETURNING WS-ARK-RC.
      ***********************

       110-PURGE-INERROR.

           MOVE SPACE TO WS-ARK-FILENAME
           STRING WS-ARK-DIR DELIMITED BY SPACE
               '/' FUNCTION CURRENT-DATE(1:8) '_inerror.txt'
               DELIMITED BY SIZE
               INTO WS-ARK-FILENAME
           END-STRING
           OPEN OUTPUT ARKDATA

           EXEC SQL
               DECLARE CURS-ARCH-INERROR CURSOR FOR
               SELECT INERROR.INERR_ID, INERROR.DESCRIPTION,
                      INERROR.INLOG_ID, INERROR.RESOLVED
               FROM TUTORIAL.INERROR, TUTORIAL.INLOG
               WHERE INERROR.INLOG_ID = INLOG.INLOG_ID
                 AND INLOG.PROCDATE < :WS-CUTOFF
                 AND INLOG.CUST_ID NOT IN
                     (SELECT REFKEY FROM TUTORIAL.LEGALHOLD
                          WHERE HOLDTYPE = 'K' AND STATE = 0)
           END-EXEC

           EXEC SQL
               OPEN CURS-ARCH-INERROR
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           PERFORM 111-FETCH-INERROR
           PERFORM 112-TAKE-INERROR UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-ARCH-INERROR
           END-EXEC

           CLOSE ARKDATA
           PERFORM 200-SEAL-ARCHIVE-FILE.
      ***********************

       111-FETCH-INERROR.

           EXEC SQL
               FETCH CURS-ARCH-INERROR
                   INTO :INERROR-INERR-ID, :INERROR-DESCRIPTION,
                        :INERROR-INLOG-ID, :INERROR-RESOLVED
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       112-TAKE-INERROR.

           MOVE 'ERR' TO ARK-ERR-TYPE
           MOVE INERROR-INERR-ID TO ARK-ERR-INERR-ID
           MOVE INERROR-INLOG-ID TO ARK-ERR-INLOG-ID
           MOVE INERROR-RESOLVED TO ARK-ERR-RESOLVED
           MOVE INERROR-DESCRIPTION-TEXT TO ARK-ERR-DESCRIPTION
           MOVE SPACE TO ARKDATA-POST
           WRITE ARKDATA-POST FROM ARK-ERR-POST

           EXEC SQL
               DELETE FROM INERROR
               WHERE INERR_ID = :INERROR-INERR-ID
           END-EXEC
           ADD 1 TO WS-INERROR-COUNT

           PERFORM 111-FETCH-INERROR.
      ***********************

       120-PURGE-INLOG.

           MOVE SPACE TO WS-ARK-FILENAME
           STRING WS-ARK-DIR DELIMITED BY SPACE
               '/' FUNCTION CURRENT-DATE(1:8) '_inlog.txt'
               DELIMITED BY SIZE
               INTO WS-ARK-FILENAME
           END-STRING
           OPEN OUTPUT ARKDATA

           EXEC SQL
               DECLARE CURS-ARCH-INLOG CURSOR FOR
               SELECT INLOG_ID, CUST_ID, FILENO, PROCDATE,
                      COALESCE(ORDNO, 0), RESULTCODE
               FROM TUTORIAL.INLOG
               WHERE PROCDATE < :WS-CUTOFF
                 AND CUST_ID NOT IN
                     (SELECT REFKEY FROM TUTORIAL.LEGALHOLD
                          WHERE HOLDTYPE = 'K' AND STATE = 0)
           END-EXEC

           EXEC SQL
               OPEN CURS-ARCH-INLOG
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           PERFORM 121-FETCH-INLOG
           PERFORM 122-TAKE-INLOG UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-ARCH-INLOG
           END-EXEC

           CLOSE ARKDATA
           PERFORM 200-SEAL-ARCHIVE-FILE.
      ***********************

       121-FETCH-INLOG.

           EXEC SQL
               FETCH CURS-ARCH-INLOG
                   INTO :INLOG-INLOG-ID, :INLOG-CUST-ID,
                        :INLOG-FILENO, :INLOG-PROCDATE,
                        :INLOG-ORDNO, :INLOG-RESULTCODE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       122-TAKE-INLOG.

           MOVE 'LOG' TO ARK-LOG-TYPE
           MOVE INLOG-INLOG-ID TO ARK-LOG-INLOG-ID
           MOVE INLOG-CUST-ID TO ARK-LOG-CUST-ID
           MOVE INLOG-FILENO-TEXT(1:20) TO ARK-LOG-FILENO
           MOVE INLOG-PROCDATE TO ARK-LOG-PROCDATE
           MOVE INLOG-ORDNO TO ARK-LOG-ORDNO
           MOVE INLOG-RESULTCODE TO ARK-LOG-RESULTCODE
           MOVE SPACE TO ARKDATA-POST
           WRITE ARKDATA-POST FROM ARK-LOG-POST

           EXEC SQL
               DELETE FROM INLOG
               WHERE INLOG_ID = :INLOG-INLOG-ID
           END-EXEC
           ADD 1 TO WS-INLOG-COUNT

           PERFORM 121-FETCH-INLOG.
      ***********************

      **> the ITEM rows an invoice's INVITEM lines point to belong
      **> to that invoice alone, so they are removed along with
      **> INVITEM; the same goes for its payments, ADDRCORR row,
      **> state history and the newer children (attachment lines,
      **> samlingsfaktura links, production status, notes)
       130-PURGE-INVOICES.

           MOVE SPACE TO WS-ARK-FILENAME
           STRING WS-ARK-DIR DELIMITED BY SPACE
               '/' FUNCTION CURRENT-DATE(1:8) '_invoice.txt'
               DELIMITED BY SIZE
               INTO WS-ARK-FILENAME
           END-STRING
           OPEN OUTPUT ARKDATA

           EXEC SQL
               DECLARE CURS-ARCH-INVOICE CURSOR FOR
               SELECT INV_ID, CUST_ID, DEBT_ID, INVSTATE, INVNO,
                      CUSTNO, INVDATE, VAT, DUEDATE,
                      COALESCE(CREDITOF, 0),
                      COALESCE(OCRREF, ''), DUNLEVEL, LASTDUNDATE,
                      INTBILLED, SENDDATE
               FROM TUTORIAL.INVOICE
               WHERE INVDATE < :WS-CUTOFF
                 AND INVSTATE IN (3, 4)
                 AND INV_ID NOT IN
                     (SELECT CREDITOF FROM TUTORIAL.INVOICE
                          WHERE CREDITOF IS NOT NULL)
                 AND INV_ID NOT IN
                     (SELECT REFKEY FROM TUTORIAL.LEGALHOLD
                          WHERE HOLDTYPE = 'F' AND STATE = 0)
                 AND DEBT_ID NOT IN
                     (SELECT REFKEY FROM TUTORIAL.LEGALHOLD
                          WHERE HOLDTYPE = 'G' AND STATE = 0)
                 AND CUST_ID NOT IN
                     (SELECT REFKEY FROM TUTORIAL.LEGALHOLD
                          WHERE HOLDTYPE = 'K' AND STATE = 0)
           END-EXEC

           EXEC SQL
               OPEN CURS-ARCH-INVOICE
           END-EXEC

           MOVE 'N' TO END-OF-INVOICES-SW
           PERFORM 131-FETCH-INVOICE
           PERFORM 132-TAKE-INVOICE UNTIL END-OF-INVOICES

           EXEC SQL
               CLOSE CURS-ARCH-INVOICE
           END-EXEC

           CLOSE ARKDATA
           PERFORM 200-SEAL-ARCHIVE-FILE.
      ***********************

       131-FETCH-INVOICE.

           EXEC SQL
               FETCH CURS-ARCH-INVOICE
                   INTO :INVOICE-INV-ID, :INVOICE-CUST-ID,
                        :INVOICE-DEBT-ID, :INVOICE-INVSTATE,
                        :INVOICE-INVNO, :INVOICE-CUSTNO,
                        :INVOICE-INVDATE, :INVOICE-VAT,
                        :INVOICE-DUEDATE, :INVOICE-CREDITOF,
                        :INVOICE-OCRREF, :INVOICE-DUNLEVEL,
                        :INVOICE-LASTDUNDATE, :INVOICE-INTBILLED,
                        :INVOICE-SENDDATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-INVOICES TO TRUE
           END-IF.
      ***********************

       132-TAKE-INVOICE.

           MOVE 'INV' TO ARK-INV-TYPE
           MOVE INVOICE-INV-ID TO ARK-INV-INV-ID
           MOVE INVOICE-CUST-ID TO ARK-INV-CUST-ID
           MOVE INVOICE-DEBT-ID TO ARK-INV-DEBT-ID
           MOVE INVOICE-INVSTATE TO ARK-INV-INVSTATE
           MOVE INVOICE-INVNO-TEXT(1:30) TO ARK-INV-INVNO
           MOVE INVOICE-CUSTNO-TEXT(1:20) TO ARK-INV-CUSTNO
           MOVE INVOICE-INVDATE TO ARK-INV-INVDATE
           MOVE INVOICE-VAT TO ARK-INV-VAT
           MOVE INVOICE-DUEDATE TO ARK-INV-DUEDATE
           MOVE INVOICE-CREDITOF TO ARK-INV-CREDITOF
           MOVE INVOICE-OCRREF-TEXT(1:25) TO ARK-INV-OCRREF
           MOVE INVOICE-DUNLEVEL TO ARK-INV-DUNLEVEL
           MOVE INVOICE-LASTDUNDATE TO ARK-INV-LASTDUNDATE
           MOVE INVOICE-INTBILLED TO ARK-INV-INTBILLED
           MOVE INVOICE-SENDDATE TO ARK-INV-SENDDATE
           MOVE SPACE TO ARKDATA-POST
           WRITE ARKDATA-POST FROM ARK-INV-POST

           PERFORM 140-ARCHIVE-ITEMS

      **>  the payments go into the archive too - a restored paid
      **>  invoice without them would stand in the nightly
      **>  consistency report as paid-without-payment forever
           PERFORM 150-ARCHIVE-PAYMENTS

      **>  the invoice's state timeline goes into the archive
      **>  before it goes - a dispute or audit years from now
      **>  still gets the evidence
           PERFORM 160-ARCHIVE-HISTORY

           PERFORM 170-DELETE-INVOICE
           ADD 1 TO WS-INVOICE-COUNT

           PERFORM 131-FETCH-INVOICE.
      ***********************

       140-ARCHIVE-ITEMS.

           EXEC SQL
               DECLARE CURS-ARCH-INVITEM CURSOR FOR
               SELECT I.ITEM_ID, I.QTY, I.PRICE, I.VAT,
                      I.ARTNO, I.UNITDESC, I.DESCRIPTION
               FROM TUTORIAL.INVITEM VI, TUTORIAL.ITEM I
               WHERE VI.INV_ID = :INVOICE-INV-ID
                 AND I.ITEM_ID = VI.ITEM_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-ARCH-INVITEM
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           PERFORM 141-FETCH-ITEM
           PERFORM 142-TAKE-ITEM UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-ARCH-INVITEM
           END-EXEC.
      ***********************

       141-FETCH-ITEM.

           EXEC SQL
               FETCH CURS-ARCH-INVITEM
                   INTO :ITEM-ITEM-ID, :ITEM-QTY, :ITEM-PRICE,
                        :ITEM-VAT, :ITEM-ARTNO, :ITEM-UNITDESC,
                        :ITEM-DESCRIPTION
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       142-TAKE-ITEM.

           MOVE 'ITM' TO ARK-ITM-TYPE
           MOVE INVOICE-INV-ID TO ARK-ITM-INV-ID
           MOVE ITEM-ITEM-ID TO ARK-ITM-ITEM-ID
           MOVE ITEM-QTY TO ARK-ITM-QTY
           MOVE ITEM-PRICE TO ARK-ITM-PRICE
           MOVE ITEM-VAT TO ARK-ITM-VAT
           MOVE ITEM-ARTNO-TEXT(1:20) TO ARK-ITM-ARTNO
           MOVE ITEM-UNITDESC-TEXT(1:10) TO ARK-ITM-UNITDESC
           MOVE ITEM-DESCRIPTION-TEXT(1:60) TO ARK-ITM-DESCRIPTION
           MOVE SPACE TO ARKDATA-POST
           WRITE ARKDATA-POST FROM ARK-ITM-POST

           EXEC SQL
               DELETE FROM ITEM
               WHERE ITEM_ID = :ITEM-ITEM-ID
           END-EXEC

           PERFORM 141-FETCH-ITEM.
      ***********************

       150-ARCHIVE-PAYMENTS.

           EXEC SQL
               DECLARE CURS-ARCH-PAYMENT CURSOR FOR
               SELECT PAYMENT_ID, AMOUNT, PAYDATE, METHOD
               FROM TUTORIAL.PAYMENT
               WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC

           EXEC SQL
               OPEN CURS-ARCH-PAYMENT
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           PERFORM 151-FETCH-PAYMENT
           PERFORM 152-TAKE-PAYMENT UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-ARCH-PAYMENT
           END-EXEC.
      ***********************

       151-FETCH-PAYMENT.

           EXEC SQL
               FETCH CURS-ARCH-PAYMENT
                   INTO :PAYMENT-PAYMENT-ID, :PAYMENT-AMOUNT,
                        :PAYMENT-PAYDATE, :PAYMENT-METHOD
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       152-TAKE-PAYMENT.

           MOVE 'PAY' TO ARK-PAY-TYPE
           MOVE INVOICE-INV-ID TO ARK-PAY-INV-ID
           MOVE PAYMENT-PAYMENT-ID TO ARK-PAY-PAYMENT-ID
           MOVE PAYMENT-AMOUNT TO ARK-PAY-AMOUNT
           MOVE PAYMENT-PAYDATE TO ARK-PAY-PAYDATE
           MOVE PAYMENT-METHOD-TEXT(1:20) TO ARK-PAY-METHOD
           MOVE SPACE TO ARKDATA-POST
           WRITE ARKDATA-POST FROM ARK-PAY-POST

           PERFORM 151-FETCH-PAYMENT.
      ***********************

      **> The purged invoice's INVHIST rows as HIS records in the
      **> open invoice archive file, so the timeline survives the
      **> purge as sealed evidence - PbsRest skips the records on
      **> restore.
       160-ARCHIVE-HISTORY.

           EXEC SQL
               DECLARE CURS-ARCH-INVHIST CURSOR FOR
               SELECT CHGTIME, OLDSTATE, NEWSTATE, PROGRAM,
                      OPERATOR
               FROM TUTORIAL.INVHIST
               WHERE INV_ID = :INVOICE-INV-ID
               ORDER BY CHGTIME
           END-EXEC

           EXEC SQL
               OPEN CURS-ARCH-INVHIST
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           PERFORM 161-FETCH-HISTORY
           PERFORM 162-TAKE-HISTORY UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-ARCH-INVHIST
           END-EXEC.
      ***********************

       161-FETCH-HISTORY.

           EXEC SQL
               FETCH CURS-ARCH-INVHIST
                   INTO :INVHIST-CHGTIME, :INVHIST-OLDSTATE,
                        :INVHIST-NEWSTATE, :INVHIST-PROGRAM,
                        :INVHIST-OPERATOR
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       162-TAKE-HISTORY.

           MOVE 'HIS' TO ARK-HIS-TYPE
           MOVE INVOICE-INV-ID TO ARK-HIS-INV-ID
           MOVE INVHIST-CHGTIME TO ARK-HIS-CHGTIME
           MOVE INVHIST-OLDSTATE TO ARK-HIS-OLDSTATE
           MOVE INVHIST-NEWSTATE TO ARK-HIS-NEWSTATE
           MOVE INVHIST-PROGRAM-TEXT TO ARK-HIS-PROGRAM
           MOVE INVHIST-OPERATOR-TEXT(1:30) TO ARK-HIS-OPERATOR
           MOVE SPACE TO ARKDATA-POST
           WRITE ARKDATA-POST FROM ARK-HIS-POST

           PERFORM 161-FETCH-HISTORY.
      ***********************

      **> the invoice and every child row, children first
       170-DELETE-INVOICE.

           EXEC SQL
               DELETE FROM INVITEM
               WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC

           EXEC SQL
               DELETE FROM OUTLOG
               WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC

           EXEC SQL
               DELETE FROM PAYMENT
               WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC

           EXEC SQL
               DELETE FROM ADDRCORR
               WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC

           EXEC SQL
               DELETE FROM INVHIST
               WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC

           EXEC SQL
               DELETE FROM INVATT
               WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC

           EXEC SQL
               DELETE FROM CONSLINK
               WHERE CONS_INV_ID = :INVOICE-INV-ID
                  OR MEMBER_INV_ID = :INVOICE-INV-ID
           END-EXEC

           EXEC SQL
               DELETE FROM PRODSTAT
               WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC

           EXEC SQL
               DELETE FROM NOTELOG
               WHERE OBJTYPE = 'F'
                 AND OBJKEY = :INVOICE-INV-ID
           END-EXEC

           EXEC SQL
               DELETE FROM INVOICE
               WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC.
      ***********************

       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' PbsGall - k�rningssammanfattning'
           DISPLAY ' Gallringsdatum:           ' WS-CUTOFF
           IF GALLREQ-FAILED
               DISPLAY ' Resultat:                 AVBRUTEN'
           ELSE
               IF WS-HOLD-COUNT > ZERO
                   DISPLAY ' Aktiva r�ttsliga sp�rrar: '
                       WS-HOLD-COUNT ' (ber�rda poster gallras inte)'
               END-IF
               DISPLAY ' Borttagna INERROR-poster: ' WS-INERROR-COUNT
               DISPLAY ' Borttagna INLOG-poster:   ' WS-INLOG-COUNT
               DISPLAY ' Borttagna fakturor:       ' WS-INVOICE-COUNT
           END-IF
           DISPLAY '============================================'.
      ***********************

      **> Seals the finished archive file in WS-ARK-FILENAME: a
      **> rolling record hash seeded with the PREVIOUS file's seal,
      **> so every file is chained to the one before it - changing
      **> any archived byte, or removing a file, breaks the chain
      **> PbsCheck's sweep verifies.
       200-SEAL-ARCHIVE-FILE.

      **>  the newest seal is the chain's current tip
           MOVE '0000000000' TO WS-SEAL-PREV
           EXEC SQL
               SELECT SEAL
                   INTO :ARKSEAL-SEAL
                   FROM ARKSEAL
                   WHERE SEAL_ID =
                       (SELECT MAX(SEAL_ID) FROM ARKSEAL)
           END-EXEC
           IF SQLCODE = ZERO
               MOVE ARKSEAL-SEAL TO WS-SEAL-PREV
           END-IF

           COMPUTE WS-SEAL-HASH = FUNCTION NUMVAL(WS-SEAL-PREV)
           MOVE 'N' TO WS-SEAL-EOF-SW
           OPEN INPUT SEALRD
           IF SEALRD-SUCCESSFUL
               READ SEALRD
                   AT END MOVE 'Y' TO WS-SEAL-EOF-SW
               END-READ
               PERFORM 201-HASH-ONE-RECORD
                   UNTIL WS-SEAL-EOF-SW = 'Y'
           END-IF
           CLOSE SEALRD

           MOVE 'ARKSEAL' TO IDGEN-TABLENAME-TEXT
           PERFORM 230-GET-NEXT-ID
           MOVE WS-NEXT-ID TO ARKSEAL-SEAL-ID
           ADD 1 TO ARKSEAL-SEAL-ID

           MOVE FUNCTION TRIM(WS-ARK-FILENAME)
               TO ARKSEAL-FILENAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARK-FILENAME))
               TO ARKSEAL-FILENAME-LEN
           MOVE WS-SEAL-PREV TO ARKSEAL-PREVSEAL
           MOVE WS-SEAL-HASH TO WS-SEAL-HASH-ED
           MOVE WS-SEAL-HASH-ED TO ARKSEAL-SEAL

           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-NOW
           MOVE SPACE TO ARKSEAL-SEALTIME
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
               INTO ARKSEAL-SEALTIME
           END-STRING

           EXEC SQL
               INSERT INTO ARKSEAL
               VALUES ( :ARKSEAL-SEAL-ID,
                         :ARKSEAL-FILENAME,
                         :ARKSEAL-SEALTIME,
                         :ARKSEAL-PREVSEAL,
                         :ARKSEAL-SEAL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in ARKSEAL �r felt'
           ELSE
               DISPLAY ' Arkivfilen f�rseglad: '
                   FUNCTION TRIM(WS-ARK-FILENAME)
           END-IF.
      ***********************

      **> the same arithmetic PbsCheck's verification sweep
      **> recomputes
       201-HASH-ONE-RECORD.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(SEALRD-POST))
               TO WS-SEAL-LEN
           PERFORM 202-HASH-ONE-BYTE
               VARYING WS-SEAL-IDX FROM 1 BY 1
               UNTIL WS-SEAL-IDX > WS-SEAL-LEN

           READ SEALRD
               AT END MOVE 'Y' TO WS-SEAL-EOF-SW
           END-READ.
      ***********************

       202-HASH-ONE-BYTE.

           COMPUTE WS-SEAL-HASH =
               FUNCTION MOD(WS-SEAL-HASH * 31
                   + FUNCTION ORD(SEALRD-POST(WS-SEAL-IDX:1)),
                   999999937).
      ***********************

      **> This run's row in the central RUNLOG history - under the
      **> name the purge has always logged as, so PbsWatch's
      **> learned baseline for it carries over.
       210-RUNLOG-START.

           MOVE 'RUNLOG' TO IDGEN-TABLENAME-TEXT
           PERFORM 230-GET-NEXT-ID
           MOVE WS-NEXT-ID TO WS-RUNLOG-ID
           ADD 1 TO WS-RUNLOG-ID
           MOVE WS-RUNLOG-ID TO RUNLOG-RUNLOG-ID

           MOVE 12 TO RUNLOG-PROGRAM-LEN
           MOVE 'pbs-gallring' TO RUNLOG-PROGRAM-TEXT

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
           END-EXEC.
      ***********************

       220-RUNLOG-END.

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

           MOVE 1 TO RUNLOG-STATUS
           MOVE WS-INVOICE-COUNT TO RUNLOG-RECCOUNT

           EXEC SQL
               UPDATE RUNLOG
                   SET ENDTIME = :RUNLOG-ENDTIME,
                       STATUS = :RUNLOG-STATUS,
                       RECCOUNT = :RUNLOG-RECCOUNT
                   WHERE RUNLOG_ID = :WS-RUNLOG-ID
           END-EXEC.
      ***********************

      **> Hands out the next free primary key for TABLENAME from the
      **> IDGEN sequence table - the same mechanism as PbsRead's
      **> 200-GET-NEXT-ID (see data/Readfile.CBL).
       230-GET-NEXT-ID.

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
                   IDGEN-TABLENAME-TEXT
           END-IF.
      ***********************
