       IDENTIFICATION DIVISION.
       PROGRAM-ID. EfRead.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Read the bank network's e-faktura file: private
      **>          debtors registering for, or leaving, e-faktura in
      **>          their own internet bank for one of our customers,
      **>          and e-fakturor the network could not deliver.
      **>          A registration is kept in EFREG and switches the
      **>          person's DEBTOR rows under that customer to
      **>          delivery 'B', so subinv sends the bank file
      **>          instead of paper; a deregistration puts them back
      **>          on paper. A rejected delivery falls back to paper
      **>          the way a bounced e-mail does (pbs.cbl G0204): the
      **>          invoice goes back to INVSTATE 0 for the next print
      **>          run, an OUTLOG row records the channel switch, the
      **>          registration ends and the debtor is noted. Run as
      **>          night-run step EFAKTURA, before PRINT.
      **>          Posts, one per line (TK first):
      **>            51 registrering      52 avregistrering
      **>            53 avvisad e-faktura
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  EFDATA ASSIGN TO WS-IMPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EFFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  EFDATA.
       01  EFDATA-POST.
           05  EFDATA-TK   PIC X(2).
           05  FILLER      PIC X(78).

       WORKING-STORAGE SECTION.
       01  WS-IMPORT-FILENAME           PIC X(60)
                                         VALUE 'data/efaktura.txt'.

       01  WS-NEXT-ID                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-TODAY                      PIC X(10)   VALUE SPACE.
       01  WS-EFREG-COUNT                PIC S9(9)   COMP VALUE ZERO.
       01  WS-NOTE-WORK                  PIC X(254)  VALUE SPACE.

      **> the personnummer as the register keeps it (encrypted by
      **> PbsPnr) and as the console log may show it
       01  WS-PNR-STORED                 PIC X(10)   VALUE SPACE.
       01  WS-PNR-SHOWN                  PIC X(10)   VALUE SPACE.

      **> state-transition logging - see 250-LOG-STATE
       01  WS-HIST-OLD                   PIC S9(4)   COMP VALUE ZERO.
       01  WS-HIST-NOW                   PIC X(21)   VALUE SPACE.

       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           05  CUSTOMER-FOUND-SW       PIC X VALUE 'N'.
               88  CUSTOMER-FOUND          VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 EFFIL-FS                 PIC XX.
               88  EFFIL-SUCCESSFUL        VALUE '00'.

       01  WS-RUN-SUMMARY.
           05  WS-SUM-READ-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-SUM-REG-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-SUM-DEREG-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-SUM-REJECT-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-SUM-EXC-COUNT            PIC 9(6) VALUE ZERO.

      **> registration and deregistration: the biller is our
      **> customer by CUSTNO, the person by personnummer; BANKID
      **> and MOTTID are the network's address of the person's bank
       01  REGISTRERING-POST-51.
           05  TK-51           PIC X(2).
           05  KUNDNR-51       PIC X(10).
           05  PNR-51          PIC X(10).
           05  BANKID-51       PIC X(4).
           05  MOTTID-51       PIC X(20).
           05  REGDAT-51       PIC X(8).
           05  FILLER          PIC X(26).

      **> an e-faktura the network could not hand to the bank -
      **> AVVKOD is the network's reason (the person has left the
      **> service, the bank refused the document ...)
       01  AVVISNING-POST-53.
           05  TK-53           PIC X(2).
           05  KUNDNR-53       PIC X(10).
           05  PNR-53          PIC X(10).
           05  FAKTNR-53       PIC X(20).
           05  AVVKOD-53       PIC X(2).
           05  AVVDAT-53       PIC X(8).
           05  FILLER          PIC X(28).

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE DEBTOR     END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE OUTLOG     END-EXEC.
           EXEC SQL INCLUDE EFREG      END-EXEC.
           EXEC SQL INCLUDE INVHIST    END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.

           COPY PNRREQ.

       LINKAGE SECTION.
       01  LK-IMPORT-FILENAME           PIC X(60).

       PROCEDURE DIVISION USING LK-IMPORT-FILENAME.

       000-READ-EFAKTURA.

           IF LK-IMPORT-FILENAME NOT = SPACES
               MOVE LK-IMPORT-FILENAME TO WS-IMPORT-FILENAME
           END-IF

           PERFORM 100-INIT
           PERFORM 100-READ-EF-FILE UNTIL EOF
           IF EFFIL-SUCCESSFUL OR EFFIL-FS = '10'
               CLOSE EFDATA
           END-IF

           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

       100-INIT.

           MOVE 'N' TO END-OF-FILE

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY(9:2)
           MOVE '-' TO WS-TODAY(5:1) WS-TODAY(8:1)

           OPEN INPUT EFDATA
           IF EFFIL-SUCCESSFUL
               READ EFDATA
                   AT END SET EOF TO TRUE
               END-READ
           ELSE
               SET EOF TO TRUE
               DISPLAY ' E-fakturafil error: ' WS-IMPORT-FILENAME.
      ***********************

       100-READ-EF-FILE.

           EVALUATE EFDATA-TK
               WHEN '51'
                   ADD 1 TO WS-SUM-READ-COUNT
                   MOVE EFDATA-POST TO REGISTRERING-POST-51
                   PERFORM 110-FIND-CUSTOMER
                   IF CUSTOMER-FOUND
                       PERFORM 120-REGISTER
                   END-IF
               WHEN '52'
                   ADD 1 TO WS-SUM-READ-COUNT
                   MOVE EFDATA-POST TO REGISTRERING-POST-51
                   PERFORM 110-FIND-CUSTOMER
                   IF CUSTOMER-FOUND
                       PERFORM 130-DEREGISTER
                   END-IF
               WHEN '53'
                   ADD 1 TO WS-SUM-READ-COUNT
                   MOVE EFDATA-POST TO AVVISNING-POST-53
      **>          customer and person sit where the 51-post has them
                   MOVE AVVISNING-POST-53 TO REGISTRERING-POST-51
                   PERFORM 110-FIND-CUSTOMER
                   IF CUSTOMER-FOUND
                       PERFORM 140-REJECTED-DELIVERY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           READ EFDATA AT END SET EOF TO TRUE END-READ.
      **********************************************************

       110-FIND-CUSTOMER.

           MOVE 'N' TO CUSTOMER-FOUND-SW
           PERFORM 115-PROTECT-PNR
           MOVE KUNDNR-51 TO CUSTOMER-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(KUNDNR-51))
               TO CUSTOMER-CUSTNO-LEN

           EXEC SQL
               SELECT CUST_ID
                   INTO :CUSTOMER-CUST-ID
                   FROM CUSTOMER
                   WHERE CUSTNO = :CUSTOMER-CUSTNO
           END-EXEC

           IF SQLCODE = ZERO AND PNR-51 NOT = SPACE
               SET CUSTOMER-FOUND TO TRUE
               MOVE CUSTOMER-CUST-ID TO EFREG-CUST-ID
               MOVE WS-PNR-STORED TO EFREG-ORGNO DEBTOR-ORGNO
           ELSE
               ADD 1 TO WS-SUM-EXC-COUNT
               DISPLAY ' Ok�nd kund eller personnr: ' KUNDNR-51
                   ' ' WS-PNR-SHOWN
           END-IF.
      **********************************************************

      **> The register keeps the personnummer encrypted the way
      **> PbsRead stores it, so the bank's number is encrypted
      **> before it is matched; the log shows it masked.
       115-PROTECT-PNR.

           MOVE PNR-51 TO PNRREQ-IN
           MOVE 'K' TO PNRREQ-MODE
           CALL 'PbsPnr' USING PNRREQ
           MOVE PNRREQ-OUT TO WS-PNR-STORED

           MOVE PNR-51 TO PNRREQ-IN
           MOVE 'M' TO PNRREQ-MODE
           CALL 'PbsPnr' USING PNRREQ
           MOVE PNRREQ-OUT TO WS-PNR-SHOWN.
      **********************************************************

      **> One row per customer and person: a renewed registration
      **> (another bank, say) overwrites the old one. The person
      **> may have no invoice with the customer yet - the row is
      **> kept all the same, and PbsRead gives the first debtor row
      **> of that person delivery 'B' at intake.
       120-REGISTER.

           MOVE BANKID-51 TO EFREG-BANKID
           MOVE MOTTID-51 TO EFREG-RECIPID
           SET EFREG-ACTIVE TO TRUE
           MOVE WS-TODAY TO EFREG-CHGDATE
           IF REGDAT-51 NUMERIC
               MOVE REGDAT-51(1:4) TO EFREG-REGDATE(1:4)
               MOVE REGDAT-51(5:2) TO EFREG-REGDATE(6:2)
               MOVE REGDAT-51(7:2) TO EFREG-REGDATE(9:2)
               MOVE '-' TO EFREG-REGDATE(5:1) EFREG-REGDATE(8:1)
           ELSE
               MOVE WS-TODAY TO EFREG-REGDATE
           END-IF

           MOVE ZERO TO WS-EFREG-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-EFREG-COUNT
                   FROM EFREG
                   WHERE CUST_ID = :EFREG-CUST-ID
                     AND ORGNO = :EFREG-ORGNO
           END-EXEC

           IF WS-EFREG-COUNT = ZERO
               EXEC SQL
                   INSERT INTO EFREG
                   VALUES ( :EFREG-CUST-ID,
                             :EFREG-ORGNO,
                             :EFREG-BANKID,
                             :EFREG-RECIPID,
                             :EFREG-STATUS,
                             :EFREG-REGDATE,
                             :EFREG-CHGDATE)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE EFREG
                   SET BANKID = :EFREG-BANKID,
                       RECIPID = :EFREG-RECIPID,
                       STATUS = :EFREG-STATUS,
                       REGDATE = :EFREG-REGDATE,
                       CHGDATE = :EFREG-CHGDATE
                   WHERE CUST_ID = :EFREG-CUST-ID
                     AND ORGNO = :EFREG-ORGNO
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert/update SQL sats in EFREG �r felt: '
                   KUNDNR-51 ' ' WS-PNR-SHOWN
               ADD 1 TO WS-SUM-EXC-COUNT
           ELSE
               ADD 1 TO WS-SUM-REG-COUNT
      **>      the person's own choice in the bank outranks an
      **>      e-mail preference given to the customer
               EXEC SQL
                   UPDATE DEBTOR
                   SET DELIVERY = 'B'
                   WHERE ORGNO = :DEBTOR-ORGNO
                     AND DEBT_ID IN
                         (SELECT DEBT_ID FROM INVOICE
                              WHERE CUST_ID = :EFREG-CUST-ID)
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   DISPLAY ' Update SQL sats in DEBTOR �r felt: '
                       WS-PNR-SHOWN
               END-IF
           END-IF.
      **********************************************************

       130-DEREGISTER.

           PERFORM 150-END-REGISTRATION
           ADD 1 TO WS-SUM-DEREG-COUNT.
      **********************************************************

      **> The invoice the bank never got goes back into the print
      **> stream - the next run posts it on paper, since the
      **> registration ends here and the debtor rows drop to 'P'.
      **> Only an invoice still at INVSTATE 1 (printed) moves; one
      **> already paid, reminded or credited is left alone and
      **> reported.
       140-REJECTED-DELIVERY.

           MOVE FAKTNR-53 TO INVOICE-INVNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FAKTNR-53))
               TO INVOICE-INVNO-LEN

           EXEC SQL
               SELECT INV_ID, DEBT_ID, INVSTATE
                   INTO :INVOICE-INV-ID, :INVOICE-DEBT-ID,
                        :INVOICE-INVSTATE
                   FROM INVOICE
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
                     AND INVNO = :INVOICE-INVNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-SUM-EXC-COUNT
               DISPLAY ' Avvisad e-faktura, fakturan saknas: '
                   KUNDNR-53 ' ' FAKTNR-53
           ELSE
               PERFORM 150-END-REGISTRATION

               IF INVOICE-INVSTATE NOT = 1
                   ADD 1 TO WS-SUM-EXC-COUNT
                   DISPLAY ' Avvisad e-faktura, status '
                       INVOICE-INVSTATE ' - ej �terst�lld: '
                       KUNDNR-53 ' ' FAKTNR-53
               ELSE
                   EXEC SQL
                       UPDATE INVOICE
                       SET INVSTATE = 0
                       WHERE INV_ID = :INVOICE-INV-ID
                         AND INVSTATE = 1
                   END-EXEC

                   MOVE 1 TO WS-HIST-OLD
                   PERFORM 250-LOG-STATE
                   PERFORM 160-NOTE-CHANNEL-SWITCH
                   ADD 1 TO WS-SUM-REJECT-COUNT
                   DISPLAY ' Avvisad e-faktura till papper: '
                       KUNDNR-53 ' ' FAKTNR-53 ' kod ' AVVKOD-53
               END-IF
           END-IF.
      **********************************************************

      **> the registration ends and every debtor row of the person
      **> under the customer still on the bank channel goes back to
      **> paper
       150-END-REGISTRATION.

           MOVE WS-TODAY TO EFREG-CHGDATE
           EXEC SQL
               UPDATE EFREG
               SET STATUS = 0,
                   CHGDATE = :EFREG-CHGDATE
               WHERE CUST_ID = :EFREG-CUST-ID
                 AND ORGNO = :EFREG-ORGNO
           END-EXEC

           EXEC SQL
               UPDATE DEBTOR
               SET DELIVERY = 'P'
               WHERE ORGNO = :DEBTOR-ORGNO
                 AND DELIVERY = 'B'
                 AND DEBT_ID IN
                     (SELECT DEBT_ID FROM INVOICE
                          WHERE CUST_ID = :EFREG-CUST-ID)
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY ' Update SQL sats in DEBTOR �r felt: '
                   WS-PNR-SHOWN
           END-IF.
      **********************************************************

      **> The bookkeeping behind a rejection, as for a bounced
      **> e-mail: an OUTLOG row records that the e-faktura channel
      **> failed and the invoice switched to paper, and the
      **> debtor's note says why.
       160-NOTE-CHANNEL-SWITCH.

           MOVE 'OUTLOG' TO IDGEN-TABLENAME-TEXT
           PERFORM 200-GET-NEXT-ID
           MOVE WS-NEXT-ID TO OUTLOG-OUTLOG-ID

           MOVE CUSTOMER-CUST-ID TO OUTLOG-CUST-ID
           MOVE INVOICE-INV-ID TO OUTLOG-INV-ID
           MOVE 'AVVISAD->PAPPER' TO OUTLOG-FILENAME-TEXT
           MOVE 15 TO OUTLOG-FILENAME-LEN
           MOVE WS-TODAY TO OUTLOG-PRINTDATE
           MOVE ZERO TO OUTLOG-SUCCESS
           MOVE ZERO TO OUTLOG-ROUNDAMT
           MOVE ZERO TO OUTLOG-RUN-ID
           MOVE SPACE TO OUTLOG-POSTCLASS
           MOVE ZERO TO OUTLOG-POSTAGE
           MOVE ZERO TO OUTLOG-SHEETS OUTLOG-ATTPAGES

           EXEC SQL
               INSERT INTO OUTLOG
               VALUES ( (:OUTLOG-OUTLOG-ID + 1),
                         :OUTLOG-CUST-ID,
                         :OUTLOG-INV-ID,
                         :OUTLOG-FILENAME,
                         :OUTLOG-PRINTDATE,
                         :OUTLOG-SUCCESS,
                         :OUTLOG-ROUNDAMT,
                         :OUTLOG-RUN-ID,
                         :OUTLOG-POSTCLASS,
                         :OUTLOG-POSTAGE,
                         :OUTLOG-SHEETS,
                         :OUTLOG-ATTPAGES)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in OUTLOG �r felt'
           END-IF

           EXEC SQL
               SELECT NOTE
                   INTO :DEBTOR-NOTE
                   FROM DEBTOR
                   WHERE DEBT_ID = :INVOICE-DEBT-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE SPACE TO WS-NOTE-WORK
               STRING FUNCTION TRIM(DEBTOR-NOTE-TEXT)
                          DELIMITED BY SIZE
                      ' E-FAKTURA AVVISAD '
                          DELIMITED BY SIZE
                      WS-TODAY
                          DELIMITED BY SIZE
                      ' KOD '
                          DELIMITED BY SIZE
                      AVVKOD-53
                          DELIMITED BY SIZE
                      INTO WS-NOTE-WORK
               END-STRING
               MOVE WS-NOTE-WORK TO DEBTOR-NOTE-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NOTE-WORK))
                   TO DEBTOR-NOTE-LEN

               EXEC SQL
                   UPDATE DEBTOR
                   SET NOTE = :DEBTOR-NOTE
                   WHERE DEBT_ID = :INVOICE-DEBT-ID
               END-EXEC
           END-IF.
      **********************************************************

       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' EfRead - k�rningssammanfattning'
           DISPLAY ' Fil:                     ' WS-IMPORT-FILENAME
           DISPLAY ' Poster l�sta:             ' WS-SUM-READ-COUNT
           DISPLAY ' Registreringar:           ' WS-SUM-REG-COUNT
           DISPLAY ' Avregistreringar:         ' WS-SUM-DEREG-COUNT
           DISPLAY ' Avvisade till papper:     ' WS-SUM-REJECT-COUNT
           DISPLAY ' Undantag (manuella):      ' WS-SUM-EXC-COUNT
           DISPLAY '============================================'.
      ****************************

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

       250-LOG-STATE.

           PERFORM 255-PREP-HIST-STAMP
           MOVE INVOICE-INV-ID TO INVHIST-INV-ID
           MOVE WS-HIST-OLD TO INVHIST-OLDSTATE
           MOVE ZERO TO INVHIST-NEWSTATE

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

       255-PREP-HIST-STAMP.

           MOVE 'EfRead' TO INVHIST-PROGRAM-TEXT
           MOVE 6 TO INVHIST-PROGRAM-LEN
           MOVE 'EfRead' TO INVHIST-OPERATOR-TEXT
           MOVE 6 TO INVHIST-OPERATOR-LEN

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
