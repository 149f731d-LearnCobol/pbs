       IDENTIFICATION DIVISION.
       PROGRAM-ID. HusRead.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Read Skatteverket's decision on a husavdrag claim
      **>          PbsHus sent, and book what Skatteverket pays out
      **>          as the remaining payment on each invoice - a
      **>          PAYMENT with method 'ROT' or 'RUT', the way
      **>          SwishRead books a Swish payment. The claimed
      **>          HUSAVDR rows become STATE 2 with the approved
      **>          amount; a refused part is left open on the
      **>          invoice, where it falls back on the debtor and
      **>          the dunning run. The decision number and date
      **>          feed the BGFILE duplicate guard (channel 'HU'),
      **>          and a decision line that matches no claimed
      **>          �rende goes to data/husexcept.txt.
      **>          The decision file is semicolon separated, one
      **>          record per line:
      **>            H;<beslutsnummer>;<beslutsdatum YYYYMMDD>
      **>            B;<ROT|RUT>;<fakturanummer>;<k�parens personnr>;
      **>              <beg�rt belopp>;<godk�nt belopp>
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  HUSDATA ASSIGN TO WS-IMPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HUSFIL-FS.

           SELECT  EXCDATA ASSIGN TO 'data/husexcept.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  HUSDATA.
       01  HUSDATA-POST        PIC X(200).

      **> One row per decision line we could not book, for the
      **> operator to settle by hand - the husavdrag twin of
      **> SwishRead's swishexcept.txt.
       FD EXCDATA.
       01  EXCDATA-POST.
           05  EXCDATA-REASON PIC X(40).
           05  EXCDATA-ROW PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-IMPORT-FILENAME           PIC X(60)
                                         VALUE 'data/husbeslut.txt'.

       01  WS-EXC-REASON                 PIC X(40)   VALUE SPACE.
       01  WS-NEXT-ID                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-PAY-AMOUNT                 PIC S9(9)V99 COMP-3.
       01  WS-CLAIMED                    PIC S9(9)V99 COMP-3.
       01  WS-INV-TOTAL                  PIC S9(9)V99 COMP-3.
       01  WS-PAID-TOTAL                 PIC S9(9)V99 COMP-3.
       01  WS-PERCLOSE-COUNT             PIC S9(9)   COMP VALUE ZERO.

      **> state-transition logging - see 250-LOG-STATE
       01  WS-HIST-OLD                   PIC S9(4)   COMP VALUE ZERO.
       01  WS-HIST-NOW                   PIC X(21)   VALUE SPACE.

      **> one decision line split at the semicolons
       01  WS-HU-FIELD-TABLE.
           05  WS-HU-FLD       PIC X(40) OCCURS 6.

      **> the decision line being booked
       01  WS-HU-KIND                    PIC X(3)    VALUE SPACE.
       01  WS-HU-INVNO                   PIC X(40)   VALUE SPACE.
       01  WS-HU-BUYER                   PIC X(12)   VALUE SPACE.
      **> the buyer as HUSAVDR keeps it - PbsPnr's stored form of
      **> the ten digits, then the century
       01  WS-HU-BUYER-STORED            PIC X(12)   VALUE SPACE.
       01  WS-HU-APPROVED-TEXT           PIC X(20)   VALUE SPACE.

       01  WS-DECISION-NO                PIC X(10)   VALUE SPACE.
       01  WS-DECISION-DATE              PIC X(8)    VALUE SPACE.

       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           05  HEADER-SEEN-SW          PIC X VALUE 'N'.
               88  HEADER-SEEN             VALUE 'Y'.
           05  ARENDE-FOUND-SW         PIC X VALUE 'N'.
               88  ARENDE-FOUND            VALUE 'Y'.
           05  FILE-ALREADY-DONE-SW    PIC X VALUE 'N'.
               88  FILE-ALREADY-DONE       VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 HUSFIL-FS                PIC XX.
               88  HUSFIL-SUCCESSFUL       VALUE '00'.
           05 EXCFIL-FS                PIC XX.
               88  EXCFIL-SUCCESSFUL       VALUE '00'.

       01  WS-BGFILE-COUNT               PIC S9(9)   COMP VALUE ZERO.

       01  WS-RUN-SUMMARY.
           05  WS-SUM-DECISION-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-SUM-BOOKED-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-SUM-REFUSED-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-SUM-EXC-COUNT            PIC 9(6) VALUE ZERO.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE PAYMENT    END-EXEC.
           EXEC SQL INCLUDE HUSAVDR    END-EXEC.
           EXEC SQL INCLUDE BGFILE     END-EXEC.
           EXEC SQL INCLUDE PERCLOSE   END-EXEC.
           EXEC SQL INCLUDE INVHIST    END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.

           COPY PNRREQ.

       LINKAGE SECTION.
       01  LK-IMPORT-FILENAME           PIC X(60).

       PROCEDURE DIVISION USING LK-IMPORT-FILENAME.

       000-POST-HUSBESLUT.

           IF LK-IMPORT-FILENAME NOT = SPACES
               MOVE LK-IMPORT-FILENAME TO WS-IMPORT-FILENAME
           END-IF

           PERFORM 100-INIT
           PERFORM 100-READ-DECISION-FILE UNTIL EOF
           CLOSE HUSDATA EXCDATA

           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

       100-INIT.

           MOVE 'N' TO END-OF-FILE

           OPEN OUTPUT EXCDATA

           OPEN INPUT HUSDATA
           IF HUSFIL-SUCCESSFUL
               READ HUSDATA
                   AT END SET EOF TO TRUE
               END-READ
           ELSE
               SET EOF TO TRUE
               DISPLAY ' Beslutsfil error: ' WS-IMPORT-FILENAME.
      ***********************

       100-READ-DECISION-FILE.

           MOVE SPACE TO WS-HU-FIELD-TABLE
           UNSTRING HUSDATA-POST DELIMITED BY ';'
               INTO WS-HU-FLD(1) WS-HU-FLD(2) WS-HU-FLD(3)
                    WS-HU-FLD(4) WS-HU-FLD(5) WS-HU-FLD(6)
           END-UNSTRING

           EVALUATE WS-HU-FLD(1)(1:1)
               WHEN 'H'
                   IF NOT HEADER-SEEN
                       SET HEADER-SEEN TO TRUE
                       MOVE WS-HU-FLD(2)(1:10) TO WS-DECISION-NO
                       MOVE WS-HU-FLD(3)(1:8) TO WS-DECISION-DATE
                       PERFORM 110-CHECK-FILE-DONE
                   END-IF
               WHEN 'B'
      **>          a decision without its H record cannot be guarded
      **>          against a second read - nothing is booked
                   IF NOT HEADER-SEEN
                       SET EOF TO TRUE
                       DISPLAY ' Rubrikpost saknas, avbryter: '
                           WS-IMPORT-FILENAME
                   ELSE
                       PERFORM 130-PROCESS-DECISION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT EOF
               READ HUSDATA AT END SET EOF TO TRUE END-READ
           END-IF.
      **********************************************************

      **> The same re-import guard SwishRead applies, in the shared
      **> BGFILE register under channel 'HU' - a decision read twice
      **> aborts before a single payment books twice.
       110-CHECK-FILE-DONE.

           MOVE 'HU' TO BGFILE-CHANNEL
           MOVE WS-DECISION-NO TO BGFILE-BGCNR
           MOVE WS-DECISION-DATE TO BGFILE-SKAPDAT

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

      **> One B record: the claimed �rende is found on kind,
      **> invoice number and buyer among the rows PbsHus claimed.
      **> Skatteverket may approve less than was claimed, never
      **> more; some decisions carry a decimal comma.
       130-PROCESS-DECISION.

           ADD 1 TO WS-SUM-DECISION-COUNT
           MOVE WS-HU-FLD(2)(1:3) TO WS-HU-KIND
           MOVE WS-HU-FLD(3) TO WS-HU-INVNO
           MOVE WS-HU-FLD(4)(1:12) TO WS-HU-BUYER
           MOVE WS-HU-FLD(6)(1:20) TO WS-HU-APPROVED-TEXT
           INSPECT WS-HU-APPROVED-TEXT REPLACING ALL ',' BY '.'

           IF FUNCTION TEST-NUMVAL(WS-HU-APPROVED-TEXT) NOT = ZERO
               MOVE 'BELOPP OGILTIGT' TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               COMPUTE WS-PAY-AMOUNT =
                   FUNCTION NUMVAL(WS-HU-APPROVED-TEXT)
               PERFORM 215-PROTECT-BUYER
               PERFORM 220-MATCH-ARENDE
               IF NOT ARENDE-FOUND
                   IF PNRREQ-NO-KEY
                       MOVE 'PERSONNUMMERNYCKEL SAKNAS'
                           TO WS-EXC-REASON
                   ELSE
                       MOVE '�RENDE SAKNAS ELLER REDAN BESLUTAT'
                           TO WS-EXC-REASON
                   END-IF
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF WS-PAY-AMOUNT < ZERO
                      OR WS-PAY-AMOUNT > WS-CLAIMED
                       MOVE 'GODK�NT BELOPP �VER BEG�RT'
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       PERFORM 225-MARK-DECIDED
                       IF WS-PAY-AMOUNT > ZERO
                           PERFORM 230-PAYMENT-INSERT
                       END-IF
                       IF WS-PAY-AMOUNT < WS-CLAIMED
                           ADD 1 TO WS-SUM-REFUSED-COUNT
                           DISPLAY ' Delvis avslag - mellanskillnaden'
                               ' st�r �ppen p� g�lden�ren: '
                               FUNCTION TRIM(WS-HU-INVNO)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ****************************

      **> the buyer is matched the way the intake stored it - see
      **> 171-CHECK-HUSAVDRAG in PbsRead. Without the key PbsPnr
      **> answers blank and the �rende cannot be found.
       215-PROTECT-BUYER.

           MOVE WS-HU-BUYER(3:10) TO PNRREQ-IN
           MOVE 'K' TO PNRREQ-MODE
           CALL 'PbsPnr' USING PNRREQ
           MOVE SPACE TO WS-HU-BUYER-STORED
           STRING PNRREQ-OUT(1:8) DELIMITED BY SIZE
                  WS-HU-BUYER(1:2) DELIMITED BY SIZE
                  INTO WS-HU-BUYER-STORED
           END-STRING.
      ****************************

      **> the claimed rows of the �rende and what was claimed on
      **> them all together
       220-MATCH-ARENDE.

           MOVE 'N' TO ARENDE-FOUND-SW
           MOVE FUNCTION TRIM(WS-HU-INVNO) TO INVOICE-INVNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HU-INVNO))
               TO INVOICE-INVNO-LEN
           MOVE WS-HU-KIND TO HUSAVDR-KIND
           MOVE WS-HU-BUYER-STORED TO HUSAVDR-BUYERPNR

           MOVE ZERO TO WS-CLAIMED
           EXEC SQL
               SELECT V.INV_ID, V.INVSTATE, SUM(H.REDUCTION)
                   INTO :INVOICE-INV-ID, :INVOICE-INVSTATE,
                        :WS-CLAIMED
                   FROM INVOICE V, HUSAVDR H
                   WHERE V.INVNO = :INVOICE-INVNO
                     AND H.INV_ID = V.INV_ID
                     AND H.KIND = :HUSAVDR-KIND
                     AND H.BUYERPNR = :HUSAVDR-BUYERPNR
                     AND H.STATE = 1
                   GROUP BY V.INV_ID, V.INVSTATE
           END-EXEC

           IF SQLCODE = ZERO
               SET ARENDE-FOUND TO TRUE
           END-IF.
      ****************************

      **> the approval is spread over the �rende's work types in
      **> proportion to what each one claimed
       225-MARK-DECIDED.

           EXEC SQL
               UPDATE HUSAVDR
                  SET STATE = 2,
                      APPROVED = ROUND(REDUCTION * :WS-PAY-AMOUNT
                                       / :WS-CLAIMED, 2)
                WHERE INV_ID = :INVOICE-INV-ID
                  AND KIND = :HUSAVDR-KIND
                  AND BUYERPNR = :HUSAVDR-BUYERPNR
                  AND STATE = 1
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in HUSAVDR table �r felt'
           END-IF.
      ****************************

       230-PAYMENT-INSERT.

           MOVE 'PAYMENT' TO IDGEN-TABLENAME-TEXT
           PERFORM 200-GET-NEXT-ID
           MOVE WS-NEXT-ID TO PAYMENT-PAYMENT-ID

           MOVE INVOICE-INV-ID TO PAYMENT-INV-ID
           MOVE WS-PAY-AMOUNT TO PAYMENT-AMOUNT

      **>  Skatteverket pays out on the decision date
           MOVE WS-DECISION-DATE(1:4) TO PAYMENT-PAYDATE(1:4)
           MOVE WS-DECISION-DATE(5:2) TO PAYMENT-PAYDATE(6:2)
           MOVE WS-DECISION-DATE(7:2) TO PAYMENT-PAYDATE(9:2)
           MOVE '-' TO PAYMENT-PAYDATE(5:1) PAYMENT-PAYDATE(8:1)

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

           MOVE 3 TO PAYMENT-METHOD-LEN
           MOVE WS-HU-KIND TO PAYMENT-METHOD-TEXT

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
      **>      the debtor's share and Skatteverket's together settle
      **>      the invoice once they cover its item total
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
                  AND NOT INVOICE-INVSTATE-PAID
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
               END-IF

               ADD 1 TO WS-SUM-BOOKED-COUNT
           END-IF.
      ****************************

      **> Prints a short end-of-run summary, mirroring SwishRead's.
       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' HusRead - k�rningssammanfattning'
           DISPLAY ' Fil:                     ' WS-IMPORT-FILENAME
           DISPLAY ' Beslutsrader l�sta:       ' WS-SUM-DECISION-COUNT
           DISPLAY ' Utbetalningar bokf�rda:   ' WS-SUM-BOOKED-COUNT
           DISPLAY ' Helt/delvis avslag:       ' WS-SUM-REFUSED-COUNT
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

           MOVE INVOICE-INV-ID TO INVHIST-INV-ID
           MOVE WS-HIST-OLD TO INVHIST-OLDSTATE
           MOVE 3 TO INVHIST-NEWSTATE
           MOVE 'HusRead' TO INVHIST-PROGRAM-TEXT
           MOVE 7 TO INVHIST-PROGRAM-LEN
           MOVE 'HusRead' TO INVHIST-OPERATOR-TEXT
           MOVE 7 TO INVHIST-OPERATOR-LEN

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
           END-STRING

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

       WRITE-EXCEPTION.
           MOVE WS-EXC-REASON TO EXCDATA-REASON
           MOVE HUSDATA-POST(1:120) TO EXCDATA-ROW
           WRITE EXCDATA-POST
           ADD 1 TO WS-SUM-EXC-COUNT
           DISPLAY ' *** Beslutsrad till undantagsfilen ('
               WS-EXC-REASON '), se husexcept.txt !!! '.
