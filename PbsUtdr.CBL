       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsUtdr.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          GDPR registerutdrag: everything we hold on one
      **>          debtor, asked for by the person under their
      **>          personnummer (DEBTOR.ORGNO) or found by debtor
      **>          id, written as one readable file under
      **>          data/utdrag - the debtor and address rows, every
      **>          invoice with its items, payments, payment plan,
      **>          state and dunning history, print and mail
      **>          records, disputes, address corrections, inkasso
      **>          and Kronofogden cases, the operators' notes, the
      **>          change log, and the raw intake record each
      **>          invoice came in on (located through ARCHIDX).
      **>          A debtor merged into another (pbs.cbl
      **>          K0184-merge-debtors) is one person: the merge
      **>          trail in AUDITLOG is followed both ways, so the
      **>          retired ids and what was logged under them are
      **>          in the extract too. Nothing is written while an
      **>          active legal hold covers the person, one of the
      **>          invoices or their customer, unless an
      **>          administrator has released it (SARREQ-HOLD-OK).
      **>          Every request, answered or not, is logged in
      **>          SARLOG with the day and the operator. Called
      **>          from pbs.cbl's maintenance menu (61).
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UTDRDATA ASSIGN TO WS-UTDR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UTDRFIL-FS.

           SELECT RAWARKDATA ASSIGN TO WS-RAWARK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAWARK-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  UTDRDATA.
       01  UTDR-POST                   PIC X(200).

       FD  RAWARKDATA.
       01  RAWARK-POST                 PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-UTDR-DIR                   PIC X(20)
                                         VALUE 'data/utdrag'.
       01  WS-UTDR-PATH                  PIC X(80)   VALUE SPACE.
       01  WS-RAWARK-FILENAME            PIC X(80)   VALUE SPACE.
       01  WS-RAWARK-POS                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-RAWARK-REC                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-DIR-RC                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-NEXT-ID                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-REQ-NOW                    PIC X(21)   VALUE SPACE.
       01  WS-REQ-TIMESTAMP              PIC X(19)   VALUE SPACE.
      **> the personnummer as the register keeps it (encrypted by
      **> PbsPnr) - the extract itself shows it in clear
       01  WS-SUBJECT-ORGNO              PIC X(10)   VALUE SPACE.
       01  WS-SHOWN-ORGNO                PIC X(10)   VALUE SPACE.
       01  WS-SUBJECT-KEY                PIC X(10)   VALUE SPACE.
       01  WS-HOLD-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-HOLD-ONE                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-LINE-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-INV-COUNT                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-OUT-LINE                   PIC X(200)  VALUE SPACE.

      **> the person's debtor ids: the ones found under the
      **> personnummer or asked for (D), and the ones reached
      **> through the merge trail (S)
       01  WS-ID-MAX                     PIC S9(4)   COMP VALUE 50.
       01  WS-ID-COUNT                   PIC S9(4)   COMP VALUE ZERO.
       01  WS-ID-TABLE.
           05  WS-ID-ENTRY OCCURS 50.
               10  WS-ID-DEBT-ID         PIC S9(9)   COMP.
               10  WS-ID-ORIGIN          PIC X(1).
                   88  WS-ID-DIRECT          VALUE 'D'.
                   88  WS-ID-MERGED          VALUE 'S'.
       01  WS-IX                         PIC S9(4)   COMP VALUE ZERO.
       01  WS-JX                         PIC S9(4)   COMP VALUE ZERO.
       01  WS-FOUND-IX                   PIC S9(4)   COMP VALUE ZERO.
       01  WS-SEARCH-ID                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-MERGE-DUP-ID               PIC S9(9)   COMP VALUE ZERO.
       01  WS-MERGE-SURV-ID              PIC S9(9)   COMP VALUE ZERO.
       01  WS-MERGE-DUP-IX               PIC S9(4)   COMP VALUE ZERO.
       01  WS-MERGE-SURV-IX              PIC S9(4)   COMP VALUE ZERO.

      **> cursor keys - the row being written out
       01  WS-CUR-DEBT-ID                PIC S9(9)   COMP VALUE ZERO.
       01  WS-CUR-INV-ID                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-CUR-CUST-ID                PIC S9(9)   COMP VALUE ZERO.

      **> printable forms
       01  WS-ID-ED                      PIC Z(8)9   VALUE ZERO.
       01  WS-ID2-ED                     PIC Z(8)9   VALUE ZERO.
       01  WS-COUNT-ED                   PIC -(4)9   VALUE ZERO.
       01  WS-COUNT2-ED                  PIC -(4)9   VALUE ZERO.
       01  WS-AMOUNT-ED                  PIC -(7)9.99 VALUE ZERO.
       01  WS-AMOUNT2-ED                 PIC -(7)9.99 VALUE ZERO.
       01  WS-QTY-ED                     PIC -(5)9.99 VALUE ZERO.
       01  WS-RATE-ED                    PIC Z9.99   VALUE ZERO.
       01  WS-STATE-TEXT                 PIC X(20)   VALUE SPACE.
       01  WS-STATE2-TEXT                PIC X(20)   VALUE SPACE.
       01  WS-STATE-CODE                 PIC S9(4)   COMP VALUE ZERO.

       01  SWITCHES.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.
           05  END-OF-INV-SW           PIC X VALUE 'N'.
               88  END-OF-INV              VALUE 'Y'.
           05  RAWARK-EOF-SW           PIC X VALUE 'N'.
               88  RAWARK-EOF              VALUE 'Y'.
           05  MERGE-ADDED-SW          PIC X VALUE 'N'.
               88  MERGE-ADDED             VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 UTDRFIL-FS               PIC XX.
               88  UTDRFIL-SUCCESSFUL      VALUE '00'.
           05 RAWARK-FS                PIC XX.
               88  RAWARK-SUCCESSFUL       VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE DEBTOR     END-EXEC.
           EXEC SQL INCLUDE ADDR       END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE ITEM       END-EXEC.
           EXEC SQL INCLUDE PAYMENT    END-EXEC.
           EXEC SQL INCLUDE PAYPLAN    END-EXEC.
           EXEC SQL INCLUDE INVHIST    END-EXEC.
           EXEC SQL INCLUDE OUTLOG     END-EXEC.
           EXEC SQL INCLUDE DISPUTE    END-EXEC.
           EXEC SQL INCLUDE MAILQ      END-EXEC.
           EXEC SQL INCLUDE ADDRCORR   END-EXEC.
           EXEC SQL INCLUDE INKCASE    END-EXEC.
           EXEC SQL INCLUDE KFMCASE    END-EXEC.
           EXEC SQL INCLUDE SUSPENSE   END-EXEC.
           EXEC SQL INCLUDE EFREG      END-EXEC.
           EXEC SQL INCLUDE NOTELOG    END-EXEC.
           EXEC SQL INCLUDE AUDITLOG   END-EXEC.
           EXEC SQL INCLUDE ARCHIDX    END-EXEC.
           EXEC SQL INCLUDE LEGALHOLD  END-EXEC.
           EXEC SQL INCLUDE SARLOG     END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.

       COPY PNRREQ.

       LINKAGE SECTION.
       COPY SARREQ.

       PROCEDURE DIVISION USING SARREQ.

       000-SUBJECT-ACCESS.

           MOVE SPACE TO SARREQ-RESULT
           MOVE SPACE TO SARREQ-FILENAME
           MOVE SPACE TO SARREQ-CASEREF
           MOVE ZERO TO SARREQ-DEBT-COUNT
           MOVE ZERO TO SARREQ-INV-COUNT
           MOVE ZERO TO SARREQ-LINE-COUNT

           PERFORM 100-INIT
           PERFORM 110-COLLECT-DEBTORS

           IF WS-ID-COUNT = ZERO
               MOVE 'N' TO SARREQ-RESULT
           ELSE
               MOVE 'Y' TO MERGE-ADDED-SW
               PERFORM 120-FOLLOW-MERGES UNTIL NOT MERGE-ADDED
               MOVE WS-ID-COUNT TO SARREQ-DEBT-COUNT
               PERFORM 130-CHECK-LEGAL-HOLD
               IF WS-HOLD-COUNT > ZERO AND NOT SARREQ-HOLD-RELEASED
                   MOVE 'H' TO SARREQ-RESULT
               ELSE
                   PERFORM 140-WRITE-EXTRACT
               END-IF
           END-IF

           PERFORM 180-LOG-REQUEST

           GOBACK.
      **************************

       100-INIT.

           MOVE FUNCTION CURRENT-DATE TO WS-REQ-NOW
           MOVE SPACE TO WS-REQ-TIMESTAMP
           STRING WS-REQ-NOW(1:4)  DELIMITED BY SIZE
                   '-'             DELIMITED BY SIZE
                   WS-REQ-NOW(5:2) DELIMITED BY SIZE
                   '-'             DELIMITED BY SIZE
                   WS-REQ-NOW(7:2) DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-REQ-NOW(9:2) DELIMITED BY SIZE
                   ':'             DELIMITED BY SIZE
                   WS-REQ-NOW(11:2) DELIMITED BY SIZE
                   ':'             DELIMITED BY SIZE
                   WS-REQ-NOW(13:2) DELIMITED BY SIZE
                   INTO WS-REQ-TIMESTAMP
           END-STRING

           MOVE ZERO TO WS-ID-COUNT
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-INV-COUNT
           MOVE SPACE TO LEGALHOLD-CASEREF-TEXT
           MOVE SPACE TO WS-SUBJECT-ORGNO
           IF SARREQ-ORGNO NOT = SPACE
               MOVE SARREQ-ORGNO TO PNRREQ-IN
               MOVE 'K' TO PNRREQ-MODE
               CALL 'PbsPnr' USING PNRREQ
               MOVE PNRREQ-OUT TO WS-SUBJECT-ORGNO
           END-IF.
      ***********************

      **> the debtor ids the person is registered under today - by
      **> personnummer every debtor row carrying it (one per
      **> customer the person has been invoiced by), by id the one
      **> asked for, even when it is a retired id whose row went
      **> with a merge
       110-COLLECT-DEBTORS.

           IF SARREQ-ORGNO = SPACE
               IF SARREQ-DEBT-ID > ZERO
                   MOVE SARREQ-DEBT-ID TO WS-SEARCH-ID
                   PERFORM 115-ADD-ID
                   MOVE 'D' TO WS-ID-ORIGIN(WS-FOUND-IX)
                   PERFORM 116-CHECK-ID-KNOWN
               END-IF
           ELSE
               MOVE WS-SUBJECT-ORGNO TO DEBTOR-ORGNO
               MOVE 'N' TO END-OF-CURSOR-SW

               EXEC SQL
                   DECLARE CURS-SUBJECT CURSOR FOR
                   SELECT DEBT_ID
                   FROM TUTORIAL.DEBTOR
                   WHERE ORGNO = :DEBTOR-ORGNO
                   ORDER BY DEBT_ID
               END-EXEC

               EXEC SQL
                   OPEN CURS-SUBJECT
               END-EXEC

               PERFORM 111-FETCH-SUBJECT
               PERFORM 112-ADD-SUBJECT UNTIL END-OF-CURSOR

               EXEC SQL
                   CLOSE CURS-SUBJECT
               END-EXEC
           END-IF.
      ***********************

       111-FETCH-SUBJECT.

           EXEC SQL
               FETCH CURS-SUBJECT
                   INTO :DEBTOR-DEBT-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       112-ADD-SUBJECT.

           MOVE DEBTOR-DEBT-ID TO WS-SEARCH-ID
           PERFORM 115-ADD-ID
           IF WS-FOUND-IX > ZERO
               MOVE 'D' TO WS-ID-ORIGIN(WS-FOUND-IX)
           END-IF

           PERFORM 111-FETCH-SUBJECT.
      ***********************

      **> WS-SEARCH-ID into the table unless it is there already;
      **> WS-FOUND-IX is where it stands (zero when the table is
      **> full), MERGE-ADDED says a new id went in
       115-ADD-ID.

           PERFORM 117-FIND-ID
           IF WS-FOUND-IX = ZERO
               IF WS-ID-COUNT < WS-ID-MAX
                   ADD 1 TO WS-ID-COUNT
                   MOVE WS-SEARCH-ID TO WS-ID-DEBT-ID(WS-ID-COUNT)
                   MOVE 'S' TO WS-ID-ORIGIN(WS-ID-COUNT)
                   MOVE WS-ID-COUNT TO WS-FOUND-IX
                   MOVE 'Y' TO MERGE-ADDED-SW
               ELSE
                   DISPLAY ' Fler g�lden�rsnummer �n ' WS-ID-MAX
                       ' - resten kommer inte med i utdraget.'
               END-IF
           END-IF.
      ***********************

      **> an id asked for that is neither a debtor row nor in the
      **> merge trail is nobody we know
       116-CHECK-ID-KNOWN.

           MOVE WS-SEARCH-ID TO DEBTOR-DEBT-ID
           MOVE ZERO TO WS-HOLD-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-HOLD-COUNT
                   FROM DEBTOR
                   WHERE DEBT_ID = :DEBTOR-DEBT-ID
           END-EXEC

           IF WS-HOLD-COUNT = ZERO
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-HOLD-COUNT
                       FROM AUDITLOG
                       WHERE TABLENAME = 'DEBTOR'
                         AND FIELDNAME = 'MERGE'
                         AND ROWKEY = :DEBTOR-DEBT-ID
               END-EXEC
           END-IF

           IF WS-HOLD-COUNT = ZERO
               MOVE ZERO TO WS-ID-COUNT
           END-IF
           MOVE ZERO TO WS-HOLD-COUNT.
      ***********************

       117-FIND-ID.

           MOVE ZERO TO WS-FOUND-IX
           PERFORM 118-COMPARE-ID
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-ID-COUNT OR WS-FOUND-IX > ZERO.
      ***********************

       118-COMPARE-ID.

           IF WS-ID-DEBT-ID(WS-JX) = WS-SEARCH-ID
               MOVE WS-JX TO WS-FOUND-IX
           END-IF.
      ***********************

      **> one pass over the merge trail: K0186 leaves an AUDITLOG
      **> row DEBTOR/MERGE with the retired id as ROWKEY and the
      **> surviving id as NEWVALUE. A merge touching an id of the
      **> person brings in the other side; passes repeat until one
      **> adds nothing, so chains of merges are followed to the end.
       120-FOLLOW-MERGES.

           MOVE 'N' TO MERGE-ADDED-SW
           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-MERGE CURSOR FOR
               SELECT ROWKEY, NEWVALUE
               FROM TUTORIAL.AUDITLOG
               WHERE TABLENAME = 'DEBTOR'
                 AND FIELDNAME = 'MERGE'
               ORDER BY AUDIT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-MERGE
           END-EXEC

           PERFORM 121-FETCH-MERGE
           PERFORM 122-APPLY-MERGE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-MERGE
           END-EXEC.
      ***********************

       121-FETCH-MERGE.

           EXEC SQL
               FETCH CURS-MERGE
                   INTO :AUDITLOG-ROWKEY, :AUDITLOG-NEWVALUE
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       122-APPLY-MERGE.

           MOVE AUDITLOG-ROWKEY TO WS-MERGE-DUP-ID
           MOVE ZERO TO WS-MERGE-SURV-ID
           IF AUDITLOG-NEWVALUE-TEXT NOT = SPACE
               COMPUTE WS-MERGE-SURV-ID = FUNCTION NUMVAL(
                   AUDITLOG-NEWVALUE-TEXT(1:AUDITLOG-NEWVALUE-LEN))
           END-IF

           MOVE WS-MERGE-DUP-ID TO WS-SEARCH-ID
           PERFORM 117-FIND-ID
           MOVE WS-FOUND-IX TO WS-MERGE-DUP-IX
           MOVE WS-MERGE-SURV-ID TO WS-SEARCH-ID
           PERFORM 117-FIND-ID
           MOVE WS-FOUND-IX TO WS-MERGE-SURV-IX

           IF WS-MERGE-SURV-ID > ZERO
               IF WS-MERGE-SURV-IX > ZERO AND WS-MERGE-DUP-IX = ZERO
                   MOVE WS-MERGE-DUP-ID TO WS-SEARCH-ID
                   PERFORM 115-ADD-ID
               END-IF
               IF WS-MERGE-DUP-IX > ZERO AND WS-MERGE-SURV-IX = ZERO
                   MOVE WS-MERGE-SURV-ID TO WS-SEARCH-ID
                   PERFORM 115-ADD-ID
               END-IF
           END-IF

           PERFORM 121-FETCH-MERGE.
      ***********************

      **> a legal hold on any of the person's debtor ids, on one of
      **> their invoices, or on the customer of one of them - the
      **> first case found is reported back
       130-CHECK-LEGAL-HOLD.

           MOVE ZERO TO WS-HOLD-COUNT
           PERFORM 131-CHECK-HOLD-ONE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-ID-COUNT.
      ***********************

       131-CHECK-HOLD-ONE.

           MOVE WS-ID-DEBT-ID(WS-IX) TO WS-CUR-DEBT-ID

           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(H.CASEREF), ' ')
                   INTO :WS-HOLD-ONE, :LEGALHOLD-CASEREF
                   FROM LEGALHOLD H
                   WHERE H.STATE = 0
                     AND ((H.HOLDTYPE = 'G'
                           AND H.REFKEY = :WS-CUR-DEBT-ID)
                       OR (H.HOLDTYPE = 'F'
                           AND H.REFKEY IN
                               (SELECT INV_ID FROM INVOICE
                                    WHERE DEBT_ID = :WS-CUR-DEBT-ID))
                       OR (H.HOLDTYPE = 'K'
                           AND H.REFKEY IN
                               (SELECT CUST_ID FROM INVOICE
                                    WHERE DEBT_ID = :WS-CUR-DEBT-ID)))
           END-EXEC

           IF SQLCODE = ZERO AND WS-HOLD-ONE > ZERO
               IF WS-HOLD-COUNT = ZERO
                   MOVE LEGALHOLD-CASEREF-TEXT TO SARREQ-CASEREF
               END-IF
               ADD WS-HOLD-ONE TO WS-HOLD-COUNT
           END-IF.
      ***********************

       140-WRITE-EXTRACT.

           CALL 'CBL_CREATE_DIR' USING WS-UTDR-DIR
               RETURNING WS-DIR-RC

           IF SARREQ-ORGNO NOT = SPACE
               MOVE SARREQ-ORGNO TO WS-SUBJECT-KEY
           ELSE
               MOVE SARREQ-DEBT-ID TO WS-ID-ED
               MOVE FUNCTION TRIM(WS-ID-ED) TO WS-SUBJECT-KEY
           END-IF

           MOVE SPACE TO WS-UTDR-PATH
           STRING FUNCTION TRIM(WS-UTDR-DIR) DELIMITED BY SIZE
                   '/'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SUBJECT-KEY) DELIMITED BY SIZE
                   '-'                         DELIMITED BY SIZE
                   WS-REQ-NOW(1:8)             DELIMITED BY SIZE
                   '.txt'                      DELIMITED BY SIZE
                   INTO WS-UTDR-PATH
           END-STRING

           OPEN OUTPUT UTDRDATA
           IF NOT UTDRFIL-SUCCESSFUL
               DISPLAY ' Utdragsfil kunde inte skapas: '
                   FUNCTION TRIM(WS-UTDR-PATH)
               MOVE 'F' TO SARREQ-RESULT
           ELSE
               PERFORM 141-WRITE-HEADER
               PERFORM 150-WRITE-DEBTOR
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ID-COUNT
               PERFORM 146-WRITE-EFREG
               PERFORM 149-WRITE-TRAILER
               CLOSE UTDRDATA

               IF WS-HOLD-COUNT > ZERO
                   MOVE 'U' TO SARREQ-RESULT
               ELSE
                   MOVE 'D' TO SARREQ-RESULT
               END-IF
               MOVE WS-UTDR-PATH TO SARREQ-FILENAME
               MOVE WS-INV-COUNT TO SARREQ-INV-COUNT
               MOVE WS-LINE-COUNT TO SARREQ-LINE-COUNT
           END-IF.
      ***********************

       141-WRITE-HEADER.

           MOVE 'REGISTERUTDRAG ENLIGT DATASKYDDSF�RORDNINGEN (GDPR)'
               TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE 'PBS - fakturering och utskrift f�r v�ra kunder'
               TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           PERFORM 190-WRITE-LINE

           STRING 'Framtaget:        ' DELIMITED BY SIZE
                   WS-REQ-TIMESTAMP     DELIMITED BY SIZE
                   ' av '               DELIMITED BY SIZE
                   FUNCTION TRIM(SARREQ-OPERATOR) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           IF SARREQ-ORGNO NOT = SPACE
               STRING 'Beg�ran avser:    personnummer '
                                        DELIMITED BY SIZE
                       SARREQ-ORGNO     DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING 'Beg�ran avser:    g�lden�rsnummer '
                                        DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SUBJECT-KEY)
                                        DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM 190-WRITE-LINE

           MOVE 'Registrerad under g�lden�rsnummer:' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           PERFORM 142-WRITE-ID-LINE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-ID-COUNT

           IF WS-HOLD-COUNT > ZERO
               PERFORM 190-WRITE-LINE
               STRING 'R�ttslig sp�rr: '   DELIMITED BY SIZE
                       FUNCTION TRIM(SARREQ-CASEREF)
                                           DELIMITED BY SIZE
                       ' - utl�mnat efter administrat�rens '
                                           DELIMITED BY SIZE
                       'pr�vning'          DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
               PERFORM 190-WRITE-LINE
           END-IF.
      ***********************

       142-WRITE-ID-LINE.

           MOVE WS-ID-DEBT-ID(WS-IX) TO WS-ID-ED
           IF WS-ID-DIRECT(WS-IX)
               STRING '  ' WS-ID-ED DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING '  ' WS-ID-ED DELIMITED BY SIZE
                       '  (genom sammanslagning av g�lden�rer)'
                                    DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM 190-WRITE-LINE.
      ***********************

      **> the person's e-faktura registrations in their bank -
      **> kept by personnummer, so written once for the person
       146-WRITE-EFREG.

           IF WS-SUBJECT-ORGNO NOT = SPACE
               PERFORM 190-WRITE-LINE
               MOVE '=== E-FAKTURA I BANKEN' TO WS-OUT-LINE
               PERFORM 190-WRITE-LINE

               MOVE WS-SUBJECT-ORGNO TO EFREG-ORGNO
               MOVE 'N' TO END-OF-CURSOR-SW

               EXEC SQL
                   DECLARE CURS-EFREG CURSOR FOR
                   SELECT CUST_ID, BANKID, RECIPID, STATUS,
                          REGDATE, CHGDATE
                   FROM TUTORIAL.EFREG
                   WHERE ORGNO = :EFREG-ORGNO
                   ORDER BY REGDATE
               END-EXEC

               EXEC SQL
                   OPEN CURS-EFREG
               END-EXEC

               PERFORM 147-FETCH-EFREG
               PERFORM 148-WRITE-EFREG-ONE UNTIL END-OF-CURSOR

               EXEC SQL
                   CLOSE CURS-EFREG
               END-EXEC
           END-IF.
      ***********************

       147-FETCH-EFREG.

           INITIALIZE EFREG
           EXEC SQL
               FETCH CURS-EFREG
                   INTO :EFREG-CUST-ID, :EFREG-BANKID,
                        :EFREG-RECIPID, :EFREG-STATUS,
                        :EFREG-REGDATE, :EFREG-CHGDATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       148-WRITE-EFREG-ONE.

           IF EFREG-ACTIVE
               MOVE 'aktiv' TO WS-STATE-TEXT
           ELSE
               MOVE 'avslutad' TO WS-STATE-TEXT
           END-IF
           MOVE EFREG-CUST-ID TO WS-ID-ED
           STRING '  Kund '             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ID-ED) DELIMITED BY SIZE
                   ' bank '             DELIMITED BY SIZE
                   EFREG-BANKID         DELIMITED BY SIZE
                   ' mottagar-id '      DELIMITED BY SIZE
                   FUNCTION TRIM(EFREG-RECIPID) DELIMITED BY SIZE
                   ' registrerad '      DELIMITED BY SIZE
                   EFREG-REGDATE        DELIMITED BY SIZE
                   ' �ndrad '           DELIMITED BY SIZE
                   EFREG-CHGDATE        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATE-TEXT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           PERFORM 147-FETCH-EFREG.
      ***********************

       149-WRITE-TRAILER.

           PERFORM 190-WRITE-LINE
           MOVE WS-INV-COUNT TO WS-ID-ED
           STRING '*** SLUT P� UTDRAGET - fakturor: '
                                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ID-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE.
      ***********************

      **> one debtor id: the debtor and address rows as they are
      **> now, the money held for the person, notes and change log,
      **> then the invoices. A retired id has no rows left of its
      **> own - its invoices and notes moved to the surviving id -
      **> but what the change log kept about it is still shown.
       150-WRITE-DEBTOR.

           MOVE WS-ID-DEBT-ID(WS-IX) TO WS-CUR-DEBT-ID
           MOVE WS-ID-DEBT-ID(WS-IX) TO WS-ID-ED

           PERFORM 190-WRITE-LINE
           STRING '=== G�LDEN�R ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ID-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           INITIALIZE DEBTOR
           EXEC SQL
               SELECT NAME, CONTACT, NOTE, ADDR_ID, EMAIL,
                      DELIVERY, PAYSCORE, AVGPAYDAYS, REMCOUNT,
                      CREDITBLOCK, CREDITLIMIT, VATREGNO,
                      COALESCE(ORGNO, ' ')
                   INTO :DEBTOR-NAME, :DEBTOR-CONTACT,
                        :DEBTOR-NOTE, :DEBTOR-ADDR-ID,
                        :DEBTOR-EMAIL, :DEBTOR-DELIVERY,
                        :DEBTOR-PAYSCORE, :DEBTOR-AVGPAYDAYS,
                        :DEBTOR-REMCOUNT, :DEBTOR-CREDITBLOCK,
                        :DEBTOR-CREDITLIMIT, :DEBTOR-VATREGNO,
                        :DEBTOR-ORGNO
                   FROM DEBTOR
                   WHERE DEBT_ID = :WS-CUR-DEBT-ID
           END-EXEC

           IF SQLCODE = ZERO
               PERFORM 151-WRITE-DEBTOR-ROW
           ELSE
               MOVE '  Numret �r avvecklat genom sammanslagning -'
                   TO WS-OUT-LINE
               PERFORM 190-WRITE-LINE
               MOVE '  uppgifterna finns under det kvarvarande numret.'
                   TO WS-OUT-LINE
               PERFORM 190-WRITE-LINE
               MOVE ZERO TO DEBTOR-ADDR-ID
           END-IF

           PERFORM 153-WRITE-SUSPENSE

           MOVE 'G' TO NOTELOG-OBJTYPE
           MOVE WS-CUR-DEBT-ID TO NOTELOG-OBJKEY
           PERFORM 170-WRITE-NOTES

           MOVE 'DEBTOR' TO AUDITLOG-TABLENAME-TEXT
           MOVE WS-CUR-DEBT-ID TO AUDITLOG-ROWKEY
           PERFORM 175-WRITE-AUDIT
           IF DEBTOR-ADDR-ID > ZERO
               MOVE 'ADDR' TO AUDITLOG-TABLENAME-TEXT
               MOVE DEBTOR-ADDR-ID TO AUDITLOG-ROWKEY
               PERFORM 175-WRITE-AUDIT
           END-IF

           PERFORM 155-WRITE-INVOICES.
      ***********************

       151-WRITE-DEBTOR-ROW.

           IF WS-SUBJECT-ORGNO = SPACE
               MOVE DEBTOR-ORGNO TO WS-SUBJECT-ORGNO
           END-IF

           STRING '  Namn:             ' DELIMITED BY SIZE
                   FUNCTION TRIM(DEBTOR-NAME-TEXT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           STRING '  Kontaktperson:    ' DELIMITED BY SIZE
                   FUNCTION TRIM(DEBTOR-CONTACT-TEXT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE DEBTOR-ORGNO TO PNRREQ-IN
           MOVE 'D' TO PNRREQ-MODE
           CALL 'PbsPnr' USING PNRREQ
           MOVE PNRREQ-OUT TO WS-SHOWN-ORGNO
           STRING '  Personnummer:     ' DELIMITED BY SIZE
                   WS-SHOWN-ORGNO        DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           STRING '  Momsregnr:        ' DELIMITED BY SIZE
                   FUNCTION TRIM(DEBTOR-VATREGNO-TEXT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           STRING '  E-post:           ' DELIMITED BY SIZE
                   FUNCTION TRIM(DEBTOR-EMAIL-TEXT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           EVALUATE TRUE
               WHEN DEBTOR-DELIVERY-MAIL
                   MOVE 'e-post' TO WS-STATE-TEXT
               WHEN DEBTOR-DELIVERY-BANK
                   MOVE 'e-faktura i banken' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE 'papper' TO WS-STATE-TEXT
           END-EVALUATE
           STRING '  Fakturor skickas: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATE-TEXT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           MOVE DEBTOR-PAYSCORE TO WS-COUNT-ED
           MOVE DEBTOR-AVGPAYDAYS TO WS-COUNT2-ED
           MOVE DEBTOR-REMCOUNT TO WS-ID-ED
           STRING '  Betalningsprofil: po�ng '
                                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   ', betalar i snitt '  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                   ' dagar efter f�rfallodag, p�minnelser '
                                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ID-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           IF DEBTOR-IS-BLOCKED
               MOVE 'ja' TO WS-STATE-TEXT
           ELSE
               MOVE 'nej' TO WS-STATE-TEXT
           END-IF
           MOVE DEBTOR-CREDITLIMIT TO WS-AMOUNT-ED
           STRING '  Kreditsp�rr:      ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATE-TEXT) DELIMITED BY SIZE
                   ', kreditgr�ns '      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           IF DEBTOR-NOTE-TEXT NOT = SPACE
               STRING '  Anteckning:       ' DELIMITED BY SIZE
                       FUNCTION TRIM(DEBTOR-NOTE-TEXT)
                                             DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
               PERFORM 190-WRITE-LINE
           END-IF

           IF DEBTOR-ADDR-ID > ZERO
               PERFORM 152-WRITE-ADDRESS
           END-IF.
      ***********************

       152-WRITE-ADDRESS.

           INITIALIZE ADDR
           EXEC SQL
               SELECT STREET, POSTNO, PLACE, INVALID, COUNTRY,
                      POSTCODE
                   INTO :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE,
                        :ADDR-INVALID, :ADDR-COUNTRY,
                        :ADDR-POSTCODE
                   FROM ADDR
                   WHERE ADDR_ID = :DEBTOR-ADDR-ID
           END-EXEC

           IF SQLCODE = ZERO
               STRING '  Adress:           ' DELIMITED BY SIZE
                       FUNCTION TRIM(ADDR-STREET) DELIMITED BY SIZE
                       ', '                  DELIMITED BY SIZE
                       ADDR-POSTNO           DELIMITED BY SIZE
                       ' '                   DELIMITED BY SIZE
                       FUNCTION TRIM(ADDR-PLACE) DELIMITED BY SIZE
                       ' '                   DELIMITED BY SIZE
                       FUNCTION TRIM(ADDR-POSTCODE) DELIMITED BY SIZE
                       ' '                   DELIMITED BY SIZE
                       ADDR-COUNTRY          DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
               PERFORM 190-WRITE-LINE
               IF ADDR-ADDRESS-INVALID
                   MOVE '  Adressen �r ogiltig (post i retur)'
                       TO WS-OUT-LINE
                   PERFORM 190-WRITE-LINE
               END-IF
           END-IF.
      ***********************

      **> payments we could not place, kept on the debtor
       153-WRITE-SUSPENSE.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-SUSP CURSOR FOR
               SELECT RECDATE, AMOUNT, STATE, COALESCE(NOTE, ' ')
               FROM TUTORIAL.SUSPENSE
               WHERE DEBT_ID = :WS-CUR-DEBT-ID
               ORDER BY SUSP_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-SUSP
           END-EXEC

           PERFORM 154-FETCH-SUSPENSE
           PERFORM 156-WRITE-SUSPENSE-ONE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-SUSP
           END-EXEC.
      ***********************

       154-FETCH-SUSPENSE.

           INITIALIZE SUSPENSE
           EXEC SQL
               FETCH CURS-SUSP
                   INTO :SUSPENSE-RECDATE, :SUSPENSE-AMOUNT,
                        :SUSPENSE-STATE, :SUSPENSE-NOTE
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       156-WRITE-SUSPENSE-ONE.

           EVALUATE TRUE
               WHEN SUSPENSE-STATE-OPEN
                   MOVE 'ej placerad' TO WS-STATE-TEXT
               WHEN SUSPENSE-STATE-APPLIED
                   MOVE 'placerad' TO WS-STATE-TEXT
               WHEN SUSPENSE-STATE-REFUNDED
                   MOVE '�terbetalas' TO WS-STATE-TEXT
               WHEN SUSPENSE-REFUND-SENT
                   MOVE '�terbetald' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE '�terf�rd' TO WS-STATE-TEXT
           END-EVALUATE
           MOVE SUSPENSE-AMOUNT TO WS-AMOUNT-ED
           STRING '  Inbetalning utan faktura ' DELIMITED BY SIZE
                   SUSPENSE-RECDATE      DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                   ' kr, '               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATE-TEXT) DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   FUNCTION TRIM(SUSPENSE-NOTE-TEXT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           PERFORM 154-FETCH-SUSPENSE.
      ***********************

       155-WRITE-INVOICES.

           MOVE 'N' TO END-OF-INV-SW

           EXEC SQL
               DECLARE CURS-INV CURSOR FOR
               SELECT INV_ID, CUST_ID, INVSTATE, INVNO, CUSTNO,
                      INVDATE, DUEDATE, CREDITOF,
                      COALESCE(OCRREF, ' '), DUNLEVEL,
                      COALESCE(LASTDUNDATE, ' ')
               FROM TUTORIAL.INVOICE
               WHERE DEBT_ID = :WS-CUR-DEBT-ID
               ORDER BY INVDATE, INV_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-INV
           END-EXEC

           PERFORM 157-FETCH-INVOICE
           PERFORM 158-WRITE-INVOICE-ONE UNTIL END-OF-INV

           EXEC SQL
               CLOSE CURS-INV
           END-EXEC.
      ***********************

       157-FETCH-INVOICE.

           INITIALIZE INVOICE
           EXEC SQL
               FETCH CURS-INV
                   INTO :INVOICE-INV-ID, :INVOICE-CUST-ID,
                        :INVOICE-INVSTATE, :INVOICE-INVNO,
                        :INVOICE-CUSTNO, :INVOICE-INVDATE,
                        :INVOICE-DUEDATE, :INVOICE-CREDITOF,
                        :INVOICE-OCRREF, :INVOICE-DUNLEVEL,
                        :INVOICE-LASTDUNDATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-INV TO TRUE
           END-IF.
      ***********************

       158-WRITE-INVOICE-ONE.

           ADD 1 TO WS-INV-COUNT
           MOVE INVOICE-INV-ID TO WS-CUR-INV-ID
           MOVE INVOICE-CUST-ID TO WS-CUR-CUST-ID

           PERFORM 190-WRITE-LINE
           MOVE INVOICE-INV-ID TO WS-ID-ED
           STRING '--- FAKTURA '       DELIMITED BY SIZE
                   FUNCTION TRIM(INVOICE-INVNO-TEXT) DELIMITED BY SIZE
                   ' (internt nr '     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ID-ED) DELIMITED BY SIZE
                   ')'                 DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           STRING '  Utf�rdad av kund: ' DELIMITED BY SIZE
                   FUNCTION TRIM(INVOICE-CUSTNO-TEXT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           MOVE INVOICE-INVSTATE TO WS-STATE-CODE
           PERFORM 159-INVSTATE-TEXT
           STRING '  Fakturadatum '    DELIMITED BY SIZE
                   INVOICE-INVDATE     DELIMITED BY SIZE
                   ', f�rfallodag '    DELIMITED BY SIZE
                   INVOICE-DUEDATE     DELIMITED BY SIZE
                   ', status '         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATE-TEXT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           IF INVOICE-OCRREF-TEXT NOT = SPACE
               STRING '  OCR-referens:     ' DELIMITED BY SIZE
                       FUNCTION TRIM(INVOICE-OCRREF-TEXT)
                                             DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
               PERFORM 190-WRITE-LINE
           END-IF

           IF INVOICE-IS-CREDIT-NOTE
               MOVE INVOICE-CREDITOF TO WS-ID-ED
               STRING '  Kreditnota p� faktura (internt nr) '
                                             DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ID-ED) DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
               PERFORM 190-WRITE-LINE
           END-IF

           IF INVOICE-DUNLEVEL > ZERO
               MOVE INVOICE-DUNLEVEL TO WS-COUNT-ED
               STRING '  P�minnelser:      niv� ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                       ', senast '           DELIMITED BY SIZE
                       INVOICE-LASTDUNDATE   DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
               PERFORM 190-WRITE-LINE
           END-IF

           PERFORM 300-WRITE-ITEMS
           PERFORM 305-WRITE-PAYMENTS
           PERFORM 310-WRITE-PAYPLAN
           PERFORM 315-WRITE-HISTORY
           PERFORM 320-WRITE-OUTLOG
           PERFORM 325-WRITE-MAILQ
           PERFORM 330-WRITE-ADDRCORR
           PERFORM 335-WRITE-DISPUTES
           PERFORM 340-WRITE-INKASSO
           PERFORM 345-WRITE-KFM

           MOVE 'F' TO NOTELOG-OBJTYPE
           MOVE WS-CUR-INV-ID TO NOTELOG-OBJKEY
           PERFORM 170-WRITE-NOTES

           MOVE 'INVOICE' TO AUDITLOG-TABLENAME-TEXT
           MOVE WS-CUR-INV-ID TO AUDITLOG-ROWKEY
           PERFORM 175-WRITE-AUDIT
           MOVE 'PAYMENT' TO AUDITLOG-TABLENAME-TEXT
           MOVE WS-CUR-INV-ID TO AUDITLOG-ROWKEY
           PERFORM 175-WRITE-AUDIT

           PERFORM 350-WRITE-ARCHIVED

           PERFORM 157-FETCH-INVOICE.
      ***********************

      **> INVSTATE in WS-STATE-CODE to words in WS-STATE-TEXT
       159-INVSTATE-TEXT.

           EVALUATE WS-STATE-CODE
               WHEN 0
                   MOVE 'ej utskriven' TO WS-STATE-TEXT
               WHEN 1
                   MOVE 'utskriven' TO WS-STATE-TEXT
               WHEN 2
                   MOVE 'p�mind' TO WS-STATE-TEXT
               WHEN 3
                   MOVE 'betald' TO WS-STATE-TEXT
               WHEN 4
                   MOVE 'krediterad' TO WS-STATE-TEXT
               WHEN 5
                   MOVE 'parkerad' TO WS-STATE-TEXT
               WHEN 6
                   MOVE 'sp�rrad' TO WS-STATE-TEXT
               WHEN 7
                   MOVE 'samlad' TO WS-STATE-TEXT
               WHEN 8
                   MOVE 'avskriven' TO WS-STATE-TEXT
               WHEN 99
                   MOVE 'avvisad' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE WS-STATE-CODE TO WS-COUNT-ED
                   MOVE WS-COUNT-ED TO WS-STATE-TEXT
           END-EVALUATE.
      ***********************

      **> notes on NOTELOG-OBJTYPE / NOTELOG-OBJKEY, oldest first
       170-WRITE-NOTES.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-NOTES CURSOR FOR
               SELECT NOTETIME, OPERATOR, CATEGORY, NOTE
               FROM TUTORIAL.NOTELOG
               WHERE OBJTYPE = :NOTELOG-OBJTYPE
                 AND OBJKEY = :NOTELOG-OBJKEY
               ORDER BY NOTE_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-NOTES
           END-EXEC

           PERFORM 171-FETCH-NOTE
           PERFORM 172-WRITE-NOTE-ONE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-NOTES
           END-EXEC.
      ***********************

       171-FETCH-NOTE.

           MOVE SPACE TO NOTELOG-NOTETIME
           MOVE SPACE TO NOTELOG-OPERATOR-TEXT
           MOVE SPACE TO NOTELOG-NOTE-TEXT
           EXEC SQL
               FETCH CURS-NOTES
                   INTO :NOTELOG-NOTETIME, :NOTELOG-OPERATOR,
                        :NOTELOG-CATEGORY, :NOTELOG-NOTE
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       172-WRITE-NOTE-ONE.

           STRING '  Anteckning '      DELIMITED BY SIZE
                   NOTELOG-NOTETIME    DELIMITED BY SIZE
                   ' ('                DELIMITED BY SIZE
                   NOTELOG-CATEGORY    DELIMITED BY SIZE
                   ') '                DELIMITED BY SIZE
                   FUNCTION TRIM(NOTELOG-OPERATOR-TEXT)
                                       DELIMITED BY SIZE
                   ': '                DELIMITED BY SIZE
                   FUNCTION TRIM(NOTELOG-NOTE-TEXT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           PERFORM 171-FETCH-NOTE.
      ***********************

      **> the change log for AUDITLOG-TABLENAME-TEXT / ROWKEY - the
      **> old and new values of every field changed on the row,
      **> with the merge row for a retired debtor id among them
       175-WRITE-AUDIT.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(AUDITLOG-TABLENAME-TEXT))
               TO AUDITLOG-TABLENAME-LEN
           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-AUDIT CURSOR FOR
               SELECT FIELDNAME, OLDVALUE, NEWVALUE, CHGTIME,
                      OPERATOR
               FROM TUTORIAL.AUDITLOG
               WHERE TABLENAME = :AUDITLOG-TABLENAME
                 AND ROWKEY = :AUDITLOG-ROWKEY
               ORDER BY AUDIT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-AUDIT
           END-EXEC

           PERFORM 176-FETCH-AUDIT
           PERFORM 177-WRITE-AUDIT-ONE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-AUDIT
           END-EXEC.
      ***********************

       176-FETCH-AUDIT.

           MOVE SPACE TO AUDITLOG-FIELDNAME-TEXT
           MOVE SPACE TO AUDITLOG-OLDVALUE-TEXT
           MOVE SPACE TO AUDITLOG-NEWVALUE-TEXT
           MOVE SPACE TO AUDITLOG-OPERATOR-TEXT
           EXEC SQL
               FETCH CURS-AUDIT
                   INTO :AUDITLOG-FIELDNAME, :AUDITLOG-OLDVALUE,
                        :AUDITLOG-NEWVALUE, :AUDITLOG-CHGTIME,
                        :AUDITLOG-OPERATOR
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       177-WRITE-AUDIT-ONE.

           STRING '  �ndring '         DELIMITED BY SIZE
                   AUDITLOG-CHGTIME    DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   FUNCTION TRIM(AUDITLOG-TABLENAME-TEXT)
                                       DELIMITED BY SIZE
                   '.'                 DELIMITED BY SIZE
                   FUNCTION TRIM(AUDITLOG-FIELDNAME-TEXT)
                                       DELIMITED BY SIZE
                   ': '                DELIMITED BY SIZE
                   FUNCTION TRIM(AUDITLOG-OLDVALUE-TEXT)
                                       DELIMITED BY SIZE
                   ' -> '              DELIMITED BY SIZE
                   FUNCTION TRIM(AUDITLOG-NEWVALUE-TEXT)
                                       DELIMITED BY SIZE
                   ' ('                DELIMITED BY SIZE
                   FUNCTION TRIM(AUDITLOG-OPERATOR-TEXT)
                                       DELIMITED BY SIZE
                   ')'                 DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           PERFORM 176-FETCH-AUDIT.
      ***********************

      **> every request is logged, the ones that found nobody or
      **> were stopped by a hold as well
       180-LOG-REQUEST.

           MOVE 'SARLOG' TO IDGEN-TABLENAME-TEXT
           PERFORM 200-GET-NEXT-ID
           COMPUTE SARLOG-SAR-ID = WS-NEXT-ID + 1

           MOVE WS-REQ-TIMESTAMP TO SARLOG-REQDATE
           MOVE SARREQ-OPERATOR TO SARLOG-OPERATOR-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SARREQ-OPERATOR))
               TO SARLOG-OPERATOR-LEN
           MOVE WS-SUBJECT-ORGNO TO SARLOG-ORGNO
           IF SARREQ-ORGNO = SPACE
               MOVE SPACE TO SARLOG-ORGNO
           END-IF
           MOVE SARREQ-DEBT-ID TO SARLOG-DEBT-ID
           MOVE WS-ID-COUNT TO SARLOG-DEBTCOUNT
           MOVE SARREQ-RESULT TO SARLOG-RESULT
           MOVE SARREQ-CASEREF TO SARLOG-CASEREF-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SARREQ-CASEREF))
               TO SARLOG-CASEREF-LEN
           MOVE SARREQ-FILENAME TO SARLOG-FILENAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SARREQ-FILENAME))
               TO SARLOG-FILENAME-LEN

           EXEC SQL
               INSERT INTO SARLOG
               VALUES ( :SARLOG-SAR-ID,
                         :SARLOG-REQDATE,
                         :SARLOG-OPERATOR,
                         :SARLOG-ORGNO,
                         :SARLOG-DEBT-ID,
                         :SARLOG-DEBTCOUNT,
                         :SARLOG-RESULT,
                         :SARLOG-CASEREF,
                         :SARLOG-FILENAME
                         )
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in SARLOG �r felt'
           END-IF.
      ***********************

       190-WRITE-LINE.

           MOVE WS-OUT-LINE TO UTDR-POST
           WRITE UTDR-POST
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACE TO WS-OUT-LINE.
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

       300-WRITE-ITEMS.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-ITEMS CURSOR FOR
               SELECT I.DESCRIPTION, I.QTY, I.PRICE, I.VAT
               FROM TUTORIAL.ITEM I, TUTORIAL.INVITEM V
               WHERE V.INV_ID = :WS-CUR-INV-ID
                 AND I.ITEM_ID = V.ITEM_ID
               ORDER BY I.ITEM_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-ITEMS
           END-EXEC

           PERFORM 301-FETCH-ITEM
           PERFORM 302-WRITE-ITEM-ONE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-ITEMS
           END-EXEC.
      ***********************

       301-FETCH-ITEM.

           INITIALIZE ITEM
           EXEC SQL
               FETCH CURS-ITEMS
                   INTO :ITEM-DESCRIPTION, :ITEM-QTY,
                        :ITEM-PRICE, :ITEM-VAT
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       302-WRITE-ITEM-ONE.

           MOVE ITEM-QTY TO WS-QTY-ED
           MOVE ITEM-PRICE TO WS-AMOUNT-ED
           COMPUTE WS-RATE-ED = ITEM-VAT * 100
           STRING '  Rad: '            DELIMITED BY SIZE
                   FUNCTION TRIM(ITEM-DESCRIPTION-TEXT)
                                       DELIMITED BY SIZE
                   ', antal '          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                   ', styckpris '      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                   ' kr, moms '        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RATE-ED) DELIMITED BY SIZE
                   ' %'                DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           PERFORM 301-FETCH-ITEM.
      ***********************

       305-WRITE-PAYMENTS.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-PAY CURSOR FOR
               SELECT PAYDATE, AMOUNT, METHOD
               FROM TUTORIAL.PAYMENT
               WHERE INV_ID = :WS-CUR-INV-ID
               ORDER BY PAYMENT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-PAY
           END-EXEC

           PERFORM 306-FETCH-PAYMENT
           PERFORM 307-WRITE-PAYMENT-ONE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-PAY
           END-EXEC.
      ***********************

       306-FETCH-PAYMENT.

           INITIALIZE PAYMENT
           EXEC SQL
               FETCH CURS-PAY
                   INTO :PAYMENT-PAYDATE, :PAYMENT-AMOUNT,
                        :PAYMENT-METHOD
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       307-WRITE-PAYMENT-ONE.

           MOVE PAYMENT-AMOUNT TO WS-AMOUNT-ED
           STRING '  Betalning '       DELIMITED BY SIZE
                   PAYMENT-PAYDATE     DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                   ' kr via '          DELIMITED BY SIZE
                   FUNCTION TRIM(PAYMENT-METHOD-TEXT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           PERFORM 306-FETCH-PAYMENT.
      ***********************

       310-WRITE-PAYPLAN.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-PLAN CURSOR FOR
               SELECT INSTNO, DUEDATE, AMOUNT, PAIDSTATE
               FROM TUTORIAL.PAYPLAN
               WHERE INV_ID = :WS-CUR-INV-ID
               ORDER BY INSTNO
           END-EXEC

           EXEC SQL
               OPEN CURS-PLAN
           END-EXEC

           PERFORM 311-FETCH-PLAN
           PERFORM 312-WRITE-PLAN-ONE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-PLAN
           END-EXEC.
      ***********************

       311-FETCH-PLAN.

           INITIALIZE PAYPLAN
           EXEC SQL
               FETCH CURS-PLAN
                   INTO :PAYPLAN-INSTNO, :PAYPLAN-DUEDATE,
                        :PAYPLAN-AMOUNT, :PAYPLAN-PAIDSTATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       312-WRITE-PLAN-ONE.

           IF PAYPLAN-INST-PAID
               MOVE 'betald' TO WS-STATE-TEXT
           ELSE
               MOVE 'obetald' TO WS-STATE-TEXT
           END-IF
           MOVE PAYPLAN-INSTNO TO WS-COUNT-ED
           MOVE PAYPLAN-AMOUNT TO WS-AMOUNT-ED
           STRING '  Avbetalning '     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   ' f�rfaller '       DELIMITED BY SIZE
                   PAYPLAN-DUEDATE     DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                   ' kr, '             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATE-TEXT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           PERFORM 311-FETCH-PLAN.
      ***********************

      **> the invoice's state changes - printed, reminded, paid,
      **> sent on - which is also its dunning history
       315-WRITE-HISTORY.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-HIST CURSOR FOR
               SELECT CHGTIME, OLDSTATE, NEWSTATE, PROGRAM,
                      OPERATOR
               FROM TUTORIAL.INVHIST
               WHERE INV_ID = :WS-CUR-INV-ID
               ORDER BY CHGTIME
           END-EXEC

           EXEC SQL
               OPEN CURS-HIST
           END-EXEC

           PERFORM 316-FETCH-HIST
           PERFORM 317-WRITE-HIST-ONE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-HIST
           END-EXEC.
      ***********************

       316-FETCH-HIST.

           INITIALIZE INVHIST
           EXEC SQL
               FETCH CURS-HIST
                   INTO :INVHIST-CHGTIME, :INVHIST-OLDSTATE,
                        :INVHIST-NEWSTATE, :INVHIST-PROGRAM,
                        :INVHIST-OPERATOR
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       317-WRITE-HIST-ONE.

           MOVE INVHIST-OLDSTATE TO WS-STATE-CODE
           PERFORM 159-INVSTATE-TEXT
           MOVE WS-STATE-TEXT TO WS-STATE2-TEXT
           MOVE INVHIST-NEWSTATE TO WS-STATE-CODE
           PERFORM 159-INVSTATE-TEXT
           STRING '  H�ndelse '        DELIMITED BY SIZE
                   INVHIST-CHGTIME     DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATE2-TEXT) DELIMITED BY SIZE
                   ' -> '              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATE-TEXT) DELIMITED BY SIZE
                   ' ('                DELIMITED BY SIZE
                   FUNCTION TRIM(INVHIST-PROGRAM-TEXT) DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   FUNCTION TRIM(INVHIST-OPERATOR-TEXT)
                                       DELIMITED BY SIZE
                   ')'                 DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           PERFORM 316-FETCH-HIST.
      ***********************

       320-WRITE-OUTLOG.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-OUT CURSOR FOR
               SELECT PRINTDATE, FILENAME, SUCCESS
               FROM TUTORIAL.OUTLOG
               WHERE INV_ID = :WS-CUR-INV-ID
               ORDER BY OUTLOG_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-OUT
           END-EXEC

           PERFORM 321-FETCH-OUTLOG
           PERFORM 322-WRITE-OUTLOG-ONE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-OUT
           END-EXEC.
      ***********************

       321-FETCH-OUTLOG.

           INITIALIZE OUTLOG
           EXEC SQL
               FETCH CURS-OUT
                   INTO :OUTLOG-PRINTDATE, :OUTLOG-FILENAME,
                        :OUTLOG-SUCCESS
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       322-WRITE-OUTLOG-ONE.

           IF OUTLOG-SUCCESS-YES
               MOVE 'skickad' TO WS-STATE-TEXT
           ELSE
               MOVE 'misslyckad' TO WS-STATE-TEXT
           END-IF
           STRING '  Utskick '         DELIMITED BY SIZE
                   OUTLOG-PRINTDATE    DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATE-TEXT) DELIMITED BY SIZE
                   ' i fil '           DELIMITED BY SIZE
                   FUNCTION TRIM(OUTLOG-FILENAME-TEXT)
                                       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           PERFORM 321-FETCH-OUTLOG.
      ***********************

      **> e-mailed invoices, the bounced ones among them
       325-WRITE-MAILQ.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-MAIL CURSOR FOR
               SELECT QDATE, EMAIL, STATE
               FROM TUTORIAL.MAILQ
               WHERE INV_ID = :WS-CUR-INV-ID
               ORDER BY MAILQ_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-MAIL
           END-EXEC

           PERFORM 326-FETCH-MAILQ
           PERFORM 327-WRITE-MAILQ-ONE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-MAIL
           END-EXEC.
      ***********************

       326-FETCH-MAILQ.

           INITIALIZE MAILQ
           EXEC SQL
               FETCH CURS-MAIL
                   INTO :MAILQ-QDATE, :MAILQ-EMAIL, :MAILQ-STATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       327-WRITE-MAILQ-ONE.

           EVALUATE TRUE
               WHEN MAILQ-STATE-QUEUED
                   MOVE 'i k�' TO WS-STATE-TEXT
               WHEN MAILQ-STATE-SENT
                   MOVE 'skickad' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE 'studsade (retur)' TO WS-STATE-TEXT
           END-EVALUATE
           STRING '  E-post '          DELIMITED BY SIZE
                   MAILQ-QDATE         DELIMITED BY SIZE
                   ' till '            DELIMITED BY SIZE
                   FUNCTION TRIM(MAILQ-EMAIL-TEXT) DELIMITED BY SIZE
                   ', '                DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATE-TEXT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           PERFORM 326-FETCH-MAILQ.
      ***********************

      **> the corrected address an invoice was reprinted to after
      **> the post returned it
       330-WRITE-ADDRCORR.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-CORR CURSOR FOR
               SELECT STREET, POSTNO, PLACE, COUNTRY, POSTCODE
               FROM TUTORIAL.ADDRCORR
               WHERE INV_ID = :WS-CUR-INV-ID
           END-EXEC

           EXEC SQL
               OPEN CURS-CORR
           END-EXEC

           PERFORM 331-FETCH-ADDRCORR
           PERFORM 332-WRITE-ADDRCORR-ONE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-CORR
           END-EXEC.
      ***********************

       331-FETCH-ADDRCORR.

           INITIALIZE ADDRCORR
           EXEC SQL
               FETCH CURS-CORR
                   INTO :ADDRCORR-STREET, :ADDRCORR-POSTNO,
                        :ADDRCORR-PLACE, :ADDRCORR-COUNTRY,
                        :ADDRCORR-POSTCODE
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       332-WRITE-ADDRCORR-ONE.

           STRING '  Post i retur, omtryck till: ' DELIMITED BY SIZE
                   FUNCTION TRIM(ADDRCORR-STREET) DELIMITED BY SIZE
                   ', '                DELIMITED BY SIZE
                   ADDRCORR-POSTNO     DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   FUNCTION TRIM(ADDRCORR-PLACE) DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   FUNCTION TRIM(ADDRCORR-POSTCODE) DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   ADDRCORR-COUNTRY    DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           PERFORM 331-FETCH-ADDRCORR.
      ***********************

       335-WRITE-DISPUTES.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-DISP CURSOR FOR
               SELECT OPENDATE, REASON, CONTACTLOG, STATE,
                      COALESCE(CLOSEDATE, ' '),
                      COALESCE(RESOLUTION, ' ')
               FROM TUTORIAL.DISPUTE
               WHERE INV_ID = :WS-CUR-INV-ID
               ORDER BY DISP_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-DISP
           END-EXEC

           PERFORM 336-FETCH-DISPUTE
           PERFORM 337-WRITE-DISPUTE-ONE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-DISP
           END-EXEC.
      ***********************

       336-FETCH-DISPUTE.

           INITIALIZE DISPUTE
           EXEC SQL
               FETCH CURS-DISP
                   INTO :DISPUTE-OPENDATE, :DISPUTE-REASON,
                        :DISPUTE-CONTACTLOG, :DISPUTE-STATE,
                        :DISPUTE-CLOSEDATE, :DISPUTE-RESOLUTION
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       337-WRITE-DISPUTE-ONE.

           STRING '  Tvist '           DELIMITED BY SIZE
                   DISPUTE-OPENDATE    DELIMITED BY SIZE
                   ': '                DELIMITED BY SIZE
                   FUNCTION TRIM(DISPUTE-REASON-TEXT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           IF DISPUTE-CLOSED
               STRING '    avslutad '  DELIMITED BY SIZE
                       DISPUTE-CLOSEDATE DELIMITED BY SIZE
                       ', utfall '     DELIMITED BY SIZE
                       DISPUTE-RESOLUTION DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
           ELSE
               MOVE '    p�g�ende' TO WS-OUT-LINE
           END-IF
           PERFORM 190-WRITE-LINE

           IF DISPUTE-CONTACTLOG-TEXT NOT = SPACE
               STRING '    kontakter: '  DELIMITED BY SIZE
                       FUNCTION TRIM(DISPUTE-CONTACTLOG-TEXT)
                                         DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
               PERFORM 190-WRITE-LINE
           END-IF

           PERFORM 336-FETCH-DISPUTE.
      ***********************

       340-WRITE-INKASSO.

           INITIALIZE INKCASE
           EXEC SQL
               SELECT SENTDATE, STATE, LASTUPDATE, FEES
                   INTO :INKCASE-SENTDATE, :INKCASE-STATE,
                        :INKCASE-LASTUPDATE, :INKCASE-FEES
                   FROM INKCASE
                   WHERE INV_ID = :WS-CUR-INV-ID
           END-EXEC

           IF SQLCODE = ZERO
               EVALUATE TRUE
                   WHEN INKCASE-OPEN
                       MOVE 'p�g�ende' TO WS-STATE-TEXT
                   WHEN INKCASE-PAID-AT-BUREAU
                       MOVE 'betald hos byr�n' TO WS-STATE-TEXT
                   WHEN INKCASE-UNCOLLECTIBLE
                       MOVE 'ej indrivningsbar' TO WS-STATE-TEXT
                   WHEN OTHER
                       MOVE 'bestridd' TO WS-STATE-TEXT
               END-EVALUATE
               MOVE INKCASE-FEES TO WS-AMOUNT-ED
               STRING '  Inkasso skickad ' DELIMITED BY SIZE
                       INKCASE-SENTDATE    DELIMITED BY SIZE
                       ', '                DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STATE-TEXT) DELIMITED BY SIZE
                       ' per '             DELIMITED BY SIZE
                       INKCASE-LASTUPDATE  DELIMITED BY SIZE
                       ', avgifter '       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                       ' kr'               DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
               PERFORM 190-WRITE-LINE
           END-IF.
      ***********************

       345-WRITE-KFM.

           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-KFM CURSOR FOR
               SELECT CREATED, STATE, CAPITAL, INTEREST, FEES,
                      COALESCE(MALNR, ' '), LASTUPDATE
               FROM TUTORIAL.KFMCASE
               WHERE INV_ID = :WS-CUR-INV-ID
               ORDER BY KFM_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-KFM
           END-EXEC

           PERFORM 346-FETCH-KFM
           PERFORM 347-WRITE-KFM-ONE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-KFM
           END-EXEC.
      ***********************

       346-FETCH-KFM.

           INITIALIZE KFMCASE
           EXEC SQL
               FETCH CURS-KFM
                   INTO :KFMCASE-CREATED, :KFMCASE-STATE,
                        :KFMCASE-CAPITAL, :KFMCASE-INTEREST,
                        :KFMCASE-FEES, :KFMCASE-MALNR,
                        :KFMCASE-LASTUPDATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       347-WRITE-KFM-ONE.

           EVALUATE TRUE
               WHEN KFMCASE-PREPARED
                   MOVE 'f�rberedd' TO WS-STATE-TEXT
               WHEN KFMCASE-SENT
                   MOVE 'ans�kan skickad' TO WS-STATE-TEXT
               WHEN KFMCASE-REGISTERED
                   MOVE 'registrerad' TO WS-STATE-TEXT
               WHEN KFMCASE-CONTESTED
                   MOVE 'bestridd' TO WS-STATE-TEXT
               WHEN KFMCASE-JUDGMENT
                   MOVE 'utslag' TO WS-STATE-TEXT
               WHEN KFMCASE-PAID
                   MOVE 'betald' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE 'avslutad' TO WS-STATE-TEXT
           END-EVALUATE
           MOVE KFMCASE-CAPITAL TO WS-AMOUNT-ED
           MOVE KFMCASE-INTEREST TO WS-AMOUNT2-ED
           STRING '  Kronofogden '     DELIMITED BY SIZE
                   KFMCASE-CREATED     DELIMITED BY SIZE
                   ' m�lnr '           DELIMITED BY SIZE
                   FUNCTION TRIM(KFMCASE-MALNR-TEXT) DELIMITED BY SIZE
                   ', '                DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATE-TEXT) DELIMITED BY SIZE
                   ' per '             DELIMITED BY SIZE
                   KFMCASE-LASTUPDATE  DELIMITED BY SIZE
                   ', kapital '        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                   ' r�nta '           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT2-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE KFMCASE-FEES TO WS-AMOUNT-ED
           STRING '    avgifter '      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                   ' kr'               DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           PERFORM 346-FETCH-KFM.
      ***********************

      **> the raw intake record the invoice came in on, reread from
      **> the archived file through ARCHIDX as X0330 in pbs.cbl
      **> does - every index row, should the faktura have arrived
      **> more than once
       350-WRITE-ARCHIVED.

           MOVE FUNCTION TRIM(INVOICE-INVNO-TEXT(1:16))
               TO ARCHIDX-FAKTNR-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(INVOICE-INVNO-TEXT(1:16)))
               TO ARCHIDX-FAKTNR-LEN
           MOVE WS-CUR-CUST-ID TO ARCHIDX-CUST-ID
           MOVE 'N' TO END-OF-CURSOR-SW

           EXEC SQL
               DECLARE CURS-ARCH CURSOR FOR
               SELECT FILENAME, RECPOS
               FROM TUTORIAL.ARCHIDX
               WHERE FAKTNR = :ARCHIDX-FAKTNR
                 AND CUST_ID = :ARCHIDX-CUST-ID
               ORDER BY IDX_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-ARCH
           END-EXEC

           PERFORM 351-FETCH-ARCHIDX
           PERFORM 352-WRITE-ARCHIVED-ONE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-ARCH
           END-EXEC.
      ***********************

       351-FETCH-ARCHIDX.

           MOVE SPACE TO ARCHIDX-FILENAME-TEXT
           EXEC SQL
               FETCH CURS-ARCH
                   INTO :ARCHIDX-FILENAME, :ARCHIDX-RECPOS
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       352-WRITE-ARCHIVED-ONE.

           MOVE ARCHIDX-FILENAME-TEXT TO WS-RAWARK-FILENAME
           MOVE ARCHIDX-RECPOS TO WS-RAWARK-POS
           MOVE ARCHIDX-RECPOS TO WS-ID-ED
           STRING '  Inkommen post: '  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RAWARK-FILENAME) DELIMITED BY SIZE
                   ' post nr '         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ID-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           MOVE 'N' TO RAWARK-EOF-SW
           MOVE ZERO TO WS-RAWARK-REC
           OPEN INPUT RAWARKDATA
           IF NOT RAWARK-SUCCESSFUL
               MOVE '    (arkivfilen finns inte l�ngre kvar)'
                   TO WS-OUT-LINE
               PERFORM 190-WRITE-LINE
           ELSE
               PERFORM 353-READ-RAW-RECORD
                   UNTIL RAWARK-EOF OR WS-RAWARK-REC >= WS-RAWARK-POS
               IF WS-RAWARK-REC = WS-RAWARK-POS
                   STRING '    ' RAWARK-POST(1:100) DELIMITED BY SIZE
                           INTO WS-OUT-LINE
                   END-STRING
                   PERFORM 190-WRITE-LINE
                   STRING '    ' RAWARK-POST(101:100) DELIMITED BY SIZE
                           INTO WS-OUT-LINE
                   END-STRING
                   PERFORM 190-WRITE-LINE
                   STRING '    ' RAWARK-POST(201:100) DELIMITED BY SIZE
                           INTO WS-OUT-LINE
                   END-STRING
                   PERFORM 190-WRITE-LINE
               ELSE
                   MOVE '    (posten finns inte i arkivfilen)'
                       TO WS-OUT-LINE
                   PERFORM 190-WRITE-LINE
               END-IF
               CLOSE RAWARKDATA
           END-IF

           PERFORM 351-FETCH-ARCHIDX.
      ***********************

       353-READ-RAW-RECORD.

           READ RAWARKDATA
               AT END SET RAWARK-EOF TO TRUE
           END-READ
           IF NOT RAWARK-EOF
               ADD 1 TO WS-RAWARK-REC
           END-IF.
      ***********************
