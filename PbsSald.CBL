       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsSald.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Saldobekr�ftelser for the auditors, instead of
      **>          typing the letters up by hand. Mode U picks the
      **>          counterparties for a cut-off date - debtors, or
      **>          customers for our own service invoices - by the
      **>          largest balances, a random sample or the
      **>          auditors' own list, and registers one BALCONF
      **>          row per counterparty and currency with what stood
      **>          open at the cut-off. subinv's SBK mode then
      **>          writes the letters with their reply slips. Mode S
      **>          sums up the replies registered against a run -
      **>          confirmed against unconfirmed value - to
      **>          data/saldobekraftelse/sammanfattning-<run>.txt
      **>          for the auditors.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDDATA ASSIGN TO WS-SALD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALDFIL-FS.

           SELECT LISTDATA ASSIGN TO WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  SALDDATA.
       01  SALD-POST                   PIC X(132).

       FD  LISTDATA.
       01  LIST-POST                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SALD-DIR                   PIC X(24)
                                         VALUE 'data/saldobekraftelse'.
       01  WS-SALD-PATH                  PIC X(80)   VALUE SPACE.
       01  WS-LIST-PATH                  PIC X(60)   VALUE SPACE.
       01  WS-DIR-RC                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-NEXT-ID                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-REQ-NOW                    PIC X(21)   VALUE SPACE.
       01  WS-RUNTIME                    PIC X(19)   VALUE SPACE.
       01  WS-CUTOFF                     PIC X(10)   VALUE SPACE.
       01  WS-YMD                        PIC X(8)    VALUE SPACE.
       01  WS-YMD-NUM REDEFINES WS-YMD   PIC 9(8).
       01  WS-LINE-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-OUT-LINE                   PIC X(132)  VALUE SPACE.

      **> one counterparty as the balance cursor delivers it: open
      **> invoices at the cut-off per counterparty and currency
       01  WS-SB-PARTY-ID                PIC S9(9)   COMP VALUE ZERO.
       01  WS-SB-CURRENCY                PIC X(3)    VALUE SPACE.
       01  WS-SB-ITEMS                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-SB-BALANCE                 PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-SB-BALSEK                  PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.

      **> random sample: how many rows the cursor holds, how many
      **> have gone past, and the draw for the current one
       01  WS-CAND-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-CAND-SEEN                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-NEEDED                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-SEED                       PIC 9(8)    VALUE ZERO.
       01  WS-DRAW                       PIC 9V9(8)  VALUE ZERO.

      **> the auditors' list, resolved to DEBT_ID or CUST_ID
       01  WS-LX                         PIC S9(4)   COMP VALUE ZERO.
       01  WS-LIST-COUNT                 PIC S9(4)   COMP VALUE ZERO.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY             OCCURS 500.
               10  WS-LIST-PARTY-ID      PIC S9(9)   COMP.
               10  WS-LIST-FOUND         PIC X(1).
       01  WS-LIST-KEY                   PIC X(80)   VALUE SPACE.
       01  WS-PARTY-NAME                 PIC X(40)   VALUE SPACE.

      **> run totals
       01  WS-PICKED                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-PICKED-SEK                 PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-CONF-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-CONF-SEK                   PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-DISAGR-COUNT               PIC S9(9)   COMP VALUE ZERO.
       01  WS-DISAGR-SEK                 PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-NOREPLY-COUNT              PIC S9(9)   COMP VALUE ZERO.
       01  WS-NOREPLY-SEK                PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-OPEN-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-OPEN-SEK                   PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-DIFF                       PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-DIFF-TOTAL                 PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-LINE-SEK                   PIC S9(11)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-STATE-NAME                 PIC X(12)   VALUE SPACE.

      **> edited figures for the report
       01  WS-KEY-ED                     PIC Z(8)9.
       01  WS-AMOUNT-ED                  PIC -(12)9.99.
       01  WS-AMOUNT2-ED                 PIC -(12)9.99.
       01  WS-COUNT-ED                   PIC Z(5)9.
       01  WS-PCT-ED                     PIC ZZ9.9.

       01  SWITCHES.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.
           05  REQ-FAILED-SW           PIC X VALUE 'N'.
               88  REQ-FAILED              VALUE 'Y'.
           05  END-OF-LIST-SW          PIC X VALUE 'N'.
               88  END-OF-LIST             VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 SALDFIL-FS               PIC XX.
               88  SALDFIL-SUCCESSFUL      VALUE '00'.
           05 LISTFIL-FS               PIC XX.
               88  LISTFIL-SUCCESSFUL      VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE BALCONF    END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE DEBTOR     END-EXEC.

       LINKAGE SECTION.
       COPY SALDREQ.

       PROCEDURE DIVISION USING SALDREQ.

       000-SALDO-RUN.

           MOVE SPACE TO SALDREQ-RESULT
           MOVE SPACE TO SALDREQ-FILENAME
           MOVE ZERO TO SALDREQ-PICKED
           MOVE ZERO TO SALDREQ-PICKED-SEK
           MOVE ZERO TO SALDREQ-CONFIRMED-SEK
           MOVE ZERO TO SALDREQ-UNCONFIRMED-SEK

           PERFORM 100-INIT

           EVALUATE TRUE
               WHEN REQ-FAILED
                   CONTINUE
               WHEN SALDREQ-SELECT
                   PERFORM 110-CHECK-SELECTION
                   IF NOT REQ-FAILED
                       PERFORM 200-SELECT-PARTIES
                   END-IF
               WHEN SALDREQ-SUMMARY
                   PERFORM 300-WRITE-SUMMARY
               WHEN OTHER
                   SET REQ-FAILED TO TRUE
           END-EVALUATE

           IF REQ-FAILED
               MOVE 'F' TO SALDREQ-RESULT
           ELSE
               MOVE 'D' TO SALDREQ-RESULT
           END-IF

           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

       100-INIT.

           MOVE 'N' TO REQ-FAILED-SW
           MOVE ZERO TO WS-PICKED
           MOVE ZERO TO WS-PICKED-SEK
           MOVE ZERO TO WS-LINE-COUNT

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
           END-STRING.
      ***********************

      **> a cut-off in the past or today, a known counterparty
      **> type and rule, a count for the size and sample rules and
      **> a readable list for the list rule
       110-CHECK-SELECTION.

           MOVE SALDREQ-CUTOFF TO WS-CUTOFF
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
           IF NOT REQ-FAILED AND WS-YMD > WS-REQ-NOW(1:8)
               SET REQ-FAILED TO TRUE
           END-IF
           IF REQ-FAILED
               DISPLAY ' Ogiltigt avst�mningsdatum'
                   ' (����-MM-DD): '
                   WS-CUTOFF
               EXIT PARAGRAPH
           END-IF

           IF SALDREQ-PARTYTYPE NOT = 'D' AND NOT = 'K'
               DISPLAY ' Ok�nd motpartstyp: ' SALDREQ-PARTYTYPE
               SET REQ-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           EVALUATE SALDREQ-RULE
               WHEN 'S'
               WHEN 'R'
                   IF SALDREQ-COUNT NOT NUMERIC
                      OR SALDREQ-COUNT = ZERO
                       DISPLAY ' Antal motparter saknas.'
                       SET REQ-FAILED TO TRUE
                   END-IF
               WHEN 'L'
                   PERFORM 120-LOAD-LIST
               WHEN OTHER
                   DISPLAY ' Ok�nd urvalsregel: ' SALDREQ-RULE
                   SET REQ-FAILED TO TRUE
           END-EVALUATE.
      ***********************

      **> one counterparty per line: a debtor id, or a kundnummer
      **> for the customer letters. A line that names nobody is
      **> reported and left out; a counterparty named twice counts
      **> once.
       120-LOAD-LIST.

           MOVE ZERO TO WS-LIST-COUNT
           MOVE SALDREQ-LISTFILE TO WS-LIST-PATH
           OPEN INPUT LISTDATA
           IF NOT LISTFIL-SUCCESSFUL
               DISPLAY ' Listfilen kunde inte l�sas: '
                   FUNCTION TRIM(WS-LIST-PATH)
               SET REQ-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO END-OF-LIST-SW
           PERFORM 121-READ-LIST-LINE
           PERFORM 122-TAKE-LIST-LINE UNTIL END-OF-LIST
           CLOSE LISTDATA

           IF WS-LIST-COUNT = ZERO
               DISPLAY ' Listfilen n�mner ingen k�nd motpart.'
               SET REQ-FAILED TO TRUE
           END-IF.
      ***********************

       121-READ-LIST-LINE.

           READ LISTDATA
               AT END
                   SET END-OF-LIST TO TRUE
           END-READ.
      ***********************

       122-TAKE-LIST-LINE.

           MOVE FUNCTION TRIM(LIST-POST) TO WS-LIST-KEY
           IF WS-LIST-KEY NOT = SPACE
               PERFORM 123-RESOLVE-LIST-KEY
           END-IF
           PERFORM 121-READ-LIST-LINE.
      ***********************

       123-RESOLVE-LIST-KEY.

           IF SALDREQ-PARTYTYPE = 'K'
               MOVE WS-LIST-KEY TO CUSTOMER-CUSTNO-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LIST-KEY))
                   TO CUSTOMER-CUSTNO-LEN
               EXEC SQL
                   SELECT CUST_ID
                       INTO :CUSTOMER-CUST-ID
                       FROM CUSTOMER
                       WHERE CUSTNO = :CUSTOMER-CUSTNO
               END-EXEC
               MOVE CUSTOMER-CUST-ID TO WS-SB-PARTY-ID
           ELSE
               IF FUNCTION TRIM(WS-LIST-KEY) IS NOT NUMERIC
                   MOVE 100 TO SQLCODE
               ELSE
                   COMPUTE DEBTOR-DEBT-ID = FUNCTION NUMVAL(WS-LIST-KEY)
                   EXEC SQL
                       SELECT DEBT_ID
                           INTO :DEBTOR-DEBT-ID
                           FROM DEBTOR
                           WHERE DEBT_ID = :DEBTOR-DEBT-ID
                   END-EXEC
                   MOVE DEBTOR-DEBT-ID TO WS-SB-PARTY-ID
               END-IF
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY ' Ok�nd motpart i listan: '
                   FUNCTION TRIM(WS-LIST-KEY)
               EXIT PARAGRAPH
           END-IF

           PERFORM 124-FIND-IN-LIST
           IF WS-LX <= WS-LIST-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-LIST-COUNT >= 500
               DISPLAY ' Listan rymmer 500 motparter, resten '
                   'utel�mnas: ' FUNCTION TRIM(WS-LIST-KEY)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LIST-COUNT
           MOVE WS-SB-PARTY-ID TO WS-LIST-PARTY-ID(WS-LIST-COUNT)
           MOVE 'N' TO WS-LIST-FOUND(WS-LIST-COUNT).
      ***********************

      **> WS-LX at the entry of WS-SB-PARTY-ID, past the end when it
      **> is not listed
       124-FIND-IN-LIST.

           MOVE 1 TO WS-LX
           PERFORM 125-NEXT-IN-LIST
               UNTIL WS-LX > WS-LIST-COUNT
                  OR WS-LIST-PARTY-ID(WS-LX) = WS-SB-PARTY-ID.
      ***********************

       125-NEXT-IN-LIST.

           ADD 1 TO WS-LX.
      ***********************

      **> What stood open at the cut-off, per counterparty and
      **> currency, largest first in SEK at the invoice day's rate:
      **> debit invoices of real customers dated up to the cut-off
      **> that were printed, reminded, paid or written off since,
      **> less payments up to the cut-off, leaving out invoices
      **> already written off by then. The debtor letters leave
      **> out our own service invoices, the customer letters take
      **> only those.
       200-SELECT-PARTIES.

           EXEC SQL
               DECLARE CURS-SB-DEBT CURSOR FOR
               SELECT X.PARTY_ID, X.CURRENCY, COUNT(*),
                      SUM(X.GROSS - X.PAID),
                      SUM(ROUND((X.GROSS - X.PAID) * X.RATE, 2))
               FROM (SELECT V.DEBT_ID AS PARTY_ID,
                            C.CURRENCY AS CURRENCY,
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
                                   AND P.PAYDATE <= :WS-CUTOFF)
                                AS PAID,
                            COALESCE((SELECT R.RATE
                                 FROM TUTORIAL.CURRRATE R
                                 WHERE R.CURRENCY = C.CURRENCY
                                   AND R.RATEDATE =
                                       (SELECT MAX(R2.RATEDATE)
                                        FROM TUTORIAL.CURRRATE R2
                                        WHERE R2.CURRENCY = C.CURRENCY
                                          AND R2.RATEDATE
                                              <= V.INVDATE)), 1)
                                AS RATE
                     FROM TUTORIAL.INVOICE V,
                          TUTORIAL.CUSTOMER C
                     WHERE V.CUST_ID = C.CUST_ID
                       AND C.TEST_CUSTOMER = 0
                       AND V.CREDITOF = 0
                       AND V.INVSTATE IN (1, 2, 3, 8)
                       AND V.INVDATE <= :WS-CUTOFF
                       AND NOT EXISTS
                           (SELECT 1 FROM TUTORIAL.WRITEOFF W
                            WHERE W.INV_ID = V.INV_ID
                              AND W.WODATE <= :WS-CUTOFF
                              AND (W.REVERSED = 0
                                   OR W.REVDATE > :WS-CUTOFF))
                       AND NOT EXISTS
                           (SELECT 1 FROM TUTORIAL.DEBTOR D
                            WHERE D.DEBT_ID = V.DEBT_ID
                              AND D.NAME = C.NAME)) X
               WHERE X.GROSS - X.PAID > 0
               GROUP BY X.PARTY_ID, X.CURRENCY
               ORDER BY 5 DESC, 1
           END-EXEC

           EXEC SQL
               DECLARE CURS-SB-CUST CURSOR FOR
               SELECT X.PARTY_ID, X.CURRENCY, COUNT(*),
                      SUM(X.GROSS - X.PAID),
                      SUM(ROUND((X.GROSS - X.PAID) * X.RATE, 2))
               FROM (SELECT V.CUST_ID AS PARTY_ID,
                            C.CURRENCY AS CURRENCY,
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
                                   AND P.PAYDATE <= :WS-CUTOFF)
                                AS PAID,
                            COALESCE((SELECT R.RATE
                                 FROM TUTORIAL.CURRRATE R
                                 WHERE R.CURRENCY = C.CURRENCY
                                   AND R.RATEDATE =
                                       (SELECT MAX(R2.RATEDATE)
                                        FROM TUTORIAL.CURRRATE R2
                                        WHERE R2.CURRENCY = C.CURRENCY
                                          AND R2.RATEDATE
                                              <= V.INVDATE)), 1)
                                AS RATE
                     FROM TUTORIAL.INVOICE V,
                          TUTORIAL.CUSTOMER C,
                          TUTORIAL.DEBTOR D
                     WHERE V.CUST_ID = C.CUST_ID
                       AND D.DEBT_ID = V.DEBT_ID
                       AND D.NAME = C.NAME
                       AND C.TEST_CUSTOMER = 0
                       AND V.CREDITOF = 0
                       AND V.INVSTATE IN (1, 2, 3, 8)
                       AND V.INVDATE <= :WS-CUTOFF
                       AND NOT EXISTS
                           (SELECT 1 FROM TUTORIAL.WRITEOFF W
                            WHERE W.INV_ID = V.INV_ID
                              AND W.WODATE <= :WS-CUTOFF
                              AND (W.REVERSED = 0
                                   OR W.REVDATE > :WS-CUTOFF))) X
               WHERE X.GROSS - X.PAID > 0
               GROUP BY X.PARTY_ID, X.CURRENCY
               ORDER BY 5 DESC, 1
           END-EXEC

      **>  the sample draws COUNT of the rows the cursor holds,
      **>  every row with the same chance (selection sampling):
      **>  count them first, then draw on the second pass
           IF SALDREQ-RULE = 'R'
               MOVE ZERO TO WS-CAND-COUNT
               PERFORM 210-OPEN-CURSOR
               PERFORM 211-FETCH-PARTY
               PERFORM 213-COUNT-PARTY UNTIL END-OF-CURSOR
               PERFORM 212-CLOSE-CURSOR
               MOVE WS-REQ-NOW(9:8) TO WS-SEED
               COMPUTE WS-DRAW = FUNCTION RANDOM(WS-SEED)
               MOVE ZERO TO WS-CAND-SEEN
           END-IF

           PERFORM 210-OPEN-CURSOR
           PERFORM 211-FETCH-PARTY
           PERFORM 220-TAKE-PARTY UNTIL END-OF-CURSOR
           PERFORM 212-CLOSE-CURSOR

      **>  a listed counterparty with nothing open still gets its
      **>  letter - a confirmed zero is evidence too
           IF SALDREQ-RULE = 'L' AND NOT REQ-FAILED
               PERFORM 230-PICK-ZERO-PARTY
                   VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LIST-COUNT
           END-IF

           IF WS-PICKED = ZERO
               DISPLAY ' Inga motparter med �ppna poster per '
                   WS-CUTOFF
           END-IF

           MOVE WS-PICKED TO SALDREQ-PICKED
           MOVE WS-PICKED-SEK TO SALDREQ-PICKED-SEK.
      ***********************

       210-OPEN-CURSOR.

           MOVE 'N' TO END-OF-CURSOR-SW
           IF SALDREQ-PARTYTYPE = 'K'
               EXEC SQL
                   OPEN CURS-SB-CUST
               END-EXEC
           ELSE
               EXEC SQL
                   OPEN CURS-SB-DEBT
               END-EXEC
           END-IF.
      ***********************

       211-FETCH-PARTY.

           IF SALDREQ-PARTYTYPE = 'K'
               EXEC SQL
                   FETCH CURS-SB-CUST
                       INTO :WS-SB-PARTY-ID, :WS-SB-CURRENCY,
                            :WS-SB-ITEMS, :WS-SB-BALANCE,
                            :WS-SB-BALSEK
               END-EXEC
           ELSE
               EXEC SQL
                   FETCH CURS-SB-DEBT
                       INTO :WS-SB-PARTY-ID, :WS-SB-CURRENCY,
                            :WS-SB-ITEMS, :WS-SB-BALANCE,
                            :WS-SB-BALSEK
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       212-CLOSE-CURSOR.

           IF SALDREQ-PARTYTYPE = 'K'
               EXEC SQL
                   CLOSE CURS-SB-CUST
               END-EXEC
           ELSE
               EXEC SQL
                   CLOSE CURS-SB-DEBT
               END-EXEC
           END-IF.
      ***********************

       213-COUNT-PARTY.

           ADD 1 TO WS-CAND-COUNT
           PERFORM 211-FETCH-PARTY.
      ***********************

       220-TAKE-PARTY.

           EVALUATE SALDREQ-RULE
               WHEN 'S'
                   PERFORM 240-PICK-PARTY
                   IF WS-PICKED >= SALDREQ-COUNT
                       SET END-OF-CURSOR TO TRUE
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'R'
                   COMPUTE WS-NEEDED = SALDREQ-COUNT - WS-PICKED
                   COMPUTE WS-DRAW = FUNCTION RANDOM
                   IF WS-DRAW * (WS-CAND-COUNT - WS-CAND-SEEN)
                           < WS-NEEDED
                       PERFORM 240-PICK-PARTY
                   END-IF
                   ADD 1 TO WS-CAND-SEEN
                   IF WS-PICKED >= SALDREQ-COUNT
                       SET END-OF-CURSOR TO TRUE
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'L'
                   PERFORM 124-FIND-IN-LIST
                   IF WS-LX <= WS-LIST-COUNT
                       MOVE 'Y' TO WS-LIST-FOUND(WS-LX)
                       PERFORM 240-PICK-PARTY
                   END-IF
           END-EVALUATE

           PERFORM 211-FETCH-PARTY.
      ***********************

      **> nothing open: the customer's own currency, SEK for a
      **> debtor
       230-PICK-ZERO-PARTY.

           IF WS-LIST-FOUND(WS-LX) NOT = 'N' OR REQ-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LIST-FOUND(WS-LX)
           MOVE WS-LIST-PARTY-ID(WS-LX) TO WS-SB-PARTY-ID
           MOVE 'SEK' TO WS-SB-CURRENCY
           IF SALDREQ-PARTYTYPE = 'K'
               MOVE WS-SB-PARTY-ID TO CUSTOMER-CUST-ID
               EXEC SQL
                   SELECT CURRENCY
                       INTO :CUSTOMER-CURRENCY
                       FROM CUSTOMER
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC
               IF SQLCODE = ZERO AND CUSTOMER-CURRENCY NOT = SPACE
                   MOVE CUSTOMER-CURRENCY TO WS-SB-CURRENCY
               END-IF
           END-IF
           MOVE ZERO TO WS-SB-ITEMS
           MOVE ZERO TO WS-SB-BALANCE
           MOVE ZERO TO WS-SB-BALSEK
           PERFORM 240-PICK-PARTY.
      ***********************

      **> one letter to be: the run is known by its first letter's
      **> CONF_ID
       240-PICK-PARTY.

           MOVE 'BALCONF' TO IDGEN-TABLENAME-TEXT
           PERFORM 900-GET-NEXT-ID
           COMPUTE BALCONF-CONF-ID = WS-NEXT-ID + 1
           IF WS-PICKED = ZERO
               MOVE BALCONF-CONF-ID TO SALDREQ-RUN-ID
           END-IF
           MOVE SALDREQ-RUN-ID TO BALCONF-RUN-ID

           MOVE WS-CUTOFF TO BALCONF-CUTOFF
           MOVE SALDREQ-PARTYTYPE TO BALCONF-PARTYTYPE
           MOVE WS-SB-PARTY-ID TO BALCONF-PARTY-ID
           MOVE SALDREQ-RULE TO BALCONF-SELRULE
           MOVE WS-SB-CURRENCY TO BALCONF-CURRENCY
           MOVE WS-SB-ITEMS TO BALCONF-ITEMS
           MOVE WS-SB-BALANCE TO BALCONF-BALANCE
           MOVE WS-SB-BALSEK TO BALCONF-BALSEK
           MOVE ZERO TO BALCONF-STATE
           MOVE ZERO TO BALCONF-REPLYAMT
           MOVE SPACE TO BALCONF-REPLYDATE
           MOVE SPACE TO BALCONF-REPLYBY-TEXT
           MOVE 1 TO BALCONF-REPLYBY-LEN
           MOVE SPACE TO BALCONF-NOTE-TEXT
           MOVE 1 TO BALCONF-NOTE-LEN
           MOVE SALDREQ-OPERATOR TO BALCONF-RUNBY-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SALDREQ-OPERATOR))
               TO BALCONF-RUNBY-LEN

           EXEC SQL
               INSERT INTO BALCONF
               VALUES ( :BALCONF-CONF-ID,
                         :BALCONF-RUN-ID,
                         :BALCONF-CUTOFF,
                         :BALCONF-PARTYTYPE,
                         :BALCONF-PARTY-ID,
                         :BALCONF-SELRULE,
                         :BALCONF-CURRENCY,
                         :BALCONF-ITEMS,
                         :BALCONF-BALANCE,
                         :BALCONF-BALSEK,
                         :BALCONF-STATE,
                         :BALCONF-REPLYAMT,
                         :BALCONF-REPLYDATE,
                         :BALCONF-REPLYBY,
                         :BALCONF-NOTE,
                         :BALCONF-RUNBY)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in BALCONF table �r felt: '
                   WS-SB-PARTY-ID
               SET REQ-FAILED TO TRUE
               SET END-OF-CURSOR TO TRUE
           ELSE
               ADD 1 TO WS-PICKED
               ADD WS-SB-BALSEK TO WS-PICKED-SEK
           END-IF.
      ***********************

      **> The auditors' summary of a run: every letter with what we
      **> asked them to confirm and what came back, then the value
      **> confirmed against the value not confirmed - disagreed,
      **> no reply, or still waiting for one.
       300-WRITE-SUMMARY.

           MOVE SALDREQ-RUN-ID TO BALCONF-RUN-ID
           MOVE ZERO TO WS-CONF-COUNT WS-DISAGR-COUNT
                        WS-NOREPLY-COUNT WS-OPEN-COUNT
           MOVE ZERO TO WS-CONF-SEK WS-DISAGR-SEK
                        WS-NOREPLY-SEK WS-OPEN-SEK WS-DIFF-TOTAL

           EXEC SQL
               SELECT MIN(CUTOFF), MIN(PARTYTYPE), MIN(SELRULE)
                   INTO :BALCONF-CUTOFF, :BALCONF-PARTYTYPE,
                        :BALCONF-SELRULE
                   FROM BALCONF
                   WHERE RUN_ID = :BALCONF-RUN-ID
           END-EXEC
           IF SQLCODE NOT = ZERO OR BALCONF-CUTOFF = SPACE
               DISPLAY ' Ok�nd k�rning: ' SALDREQ-RUN-ID
               SET REQ-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE BALCONF-CUTOFF TO WS-CUTOFF
           MOVE BALCONF-PARTYTYPE TO SALDREQ-PARTYTYPE

           CALL 'CBL_CREATE_DIR' USING WS-SALD-DIR
               RETURNING WS-DIR-RC

           MOVE SALDREQ-RUN-ID TO WS-KEY-ED
           MOVE SPACE TO WS-SALD-PATH
           STRING FUNCTION TRIM(WS-SALD-DIR) DELIMITED BY SIZE
                   '/sammanfattning-'          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY-ED)    DELIMITED BY SIZE
                   '.txt'                      DELIMITED BY SIZE
                   INTO WS-SALD-PATH
           END-STRING

           OPEN OUTPUT SALDDATA
           IF NOT SALDFIL-SUCCESSFUL
               DISPLAY ' Rapportfil kunde inte skapas: '
                   FUNCTION TRIM(WS-SALD-PATH)
               SET REQ-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 'SALDOBEKR�FTELSER - SAMMANFATTNING F�R REVISIONEN'
               TO WS-OUT-LINE
           PERFORM 390-WRITE-LINE
           STRING 'K�rning:      ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY-ED) DELIMITED BY SIZE
                   ', saldo per '   DELIMITED BY SIZE
                   WS-CUTOFF        DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 390-WRITE-LINE
           IF SALDREQ-PARTYTYPE = 'K'
               MOVE 'Motparter:    kunder (PBS serviceavgifter)'
                   TO WS-OUT-LINE
           ELSE
               MOVE 'Motparter:    g�lden�rer' TO WS-OUT-LINE
           END-IF
           PERFORM 390-WRITE-LINE
           EVALUATE BALCONF-SELRULE
               WHEN 'S'
                   MOVE 'Urval:        st�rsta saldon' TO WS-OUT-LINE
               WHEN 'R'
                   MOVE 'Urval:        slumpm�ssigt stickprov'
                       TO WS-OUT-LINE
               WHEN OTHER
                   MOVE 'Urval:        revisorernas lista'
                       TO WS-OUT-LINE
           END-EVALUATE
           PERFORM 390-WRITE-LINE
           STRING 'Framtagen:    ' DELIMITED BY SIZE
                   WS-RUNTIME       DELIMITED BY SIZE
                   ' av '           DELIMITED BY SIZE
                   FUNCTION TRIM(SALDREQ-OPERATOR) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 390-WRITE-LINE
           MOVE 'Belopp i SEK till fakturadagens kurs.'
               TO WS-OUT-LINE
           PERFORM 390-WRITE-LINE
           PERFORM 390-WRITE-LINE
           MOVE '     Brev  Motpart    Namn' TO WS-OUT-LINE
           MOVE 'Saldo SEK' TO WS-OUT-LINE(56:9)
           MOVE 'Svar' TO WS-OUT-LINE(67:4)
           MOVE 'Uppgivet saldo' TO WS-OUT-LINE(80:14)
           MOVE 'Svarsdag' TO WS-OUT-LINE(96:8)
           PERFORM 390-WRITE-LINE

           EXEC SQL
               DECLARE CURS-SB-SUMMARY CURSOR FOR
               SELECT CONF_ID, PARTY_ID, CURRENCY, BALANCE, BALSEK,
                      STATE, REPLYAMT, REPLYDATE
               FROM TUTORIAL.BALCONF
               WHERE RUN_ID = :BALCONF-RUN-ID
               ORDER BY CONF_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-SB-SUMMARY
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           PERFORM 310-FETCH-LETTER
           PERFORM 320-TAKE-LETTER UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-SB-SUMMARY
           END-EXEC

           PERFORM 330-WRITE-TOTALS
           CLOSE SALDDATA

           MOVE WS-SALD-PATH TO SALDREQ-FILENAME
           COMPUTE SALDREQ-PICKED = WS-CONF-COUNT + WS-DISAGR-COUNT
               + WS-NOREPLY-COUNT + WS-OPEN-COUNT
           COMPUTE SALDREQ-PICKED-SEK = WS-CONF-SEK + WS-DISAGR-SEK
               + WS-NOREPLY-SEK + WS-OPEN-SEK
           MOVE WS-CONF-SEK TO SALDREQ-CONFIRMED-SEK
           COMPUTE SALDREQ-UNCONFIRMED-SEK =
               WS-DISAGR-SEK + WS-NOREPLY-SEK + WS-OPEN-SEK.
      ***********************

       310-FETCH-LETTER.

           EXEC SQL
               FETCH CURS-SB-SUMMARY
                   INTO :BALCONF-CONF-ID, :BALCONF-PARTY-ID,
                        :BALCONF-CURRENCY, :BALCONF-BALANCE,
                        :BALCONF-BALSEK, :BALCONF-STATE,
                        :BALCONF-REPLYAMT, :BALCONF-REPLYDATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       320-TAKE-LETTER.

           PERFORM 325-GET-PARTY-NAME

           MOVE BALCONF-CONF-ID TO WS-KEY-ED
           MOVE WS-KEY-ED TO WS-OUT-LINE(1:9)
           MOVE BALCONF-PARTY-ID TO WS-KEY-ED
           MOVE WS-KEY-ED TO WS-OUT-LINE(11:9)
           MOVE WS-PARTY-NAME(1:30) TO WS-OUT-LINE(22:30)
           MOVE BALCONF-BALSEK TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(49:16)

           EVALUATE TRUE
               WHEN BALCONF-AGREED
                   MOVE 'bekr�ftat' TO WS-STATE-NAME
                   ADD 1 TO WS-CONF-COUNT
                   ADD BALCONF-BALSEK TO WS-CONF-SEK
               WHEN BALCONF-DISAGREED
                   MOVE 'avvikande' TO WS-STATE-NAME
                   ADD 1 TO WS-DISAGR-COUNT
                   ADD BALCONF-BALSEK TO WS-DISAGR-SEK
               WHEN BALCONF-NO-REPLY
                   MOVE 'inget svar' TO WS-STATE-NAME
                   ADD 1 TO WS-NOREPLY-COUNT
                   ADD BALCONF-BALSEK TO WS-NOREPLY-SEK
               WHEN OTHER
                   MOVE 'v�ntar' TO WS-STATE-NAME
                   ADD 1 TO WS-OPEN-COUNT
                   ADD BALCONF-BALSEK TO WS-OPEN-SEK
           END-EVALUATE
           MOVE WS-STATE-NAME TO WS-OUT-LINE(67:12)

      **>  the counterparty's own figure is in the letter's
      **>  currency; its difference to ours is shown beneath
           IF BALCONF-DISAGREED
               MOVE BALCONF-REPLYAMT TO WS-AMOUNT2-ED
               MOVE WS-AMOUNT2-ED TO WS-OUT-LINE(78:16)
               MOVE BALCONF-CURRENCY TO WS-OUT-LINE(95:3)
           END-IF
           IF BALCONF-REPLYDATE NOT = SPACE
               MOVE BALCONF-REPLYDATE TO WS-OUT-LINE(99:10)
           END-IF
           PERFORM 390-WRITE-LINE

           IF BALCONF-DISAGREED
               COMPUTE WS-DIFF = BALCONF-BALANCE - BALCONF-REPLYAMT
               MOVE WS-DIFF TO WS-AMOUNT2-ED
               STRING '                     Differens mot v�rt saldo '
                                        DELIMITED BY SIZE
                       BALCONF-CURRENCY DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
               MOVE WS-AMOUNT2-ED TO WS-OUT-LINE(78:16)
               PERFORM 390-WRITE-LINE
               IF BALCONF-CURRENCY = 'SEK'
                   ADD WS-DIFF TO WS-DIFF-TOTAL
               END-IF
           END-IF

           PERFORM 310-FETCH-LETTER.
      ***********************

       325-GET-PARTY-NAME.

           MOVE SPACE TO WS-PARTY-NAME
           IF SALDREQ-PARTYTYPE = 'K'
               MOVE BALCONF-PARTY-ID TO CUSTOMER-CUST-ID
               MOVE SPACE TO CUSTOMER-NAME-TEXT
               EXEC SQL
                   SELECT NAME
                       INTO :CUSTOMER-NAME
                       FROM CUSTOMER
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC
               MOVE CUSTOMER-NAME-TEXT(1:40) TO WS-PARTY-NAME
           ELSE
               MOVE BALCONF-PARTY-ID TO DEBTOR-DEBT-ID
               MOVE SPACE TO DEBTOR-NAME-TEXT
               EXEC SQL
                   SELECT NAME
                       INTO :DEBTOR-NAME
                       FROM DEBTOR
                       WHERE DEBT_ID = :DEBTOR-DEBT-ID
               END-EXEC
               MOVE DEBTOR-NAME-TEXT(1:40) TO WS-PARTY-NAME
           END-IF.
      ***********************

       330-WRITE-TOTALS.

           PERFORM 390-WRITE-LINE
           MOVE ALL '=' TO WS-OUT-LINE(1:108)
           PERFORM 390-WRITE-LINE
           MOVE 'SAMMANFATTNING' TO WS-OUT-LINE
           MOVE 'Antal' TO WS-OUT-LINE(40:5)
           MOVE 'Saldo SEK' TO WS-OUT-LINE(56:9)
           MOVE 'Andel' TO WS-OUT-LINE(70:5)
           PERFORM 390-WRITE-LINE
           COMPUTE WS-PICKED-SEK = WS-CONF-SEK + WS-DISAGR-SEK
               + WS-NOREPLY-SEK + WS-OPEN-SEK

           MOVE 'Bekr�ftat' TO WS-OUT-LINE
           MOVE WS-CONF-COUNT TO WS-COUNT-ED
           MOVE WS-CONF-SEK TO WS-LINE-SEK
           PERFORM 335-WRITE-TOTAL-LINE
           MOVE 'Ej bekr�ftat: avvikande svar' TO WS-OUT-LINE
           MOVE WS-DISAGR-COUNT TO WS-COUNT-ED
           MOVE WS-DISAGR-SEK TO WS-LINE-SEK
           PERFORM 335-WRITE-TOTAL-LINE
           MOVE 'Ej bekr�ftat: inget svar' TO WS-OUT-LINE
           MOVE WS-NOREPLY-COUNT TO WS-COUNT-ED
           MOVE WS-NOREPLY-SEK TO WS-LINE-SEK
           PERFORM 335-WRITE-TOTAL-LINE
           MOVE 'Ej bekr�ftat: svar v�ntas' TO WS-OUT-LINE
           MOVE WS-OPEN-COUNT TO WS-COUNT-ED
           MOVE WS-OPEN-SEK TO WS-LINE-SEK
           PERFORM 335-WRITE-TOTAL-LINE

           COMPUTE WS-DIFF = WS-DISAGR-SEK + WS-NOREPLY-SEK
               + WS-OPEN-SEK
           MOVE 'Summa ej bekr�ftat' TO WS-OUT-LINE
           COMPUTE WS-SB-ITEMS = WS-DISAGR-COUNT + WS-NOREPLY-COUNT
               + WS-OPEN-COUNT
           MOVE WS-SB-ITEMS TO WS-COUNT-ED
           MOVE WS-DIFF TO WS-LINE-SEK
           PERFORM 335-WRITE-TOTAL-LINE

           MOVE 'Summa utskickat' TO WS-OUT-LINE
           COMPUTE WS-SB-ITEMS = WS-SB-ITEMS + WS-CONF-COUNT
           MOVE WS-SB-ITEMS TO WS-COUNT-ED
           MOVE WS-PICKED-SEK TO WS-LINE-SEK
           PERFORM 335-WRITE-TOTAL-LINE

           PERFORM 390-WRITE-LINE
           MOVE 'Differens enligt avvikande svar (SEK-brev)'
               TO WS-OUT-LINE
           MOVE WS-DIFF-TOTAL TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(49:16)
           PERFORM 390-WRITE-LINE.
      ***********************

       335-WRITE-TOTAL-LINE.

           MOVE WS-COUNT-ED TO WS-OUT-LINE(39:6)
           MOVE WS-LINE-SEK TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-OUT-LINE(49:16)
           IF WS-PICKED-SEK NOT = ZERO
               COMPUTE WS-PCT-ED ROUNDED =
                   100 * WS-LINE-SEK / WS-PICKED-SEK
               MOVE WS-PCT-ED TO WS-OUT-LINE(69:5)
               MOVE '%' TO WS-OUT-LINE(75:1)
           END-IF
           PERFORM 390-WRITE-LINE.
      ***********************

       390-WRITE-LINE.

           MOVE WS-OUT-LINE TO SALD-POST
           WRITE SALD-POST
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACE TO WS-OUT-LINE.
      ***********************

       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' PbsSald - k�rningssammanfattning'
           EVALUATE TRUE
               WHEN REQ-FAILED
                   DISPLAY ' Resultat:                 AVBRUTEN'
               WHEN SALDREQ-SELECT
                   DISPLAY ' Avst�mningsdatum:         ' WS-CUTOFF
                   DISPLAY ' K�rning:                  '
                       SALDREQ-RUN-ID
                   MOVE WS-PICKED TO WS-COUNT-ED
                   DISPLAY ' Utvalda motparter:        ' WS-COUNT-ED
                   MOVE WS-PICKED-SEK TO WS-AMOUNT-ED
                   DISPLAY ' Saldo SEK:                '
                       WS-AMOUNT-ED
               WHEN OTHER
                   DISPLAY ' Rapport:                  '
                       FUNCTION TRIM(WS-SALD-PATH)
                   MOVE WS-CONF-SEK TO WS-AMOUNT-ED
                   DISPLAY ' Bekr�ftat SEK:            '
                       WS-AMOUNT-ED
                   MOVE SALDREQ-UNCONFIRMED-SEK TO WS-AMOUNT-ED
                   DISPLAY ' Ej bekr�ftat SEK:         '
                       WS-AMOUNT-ED
           END-EVALUATE
           DISPLAY '============================================'.
      ***********************

      **> Hands out the next free primary key for TABLENAME from the
      **> IDGEN sequence table - the same mechanism as PbsRead's
      **> 200-GET-NEXT-ID; caller uses WS-NEXT-ID+1 exactly where it
      **> would have used MAX(id)+1.
       900-GET-NEXT-ID.

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
