      **>          the manual registration screen writes - only the
      **>          transactions that cannot be matched are left for
      **>          the operator, in data/bgexcept.txt.
      **>          Deduction records (TK 21 - an avdrag, or with
      **>          avdragskod 1 the bank's recall of a wrongly
      **>          credited payment) back out the payment they
      **>          reverse and reopen its invoice; see
      **>          260-REVERSE-PAYMENT.
      **>          A run that breaks off mid-file is restarted by
      **>          running the same file again: BGFILE remembers how
      **>          far it got, and only the rest is booked - see
      **>          116-TRANS-BEGIN.
      **> Initial Version Created: 2026-08-22
      **>

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCFIL-FS.

      **>  the previous run's exception list, put aside as the run
      **>  starts - a restarted file takes back the part of it the
      **>  broken run wrote, see 112-RESUME-FILE
           SELECT OPTIONAL PRVDATA ASSIGN TO 'data/bgexcept.prv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRVFIL-FS.

      **>  report of what the round-sum auto-allocation placed, so
      **>  the placements can be checked afterwards
           SELECT OPTIONAL AUTODATA ASSIGN TO 'data/autoalloc.txt'
           05  FILLER              PIC X(1).
           05  AUTO-AMOUNT         PIC -(8)9.99.

       FD PRVDATA.
       01  PRVDATA-POST        PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-IMPORT-FILENAME           PIC X(60)
                                         VALUE 'data/bgmax.txt'.
       01  WS-AA-PLAN-COUNT              PIC S9(9)   COMP VALUE ZERO.
       01  WS-AA-PLAN-OVERDUE            PIC S9(9)   COMP VALUE ZERO.
       01  WS-AA-TODAY                   PIC X(10)   VALUE SPACE.
      **> the TRANSNO (PAYSRC) all pieces of one round sum share
       01  WS-AA-TRANSNO                 PIC S9(9)   COMP VALUE ZERO.

      **> payment reversal work fields - see 260-REVERSE-PAYMENT
       01  WS-RV-AMOUNT                  PIC S9(9)V99 COMP-3.
       01  WS-RV-KIND                    PIC X(1)    VALUE SPACE.
       01  WS-RV-DATE                    PIC X(10)   VALUE SPACE.
       01  WS-RV-TODAY                   PIC X(10)   VALUE SPACE.
       01  WS-RV-TRANSNO                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-RV-LEGACY-ID               PIC S9(9)   COMP VALUE ZERO.
       01  WS-RV-PIECE-ID                PIC S9(9)   COMP VALUE ZERO.
       01  WS-RV-COUNT                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-RV-REASON                  PIC X(40)   VALUE SPACE.
       01  WS-HIST-NEW                   PIC S9(4)   COMP VALUE ZERO.

       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
               88  INVOICE-FOUND           VALUE 'Y'.
           05  FILE-ALREADY-DONE-SW    PIC X VALUE 'N'.
               88  FILE-ALREADY-DONE       VALUE 'Y'.
           05  FILE-REGISTERED-SW      PIC X VALUE 'N'.
               88  FILE-REGISTERED         VALUE 'Y'.
           05  RESUMING-SW             PIC X VALUE 'N'.
               88  RESUMING                VALUE 'Y'.
           05  TRANS-SKIP-SW           PIC X VALUE 'N'.
               88  TRANS-SKIP              VALUE 'Y'.
           05  TRANS-UNCERTAIN-SW      PIC X VALUE 'N'.
               88  TRANS-UNCERTAIN         VALUE 'Y'.
           05  AUTO-ALLOCATED-SW       PIC X VALUE 'N'.
               88  AUTO-ALLOCATED          VALUE 'Y'.
           05  END-OF-AA-CURSOR-SW     PIC X VALUE 'N'.
               88  END-OF-AA-CURSOR        VALUE 'Y'.
           05  END-OF-RV-CURSOR-SW     PIC X VALUE 'N'.
               88  END-OF-RV-CURSOR        VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 BGFIL-FS                 PIC XX.
               88  BGFIL-SUCCESSFUL        VALUE '00'.
           05 EXCFIL-FS                PIC XX.
               88  EXCFIL-SUCCESSFUL       VALUE '00'.
           05 PRVFIL-FS                PIC XX.
               88  PRVFIL-SUCCESSFUL       VALUE '00'.
           05 AUTOFIL-FS               PIC XX.
               88  AUTOFIL-SUCCESSFUL      VALUE '00'.

      **> mid-file restart - see 116-TRANS-BEGIN
       01  WS-TRANS-NO                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-RESUME-TRANS               PIC S9(9)   COMP VALUE ZERO.
       01  WS-RESUME-STATE               PIC X(1)    VALUE SPACE.
       01  WS-PRV-COUNT                  PIC 9(6)    VALUE ZERO.
       01  WS-RENAME-RC                  PIC S9(9)   COMP VALUE ZERO.

       01  WS-RUN-SUMMARY.
           05  WS-SUM-TRANS-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-SUM-MATCH-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-SUM-EXC-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-SUM-AUTO-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-SUM-REV-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-SUM-REVBACK-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-SUM-REVMAN-COUNT         PIC 9(6) VALUE ZERO.

      **> BgMax record layouts, 80 byte records, transaction code in
      **> the first two positions. Only the codes below are acted on;
           05  BETDAT-20       PIC X(8).
           05  FILLER          PIC X(17).

      **> deduction record: the 20 post's positions, the date being
      **> the day the bank took the money back, then the avdragskod
      **> - 1 is a recall of a wrongly credited payment, anything
      **> else an ordinary avdrag
       01  AVDRAG-POST-21.
           05  TK-21           PIC X(2).
           05  BETBG-21        PIC X(10).
           05  REFERENS-21     PIC X(25).
           05  BELOPP-21       PIC X(18).
           05  BETDAT-21       PIC X(8).
           05  AVDRKOD-21      PIC X(1).
           05  FILLER          PIC X(16).

       01  SLUT-POST-70.
           05  TK-70           PIC X(2).
           05  ANTAL-70        PIC X(8).
           EXEC SQL INCLUDE PERCLOSE   END-EXEC.
           EXEC SQL INCLUDE INVHIST    END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.
           EXEC SQL INCLUDE PAYSRC     END-EXEC.
           EXEC SQL INCLUDE PAYREV     END-EXEC.
           EXEC SQL INCLUDE SETLINE    END-EXEC.
           EXEC SQL INCLUDE WORKLIST   END-EXEC.

       LINKAGE SECTION.
       01  LK-IMPORT-FILENAME           PIC X(60).

           PERFORM 100-INIT
           PERFORM 100-READ-BGMAX-FILE UNTIL EOF
           PERFORM 119-FILE-COMPLETE
           CLOSE BGDATA EXCDATA

           PERFORM 196-DISPLAY-RUN-SUMMARY
           MOVE 'N' TO START-POST-EXIST-SW
           MOVE 'N' TO END-POST-EXIST-SW

      **>  the last run's exception list is put aside rather than
      **>  overwritten - a restart takes back its share of it
           CALL 'CBL_RENAME_FILE' USING 'data/bgexcept.txt'
                                        'data/bgexcept.prv'
               RETURNING WS-RENAME-RC

           OPEN OUTPUT EXCDATA

           OPEN INPUT BGDATA
                   PERFORM 110-CHECK-FILE-DONE
               WHEN '20'
                   IF START-POST-EXIST AND NOT END-POST-EXIST
                       PERFORM 116-TRANS-BEGIN
                       EVALUATE TRUE
                           WHEN TRANS-SKIP
                               CONTINUE
                           WHEN TRANS-UNCERTAIN
                               PERFORM 117-UNCERTAIN-TRANS
                           WHEN OTHER
                               PERFORM 120-BETALNING-POST
                       END-EVALUATE
                       PERFORM 118-TRANS-END
                   ELSE
                       MOVE 'BETALNING UTANF�R 01/70-RAM'
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION
                   END-IF
               WHEN '21'
                   IF START-POST-EXIST AND NOT END-POST-EXIST
                       PERFORM 116-TRANS-BEGIN
                       EVALUATE TRUE
                           WHEN TRANS-SKIP
                               CONTINUE
                           WHEN TRANS-UNCERTAIN
                               PERFORM 117-UNCERTAIN-TRANS
                           WHEN OTHER
                               PERFORM 126-AVDRAG-POST
                       END-EVALUATE
                       PERFORM 118-TRANS-END
                   ELSE
                       MOVE 'AVDRAG UTANF�R 01/70-RAM'
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION
                   END-IF
               WHEN '70'
                   PERFORM 190-SLUT-POST
               WHEN OTHER
      **> A re-run of an already imported BgMax file would book
      **> every payment a second time and mark partially paid
      **> invoices as covered - the 01-post's sender and creation
      **> date identify the file, and a second sighting of a file
      **> read to the end aborts the run, the way the intake's
      **> file-number check refuses a resent indata file. A file a
      **> broken run left unfinished is taken up where it stopped.
       110-CHECK-FILE-DONE.

           MOVE 'BG' TO BGFILE-CHANNEL
           MOVE BGCNR-01 TO BGFILE-BGCNR
           MOVE SKAPDAT-01 TO BGFILE-SKAPDAT

           EXEC SQL
               SELECT DONE, LASTTRANS, TRANSSTATE, SUMMARY
                   INTO :BGFILE-DONE, :BGFILE-LASTTRANS,
                        :BGFILE-TRANSSTATE, :BGFILE-SUMMARY
                   FROM BGFILE
                   WHERE CHANNEL = :BGFILE-CHANNEL
                     AND BGCNR = :BGFILE-BGCNR
                     AND SKAPDAT = :BGFILE-SKAPDAT
           END-EXEC

           IF SQLCODE = ZERO
               IF BGFILE-DONE-COMPLETE
                   SET FILE-ALREADY-DONE TO TRUE
                   SET EOF TO TRUE
                   DISPLAY ' Filen �r redan inl�st, avbryter: '
                       WS-IMPORT-FILENAME
               ELSE
                   PERFORM 112-RESUME-FILE
               END-IF
           ELSE
      **>      registered the moment the file is first seen, and
      **>      not done until it has been read to the end - a run
      **>      that crashes halfway is rerun from where it stopped
               MOVE FUNCTION CURRENT-DATE(1:4)
                   TO BGFILE-IMPDATE(1:4)
               MOVE FUNCTION CURRENT-DATE(5:2)
                   TO BGFILE-IMPDATE(9:2)
               MOVE '-' TO BGFILE-IMPDATE(5:1) BGFILE-IMPDATE(8:1)

               MOVE 'N' TO BGFILE-DONE
               MOVE ZERO TO BGFILE-LASTTRANS
               MOVE 'D' TO BGFILE-TRANSSTATE
               MOVE WS-RUN-SUMMARY TO BGFILE-SUMMARY

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
               ELSE
                   SET FILE-REGISTERED TO TRUE
               END-IF
           END-IF.
      ****************************

      **> A file a broken run left half done: the summary counters
      **> go back to where its last finished transaction left them,
      **> the exception file gets back the lines written up to
      **> there, and 116-TRANS-BEGIN passes over what is booked.
       112-RESUME-FILE.

           SET RESUMING TO TRUE
           SET FILE-REGISTERED TO TRUE
           MOVE BGFILE-LASTTRANS TO WS-RESUME-TRANS
           MOVE BGFILE-TRANSSTATE TO WS-RESUME-STATE
           MOVE BGFILE-SUMMARY TO WS-RUN-SUMMARY
           DISPLAY ' Avbruten inl�sning - forts�tter efter'
                   ' transaktion ' WS-RESUME-TRANS

      **>  anything this run wrote before the file was recognised
      **>  is in the put-aside list as well
           CLOSE EXCDATA
           OPEN OUTPUT EXCDATA
           MOVE ZERO TO WS-PRV-COUNT
           OPEN INPUT PRVDATA
           IF PRVFIL-SUCCESSFUL
               PERFORM 113-RESTORE-EXCEPTION
                   UNTIL WS-PRV-COUNT NOT < WS-SUM-EXC-COUNT
                      OR NOT PRVFIL-SUCCESSFUL
               CLOSE PRVDATA
           END-IF

           IF WS-PRV-COUNT < WS-SUM-EXC-COUNT
               DISPLAY ' Varning: ' WS-PRV-COUNT ' av '
                   WS-SUM-EXC-COUNT ' undantag kunde �terst�llas'
           END-IF.
      ****************************

       113-RESTORE-EXCEPTION.

           READ PRVDATA
               NOT AT END
                   MOVE PRVDATA-POST TO EXCDATA-POST
                   WRITE EXCDATA-POST
                   ADD 1 TO WS-PRV-COUNT
           END-READ.
      ****************************

      **> Every transaction is numbered in file order. On a restart
      **> the ones up to the broken run's last are passed over -
      **> all but one it had begun and not finished: whether that
      **> one booked is not known, so it goes to the exception file
      **> for the operator to check (117-UNCERTAIN-TRANS) rather
      **> than risk booking it twice. Each transaction taken on is
      **> marked begun in BGFILE before it books and finished after
      **> (118-TRANS-END).
       116-TRANS-BEGIN.

           ADD 1 TO WS-TRANS-NO
           MOVE 'N' TO TRANS-SKIP-SW
           MOVE 'N' TO TRANS-UNCERTAIN-SW

           IF RESUMING AND WS-TRANS-NO < WS-RESUME-TRANS
               SET TRANS-SKIP TO TRUE
           END-IF

           IF RESUMING AND WS-TRANS-NO = WS-RESUME-TRANS
               IF WS-RESUME-STATE = 'I'
                   SET TRANS-UNCERTAIN TO TRUE
               ELSE
                   SET TRANS-SKIP TO TRUE
               END-IF
           END-IF

           IF FILE-REGISTERED AND NOT TRANS-SKIP
               MOVE WS-TRANS-NO TO BGFILE-LASTTRANS
               MOVE 'I' TO BGFILE-TRANSSTATE

               EXEC SQL
                   UPDATE BGFILE
                       SET LASTTRANS = :BGFILE-LASTTRANS,
                           TRANSSTATE = :BGFILE-TRANSSTATE
                       WHERE CHANNEL = :BGFILE-CHANNEL
                         AND BGCNR = :BGFILE-BGCNR
                         AND SKAPDAT = :BGFILE-SKAPDAT
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Update BGFILE �r felt'
               END-IF
           END-IF.
      ****************************

       118-TRANS-END.

           IF FILE-REGISTERED AND NOT TRANS-SKIP
               MOVE 'D' TO BGFILE-TRANSSTATE
               MOVE WS-RUN-SUMMARY TO BGFILE-SUMMARY

               EXEC SQL
                   UPDATE BGFILE
                       SET TRANSSTATE = :BGFILE-TRANSSTATE,
                           SUMMARY = :BGFILE-SUMMARY
                       WHERE CHANNEL = :BGFILE-CHANNEL
                         AND BGCNR = :BGFILE-BGCNR
                         AND SKAPDAT = :BGFILE-SKAPDAT
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Update BGFILE �r felt'
               END-IF
           END-IF.
      ****************************

      **> The file has been read to the end - from here on a rerun
      **> of it is a double delivery and is refused.
       119-FILE-COMPLETE.

           IF FILE-REGISTERED
               MOVE 'Y' TO BGFILE-DONE

               EXEC SQL
                   UPDATE BGFILE
                       SET DONE = :BGFILE-DONE
                       WHERE CHANNEL = :BGFILE-CHANNEL
                         AND BGCNR = :BGFILE-BGCNR
                         AND SKAPDAT = :BGFILE-SKAPDAT
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Update BGFILE �r felt'
               END-IF
           END-IF.
      ****************************
           END-IF.
      ****************************

      **> A deduction (avdrag) or recall: the bank has taken back a
      **> payment it credited earlier. Same reference and amount
      **> fields as the 20 post, so the 20 post's invoice matching
      **> reads it as it stands.
       126-AVDRAG-POST.

           ADD 1 TO WS-SUM-REV-COUNT
           MOVE BGDATA-POST TO AVDRAG-POST-21
           MOVE BGDATA-POST TO BETALNING-POST-20

           IF AVDRKOD-21 = '1'
               MOVE 'R' TO WS-RV-KIND
           ELSE
               MOVE 'A' TO WS-RV-KIND
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RV-TODAY(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RV-TODAY(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RV-TODAY(9:2)
           MOVE '-' TO WS-RV-TODAY(5:1) WS-RV-TODAY(8:1)

           IF BETDAT-21 NUMERIC
               MOVE BETDAT-21(1:4) TO WS-RV-DATE(1:4)
               MOVE BETDAT-21(5:2) TO WS-RV-DATE(6:2)
               MOVE BETDAT-21(7:2) TO WS-RV-DATE(9:2)
               MOVE '-' TO WS-RV-DATE(5:1) WS-RV-DATE(8:1)
           ELSE
               MOVE WS-RV-TODAY TO WS-RV-DATE
           END-IF

           MOVE FUNCTION TRIM(REFERENS-21) TO WS-PAY-REF
           MOVE 'BG' TO PAYSRC-CHANNEL
           MOVE 2 TO PAYMENT-METHOD-LEN
           MOVE 'BG' TO PAYMENT-METHOD-TEXT

           IF BELOPP-21 NOT NUMERIC
               MOVE ZERO TO WS-RV-AMOUNT WS-RV-TRANSNO
               MOVE 2 TO PAYREV-STATE
               MOVE 'BELOPP EJ NUMERISKT' TO WS-RV-REASON
               PERFORM 268-REGISTER-REVERSAL
           ELSE
               COMPUTE WS-RV-AMOUNT =
                   FUNCTION NUMVAL(BELOPP-21) / 100
               PERFORM 260-REVERSE-PAYMENT
           END-IF.
      ****************************

      **> Finds the invoice the payment refers to. The OCR reference
      **> (built with check digit by PbsRead's 245-BUILD-OCR-REF) is
      **> tried first - it is unique across every customer. A debtor
               MOVE 'BETALNINGEN KUNDE INTE SPARAS' TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               COMPUTE PAYSRC-PAYMENT-ID = PAYMENT-PAYMENT-ID + 1
               MOVE PAYSRC-PAYMENT-ID TO PAYSRC-TRANSNO
               MOVE ZERO TO PAYSRC-SUSP-ID
               MOVE WS-PAY-AMOUNT TO PAYSRC-TRANSAMT
               PERFORM 246-INSERT-PAYSRC

      **>      mark paid only once the payments cover the invoice's
      **>      item total - a partial payment leaves the balance
      **>      open for the aging report and the dunning run

           MOVE WS-PAY-AMOUNT TO WS-AA-REMAINING
           MOVE ZERO TO WS-AA-PLACED-COUNT
           MOVE ZERO TO WS-AA-TRANSNO
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-AA-TODAY(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-AA-TODAY(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-AA-TODAY(9:2)
           ELSE
               ADD 1 TO WS-AA-PLACED-COUNT

      **>      every piece of the round sum is tied to the first,
      **>      so a recall of the sum backs out all of them
               COMPUTE PAYSRC-PAYMENT-ID = PAYMENT-PAYMENT-ID + 1
               IF WS-AA-TRANSNO = ZERO
                   MOVE PAYSRC-PAYMENT-ID TO WS-AA-TRANSNO
               END-IF
               MOVE WS-AA-TRANSNO TO PAYSRC-TRANSNO
               MOVE ZERO TO PAYSRC-SUSP-ID
               MOVE WS-PAY-AMOUNT TO PAYSRC-TRANSAMT
               PERFORM 246-INSERT-PAYSRC

               IF WS-AA-PAY NOT < WS-AA-OPEN
                   EXEC SQL
                       UPDATE INVOICE
           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in SUSPENSE table �r felt'
           ELSE
               MOVE WS-AA-TRANSNO TO PAYSRC-TRANSNO
               MOVE ZERO TO PAYSRC-PAYMENT-ID
               MOVE SUSPENSE-SUSP-ID TO PAYSRC-SUSP-ID
               MOVE WS-PAY-AMOUNT TO PAYSRC-TRANSAMT
               PERFORM 246-INSERT-PAYSRC

               DISPLAY ' Restbelopp till tillgodo: ' WS-AA-REMAINING
               MOVE ZERO TO WS-AA-REMAINING
           END-IF.
      ****************************

      **> Records where a booking came from (PAYSRC), so a later
      **> deduction or recall of the bank transaction can find and
      **> back out exactly what it booked. Caller sets TRANSNO,
      **> PAYMENT_ID / SUSP_ID and TRANSAMT.
       246-INSERT-PAYSRC.

           MOVE 'BG' TO PAYSRC-CHANNEL
           MOVE FUNCTION TRIM(WS-PAY-REF) TO PAYSRC-BANKREF-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PAY-REF))
               TO PAYSRC-BANKREF-LEN
           MOVE ZERO TO PAYSRC-REVERSED

           EXEC SQL
               INSERT INTO PAYSRC
               VALUES ( :PAYSRC-TRANSNO,
                         :PAYSRC-PAYMENT-ID,
                         :PAYSRC-SUSP-ID,
                         :PAYSRC-CHANNEL,
                         :PAYSRC-BANKREF,
                         :PAYSRC-TRANSAMT,
                         :PAYSRC-REVERSED)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in PAYSRC �r felt'
           END-IF.
      ****************************

      **> Backs out the booked transaction a deduction or recall
      **> reverses: the latest not yet reversed transaction on the
      **> same channel with the same bank reference and amount. A
      **> transaction is only backed out when nothing has been done
      **> with its money since - otherwise the reversal is left on
      **> the worklist for the operator, as is one that matches
      **> nothing booked. Either way the reversal is registered in
      **> PAYREV.
       260-REVERSE-PAYMENT.

           MOVE SPACE TO WS-RV-REASON
           MOVE ZERO TO WS-RV-TRANSNO
           MOVE FUNCTION TRIM(WS-PAY-REF) TO PAYSRC-BANKREF-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PAY-REF))
               TO PAYSRC-BANKREF-LEN

           EXEC SQL
               SELECT COALESCE(MAX(TRANSNO), 0)
                   INTO :WS-RV-TRANSNO
                   FROM PAYSRC
                   WHERE CHANNEL = :PAYSRC-CHANNEL
                     AND BANKREF = :PAYSRC-BANKREF
                     AND TRANSAMT = :WS-RV-AMOUNT
                     AND REVERSED = 0
           END-EXEC

           IF WS-RV-TRANSNO = ZERO
               PERFORM 261-ADOPT-LEGACY-PAYMENT
           END-IF

           IF WS-RV-TRANSNO = ZERO
               MOVE 2 TO PAYREV-STATE
               MOVE 'INGEN BOKAD BETALNING MATCHAR' TO WS-RV-REASON
           ELSE
               PERFORM 262-CHECK-REVERSIBLE
               IF WS-RV-REASON = SPACE
                   PERFORM 263-BACK-OUT-TRANSACTION
                   MOVE ZERO TO PAYREV-STATE
               ELSE
                   MOVE 1 TO PAYREV-STATE
               END-IF
           END-IF

           PERFORM 268-REGISTER-REVERSAL.
      ****************************

      **> A payment booked before PAYSRC existed has no origin row.
      **> The invoice its reference points at, and a payment there
      **> of the same amount by the same channel, identify it; it is
      **> given its origin row now so it is backed out like any
      **> other. A round sum spread over several invoices cannot be
      **> pieced together this way and goes to the operator.
       261-ADOPT-LEGACY-PAYMENT.

           PERFORM 220-MATCH-INVOICE

           IF INVOICE-FOUND
               MOVE ZERO TO WS-RV-LEGACY-ID
               EXEC SQL
                   SELECT COALESCE(MAX(P.PAYMENT_ID), 0)
                       INTO :WS-RV-LEGACY-ID
                       FROM PAYMENT P
                       WHERE P.INV_ID = :INVOICE-INV-ID
                         AND P.AMOUNT = :WS-RV-AMOUNT
                         AND P.METHOD = :PAYMENT-METHOD
                         AND NOT EXISTS
                             (SELECT 1 FROM TUTORIAL.PAYSRC S
                                WHERE S.PAYMENT_ID = P.PAYMENT_ID)
               END-EXEC

               IF WS-RV-LEGACY-ID > ZERO
                   MOVE WS-RV-LEGACY-ID TO PAYSRC-TRANSNO
                                           PAYSRC-PAYMENT-ID
                   MOVE ZERO TO PAYSRC-SUSP-ID
                   MOVE WS-RV-AMOUNT TO PAYSRC-TRANSAMT
                   PERFORM 246-INSERT-PAYSRC
                   MOVE WS-RV-LEGACY-ID TO WS-RV-TRANSNO
               END-IF
           END-IF.
      ****************************

      **> Nothing is backed out behind the operator's back: not
      **> money already passed on to the client in a redovisning
      **> (SETLINE), not a suspense rest already applied or
      **> refunded, and not a payment on an invoice that has since
      **> been credited, written off or otherwise closed.
       262-CHECK-REVERSIBLE.

           MOVE ZERO TO WS-RV-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-RV-COUNT
                   FROM PAYSRC S, SETLINE L
                   WHERE S.TRANSNO = :WS-RV-TRANSNO
                     AND S.PAYMENT_ID > 0
                     AND L.KIND = 'P'
                     AND L.REFKEY = S.PAYMENT_ID
           END-EXEC
           IF WS-RV-COUNT > ZERO
               MOVE 'REDAN REDOVISAD TILL KLIENT' TO WS-RV-REASON
           END-IF

           IF WS-RV-REASON = SPACE
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-RV-COUNT
                       FROM PAYSRC S, SUSPENSE U
                       WHERE S.TRANSNO = :WS-RV-TRANSNO
                         AND S.SUSP_ID > 0
                         AND U.SUSP_ID = S.SUSP_ID
                         AND U.STATE <> 0
               END-EXEC
               IF WS-RV-COUNT > ZERO
                   MOVE 'TILLGODO REDAN NYTTJAT/�TERBETALT'
                       TO WS-RV-REASON
               END-IF
           END-IF

           IF WS-RV-REASON = SPACE
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-RV-COUNT
                       FROM PAYSRC S, PAYMENT P, INVOICE V
                       WHERE S.TRANSNO = :WS-RV-TRANSNO
                         AND P.PAYMENT_ID = S.PAYMENT_ID
                         AND V.INV_ID = P.INV_ID
                         AND V.INVSTATE NOT IN (0, 1, 2, 3, 7)
               END-EXEC
               IF WS-RV-COUNT > ZERO
                   MOVE 'FAKTURAN �R INTE L�NGRE �PPEN'
                       TO WS-RV-REASON
               END-IF
           END-IF.
      ****************************

      **> Every payment the transaction booked gets a counter-
      **> payment of the opposite sign, dated the day the bank took
      **> the money back; its invoice reopens. An open suspense
      **> rest is marked reversed, and the transaction as a whole
      **> as backed out so the same reversal never applies twice.
       263-BACK-OUT-TRANSACTION.

           EXEC SQL
               DECLARE CURS-REVERSAL CURSOR FOR
               SELECT P.PAYMENT_ID, P.INV_ID, P.AMOUNT, P.METHOD
               FROM PAYSRC S, PAYMENT P
               WHERE S.TRANSNO = :WS-RV-TRANSNO
                 AND S.PAYMENT_ID > 0
                 AND P.PAYMENT_ID = S.PAYMENT_ID
               ORDER BY P.PAYMENT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-REVERSAL
           END-EXEC

           MOVE 'N' TO END-OF-RV-CURSOR-SW
           EXEC SQL
               FETCH CURS-REVERSAL
                   INTO :WS-RV-PIECE-ID, :PAYMENT-INV-ID,
                        :PAYMENT-AMOUNT, :PAYMENT-METHOD
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-RV-CURSOR TO TRUE
           END-IF

           PERFORM 264-BACK-OUT-PIECE
               UNTIL END-OF-RV-CURSOR

           EXEC SQL
               CLOSE CURS-REVERSAL
           END-EXEC

           EXEC SQL
               UPDATE SUSPENSE
                SET STATE = 4
                WHERE STATE = 0
                  AND SUSP_ID IN
                      (SELECT SUSP_ID FROM TUTORIAL.PAYSRC
                         WHERE TRANSNO = :WS-RV-TRANSNO
                           AND SUSP_ID > 0)
           END-EXEC

           EXEC SQL
               UPDATE PAYSRC
                SET REVERSED = 1
                WHERE TRANSNO = :WS-RV-TRANSNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update PAYSRC �r felt'
           END-IF

           ADD 1 TO WS-SUM-REVBACK-COUNT.
      ****************************

       264-BACK-OUT-PIECE.

           MOVE 'PAYMENT' TO IDGEN-TABLENAME-TEXT
           PERFORM 200-GET-NEXT-ID
           MOVE WS-NEXT-ID TO PAYMENT-PAYMENT-ID

           COMPUTE PAYMENT-AMOUNT = ZERO - PAYMENT-AMOUNT
           MOVE WS-RV-DATE TO PAYMENT-PAYDATE

      **>  the same closed-period rule as the payment itself
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
               MOVE WS-RV-TODAY TO PAYMENT-PAYDATE
           END-IF

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
           ELSE
               MOVE PAYMENT-INV-ID TO INVOICE-INV-ID
               PERFORM 266-REOPEN-INVOICE
           END-IF

           EXEC SQL
               FETCH CURS-REVERSAL
                   INTO :WS-RV-PIECE-ID, :PAYMENT-INV-ID,
                        :PAYMENT-AMOUNT, :PAYMENT-METHOD
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-RV-CURSOR TO TRUE
           END-IF.
      ****************************

      **> A paid invoice the counter-payment leaves short goes back
      **> to the state it was settled from (its latest INVHIST move
      **> to 3) - or, when that is not an open state, to reminded
      **> if it has been dunned and printed otherwise. A paid
      **> samlingsfaktura takes its members back to 7 with it.
       266-REOPEN-INVOICE.

           EXEC SQL
               SELECT INVSTATE, DUNLEVEL
                   INTO :INVOICE-INVSTATE, :INVOICE-DUNLEVEL
                   FROM INVOICE
                   WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC

           IF SQLCODE = ZERO AND INVOICE-INVSTATE-PAID
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

               IF WS-PAID-TOTAL < WS-INV-TOTAL
                   MOVE -1 TO WS-HIST-NEW
                   EXEC SQL
                       SELECT COALESCE(MAX(H.OLDSTATE), -1)
                           INTO :WS-HIST-NEW
                           FROM INVHIST H
                           WHERE H.INV_ID = :INVOICE-INV-ID
                             AND H.NEWSTATE = 3
                             AND H.CHGTIME =
                                 (SELECT MAX(H2.CHGTIME)
                                    FROM TUTORIAL.INVHIST H2
                                    WHERE H2.INV_ID = :INVOICE-INV-ID
                                      AND H2.NEWSTATE = 3)
                   END-EXEC

                   IF WS-HIST-NEW NOT = 0 AND NOT = 1
                                  AND NOT = 2 AND NOT = 7
                       IF INVOICE-DUNLEVEL > ZERO
                           MOVE 2 TO WS-HIST-NEW
                       ELSE
                           MOVE 1 TO WS-HIST-NEW
                       END-IF
                   END-IF

                   EXEC SQL
                       UPDATE INVOICE
                        SET INVSTATE = :WS-HIST-NEW
                        WHERE INV_ID = :INVOICE-INV-ID
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY ' Update INVOICE status �r felt'
                   END-IF

                   MOVE 3 TO WS-HIST-OLD
                   PERFORM 251-LOG-REOPEN

                   PERFORM 255-PREP-HIST-STAMP
                   EXEC SQL
                       INSERT INTO INVHIST
                       SELECT INV_ID, :INVHIST-CHGTIME, 3, 7,
                              :INVHIST-PROGRAM, :INVHIST-OPERATOR
                       FROM INVOICE
                       WHERE INVSTATE = 3
                         AND INV_ID IN
                             (SELECT MEMBER_INV_ID FROM CONSLINK
                                WHERE CONS_INV_ID
                                      = :INVOICE-INV-ID)
                   END-EXEC

                   EXEC SQL
                       UPDATE INVOICE
                        SET INVSTATE = 7
                        WHERE INVSTATE = 3
                          AND INV_ID IN
                              (SELECT MEMBER_INV_ID FROM CONSLINK
                                 WHERE CONS_INV_ID
                                       = :INVOICE-INV-ID)
                   END-EXEC

                   DISPLAY ' Faktura �ppnad igen efter avdrag: '
                       INVOICE-INV-ID
               END-IF
           END-IF.
      ****************************

      **> One PAYREV row per reversal read; one that was not backed
      **> out also opens a PAYREV item on the worklist, its note the
      **> reason.
       268-REGISTER-REVERSAL.

           MOVE 'PAYREV' TO IDGEN-TABLENAME-TEXT
           PERFORM 200-GET-NEXT-ID
           COMPUTE PAYREV-REV-ID = WS-NEXT-ID + 1

           MOVE PAYSRC-CHANNEL TO PAYREV-CHANNEL
           MOVE FUNCTION TRIM(WS-PAY-REF) TO PAYREV-BANKREF-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PAY-REF))
               TO PAYREV-BANKREF-LEN
           MOVE WS-RV-AMOUNT TO PAYREV-AMOUNT
           MOVE WS-RV-DATE TO PAYREV-REVDATE
           MOVE WS-RV-KIND TO PAYREV-KIND
           MOVE WS-RV-TRANSNO TO PAYREV-TRANSNO
           MOVE WS-RV-REASON TO PAYREV-REASON-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RV-REASON))
               TO PAYREV-REASON-LEN

           EXEC SQL
               INSERT INTO PAYREV
               VALUES ( :PAYREV-REV-ID,
                         :PAYREV-CHANNEL,
                         :PAYREV-BANKREF,
                         :PAYREV-AMOUNT,
                         :PAYREV-REVDATE,
                         :PAYREV-KIND,
                         :PAYREV-STATE,
                         :PAYREV-TRANSNO,
                         :PAYREV-REASON)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in PAYREV �r felt'
           END-IF

           IF PAYREV-BACKED-OUT
               DISPLAY ' Betalning �terf�rd efter avdrag, ref '
                   WS-PAY-REF
           ELSE
               ADD 1 TO WS-SUM-REVMAN-COUNT
               COMPUTE WORKLIST-ITEM-ID = PAYREV-REV-ID + 400000000
               MOVE 'PAYREV' TO WORKLIST-SOURCE
               MOVE PAYREV-REV-ID TO WORKLIST-REFKEY
               MOVE WS-RV-TODAY TO WORKLIST-OPENDATE
               MOVE SPACE TO WORKLIST-ASSIGNEE-TEXT
               MOVE 1 TO WORKLIST-ASSIGNEE-LEN
               MOVE ZERO TO WORKLIST-STATE
               MOVE PAYREV-REASON-TEXT TO WORKLIST-NOTE-TEXT
               MOVE PAYREV-REASON-LEN TO WORKLIST-NOTE-LEN

               EXEC SQL
                   INSERT INTO WORKLIST
                   VALUES ( :WORKLIST-ITEM-ID,
                             :WORKLIST-SOURCE,
                             :WORKLIST-REFKEY,
                             :WORKLIST-OPENDATE,
                             :WORKLIST-ASSIGNEE,
                             :WORKLIST-STATE,
                             :WORKLIST-NOTE)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in WORKLIST �r felt'
               END-IF

               DISPLAY ' *** Avdrag till arbetslistan ('
                   WS-RV-REASON ')'
           END-IF.
      ****************************

       190-SLUT-POST.

           MOVE BGDATA-POST TO SLUT-POST-70
           DISPLAY ' Matchade betalningar:     ' WS-SUM-MATCH-COUNT
           DISPLAY ' Undantag (manuella):      ' WS-SUM-EXC-COUNT
           DISPLAY ' Autoallokerade:           ' WS-SUM-AUTO-COUNT
           DISPLAY ' Avdrag/�terkallelser:     ' WS-SUM-REV-COUNT
           DISPLAY '  varav �terf�rda:         '
               WS-SUM-REVBACK-COUNT
           DISPLAY '  varav till arbetslistan: ' WS-SUM-REVMAN-COUNT
           IF FILE-ALREADY-DONE
               DISPLAY ' Resultat:                 REDAN INL�ST'
           END-IF
           END-IF.
      ****************************

      **> The INVHIST row for an invoice a reversal reopens - as
      **> 250-LOG-STATE, the new state being WS-HIST-NEW.
       251-LOG-REOPEN.

           PERFORM 255-PREP-HIST-STAMP
           MOVE INVOICE-INV-ID TO INVHIST-INV-ID
           MOVE WS-HIST-OLD TO INVHIST-OLDSTATE
           MOVE WS-HIST-NEW TO INVHIST-NEWSTATE

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
           END-STRING.
      ****************************

      **> The transaction a broken run had begun but not finished:
      **> counted as it would have been, and left to the operator.
       117-UNCERTAIN-TRANS.

           IF BGDATA-TK = '21'
               ADD 1 TO WS-SUM-REV-COUNT
           ELSE
               ADD 1 TO WS-SUM-TRANS-COUNT
           END-IF

           MOVE 'AVBRUTEN VID BOKNING - KONTROLLERA' TO WS-EXC-REASON
           PERFORM WRITE-EXCEPTION.
      ****************************

       WRITE-EXCEPTION.
           MOVE WS-EXC-REASON TO EXCDATA-REASON
           MOVE BGDATA-POST TO EXCDATA-ROW
