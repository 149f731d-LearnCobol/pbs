      **>          Unsettled or unmatchable records are left in
      **>          data/agexcept.txt for the operator - the same
      **>          split BgMaxRead makes for bankgiro payments.
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
           SELECT OPTIONAL PRVDATA ASSIGN TO 'data/agexcept.prv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRVFIL-FS.

       DATA DIVISION.
       FILE SECTION.

           05  EXCDATA-REASON PIC X(40).
           05  EXCDATA-ROW PIC X(80).

       FD PRVDATA.
       01  PRVDATA-POST        PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-IMPORT-FILENAME           PIC X(60)
                                         VALUE 'data/agin.txt'.
      **> re-presentation of refused charges - see
      **> 140-REFUSED-CHARGE
       01  WS-RETRY-COUNT                PIC S9(9)   COMP VALUE ZERO.

      **> bank-day roll-forward, same mechanism as PbsRead's
      **> 247-ROLL-TO-BANK-DAY
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

       01  FILE-STATUS-FIELDS.
           05 AGFIL-FS                 PIC XX.
               88  AGFIL-SUCCESSFUL        VALUE '00'.
           05 EXCFIL-FS                PIC XX.
               88  EXCFIL-SUCCESSFUL       VALUE '00'.
           05 PRVFIL-FS                PIC XX.
               88  PRVFIL-SUCCESSFUL       VALUE '00'.

       01  WS-RUN-SUMMARY.
           05  WS-SUM-TRANS-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-SUM-MATCH-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-SUM-EXC-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-SUM-RETRY-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-SUM-GIVEUP-COUNT         PIC 9(6) VALUE ZERO.

      **> opening record, same shape as BgMax's 01-post - the
      **> sender and creation date identify the file for the
           05  SKAPDAT-01      PIC X(8).
           05  FILLER          PIC X(60).

      **> mid-file restart - see 116-TRANS-BEGIN
       01  WS-TRANS-NO                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-RESUME-TRANS               PIC S9(9)   COMP VALUE ZERO.
       01  WS-RESUME-STATE               PIC X(1)    VALUE SPACE.
       01  WS-PRV-COUNT                  PIC 9(6)    VALUE ZERO.
       01  WS-RENAME-RC                  PIC S9(9)   COMP VALUE ZERO.

      **> settlement record: one per settled charge, keyed on the
      **> OCR reference the charge carried. STATUSKOD other than 0

           PERFORM 100-INIT
           PERFORM 100-READ-AG-FILE UNTIL EOF
           PERFORM 119-FILE-COMPLETE
           CLOSE AGDATA EXCDATA

           PERFORM 196-DISPLAY-RUN-SUMMARY

           MOVE 'N' TO END-OF-FILE

      **>  the last run's exception list is put aside rather than
      **>  overwritten - a restart takes back its share of it
           CALL 'CBL_RENAME_FILE' USING 'data/agexcept.txt'
                                        'data/agexcept.prv'
               RETURNING WS-RENAME-RC

           OPEN OUTPUT EXCDATA

           OPEN INPUT AGDATA
                   MOVE AGDATA-POST TO OPPNING-POST-01
                   PERFORM 110-CHECK-FILE-DONE
               WHEN '82'
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
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      **> invoices to PAID through the covered rule - the 01-post's
      **> sender and creation date identify the file, registered in
      **> the same BGFILE register BgMaxRead guards with, the
      **> moment the file is first seen. A file a broken run left
      **> unfinished is taken up where it stopped.
       110-CHECK-FILE-DONE.

           MOVE 'AG' TO BGFILE-CHANNEL
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
               MOVE FUNCTION CURRENT-DATE(1:4)
                   TO BGFILE-IMPDATE(1:4)
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
           END-STRING.
      ****************************

      **> The settlement a broken run had begun but not finished:
      **> counted as it would have been, and left to the operator.
       117-UNCERTAIN-TRANS.

           ADD 1 TO WS-SUM-TRANS-COUNT
           MOVE 'AVBRUTEN VID BOKNING - KONTROLLERA' TO WS-EXC-REASON
           PERFORM WRITE-EXCEPTION.
      ****************************

       WRITE-EXCEPTION.
           MOVE WS-EXC-REASON TO EXCDATA-REASON
           MOVE AGDATA-POST TO EXCDATA-ROW
