      *          the inkasso partner's export file and dunned no
      *          more. The invoice's ladder position is kept in
      *          INVOICE-DUNLEVEL/LASTDUNDATE.
      *          A customer assigned a dunning profile (DUNPROF via
      *          DUNCUST) is dunned by that ladder instead: its own
      *          number of letters, fee and wait per letter, letter
      *          tone, and inkasso, a report back to the customer
      *          or an application to Kronofogden as the final step
      *          - see B0112-load-dunning-profile.
      *          A betalningsl�fte taken over the phone (PAYPROM)
      *          holds the invoice until the promised day plus its
      *          grace days; a promise not kept is marked broken,
      *          the ladder resumes at its next level and the
      *          promise goes on the worklist - see B0114.
      *          The run checkpoints after every invoice it has
      *          finished (data/dunning.ckpt), so a restart the same
      *          day resumes after it, and an invoice already
      *          stepped today is never dunned twice - see B0100.
      *          Lifted out of pbs.cbl (E0150) so the night batch
      *          driver can run dunning unattended - pbs menu 28
      *          now CALLs this program instead.
           SELECT OPTIONAL INKDATA ASSIGN TO 'data/inkasso.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    cases a profile without inkasso reports back to the
      *    customer instead - appended to like the inkasso file
           SELECT OPTIONAL RAPDATA ASSIGN TO 'data/dunreport.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    restart checkpoint: the last invoice the run finished -
      *    the same discipline srvbill's CKPTDATA gives the billing
      *    run
           SELECT CKPTDATA ASSIGN TO 'data/dunning.ckpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wc-ckpt-fs.

      **********************************************************
       DATA DIVISION.
      *---------------------------------------------------------
           05  FILLER              PIC X(1).
           05  INK-AMOUNT          PIC -(8)9.99.

       FD  RAPDATA.
       01  RAP-POST.
           05  RAP-DATE            PIC X(10).
           05  FILLER              PIC X(1).
           05  RAP-CUSTNO          PIC X(14).
           05  FILLER              PIC X(1).
           05  RAP-INVNO           PIC X(16).
           05  FILLER              PIC X(1).
           05  RAP-DEBTOR-NAME     PIC X(30).
           05  FILLER              PIC X(1).
           05  RAP-LETTERS         PIC 9.
           05  FILLER              PIC X(1).
           05  RAP-AMOUNT          PIC -(8)9.99.

       FD  CKPTDATA.
       01  CKPT-POST.
           05  CKPT-RUN-DATE       PIC X(10).
           05  CKPT-FINID          PIC 9(9).
           05  CKPT-LAST-DUEDATE   PIC X(10).
           05  CKPT-LAST-INV-ID    PIC 9(9).

      *---------------------------------------------------------
       WORKING-STORAGE SECTION.

      *    inkasso case register - see B0130-export-inkasso-case.
           EXEC SQL INCLUDE INKCASE END-EXEC.

      *    betalningsf�rel�ggande case register - see
      *    B0138-register-kfm-case.
           EXEC SQL INCLUDE KFMCASE END-EXEC.

      *    contested invoices are not dunned - see
      *    B0110-remind-one-invoice.
           EXEC SQL INCLUDE DISPUTE END-EXEC.
      *    invoice state-transition history - see Y0430-log-state.
           EXEC SQL INCLUDE INVHIST END-EXEC.

      *    per-customer dunning ladders - see
      *    B0112-load-dunning-profile.
           EXEC SQL INCLUDE DUNPROF END-EXEC.

           EXEC SQL INCLUDE DUNCUST END-EXEC.

      *    invoices sold to a financier under a factoring agreement
      *    - see B0110-remind-one-invoice and B0118.
           EXEC SQL INCLUDE FACTAGR END-EXEC.

           EXEC SQL INCLUDE FACTINV END-EXEC.

      *    betalningsl�ften and the worklist a broken one is raised
      *    on - see B0114-check-promise.
           EXEC SQL INCLUDE PAYPROM END-EXEC.

           EXEC SQL INCLUDE WORKLIST END-EXEC.

       01  wn-next-id                   PIC S9(9)   COMP VALUE ZERO.
       01  wn-runlog-id                 PIC S9(9)   COMP VALUE ZERO.
       01  wc-runlog-now                PIC X(21)   VALUE SPACE.
       01  wn-dunning-days              PIC S9(9)   COMP.
       01  wn-dunning-count             PIC S9(9)   COMP VALUE ZERO.
       01  wn-dunning-paid              PIC S9(9)V99 COMP-3.
       01  wn-dunning-husavdrag         PIC S9(9)V99 COMP-3.
       01  wc-dunning-invno             PIC X(254)  VALUE SPACE.

      *    dunning ladder state for the invoice in hand
       01  wn-plan-overdue              PIC S9(9)   COMP VALUE ZERO.
       01  wn-addr-invalid              PIC S9(4)   COMP VALUE ZERO.
       01  wn-dispute-count             PIC S9(9)   COMP VALUE ZERO.
       01  wn-report-count              PIC S9(9)   COMP VALUE ZERO.
       01  wn-kfm-count                 PIC S9(9)   COMP VALUE ZERO.
       01  wn-fact-dunning              PIC S9(4)   COMP VALUE ZERO.
       01  wn-fact-inkasso              PIC S9(4)   COMP VALUE ZERO.
       01  wc-fact-sold-sw              PIC X       VALUE 'N'.
           88  is-fact-sold                         VALUE 'Y'.

      *    betalningsl�fte check - see B0114-check-promise
       01  wn-prom-due-int              PIC 9(9)    COMP VALUE ZERO.
       01  wn-prom-paid                 PIC S9(9)V99 COMP-3.
       01  wn-prom-held-count           PIC S9(9)   COMP VALUE ZERO.
       01  wn-prom-broken-count         PIC S9(9)   COMP VALUE ZERO.
       01  wn-prom-kept-count           PIC S9(9)   COMP VALUE ZERO.

      *    restart checkpoint and same-day rerun guard - see B0100
       01  wc-ckpt-fs                   PIC XX      VALUE SPACE.
           88  is-ckpt-ok                           VALUE '00'.
       01  wc-ckpt-active-sw            PIC X       VALUE 'N'.
           88  is-ckpt-active                       VALUE 'Y'.
       01  wc-ckpt-duedate              PIC X(10)   VALUE SPACE.
       01  wn-ckpt-inv-id               PIC S9(9)   COMP VALUE ZERO.
       01  wn-ckpt-rc                   PIC S9(9)   COMP VALUE ZERO.
       01  wn-skip-done-count           PIC S9(9)   COMP VALUE ZERO.
       01  wn-dun-exists-count          PIC S9(9)   COMP VALUE ZERO.

      *    the ladder the invoice in hand is dunned by: the
      *    customer's DUNPROF profile, or its FINDATA ladder when it
      *    has none - see B0112-load-dunning-profile
       01  wr-dun-ladder.
           05  wn-dl-levels             PIC S9(4)   COMP VALUE ZERO.
           05  wn-dl-fee                PIC S9(3)V99 COMP-3
                                        OCCURS 3.
           05  wn-dl-wait               PIC S9(4)   COMP OCCURS 3.
           05  wc-dl-tone               PIC X       VALUE SPACE.
           05  wc-dl-final              PIC X       VALUE SPACE.
           05  wc-dl-profname           PIC X(30)   VALUE SPACE.
       01  wn-dl-idx                    PIC S9(4)   COMP VALUE ZERO.

      *    state-transition logging - see Y0430-log-state
       01  wn-hist-old                  PIC S9(4)   COMP VALUE ZERO.

           MOVE ZERO TO wn-dunning-count
           MOVE ZERO TO wn-inkasso-count
           MOVE ZERO TO wn-report-count
           MOVE ZERO TO wn-kfm-count
           MOVE ZERO TO wn-skip-done-count
           MOVE ZERO TO wn-prom-held-count wn-prom-broken-count
                        wn-prom-kept-count
           MOVE FUNCTION CURRENT-DATE(1:4) TO wc-today-date(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO wc-today-date(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO wc-today-date(9:2)
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))

      *    resume point from a run that died mid-way today, for the
      *    same company selection: invoices up to and including the
      *    checkpoint are already fully processed. A checkpoint from
      *    an earlier day is stale - the rerun guard below covers it.
           MOVE 'N' TO wc-ckpt-active-sw
           OPEN INPUT CKPTDATA
           IF is-ckpt-ok
               READ CKPTDATA AT END CONTINUE END-READ
               IF is-ckpt-ok
                   AND CKPT-RUN-DATE = wc-today-date
                   AND CKPT-FINID = wn-run-finid
                   SET is-ckpt-active TO TRUE
                   MOVE CKPT-LAST-DUEDATE TO wc-ckpt-duedate
                   MOVE CKPT-LAST-INV-ID TO wn-ckpt-inv-id
                   DISPLAY ' �terstart efter faktura-id '
                       wn-ckpt-inv-id
               END-IF
               CLOSE CKPTDATA
           END-IF

           OPEN EXTEND INKDATA
           OPEN EXTEND RAPDATA

           PERFORM Y0230-load-refrate-table

                 AND C.TEST_CUSTOMER = 0
                 AND (:wn-run-finid = 0
                      OR C.FIN_ID = :wn-run-finid)
               ORDER BY V.DUEDATE, V.INV_ID
           END-EXEC

           EXEC SQL
                       FUNCTION NUMVAL(wc-ymd-buffer))
               COMPUTE wn-dunning-days = wn-today-int - wn-duedate-int

      *        already done: at or before the checkpoint of a run
      *        that died today, or stepped by an earlier run today -
      *        a second run the same day must never add a second
      *        letter or fee for the same invoice
               IF is-ckpt-active AND
                  (INVOICE-DUEDATE < wc-ckpt-duedate OR
                   (INVOICE-DUEDATE = wc-ckpt-duedate AND
                    INVOICE-INV-ID NOT > wn-ckpt-inv-id))
                   ADD 1 TO wn-skip-done-count
               ELSE
                   IF INVOICE-LASTDUNDATE = wc-today-date
                       ADD 1 TO wn-skip-done-count
                   ELSE
                       IF wn-dunning-days > 0
                           PERFORM B0110-remind-one-invoice
                       END-IF

      *                the invoice is finished - the checkpoint may
      *                pass it
                       MOVE wc-today-date TO CKPT-RUN-DATE
                       MOVE wn-run-finid TO CKPT-FINID
                       MOVE INVOICE-DUEDATE TO CKPT-LAST-DUEDATE
                       MOVE INVOICE-INV-ID TO CKPT-LAST-INV-ID
                       OPEN OUTPUT CKPTDATA
                       WRITE CKPT-POST
                       CLOSE CKPTDATA
                   END-IF
               END-IF

               EXEC SQL
               CLOSE CURS-DUNNING
           END-EXEC

      *    a run that reached the end needs no restart point
           CALL 'CBL_DELETE_FILE' USING 'data/dunning.ckpt'
               RETURNING wn-ckpt-rc

           CLOSE INKDATA
           CLOSE RAPDATA

           DISPLAY wn-dunning-count ' p�minnelsefakturor skapade.'
           DISPLAY wn-inkasso-count ' �renden till inkasso.'
           DISPLAY wn-report-count ' �renden �ter till kund.'
           DISPLAY wn-kfm-count ' �renden till Kronofogden.'
           DISPLAY wn-skip-done-count ' hoppade (redan k�rda idag).'
           DISPLAY wn-prom-held-count ' h�llna av betalningsl�fte.'
           DISPLAY wn-prom-kept-count ' betalningsl�ften h�llna.'
           DISPLAY wn-prom-broken-count ' betalningsl�ften brutna.'
           .

      **********************************************************
                   WHERE FIN_ID = :FINDATA-FIN-ID
           END-EXEC

           PERFORM B0112-load-dunning-profile

      *    which rung of the ladder is due, if any: a never-reminded
      *    invoice gets reminder 1 at once; a later level only once
      *    the wait after the last letter has passed since it
      *    went out
           MOVE ZERO TO wn-dun-target
           IF INVOICE-DUNLEVEL = 0
               MOVE 1 TO wn-dun-target
                   COMPUTE wn-lastdun-int =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(wc-ymd-buffer))
                   MOVE INVOICE-DUNLEVEL TO wn-dl-idx
                   IF wn-dl-idx > 3
                       MOVE 3 TO wn-dl-idx
                   END-IF
                   IF wn-lastdun-int + wn-dl-wait (wn-dl-idx)
                           NOT > wn-today-int
                       COMPUTE wn-dun-target = INVOICE-DUNLEVEL + 1
                   END-IF
               END-IF
           END-IF

           PERFORM B0114-check-promise

      *    past the ladder's last letter comes its final step -
      *    rung 4, after which the invoice is dunned no more
           IF wn-dun-target > wn-dl-levels
               MOVE 4 TO wn-dun-target
           END-IF

      *    a debtor who agreed an installment plan and is honouring
      *    it - no past installment left unpaid - is not dunned,
      *    however old the invoice itself is; breaking the plan
               END-IF
           END-IF

      *    a sold invoice is the financier's claim: under an
      *    agreement where the financier sends the reminders our
      *    ladder leaves it alone altogether
           IF wn-dun-target NOT = ZERO
               MOVE 'N' TO wc-fact-sold-sw
               MOVE ZERO TO wn-fact-dunning wn-fact-inkasso
               EXEC SQL
                   SELECT A.DUNNING, A.INKASSO
                       INTO :wn-fact-dunning, :wn-fact-inkasso
                       FROM TUTORIAL.FACTINV F, TUTORIAL.FACTAGR A
                       WHERE F.INV_ID = :INVOICE-INV-ID
                         AND A.CUST_ID = F.CUST_ID
               END-EXEC
               IF SQLCODE = ZERO
                   SET is-fact-sold TO TRUE
                   IF wn-fact-dunning = 1
                       MOVE ZERO TO wn-dun-target
                       DISPLAY 'P�minnelse hos finansbolaget: '
                           FUNCTION TRIM(INVOICE-INVNO-TEXT)
                   END-IF
               END-IF
           END-IF

           IF wn-dun-target NOT = ZERO
               MOVE INVOICE-INV-ID TO wn-orig-inv-id
               PERFORM B0118-process-due-invoice
           END-IF.

      **********************************************************
       B0112-load-dunning-profile.

      *    the FINDATA ladder first - reminder 1 and 2 at REMFEE1,
      *    the final demand at REMFEE2, DUNWAITDAYS after each, the
      *    first reminder's tone by payment profile, inkasso at the
      *    end - then the customer's own profile over it, if it has
      *    one
           MOVE 3 TO wn-dl-levels
           MOVE FINDATA-REMFEE1 TO wn-dl-fee (1) wn-dl-fee (2)
           MOVE FINDATA-REMFEE2 TO wn-dl-fee (3)
           MOVE FINDATA-DUNWAITDAYS TO wn-dl-wait (1) wn-dl-wait (2)
                                       wn-dl-wait (3)
           MOVE 'S' TO wc-dl-tone
           MOVE 'I' TO wc-dl-final
           MOVE SPACE TO wc-dl-profname

           MOVE CUSTOMER-CUST-ID TO DUNCUST-CUST-ID
           EXEC SQL
               SELECT P.NAME, P.LEVELS, P.FEE1, P.FEE2, P.FEE3,
                      P.WAIT1, P.WAIT2, P.WAIT3, P.TONE,
                      P.FINALSTEP
                   INTO :DUNPROF-NAME, :DUNPROF-LEVELS,
                        :DUNPROF-FEE1, :DUNPROF-FEE2,
                        :DUNPROF-FEE3, :DUNPROF-WAIT1,
                        :DUNPROF-WAIT2, :DUNPROF-WAIT3,
                        :DUNPROF-TONE, :DUNPROF-FINALSTEP
                   FROM TUTORIAL.DUNCUST C, TUTORIAL.DUNPROF P
                   WHERE C.CUST_ID = :DUNCUST-CUST-ID
                     AND P.PROF_ID = C.PROF_ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE DUNPROF-LEVELS TO wn-dl-levels
               IF wn-dl-levels < 1
                   MOVE 1 TO wn-dl-levels
               END-IF
               IF wn-dl-levels > 3
                   MOVE 3 TO wn-dl-levels
               END-IF
               MOVE DUNPROF-FEE1 TO wn-dl-fee (1)
               MOVE DUNPROF-FEE2 TO wn-dl-fee (2)
               MOVE DUNPROF-FEE3 TO wn-dl-fee (3)
               MOVE DUNPROF-WAIT1 TO wn-dl-wait (1)
               MOVE DUNPROF-WAIT2 TO wn-dl-wait (2)
               MOVE DUNPROF-WAIT3 TO wn-dl-wait (3)
               MOVE DUNPROF-TONE TO wc-dl-tone
               MOVE DUNPROF-FINALSTEP TO wc-dl-final
               MOVE DUNPROF-NAME-TEXT TO wc-dl-profname
           END-IF
           .

      **********************************************************
       B0114-check-promise.

      *    the latest betalningsl�fte covering the invoice - given
      *    for the invoice itself or for everything the debtor owes
      *    - that is still open, or was found broken earlier in
      *    this run for another of the debtor's invoices
           MOVE ZERO TO PAYPROM-PROM-ID
           EXEC SQL
               SELECT PROM_ID, INV_ID, DEBT_ID, AMOUNT, PROMDATE,
                      GRACEDAYS, PAIDBASE, STATE
                   INTO :PAYPROM-PROM-ID, :PAYPROM-INV-ID,
                        :PAYPROM-DEBT-ID, :PAYPROM-AMOUNT,
                        :PAYPROM-PROMDATE, :PAYPROM-GRACEDAYS,
                        :PAYPROM-PAIDBASE, :PAYPROM-STATE
                   FROM PAYPROM
                   WHERE PROM_ID =
                       (SELECT MAX(PROM_ID)
                            FROM PAYPROM
                            WHERE (STATE = 0
                                   OR (STATE = 2 AND
                                       CLOSEDATE = :wc-today-date))
                              AND (INV_ID = :INVOICE-INV-ID
                                   OR (INV_ID = 0 AND
                                       DEBT_ID = :INVOICE-DEBT-ID)))
           END-EXEC

           IF SQLCODE = ZERO

      *        a promise already broken today: the ladder simply
      *        resumes at its next level
               IF PAYPROM-BROKEN
                   COMPUTE wn-dun-target = INVOICE-DUNLEVEL + 1
               ELSE
                   MOVE PAYPROM-PROMDATE(1:4) TO wc-ymd-buffer(1:4)
                   MOVE PAYPROM-PROMDATE(6:2) TO wc-ymd-buffer(5:2)
                   MOVE PAYPROM-PROMDATE(9:2) TO wc-ymd-buffer(7:2)
                   COMPUTE wn-prom-due-int =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(wc-ymd-buffer))
                       + PAYPROM-GRACEDAYS

                   IF wn-today-int NOT > wn-prom-due-int
                       MOVE ZERO TO wn-dun-target
                       ADD 1 TO wn-prom-held-count
                       DISPLAY 'P�minnelse h�lls - '
                           'betalningsl�fte: '
                           FUNCTION TRIM(INVOICE-INVNO-TEXT)
                   ELSE
                       PERFORM B0116-settle-promise
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       B0116-settle-promise.

      *    the promised day and its grace have passed: kept if what
      *    PAYMENT holds beyond the promise's PAIDBASE reaches the
      *    promised amount, broken otherwise
           MOVE ZERO TO wn-prom-paid
           IF PAYPROM-INV-ID NOT = ZERO
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                       INTO :wn-prom-paid
                       FROM PAYMENT
                       WHERE INV_ID = :PAYPROM-INV-ID
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COALESCE(SUM(P.AMOUNT), 0)
                       INTO :wn-prom-paid
                       FROM TUTORIAL.PAYMENT P, TUTORIAL.INVOICE V
                       WHERE P.INV_ID = V.INV_ID
                         AND V.DEBT_ID = :PAYPROM-DEBT-ID
               END-EXEC
           END-IF

           IF wn-prom-paid - PAYPROM-PAIDBASE NOT < PAYPROM-AMOUNT
               SET PAYPROM-KEPT TO TRUE
               ADD 1 TO wn-prom-kept-count
           ELSE
               SET PAYPROM-BROKEN TO TRUE
               ADD 1 TO wn-prom-broken-count
               COMPUTE wn-dun-target = INVOICE-DUNLEVEL + 1
               DISPLAY 'Betalningsl�fte brutet: '
                   FUNCTION TRIM(INVOICE-INVNO-TEXT)
           END-IF

           MOVE wc-today-date TO PAYPROM-CLOSEDATE
           EXEC SQL
               UPDATE PAYPROM
               SET STATE = :PAYPROM-STATE,
                   CLOSEDATE = :PAYPROM-CLOSEDATE
               WHERE PROM_ID = :PAYPROM-PROM-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in PAYPROM table �r felt'
           END-IF

      *    a broken promise is somebody's call to make - back on the
      *    phone, a payment plan, or let the ladder run
           IF PAYPROM-BROKEN
               COMPUTE WORKLIST-ITEM-ID = PAYPROM-PROM-ID + 200000000
               MOVE 'PROMISE' TO WORKLIST-SOURCE
               MOVE PAYPROM-PROM-ID TO WORKLIST-REFKEY
               MOVE wc-today-date TO WORKLIST-OPENDATE
               MOVE SPACE TO WORKLIST-ASSIGNEE-TEXT
               MOVE 1 TO WORKLIST-ASSIGNEE-LEN
               MOVE ZERO TO WORKLIST-STATE
               MOVE SPACE TO WORKLIST-NOTE-TEXT
               STRING 'Brutet betalningsl�fte, faktura '
                          DELIMITED BY SIZE
                      INVOICE-INVNO-TEXT DELIMITED BY SPACE
                      INTO WORKLIST-NOTE-TEXT
               END-STRING
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WORKLIST-NOTE-TEXT))
                   TO WORKLIST-NOTE-LEN

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
           END-IF
           .

      **********************************************************
       B0118-process-due-invoice.

           COMPUTE wn-dunning-total =
               wn-dunning-total - wn-dunning-paid

      *    nor is the debtor chased for a husavdrag Skatteverket has
      *    yet to decide on - only a refused part, once the decision
      *    is booked, falls back on the debtor
           MOVE ZERO TO wn-dunning-husavdrag
           EXEC SQL
               SELECT COALESCE(SUM(REDUCTION), 0)
                   INTO :wn-dunning-husavdrag
                   FROM HUSAVDR
                   WHERE INV_ID = :wn-orig-inv-id
                     AND STATE < 2
           END-EXEC
           COMPUTE wn-dunning-total =
               wn-dunning-total - wn-dunning-husavdrag

           IF wn-dunning-total > ZERO

      *        the first reminder bills interest from the due date;

               MOVE INVOICE-INVNO-TEXT TO wc-dunning-invno

      *        a sold invoice the financier collects itself is
      *        not ours to hand to the inkasso partner - the final
      *        step only closes our ladder on it
               IF wn-dun-target = 4
                   IF is-fact-sold AND wn-fact-inkasso = 1
                       DISPLAY 'Inkasso hos finansbolaget: '
                           FUNCTION TRIM(wc-dunning-invno)
                   ELSE
                       EVALUATE wc-dl-final
                           WHEN 'R'
                               PERFORM B0135-report-to-customer
                           WHEN 'K'
                               PERFORM B0138-register-kfm-case
                           WHEN OTHER
                               PERFORM B0130-export-inkasso-case
                       END-EVALUATE
                   END-IF
               ELSE
                   PERFORM B0120-create-reminder-invoice
               END-IF
      **********************************************************
       B0120-create-reminder-invoice.

      *    the ladder's fee for the letter: p�minnelseavgift on the
      *    reminders, kravavgift on the final demand - the last
      *    letter of a ladder with more than one
      *    the debtor's payment profile (refreshed by PayScore)
      *    picks the letter's tone: a debtor who always pays gets
      *    the friendly first reminder, one who keeps needing krav
      *    gets the direct wording from the start - unless the
      *    customer's dunning profile fixes the tone
           MOVE ZERO TO wn-dun-payscore
           EXEC SQL
               SELECT COALESCE(PAYSCORE, 0)
               MOVE ZERO TO wn-dun-payscore
           END-IF

           EVALUATE wc-dl-tone
               WHEN 'V'
                   MOVE 1 TO wn-dun-payscore
               WHEN 'D'
                   MOVE 3 TO wn-dun-payscore
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE wn-dl-fee (wn-dun-target) TO wn-dunning-fee

           EVALUATE TRUE
               WHEN wn-dun-target = wn-dl-levels AND
                    wn-dun-target > 1
                   MOVE 'Slutkrav' TO wc-dun-levelname
                   MOVE '-KR' TO wc-dun-suffix
               WHEN wn-dun-target = 1
                   IF wn-dun-payscore = 1
                       MOVE 'V�nlig p�minnelse' TO wc-dun-levelname
                   ELSE
                       END-IF
                   END-IF
                   MOVE '-P1' TO wc-dun-suffix
               WHEN OTHER
                   MOVE 'Betalningsp�minnelse 2' TO wc-dun-levelname
                   MOVE '-P2' TO wc-dun-suffix
           END-EVALUATE

      *    a run that died between writing the reminder and
      *    stepping the original left the letter behind, still
      *    unprinted - the restart steps the original without
      *    billing the fee a second time
           MOVE SPACE TO INVOICE-INVNO-TEXT
           STRING FUNCTION TRIM(wc-dunning-invno) DELIMITED BY
                   SIZE
               wc-dun-suffix DELIMITED BY SIZE
               INTO INVOICE-INVNO-TEXT
           END-STRING
           MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(INVOICE-INVNO-TEXT))
               TO INVOICE-INVNO-LEN
           MOVE ZERO TO wn-dun-exists-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-dun-exists-count
                   FROM INVOICE
                   WHERE INVNO = :INVOICE-INVNO
                     AND CUST_ID = :CUSTOMER-CUST-ID
                     AND INVSTATE = 0
           END-EXEC

           IF wn-dun-exists-count > ZERO
               DISPLAY FUNCTION TRIM(wc-dun-levelname)
                   ' fanns redan f�r faktura '
                   FUNCTION TRIM(wc-dunning-invno)
           ELSE
               PERFORM B0124-insert-reminder-invoice
           END-IF
           .

      **********************************************************
       B0124-insert-reminder-invoice.

           ADD 1 TO wn-dunning-count

      *    reminder invoice header, due immediately on the
           MOVE ZERO TO INVOICE-DUNLEVEL
           MOVE SPACE TO INVOICE-LASTDUNDATE
           MOVE ZERO TO INVOICE-INTBILLED
           MOVE SPACE TO INVOICE-SENDDATE

           PERFORM Y0210-build-ocr-ref

                         :INVOICE-OCRREF,
                         :INVOICE-DUNLEVEL,
                         :INVOICE-LASTDUNDATE,
                         :INVOICE-INTBILLED,
                         :INVOICE-SENDDATE)
           END-EXEC

           IF SQLCODE NOT = ZERO
      *    an unanswered final demand goes to the inkasso partner:
      *    one case line with the debtor's name and address and the
      *    open amount, appended to the export file their transfer
      *    job picks up - once: a case already in the register was
      *    handed over by a run that died before stepping the
      *    invoice
           MOVE ZERO TO wn-dun-exists-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-dun-exists-count
                   FROM INKCASE
                   WHERE INV_ID = :wn-orig-inv-id
           END-EXEC

           IF wn-dun-exists-count > ZERO
               DISPLAY 'Inkasso�rende fanns redan f�r faktura '
                   FUNCTION TRIM(wc-dunning-invno)
           ELSE
               PERFORM B0132-write-inkasso-case
           END-IF
           .

      **********************************************************
       B0132-write-inkasso-case.

           EXEC SQL
               SELECT D.NAME, A.STREET, A.POSTNO, A.PLACE
                   INTO :DEBTOR-NAME, :ADDR-STREET,
               FUNCTION TRIM(wc-dunning-invno)
           .

      **********************************************************
       B0135-report-to-customer.

      *    a profile whose final step is not inkasso: the
      *    unanswered case goes back to the customer on the report
      *    file instead, one line with the debtor and the open
      *    amount, and the invoice is dunned no more
           EXEC SQL
               SELECT NAME
                   INTO :DEBTOR-NAME
                   FROM DEBTOR
                   WHERE DEBT_ID = :INVOICE-DEBT-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SPACE TO DEBTOR-NAME-TEXT
           END-IF

           MOVE wc-today-date TO RAP-DATE
           MOVE CUSTOMER-CUSTNO-TEXT(1:14) TO RAP-CUSTNO
           MOVE wc-dunning-invno(1:16) TO RAP-INVNO
           MOVE DEBTOR-NAME-TEXT(1:30) TO RAP-DEBTOR-NAME
           MOVE INVOICE-DUNLEVEL TO RAP-LETTERS
           MOVE wn-dunning-total TO RAP-AMOUNT
           WRITE RAP-POST

           ADD 1 TO wn-report-count

           DISPLAY '�terrapporterat till kund ('
               FUNCTION TRIM(wc-dl-profname) '): faktura '
               FUNCTION TRIM(wc-dunning-invno)
           .

      **********************************************************
       B0138-register-kfm-case.

      *    a profile whose final step is Kronofogden: the unanswered
      *    case goes into the betalningsf�rel�ggande register as
      *    prepared, with the open amount as its capital - the
      *    application itself, with interest to the day it is
      *    filed, is written from the payments menu (pbs.cbl P0230)
      *    once the operator has looked the batch over. Once only,
      *    as for inkasso: a restart finds the case already there.
           MOVE ZERO TO wn-dun-exists-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-dun-exists-count
                   FROM KFMCASE
                   WHERE INV_ID = :wn-orig-inv-id
           END-EXEC

           IF wn-dun-exists-count > ZERO
               DISPLAY 'Betalningsf�rel�ggande fanns redan f�r '
                   FUNCTION TRIM(wc-dunning-invno)
           ELSE
               MOVE 'KFMCASE' TO IDGEN-TABLENAME-TEXT
               PERFORM Y0200-get-next-id
               MOVE wn-next-id TO KFMCASE-KFM-ID
               ADD 1 TO KFMCASE-KFM-ID

               MOVE wn-orig-inv-id TO KFMCASE-INV-ID
               MOVE 'D' TO KFMCASE-ORIGIN
               MOVE ZERO TO KFMCASE-STATE
               MOVE wc-today-date TO KFMCASE-CREATED
               MOVE wc-today-date TO KFMCASE-LASTUPDATE
               MOVE wn-dunning-total TO KFMCASE-CAPITAL
               MOVE ZERO TO KFMCASE-INTEREST KFMCASE-INTRATE
                            KFMCASE-FEES KFMCASE-APPFEE

               EXEC SQL
                   INSERT INTO KFMCASE
                       (KFM_ID, INV_ID, ORIGIN, STATE, CREATED,
                        CAPITAL, INTEREST, INTRATE, FEES, APPFEE,
                        LASTUPDATE)
                   VALUES ( :KFMCASE-KFM-ID,
                             :KFMCASE-INV-ID,
                             :KFMCASE-ORIGIN,
                             :KFMCASE-STATE,
                             :KFMCASE-CREATED,
                             :KFMCASE-CAPITAL,
                             :KFMCASE-INTEREST,
                             :KFMCASE-INTRATE,
                             :KFMCASE-FEES,
                             :KFMCASE-APPFEE,
                             :KFMCASE-LASTUPDATE)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in KFMCASE �r felt'
               ELSE
                   ADD 1 TO wn-kfm-count
                   DISPLAY 'Betalningsf�rel�ggande f�rberett, '
                       'faktura ' FUNCTION TRIM(wc-dunning-invno)
               END-IF
           END-IF
           .

      **********************************************************
      *    One INVHIST row for the original invoice's climb up the
      *    ladder - the run is unattended, so the program name
           MOVE SPACE TO RUNLOG-ENDTIME
           MOVE ZERO TO RUNLOG-STATUS
           MOVE ZERO TO RUNLOG-RECCOUNT
           MOVE ZERO TO RUNLOG-SKIPCOUNT

           EXEC SQL
               INSERT INTO RUNLOG
                         :RUNLOG-STARTTIME,
                         :RUNLOG-ENDTIME,
                         :RUNLOG-STATUS,
                         :RUNLOG-RECCOUNT,
                         :RUNLOG-SKIPCOUNT)
           END-EXEC
           .


           MOVE 1 TO RUNLOG-STATUS
           MOVE wn-dunning-count TO RUNLOG-RECCOUNT
           MOVE wn-skip-done-count TO RUNLOG-SKIPCOUNT

           EXEC SQL
               UPDATE RUNLOG
                   SET ENDTIME = :RUNLOG-ENDTIME,
                       STATUS = :RUNLOG-STATUS,
                       RECCOUNT = :RUNLOG-RECCOUNT,
                       SKIPCOUNT = :RUNLOG-SKIPCOUNT
                   WHERE RUNLOG_ID = :wn-runlog-id
           END-EXEC
           .
