      *          Lifted out of pbs.cbl (E0142/E0144) so the night
      *          batch driver can run service billing unattended -
      *          pbs menu 27 now CALLs this program instead.
      *          Given a past period as well, it re-bills that one
      *          customer's period as correction drafts for pbs
      *          menu 67 to compare and issue (see B0160).
      *          Given SLUT instead of a period, it is the final
      *          invoice of a customer leaving at contract end: what
      *          remains unbilled of the ended subscriptions and the
      *          last contract month's shortfall (see B0170).
      * Initial Version Created: 2014-03-11
      *
      **********************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wc-ckpt-fs.

      *    usage specification for the customer's own accounts-
      *    payable check, one per service invoice in the customer's
      *    outbox - see B0150-write-usage-spec
           SELECT SPECDATA ASSIGN TO wc-spec-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wc-spec-fs.

      *    customer-facing notices, shared with PbsRead, FileAlarm
      *    and pbs - see B0131-notify-sla-credit
           SELECT OPTIONAL NOTIFYDATA ASSIGN TO 'data/notify.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wc-notify-fs.

      **********************************************************
       DATA DIVISION.
      *---------------------------------------------------------
       01  CKPT-POST.
           05  CKPT-LAST-CUST-ID   PIC 9(9).

       FD  SPECDATA.
       01  SPEC-POST               PIC X(300).

       FD  NOTIFYDATA.
       01  NOTIFY-POST.
           05  NOTIFY-TIMESTAMP    PIC X(19).
           05  FILLER              PIC X(1).
           05  NOTIFY-CUSTNO       PIC X(20).
           05  FILLER              PIC X(1).
           05  NOTIFY-INVNO        PIC X(20).
           05  FILLER              PIC X(1).
           05  NOTIFY-EMAIL        PIC X(60).
           05  FILLER              PIC X(1).
           05  NOTIFY-KIND         PIC X(10).

      *---------------------------------------------------------
       WORKING-STORAGE SECTION.


           EXEC SQL INCLUDE PRICETIER END-EXEC.

      *    the usage count behind each rated line - see
      *    B0145-record-usage.
           EXEC SQL INCLUDE SRVUSAGE END-EXEC.

      *    the specification appendix rendered after the invoice -
      *    see B0150-write-usage-spec.
           EXEC SQL INCLUDE INVATT END-EXEC.

      *    month-by-month recognition of what is billed in advance
      *    - see B0147-write-rev-schedule.
           EXEC SQL INCLUDE REVSCHED END-EXEC.

      *    dated service prices - see B0116-set-price-in-force.
           EXEC SQL INCLUDE SRVPRICE END-EXEC.

      *    correction drafts - see B0162-register-correction.
           EXEC SQL INCLUDE SRVCORR END-EXEC.

           EXEC SQL INCLUDE BANKHOL END-EXEC.

           EXEC SQL INCLUDE VATCHG END-EXEC.
      *    shared surrogate-key sequence - see Y0200-get-next-id.
           EXEC SQL INCLUDE IDGEN END-EXEC.

      *    who at the customer gets a notice - see
      *    B0131-notify-sla-credit.
           COPY CONTRCPT.

       01  wn-next-id                   PIC S9(9)   COMP VALUE ZERO.
       01  wn-runlog-id                 PIC S9(9)   COMP VALUE ZERO.
       01  wc-runlog-now                PIC X(21)   VALUE SPACE.
       01  wc-period-buffer             PIC X(8)    VALUE SPACE.
       01  wc-period-next-buffer        PIC X(8)    VALUE SPACE.
       01  wn-period-next-month         PIC 9(2)    VALUE ZERO.

      *    billing frequency and in-advance billing - see
      *    B0112-set-billing-period / B0147-write-rev-schedule
       01  wn-bill-freq                 PIC S9(4)   COMP VALUE ZERO.
       01  wc-bill-advance-switch       PIC X(1)    VALUE 'N'.
           88  is-bill-in-advance             VALUE 'Y'.
       01  wn-cur-month                 PIC 9(2)    VALUE ZERO.
       01  wn-period-index              PIC 9(2)    VALUE ZERO.
       01  wn-period-first-month        PIC 9(2)    VALUE ZERO.
       01  wn-period-last-month         PIC 9(2)    VALUE ZERO.
       01  wn-period-year               PIC 9(4)    VALUE ZERO.
       01  wn-period-next-year          PIC 9(4)    VALUE ZERO.
       01  wc-srv-period-key            PIC X(7)    VALUE SPACE.
       01  wn-skip-notdue-count         PIC S9(9)   COMP VALUE ZERO.
       01  wc-billed-from               PIC X(10)   VALUE SPACE.
       01  wc-billed-to                 PIC X(10)   VALUE SPACE.
       01  wn-rev-start-int             PIC 9(9)    COMP VALUE ZERO.
       01  wn-rev-end-int               PIC 9(9)    COMP VALUE ZERO.
       01  wn-rev-days                  PIC S9(9)   COMP VALUE ZERO.
       01  wn-rev-booked                PIC S9(7)V9(2) COMP-3.
       01  wc-rev-ymd                   PIC 9(8)    VALUE ZERO.
       01  wc-rev-next-buffer           PIC X(8)    VALUE SPACE.
       01  wn-rev-next-month            PIC 9(2)    VALUE ZERO.
       01  wn-rev-next-year             PIC 9(4)    VALUE ZERO.
       01  wc-srvcust-skip-switch       PIC X(1)    VALUE 'N'.
           88  is-srvcust-skip                VALUE 'Y'.
       01  wc-srvinv-ok-switch          PIC X(1)    VALUE 'N'.
       01  wc-short-volume-ed           PIC 9(7)    VALUE ZERO.
       01  wc-short-missing-ed          PIC 9(7)    VALUE ZERO.

      *    usage specification appendix - see
      *    B0150-write-usage-spec
       01  wc-spec-dir                  PIC X(80)   VALUE SPACE.
       01  wc-spec-path                 PIC X(80)   VALUE SPACE.
       01  wc-spec-fs                   PIC XX      VALUE SPACE.
           88  is-spec-ok                           VALUE '00'.
       01  wn-spec-rc                   PIC S9(9)   COMP VALUE ZERO.
       01  wn-spec-seqno                PIC S9(4)   COMP VALUE ZERO.
       01  wn-spec-day-int              PIC 9(9)    COMP VALUE ZERO.
       01  wc-spec-from                 PIC X(10)   VALUE SPACE.
       01  wc-spec-to                   PIC X(10)   VALUE SPACE.
       01  wc-spec-date                 PIC X(10)   VALUE SPACE.
       01  wc-spec-lead                 PIC X(20)   VALUE SPACE.
       01  wc-spec-line                 PIC X(72)   VALUE SPACE.
       01  wn-spec-files                PIC S9(9)   COMP VALUE ZERO.
       01  wn-spec-invoices             PIC S9(9)   COMP VALUE ZERO.
       01  wn-spec-sheets               PIC S9(9)   COMP VALUE ZERO.
       01  wn-spec-attpages             PIC S9(9)   COMP VALUE ZERO.
       01  wn-spec-emails               PIC S9(9)   COMP VALUE ZERO.
       01  wn-spec-reminders            PIC S9(9)   COMP VALUE ZERO.
       01  wn-spec-tot-files            PIC S9(9)   COMP VALUE ZERO.
       01  wn-spec-tot-invoices         PIC S9(9)   COMP VALUE ZERO.
       01  wn-spec-tot-sheets           PIC S9(9)   COMP VALUE ZERO.
       01  wn-spec-tot-attpages         PIC S9(9)   COMP VALUE ZERO.
       01  wn-spec-tot-emails           PIC S9(9)   COMP VALUE ZERO.
       01  wn-spec-tot-reminders        PIC S9(9)   COMP VALUE ZERO.
      *    one row of the day table, as printed on the appendix
       01  wc-spec-row.
           05  wc-spec-row-date         PIC X(10).
           05  FILLER                   PIC X       VALUE SPACE.
           05  wc-spec-row-files        PIC Z(4)9.
           05  FILLER                   PIC X       VALUE SPACE.
           05  wc-spec-row-invoices     PIC Z(6)9.
           05  FILLER                   PIC X       VALUE SPACE.
           05  wc-spec-row-sheets       PIC Z(6)9.
           05  FILLER                   PIC X       VALUE SPACE.
           05  wc-spec-row-attpages     PIC Z(6)9.
           05  FILLER                   PIC X       VALUE SPACE.
           05  wc-spec-row-emails       PIC Z(5)9.
           05  FILLER                   PIC X       VALUE SPACE.
           05  wc-spec-row-reminders    PIC Z(5)9.
       01  wc-spec-qty-ed               PIC -(5)9.99 VALUE ZERO.
       01  wc-spec-price-ed             PIC -(7)9.99 VALUE ZERO.
       01  wc-spec-item-done-switch     PIC X       VALUE 'N'.

      *    monthly postage recharge - see B0139-add-postage-line
       01  wn-post-sum                  PIC S9(7)V9(2) COMP-3.
       01  wn-post-count                PIC S9(9)   COMP VALUE ZERO.
       01  wn-post-done-cust            PIC S9(9)   COMP VALUE ZERO.
       01  wc-post-count-ed             PIC Z(6)9   VALUE ZERO.

      *    re-presentation of refused charges - see
      *    B0135-re-present-failed-charges
       01  wn-agretry-count             PIC S9(9)   COMP VALUE ZERO.
       01  wn-sel-all                   PIC S9(4)   COMP VALUE ZERO.
       01  wn-today-dom                 PIC S9(4)   COMP VALUE ZERO.

      *    correction run for a past period - see B0160 / B0162;
      *    wc-ref-ym is the month (YYYYMM) the run bills as if it
      *    were the current one
       01  wc-corr-run-switch           PIC X(1)    VALUE 'N'.
           88  is-corr-run                    VALUE 'Y'.
       01  wc-ref-ym                    PIC X(6)    VALUE SPACE.

      *    final invoice at contract end - see B0110 / B0170
       01  wc-final-run-switch          PIC X(1)    VALUE 'N'.
           88  is-final-run                   VALUE 'Y'.
       01  wc-final-save-ym             PIC X(6)    VALUE SPACE.
       01  wc-final-period              PIC X(7)    VALUE SPACE.
       01  wn-final-guard-count         PIC S9(9)   COMP VALUE ZERO.
       01  wn-corr-orig-inv-id          PIC S9(9)   COMP VALUE ZERO.
       01  wn-corr-count                PIC S9(9)   COMP VALUE ZERO.
       01  wc-corr-today                PIC X(10)   VALUE SPACE.

      *    rerun guard and restart checkpoint - see B0120 / B0100
       01  wc-bill-period               PIC X(7)    VALUE SPACE.
       01  wn-billed-guard-count        PIC S9(9)   COMP VALUE ZERO.
       01  wc-slapen-days-ed            PIC 9(3)    VALUE ZERO.
       01  wn-slapen-done-cust          PIC S9(9)   COMP VALUE ZERO.
       01  wc-slapen-done-switch        PIC X       VALUE 'N'.
       01  wc-notify-fs                 PIC XX      VALUE SPACE.
       01  wc-notify-now                PIC X(21)   VALUE SPACE.
       01  wc-notify-timestamp          PIC X(19)   VALUE SPACE.
       01  wn-notify-idx                PIC 9(2)    VALUE ZERO.
       01  wn-ag-amount                 PIC S9(9)V99 COMP-3.
       01  wn-ag-ore                    PIC 9(13)   VALUE ZERO.

       01  wn-tier-parent               PIC S9(9)   COMP VALUE ZERO.
       01  wn-tier-grouptier            PIC S9(4)   COMP VALUE ZERO.
       01  wn-tier-root                 PIC S9(9)   COMP VALUE ZERO.
       01  wc-tier-metric-label         PIC X(20)   VALUE SPACE.

      *    bank-day roll-forward (Y0220)
       01  wn-roll-int                  PIC 9(9)    COMP VALUE ZERO.
      *    today - so the nightly SERVICE step bills exactly who
      *    should be billed with no operator memory involved
       01  LK-CUSTNO                    PIC X(254).
      *    spaces for the ordinary run; a period (YYYY-MM) makes it
      *    a correction run for the one customer in LK-CUSTNO, and
      *    SLUT the final invoice of that customer at contract end
       01  LK-CORR-PERIOD               PIC X(7).

      **********************************************************
       PROCEDURE DIVISION USING LK-CUSTNO LK-CORR-PERIOD.
       0000-main.

           PERFORM Y0400-runlog-start

           MOVE 'N' TO wc-corr-run-switch
           MOVE 'N' TO wc-final-run-switch
           MOVE FUNCTION CURRENT-DATE(1:6) TO wc-ref-ym
           IF LK-CORR-PERIOD = 'SLUT'
               SET is-final-run TO TRUE
           ELSE
               IF LK-CORR-PERIOD NOT = SPACES
                   SET is-corr-run TO TRUE
                   MOVE LK-CORR-PERIOD(1:4) TO wc-ref-ym(1:4)
                   MOVE LK-CORR-PERIOD(6:2) TO wc-ref-ym(5:2)
               END-IF
           END-IF

           IF is-corr-run AND LK-CUSTNO = SPACES
               DISPLAY 'R�ttelsek�rning kr�ver ett kundnummer.'
           ELSE
               IF is-final-run AND LK-CUSTNO = SPACES
                   DISPLAY 'Slutfakturering kr�ver ett kundnummer.'
               ELSE
                   PERFORM B0100-create-service-invoices
               END-IF
           END-IF

           PERFORM Y0410-runlog-end

           DISPLAY 'Genererar kundfakturor f�r PBS tj�nster...'
           MOVE ZERO TO wn-srvinv-count
           MOVE ZERO TO wn-ag-count
           MOVE ZERO TO wn-corr-count

      *    a correction run charges nothing by autogiro and must not
      *    empty the charge file the ordinary run left for the bank
           IF NOT is-corr-run
               OPEN OUTPUT AGDATA
           END-IF

      *    with a customer given, bill just that customer; without,
      *    bill every customer whose billing day in the month has
      *    resume point from a run that died mid-way: customers up
      *    to and including the checkpoint are already fully billed
           MOVE ZERO TO wn-ckpt-last-cust
           IF NOT is-corr-run
               OPEN INPUT CKPTDATA
               IF is-ckpt-ok
                   READ CKPTDATA AT END CONTINUE END-READ
                   IF is-ckpt-ok
                       MOVE CKPT-LAST-CUST-ID TO wn-ckpt-last-cust
                       DISPLAY ' �terstart: forts�tter efter kund '
                           wn-ckpt-last-cust
                   END-IF
                   CLOSE CKPTDATA
               END-IF
           END-IF
           MOVE ZERO TO wn-ckpt-prev-cust

           EXEC SQL
               DECLARE CURS-SRVCUST CURSOR FOR
               SELECT S.CUST_ID, S.SRV_ID, S.START_DATE, S.END_DATE,
                      S.FREQ, S.ADVANCE
               FROM TUTORIAL.SRVCUST S, TUTORIAL.CUSTOMER C
               WHERE S.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
           EXEC SQL
               FETCH CURS-SRVCUST
                   INTO :SRVCUST-CUST-ID, :SRVCUST-SRV-ID,
                        :SRVCUST-START-DATE, :SRVCUST-END-DATE,
                        :SRVCUST-FREQ, :SRVCUST-ADVANCE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
      *        is billed, so the checkpoint may pass it - a restart
      *        resumes right after the last fully billed customer
               IF wn-ckpt-prev-cust NOT = ZERO AND
                  NOT is-corr-run AND
                  SRVCUST-CUST-ID NOT = wn-ckpt-prev-cust
                   MOVE wn-ckpt-prev-cust TO CKPT-LAST-CUST-ID
                   OPEN OUTPUT CKPTDATA
               EXEC SQL
                   FETCH CURS-SRVCUST
                       INTO :SRVCUST-CUST-ID, :SRVCUST-SRV-ID,
                            :SRVCUST-START-DATE, :SRVCUST-END-DATE,
                            :SRVCUST-FREQ, :SRVCUST-ADVANCE
               END-EXEC

           END-PERFORM

      *    a run that reached the end needs no restart point
           IF NOT is-corr-run
               CALL 'CBL_DELETE_FILE' USING 'data/srvbill.ckpt'
                   RETURNING wn-ckpt-rc
           END-IF

           EXEC SQL
               CLOSE CURS-SRVCUST
           END-EXEC

           IF is-final-run
               PERFORM B0170-final-shortfall
           END-IF

      *    charges the bank refused once go back on the wire here,
      *    on or after their scheduled bank day - see AgRead's
      *    140-REFUSED-CHARGE for the other half of the loop
           IF NOT is-corr-run
               PERFORM B0135-re-present-failed-charges
               CLOSE AGDATA
           END-IF

           DISPLAY wn-srvinv-count ' kundfakturor skapade.'
           DISPLAY wn-agretry-count ' dragningar omframst�llda.'
           DISPLAY wn-skip-billed-count ' hoppade (redan'
               ' fakturerade f�r perioden).'
           DISPLAY wn-skip-notdue-count ' hoppade (efterskott,'
               ' perioden ej slut).'
           DISPLAY wn-ag-count ' autogirodragningar till '
               'data/agout.txt.'
           IF is-corr-run
               DISPLAY wn-corr-count ' r�ttelseutkast f�r '
                   LK-CORR-PERIOD ' (v�ntar i menyval 67).'
           END-IF
           .

      **********************************************************

           MOVE 'N' TO wc-srvcust-skip-switch

      *    the billing period is the calendar month, quarter or
      *    year (SRVCUST-FREQ) the run falls in; a subscription
      *    whose START-DATE/END-DATE only covers part of the period
      *    is prorated, and one that does not overlap the period
      *    at all (not yet started, or already ended) is skipped
      *    a final run bills the period each subscription ended in,
      *    whatever month the run itself falls in
           IF is-final-run AND SRVCUST-END-DATE < '9999-12-31'
               MOVE wc-ref-ym TO wc-final-save-ym
               MOVE SRVCUST-END-DATE(1:4) TO wc-ref-ym(1:4)
               MOVE SRVCUST-END-DATE(6:2) TO wc-ref-ym(5:2)
               PERFORM B0112-set-billing-period
               MOVE wc-final-save-ym TO wc-ref-ym
           ELSE
               PERFORM B0112-set-billing-period
           END-IF

           COMPUTE wn-days-in-period =
                   wn-eff-end-int - wn-eff-start-int + 1
           END-IF

      *    in arrears a quarter or year is billed once it is over,
      *    i.e. by the run in its last month; in advance the first
      *    run inside the period bills it, and the period guard in
      *    B0120 keeps the later runs from billing it again. A
      *    subscription that has ended is over: the final run bills
      *    its last period at once.
           IF NOT is-srvcust-skip AND
              NOT is-corr-run AND
              NOT is-final-run AND
              NOT is-bill-in-advance AND
              wn-bill-freq > 1 AND
              wn-cur-month NOT = wn-period-last-month
               ADD 1 TO wn-skip-notdue-count
               MOVE 'Y' TO wc-srvcust-skip-switch
           END-IF

           IF NOT is-srvcust-skip
               PERFORM B0120-create-service-invoice-rows
           END-IF
           .

      **********************************************************
       B0112-set-billing-period.

      *    anything but quarterly or annual is billed monthly
           MOVE SRVCUST-FREQ TO wn-bill-freq
           IF wn-bill-freq NOT = 3 AND wn-bill-freq NOT = 12
               MOVE 1 TO wn-bill-freq
           END-IF
           MOVE SRVCUST-ADVANCE TO wc-bill-advance-switch

      *    a service rated on usage (PRICETIER bands) can only be
      *    counted once the usage has happened, so it is always
      *    billed in arrears whatever the subscription says
           MOVE ZERO TO wn-tier-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-tier-count
                   FROM PRICETIER
                   WHERE SRV_ID = :SRVCUST-SRV-ID
           END-EXEC
           IF wn-tier-count > ZERO
               MOVE 'N' TO wc-bill-advance-switch
           END-IF

      *    periods are calendar aligned: quarters start in January,
      *    April, July and October, years in January
           COMPUTE wn-cur-month = FUNCTION NUMVAL(wc-ref-ym(5:2))
           COMPUTE wn-period-year = FUNCTION NUMVAL(wc-ref-ym(1:4))
           COMPUTE wn-period-index = (wn-cur-month - 1) / wn-bill-freq
           COMPUTE wn-period-first-month =
               wn-period-index * wn-bill-freq + 1
           COMPUTE wn-period-last-month =
               wn-period-first-month + wn-bill-freq - 1

           MOVE wn-period-year TO wc-period-buffer(1:4)
           MOVE wn-period-first-month TO wc-period-buffer(5:2)
           MOVE '01' TO wc-period-buffer(7:2)
           COMPUTE wn-period-start-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(wc-period-buffer))

           MOVE wn-period-year TO wn-period-next-year
           COMPUTE wn-period-next-month =
               wn-period-first-month + wn-bill-freq
           IF wn-period-next-month > 12
               SUBTRACT 12 FROM wn-period-next-month
               ADD 1 TO wn-period-next-year
           END-IF
           MOVE wn-period-next-year TO wc-period-next-buffer(1:4)
           MOVE wn-period-next-month TO wc-period-next-buffer(5:2)
           MOVE '01' TO wc-period-next-buffer(7:2)
           COMPUTE wn-period-end-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(wc-period-next-buffer)) - 1

      *    the period is registered under its first month, so a
      *    monthly subscription keeps the key it always had
           MOVE SPACE TO wc-srv-period-key
           MOVE wc-period-buffer(1:4) TO wc-srv-period-key(1:4)
           MOVE '-' TO wc-srv-period-key(5:1)
           MOVE wc-period-buffer(5:2) TO wc-srv-period-key(6:2)
           .

      **********************************************************
       B0116-set-price-in-force.

      *    the first billed day decides the price: the SRVPRICE row
      *    with the latest FROMDATE on or before it. A service that
      *    never changed price has no rows and keeps SRV-CHARGE.
           MOVE FUNCTION DATE-OF-INTEGER(wn-eff-start-int)
               TO wc-period-ymd
           MOVE wc-period-ymd(1:4) TO wc-billed-from(1:4)
           MOVE wc-period-ymd(5:2) TO wc-billed-from(6:2)
           MOVE wc-period-ymd(7:2) TO wc-billed-from(9:2)
           MOVE '-' TO wc-billed-from(5:1) wc-billed-from(8:1)
           MOVE FUNCTION DATE-OF-INTEGER(wn-eff-end-int)
               TO wc-period-ymd
           MOVE wc-period-ymd(1:4) TO wc-billed-to(1:4)
           MOVE wc-period-ymd(5:2) TO wc-billed-to(6:2)
           MOVE wc-period-ymd(7:2) TO wc-billed-to(9:2)
           MOVE '-' TO wc-billed-to(5:1) wc-billed-to(8:1)

           MOVE SRVCUST-SRV-ID TO SRVPRICE-SRV-ID
           EXEC SQL
               SELECT CHARGE
                   INTO :SRVPRICE-CHARGE
                   FROM SRVPRICE
                   WHERE SRV_ID = :SRVPRICE-SRV-ID
                     AND FROMDATE =
                         (SELECT MAX(FROMDATE) FROM SRVPRICE
                              WHERE SRV_ID = :SRVPRICE-SRV-ID
                                AND FROMDATE <= :wc-billed-from)
           END-EXEC
           IF SQLCODE = ZERO
               MOVE SRVPRICE-CHARGE TO SRV-CHARGE
           END-IF
           .

      **********************************************************
       B0120-create-service-invoice-rows.

      *    same refusal BGFILE gives a re-imported payment file
           MOVE SRVCUST-CUST-ID TO SRVBILLED-CUST-ID
           MOVE SRVCUST-SRV-ID TO SRVBILLED-SRV-ID
           MOVE wc-srv-period-key TO SRVBILLED-PERIOD
           MOVE ZERO TO wn-billed-guard-count
           IF is-corr-run
               PERFORM B0160-find-billed-invoice
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :wn-billed-guard-count
                       FROM SRVBILLED
                       WHERE CUST_ID = :SRVBILLED-CUST-ID
                         AND SRV_ID = :SRVBILLED-SRV-ID
                         AND PERIOD = :SRVBILLED-PERIOD
               END-EXEC
               IF wn-billed-guard-count > ZERO
                   ADD 1 TO wn-skip-billed-count
                   MOVE 'Y' TO wc-srvcust-skip-switch
               END-IF
           END-IF

           IF NOT is-srvcust-skip
           END-EXEC

           EXEC SQL
               SELECT CHARGE, DESCRIPTION, ARTNO, DELRATE, VAT,
                      METRIC
                   INTO :SRV-CHARGE, :SRV-DESCRIPTION, :SRV-ARTNO,
                        :SRV-DELRATE, :SRV-VAT, :SRV-METRIC
                   FROM SRV
                   WHERE SRV_ID = :SRVCUST-SRV-ID
           END-EXEC

      *    the charge is the one in force for the billed days, not
      *    whatever the product screen says today
           PERFORM B0116-set-price-in-force

      *    a registered rate changeover takes effect by invoice
      *    date - an invoice straddling the cutover is billed whole
      *    at the rate in force on its invoice date, the standard
      *    treatment for periodic billing
           PERFORM B0115-apply-vat-changeover

           PERFORM B0123-create-invoice-header

      *    a service with a price ladder on PRICETIER is billed per
      *    actual period volume of its usage metric, band by band -
      *    one ITEM row per band so the tier breakdown shows on the
      *    invoice; a service without tiers keeps the flat charge as
      *    always
           MOVE ZERO TO wn-tier-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-tier-count
                   FROM PRICETIER
                   WHERE SRV_ID = :SRVCUST-SRV-ID
           END-EXEC

           IF wn-tier-count > ZERO
               PERFORM B0125-create-tier-items
           ELSE

      *    one item line: the subscribed service's charge
           MOVE 'ITEM' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO ITEM-ITEM-ID
           ADD 1 TO ITEM-ITEM-ID

           MOVE SRV-DESCRIPTION-LEN TO ITEM-DESCRIPTION-LEN
           MOVE SRV-DESCRIPTION-TEXT TO ITEM-DESCRIPTION-TEXT

      *    a quarter or a year on one line says which days it pays
           IF wn-bill-freq > 1
               MOVE SPACE TO ITEM-DESCRIPTION-TEXT
               STRING FUNCTION TRIM(SRV-DESCRIPTION-TEXT TRAILING)
                          DELIMITED BY SIZE
                      ' ' wc-billed-from ' - ' wc-billed-to
                          DELIMITED BY SIZE
                   INTO ITEM-DESCRIPTION-TEXT
               END-STRING
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(ITEM-DESCRIPTION-TEXT TRAILING))
                   TO ITEM-DESCRIPTION-LEN
           END-IF

           MOVE SRV-ARTNO-LEN TO ITEM-ARTNO-LEN
           MOVE SRV-ARTNO-TEXT TO ITEM-ARTNO-TEXT
           MOVE 2 TO ITEM-UNITDESC-LEN
           MOVE 'ST' TO ITEM-UNITDESC-TEXT
           MOVE 1 TO ITEM-QTY
           MOVE SRV-VAT TO ITEM-VAT

      *    a subscription covering the whole period is charged in
      *    full - the monthly charge times the months in the period;
      *    one whose START-DATE/END-DATE only overlaps part of the
      *    period (first or final billing run) is prorated by the
      *    fraction of the period it actually covers
           IF wn-billed-days = wn-days-in-period
               COMPUTE ITEM-PRICE = SRV-CHARGE * wn-bill-freq
           ELSE
               COMPUTE ITEM-PRICE ROUNDED =
                   SRV-CHARGE * wn-bill-freq * wn-billed-days
                   / wn-days-in-period
           END-IF

           EXEC SQL
               INSERT INTO ITEM
               VALUES ( :ITEM-ITEM-ID,
                         :ITEM-DESCRIPTION,
                         :ITEM-ARTNO,
                         :ITEM-UNITDESC,
                         :ITEM-QTY,
                         :ITEM-PRICE,
                         :ITEM-VAT)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats i ITEM-tabellen �r felaktig.'
           ELSE
               EXEC SQL
                   INSERT INTO INVITEM
                   VALUES ( :INVOICE-INV-ID, :ITEM-ITEM-ID)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in INVITEM table �r felt'
               END-IF

      *        billed ahead of the service: the revenue belongs to
      *        the months it covers, not to the invoice date
               IF is-bill-in-advance AND is-srvinv-ok
                   PERFORM B0147-write-rev-schedule
               END-IF
           END-IF

           END-IF

      *    the contractual vite for last month's SLA breaches goes
      *    on the customer's FIRST service invoice of the run, as
      *    itemized credit lines, before the autogiro charge sums
      *    the invoice from the database
           IF is-srvinv-ok AND
              CUSTOMER-SLAPENALTY > ZERO AND
              CUSTOMER-SLADAYS > ZERO AND
              SRVCUST-CUST-ID NOT = wn-slapen-done-cust
               PERFORM B0127-add-sla-penalty-lines
               MOVE SRVCUST-CUST-ID TO wn-slapen-done-cust
           END-IF

      *    the contract's volume commitment for last month: fewer
      *    processed invoices than committed bills the agreed
      *    shortfall fee, once per customer and run, with the
      *    calculation spelled out on the line
           IF is-srvinv-ok AND
              SRVCUST-CUST-ID NOT = wn-short-done-cust
               PERFORM B0126-add-shortfall-line
               MOVE SRVCUST-CUST-ID TO wn-short-done-cust
           END-IF

      *    the postage subinv paid for the customer's envelopes last
      *    month, recharged at cost on a line of its own - once per
      *    customer and run, like the shortfall fee
           IF is-srvinv-ok AND
              SRVCUST-CUST-ID NOT = wn-post-done-cust
               PERFORM B0139-add-postage-line
               MOVE SRVCUST-CUST-ID TO wn-post-done-cust
           END-IF

      *    every line is on the invoice now: the specification of
      *    what the quantities consist of goes with it, as appendix
      *    pages and as a file in the customer's outbox
           IF is-srvinv-ok AND NOT is-corr-run
               PERFORM B0150-write-usage-spec
           END-IF

      *    no header, no charge - a failed INVOICE insert must not
      *    put a debit on its way to the bank
           IF is-srvinv-ok AND NOT is-corr-run
               PERFORM B0130-write-autogiro-charge

      *        only a subscription that actually billed registers
      *        its period - a failed insert must stay rerunnable
               MOVE INVOICE-INV-ID TO SRVBILLED-INV-ID
               EXEC SQL
                   INSERT INTO SRVBILLED
                   VALUES ( :SRVBILLED-CUST-ID,
                             :SRVBILLED-SRV-ID,
                             :SRVBILLED-PERIOD,
                             :SRVBILLED-INV-ID)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in SRVBILLED �r felt'
               END-IF
           END-IF

      *    a correction draft is parked next to the invoice it
      *    would correct; pbs compares the two and issues it
           IF is-srvinv-ok AND is-corr-run
               PERFORM B0162-register-correction
           END-IF
           .

      **********************************************************
      *    the service invoice header to the customer in CUSTOMER,
      *    at SRV-VAT, under the debtor row kept in its name;
      *    is-srvinv-ok says whether the header went in
       B0123-create-invoice-header.

      *    find or create a debtor row for this PBS customer
           MOVE CUSTOMER-NAME TO DEBTOR-NAME
           EXEC SQL
           ADD 1 TO INVOICE-INV-ID

           MOVE ZERO TO INVOICE-INVSTATE
      *    a correction draft stays on hold until pbs issues it
           IF is-corr-run
               SET INVOICE-INVSTATE-ONHOLD TO TRUE
           END-IF
           MOVE INVOICE-INV-ID TO wc-srvinv-invno-ed
           STRING FUNCTION TRIM(wc-srvinv-invno-ed) DELIMITED BY SIZE
               INTO INVOICE-INVNO-TEXT
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

           MOVE 'N' TO wc-srvinv-ok-switch
               SET is-srvinv-ok TO TRUE
               ADD 1 TO wn-srvinv-count
           END-IF
           .

      **********************************************************
      *    One credit line per SLA breach in the previous calendar
      *    month: every invoice of the customer printed in that
      *    month is traced from its INLOG arrival to its OUTLOG
      *    print date in working days, the same measurement
      *    I0170-display-sla-report shows - and each breach credits
      *    the contractual vite on the service invoice in hand,
      *    itemized with the breached invoice's number.
       B0127-add-sla-penalty-lines.

           PERFORM B0124-set-last-month-bounds
           MOVE ZERO TO wn-slapen-count

           EXEC SQL
               DECLARE CURS-SLA-PEN CURSOR FOR
               SELECT V.INVNO, O.PRINTDATE
               FROM TUTORIAL.OUTLOG O, TUTORIAL.INVOICE V
               WHERE O.SUCCESS = 1
                 AND O.PRINTDATE >= :wc-slapen-from
                 AND O.PRINTDATE <= :wc-slapen-to
                 AND O.OUTLOG_ID NOT IN
                     (SELECT REPRINTID FROM TUTORIAL.INCINV)
                 AND O.INV_ID = V.INV_ID
                 AND V.CUST_ID = :CUSTOMER-CUST-ID
               ORDER BY V.INVNO
           END-EXEC

           EXEC SQL
               OPEN CURS-SLA-PEN
           END-EXEC

           MOVE 'N' TO wc-slapen-done-switch
           EXEC SQL
               FETCH CURS-SLA-PEN
                   INTO :wc-slapen-invno, :wc-slapen-printdate
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO wc-slapen-done-switch
           END-IF

           PERFORM B0128-credit-one-breach
               UNTIL wc-slapen-done-switch = 'Y'
           IF wn-slapen-count > ZERO
               DISPLAY 'SLA-viten krediterade: ' wn-slapen-count
                   ' f�r kund ' FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
               IF NOT is-corr-run
                   PERFORM B0131-notify-sla-credit
               END-IF
           END-IF
           .

      **********************************************************
      *    The credited vite is announced to whoever at the
      *    customer subscribes to SLA notices (normally the billing
      *    and escalation contacts), with the service invoice that
      *    carries the credit as reference. A correction draft is
      *    not issued yet and announces nothing.
       B0131-notify-sla-credit.

           MOVE CUSTOMER-CUST-ID TO CONTRCPT-CUST-ID
           SET CONTRCPT-SLAVITE TO TRUE
           CALL 'PbsCont' USING CONTRCPT

           IF CONTRCPT-COUNT > ZERO
               MOVE FUNCTION CURRENT-DATE TO wc-notify-now
               MOVE SPACE TO wc-notify-timestamp
               STRING wc-notify-now(1:4)  DELIMITED BY SIZE
                   '-'                    DELIMITED BY SIZE
                   wc-notify-now(5:2)     DELIMITED BY SIZE
                   '-'                    DELIMITED BY SIZE
                   wc-notify-now(7:2)     DELIMITED BY SIZE
                   ' '                    DELIMITED BY SIZE
                   wc-notify-now(9:2)     DELIMITED BY SIZE
                   ':'                    DELIMITED BY SIZE
                   wc-notify-now(11:2)    DELIMITED BY SIZE
                   ':'                    DELIMITED BY SIZE
                   wc-notify-now(13:2)    DELIMITED BY SIZE
                   INTO wc-notify-timestamp
               END-STRING

               OPEN EXTEND NOTIFYDATA
               PERFORM VARYING wn-notify-idx FROM 1 BY 1
                   UNTIL wn-notify-idx > CONTRCPT-COUNT
                   MOVE SPACE TO NOTIFY-POST
                   MOVE wc-notify-timestamp TO NOTIFY-TIMESTAMP
                   MOVE FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
                       TO NOTIFY-CUSTNO
                   MOVE FUNCTION TRIM(INVOICE-INVNO-TEXT)
                       TO NOTIFY-INVNO
                   MOVE CONTRCPT-EMAIL(wn-notify-idx)
                       TO NOTIFY-EMAIL
                   MOVE 'SLAVITE' TO NOTIFY-KIND
                   WRITE NOTIFY-POST
               END-PERFORM
               CLOSE NOTIFYDATA
           END-IF
           .

           END-IF
           .

      **********************************************************
      *    Correction run: the invoice that billed this period, from
      *    its SRVBILLED row. No row means the period never billed
      *    (a start date corrected backwards, say) and the draft is
      *    a catch-up invoice; a row from before the invoice was
      *    kept on it cannot be matched and is left to the operator.
       B0160-find-billed-invoice.

           MOVE ZERO TO wn-corr-orig-inv-id
           MOVE ZERO TO SRVBILLED-INV-ID
           EXEC SQL
               SELECT INV_ID
                   INTO :SRVBILLED-INV-ID
                   FROM SRVBILLED
                   WHERE CUST_ID = :SRVBILLED-CUST-ID
                     AND SRV_ID = :SRVBILLED-SRV-ID
                     AND PERIOD = :SRVBILLED-PERIOD
           END-EXEC

           IF SQLCODE = ZERO
               IF SRVBILLED-INV-ID = ZERO
                   DISPLAY ' Tj�nst ' SRVBILLED-SRV-ID ' period '
                       SRVBILLED-PERIOD ': ursprungsfakturan �r'
                       ' ok�nd - r�tta manuellt.'
                   MOVE 'Y' TO wc-srvcust-skip-switch
               ELSE
                   MOVE SRVBILLED-INV-ID TO wn-corr-orig-inv-id
               END-IF
           END-IF
           .

      **********************************************************
      *    One SRVCORR draft row: the recomputed invoice on hold and
      *    the original, each with its net total.
       B0162-register-correction.

           MOVE 'SRVCORR' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO SRVCORR-CORR-ID
           ADD 1 TO SRVCORR-CORR-ID

           MOVE SRVCUST-CUST-ID TO SRVCORR-CUST-ID
           MOVE SRVCUST-SRV-ID TO SRVCORR-SRV-ID
           MOVE SRVBILLED-PERIOD TO SRVCORR-PERIOD
           MOVE wn-corr-orig-inv-id TO SRVCORR-ORIG-INV-ID
           MOVE INVOICE-INV-ID TO SRVCORR-NEW-INV-ID

           MOVE ZERO TO SRVCORR-NEWAMT
           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE), 0)
                   INTO :SRVCORR-NEWAMT
                   FROM ITEM I, INVITEM VI
                   WHERE VI.INV_ID = :SRVCORR-NEW-INV-ID
                     AND I.ITEM_ID = VI.ITEM_ID
           END-EXEC
      *    what the period has cost the customer so far: the
      *    original plus whatever credit note or difference
      *    invoices already point back at it (CREDITOF)
           MOVE ZERO TO SRVCORR-ORIGAMT
           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE), 0)
                   INTO :SRVCORR-ORIGAMT
                   FROM ITEM I, INVITEM VI, INVOICE V
                   WHERE (V.INV_ID = :SRVCORR-ORIG-INV-ID
                          OR V.CREDITOF = :SRVCORR-ORIG-INV-ID)
                     AND VI.INV_ID = V.INV_ID
                     AND I.ITEM_ID = VI.ITEM_ID
           END-EXEC

           SET SRVCORR-STATE-DRAFT TO TRUE
           MOVE SPACE TO wc-corr-today
           MOVE FUNCTION CURRENT-DATE(1:4) TO wc-corr-today(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO wc-corr-today(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO wc-corr-today(9:2)
           MOVE '-' TO wc-corr-today(5:1) wc-corr-today(8:1)
           MOVE wc-corr-today TO SRVCORR-CORRDATE
           MOVE 'srvbill' TO SRVCORR-OPERATOR-TEXT
           MOVE 7 TO SRVCORR-OPERATOR-LEN

           EXEC SQL
               INSERT INTO SRVCORR
               VALUES ( :SRVCORR-CORR-ID,
                         :SRVCORR-CUST-ID,
                         :SRVCORR-SRV-ID,
                         :SRVCORR-PERIOD,
                         :SRVCORR-ORIG-INV-ID,
                         :SRVCORR-NEW-INV-ID,
                         :SRVCORR-ORIGAMT,
                         :SRVCORR-NEWAMT,
                         :SRVCORR-STATE,
                         :SRVCORR-CORRDATE,
                         :SRVCORR-OPERATOR)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in SRVCORR �r felt'
           ELSE
               ADD 1 TO wn-corr-count
           END-IF
           .

      **********************************************************
      *    Bounds of the previous calendar month (����-MM-01 ..
      *    ����-MM-31) - the period both the SLA credit step and
      *    the shortfall billing measure against.
       B0124-set-last-month-bounds.

           COMPUTE wn-slapen-year = FUNCTION NUMVAL(wc-ref-ym(1:4))
           COMPUTE wn-slapen-month =
               FUNCTION NUMVAL(wc-ref-ym(5:2)) - 1
           IF wn-slapen-month = ZERO
               MOVE 12 TO wn-slapen-month
               SUBTRACT 1 FROM wn-slapen-year
      *    line text so the customer can verify the arithmetic.
       B0126-add-shortfall-line.

           PERFORM B0171-measure-shortfall
           IF wn-short-missing > ZERO
               PERFORM B0133-insert-shortfall-item
           END-IF
           .

      **********************************************************
      *    last month's commitment against last month's OUTLOG
      *    volume: wn-short-missing is what the customer fell short,
      *    zero when it met the commitment or has none
       B0171-measure-shortfall.

           MOVE ZERO TO wn-short-missing
           PERFORM B0124-set-last-month-bounds
           MOVE ZERO TO wn-short-minvol wn-short-rate
           EXEC SQL
                         AND SUCCESS = 1
                         AND PRINTDATE >= :wc-slapen-from
                         AND PRINTDATE <= :wc-slapen-to
                         AND OUTLOG_ID NOT IN
                             (SELECT REPRINTID FROM INCINV)
               END-EXEC

               IF wn-short-volume < wn-short-minvol
                   COMPUTE wn-short-missing =
                       wn-short-minvol - wn-short-volume
               END-IF
           END-IF
           .

      **********************************************************
      *    Final run: the shortfall of the contract's last month
      *    normally rides on the next month's service invoice, but
      *    a customer who has left gets none. The final run (held
      *    by pbs until the month after the contract ended) bills
      *    it on the invoice the run made, or else on an invoice of
      *    its own together with that month's postage. A SRVBILLED
      *    row with SRV_ID 0 keeps a rerun from billing it twice.
       B0170-final-shortfall.

           EXEC SQL
               SELECT CUST_ID, CUSTNO, NAME, ADDR_ID, DUEDAYS
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO,
                        :CUSTOMER-NAME, :CUSTOMER-ADDR-ID,
                        :CUSTOMER-DUEDAYS
                   FROM CUSTOMER
                   WHERE CUSTNO = :CUSTOMER-CUSTNO
           END-EXEC

           IF SQLCODE = ZERO
               PERFORM B0124-set-last-month-bounds
               MOVE wc-slapen-from(1:7) TO wc-final-period
               MOVE ZERO TO wn-final-guard-count
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :wn-final-guard-count
                       FROM SRVBILLED
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
                         AND SRV_ID = 0
                         AND PERIOD = :wc-final-period
               END-EXEC

               IF wn-final-guard-count = ZERO
                   MOVE 'N' TO wc-srvinv-ok-switch
                   IF wn-short-done-cust = CUSTOMER-CUST-ID
                       SET is-srvinv-ok TO TRUE
                   ELSE
                       PERFORM B0171-measure-shortfall
                       IF wn-short-missing > ZERO
                           PERFORM B0172-final-shortfall-invoice
                       END-IF
                   END-IF

                   IF is-srvinv-ok
                       MOVE CUSTOMER-CUST-ID TO SRVBILLED-CUST-ID
                       MOVE ZERO TO SRVBILLED-SRV-ID
                       MOVE wc-final-period TO SRVBILLED-PERIOD
                       MOVE INVOICE-INV-ID TO SRVBILLED-INV-ID
                       EXEC SQL
                           INSERT INTO SRVBILLED
                           VALUES ( :SRVBILLED-CUST-ID,
                                     :SRVBILLED-SRV-ID,
                                     :SRVBILLED-PERIOD,
                                     :SRVBILLED-INV-ID)
                       END-EXEC
                       IF SQLCODE NOT = ZERO
                           DISPLAY
                               ' Insert SQL sats in SRVBILLED �r felt'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
      *    an invoice of its own for the last month's shortfall, at
      *    the VAT rate of the services the customer subscribed to
       B0172-final-shortfall-invoice.

           MOVE ZERO TO SRV-VAT
           EXEC SQL
               SELECT COALESCE(MAX(V.VAT), 0)
                   INTO :SRV-VAT
                   FROM TUTORIAL.SRV V, TUTORIAL.SRVCUST S
                   WHERE S.CUST_ID = :CUSTOMER-CUST-ID
                     AND V.SRV_ID = S.SRV_ID
           END-EXEC

           PERFORM B0123-create-invoice-header

           IF is-srvinv-ok
               PERFORM B0133-insert-shortfall-item
               PERFORM B0139-add-postage-line
           END-IF
           .

      **********************************************************
       B0133-insert-shortfall-item.

           END-IF
           .

      **********************************************************
      *    Postage recharge: the actual postage of every envelope
      *    printed for the customer last calendar month, as subinv
      *    priced it onto OUTLOG (POSTCLASS blank is a document that
      *    went by e-mail or a bookkeeping row - no envelope). One
      *    line at cost, ARTNO 'PORTO' - the article number the
      *    profitability report (pbs.cbl I0160) keeps it out of
      *    revenue by, since postage is passed straight through.
       B0139-add-postage-line.

           PERFORM B0124-set-last-month-bounds
           MOVE ZERO TO wn-post-sum wn-post-count
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(POSTAGE), 0)
                   INTO :wn-post-count, :wn-post-sum
                   FROM OUTLOG
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
                     AND SUCCESS = 1
                     AND POSTCLASS <> ' '
                     AND PRINTDATE >= :wc-slapen-from
                     AND PRINTDATE <= :wc-slapen-to
                     AND OUTLOG_ID NOT IN
                         (SELECT REPRINTID FROM INCINV)
           END-EXEC

           IF SQLCODE = ZERO AND wn-post-sum > ZERO
               PERFORM B0141-insert-postage-item
           END-IF
           .

      **********************************************************
       B0141-insert-postage-item.

           MOVE 'ITEM' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO ITEM-ITEM-ID
           ADD 1 TO ITEM-ITEM-ID

           MOVE wn-post-count TO wc-post-count-ed

           MOVE SPACE TO ITEM-DESCRIPTION-TEXT
           STRING 'Porto ' DELIMITED BY SIZE
               wc-slapen-from(1:7) DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               FUNCTION TRIM(wc-post-count-ed) DELIMITED BY SIZE
               ' f�rs�ndelser' DELIMITED BY SIZE
               INTO ITEM-DESCRIPTION-TEXT
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   ITEM-DESCRIPTION-TEXT))
               TO ITEM-DESCRIPTION-LEN
           MOVE 'PORTO' TO ITEM-ARTNO-TEXT
           MOVE 5 TO ITEM-ARTNO-LEN
           MOVE 2 TO ITEM-UNITDESC-LEN
           MOVE 'ST' TO ITEM-UNITDESC-TEXT
           MOVE 1 TO ITEM-QTY
           MOVE wn-post-sum TO ITEM-PRICE
           MOVE SRV-VAT TO ITEM-VAT

           EXEC SQL
               INSERT INTO ITEM
               VALUES ( :ITEM-ITEM-ID,
                         :ITEM-DESCRIPTION,
                         :ITEM-ARTNO,
                         :ITEM-UNITDESC,
                         :ITEM-QTY,
                         :ITEM-PRICE,
                         :ITEM-VAT)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats i ITEM-tabellen �r felaktig.'
           ELSE
               EXEC SQL
                   INSERT INTO INVITEM
                   VALUES ( :INVOICE-INV-ID, :ITEM-ITEM-ID)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in INVITEM table �r felt'
               END-IF
           END-IF
           .

      **********************************************************
       B0115-apply-vat-changeover.

      **********************************************************
       B0125-create-tier-items.

      *    the customer's actual volume this period: the service's
      *    usage metric counted between the period bounds
           MOVE FUNCTION DATE-OF-INTEGER(wn-period-start-int)
               TO wc-period-ymd
           MOVE wc-period-ymd(1:4) TO wc-period-from(1:4)
           MOVE wc-period-ymd(7:2) TO wc-period-to(9:2)
           MOVE '-' TO wc-period-to(5:1) wc-period-to(8:1)

      *    a customer on group pricing counts the whole koncern's
      *    volume into the band - parent and every sibling - the
      *    way the group contracts are actually written; everyone
                   FROM CUSTOMER
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC
           IF wn-tier-grouptier = 1 AND wn-tier-parent NOT = ZERO
               MOVE wn-tier-parent TO wn-tier-root
           ELSE
               MOVE CUSTOMER-CUST-ID TO wn-tier-root
           END-IF
           IF wn-tier-grouptier NOT = 1
               MOVE ZERO TO wn-tier-grouptier
           END-IF

           PERFORM B0143-count-usage
           PERFORM B0145-record-usage

           MOVE ZERO TO wn-tier-items-made

           EXEC SQL
           MOVE SPACE TO ITEM-DESCRIPTION-TEXT
           STRING FUNCTION TRIM(SRV-DESCRIPTION-TEXT)
                   DELIMITED BY SIZE
               ', ' DELIMITED BY SIZE
               FUNCTION TRIM(wc-tier-metric-label) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(wc-tier-from-ed) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION TRIM(wc-tier-to-ed) DELIMITED BY SIZE
           END-IF
           .

      **********************************************************
      *    The period volume of the service's usage metric, for the
      *    customer alone or - group pricing - for every customer
      *    under wn-tier-root. Each count is taken from the rows the
      *    event leaves behind, so it can be recounted at any time:
      *      I  printed invoices   OUTLOG rows, SUCCESS 1
      *      S  sheets             OUTLOG.SHEETS of those rows
      *      A  attachment pages   OUTLOG.ATTPAGES of those rows
      *      E  e-mails sent       MAILQ rows in STATE 1 (sent),
      *                            by queue date, via the invoice
      *      P  e-invoices         OUTLOG rows for a Svefaktura
      *                            document (the .xml file name)
      *      F  intake files       distinct INLOG.FILENO processed
      *      R  reminders          reminder INVOICE rows dunning
      *                            issued (INVNO suffix -KR/-P1/-P2)
      *      B  reklambilagor      INSUSE rows of those rows
      *    An incident reprint (an OUTLOG row that is an INCINV
      *    REPRINTID) is the print house's fault and never counts.
       B0143-count-usage.

           MOVE ZERO TO wn-tier-volume

           EVALUATE TRUE
               WHEN SRV-METRIC-SHEETS
                   MOVE 'ark' TO wc-tier-metric-label
                   EXEC SQL
                       SELECT COALESCE(SUM(SHEETS), 0)
                           INTO :wn-tier-volume
                           FROM OUTLOG
                           WHERE SUCCESS = 1
                             AND PRINTDATE >= :wc-period-from
                             AND PRINTDATE <= :wc-period-to
                             AND OUTLOG_ID NOT IN
                                 (SELECT REPRINTID FROM INCINV)
                             AND CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-tier-root
                                     OR (:wn-tier-grouptier = 1 AND
                                         PARENT_ID = :wn-tier-root))
                   END-EXEC
               WHEN SRV-METRIC-ATTPAGES
                   MOVE 'bilagesidor' TO wc-tier-metric-label
                   EXEC SQL
                       SELECT COALESCE(SUM(ATTPAGES), 0)
                           INTO :wn-tier-volume
                           FROM OUTLOG
                           WHERE SUCCESS = 1
                             AND PRINTDATE >= :wc-period-from
                             AND PRINTDATE <= :wc-period-to
                             AND OUTLOG_ID NOT IN
                                 (SELECT REPRINTID FROM INCINV)
                             AND CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-tier-root
                                     OR (:wn-tier-grouptier = 1 AND
                                         PARENT_ID = :wn-tier-root))
                   END-EXEC
               WHEN SRV-METRIC-EMAILS
                   MOVE 'e-postutskick' TO wc-tier-metric-label
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :wn-tier-volume
                           FROM MAILQ M, INVOICE V
                           WHERE M.INV_ID = V.INV_ID
                             AND M.STATE = 1
                             AND M.QDATE >= :wc-period-from
                             AND M.QDATE <= :wc-period-to
                             AND V.CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-tier-root
                                     OR (:wn-tier-grouptier = 1 AND
                                         PARENT_ID = :wn-tier-root))
                   END-EXEC
               WHEN SRV-METRIC-EINVOICES
                   MOVE 'e-fakturor' TO wc-tier-metric-label
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :wn-tier-volume
                           FROM OUTLOG
                           WHERE SUCCESS = 1
                             AND FILENAME LIKE '%.xml'
                             AND PRINTDATE >= :wc-period-from
                             AND PRINTDATE <= :wc-period-to
                             AND OUTLOG_ID NOT IN
                                 (SELECT REPRINTID FROM INCINV)
                             AND CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-tier-root
                                     OR (:wn-tier-grouptier = 1 AND
                                         PARENT_ID = :wn-tier-root))
                   END-EXEC
               WHEN SRV-METRIC-INFILES
                   MOVE 'inl�sta filer' TO wc-tier-metric-label
                   EXEC SQL
                       SELECT COUNT(DISTINCT FILENO)
                           INTO :wn-tier-volume
                           FROM INLOG
                           WHERE PROCDATE >= :wc-period-from
                             AND PROCDATE <= :wc-period-to
                             AND CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-tier-root
                                     OR (:wn-tier-grouptier = 1 AND
                                         PARENT_ID = :wn-tier-root))
                   END-EXEC
               WHEN SRV-METRIC-REMINDERS
                   MOVE 'p�minnelser' TO wc-tier-metric-label
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :wn-tier-volume
                           FROM INVOICE
                           WHERE INVDATE >= :wc-period-from
                             AND INVDATE <= :wc-period-to
                             AND (INVNO LIKE '%-KR'
                                  OR INVNO LIKE '%-P1'
                                  OR INVNO LIKE '%-P2')
                             AND CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-tier-root
                                     OR (:wn-tier-grouptier = 1 AND
                                         PARENT_ID = :wn-tier-root))
                   END-EXEC
               WHEN SRV-METRIC-INSERTS
                   MOVE 'reklambilagor' TO wc-tier-metric-label
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :wn-tier-volume
                           FROM INSUSE U, OUTLOG O
                           WHERE U.OUTLOG_ID = O.OUTLOG_ID
                             AND O.SUCCESS = 1
                             AND O.PRINTDATE >= :wc-period-from
                             AND O.PRINTDATE <= :wc-period-to
                             AND O.OUTLOG_ID NOT IN
                                 (SELECT REPRINTID FROM INCINV)
                             AND O.CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-tier-root
                                     OR (:wn-tier-grouptier = 1 AND
                                         PARENT_ID = :wn-tier-root))
                   END-EXEC
               WHEN OTHER
                   MOVE 'fakturor' TO wc-tier-metric-label
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :wn-tier-volume
                           FROM OUTLOG
                           WHERE SUCCESS = 1
                             AND PRINTDATE >= :wc-period-from
                             AND PRINTDATE <= :wc-period-to
                             AND OUTLOG_ID NOT IN
                                 (SELECT REPRINTID FROM INCINV)
                             AND CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-tier-root
                                     OR (:wn-tier-grouptier = 1 AND
                                         PARENT_ID = :wn-tier-root))
                   END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-tier-volume
           END-IF
           .

      **********************************************************
       B0147-write-rev-schedule.

      *    one REVSCHED row per calendar month of the billed days,
      *    the line's net split by the days falling in each month;
      *    the last month takes what rounding left, so the rows add
      *    up to the line exactly
           MOVE INVOICE-INV-ID TO REVSCHED-INV-ID
           MOVE ITEM-ITEM-ID TO REVSCHED-ITEM-ID
           MOVE SRVCUST-CUST-ID TO REVSCHED-CUST-ID
           MOVE ZERO TO wn-rev-booked
           MOVE wn-eff-start-int TO wn-rev-start-int

           PERFORM B0148-rev-one-month
               UNTIL wn-rev-start-int > wn-eff-end-int
           .

      **********************************************************
       B0148-rev-one-month.

           MOVE FUNCTION DATE-OF-INTEGER(wn-rev-start-int)
               TO wc-rev-ymd
           MOVE SPACE TO REVSCHED-MONTH
           MOVE wc-rev-ymd(1:4) TO REVSCHED-MONTH(1:4)
           MOVE '-' TO REVSCHED-MONTH(5:1)
           MOVE wc-rev-ymd(5:2) TO REVSCHED-MONTH(6:2)

      *    last day of this month, or of the billed range if sooner
           MOVE wc-rev-ymd(1:4) TO wn-rev-next-year
           MOVE wc-rev-ymd(5:2) TO wn-rev-next-month
           ADD 1 TO wn-rev-next-month
           IF wn-rev-next-month > 12
               MOVE 1 TO wn-rev-next-month
               ADD 1 TO wn-rev-next-year
           END-IF
           MOVE wn-rev-next-year TO wc-rev-next-buffer(1:4)
           MOVE wn-rev-next-month TO wc-rev-next-buffer(5:2)
           MOVE '01' TO wc-rev-next-buffer(7:2)
           COMPUTE wn-rev-end-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(wc-rev-next-buffer)) - 1
           IF wn-rev-end-int > wn-eff-end-int
               MOVE wn-eff-end-int TO wn-rev-end-int
           END-IF
           COMPUTE wn-rev-days = wn-rev-end-int - wn-rev-start-int + 1

           IF wn-rev-end-int = wn-eff-end-int
               COMPUTE REVSCHED-AMOUNT =
                   ITEM-PRICE * ITEM-QTY - wn-rev-booked
           ELSE
               COMPUTE REVSCHED-AMOUNT ROUNDED =
                   ITEM-PRICE * ITEM-QTY * wn-rev-days / wn-billed-days
           END-IF
           ADD REVSCHED-AMOUNT TO wn-rev-booked

           EXEC SQL
               INSERT INTO REVSCHED
               VALUES ( :REVSCHED-INV-ID,
                         :REVSCHED-ITEM-ID,
                         :REVSCHED-CUST-ID,
                         :REVSCHED-MONTH,
                         :REVSCHED-AMOUNT)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in REVSCHED �r felt'
           END-IF

           COMPUTE wn-rev-start-int = wn-rev-end-int + 1
           .

      **********************************************************
      *    The count just billed, with the bounds and the customer
      *    scope it was taken over - the trail from the invoice
      *    line back to the source rows (see SRVUSAGE.CPY).
       B0145-record-usage.

           MOVE INVOICE-INV-ID TO SRVUSAGE-INV-ID
           MOVE SRVCUST-SRV-ID TO SRVUSAGE-SRV-ID
           IF SRV-METRIC = SPACE
               MOVE 'I' TO SRVUSAGE-METRIC
           ELSE
               MOVE SRV-METRIC TO SRVUSAGE-METRIC
           END-IF
           MOVE wc-period-from TO SRVUSAGE-PERIODFROM
           MOVE wc-period-to TO SRVUSAGE-PERIODTO
           MOVE wn-tier-root TO SRVUSAGE-ROOT-ID
           MOVE wn-tier-grouptier TO SRVUSAGE-GROUPTIER
           MOVE wn-tier-volume TO SRVUSAGE-VOLUME

           EXEC SQL
               INSERT INTO SRVUSAGE
               VALUES ( :SRVUSAGE-INV-ID,
                         :SRVUSAGE-SRV-ID,
                         :SRVUSAGE-METRIC,
                         :SRVUSAGE-PERIODFROM,
                         :SRVUSAGE-PERIODTO,
                         :SRVUSAGE-ROOT-ID,
                         :SRVUSAGE-GROUPTIER,
                         :SRVUSAGE-VOLUME)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in SRVUSAGE table �r felt'
           END-IF
           .

      **********************************************************
      *    Specification appendix of one service invoice: the
      *    customer's usage day by day over the billing period -
      *    intake files, printed invoices, sheets, attachment pages,
      *    e-mails sent and reminders issued, counted from the same
      *    rows B0143-count-usage rates - followed by every line of
      *    the invoice as billed, so the SLA credits (B0127) and the
      *    shortfall and postage lines with their arithmetic are
      *    spelled out too. Written as INVATT rows, which subinv
      *    renders as extra pages after the invoice (its
      *    B0295-write-attachment-pages), and as a semicolon file
      *    data/outbox/<kundnr>/spec_<fakturanr>.txt:
      *        SPEC;<kundnr>;<fakturanr>;<fr.o.m.>;<t.o.m.>
      *        DAG;<datum>;<filer>;<fakturor>;<ark>;<bilagesidor>;
      *            <e-post>;<p�minnelser>
      *        SUMMA;;<filer>;<fakturor>;<ark>;<bilagesidor>;
      *            <e-post>;<p�minnelser>
      *        RAD;<artnr>;<text>;<antal>;<pris>
      *        SLUT
      *    The usage is the customer's own - under group pricing
      *    the band volume on the rated lines spans the koncern.
       B0150-write-usage-spec.

           MOVE FUNCTION DATE-OF-INTEGER(wn-period-start-int)
               TO wc-period-ymd
           MOVE wc-period-ymd(1:4) TO wc-spec-from(1:4)
           MOVE wc-period-ymd(5:2) TO wc-spec-from(6:2)
           MOVE wc-period-ymd(7:2) TO wc-spec-from(9:2)
           MOVE '-' TO wc-spec-from(5:1) wc-spec-from(8:1)
           MOVE FUNCTION DATE-OF-INTEGER(wn-period-end-int)
               TO wc-period-ymd
           MOVE wc-period-ymd(1:4) TO wc-spec-to(1:4)
           MOVE wc-period-ymd(5:2) TO wc-spec-to(6:2)
           MOVE wc-period-ymd(7:2) TO wc-spec-to(9:2)
           MOVE '-' TO wc-spec-to(5:1) wc-spec-to(8:1)

      *    the customer's outbox, created on first use the way the
      *    intake receipts (Readfile 192-WRITE-RECEIPT) create it
           CALL 'CBL_CREATE_DIR' USING 'data/outbox'
               RETURNING wn-spec-rc
           MOVE SPACE TO wc-spec-dir
           STRING 'data/outbox/' DELIMITED BY SIZE
               FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT) DELIMITED BY SIZE
               INTO wc-spec-dir
           END-STRING
           CALL 'CBL_CREATE_DIR' USING wc-spec-dir
               RETURNING wn-spec-rc
           MOVE SPACE TO wc-spec-path
           STRING FUNCTION TRIM(wc-spec-dir) DELIMITED BY SIZE
               '/spec_' DELIMITED BY SIZE
               FUNCTION TRIM(INVOICE-INVNO-TEXT) DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO wc-spec-path
           END-STRING

           OPEN OUTPUT SPECDATA
           IF NOT is-spec-ok
               DISPLAY ' Kunde inte skriva specifikationsfilen: '
                   FUNCTION TRIM(wc-spec-path)
           END-IF

           MOVE ZERO TO wn-spec-seqno
           MOVE ZERO TO wn-spec-tot-files wn-spec-tot-invoices
                        wn-spec-tot-sheets wn-spec-tot-attpages
                        wn-spec-tot-emails wn-spec-tot-reminders

           MOVE SPACE TO wc-spec-line
           STRING 'SPECIFIKATION TILL FAKTURA ' DELIMITED BY SIZE
               FUNCTION TRIM(INVOICE-INVNO-TEXT) DELIMITED BY SIZE
               INTO wc-spec-line
           END-STRING
           PERFORM B0158-add-spec-line
           MOVE SPACE TO wc-spec-line
           STRING 'Period ' DELIMITED BY SIZE
               wc-spec-from DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               wc-spec-to DELIMITED BY SIZE
               INTO wc-spec-line
           END-STRING
           PERFORM B0158-add-spec-line
           MOVE SPACE TO wc-spec-line
           PERFORM B0158-add-spec-line
           MOVE 'Datum      Filer Fakturor     Ark Bilagor E-post P�m'
               TO wc-spec-line
           PERFORM B0158-add-spec-line

           IF is-spec-ok
               MOVE SPACE TO SPEC-POST
               STRING 'SPEC;' DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
                       DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(INVOICE-INVNO-TEXT) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   wc-spec-from DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   wc-spec-to DELIMITED BY SIZE
                   INTO SPEC-POST
               END-STRING
               WRITE SPEC-POST
           END-IF

           PERFORM B0152-spec-one-day
               VARYING wn-spec-day-int FROM wn-period-start-int BY 1
               UNTIL wn-spec-day-int > wn-period-end-int

           MOVE 'Summa' TO wc-spec-row-date
           MOVE wn-spec-tot-files TO wc-spec-row-files
           MOVE wn-spec-tot-invoices TO wc-spec-row-invoices
           MOVE wn-spec-tot-sheets TO wc-spec-row-sheets
           MOVE wn-spec-tot-attpages TO wc-spec-row-attpages
           MOVE wn-spec-tot-emails TO wc-spec-row-emails
           MOVE wn-spec-tot-reminders TO wc-spec-row-reminders
           MOVE wc-spec-row TO wc-spec-line
           PERFORM B0158-add-spec-line
           MOVE 'SUMMA;' TO wc-spec-lead
           PERFORM B0156-write-spec-usage-row

           MOVE SPACE TO wc-spec-line
           PERFORM B0158-add-spec-line
           MOVE 'Fakturarader (antal x pris, text)' TO wc-spec-line
           PERFORM B0158-add-spec-line

           EXEC SQL
               DECLARE CURS-SPEC-ITEM CURSOR FOR
               SELECT COALESCE(I.ARTNO, ''), I.DESCRIPTION, I.QTY,
                      I.PRICE
               FROM TUTORIAL.INVITEM VI, TUTORIAL.ITEM I
               WHERE VI.INV_ID = :INVOICE-INV-ID
                 AND VI.ITEM_ID = I.ITEM_ID
               ORDER BY I.ITEM_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-SPEC-ITEM
           END-EXEC

           MOVE 'N' TO wc-spec-item-done-switch
           PERFORM B0154-spec-one-item
               UNTIL wc-spec-item-done-switch = 'Y'

           EXEC SQL
               CLOSE CURS-SPEC-ITEM
           END-EXEC

           IF is-spec-ok
               MOVE 'SLUT' TO SPEC-POST
               WRITE SPEC-POST
               CLOSE SPECDATA
           END-IF
           .

      **********************************************************
      *    One day of the usage table - a day with nothing in it
      *    is left out.
       B0152-spec-one-day.

           MOVE FUNCTION DATE-OF-INTEGER(wn-spec-day-int)
               TO wc-period-ymd
           MOVE wc-period-ymd(1:4) TO wc-spec-date(1:4)
           MOVE wc-period-ymd(5:2) TO wc-spec-date(6:2)
           MOVE wc-period-ymd(7:2) TO wc-spec-date(9:2)
           MOVE '-' TO wc-spec-date(5:1) wc-spec-date(8:1)

           MOVE ZERO TO wn-spec-files wn-spec-invoices wn-spec-sheets
                        wn-spec-attpages wn-spec-emails
                        wn-spec-reminders

           EXEC SQL
               SELECT COUNT(DISTINCT FILENO)
                   INTO :wn-spec-files
                   FROM INLOG
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
                     AND PROCDATE = :wc-spec-date
           END-EXEC

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(SHEETS), 0),
                      COALESCE(SUM(ATTPAGES), 0)
                   INTO :wn-spec-invoices, :wn-spec-sheets,
                        :wn-spec-attpages
                   FROM OUTLOG
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
                     AND SUCCESS = 1
                     AND PRINTDATE = :wc-spec-date
                     AND OUTLOG_ID NOT IN
                         (SELECT REPRINTID FROM INCINV)
           END-EXEC

           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-spec-emails
                   FROM MAILQ M, INVOICE V
                   WHERE M.INV_ID = V.INV_ID
                     AND V.CUST_ID = :CUSTOMER-CUST-ID
                     AND M.STATE = 1
                     AND M.QDATE = :wc-spec-date
           END-EXEC

           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-spec-reminders
                   FROM INVOICE
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
                     AND INVDATE = :wc-spec-date
                     AND (INVNO LIKE '%-KR'
                          OR INVNO LIKE '%-P1'
                          OR INVNO LIKE '%-P2')
           END-EXEC

           IF wn-spec-files NOT = ZERO OR
              wn-spec-invoices NOT = ZERO OR
              wn-spec-emails NOT = ZERO OR
              wn-spec-reminders NOT = ZERO
               ADD wn-spec-files TO wn-spec-tot-files
               ADD wn-spec-invoices TO wn-spec-tot-invoices
               ADD wn-spec-sheets TO wn-spec-tot-sheets
               ADD wn-spec-attpages TO wn-spec-tot-attpages
               ADD wn-spec-emails TO wn-spec-tot-emails
               ADD wn-spec-reminders TO wn-spec-tot-reminders

               MOVE wc-spec-date TO wc-spec-row-date
               MOVE wn-spec-files TO wc-spec-row-files
               MOVE wn-spec-invoices TO wc-spec-row-invoices
               MOVE wn-spec-sheets TO wc-spec-row-sheets
               MOVE wn-spec-attpages TO wc-spec-row-attpages
               MOVE wn-spec-emails TO wc-spec-row-emails
               MOVE wn-spec-reminders TO wc-spec-row-reminders
               MOVE wc-spec-row TO wc-spec-line
               PERFORM B0158-add-spec-line

               MOVE SPACE TO wc-spec-lead
               STRING 'DAG;' DELIMITED BY SIZE
                   wc-spec-date DELIMITED BY SIZE
                   INTO wc-spec-lead
               END-STRING
               PERFORM B0156-write-spec-usage-row
           END-IF
           .

      **********************************************************
       B0154-spec-one-item.

           MOVE SPACE TO ITEM-ARTNO-TEXT ITEM-DESCRIPTION-TEXT
           EXEC SQL
               FETCH CURS-SPEC-ITEM
                   INTO :ITEM-ARTNO, :ITEM-DESCRIPTION, :ITEM-QTY,
                        :ITEM-PRICE
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO wc-spec-item-done-switch
           ELSE
               MOVE ITEM-QTY TO wc-spec-qty-ed
               MOVE ITEM-PRICE TO wc-spec-price-ed
               MOVE SPACE TO wc-spec-line
               STRING wc-spec-qty-ed DELIMITED BY SIZE
                   ' x' DELIMITED BY SIZE
                   wc-spec-price-ed DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(ITEM-DESCRIPTION-TEXT)
                       DELIMITED BY SIZE
                   INTO wc-spec-line
               END-STRING
               PERFORM B0158-add-spec-line

               IF is-spec-ok
                   MOVE SPACE TO SPEC-POST
                   STRING 'RAD;' DELIMITED BY SIZE
                       FUNCTION TRIM(ITEM-ARTNO-TEXT)
                           DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(ITEM-DESCRIPTION-TEXT)
                           DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(wc-spec-qty-ed) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(wc-spec-price-ed)
                           DELIMITED BY SIZE
                       INTO SPEC-POST
                   END-STRING
                   WRITE SPEC-POST
               END-IF
           END-IF
           .

      **********************************************************
      *    One DAG/SUMMA row of the semicolon file, from the day
      *    table row just printed; wc-spec-lead holds the row's
      *    leading fields.
       B0156-write-spec-usage-row.

           IF is-spec-ok
               MOVE SPACE TO SPEC-POST
               STRING FUNCTION TRIM(wc-spec-lead) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-spec-row-files) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-spec-row-invoices)
                       DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-spec-row-sheets) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-spec-row-attpages)
                       DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-spec-row-emails) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-spec-row-reminders)
                       DELIMITED BY SIZE
                   INTO SPEC-POST
               END-STRING
               WRITE SPEC-POST
           END-IF
           .

      **********************************************************
      *    One appendix line onto the invoice's INVATT rows, in
      *    order - subinv prints them 40 to a page.
       B0158-add-spec-line.

           ADD 1 TO wn-spec-seqno
           MOVE 'INVATT' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO INVATT-ATT-ID
           ADD 1 TO INVATT-ATT-ID
           MOVE INVOICE-INV-ID TO INVATT-INV-ID
           MOVE wn-spec-seqno TO INVATT-SEQNO
           MOVE wc-spec-line TO INVATT-ATTTEXT-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-spec-line TRAILING))
               TO INVATT-ATTTEXT-LEN
           IF wc-spec-line = SPACE
               MOVE ZERO TO INVATT-ATTTEXT-LEN
           END-IF

           EXEC SQL
               INSERT INTO INVATT
               VALUES ( :INVATT-ATT-ID,
                         :INVATT-INV-ID,
                         :INVATT-SEQNO,
                         :INVATT-ATTTEXT)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats p� INVATT �r felt'
           END-IF
           .

      **********************************************************
       B0130-write-autogiro-charge.

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

