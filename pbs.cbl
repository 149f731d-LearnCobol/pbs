               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOCK-FS.

      *    PbsRead's reject file, reread and rewritten by the
      *    repair screen - see X0210-repair-rejected-records.
           SELECT OPTIONAL FELDATA ASSIGN TO 'data/feldata.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wc-inkretfil-fs.

      *    applications for betalningsf�rel�ggande, appended to and
      *    uploaded to Kronofogden's file service, and Kronofogden's
      *    decision and status file - see P0230-kfm-applications.
           SELECT OPTIONAL KFMDATA ASSIGN TO 'data/kfmansokan.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL KFMRETDATA ASSIGN TO 'data/kfmsvar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wc-kfmretfil-fs.

      *    the postal address-change service's file - see
      *    X0450-import-address-changes.
           SELECT OPTIONAL ADRCHGDATA ASSIGN TO 'data/adrchg.txt'
           SELECT SIEDATA ASSIGN TO WC-SIE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *    printable volume statement per customer - see
      *    I0180-produce-volume-statement.
           SELECT VOLYMDATA ASSIGN TO WC-VOLYM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *    printable client-funds settlement statement per customer
      *    and period - see P0220-settle-client-funds.
           SELECT REDOVDATA ASSIGN TO WC-REDOV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the print houses' acknowledgement files and our alert
      *    channel - see X0310-process-acknowledgements.
           SELECT OPTIONAL ACKDATA ASSIGN TO wc-ack-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACKFIL-FS.

      *    customer-facing notices, shared with PbsRead, FileAlarm
      *    and srvbill - see P0221-notify-settle-statement.
           SELECT OPTIONAL NOTIFYDATA ASSIGN TO 'data/notify.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the print houses' item-level production feeds - see
      *    X0380-import-production-status.
           SELECT OPTIONAL PRODDATA ASSIGN TO wc-prod-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wc-prodfil-fs.

      *    the print houses' monthly billing specifications - see
      *    X0510-print-house-billing.
           SELECT OPTIONAL PHBILLDATA ASSIGN TO wc-phb-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wc-phbfil-fs.

      *    the readers' unmatched-payment exceptions (bgexcept,
      *    agexcept, camtexcept and swishexcept), reread and
      *    rewritten one file
      *    at a time by the matching workbench - see
      *    P0170-match-unmatched-payments.
           SELECT OPTIONAL BGEXCDATA ASSIGN TO wc-wb-exc-path
           SELECT RAWARKDATA ASSIGN TO WC-RAWARK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAWARK-FS.

      *    the open items handed back to a leaving customer - see
      *    K0226-ofb-open-invoices.
           SELECT OFBDATA ASSIGN TO wc-ofb-filename
               ORGANIZATION IS LINE SEQUENTIAL.
      **********************************************************
       DATA DIVISION.
      *---------------------------------------------------------
       01  RUNLOCK-POST.
           05  FILLER                   PIC X(20).

       FD  FELDATA.
       01  FELDATA-POST.
           05  FELDATA-REASON           PIC X(60).
       01  SIEDATA-POST.
           05  FILLER                   PIC X(120).

       FD  VOLYMDATA.
       01  VOLYM-POST.
           05  FILLER                   PIC X(80).

       FD  REDOVDATA.
       01  REDOV-POST.
           05  FILLER                   PIC X(80).

       FD  ACKDATA.
       01  ACK-POST.
           05  ACK-FILENAME             PIC X(30).
           05  FILLER                   PIC X(1).
           05  ACK-CHECKSUM             PIC 9(9).

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

       FD  RAWARKDATA.
       01  RAWARK-POST             PIC X(300).

       FD  OFBDATA.
       01  OFB-POST.
           05  OFB-CUSTNO          PIC X(14).
           05  FILLER              PIC X(1).
           05  OFB-INVNO           PIC X(16).
           05  FILLER              PIC X(1).
           05  OFB-DEBTOR-NAME     PIC X(30).
           05  FILLER              PIC X(1).
           05  OFB-DUEDATE         PIC X(10).
           05  FILLER              PIC X(1).
           05  OFB-DUNLEVEL        PIC 9.
           05  FILLER              PIC X(1).
           05  OFB-AMOUNT          PIC -(8)9.99.

      *    one row per produced piece, semicolon separated:
      *    <fakturanr>;<tryckt>;<kuverterad>;<postad>
       FD  PRODDATA.
       01  PROD-POST               PIC X(100).

      *    H;<tryckeri>;<period>;<fakturanr> then one post per
      *    billed file: F;<k�rning>;<filnamn>;<ark>;<kuvert>;
      *    <bilagor>;<porto>;<belopp>
       FD  PHBILLDATA.
       01  PHB-POST                PIC X(200).

       FD  BGEXCDATA.
       01  BGEXC-POST.
           05  BGEXC-REASON        PIC X(40).
       FD  INKRETDATA.
       01  INKRET-POST                  PIC X(80).

      *    one application is four records keyed by our invoice
      *    number: 10 s�kande (the customer, with us as ombud),
      *    20 svarande (the debtor), 30 fordran (capital and
      *    dr�jsm�lsr�nta) and 40 kostnader
       FD  KFMDATA.
       01  KFM-SOK-POST.
           05  KFM-SOK-TYP              PIC X(2).
           05  KFM-SOK-REF              PIC X(20).
           05  KFM-SOK-ORGNR            PIC X(12).
           05  KFM-SOK-NAMN             PIC X(40).
           05  KFM-SOK-OMBUD            PIC X(40).
       01  KFM-SVA-POST.
           05  KFM-SVA-TYP              PIC X(2).
           05  KFM-SVA-REF              PIC X(20).
           05  KFM-SVA-PNR              PIC X(12).
           05  KFM-SVA-NAMN             PIC X(40).
           05  KFM-SVA-GATA             PIC X(30).
           05  KFM-SVA-POSTNR           PIC X(5).
           05  KFM-SVA-ORT              PIC X(30).
       01  KFM-FOR-POST.
           05  KFM-FOR-TYP              PIC X(2).
           05  KFM-FOR-REF              PIC X(20).
           05  KFM-FOR-FORFDAG          PIC X(10).
           05  KFM-FOR-KAPITAL          PIC 9(9)V99.
           05  KFM-FOR-RANTA            PIC 9(9)V99.
           05  KFM-FOR-RANTEFROM        PIC X(10).
           05  KFM-FOR-RANTESATS        PIC 9(2)V99.
           05  KFM-FOR-GRUND            PIC X(40).
       01  KFM-KOST-POST.
           05  KFM-KOST-TYP             PIC X(2).
           05  KFM-KOST-REF             PIC X(20).
           05  KFM-KOST-PAMINN          PIC 9(7)V99.
           05  KFM-KOST-INKASSO         PIC 9(7)V99.
           05  KFM-KOST-ANSAVG          PIC 9(5)V99.

      *    Kronofogden's rows:
      *    <fakturanr>;<kod>;<datum>;<belopp>;<m�lnummer> where kod
      *    is REG (registrerad), BES (bestriden), UTS (utslag), BET
      *    (utbetalning), AVV (avvisad) or ATK (�terkallad)
       FD  KFMRETDATA.
       01  KFMRET-POST                  PIC X(100).

      *    address-change rows from Svensk Adress�ndring/SPAR:
      *    <person-/orgnr>;<namn>;<gata>;<postnr>;<ort>
       FD  ADRCHGDATA.

           EXEC SQL INCLUDE SRV END-EXEC.

      *    dated price history of the services - see
      *    Y0340-record-price-change.
           EXEC SQL INCLUDE SRVPRICE END-EXEC.

           EXEC SQL INCLUDE FINDATA END-EXEC.

           EXEC SQL INCLUDE OUTLOG END-EXEC.
      *    I0140-export-sie-file.
           EXEC SQL INCLUDE ACCTMAP END-EXEC.

      *    month-by-month revenue of subscriptions billed in
      *    advance - see I0220-display-deferred-revenue.
           EXEC SQL INCLUDE REVSCHED END-EXEC.

      *    service periods billed and the correction drafts against
      *    them - see M0180-run-correction.
           EXEC SQL INCLUDE SRVBILLED END-EXEC.
           EXEC SQL INCLUDE SRVCORR END-EXEC.

      *    dated exchange rates - see K0160-maintain-currency-rates.
           EXEC SQL INCLUDE CURRRATE END-EXEC.

      *    refund payout register - see P0146-refund-suspense.
           EXEC SQL INCLUDE REFORDER END-EXEC.

      *    client-funds settlement register, its lines and the
      *    customers' payout accounts - see P0220-settle-client-funds.
           EXEC SQL INCLUDE SETTLE END-EXEC.

           EXEC SQL INCLUDE SETLINE END-EXEC.

           EXEC SQL INCLUDE SETLACCT END-EXEC.

      *    per-customer aviavgift by delivery channel - see
      *    K0193-maintain-invoice-fees.
           EXEC SQL INCLUDE INVFEE END-EXEC.

      *    factoring agreements and the invoices sold under them -
      *    see K0161-maintain-factoring.
           EXEC SQL INCLUDE FACTAGR END-EXEC.

           EXEC SQL INCLUDE FACTINV END-EXEC.

      *    per-customer dunning profiles - see
      *    K0188-maintain-dunning-profiles.
           EXEC SQL INCLUDE DUNPROF END-EXEC.

           EXEC SQL INCLUDE DUNCUST END-EXEC.

      *    inkasso case register - see P0190-import-inkasso-returns.
           EXEC SQL INCLUDE INKCASE END-EXEC.

      *    betalningsf�rel�ggande register - see
      *    P0230-kfm-applications.
           EXEC SQL INCLUDE KFMCASE END-EXEC.

      *    postage per weight step and class - see
      *    M0170-maintain-postage-rates.
           EXEC SQL INCLUDE POSTRATE END-EXEC.

      *    print houses and their daily capacity - see
      *    X0470-maintain-print-capacity.
           EXEC SQL INCLUDE PRINTCAP END-EXEC.

           EXEC SQL INCLUDE PRINTHSE END-EXEC.

      *    print-house register - see X0480-maintain-print-houses.
           EXEC SQL INCLUDE PRHOUSE END-EXEC.

      *    reklambilaga bookings and the leaflets used - see
      *    K0167-maintain-insert-bookings.
           EXEC SQL INCLUDE INSBOOK END-EXEC.

           EXEC SQL INCLUDE INSUSE END-EXEC.

      *    targeted invoice messages and the invoices that carried
      *    them - see K0200-maintain-invoice-messages.
           EXEC SQL INCLUDE INVMSG END-EXEC.

           EXEC SQL INCLUDE MSGLOG END-EXEC.

      *    print-quality incidents and the invoices they hit - see
      *    X0500-maintain-print-incidents.
           EXEC SQL INCLUDE INCIDENT END-EXEC.

           EXEC SQL INCLUDE INCINV END-EXEC.

      *    print-house invoices and their reconciled lines - see
      *    X0510-print-house-billing.
           EXEC SQL INCLUDE PHBILL END-EXEC.

           EXEC SQL INCLUDE PHBLINE END-EXEC.

      *    the print houses' volume forecast - see
      *    I0260-display-forecast-rpt.
           EXEC SQL INCLUDE FORECAST END-EXEC.

      *    dispute register - see P0200-maintain-disputes.
           EXEC SQL INCLUDE DISPUTE END-EXEC.

      *    kundavslut progress - see K0220-offboard-customer.
           EXEC SQL INCLUDE OFFBOARD END-EXEC.

      *    betalningsl�ften - see P0240-promise-register.
           EXEC SQL INCLUDE PAYPROM END-EXEC.

      *    kundf�rlust decisions - see P0210-writeoff-workflow.
           EXEC SQL INCLUDE WRITEOFF END-EXEC.

      *    month-end close register - see X0420-close-month.
           EXEC SQL INCLUDE PERCLOSE END-EXEC.

      *    kundreskontra to ledger reconciliation per period - see
      *    X0427-reconcile-ledger.
           EXEC SQL INCLUDE ARRECON END-EXEC.

      *    makuleringsregister for gaps in the invoice numbering -
      *    see I0305-maintain-void-register.
           EXEC SQL INCLUDE INVVOID END-EXEC.
           EXEC SQL INCLUDE JOBQ END-EXEC.

      *    frozen monthly aging buckets - see
      *    X0424-store-aging-snapshot.
           EXEC SQL INCLUDE AGESNAP END-EXEC.
      *    X0430-review-approvals.
           EXEC SQL INCLUDE PENDAPPR END-EXEC.

      *    invoice state-transition history - see
      *    Y0330-log-invoice-state.
           EXEC SQL INCLUDE INVHIST END-EXEC.

      *    husavdrag buyers - only for the personnummer conversion,
      *    see X0530-encrypt-personnummer.
           EXEC SQL INCLUDE HUSAVDR END-EXEC.

      *    legal-hold register - see X0440-maintain-legal-holds.
           EXEC SQL INCLUDE LEGALHOLD END-EXEC.

      *    inbound format profiles - see K0196-setup-format-profile.
           EXEC SQL INCLUDE FMTPROF END-EXEC.

      *    the customer's contact register - see
      *    K0210-maintain-contacts.
           EXEC SQL INCLUDE CUSTCONT END-EXEC.

      *    the on-call alert log - see D0130-alert-console.
           EXEC SQL INCLUDE ALERTLOG END-EXEC.

      *    dated notes on customers, debtors and invoices - see
      *    Y0350-note-log.
           EXEC SQL INCLUDE NOTELOG END-EXEC.

      *    e-faktura registrations and the register-extract log -
      *    kept by personnummer, converted by
      *    X0530-encrypt-personnummer
           EXEC SQL INCLUDE EFREG END-EXEC.

           EXEC SQL INCLUDE SARLOG END-EXEC.

      *    operator teams - see X0262-set-operator-team.
           EXEC SQL INCLUDE OPTEAM END-EXEC.

      *    the monthly pattern analysis' rules and hits - see
      *    W0170-review-deviations.
           EXEC SQL INCLUDE FRAUDRULE END-EXEC.
           EXEC SQL INCLUDE FRAUDHIT END-EXEC.

      *    provision for os�kra kundfordringar, its percentages and
      *    its result per period - see I0280-provision-run.
           EXEC SQL INCLUDE PROVRULE END-EXEC.
           EXEC SQL INCLUDE PROVISION END-EXEC.

      *    the bank's fee per payment channel - see
      *    I0315-maintain-bank-fees.
           EXEC SQL INCLUDE PAYFEE END-EXEC.

      *    saldobekr�ftelser and the replies to them - see
      *    I0290-balance-confirmation-run.
           EXEC SQL INCLUDE BALCONF END-EXEC.

      *    shared surrogate-key sequence - see Y0200-get-next-id.
           EXEC SQL INCLUDE IDGEN END-EXEC.
       01  wc-credit-invno               PIC X(254)  VALUE SPACE.
       01  wn-credit-orig-inv-id        PIC S9(9)   COMP VALUE ZERO.
       01  wn-credit-orig-debt-id       PIC S9(9)   COMP VALUE ZERO.
       01  wc-credit-invdate            PIC X(10)   VALUE SPACE.
       01  wc-recon-date                PIC X(10)   VALUE SPACE.
       01  wn-recon-bg-sum              PIC S9(9)V99 COMP-3.
       01  wn-recon-pg-sum              PIC S9(9)V99 COMP-3.
       01  wn-recon-kort-sum            PIC S9(9)V99 COMP-3.
       01  wn-recon-swish-sum           PIC S9(9)V99 COMP-3.
       01  wn-recon-ovr-sum             PIC S9(9)V99 COMP-3.
       01  wn-recon-book-total          PIC S9(9)V99 COMP-3.
       01  wn-recon-bank-total          PIC S9(9)V99 COMP-3.
       01  wn-recon-diff                PIC S9(9)V99 COMP-3.
       01  wc-archive-cutoff            PIC X(10)   VALUE SPACE.
       01  wc-triage-inerr-id           PIC 9(9)    VALUE ZERO.
       01  wc-mailq-id-in               PIC 9(9)    VALUE ZERO.
       01  wc-runid-in                  PIC 9(9)    VALUE ZERO.
       01  wn-ack-confirmed             PIC 9(6)    VALUE ZERO.
       01  wn-ack-mismatch              PIC 9(6)    VALUE ZERO.
       01  wc-ack-reason                PIC X(60)   VALUE SPACE.
       01  wc-ack-filename              PIC X(40)
                                         VALUE 'data/ack.txt'.

      *    the print-house register walked by the ack and production
      *    readers, and the failover switch - see X0490
       01  wc-ph-house                  PIC X(10)   VALUE SPACE.
       01  wn-ph-house-count            PIC S9(9)   COMP VALUE ZERO.
       01  wn-ph-pending-count          PIC S9(9)   COMP VALUE ZERO.
       01  wc-ph-old-state              PIC X(1)    VALUE SPACE.
       01  wn-ph-state-ed               PIC 9       VALUE ZERO.
       01  wc-ph-old-pickup             PIC X(40)   VALUE SPACE.
       01  wc-ph-old-backup             PIC X(10)   VALUE SPACE.
       01  wc-anon-years                PIC X(2)    VALUE SPACE.
       01  wc-sar-confirm               PIC X(1)    VALUE SPACE.

      *    personnummer as stored and as shown - see Y0360/Y0362
       01  wc-pnr-stored                PIC X(10)   VALUE SPACE.
       01  wc-pnr-shown                 PIC X(10)   VALUE SPACE.
       01  wc-pnr-old                   PIC X(10)   VALUE SPACE.
       01  wn-pnr-converted             PIC S9(9)   COMP VALUE ZERO.
       01  wc-pnr-nokey-flag            PIC X(1)    VALUE 'N'.

      *    debtor register and merge (K0180)
       01  wn-merge-dup-id              PIC 9(9)    VALUE ZERO.
       01  wn-index-newcharge           PIC S9(3)V9(2) COMP-3.
       01  wc-index-today               PIC X(10)   VALUE SPACE.

      *    correction run for a past service period (M0180)
       01  wc-corr-custno               PIC X(254)  VALUE SPACE.
       01  wc-corr-period               PIC X(7)    VALUE SPACE.
       01  wc-corr-thismonth            PIC X(7)    VALUE SPACE.
       01  wc-corr-orig-invdate         PIC X(10)   VALUE SPACE.
       01  wn-corr-diff                 PIC S9(9)V99 COMP-3.
       01  wn-corr-drafts               PIC S9(9)   COMP VALUE ZERO.
       01  wn-corr-seq                  PIC S9(9)   COMP VALUE ZERO.
       01  wc-corr-seq-ed               PIC Z(8)9.
       01  wc-corr-orig-ed              PIC -(8)9.99.
       01  wc-corr-new-ed               PIC -(8)9.99.
       01  wc-corr-diff-ed              PIC -(8)9.99.

      *    service price history (Y0340) and the price development
      *    per contract customer (K0171)
       01  wc-price-today               PIC X(10)   VALUE SPACE.
       01  wn-price-old-charge          PIC S9(3)V9(2) COMP-3.
       01  wn-price-count               PIC S9(9)   COMP VALUE ZERO.
       01  wc-price-new-from            PIC X(10)   VALUE SPACE.
       01  wn-price-new-charge          PIC S9(3)V9(2) COMP-3.
       01  wc-price-new-reason          PIC X(1)    VALUE SPACE.
       01  wc-price-ymd                 PIC X(8)    VALUE SPACE.
       01  wc-price-contract-start      PIC X(10)   VALUE SPACE.
       01  wn-price-prev-srv            PIC S9(9)   COMP VALUE ZERO.
       01  wn-price-prev-charge         PIC S9(3)V9(2) COMP-3.
       01  wn-price-base-charge         PIC S9(3)V9(2) COMP-3.
       01  wn-price-step-pct            PIC S9(3)V9(2) COMP-3.
       01  wn-price-total-pct           PIC S9(3)V9(2) COMP-3.
       01  wc-price-step-ed             PIC -(3)9.99 VALUE ZERO.
       01  wc-price-total-ed            PIC -(3)9.99 VALUE ZERO.
       01  wc-price-reason-text         PIC X(12)   VALUE SPACE.
       01  wn-price-rows                PIC S9(9)   COMP VALUE ZERO.

      *    renewal price simulation (K0172): the services subscribed
      *    in scope with their current and proposed price and
      *    volume bands, and the last twelve months side by side
       01  wn-sim-root                  PIC S9(9)   COMP VALUE ZERO.
       01  wn-sim-group                 PIC S9(4)   COMP VALUE ZERO.
       01  wn-sim-parent                PIC S9(9)   COMP VALUE ZERO.
       01  wn-sim-sx                    PIC S9(4)   COMP VALUE ZERO.
       01  wn-sim-mx                    PIC S9(4)   COMP VALUE ZERO.
       01  wn-sim-bx                    PIC S9(4)   COMP VALUE ZERO.
       01  wr-sim-srv-tbl.
           05  wn-sim-srv-count         PIC S9(4)   COMP VALUE ZERO.
           05  wr-sim-srv-entry OCCURS 20.
               10  wn-sim-srv-id        PIC S9(9)   COMP.
               10  wc-sim-srv-artno     PIC X(20).
               10  wc-sim-srv-metric    PIC X(1).
               10  wn-sim-cur-charge    PIC S9(3)V99 COMP-3.
               10  wn-sim-prop-charge   PIC S9(3)V99 COMP-3.
               10  wc-sim-new-bands     PIC X(1).
               10  wn-sim-cur-bands     PIC S9(4)   COMP.
               10  wn-sim-prop-bands    PIC S9(4)   COMP.
               10  wr-sim-cur-ladder.
                   15  wr-sim-cur-band OCCURS 10.
                       20  wn-sim-band-from PIC S9(9) COMP.
                       20  wn-sim-band-to   PIC S9(9) COMP.
                       20  wn-sim-band-price PIC S9(5)V99 COMP-3.
               10  wr-sim-prop-ladder.
                   15  wr-sim-prop-band OCCURS 10.
                       20  wn-sim-pband-from PIC S9(9) COMP.
                       20  wn-sim-pband-to   PIC S9(9) COMP.
                       20  wn-sim-pband-price PIC S9(5)V99 COMP-3.
       01  wr-sim-month-tbl.
           05  wr-sim-month OCCURS 12.
               10  wc-sim-ym            PIC X(7).
               10  wc-sim-from          PIC X(10).
               10  wc-sim-to            PIC X(10).
               10  wn-sim-cur-amt       PIC S9(9)V99 COMP-3.
               10  wn-sim-prop-amt      PIC S9(9)V99 COMP-3.
               10  wn-sim-cur-short     PIC S9(9)V99 COMP-3.
               10  wn-sim-prop-short    PIC S9(9)V99 COMP-3.
       01  wn-sim-year                  PIC 9(4)    VALUE ZERO.
       01  wn-sim-month                 PIC 9(2)    VALUE ZERO.
       01  wn-sim-next-int              PIC 9(9)    COMP VALUE ZERO.
       01  wc-sim-ymd                   PIC X(8)    VALUE SPACE.
       01  wc-sim-cnt-from              PIC X(10)   VALUE SPACE.
       01  wc-sim-cnt-to                PIC X(10)   VALUE SPACE.
       01  wn-sim-cnt-root              PIC S9(9)   COMP VALUE ZERO.
       01  wn-sim-cnt-group             PIC S9(4)   COMP VALUE ZERO.
       01  wn-sim-volume                PIC S9(9)   COMP VALUE ZERO.
       01  wn-sim-hi                    PIC S9(9)   COMP VALUE ZERO.
       01  wn-sim-in-band               PIC S9(9)   COMP VALUE ZERO.
       01  wn-sim-sub-cust              PIC S9(9)   COMP VALUE ZERO.
       01  wn-sim-sub-srv               PIC S9(9)   COMP VALUE ZERO.
       01  wn-sim-sub-parent            PIC S9(9)   COMP VALUE ZERO.
       01  wn-sim-sub-group             PIC S9(4)   COMP VALUE ZERO.
       01  wc-sim-sub-start             PIC X(10)   VALUE SPACE.
       01  wc-sim-sub-end               PIC X(10)   VALUE SPACE.
       01  wn-sim-minvol                PIC S9(9)   COMP VALUE ZERO.
       01  wn-sim-rate                  PIC S9(5)V99 COMP-3.
       01  wn-sim-cur-index             PIC S9(3)V99 COMP-3.
       01  wn-sim-cur-minvol            PIC S9(9)   COMP VALUE ZERO.
       01  wn-sim-cur-rate              PIC S9(5)V99 COMP-3.
       01  wn-sim-prop-index            PIC S9(3)V99 COMP-3.
       01  wn-sim-prop-minvol           PIC S9(9)   COMP VALUE ZERO.
       01  wn-sim-prop-rate             PIC S9(5)V99 COMP-3.
       01  wc-sim-new-terms             PIC X(1)    VALUE 'N'.
       01  wc-sim-done-flag             PIC X(1)    VALUE 'N'.
       01  wn-sim-tot-cur               PIC S9(9)V99 COMP-3.
       01  wn-sim-tot-prop              PIC S9(9)V99 COMP-3.
       01  wn-sim-tot-cur-short         PIC S9(9)V99 COMP-3.
       01  wn-sim-tot-prop-short        PIC S9(9)V99 COMP-3.
       01  wn-sim-diff                  PIC S9(9)V99 COMP-3.
       01  wn-sim-others                PIC S9(9)   COMP VALUE ZERO.
       01  wc-sim-amt1-ed               PIC -(8)9.99.
       01  wc-sim-amt2-ed               PIC -(8)9.99.
       01  wc-sim-amt3-ed               PIC -(8)9.99.
       01  wc-sim-amt4-ed               PIC -(8)9.99.
       01  wc-sim-amt5-ed               PIC -(8)9.99.
       01  wc-sim-price-ed              PIC -(4)9.99.
       01  wc-sim-vol-ed                PIC Z(8)9.
       01  wc-sim-vol2-ed               PIC Z(8)9.

      *    annual volume statement (I0180)
       01  WC-VOLYM-FILENAME            PIC X(60)   VALUE SPACE.
       01  wn-vol-files                 PIC S9(9)   COMP VALUE ZERO.
       01  wn-prof-printed              PIC S9(9)   COMP VALUE ZERO.
       01  wn-prof-intake               PIC S9(9)   COMP VALUE ZERO.
       01  wn-prof-per-print            PIC S9(7)V99 COMP-3.
       01  wn-prof-postage-cost         PIC S9(9)V99 COMP-3.
       01  wn-prof-postage-billed       PIC S9(9)V99 COMP-3.
       01  wn-prof-bill-net             PIC S9(9)V99 COMP-3.
       01  wn-prof-bill-sheets          PIC S9(9)   COMP VALUE ZERO.
       01  wn-prof-sheet-cost           PIC S9(3)V9(4) COMP-3.
       01  wn-prof-sheets               PIC S9(9)   COMP VALUE ZERO.
       01  wn-prof-prod-cost            PIC S9(9)V99 COMP-3.
       01  wn-prof-margin               PIC S9(9)V99 COMP-3.

      *    SEK normalization of the revenue reports (I0120/I0130)
       01  wc-rev-currency              PIC X(3)    VALUE SPACE.
       01  wn-rev-orig-acc              PIC S9(9)V99 COMP-3.
       01  wn-rev-sek-acc               PIC S9(9)V99 COMP-3.
       01  wn-rev-sek-grand             PIC S9(9)V99 COMP-3.
       01  wn-rev-discount              PIC S9(9)V99 COMP-3.
       01  wn-rev-discount-acc          PIC S9(9)V99 COMP-3.
       01  wc-rev-break-custno          PIC X(254)  VALUE SPACE.
       01  wc-rev-break-currency        PIC X(3)    VALUE SPACE.
       01  wn-rev-break-month           PIC S9(4)   COMP VALUE ZERO.
       01  wn-fq-count                  PIC S9(9)   COMP VALUE ZERO.
       01  wn-fq-cust-total             PIC 9(7)    VALUE ZERO.
       01  wn-fq-grand-total            PIC 9(7)    VALUE ZERO.
       01  wn-fq-addr-total             PIC 9(7)    VALUE ZERO.
       01  wn-fq-addr-grand             PIC 9(7)    VALUE ZERO.
       01  wc-fq-break-custno           PIC X(254)  VALUE SPACE.
       01  wc-fq-first-flag             PIC X       VALUE 'N'.
       01  wn-fq-errcode-ed             PIC 9(3)    VALUE ZERO.
      *    X0380-import-production-status
       01  wc-prodfil-fs                PIC XX      VALUE SPACE.
           88  is-prodfil-ok                        VALUE '00'.
       01  wc-prod-filename             PIC X(40)
                                         VALUE 'data/prodstat.txt'.
       01  wc-prod-eof-flag             PIC X       VALUE 'N'.
       01  wc-prod-ref                 PIC X(25)   VALUE SPACE.
       01  wc-prod-printed             PIC X(19)   VALUE SPACE.
               10  wc-wb-exc-reason    PIC X(40).
               10  wc-wb-exc-row      PIC X(120).

      *    the four exception files the workbench sweeps, each
      *    tagged with the letter shown in the listing
       01  wr-wb-sources.
           05  FILLER              PIC X(25)
               VALUE 'Adata/agexcept.txt'.
           05  FILLER              PIC X(25)
               VALUE 'Cdata/camtexcept.txt'.
           05  FILLER              PIC X(25)
               VALUE 'Sdata/swishexcept.txt'.
       01  wr-wb-source-tab REDEFINES wr-wb-sources.
           05  wr-wb-src-entry OCCURS 4.
               10  wc-wb-src-tag       PIC X(1).
               10  wc-wb-src-path      PIC X(24).
       01  wc-wb-exc-path              PIC X(24)   VALUE SPACE.
       01  wc-wb-action                PIC X       VALUE SPACE.
       01  wc-wb-done-flag             PIC X       VALUE 'N'.
       01  wc-wb-paydate               PIC X(10)   VALUE SPACE.
      *    a SwishRead exception row split at its semicolons - see
      *    P0173-parse-swish-exception
       01  wc-wb-sw-type               PIC X(1)    VALUE SPACE.
       01  wc-wb-sw-date               PIC X(10)   VALUE SPACE.
       01  wc-wb-sw-amount             PIC X(20)   VALUE SPACE.
       01  wn-wb-sw-cents              PIC 9(18)   VALUE ZERO.
       01  wc-audit-amount-ed          PIC -(9)9.99 VALUE ZERO.

      *    refund order handling - see P0146 / P0180
       01  wn-lbret-rej-count          PIC 9(6)    VALUE ZERO.
       01  wn-lb-refid-ed              PIC 9(10)   VALUE ZERO.

      *    client-funds settlement - see P0220-settle-client-funds
       01  WC-REDOV-FILENAME            PIC X(60)   VALUE SPACE.
       01  wc-setl-period               PIC X(7)    VALUE SPACE.
       01  wn-setl-max-payid            PIC S9(9)   COMP VALUE ZERO.
       01  wn-setl-exists               PIC S9(9)   COMP VALUE ZERO.
       01  wn-setl-bg-sum               PIC S9(9)V99 COMP-3.
       01  wn-setl-pg-sum               PIC S9(9)V99 COMP-3.
       01  wn-setl-kort-sum             PIC S9(9)V99 COMP-3.
       01  wn-setl-ovr-sum              PIC S9(9)V99 COMP-3.
       01  wn-setl-fees-total           PIC S9(9)V99 COMP-3.
       01  wn-setl-fees-taken           PIC S9(9)V99 COMP-3.
       01  wn-setl-remaining            PIC S9(9)V99 COMP-3.
       01  wn-setl-srv-open             PIC S9(9)V99 COMP-3.
       01  wn-setl-srv-inv-id           PIC S9(9)   COMP VALUE ZERO.
       01  wn-setl-count                PIC 9(6)    VALUE ZERO.
       01  wn-setl-skip-count           PIC 9(6)    VALUE ZERO.
       01  wn-setl-park-count           PIC 9(6)    VALUE ZERO.
       01  wn-setl-resent-count         PIC 9(6)    VALUE ZERO.
       01  wn-setl-refid-ed             PIC 9(9)    VALUE ZERO.
       01  wn-setl-amount-ed            PIC -(9)9.99 VALUE ZERO.
       01  wc-setl-paydate              PIC X(10)   VALUE SPACE.
       01  wc-setl-bg-ok-flag           PIC X       VALUE 'N'.
       01  wn-setl-avifee-sum           PIC S9(9)V99 COMP-3.

      *    aviavgift settings and report - see
      *    K0193-maintain-invoice-fees and I0240
       01  wc-avi-found-flag            PIC X       VALUE 'N'.
       01  wn-avi-old-paper             PIC S9(5)V99 COMP-3.
       01  wn-avi-old-mail              PIC S9(5)V99 COMP-3.
       01  wn-avi-old-einv              PIC S9(5)V99 COMP-3.
       01  wn-avi-paper-ed              PIC ZZZZ9.99 VALUE ZERO.
       01  wn-avi-mail-ed               PIC ZZZZ9.99 VALUE ZERO.
       01  wn-avi-einv-ed               PIC ZZZZ9.99 VALUE ZERO.
       01  wn-avi-count                 PIC S9(9)   COMP VALUE ZERO.
       01  wn-avi-net                   PIC S9(9)V99 COMP-3.
       01  wn-avi-vat                   PIC S9(9)V99 COMP-3.
       01  wn-avi-coll                  PIC S9(9)V99 COMP-3.
       01  wn-avi-tot-count             PIC S9(9)   COMP VALUE ZERO.
       01  wn-avi-tot-net               PIC S9(9)V99 COMP-3.
       01  wn-avi-tot-vat               PIC S9(9)V99 COMP-3.
       01  wn-avi-tot-coll              PIC S9(9)V99 COMP-3.
       01  wn-avi-count-ed              PIC Z(7)9   VALUE ZERO.
       01  wn-avi-net-ed                PIC -(8)9.99 VALUE ZERO.
       01  wn-avi-vat-ed                PIC -(7)9.99 VALUE ZERO.
       01  wn-avi-coll-ed               PIC -(7)9.99 VALUE ZERO.

      *    factoring agreement and sold invoices - see
      *    K0161-maintain-factoring
       01  wc-fct-found-flag            PIC X       VALUE 'N'.
       01  wc-fct-saved-flag            PIC X       VALUE 'N'.
       01  wc-fct-done-flag             PIC X       VALUE 'N'.
       01  wc-fct-yn                    PIC X       VALUE SPACE.
       01  wc-fct-today                 PIC X(10)   VALUE SPACE.
       01  wc-fct-old-finname           PIC X(40)   VALUE SPACE.
       01  wc-fct-old-bankgiro          PIC X(20)   VALUE SPACE.
       01  wc-fct-old-clause            PIC X(200)  VALUE SPACE.
       01  wc-fct-old-scope             PIC X       VALUE SPACE.
       01  wn-fct-old-dunning           PIC S9(4)   COMP VALUE ZERO.
       01  wn-fct-old-inkasso           PIC S9(4)   COMP VALUE ZERO.
       01  wn-fct-old-state             PIC S9(4)   COMP VALUE ZERO.
       01  wn-fct-count                 PIC S9(9)   COMP VALUE ZERO.
       01  wn-fct-exp-count             PIC S9(9)   COMP VALUE ZERO.
       01  wn-fct-dunning-ed            PIC 9       VALUE ZERO.
       01  wn-fct-inkasso-ed            PIC 9       VALUE ZERO.
       01  wn-fct-state-ed              PIC 9       VALUE ZERO.

      *    reklambilaga bookings - see K0167-maintain-insert-bookings
       01  wc-ins-found-flag            PIC X       VALUE 'N'.
       01  wc-ins-yn                    PIC X       VALUE SPACE.
       01  wn-ins-used                  PIC S9(9)   COMP VALUE ZERO.
       01  wn-ins-delivered             PIC S9(9)   COMP VALUE ZERO.
       01  wn-ins-id-ed                 PIC Z(8)9   VALUE ZERO.
       01  wn-ins-feeder-ed             PIC Z9      VALUE ZERO.
       01  wn-ins-grams-ed              PIC ZZ9     VALUE ZERO.
       01  wn-ins-stock-ed              PIC Z(6)9   VALUE ZERO.
       01  wn-ins-used-ed               PIC Z(6)9   VALUE ZERO.
       01  wn-ins-left-ed               PIC -(6)9   VALUE ZERO.
       01  wn-ins-state-ed              PIC 9       VALUE ZERO.
       01  wc-ins-old-name              PIC X(40)   VALUE SPACE.
       01  wc-ins-old-fromdate          PIC X(10)   VALUE SPACE.
       01  wc-ins-old-todate            PIC X(10)   VALUE SPACE.
       01  wc-ins-old-selection         PIC X       VALUE SPACE.
       01  wc-ins-old-postfrom          PIC X(5)    VALUE SPACE.
       01  wc-ins-old-postto            PIC X(5)    VALUE SPACE.
       01  wc-ins-old-house             PIC X(10)   VALUE SPACE.
       01  wn-ins-old-feeder            PIC S9(4)   COMP VALUE ZERO.
       01  wn-ins-old-grams             PIC S9(4)   COMP VALUE ZERO.
       01  wn-ins-old-stock             PIC S9(9)   COMP VALUE ZERO.
       01  wn-ins-old-state             PIC S9(4)   COMP VALUE ZERO.

      *    invoice messages - see K0200-maintain-invoice-messages
       01  wc-msg-found-flag            PIC X       VALUE 'N'.
       01  wc-msg-yn                    PIC X       VALUE SPACE.
       01  wn-msg-carried               PIC S9(9)   COMP VALUE ZERO.
       01  wn-msg-debtors               PIC S9(9)   COMP VALUE ZERO.
       01  wn-msg-paid                  PIC S9(9)   COMP VALUE ZERO.
       01  wn-msg-ontime                PIC S9(9)   COMP VALUE ZERO.
       01  wn-msg-id-ed                 PIC Z(8)9   VALUE ZERO.
       01  wn-msg-prio-ed               PIC Z9      VALUE ZERO.
       01  wn-msg-state-ed              PIC 9       VALUE ZERO.
       01  wn-msg-score-ed              PIC 9       VALUE ZERO.
       01  wn-msg-amt-ed                PIC Z(6)9.99 VALUE ZERO.
       01  wn-msg-carried-ed            PIC Z(4)9   VALUE ZERO.
       01  wn-msg-debtors-ed            PIC Z(4)9   VALUE ZERO.
       01  wn-msg-paid-ed               PIC Z(3)9   VALUE ZERO.
       01  wn-msg-ontime-ed             PIC Z(3)9   VALUE ZERO.
       01  wc-msg-old-text              PIC X(120)  VALUE SPACE.
       01  wc-msg-old-fromdate          PIC X(10)   VALUE SPACE.
       01  wc-msg-old-todate            PIC X(10)   VALUE SPACE.
       01  wc-msg-old-channel           PIC X       VALUE SPACE.
       01  wc-msg-old-postfrom          PIC X(5)    VALUE SPACE.
       01  wc-msg-old-postto            PIC X(5)    VALUE SPACE.
       01  wn-msg-old-priority          PIC S9(4)   COMP VALUE ZERO.
       01  wn-msg-old-scorefrom         PIC S9(4)   COMP VALUE ZERO.
       01  wn-msg-old-scoreto           PIC S9(4)   COMP VALUE ZERO.
       01  wn-msg-old-amtfrom           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  wn-msg-old-amtto             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  wn-msg-old-state             PIC S9(4)   COMP VALUE ZERO.

      *    print incidents - see X0500-maintain-print-incidents
       01  wc-incid-in                  PIC 9(9)    VALUE ZERO.
       01  wc-inc-select                PIC X       VALUE SPACE.
       01  wn-inc-invcount              PIC S9(9)   COMP VALUE ZERO.
       01  wn-inc-reprinted             PIC S9(9)   COMP VALUE ZERO.
       01  wn-inc-cost                  PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  wn-inc-id-ed                 PIC Z(8)9   VALUE ZERO.
       01  wn-inc-run-ed                PIC Z(8)9   VALUE ZERO.
       01  wn-inc-count-ed              PIC Z(5)9   VALUE ZERO.
       01  wn-inc-done-ed               PIC Z(5)9   VALUE ZERO.
       01  wn-inc-incs-ed               PIC Z(4)9   VALUE ZERO.
       01  wn-inc-amt-ed                PIC Z(6)9.99 VALUE ZERO.
       01  wn-inc-recov-ed              PIC Z(6)9.99 VALUE ZERO.
       01  wn-inc-state-ed              PIC 9       VALUE ZERO.
       01  wn-inc-old-extracost         PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  wn-inc-old-claimstate        PIC S9(4)   COMP VALUE ZERO.
       01  wc-inc-old-claimdate         PIC X(10)   VALUE SPACE.
       01  wc-inc-prev-house            PIC X(10)   VALUE SPACE.
       01  wc-inc-prev-cause            PIC X       VALUE SPACE.
       01  wc-inc-cause-text            PIC X(15)   VALUE SPACE.
       01  wn-inc-cause-incs            PIC S9(9)   COMP VALUE ZERO.
       01  wn-inc-cause-invs            PIC S9(9)   COMP VALUE ZERO.
       01  wn-inc-cause-cost            PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  wn-inc-cause-recov           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  wn-inc-house-incs            PIC S9(9)   COMP VALUE ZERO.
       01  wn-inc-house-invs            PIC S9(9)   COMP VALUE ZERO.
       01  wn-inc-house-cost            PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  wn-inc-house-recov           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  wn-inc-tot-incs              PIC S9(9)   COMP VALUE ZERO.
       01  wn-inc-tot-invs              PIC S9(9)   COMP VALUE ZERO.
       01  wn-inc-tot-cost              PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  wn-inc-tot-recov             PIC S9(7)V99 COMP-3 VALUE ZERO.

      *    print-house invoices - see X0510-print-house-billing
       01  wc-phbfil-fs                 PIC XX      VALUE SPACE.
           88  is-phbfil-ok                         VALUE '00'.
       01  wc-phb-filename              PIC X(60)
                                         VALUE 'data/tryckfaktura.txt'.
       01  wc-phb-eof-flag              PIC X       VALUE 'N'.
       01  wc-phb-header-flag           PIC X       VALUE 'N'.
       01  wc-phb-skip-flag             PIC X       VALUE 'N'.
       01  wc-phb-field-table.
           05  wc-phb-fld               PIC X(60)   OCCURS 8.
       01  wn-phb-line-no               PIC S9(9)   COMP VALUE ZERO.
       01  wn-phb-read                  PIC 9(6)    VALUE ZERO.
       01  wn-phb-agree                 PIC 9(6)    VALUE ZERO.
       01  wn-phb-differ                PIC S9(9)   COMP VALUE ZERO.
       01  wn-phb-notsent               PIC 9(6)    VALUE ZERO.
       01  wn-phb-skipped               PIC 9(6)    VALUE ZERO.
       01  wn-phb-unbilled              PIC S9(9)   COMP VALUE ZERO.
       01  wn-phb-printed               PIC S9(9)   COMP VALUE ZERO.
       01  wn-phb-prev-run              PIC S9(9)   COMP VALUE ZERO.
       01  wn-phb-run-sheets            PIC S9(9)   COMP VALUE ZERO.
       01  wn-phb-run-oursheets         PIC S9(9)   COMP VALUE ZERO.
       01  wn-phb-run-amount            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  wn-phb-old-approved          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  wn-phb-id-ed                 PIC Z(8)9   VALUE ZERO.
       01  wn-phb-run-ed                PIC Z(8)9   VALUE ZERO.
       01  wn-phb-cnt-ed                PIC Z(4)9   VALUE ZERO.
       01  wn-phb-state-ed              PIC 9       VALUE ZERO.
       01  wn-phb-amt-ed                PIC Z(8)9.99 VALUE ZERO.
       01  wn-phb-amt2-ed               PIC Z(8)9.99 VALUE ZERO.
       01  wn-phb-post-ed               PIC Z(5)9.99 VALUE ZERO.
       01  wn-phb-post2-ed              PIC Z(5)9.99 VALUE ZERO.
       01  wn-phb-q1-ed                 PIC Z(5)9   VALUE ZERO.
       01  wn-phb-q2-ed                 PIC Z(5)9   VALUE ZERO.
       01  wn-phb-q3-ed                 PIC Z(5)9   VALUE ZERO.
       01  wn-phb-q4-ed                 PIC Z(5)9   VALUE ZERO.
       01  wn-phb-q5-ed                 PIC Z(5)9   VALUE ZERO.
       01  wn-phb-q6-ed                 PIC Z(5)9   VALUE ZERO.

      *    volume forecast against actual - see I0260
       01  wn-fc-days                   PIC S9(9)   COMP VALUE ZERO.
       01  wn-fc-act-docs               PIC S9(9)   COMP VALUE ZERO.
       01  wn-fc-act-sheets             PIC S9(9)   COMP VALUE ZERO.
       01  wn-fc-act-env                PIC S9(9)   COMP VALUE ZERO.
       01  wn-fc-tot-fdocs              PIC S9(9)   COMP VALUE ZERO.
       01  wn-fc-tot-adocs              PIC S9(9)   COMP VALUE ZERO.
       01  wn-fc-tot-fsheets            PIC S9(9)   COMP VALUE ZERO.
       01  wn-fc-tot-asheets            PIC S9(9)   COMP VALUE ZERO.
       01  wn-fc-tot-fenv               PIC S9(9)   COMP VALUE ZERO.
       01  wn-fc-tot-aenv               PIC S9(9)   COMP VALUE ZERO.
       01  wn-fc-tot-absdiff            PIC S9(9)   COMP VALUE ZERO.
       01  wn-fc-pct                    PIC S9(5)V9 COMP-3 VALUE ZERO.
       01  wn-fc-pct-ed                 PIC -(4)9.9 VALUE ZERO.
       01  wn-fc-q1-ed                  PIC Z(6)9   VALUE ZERO.
       01  wn-fc-q2-ed                  PIC Z(6)9   VALUE ZERO.
       01  wn-fc-q3-ed                  PIC Z(6)9   VALUE ZERO.
       01  wn-fc-q4-ed                  PIC Z(6)9   VALUE ZERO.
       01  wn-fc-q5-ed                  PIC Z(6)9   VALUE ZERO.
       01  wn-fc-q6-ed                  PIC Z(6)9   VALUE ZERO.
       01  wc-dunprof-in                PIC 9(9)    VALUE ZERO.
       01  wc-dp-found-flag             PIC X       VALUE 'N'.
       01  wn-dp-fee1-ed                PIC ZZ9.99  VALUE ZERO.
       01  wn-dp-fee2-ed                PIC ZZ9.99  VALUE ZERO.
       01  wn-dp-fee3-ed                PIC ZZ9.99  VALUE ZERO.
       01  wn-recon-settled             PIC S9(9)V99 COMP-3.
       01  wn-recon-own                 PIC S9(9)V99 COMP-3.
       01  wn-recon-kvitt               PIC S9(9)V99 COMP-3.
       01  wn-recon-unsettled           PIC S9(9)V99 COMP-3.

      *    inkasso return import - see P0190-import-inkasso-returns
       01  wc-inkretfil-fs              PIC XX      VALUE SPACE.
           88  is-inkretfil-ok                      VALUE '00'.
       01  wn-ink-open-sum              PIC S9(9)V99 COMP-3.
       01  wn-ink-paid-sum              PIC S9(9)V99 COMP-3.

      *    betalningsf�rel�ggande - see P0230-kfm-applications
       01  wc-kfm-action                PIC X       VALUE SPACE.
       01  wc-kfmretfil-fs              PIC XX      VALUE SPACE.
           88  is-kfmretfil-ok                      VALUE '00'.
       01  wc-kfmret-eof-flag           PIC X       VALUE 'N'.
       01  wc-kfmret-invno              PIC X(20)   VALUE SPACE.
       01  wc-kfmret-kod                PIC X(3)    VALUE SPACE.
       01  wc-kfmret-datum              PIC X(10)   VALUE SPACE.
       01  wc-kfmret-belopp             PIC X(15)   VALUE SPACE.
       01  wc-kfmret-malnr              PIC X(20)   VALUE SPACE.
       01  wn-kfmret-amount             PIC S9(9)V99 COMP-3.
       01  wn-kfmret-count              PIC 9(6)    VALUE ZERO.
       01  wn-kfmret-miss-count         PIC 9(6)    VALUE ZERO.
      *    Kronofogden's ans�kningsavgift per application
       01  wn-kfm-appfee-std            PIC S9(5)V99 COMP-3
                                        VALUE 300.00.
       01  wn-kfm-capital               PIC S9(9)V99 COMP-3.
       01  wn-kfm-interest              PIC S9(9)V99 COMP-3.
       01  wn-kfm-fees                  PIC S9(9)V99 COMP-3.
       01  wn-kfm-paid                  PIC S9(9)V99 COMP-3.
       01  wn-kfm-rate                  PIC S9(3)V99 COMP-3.
       01  wn-kfm-today-int             PIC 9(9)    COMP VALUE ZERO.
       01  wc-kfm-today                 PIC X(10)   VALUE SPACE.
       01  wc-kfm-from                  PIC X(10)   VALUE SPACE.
       01  wc-kfm-ymd                   PIC X(8)    VALUE SPACE.
       01  wn-kfm-list-count            PIC 9(6)    VALUE ZERO.
       01  wn-kfm-taken-count           PIC 9(6)    VALUE ZERO.
       01  wn-kfm-written-count         PIC 9(6)    VALUE ZERO.
       01  wn-kfm-held-count            PIC 9(6)    VALUE ZERO.
       01  wn-kfm-open-count            PIC 9(6)    VALUE ZERO.
       01  wn-kfm-judgment-count        PIC 9(6)    VALUE ZERO.
       01  wc-kfm-statename             PIC X(12)   VALUE SPACE.
       01  wn-ind-kfm-sent              PIC S9(4)   COMP VALUE ZERO.
       01  wn-ind-kfm-malnr             PIC S9(4)   COMP VALUE ZERO.
       01  wn-kfm-capital-ed            PIC -(7)9.99.

      *    dispute register screen - see P0200-maintain-disputes
       01  wn-disp-id-in                PIC 9(9)    VALUE ZERO.
       01  wc-disp-action               PIC X       VALUE SPACE.

      *    promise-to-pay register - see P0240-promise-register
       01  wn-prom-id-in                PIC 9(9)    VALUE ZERO.
       01  wc-prom-action               PIC X       VALUE SPACE.
       01  wc-prom-scope                PIC X       VALUE SPACE.
       01  wn-prom-grace-in             PIC 9(3)    VALUE ZERO.
       01  wn-prom-amount-ed            PIC -(7)9.99.
       01  wc-prom-invno                PIC X(16)   VALUE SPACE.
       01  wc-prom-debtor               PIC X(30)   VALUE SPACE.

      *    write-off workflow - see P0210-writeoff-workflow
       01  wc-wo-action                 PIC X       VALUE SPACE.
       01  wn-wo-years                  PIC 9(2)    VALUE ZERO.
      *    kundf�rlust sums for the SIE export
       01  wn-sie-loss                  PIC S9(9)V99 COMP-3.
       01  wn-sie-lossrev               PIC S9(9)V99 COMP-3.
      *    f�rutbetalda int�kter for the SIE export
       01  wn-sie-defer                 PIC S9(9)V99 COMP-3.
       01  wn-sie-release               PIC S9(9)V99 COMP-3.
      *    os�kra kundfordringar for the SIE export - the period's
      *    provision and the earlier one it replaces
       01  wn-sie-prov                  PIC S9(11)V99 COMP-3.
       01  wn-sie-prov-prev             PIC S9(11)V99 COMP-3.
       01  wn-sie-prov-count            PIC S9(9)   COMP VALUE ZERO.
       01  wc-sie-prov-prev-period      PIC X(7)    VALUE SPACE.
      *    provision run and its percentages - see
      *    I0280-provision-run and I0285-maintain-provision-rules
       01  wc-pv-rule-in                PIC X(8)    VALUE SPACE.
       01  wc-pv-pct-ed                 PIC ZZ9.99.
       01  wc-pv-old-pct                PIC X(6)    VALUE SPACE.
       01  wn-pv-rows                   PIC S9(9)   COMP VALUE ZERO.
       01  wn-pv-amount-ed              PIC -(12)9.99.
      *    saldobekr�ftelser - see I0290-balance-confirmation-run
      *    and I0295-register-confirmation-reply
       01  wn-sb-run-id                 PIC S9(9)   COMP VALUE ZERO.
       01  wn-sb-run-ed                 PIC Z(8)9.
       01  wn-sb-count                  PIC S9(9)   COMP VALUE ZERO.
       01  wc-sb-state-name             PIC X(12)   VALUE SPACE.
       01  wc-sb-old-state              PIC X(12)   VALUE SPACE.

      *    collections effectiveness report - see
      *    G0230-display-collections-report

      *    optional customer filter handed to srvbill (menu 27)
       01  wc-srvbill-custno            PIC X(254)  VALUE SPACE.
      *    blank for the ordinary run; the period to re-bill for
      *    the correction run (menu 67)
       01  wc-srvbill-corr-period       PIC X(7)    VALUE SPACE.

      *    month-end close - see X0420-close-month and
      *    Y0260-guard-closed-period
       01  wn-mc-year                   PIC 9(4)    VALUE ZERO.
       01  wc-mc-buffer                 PIC X(8)    VALUE SPACE.
       01  wn-mc-closed-count           PIC S9(9)   COMP VALUE ZERO.
       01  wc-rc-close-ok               PIC X(1)    VALUE 'N'.
       01  wc-rc-answer                 PIC X(1)    VALUE SPACE.
       01  wc-rc-reason                 PIC X(60)   VALUE SPACE.
       01  wn-rc-amount-ed              PIC -(12)9.99.

      *    number series audit and void register - see
      *    I0300-number-series-audit, I0305-maintain-void-register
      *    and X0423-check-number-series
       01  wc-ns-close-ok               PIC X(1)    VALUE 'J'.
       01  wc-ns-period                 PIC X(7)    VALUE SPACE.
       01  wc-ns-action                 PIC X(1)    VALUE SPACE.
       01  wn-ns-count                  PIC S9(9)   COMP VALUE ZERO.
       01  wn-ns-max-id                 PIC S9(9)   COMP VALUE ZERO.
       01  wn-nv-first                  PIC S9(9)   COMP VALUE ZERO.
       01  wn-nv-last                   PIC S9(9)   COMP VALUE ZERO.
       01  wn-nv-runlog-id              PIC S9(9)   COMP VALUE ZERO.
       01  wc-nv-reason                 PIC X(60)   VALUE SPACE.
       01  wn-nv-first-ed               PIC Z(8)9.
       01  wn-nv-last-ed                PIC Z(8)9.

      *    background job queue - see Y0380-queue-job and
      *    X0540-job-queue
       01  wc-job-type                  PIC X(10)   VALUE SPACE.
       01  wc-job-param                 PIC X(40)   VALUE SPACE.
       01  wc-job-omtr-param.
           05  wn-job-omtr-run          PIC 9(9)    VALUE ZERO.
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  wn-job-omtr-inc          PIC 9(9)    VALUE ZERO.
           05  FILLER                   PIC X(21)   VALUE SPACE.
       01  wn-job-id-in                 PIC 9(9)    VALUE ZERO.
       01  wn-job-id-ed                 PIC Z(8)9.
       01  wc-job-state-text            PIC X(10)   VALUE SPACE.
       01  wc-job-since                 PIC X(19)   VALUE SPACE.
       01  wn-job-since-int             PIC 9(9)    COMP VALUE ZERO.
       01  wn-job-since-ymd             PIC 9(8)    VALUE ZERO.

      *    payment channel report and the bank's fees - see
      *    I0310-payment-channel-report and I0315-maintain-bank-fees
       01  wc-pf-method-in              PIC X(10)   VALUE SPACE.
       01  wc-pf-fee-ed                 PIC ZZZZ9.99.
       01  wc-pf-old-fee                PIC X(8)    VALUE SPACE.
       01  wn-pf-rows                   PIC S9(9)   COMP VALUE ZERO.
       01  wn-pf-fin-ed                 PIC Z(8)9.
       01  wn-pf-amount-ed              PIC -(12)9.99.
       01  wc-guard-date                PIC X(10)   VALUE SPACE.
       01  wc-guard-period              PIC X(7)    VALUE SPACE.

       01  wc-bv-flag                   PIC X(8)    VALUE SPACE.
       01  wn-budget-count              PIC S9(9)   COMP VALUE ZERO.

      *    deferred revenue schedule - see
      *    I0220-display-deferred-revenue
       01  wn-dr-billed                 PIC S9(9)V99 COMP-3.
       01  wn-dr-recognised             PIC S9(9)V99 COMP-3.
       01  wn-dr-deferred               PIC S9(9)V99 COMP-3.
       01  wn-dr-tot-billed             PIC S9(9)V99 COMP-3.
       01  wn-dr-tot-recognised         PIC S9(9)V99 COMP-3.
       01  wn-dr-tot-deferred           PIC S9(9)V99 COMP-3.
       01  wn-dr-count                  PIC S9(9)   COMP VALUE ZERO.

      *    churn-risk report - see K0190-display-churn-risk
       01  wn-cr-recent                 PIC S9(9)   COMP VALUE ZERO.
       01  wn-cr-earlier                PIC S9(9)   COMP VALUE ZERO.
       01  wc-db-oldest                 PIC X(10)   VALUE SPACE.
       01  wc-db-flag                   PIC X(3)    VALUE SPACE.
       01  wn-db-runlog-shown           PIC S9(4)   COMP VALUE ZERO.
       01  wc-db-today                  PIC X(10)   VALUE SPACE.
       01  wc-db-sched-date             PIC X(10)   VALUE SPACE.
       01  wn-db-sched-count            PIC S9(9)   COMP VALUE ZERO.
       01  wn-db-sched-total            PIC S9(9)   COMP VALUE ZERO.
       01  wn-db-sched-days             PIC S9(4)   COMP VALUE ZERO.
       01  wn-db-alerts                 PIC S9(9)   COMP VALUE ZERO.
       01  wn-db-critical               PIC S9(9)   COMP VALUE ZERO.

      *    alert console - see D0130-alert-console
       01  wn-al-open-count             PIC S9(9)   COMP VALUE ZERO.
       01  wn-al-alert-in               PIC 9(9)    VALUE ZERO.
       01  wc-al-action                 PIC X       VALUE SPACE.
       01  wc-al-now                    PIC X(21)   VALUE SPACE.
       01  wc-al-state-text             PIC X(10)   VALUE SPACE.

      *    note log - see Y0350-note-log. the caller sets the ids
      *    of what is on screen, zero for what is not
       01  wn-nl-cust-id                PIC S9(9)   COMP VALUE ZERO.
       01  wn-nl-debt-id                PIC S9(9)   COMP VALUE ZERO.
       01  wn-nl-inv-id                 PIC S9(9)   COMP VALUE ZERO.
       01  wn-nl-shown                  PIC S9(4)   COMP VALUE ZERO.
       01  wn-nl-key-in                 PIC 9(9)    VALUE ZERO.
       01  wc-nl-level                  PIC X       VALUE SPACE.
       01  wc-nl-now                    PIC X(21)   VALUE SPACE.

      *    operator worklist - see W0100-worklist
       01  wn-wl-added                  PIC S9(9)   COMP VALUE ZERO.
       01  wn-wl-cut-int                PIC 9(9)    COMP VALUE ZERO.
       01  wn-wl-cut-ymd                PIC 9(8)    VALUE ZERO.

      *    debtor telephone inquiry - see F0100-debtor-inquiry
       01  wc-iq-keytype                PIC X       VALUE SPACE.
       01  wc-iq-key                    PIC X(40)   VALUE SPACE.
       01  wc-iq-custno-in              PIC X(40)   VALUE SPACE.
       01  wn-iq-debt-id                PIC S9(9)   COMP VALUE ZERO.
       01  wn-iq-inv-id                 PIC S9(9)   COMP VALUE ZERO.
       01  wn-iq-count                  PIC S9(9)   COMP VALUE ZERO.
       01  wc-iq-today                  PIC X(10)   VALUE SPACE.
       01  wc-iq-cutoff                 PIC X(10)   VALUE SPACE.
       01  wc-iq-log-cutoff             PIC X(10)   VALUE SPACE.
       01  wn-iq-cut-int                PIC 9(9)    COMP VALUE ZERO.
       01  wn-iq-cut-ymd                PIC 9(8)    VALUE ZERO.
       01  wn-iq-addr-invalid           PIC S9(4)   COMP VALUE ZERO.
       01  wn-iq-creditlimit            PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  wr-iq-invoices.
           05  wn-iq-inv-count          PIC S9(4)   COMP VALUE ZERO.
           05  wr-iq-inv-row            OCCURS 50.
               10  wn-iq-row-inv-id     PIC S9(9)   COMP.
               10  wn-iq-row-cust-id    PIC S9(9)   COMP.
               10  wn-iq-row-state      PIC S9(4)   COMP.
               10  wn-iq-row-dunlevel   PIC S9(4)   COMP.
               10  wc-iq-row-custno     PIC X(40).
               10  wc-iq-row-invno      PIC X(40).
               10  wc-iq-row-duedate    PIC X(10).
               10  wc-iq-row-lastdun    PIC X(10).
       01  wn-iq-more                   PIC S9(9)   COMP VALUE ZERO.
       01  wn-iq-idx                    PIC S9(4)   COMP VALUE ZERO.
       01  wn-iq-default-row            PIC S9(4)   COMP VALUE ZERO.
       01  wn-iq-row-in                 PIC 9(3)    VALUE ZERO.
       01  wc-iq-row-ed                 PIC ZZ9.
       01  wn-iq-amount                 PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  wn-iq-paid                   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  wn-iq-rest                   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  wn-iq-open-total             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  wc-iq-amount-ed              PIC Z(6)9.99-.
       01  wc-iq-paid-ed                PIC Z(6)9.99-.
       01  wc-iq-rest-ed                PIC Z(6)9.99-.
       01  wc-iq-total-ed               PIC Z(8)9.99-.
       01  wc-iq-state-text             PIC X(10)   VALUE SPACE.
       01  wc-iq-dun-text               PIC X(70)   VALUE SPACE.
       01  wc-iq-level-ed               PIC 9.
       01  wc-iq-step-ed                PIC 9.
       01  wn-iq-level                  PIC S9(4)   COMP VALUE ZERO.
       01  wn-iq-levels                 PIC S9(4)   COMP VALUE ZERO.
       01  wn-iq-step                   PIC S9(4)   COMP VALUE ZERO.
       01  wr-iq-waits.
           05  wn-iq-wait               PIC S9(4)   COMP OCCURS 3.
       01  wn-iq-next-int               PIC 9(9)    COMP VALUE ZERO.
       01  wn-iq-next-ymd               PIC 9(8)    VALUE ZERO.
       01  wc-iq-next-date              PIC X(17)   VALUE SPACE.
       01  wn-iq-holds                  PIC S9(9)   COMP VALUE ZERO.
       01  wn-iq-overdue                PIC S9(9)   COMP VALUE ZERO.
       01  wn-iq-prom-int               PIC 9(9)    COMP VALUE ZERO.
       01  wn-iq-returns                PIC S9(9)   COMP VALUE ZERO.
       01  wc-iq-kind                   PIC X(13)   VALUE SPACE.
       01  wc-iq-postedat               PIC X(19)   VALUE SPACE.
       01  wc-iq-action                 PIC X       VALUE SPACE.

      *    deviations from the monthly analysis - see
      *    W0170-review-deviations
       01  wn-fh-open-count             PIC S9(9)   COMP VALUE ZERO.
       01  wn-fh-hit-in                 PIC 9(9)    VALUE ZERO.
       01  wc-fh-action                 PIC X       VALUE SPACE.
       01  wc-fh-amount-ed              PIC Z(8)9.99-.
       01  wc-fh-rule-in                PIC X(8)    VALUE SPACE.
       01  wn-fh-rows                   PIC S9(9)   COMP VALUE ZERO.
       01  wc-fh-old-setting            PIC X(20)   VALUE SPACE.
       01  wc-fh-new-setting            PIC X(20)   VALUE SPACE.
       01  wc-fh-pct-ed                 PIC ZZ9.99.
       01  wc-fh-active-ed              PIC 9.
       01  wc-fh-min-ed                 PIC ZZZ9.
       01  wc-fh-days-ed                PIC ZZZ9.

      *    password hashing and credential checks - see
      *    Y0280-hash-password / Y0285-verify-credentials
       01  wc-pw-plain                  PIC X(30)   VALUE SPACE.
       01  wn-da-apprid-in              PIC 9(9)    VALUE ZERO.
       01  wc-da-decision               PIC X       VALUE SPACE.

      *    state-transition logging - see Y0330-log-invoice-state
       01  wn-hist-inv-id               PIC S9(9)   COMP VALUE ZERO.
       01  wn-hist-old                  PIC S9(4)   COMP VALUE ZERO.
       01  wc-cr-done-flag              PIC X       VALUE 'N'.
       01  wn-cr-setblock               PIC S9(4)   COMP VALUE ZERO.

      *    print capacity and print house - see
      *    X0470-maintain-print-capacity
       01  wc-pc-found-flag             PIC X       VALUE 'N'.
       01  wn-pc-old-sheets             PIC S9(9)   COMP VALUE ZERO.
       01  wc-pc-old-house              PIC X(10)   VALUE SPACE.
       01  wn-pc-weekday-ed             PIC 9       VALUE ZERO.
       01  wn-pc-sheets-ed              PIC Z(8)9   VALUE ZERO.

      *    guided onboarding - see K0195-onboard-new-customer
       01  wn-ob-cust-id                PIC S9(9)   COMP VALUE ZERO.
      *    scratch id for K0140's duplicate lookup, so a hit never
       01  wn-ob-fmtprof                PIC S9(9)   COMP VALUE ZERO.
       01  wn-ob-layout                 PIC S9(9)   COMP VALUE ZERO.
       01  wn-ob-srvcust                PIC S9(9)   COMP VALUE ZERO.
       01  wn-ob-contacts               PIC S9(9)   COMP VALUE ZERO.
       01  wc-ob-ready-flag             PIC X       VALUE 'N'.

      *    guided kundavslut - see K0220-offboard-customer
       01  wc-ofb-dir                   PIC X(30)   VALUE
                                                     'data/kundavslut'.
       01  wc-ofb-filename              PIC X(60)   VALUE SPACE.
       01  wn-ofb-rc                    PIC S9(9)   COMP VALUE ZERO.
       01  wc-ofb-go-flag               PIC X       VALUE 'N'.
       01  wc-ofb-step-ok-flag          PIC X       VALUE 'N'.
       01  wc-ofb-all-choice            PIC X       VALUE SPACE.
       01  wc-ofb-choice                PIC X       VALUE SPACE.
       01  wn-ofb-year                  PIC 9(4)    VALUE ZERO.
       01  wn-ofb-month                 PIC S9(4)   COMP VALUE ZERO.
       01  wn-ofb-day                   PIC S9(4)   COMP VALUE ZERO.
       01  wn-ofb-end-int               PIC 9(9)    COMP VALUE ZERO.
       01  wc-ofb-ymd                   PIC 9(8)    VALUE ZERO.
       01  wc-ofb-weekdays              PIC X(7)    VALUE SPACE.
       01  wn-ofb-count                 PIC S9(9)   COMP VALUE ZERO.
       01  wn-ofb-inv-id                PIC S9(9)   COMP VALUE ZERO.
       01  wn-ofb-dunlevel              PIC S9(4)   COMP VALUE ZERO.
       01  wn-ofb-sum                   PIC S9(9)V99 COMP-3.
       01  wn-ofb-vat-sum               PIC S9(9)V99 COMP-3.
       01  wn-ofb-paid                  PIC S9(9)V99 COMP-3.
       01  wn-ofb-open                  PIC S9(9)V99 COMP-3.
       01  wn-ofb-open-ed               PIC -(7)9.99.

      *    contact register - see K0210-maintain-contacts. a caller
      *    that already knows the customer sets wn-cont-cust-id
       01  wn-cont-cust-id              PIC S9(9)   COMP VALUE ZERO.
       01  wc-contid-in                 PIC 9(9)    VALUE ZERO.
       01  wc-cont-done-flag            PIC X       VALUE 'N'.
       01  wc-cont-found-flag           PIC X       VALUE 'N'.
       01  wn-cont-tally                PIC S9(4)   COMP VALUE ZERO.
       01  wn-cont-at                   PIC S9(4)   COMP VALUE ZERO.
       01  wc-cont-old-email            PIC X(60)   VALUE SPACE.
       01  wc-cont-old-notices          PIC X(5)    VALUE SPACE.

      *    who at the customer gets a notice - see
      *    P0221-notify-settle-statement
       01  wc-notify-timestamp          PIC X(19)   VALUE SPACE.
       01  wn-notify-idx                PIC 9(2)    VALUE ZERO.
           COPY CONTRCPT.
           COPY ALRTREQ.
           COPY SARREQ.
           COPY PNRREQ.
           COPY WORKREQ.
           COPY FRAUDREQ.
           COPY PROVREQ.
           COPY SALDREQ.
           COPY PACKREQ.
           COPY RECONREQ.
           COPY SERREQ.
           COPY HISTREQ.
           COPY KANLREQ.
       01  wc-rev-first-flag            PIC X(1)    VALUE 'Y'.

      *    audit trail work fields - see Y0300-write-audit. the
       01  wn-runlog-count              PIC S9(9)   COMP VALUE ZERO.
       01  wn-runlog-rows               PIC S9(4)   COMP VALUE ZERO.

      *    end-of-day close (X0280)
       01  wc-close-today               PIC X(10)   VALUE SPACE.
       01  wn-close-backdated           PIC S9(9)   COMP VALUE ZERO.
       01  wn-plan-cum                  PIC S9(9)V99 COMP-3.
       01  wc-plan-more-switch          PIC X(1)    VALUE 'N'.
           88  is-plan-done                     VALUE 'Y'.
       01  wc-debtid-in                 PIC 9(9)    VALUE ZERO.
       01  is-run-lock-busy-switch      PIC X(1)    VALUE 'N'.
           88  is-run-lock-busy                 VALUE 'Y'.
       01  RUNLOCK-FS                   PIC XX.
           88  RUNLOCK-FILE-FOUND               VALUE '00'.

      *    repair screen for rejected intake records - see
      *    X0210-repair-rejected-records
       01  FELDATA-FS                   PIC XX.
                   WHEN '92'
                       PERFORM A0120-change-password
                       MOVE SPACE TO wc-accept
                   WHEN '93'
                       PERFORM F0100-debtor-inquiry
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-application TO TRUE
                       CONTINUE
           DISPLAY '(90) Driftl�ge (backloggar och nattk�rning)'
           DISPLAY '(91) Arbetslista (tilldelade �tg�rder)'
           DISPLAY '(92) Byt l�senord'
           DISPLAY '(93) G�lden�rsf�rfr�gan (telefon)'
           DISPLAY SPACE
           DISPLAY '(99) Avsluta programmet'
           DISPLAY HEADLINE
               FUNCTION CURRENT-DATE(7:2) ' ***'
           DISPLAY HEADLINE

           MOVE FUNCTION CURRENT-DATE(1:4) TO wc-db-today(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO wc-db-today(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO wc-db-today(9:2)
           MOVE '-' TO wc-db-today(5:1) wc-db-today(8:1)

      *    invoices waiting for a later send date are not backlog -
      *    they are counted on their own in D0120
           MOVE ZERO TO wn-db-pending
           MOVE SPACE TO wc-db-oldest
           EXEC SQL
                   INTO :wn-db-pending, :wc-db-oldest
                   FROM INVOICE
                   WHERE INVSTATE = 0
                     AND SENDDATE <= :wc-db-today
           END-EXEC
           MOVE SPACE TO wc-db-flag
           IF wn-db-pending > 500
           DISPLAY '(5) Sp�rrade fakturor: ' wn-db-blocked
               '  parkerade: ' wn-db-held ' ' wc-db-flag

           MOVE ZERO TO wn-db-alerts wn-db-critical
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-db-alerts
                   FROM ALERTLOG
                   WHERE STATE = 0
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-db-critical
                   FROM ALERTLOG
                   WHERE STATE = 0
                     AND SEVERITY = 'K'
           END-EXEC
           MOVE SPACE TO wc-db-flag
           IF wn-db-critical > ZERO
               MOVE '***' TO wc-db-flag
           END-IF

           DISPLAY SPACE
           PERFORM D0120-show-scheduled-days

           DISPLAY SPACE
           DISPLAY '(6) Senaste batchk�rningar:'
           PERFORM D0110-show-recent-runs

           DISPLAY SPACE
           DISPLAY '(7) �ppna larm: ' wn-db-alerts
               '  kritiska: ' wn-db-critical ' ' wc-db-flag

           DISPLAY SPACE
           DISPLAY 'Hoppa till k� (1-7, blankt=tillbaka): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
                   PERFORM P0160-review-blocked-invoices
               WHEN '6'
                   PERFORM G0210-display-run-history
               WHEN '7'
                   PERFORM D0130-alert-console
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           END-EXEC
           .

      **********************************************************
      *    pending invoices held for a later send date, one line
      *    per print day ahead, so operations can plan the print
      *    volume of the coming days
       D0120-show-scheduled-days.

           MOVE FUNCTION CURRENT-DATE(1:4) TO wc-db-today(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO wc-db-today(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO wc-db-today(9:2)
           MOVE '-' TO wc-db-today(5:1) wc-db-today(8:1)

           MOVE ZERO TO wn-db-sched-total wn-db-sched-days
           DISPLAY 'Schemalagda fakturor per s�nddag:'

           EXEC SQL
               DECLARE CURS-DB-SCHED CURSOR FOR
               SELECT SENDDATE, COUNT(*)
               FROM INVOICE
               WHERE INVSTATE = 0
                 AND SENDDATE > :wc-db-today
               GROUP BY SENDDATE
               ORDER BY SENDDATE
           END-EXEC

           EXEC SQL
               OPEN CURS-DB-SCHED
           END-EXEC

           EXEC SQL
               FETCH CURS-DB-SCHED
                   INTO :wc-db-sched-date, :wn-db-sched-count
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-db-sched-days
               ADD wn-db-sched-count TO wn-db-sched-total
               DISPLAY '    ' wc-db-sched-date '|'
                   wn-db-sched-count ' fakturor'

               EXEC SQL
                   FETCH CURS-DB-SCHED
                       INTO :wc-db-sched-date, :wn-db-sched-count
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-DB-SCHED
           END-EXEC

           IF wn-db-sched-days = ZERO
               DISPLAY '    inga'
           ELSE
               DISPLAY '    totalt ' wn-db-sched-total
                   ' fakturor p� ' wn-db-sched-days ' dagar'
           END-IF
           .

      *    The alert console: every alert PbsAlrt has recorded that
      *    is not yet closed, critical ones first, with how often it
      *    was raised again and whether it has been escalated. The
      *    operator acknowledges an alert (it stops escalating),
      *    notes what was done about it, and closes it once the
      *    cause is gone - a closed alert raised again pages anew.
       D0130-alert-console.

           PERFORM D0131-list-alerts

           DISPLAY SPACE
           DISPLAY 'K=kvittera, A=anteckning, S=st�ng,'
               ' blankt=tillbaka: ' WITH NO ADVANCING
           MOVE SPACE TO wc-al-action
           ACCEPT wc-al-action

           EVALUATE wc-al-action
               WHEN 'K'
               WHEN 'k'
                   PERFORM D0132-acknowledge-alert
               WHEN 'A'
               WHEN 'a'
                   PERFORM D0133-note-alert
               WHEN 'S'
               WHEN 's'
                   PERFORM D0134-close-alert
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       D0131-list-alerts.

           DISPLAY HEADLINE
           DISPLAY 'LARMKONSOL - �PPNA OCH KVITTERADE LARM'
           DISPLAY HEADLINE
           DISPLAY 'Larm-ID  |G|K�lla     |F�rst larmat       |'
               'Upprep.  |Esk|Status'

           MOVE ZERO TO wn-al-open-count
           EXEC SQL
               DECLARE CURS-ALERTS CURSOR FOR
               SELECT ALERT_ID, SOURCE, SEVERITY, OBJECT, REASON,
                      STATE, FIRSTTIME, REPEATS, ESCALATED,
                      ACKBY, NOTE
               FROM TUTORIAL.ALERTLOG
               WHERE STATE < 2
               ORDER BY CASE SEVERITY WHEN 'K' THEN 0 ELSE 1 END,
                        ALERT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-ALERTS
           END-EXEC

           EXEC SQL
               FETCH CURS-ALERTS
                   INTO :ALERTLOG-ALERT-ID, :ALERTLOG-SOURCE,
                        :ALERTLOG-SEVERITY, :ALERTLOG-OBJECT,
                        :ALERTLOG-REASON, :ALERTLOG-STATE,
                        :ALERTLOG-FIRSTTIME, :ALERTLOG-REPEATS,
                        :ALERTLOG-ESCALATED, :ALERTLOG-ACKBY,
                        :ALERTLOG-NOTE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-al-open-count
               IF ALERTLOG-ACKNOWLEDGED
                   MOVE ALERTLOG-ACKBY-TEXT(1:10) TO wc-al-state-text
               ELSE
                   MOVE '�PPET' TO wc-al-state-text
               END-IF
               DISPLAY ALERTLOG-ALERT-ID '|'
                   ALERTLOG-SEVERITY '|'
                   ALERTLOG-SOURCE '|'
                   ALERTLOG-FIRSTTIME '|'
                   ALERTLOG-REPEATS '|'
                   ALERTLOG-ESCALATED '|'
                   wc-al-state-text
               DISPLAY '    ' ALERTLOG-OBJECT
               DISPLAY '    ' ALERTLOG-REASON
               IF ALERTLOG-NOTE-LEN > ZERO
                   DISPLAY '    Not: ' ALERTLOG-NOTE-TEXT(1:60)
               END-IF
               EXEC SQL
                   FETCH CURS-ALERTS
                       INTO :ALERTLOG-ALERT-ID, :ALERTLOG-SOURCE,
                            :ALERTLOG-SEVERITY, :ALERTLOG-OBJECT,
                            :ALERTLOG-REASON, :ALERTLOG-STATE,
                            :ALERTLOG-FIRSTTIME, :ALERTLOG-REPEATS,
                            :ALERTLOG-ESCALATED, :ALERTLOG-ACKBY,
                            :ALERTLOG-NOTE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-ALERTS
           END-EXEC

           DISPLAY '�ppna och kvitterade larm: ' wn-al-open-count
           .

      **********************************************************
      *    an acknowledged alert has an owner - PbsAlrt no longer
      *    escalates it
       D0132-acknowledge-alert.

           DISPLAY 'Larm-ID: ' WITH NO ADVANCING
           MOVE ZERO TO wn-al-alert-in
           ACCEPT wn-al-alert-in
           MOVE wn-al-alert-in TO ALERTLOG-ALERT-ID

           MOVE wc-current-operator TO ALERTLOG-ACKBY-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-current-operator))
               TO ALERTLOG-ACKBY-LEN
           MOVE FUNCTION CURRENT-DATE TO wc-al-now
           MOVE SPACE TO ALERTLOG-ACKTIME
           STRING wc-al-now(1:4)  DELIMITED BY SIZE
               '-'               DELIMITED BY SIZE
               wc-al-now(5:2)    DELIMITED BY SIZE
               '-'               DELIMITED BY SIZE
               wc-al-now(7:2)    DELIMITED BY SIZE
               ' '               DELIMITED BY SIZE
               wc-al-now(9:2)    DELIMITED BY SIZE
               ':'               DELIMITED BY SIZE
               wc-al-now(11:2)   DELIMITED BY SIZE
               ':'               DELIMITED BY SIZE
               wc-al-now(13:2)   DELIMITED BY SIZE
               INTO ALERTLOG-ACKTIME
           END-STRING

           EXEC SQL
               UPDATE ALERTLOG
               SET STATE = 1,
                   ACKBY = :ALERTLOG-ACKBY,
                   ACKTIME = :ALERTLOG-ACKTIME
               WHERE ALERT_ID = :ALERTLOG-ALERT-ID
                 AND STATE = 0
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'ALERTLOG' TO wc-audit-table
               MOVE ALERTLOG-ALERT-ID TO wn-audit-rowkey
               MOVE 'STATE' TO wc-audit-field
               MOVE '�PPET' TO wc-audit-old
               MOVE 'KVITTERAT' TO wc-audit-new
               PERFORM Y0300-write-audit
               DISPLAY 'Larmet �r kvitterat.'
           ELSE
               DISPLAY 'Inget s�dant okvitterat larm.'
           END-IF
           .

      **********************************************************
       D0133-note-alert.

           DISPLAY 'Larm-ID: ' WITH NO ADVANCING
           MOVE ZERO TO wn-al-alert-in
           ACCEPT wn-al-alert-in
           MOVE wn-al-alert-in TO ALERTLOG-ALERT-ID

           DISPLAY 'Anteckning: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer(1:60) TO ALERTLOG-NOTE-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer(1:60)))
               TO ALERTLOG-NOTE-LEN

           EXEC SQL
               UPDATE ALERTLOG
               SET NOTE = :ALERTLOG-NOTE
               WHERE ALERT_ID = :ALERTLOG-ALERT-ID
                 AND STATE < 2
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'ALERTLOG' TO wc-audit-table
               MOVE ALERTLOG-ALERT-ID TO wn-audit-rowkey
               MOVE 'NOTE' TO wc-audit-field
               MOVE SPACE TO wc-audit-old
               MOVE wc-edit-buffer(1:60) TO wc-audit-new
               PERFORM Y0300-write-audit
               DISPLAY 'Anteckningen �r sparad.'
           ELSE
               DISPLAY 'Inget s�dant �ppet larm.'
           END-IF
           .

      **********************************************************
       D0134-close-alert.

           DISPLAY 'Larm-ID: ' WITH NO ADVANCING
           MOVE ZERO TO wn-al-alert-in
           ACCEPT wn-al-alert-in
           MOVE wn-al-alert-in TO ALERTLOG-ALERT-ID

           EXEC SQL
               UPDATE ALERTLOG
               SET STATE = 2
               WHERE ALERT_ID = :ALERTLOG-ALERT-ID
                 AND STATE < 2
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'ALERTLOG' TO wc-audit-table
               MOVE ALERTLOG-ALERT-ID TO wn-audit-rowkey
               MOVE 'STATE' TO wc-audit-field
               MOVE SPACE TO wc-audit-old
               MOVE 'ST�NGT' TO wc-audit-new
               PERFORM Y0300-write-audit
               DISPLAY 'Larmet �r st�ngt.'
           ELSE
               DISPLAY 'Inget s�dant �ppet larm.'
           END-IF
           .

      *    The debtor on the telephone: one screen finds the debtor
      *    on an OCR reference, an invoice number, a personnummer or
      *    a name and shows what the caller asks about - every open
      *    invoice and the closed ones of the last 90 days with what
      *    is paid on each, installments and payments, where each
      *    stands on the dunning ladder and what is holding it,
      *    disputes, how the latest letters and e-mails went, and
      *    whether a letter came back. Nothing is changed here; the
      *    usual next steps - register a dispute, set up a plan,
      *    print a copy - are a keystroke away on their own screens.
       F0100-debtor-inquiry.

           MOVE FUNCTION CURRENT-DATE(1:4) TO wc-iq-today(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO wc-iq-today(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO wc-iq-today(9:2)
           MOVE '-' TO wc-iq-today(5:1) wc-iq-today(8:1)

           COMPUTE wn-today-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))

      *    closed invoices and payments reach back 90 days, the
      *    delivery history 180
           COMPUTE wn-iq-cut-int = wn-today-int - 90
           MOVE FUNCTION DATE-OF-INTEGER(wn-iq-cut-int)
               TO wn-iq-cut-ymd
           MOVE wn-iq-cut-ymd(1:4) TO wc-iq-cutoff(1:4)
           MOVE wn-iq-cut-ymd(5:2) TO wc-iq-cutoff(6:2)
           MOVE wn-iq-cut-ymd(7:2) TO wc-iq-cutoff(9:2)
           MOVE '-' TO wc-iq-cutoff(5:1) wc-iq-cutoff(8:1)

           COMPUTE wn-iq-cut-int = wn-today-int - 180
           MOVE FUNCTION DATE-OF-INTEGER(wn-iq-cut-int)
               TO wn-iq-cut-ymd
           MOVE wn-iq-cut-ymd(1:4) TO wc-iq-log-cutoff(1:4)
           MOVE wn-iq-cut-ymd(5:2) TO wc-iq-log-cutoff(6:2)
           MOVE wn-iq-cut-ymd(7:2) TO wc-iq-log-cutoff(9:2)
           MOVE '-' TO wc-iq-log-cutoff(5:1) wc-iq-log-cutoff(8:1)

           DISPLAY 'S�k p� O=OCR-referens, F=fakturanummer, '
               'P=personnummer, N=namn: ' WITH NO ADVANCING
           MOVE SPACE TO wc-iq-keytype
           ACCEPT wc-iq-keytype
           MOVE FUNCTION UPPER-CASE(wc-iq-keytype) TO wc-iq-keytype

           DISPLAY 'S�kv�rde: ' WITH NO ADVANCING
           MOVE SPACE TO wc-iq-key
           ACCEPT wc-iq-key
           IF wc-iq-key = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO wn-iq-debt-id wn-iq-inv-id
           EVALUATE wc-iq-keytype
               WHEN 'O'
                   PERFORM F0110-find-by-ocrref
               WHEN 'F'
                   PERFORM F0112-find-by-invno
               WHEN 'P'
               WHEN 'N'
                   PERFORM F0114-find-debtor
               WHEN OTHER
                   DISPLAY 'Ogiltigt s�kval.'
           END-EVALUATE

           IF wn-iq-debt-id = ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM F0120-show-debtor
           IF wn-iq-debt-id = ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM F0130-list-invoices
           PERFORM F0150-list-disputes
           PERFORM F0160-list-deliveries
           PERFORM F0170-list-mail
           PERFORM F0180-jump-to-action
           .

      **********************************************************
       F0110-find-by-ocrref.

           MOVE wc-iq-key(1:25) TO INVOICE-OCRREF-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-iq-key))
               TO INVOICE-OCRREF-LEN

           MOVE ZERO TO wn-iq-inv-id
           EXEC SQL
               SELECT COALESCE(MIN(INV_ID), 0)
                   INTO :wn-iq-inv-id
                   FROM INVOICE
                   WHERE OCRREF = :INVOICE-OCRREF
           END-EXEC

           IF wn-iq-inv-id = ZERO
               DISPLAY 'Ingen faktura med den OCR-referensen.'
           ELSE
               PERFORM F0116-debtor-of-invoice
           END-IF
           .

      **********************************************************
       F0112-find-by-invno.

      *    invoice numbers are only unique per customer - with more
      *    than one hit the caller is asked who sent the invoice
           MOVE wc-iq-key TO INVOICE-INVNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-iq-key))
               TO INVOICE-INVNO-LEN

           MOVE ZERO TO wn-iq-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-iq-count
                   FROM INVOICE
                   WHERE INVNO = :INVOICE-INVNO
           END-EXEC

           EVALUATE TRUE
               WHEN wn-iq-count = ZERO
                   DISPLAY 'Ingen faktura med det fakturanumret.'
               WHEN wn-iq-count = 1
                   EXEC SQL
                       SELECT INV_ID
                           INTO :wn-iq-inv-id
                           FROM INVOICE
                           WHERE INVNO = :INVOICE-INVNO
                   END-EXEC
                   PERFORM F0116-debtor-of-invoice
               WHEN OTHER
                   PERFORM F0113-choose-invoice-customer
           END-EVALUATE
           .

      **********************************************************
       F0113-choose-invoice-customer.

           DISPLAY 'Fakturanumret finns hos flera kunder:'

           EXEC SQL
               DECLARE CURS-IQ-INVNO CURSOR FOR
               SELECT V.CUSTNO, COALESCE(D.NAME, ' ')
               FROM TUTORIAL.INVOICE V
                    LEFT OUTER JOIN TUTORIAL.DEBTOR D
                        ON D.DEBT_ID = V.DEBT_ID
               WHERE V.INVNO = :INVOICE-INVNO
               ORDER BY V.CUSTNO
           END-EXEC

           EXEC SQL
               OPEN CURS-IQ-INVNO
           END-EXEC

           EXEC SQL
               FETCH CURS-IQ-INVNO
                   INTO :INVOICE-CUSTNO, :DEBTOR-NAME
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY '  ' INVOICE-CUSTNO-TEXT(1:20) '|'
                   DEBTOR-NAME-TEXT(1:40)

               EXEC SQL
                   FETCH CURS-IQ-INVNO
                       INTO :INVOICE-CUSTNO, :DEBTOR-NAME
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-IQ-INVNO
           END-EXEC

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-iq-custno-in
           ACCEPT wc-iq-custno-in
           MOVE wc-iq-custno-in TO INVOICE-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-iq-custno-in))
               TO INVOICE-CUSTNO-LEN

           EXEC SQL
               SELECT INV_ID
                   INTO :wn-iq-inv-id
                   FROM INVOICE
                   WHERE CUSTNO = :INVOICE-CUSTNO
                     AND INVNO = :INVOICE-INVNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-iq-inv-id
               DISPLAY 'Ingen s�dan faktura hittades.'
           ELSE
               PERFORM F0116-debtor-of-invoice
           END-IF
           .

      **********************************************************
       F0114-find-debtor.

      *    a personnummer is matched in its stored, encrypted form -
      *    the clear number never reaches the database
           MOVE SPACE TO wc-pnr-stored wc-search-pattern
           IF wc-iq-keytype = 'P'
               MOVE wc-iq-key(1:10) TO PNRREQ-IN
               PERFORM Y0360-encrypt-pnr
               IF PNRREQ-NO-KEY OR wc-pnr-stored = SPACE
                   DISPLAY 'Personnumret kan inte s�kas just nu'
                       ' - s�k p� namn.'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               STRING '%' FUNCTION TRIM(wc-iq-key) '%'
                   DELIMITED BY SIZE INTO wc-search-pattern
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'DEBT_ID  |Namn                          |'
               'Pnr/orgnr |Adress'

           MOVE ZERO TO wn-iq-count
           EXEC SQL
               DECLARE CURS-IQ-DEBTOR CURSOR FOR
               SELECT D.DEBT_ID, D.NAME, COALESCE(D.ORGNO, ' '),
                      COALESCE(A.STREET, ' '),
                      COALESCE(A.PLACE, ' ')
               FROM TUTORIAL.DEBTOR D
                    LEFT OUTER JOIN TUTORIAL.ADDR A
                        ON A.ADDR_ID = D.ADDR_ID
               WHERE (:wc-iq-keytype = 'P'
                      AND D.ORGNO = :wc-pnr-stored)
                  OR (:wc-iq-keytype = 'N'
                      AND D.NAME LIKE :wc-search-pattern)
               ORDER BY D.NAME, D.DEBT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-IQ-DEBTOR
           END-EXEC

           EXEC SQL
               FETCH CURS-IQ-DEBTOR
                   INTO :DEBTOR-DEBT-ID, :DEBTOR-NAME,
                        :DEBTOR-ORGNO, :ADDR-STREET, :ADDR-PLACE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-iq-count
               IF wn-iq-count = 1
                   MOVE DEBTOR-DEBT-ID TO wn-iq-debt-id
               END-IF

               MOVE DEBTOR-ORGNO TO PNRREQ-IN
               PERFORM Y0362-mask-pnr
               DISPLAY DEBTOR-DEBT-ID '|'
                   DEBTOR-NAME-TEXT(1:30) '|'
                   wc-pnr-shown '|'
                   ADDR-STREET(1:20) ' ' ADDR-PLACE(1:15)

               EXEC SQL
                   FETCH CURS-IQ-DEBTOR
                       INTO :DEBTOR-DEBT-ID, :DEBTOR-NAME,
                            :DEBTOR-ORGNO, :ADDR-STREET,
                            :ADDR-PLACE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-IQ-DEBTOR
           END-EXEC

           IF wn-iq-count = ZERO
               DISPLAY 'Ingen g�lden�r hittades.'
               EXIT PARAGRAPH
           END-IF

           IF wn-iq-count > 1
               DISPLAY 'G�lden�rsnummer (DEBT_ID, 0=avbryt): '
                   WITH NO ADVANCING
               MOVE ZERO TO wc-debtid-in
               ACCEPT wc-debtid-in
               MOVE wc-debtid-in TO wn-iq-debt-id
           END-IF
           .

      **********************************************************
       F0116-debtor-of-invoice.

           MOVE ZERO TO wn-iq-debt-id
           EXEC SQL
               SELECT DEBT_ID
                   INTO :wn-iq-debt-id
                   FROM INVOICE
                   WHERE INV_ID = :wn-iq-inv-id
           END-EXEC

           IF SQLCODE NOT = ZERO OR wn-iq-debt-id = ZERO
               MOVE ZERO TO wn-iq-debt-id
               DISPLAY 'Fakturan har ingen registrerad g�lden�r.'
           END-IF
           .

      **********************************************************
       F0120-show-debtor.

           MOVE wn-iq-debt-id TO DEBTOR-DEBT-ID
           EXEC SQL
               SELECT D.NAME, COALESCE(D.ORGNO, ' '),
                      COALESCE(D.EMAIL, ' '),
                      COALESCE(D.DELIVERY, 'P'),
                      COALESCE(D.PAYSCORE, 0),
                      COALESCE(D.CREDITBLOCK, 0),
                      COALESCE(D.CREDITLIMIT, 0),
                      COALESCE(A.STREET, ' '),
                      COALESCE(A.POSTNO, ' '),
                      COALESCE(A.PLACE, ' '),
                      COALESCE(A.INVALID, 0)
                   INTO :DEBTOR-NAME, :DEBTOR-ORGNO,
                        :DEBTOR-EMAIL, :DEBTOR-DELIVERY,
                        :DEBTOR-PAYSCORE, :DEBTOR-CREDITBLOCK,
                        :DEBTOR-CREDITLIMIT,
                        :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE,
                        :ADDR-INVALID
                   FROM TUTORIAL.DEBTOR D
                        LEFT OUTER JOIN TUTORIAL.ADDR A
                            ON A.ADDR_ID = D.ADDR_ID
                   WHERE D.DEBT_ID = :DEBTOR-DEBT-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-iq-debt-id
               DISPLAY 'G�lden�ren hittades inte.'
               EXIT PARAGRAPH
           END-IF

           MOVE ADDR-INVALID TO wn-iq-addr-invalid
           MOVE DEBTOR-CREDITLIMIT TO wn-iq-creditlimit

           MOVE DEBTOR-ORGNO TO PNRREQ-IN
           PERFORM Y0362-mask-pnr

           DISPLAY HEADLINE
           DISPLAY 'G�LDEN�R ' DEBTOR-DEBT-ID ' '
               DEBTOR-NAME-TEXT(1:50)
           DISPLAY HEADLINE
           DISPLAY 'Person-/orgnr: ' wc-pnr-shown
           DISPLAY 'Adress       : ' ADDR-STREET ' '
               ADDR-POSTNO ' ' ADDR-PLACE(1:20)
           IF wn-iq-addr-invalid = 1
               DISPLAY '               OGILTIG ADRESS - post har '
                   'kommit i retur, p�minnelser h�lls'
           END-IF

           EVALUATE TRUE
               WHEN DEBTOR-DELIVERY-MAIL
                   DISPLAY 'Leverans     : e-post '
                       DEBTOR-EMAIL-TEXT(1:50)
               WHEN DEBTOR-DELIVERY-BANK
                   DISPLAY 'Leverans     : e-faktura i banken'
               WHEN OTHER
                   DISPLAY 'Leverans     : papper'
           END-EVALUATE

           EVALUATE DEBTOR-PAYSCORE
               WHEN 1
                   DISPLAY 'Betalprofil  : betalar i tid'
               WHEN 2
                   DISPLAY 'Betalprofil  : betalar sent'
               WHEN 3
                   DISPLAY 'Betalprofil  : betalar efter krav'
               WHEN OTHER
                   DISPLAY 'Betalprofil  : ej bed�md'
           END-EVALUATE

           IF DEBTOR-CREDITBLOCK = 1
               DISPLAY 'Kreditsp�rr  : JA - nya fakturor h�lls'
           END-IF

           MOVE ZERO TO wn-iq-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-iq-count
                   FROM PAYPROM
                   WHERE DEBT_ID = :DEBTOR-DEBT-ID
                     AND STATE = 0
           END-EXEC
           IF wn-iq-count > ZERO
               DISPLAY 'Betalningsl�fte: ' wn-iq-count ' �ppet'
           END-IF
           .

      **********************************************************
       F0130-list-invoices.

      *    the debtor's invoices into the table first - the rows
      *    are numbered for the jumps in F0180, and the figures per
      *    invoice take SELECTs of their own
           MOVE ZERO TO wn-iq-inv-count wn-iq-more
           EXEC SQL
               DECLARE CURS-IQ-INV CURSOR FOR
               SELECT V.INV_ID, V.CUST_ID, V.INVSTATE, V.DUNLEVEL,
                      V.CUSTNO, V.INVNO,
                      COALESCE(V.DUEDATE, ' '),
                      COALESCE(V.LASTDUNDATE, ' ')
               FROM TUTORIAL.INVOICE V
               WHERE V.DEBT_ID = :wn-iq-debt-id
                 AND V.INVSTATE <> 99
                 AND (V.INVSTATE IN (0, 1, 2, 5, 6)
                      OR V.INVDATE >= :wc-iq-cutoff
                      OR EXISTS
                         (SELECT 1 FROM TUTORIAL.PAYMENT P
                              WHERE P.INV_ID = V.INV_ID
                                AND P.PAYDATE >= :wc-iq-cutoff)
                      OR EXISTS
                         (SELECT 1 FROM TUTORIAL.INVHIST H
                              WHERE H.INV_ID = V.INV_ID
                                AND H.CHGTIME >= :wc-iq-cutoff))
               ORDER BY V.DUEDATE DESC, V.INV_ID DESC
           END-EXEC

           EXEC SQL
               OPEN CURS-IQ-INV
           END-EXEC

           EXEC SQL
               FETCH CURS-IQ-INV
                   INTO :INVOICE-INV-ID, :INVOICE-CUST-ID,
                        :INVOICE-INVSTATE, :INVOICE-DUNLEVEL,
                        :INVOICE-CUSTNO, :INVOICE-INVNO,
                        :INVOICE-DUEDATE, :INVOICE-LASTDUNDATE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF wn-iq-inv-count < 50
                   ADD 1 TO wn-iq-inv-count
                   MOVE INVOICE-INV-ID
                       TO wn-iq-row-inv-id (wn-iq-inv-count)
                   MOVE INVOICE-CUST-ID
                       TO wn-iq-row-cust-id (wn-iq-inv-count)
                   MOVE INVOICE-INVSTATE
                       TO wn-iq-row-state (wn-iq-inv-count)
                   MOVE INVOICE-DUNLEVEL
                       TO wn-iq-row-dunlevel (wn-iq-inv-count)
                   MOVE INVOICE-CUSTNO-TEXT(1:40)
                       TO wc-iq-row-custno (wn-iq-inv-count)
                   MOVE INVOICE-INVNO-TEXT(1:40)
                       TO wc-iq-row-invno (wn-iq-inv-count)
                   MOVE INVOICE-DUEDATE
                       TO wc-iq-row-duedate (wn-iq-inv-count)
                   MOVE INVOICE-LASTDUNDATE
                       TO wc-iq-row-lastdun (wn-iq-inv-count)
               ELSE
                   ADD 1 TO wn-iq-more
               END-IF

               EXEC SQL
                   FETCH CURS-IQ-INV
                       INTO :INVOICE-INV-ID, :INVOICE-CUST-ID,
                            :INVOICE-INVSTATE, :INVOICE-DUNLEVEL,
                            :INVOICE-CUSTNO, :INVOICE-INVNO,
                            :INVOICE-DUEDATE, :INVOICE-LASTDUNDATE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-IQ-INV
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'FAKTUROR (�ppna + st�ngda senaste 90 dagarna)'
           DISPLAY 'Rad|Fakturanr       |Kundnr    |Status    |'
               'F�rfaller |     Belopp|    Betalt|      Rest'
           DISPLAY HEADLINE

           IF wn-iq-inv-count = ZERO
               DISPLAY 'Inga fakturor att visa.'
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO wn-iq-open-total
           PERFORM F0132-show-one-invoice
               VARYING wn-iq-idx FROM 1 BY 1
               UNTIL wn-iq-idx > wn-iq-inv-count

           IF wn-iq-more > ZERO
               DISPLAY 'Ytterligare ' wn-iq-more ' fakturor visas inte.'
           END-IF

           MOVE wn-iq-open-total TO wc-iq-total-ed
           DISPLAY HEADLINE
           DISPLAY 'Obetalt totalt: ' wc-iq-total-ed
           IF wn-iq-creditlimit > ZERO
               AND wn-iq-open-total > wn-iq-creditlimit
               DISPLAY 'Kreditgr�nsen �r �verskriden - nya '
                   'fakturor h�lls.'
           END-IF
           .

      **********************************************************
       F0132-show-one-invoice.

           MOVE wn-iq-row-inv-id (wn-iq-idx) TO INVOICE-INV-ID

           MOVE ZERO TO wn-iq-amount
           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE
                          + I.QTY * I.PRICE * I.VAT / 100), 0)
                   INTO :wn-iq-amount
                   FROM TUTORIAL.ITEM I, TUTORIAL.INVITEM VI
                   WHERE VI.INV_ID = :INVOICE-INV-ID
                     AND I.ITEM_ID = VI.ITEM_ID
           END-EXEC

           MOVE ZERO TO wn-iq-paid
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
                   INTO :wn-iq-paid
                   FROM PAYMENT
                   WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC

           COMPUTE wn-iq-rest = wn-iq-amount - wn-iq-paid

           EVALUATE wn-iq-row-state (wn-iq-idx)
               WHEN 0
                   MOVE 'ej utskr.' TO wc-iq-state-text
               WHEN 1
                   MOVE '�ppen' TO wc-iq-state-text
               WHEN 2
                   MOVE 'p�mind' TO wc-iq-state-text
               WHEN 3
                   MOVE 'betald' TO wc-iq-state-text
               WHEN 4
                   MOVE 'krediterad' TO wc-iq-state-text
               WHEN 5
                   MOVE 'parkerad' TO wc-iq-state-text
               WHEN 6
                   MOVE 'sp�rrad' TO wc-iq-state-text
               WHEN 7
                   MOVE 'samlad' TO wc-iq-state-text
               WHEN 8
                   MOVE 'avskriven' TO wc-iq-state-text
               WHEN OTHER
                   MOVE '?' TO wc-iq-state-text
           END-EVALUATE

           MOVE wn-iq-idx TO wc-iq-row-ed
           MOVE wn-iq-amount TO wc-iq-amount-ed
           MOVE wn-iq-paid TO wc-iq-paid-ed
           MOVE wn-iq-rest TO wc-iq-rest-ed
           DISPLAY wc-iq-row-ed '|'
               wc-iq-row-invno (wn-iq-idx)(1:16) '|'
               wc-iq-row-custno (wn-iq-idx)(1:10) '|'
               wc-iq-state-text '|'
               wc-iq-row-duedate (wn-iq-idx) '|'
               wc-iq-amount-ed '|' wc-iq-paid-ed '|' wc-iq-rest-ed

           IF wn-iq-row-state (wn-iq-idx) = 0
               OR wn-iq-row-state (wn-iq-idx) = 1
               OR wn-iq-row-state (wn-iq-idx) = 2
               OR wn-iq-row-state (wn-iq-idx) = 5
               OR wn-iq-row-state (wn-iq-idx) = 6
               ADD wn-iq-rest TO wn-iq-open-total
           END-IF

           PERFORM F0134-list-invoice-payments
           PERFORM F0136-list-installments

           IF wn-iq-row-state (wn-iq-idx) = 1
               OR wn-iq-row-state (wn-iq-idx) = 2
               PERFORM F0140-dunning-outlook
               DISPLAY '    Krav: ' wc-iq-dun-text
           END-IF
           IF wn-iq-row-state (wn-iq-idx) = 5
               OR wn-iq-row-state (wn-iq-idx) = 6
               DISPLAY '    Krav: h�lls s� l�nge fakturan �r '
                   FUNCTION TRIM(wc-iq-state-text)
           END-IF
           .

      **********************************************************
       F0134-list-invoice-payments.

           EXEC SQL
               DECLARE CURS-IQ-PAY CURSOR FOR
               SELECT PAYDATE, AMOUNT, METHOD
               FROM TUTORIAL.PAYMENT
               WHERE INV_ID = :INVOICE-INV-ID
               ORDER BY PAYDATE, PAYMENT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-IQ-PAY
           END-EXEC

           EXEC SQL
               FETCH CURS-IQ-PAY
                   INTO :PAYMENT-PAYDATE, :PAYMENT-AMOUNT,
                        :PAYMENT-METHOD
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE PAYMENT-AMOUNT TO wc-iq-paid-ed
               DISPLAY '    Betalning ' PAYMENT-PAYDATE ' '
                   wc-iq-paid-ed ' ' PAYMENT-METHOD-TEXT(1:10)

               EXEC SQL
                   FETCH CURS-IQ-PAY
                       INTO :PAYMENT-PAYDATE, :PAYMENT-AMOUNT,
                            :PAYMENT-METHOD
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-IQ-PAY
           END-EXEC
           .

      **********************************************************
       F0136-list-installments.

           EXEC SQL
               DECLARE CURS-IQ-PLAN CURSOR FOR
               SELECT INSTNO, DUEDATE, AMOUNT, PAIDSTATE
               FROM TUTORIAL.PAYPLAN
               WHERE INV_ID = :INVOICE-INV-ID
               ORDER BY INSTNO
           END-EXEC

           EXEC SQL
               OPEN CURS-IQ-PLAN
           END-EXEC

           EXEC SQL
               FETCH CURS-IQ-PLAN
                   INTO :PAYPLAN-INSTNO, :PAYPLAN-DUEDATE,
                        :PAYPLAN-AMOUNT, :PAYPLAN-PAIDSTATE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE PAYPLAN-AMOUNT TO wc-iq-paid-ed
               IF PAYPLAN-PAIDSTATE = 1
                   DISPLAY '    Delbetalning ' PAYPLAN-INSTNO ' '
                       PAYPLAN-DUEDATE ' ' wc-iq-paid-ed ' betald'
               ELSE
                   DISPLAY '    Delbetalning ' PAYPLAN-INSTNO ' '
                       PAYPLAN-DUEDATE ' ' wc-iq-paid-ed ' obetald'
               END-IF

               EXEC SQL
                   FETCH CURS-IQ-PLAN
                       INTO :PAYPLAN-INSTNO, :PAYPLAN-DUEDATE,
                            :PAYPLAN-AMOUNT, :PAYPLAN-PAIDSTATE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-IQ-PLAN
           END-EXEC
           .

      **********************************************************
       F0140-dunning-outlook.

      *    what the next dunning run will do with the invoice, read
      *    the way dunning.CBL decides it: the holds first - open
      *    dispute, honoured installment plan, betalningsl�fte
      *    inside its grace, invalid address, financier's own
      *    reminders - then the ladder's next rung and its date
           MOVE SPACE TO wc-iq-dun-text
           MOVE wn-iq-row-dunlevel (wn-iq-idx) TO wc-iq-level-ed

           MOVE ZERO TO wn-iq-holds
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-iq-holds
                   FROM DISPUTE
                   WHERE INV_ID = :INVOICE-INV-ID
                     AND STATE = 0
           END-EXEC
           IF wn-iq-holds > ZERO
               STRING 'niv� ' wc-iq-level-ed
                   ', h�lls - tvist �ppen'
                   DELIMITED BY SIZE INTO wc-iq-dun-text
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO wn-iq-holds wn-iq-overdue
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-iq-holds
                   FROM PAYPLAN
                   WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC
           IF wn-iq-holds > ZERO
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :wn-iq-overdue
                       FROM PAYPLAN
                       WHERE INV_ID = :INVOICE-INV-ID
                         AND PAIDSTATE = 0
                         AND DUEDATE < :wc-iq-today
               END-EXEC
               IF wn-iq-overdue = ZERO
                   STRING 'niv� ' wc-iq-level-ed
                       ', h�lls - avbetalningsplanen f�ljs'
                       DELIMITED BY SIZE INTO wc-iq-dun-text
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EXEC SQL
               SELECT PROMDATE, GRACEDAYS
                   INTO :PAYPROM-PROMDATE, :PAYPROM-GRACEDAYS
                   FROM PAYPROM
                   WHERE PROM_ID =
                       (SELECT MAX(PROM_ID)
                            FROM PAYPROM
                            WHERE STATE = 0
                              AND (INV_ID = :INVOICE-INV-ID
                                   OR (INV_ID = 0 AND
                                       DEBT_ID = :wn-iq-debt-id)))
           END-EXEC
           IF SQLCODE = ZERO
               MOVE PAYPROM-PROMDATE(1:4) TO wc-ymd-buffer(1:4)
               MOVE PAYPROM-PROMDATE(6:2) TO wc-ymd-buffer(5:2)
               MOVE PAYPROM-PROMDATE(9:2) TO wc-ymd-buffer(7:2)
               COMPUTE wn-iq-prom-int =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(wc-ymd-buffer))
                   + PAYPROM-GRACEDAYS
               IF wn-today-int NOT > wn-iq-prom-int
                   STRING 'niv� ' wc-iq-level-ed
                       ', h�lls - betalningsl�fte till '
                       PAYPROM-PROMDATE
                       DELIMITED BY SIZE INTO wc-iq-dun-text
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF wn-iq-addr-invalid = 1
               STRING 'niv� ' wc-iq-level-ed
                   ', h�lls - ogiltig adress'
                   DELIMITED BY SIZE INTO wc-iq-dun-text
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO wn-iq-holds
           EXEC SQL
               SELECT A.DUNNING
                   INTO :wn-iq-holds
                   FROM TUTORIAL.FACTINV F, TUTORIAL.FACTAGR A
                   WHERE F.INV_ID = :INVOICE-INV-ID
                     AND A.CUST_ID = F.CUST_ID
           END-EXEC
           IF SQLCODE = ZERO AND wn-iq-holds = 1
               STRING 'niv� ' wc-iq-level-ed
                   ', s�ld - finansbolaget p�minner'
                   DELIMITED BY SIZE INTO wc-iq-dun-text
               EXIT PARAGRAPH
           END-IF

           IF wn-iq-row-dunlevel (wn-iq-idx) > 3
               STRING 'niv� ' wc-iq-level-ed
                   ', slutsteget �r taget - inga fler p�minnelser'
                   DELIMITED BY SIZE INTO wc-iq-dun-text
               EXIT PARAGRAPH
           END-IF

           PERFORM F0142-load-ladder
           PERFORM F0144-next-dunning-date
           .

      **********************************************************
       F0142-load-ladder.

      *    FINDATA's ladder - three letters DUNWAITDAYS apart -
      *    unless the customer has a dunning profile of its own
           MOVE 3 TO wn-iq-levels
           MOVE 14 TO wn-iq-wait (1) wn-iq-wait (2) wn-iq-wait (3)

           MOVE wn-iq-row-cust-id (wn-iq-idx) TO CUSTOMER-CUST-ID
           EXEC SQL
               SELECT F.DUNWAITDAYS
                   INTO :FINDATA-DUNWAITDAYS
                   FROM TUTORIAL.CUSTOMER C, TUTORIAL.FINDATA F
                   WHERE C.CUST_ID = :CUSTOMER-CUST-ID
                     AND F.FIN_ID = C.FIN_ID
           END-EXEC
           IF SQLCODE = ZERO
               MOVE FINDATA-DUNWAITDAYS TO wn-iq-wait (1)
                   wn-iq-wait (2) wn-iq-wait (3)
           END-IF

           MOVE CUSTOMER-CUST-ID TO DUNCUST-CUST-ID
           EXEC SQL
               SELECT P.LEVELS, P.WAIT1, P.WAIT2, P.WAIT3
                   INTO :DUNPROF-LEVELS, :DUNPROF-WAIT1,
                        :DUNPROF-WAIT2, :DUNPROF-WAIT3
                   FROM TUTORIAL.DUNCUST C, TUTORIAL.DUNPROF P
                   WHERE C.CUST_ID = :DUNCUST-CUST-ID
                     AND P.PROF_ID = C.PROF_ID
           END-EXEC
           IF SQLCODE = ZERO
               MOVE DUNPROF-LEVELS TO wn-iq-levels
               IF wn-iq-levels < 1
                   MOVE 1 TO wn-iq-levels
               END-IF
               IF wn-iq-levels > 3
                   MOVE 3 TO wn-iq-levels
               END-IF
               MOVE DUNPROF-WAIT1 TO wn-iq-wait (1)
               MOVE DUNPROF-WAIT2 TO wn-iq-wait (2)
               MOVE DUNPROF-WAIT3 TO wn-iq-wait (3)
           END-IF
           .

      **********************************************************
       F0144-next-dunning-date.

      *    a never-reminded invoice gets its first reminder the day
      *    after it fell due; a later rung once the wait after the
      *    last letter has passed. A date already behind us means
      *    the next dunning run.
           COMPUTE wn-iq-step = wn-iq-row-dunlevel (wn-iq-idx) + 1
           MOVE ZERO TO wn-iq-next-int

           IF wn-iq-row-dunlevel (wn-iq-idx) = 0
               MOVE wc-iq-row-duedate (wn-iq-idx)(1:4)
                   TO wc-ymd-buffer(1:4)
               MOVE wc-iq-row-duedate (wn-iq-idx)(6:2)
                   TO wc-ymd-buffer(5:2)
               MOVE wc-iq-row-duedate (wn-iq-idx)(9:2)
                   TO wc-ymd-buffer(7:2)
               IF wc-iq-row-duedate (wn-iq-idx) NOT = SPACE
                   COMPUTE wn-iq-next-int =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(wc-ymd-buffer)) + 1
               END-IF
           ELSE
               IF wc-iq-row-lastdun (wn-iq-idx) NOT = SPACE
                   MOVE wc-iq-row-lastdun (wn-iq-idx)(1:4)
                       TO wc-ymd-buffer(1:4)
                   MOVE wc-iq-row-lastdun (wn-iq-idx)(6:2)
                       TO wc-ymd-buffer(5:2)
                   MOVE wc-iq-row-lastdun (wn-iq-idx)(9:2)
                       TO wc-ymd-buffer(7:2)
                   MOVE wn-iq-row-dunlevel (wn-iq-idx) TO wn-iq-level
                   IF wn-iq-level > 3
                       MOVE 3 TO wn-iq-level
                   END-IF
                   COMPUTE wn-iq-next-int =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(wc-ymd-buffer))
                       + wn-iq-wait (wn-iq-level)
               END-IF
           END-IF

           IF wn-iq-next-int = ZERO OR wn-iq-next-int < wn-today-int
               MOVE 'n�sta k�rning' TO wc-iq-next-date
           ELSE
               MOVE FUNCTION DATE-OF-INTEGER(wn-iq-next-int)
                   TO wn-iq-next-ymd
               MOVE SPACE TO wc-iq-next-date
               MOVE wn-iq-next-ymd(1:4) TO wc-iq-next-date(1:4)
               MOVE wn-iq-next-ymd(5:2) TO wc-iq-next-date(6:2)
               MOVE wn-iq-next-ymd(7:2) TO wc-iq-next-date(9:2)
               MOVE '-' TO wc-iq-next-date(5:1) wc-iq-next-date(8:1)
           END-IF

           IF wn-iq-step > wn-iq-levels
               STRING 'niv� ' wc-iq-level-ed
                   ', n�sta steg slutsteget, '
                   wc-iq-next-date
                   DELIMITED BY SIZE INTO wc-iq-dun-text
           ELSE
               MOVE wn-iq-step TO wc-iq-step-ed
               STRING 'niv� ' wc-iq-level-ed
                   ', n�sta steg p�minnelse ' wc-iq-step-ed ', '
                   wc-iq-next-date
                   DELIMITED BY SIZE INTO wc-iq-dun-text
           END-IF
           .

      **********************************************************
       F0150-list-disputes.

           DISPLAY HEADLINE
           DISPLAY 'TVISTER'
           MOVE ZERO TO wn-iq-count

           EXEC SQL
               DECLARE CURS-IQ-DISP CURSOR FOR
               SELECT D.DISP_ID, V.INVNO, D.OPENDATE, D.STATE,
                      D.CLOSEDATE, COALESCE(D.REASON, ' ')
               FROM TUTORIAL.DISPUTE D, TUTORIAL.INVOICE V
               WHERE V.DEBT_ID = :wn-iq-debt-id
                 AND D.INV_ID = V.INV_ID
               ORDER BY D.DISP_ID DESC
           END-EXEC

           EXEC SQL
               OPEN CURS-IQ-DISP
           END-EXEC

           EXEC SQL
               FETCH CURS-IQ-DISP
                   INTO :DISPUTE-DISP-ID, :INVOICE-INVNO,
                        :DISPUTE-OPENDATE, :DISPUTE-STATE,
                        :DISPUTE-CLOSEDATE, :DISPUTE-REASON
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-iq-count
               IF DISPUTE-STATE = 0
                   DISPLAY DISPUTE-DISP-ID '|'
                       INVOICE-INVNO-TEXT(1:16) '|'
                       DISPUTE-OPENDATE '|�ppen     |'
                       DISPUTE-REASON-TEXT(1:30)
               ELSE
                   DISPLAY DISPUTE-DISP-ID '|'
                       INVOICE-INVNO-TEXT(1:16) '|'
                       DISPUTE-OPENDATE '|'
                       DISPUTE-CLOSEDATE '|'
                       DISPUTE-REASON-TEXT(1:30)
               END-IF

               EXEC SQL
                   FETCH CURS-IQ-DISP
                       INTO :DISPUTE-DISP-ID, :INVOICE-INVNO,
                            :DISPUTE-OPENDATE, :DISPUTE-STATE,
                            :DISPUTE-CLOSEDATE, :DISPUTE-REASON
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-IQ-DISP
           END-EXEC

           IF wn-iq-count = ZERO
               DISPLAY 'Inga tvister.'
           END-IF
           .

      **********************************************************
       F0160-list-deliveries.

      *    what OUTLOG knows of the letters of the last 180 days -
      *    sent, failed, come back (POSTRETUR) or an e-mail that
      *    bounced onto paper - with the print house's posting time
           DISPLAY HEADLINE
           DISPLAY 'UTSKICK SENASTE 180 DAGARNA'
           MOVE ZERO TO wn-iq-count wn-iq-returns

           EXEC SQL
               DECLARE CURS-IQ-OUT CURSOR FOR
               SELECT O.PRINTDATE, V.INVNO, O.FILENAME, O.SUCCESS,
                      COALESCE((SELECT MAX(S.POSTEDAT)
                                    FROM TUTORIAL.PRODSTAT S
                                    WHERE S.INV_ID = O.INV_ID),
                               ' ')
               FROM TUTORIAL.OUTLOG O, TUTORIAL.INVOICE V
               WHERE V.DEBT_ID = :wn-iq-debt-id
                 AND O.INV_ID = V.INV_ID
                 AND O.PRINTDATE >= :wc-iq-log-cutoff
               ORDER BY O.PRINTDATE DESC, O.OUTLOG_ID DESC
           END-EXEC

           EXEC SQL
               OPEN CURS-IQ-OUT
           END-EXEC

           EXEC SQL
               FETCH CURS-IQ-OUT
                   INTO :OUTLOG-PRINTDATE, :INVOICE-INVNO,
                        :OUTLOG-FILENAME, :OUTLOG-SUCCESS,
                        :wc-iq-postedat
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-iq-count
               EVALUATE TRUE
                   WHEN OUTLOG-FILENAME-TEXT(1:9) = 'POSTRETUR'
                       MOVE 'postretur' TO wc-iq-kind
                       ADD 1 TO wn-iq-returns
                   WHEN OUTLOG-FILENAME-TEXT(1:13) = 'STUDS->PAPPER'
                       MOVE 'studs->papper' TO wc-iq-kind
                   WHEN OUTLOG-SUCCESS = 1
                       MOVE 'skickad' TO wc-iq-kind
                   WHEN OTHER
                       MOVE 'misslyckad' TO wc-iq-kind
               END-EVALUATE

               DISPLAY OUTLOG-PRINTDATE '|'
                   INVOICE-INVNO-TEXT(1:16) '|'
                   wc-iq-kind '|'
                   wc-iq-postedat(1:16)

               EXEC SQL
                   FETCH CURS-IQ-OUT
                       INTO :OUTLOG-PRINTDATE, :INVOICE-INVNO,
                            :OUTLOG-FILENAME, :OUTLOG-SUCCESS,
                            :wc-iq-postedat
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-IQ-OUT
           END-EXEC

           IF wn-iq-count = ZERO
               DISPLAY 'Inga utskick.'
           END-IF
           IF wn-iq-returns > ZERO
               DISPLAY 'Post i retur: ' wn-iq-returns ' g�ng(er)'
           END-IF
           .

      **********************************************************
       F0170-list-mail.

           DISPLAY HEADLINE
           DISPLAY 'E-POST SENASTE 180 DAGARNA'
           MOVE ZERO TO wn-iq-count wn-iq-returns

           EXEC SQL
               DECLARE CURS-IQ-MAIL CURSOR FOR
               SELECT M.QDATE, V.INVNO, M.STATE, M.EMAIL
               FROM TUTORIAL.MAILQ M, TUTORIAL.INVOICE V
               WHERE V.DEBT_ID = :wn-iq-debt-id
                 AND M.INV_ID = V.INV_ID
                 AND M.QDATE >= :wc-iq-log-cutoff
               ORDER BY M.QDATE DESC, M.MAILQ_ID DESC
           END-EXEC

           EXEC SQL
               OPEN CURS-IQ-MAIL
           END-EXEC

           EXEC SQL
               FETCH CURS-IQ-MAIL
                   INTO :MAILQ-QDATE, :INVOICE-INVNO,
                        :MAILQ-STATE, :MAILQ-EMAIL
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-iq-count
               EVALUATE MAILQ-STATE
                   WHEN 0
                       MOVE 'i k�' TO wc-iq-kind
                   WHEN 1
                       MOVE 'skickad' TO wc-iq-kind
                   WHEN 2
                       MOVE 'studsad' TO wc-iq-kind
                       ADD 1 TO wn-iq-returns
                   WHEN OTHER
                       MOVE '?' TO wc-iq-kind
               END-EVALUATE

               DISPLAY MAILQ-QDATE '|'
                   INVOICE-INVNO-TEXT(1:16) '|'
                   wc-iq-kind '|'
                   MAILQ-EMAIL-TEXT(1:30)

               EXEC SQL
                   FETCH CURS-IQ-MAIL
                       INTO :MAILQ-QDATE, :INVOICE-INVNO,
                            :MAILQ-STATE, :MAILQ-EMAIL
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-IQ-MAIL
           END-EXEC

           IF wn-iq-count = ZERO
               DISPLAY 'Ingen e-post.'
           END-IF
           IF wn-iq-returns > ZERO
               DISPLAY 'Studsad e-post: ' wn-iq-returns ' g�ng(er)'
           END-IF
           .

      **********************************************************
       F0180-jump-to-action.

      *    the next step on one of the listed invoices - the row
      *    of the invoice searched for, or the only row, is the
      *    default
           IF wn-iq-inv-count = ZERO
               EXIT PARAGRAPH
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'T=registrera tvist, A=avbetalningsplan, '
               'O=omtryck (kopia), blankt=klart: ' WITH NO ADVANCING
           MOVE SPACE TO wc-iq-action
           ACCEPT wc-iq-action
           MOVE FUNCTION UPPER-CASE(wc-iq-action) TO wc-iq-action
           IF wc-iq-action NOT = 'T' AND NOT = 'A' AND NOT = 'O'
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO wn-iq-default-row
           IF wn-iq-inv-count = 1
               MOVE 1 TO wn-iq-default-row
           END-IF
           PERFORM VARYING wn-iq-idx FROM 1 BY 1
                   UNTIL wn-iq-idx > wn-iq-inv-count
               IF wn-iq-inv-id NOT = ZERO
                   AND wn-iq-row-inv-id (wn-iq-idx) = wn-iq-inv-id
                   MOVE wn-iq-idx TO wn-iq-default-row
               END-IF
           END-PERFORM

           MOVE wn-iq-default-row TO wc-iq-row-ed
           DISPLAY 'Rad [' wc-iq-row-ed ']: ' WITH NO ADVANCING
           MOVE ZERO TO wn-iq-row-in
           ACCEPT wn-iq-row-in
           IF wn-iq-row-in = ZERO
               MOVE wn-iq-default-row TO wn-iq-row-in
           END-IF
           IF wn-iq-row-in = ZERO OR wn-iq-row-in > wn-iq-inv-count
               DISPLAY 'Ingen s�dan rad.'
               EXIT PARAGRAPH
           END-IF
           MOVE wn-iq-row-in TO wn-iq-idx

           EVALUATE wc-iq-action
               WHEN 'T'
                   MOVE wn-iq-row-inv-id (wn-iq-idx) TO INVOICE-INV-ID
                   MOVE wc-iq-row-invno (wn-iq-idx)
                       TO INVOICE-INVNO-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       wc-iq-row-invno (wn-iq-idx)))
                       TO INVOICE-INVNO-LEN
                   PERFORM P0203-register-dispute
               WHEN 'A'
                   MOVE wn-iq-row-inv-id (wn-iq-idx) TO wn-plan-inv-id
                   PERFORM P0121-work-plan
               WHEN 'O'
                   MOVE wc-iq-row-custno (wn-iq-idx)
                       TO wc-subinv-custno
                   MOVE wc-iq-row-invno (wn-iq-idx)
                       TO wc-subinv-invno
                   PERFORM X0141-print-invoice-copy
           END-EVALUATE
           .

      *    The unified worklist: a sync sweep first puts every
      *    actionable item on the list exactly once - held and
      *    blocked invoices, unresolved inkontrollfel, bounced
      *    mail, unconfirmed manifests - then the open items show
      *    with age and owner, and the operator assigns, notes or
      *    closes them. The screen ends with the items open longer
      *    than three days, the overdue report the morning meeting
      *    runs on.
       W0100-worklist.

           MOVE FUNCTION CURRENT-DATE(1:4) TO wc-wl-today(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO wc-wl-today(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO wc-wl-today(9:2)
           MOVE '-' TO wc-wl-today(5:1) wc-wl-today(8:1)

           PERFORM W0110-sync-worklist
           PERFORM W0120-list-open-items

           DISPLAY SPACE
           PERFORM D0120-show-scheduled-days

           DISPLAY SPACE
           DISPLAY 'T=tilldela, N=notering, K=st�ng,'
               ' A=avvikelser, blankt=tillbaka: ' WITH NO ADVANCING
           MOVE SPACE TO wc-wl-action
           ACCEPT wc-wl-action

           EVALUATE wc-wl-action
               WHEN 'T'
               WHEN 't'
                   PERFORM W0130-assign-item
               WHEN 'N'
               WHEN 'n'
                   PERFORM W0140-note-item
               WHEN 'K'
               WHEN 'k'
                   PERFORM W0150-close-item
               WHEN 'A'
               WHEN 'a'
                   PERFORM W0170-review-deviations
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM W0160-report-overdue-items
           .

      **********************************************************
      *    each queue contributes its members not already on the
      *    list - one row per underlying item, however many times
      *    the sweep runs
       W0110-sync-worklist.

           MOVE ZERO TO wn-wl-added
           PERFORM W0112-sync-one-source
               VARYING wn-wl-exists FROM 1 BY 1
               UNTIL wn-wl-exists > 5
           IF wn-wl-added > ZERO
               DISPLAY wn-wl-added ' nya poster p� arbetslistan.'
           END-IF
           .

      **********************************************************
       W0112-sync-one-source.

           EVALUATE wn-wl-exists
               WHEN 1
                   MOVE 'HELD' TO WORKLIST-SOURCE
                   EXEC SQL
                       INSERT INTO WORKLIST
                       SELECT INV_ID + 900000000, 'HELD', INV_ID,
                              :wc-wl-today, ' ', 0, ' '
                       FROM TUTORIAL.INVOICE V
                       WHERE V.INVSTATE = 5
                         AND NOT EXISTS
                             (SELECT 1 FROM TUTORIAL.WORKLIST W
                                  WHERE W.SOURCE = 'HELD'
                                    AND W.REFKEY = V.INV_ID
                                    AND W.STATE = 0)
                   END-EXEC
               WHEN 2
                   EXEC SQL
                       INSERT INTO WORKLIST
                       SELECT INERR_ID + 800000000, 'INERROR',
                              INERR_ID, :wc-wl-today, ' ', 0, ' '
                       FROM TUTORIAL.INERROR E
                       WHERE E.RESOLVED = 0
                         AND NOT EXISTS
                             (SELECT 1 FROM TUTORIAL.WORKLIST W
                                  WHERE W.SOURCE = 'INERROR'
                                    AND W.REFKEY = E.INERR_ID
                                    AND W.STATE = 0)
                   END-EXEC
               WHEN 3
                   EXEC SQL
                       INSERT INTO WORKLIST
                       SELECT MAILQ_ID + 700000000, 'BOUNCE',
                              MAILQ_ID, :wc-wl-today, ' ', 0, ' '
                       FROM TUTORIAL.MAILQ M
                       WHERE M.STATE = 2
                         AND NOT EXISTS
                             (SELECT 1 FROM TUTORIAL.WORKLIST W
                                  WHERE W.SOURCE = 'BOUNCE'
                                    AND W.REFKEY = M.MAILQ_ID
                                    AND W.STATE = 0)
                   END-EXEC
               WHEN 4
                   EXEC SQL
                       INSERT INTO WORKLIST
                       SELECT INV_ID + 600000000, 'BLOCKED',
                              INV_ID, :wc-wl-today, ' ', 0, ' '
                       FROM TUTORIAL.INVOICE V
                       WHERE V.INVSTATE = 6
                         AND NOT EXISTS
                             (SELECT 1 FROM TUTORIAL.WORKLIST W
                                  WHERE W.SOURCE = 'BLOCKED'
                                    AND W.REFKEY = V.INV_ID
                                    AND W.STATE = 0)
                   END-EXEC
               WHEN 5
                   EXEC SQL
                       INSERT INTO WORKLIST
                       SELECT MANIF_ID + 500000000, 'MANIFEST',
                              MANIF_ID, :wc-wl-today, ' ', 0, ' '
                       FROM TUTORIAL.MANIFEST M
                       WHERE M.CONFIRMED = 0
                         AND NOT EXISTS
                             (SELECT 1 FROM TUTORIAL.WORKLIST W
                                  WHERE W.SOURCE = 'MANIFEST'
                                    AND W.REFKEY = M.MANIF_ID
                                    AND W.STATE = 0)
                   END-EXEC
           END-EVALUATE

           IF SQLCODE = ZERO
               ADD 1 TO wn-wl-added
           END-IF
           .

      **********************************************************
       W0120-list-open-items.

           DISPLAY HEADLINE
           DISPLAY 'ARBETSLISTA - �PPNA POSTER'
           DISPLAY HEADLINE
           DISPLAY 'Post-ID  |K�lla   |�ppnad    |�gare      |Not'

           MOVE ZERO TO wn-wl-open-count
           EXEC SQL
               DECLARE CURS-WORKLIST CURSOR FOR
               SELECT ITEM_ID, SOURCE, REFKEY, OPENDATE,
                      ASSIGNEE, NOTE
               FROM TUTORIAL.WORKLIST
               WHERE STATE = 0
               ORDER BY OPENDATE, ITEM_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-WORKLIST
           END-EXEC

           EXEC SQL
               FETCH CURS-WORKLIST
                   INTO :WORKLIST-ITEM-ID, :WORKLIST-SOURCE,
                        :WORKLIST-REFKEY, :WORKLIST-OPENDATE,
                        :WORKLIST-ASSIGNEE, :WORKLIST-NOTE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-wl-open-count
               DISPLAY WORKLIST-ITEM-ID '|'
                   WORKLIST-SOURCE '|'
                   WORKLIST-OPENDATE '|'
                   WORKLIST-ASSIGNEE-TEXT(1:11) '|'
                   WORKLIST-NOTE-TEXT(1:25)
               EXEC SQL
                   FETCH CURS-WORKLIST
                       INTO :WORKLIST-ITEM-ID, :WORKLIST-SOURCE,
                            :WORKLIST-REFKEY, :WORKLIST-OPENDATE,
                            :WORKLIST-ASSIGNEE, :WORKLIST-NOTE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-WORKLIST
           END-EXEC

           DISPLAY '�ppna poster: ' wn-wl-open-count
           .

      **********************************************************
       W0130-assign-item.

           DISPLAY 'Post-ID: ' WITH NO ADVANCING
           MOVE ZERO TO wn-wl-item-in
           ACCEPT wn-wl-item-in
           MOVE wn-wl-item-in TO WORKLIST-ITEM-ID

           DISPLAY 'Tilldela operat�r (anv�ndarnamn): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer(1:30) TO USERS-USERNAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer(1:30)))
               TO USERS-USERNAME-LEN

      *    only a signed-on-able operator can own work
           MOVE ZERO TO wn-wl-users
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-wl-users
                   FROM USERS
                   WHERE USERNAME = :USERS-USERNAME
                     AND STATUS = 1
           END-EXEC

           IF wn-wl-users = ZERO
               DISPLAY 'Ingen s�dan aktiv operat�r.'
           ELSE
               MOVE USERS-USERNAME-TEXT TO WORKLIST-ASSIGNEE-TEXT
               MOVE USERS-USERNAME-LEN TO WORKLIST-ASSIGNEE-LEN
               EXEC SQL
                   UPDATE WORKLIST
                   SET ASSIGNEE = :WORKLIST-ASSIGNEE
                   WHERE ITEM_ID = :WORKLIST-ITEM-ID
                     AND STATE = 0
               END-EXEC
               IF SQLCODE = ZERO
      *            who took the item - the workload report counts it
                   MOVE 'WORKLIST' TO wc-audit-table
                   MOVE WORKLIST-ITEM-ID TO wn-audit-rowkey
                   MOVE 'ASSIGN' TO wc-audit-field
                   MOVE SPACE TO wc-audit-old
                   MOVE USERS-USERNAME-TEXT TO wc-audit-new
                   PERFORM Y0300-write-audit
                   DISPLAY 'Posten �r tilldelad.'
               ELSE
                   DISPLAY 'Ingen s�dan �ppen post.'
               END-IF
           END-IF
           .

      **********************************************************
       W0140-note-item.

           DISPLAY 'Post-ID: ' WITH NO ADVANCING
           MOVE ZERO TO wn-wl-item-in
           ACCEPT wn-wl-item-in
           MOVE wn-wl-item-in TO WORKLIST-ITEM-ID

           DISPLAY 'Notering: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer(1:60) TO WORKLIST-NOTE-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer(1:60)))
               TO WORKLIST-NOTE-LEN

           EXEC SQL
               UPDATE WORKLIST
               SET NOTE = :WORKLIST-NOTE
               WHERE ITEM_ID = :WORKLIST-ITEM-ID
                 AND STATE = 0
           END-EXEC
           IF SQLCODE = ZERO
               DISPLAY 'Noteringen �r sparad.'
           ELSE
               DISPLAY 'Ingen s�dan �ppen post.'
           END-IF
           .

      **********************************************************
       W0150-close-item.

           DISPLAY 'Post-ID: ' WITH NO ADVANCING
           MOVE ZERO TO wn-wl-item-in
           ACCEPT wn-wl-item-in
           MOVE wn-wl-item-in TO WORKLIST-ITEM-ID

      *    a deviation from the monthly analysis is cleared with a
      *    reason on its own screen, not just closed
           MOVE SPACE TO WORKLIST-SOURCE
           EXEC SQL
               SELECT SOURCE
                   INTO :WORKLIST-SOURCE
                   FROM WORKLIST
                   WHERE ITEM_ID = :WORKLIST-ITEM-ID
           END-EXEC
           IF WORKLIST-SRC-FRAUD
               DISPLAY 'Avvikelser avskrivs med orsak (A).'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE WORKLIST
               SET STATE = 1
               WHERE ITEM_ID = :WORKLIST-ITEM-ID
                 AND STATE = 0
           END-EXEC
           IF SQLCODE = ZERO
      *        the day it was closed and by whom - the workload
      *        report's time to close and backlog trend rest on it
               EXEC SQL
                   SELECT OPENDATE, SOURCE
                       INTO :WORKLIST-OPENDATE, :WORKLIST-SOURCE
                       FROM WORKLIST
                       WHERE ITEM_ID = :WORKLIST-ITEM-ID
               END-EXEC
               MOVE 'WORKLIST' TO wc-audit-table
               MOVE WORKLIST-ITEM-ID TO wn-audit-rowkey
               MOVE 'CLOSE' TO wc-audit-field
               MOVE WORKLIST-OPENDATE TO wc-audit-old
               MOVE WORKLIST-SOURCE TO wc-audit-new
               PERFORM Y0300-write-audit
               DISPLAY 'Posten �r st�ngd.'
           ELSE
               DISPLAY 'Ingen s�dan �ppen post.'
           END-IF
           .

      **********************************************************
      *    items open longer than three days - the overdue report
       W0160-report-overdue-items.

           COMPUTE wn-wl-cut-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 3
           MOVE FUNCTION DATE-OF-INTEGER(wn-wl-cut-int)
               TO wn-wl-cut-ymd
           MOVE wn-wl-cut-ymd(1:4) TO wc-wl-late-cutoff(1:4)
           MOVE wn-wl-cut-ymd(5:2) TO wc-wl-late-cutoff(6:2)
           MOVE wn-wl-cut-ymd(7:2) TO wc-wl-late-cutoff(9:2)
           MOVE '-' TO wc-wl-late-cutoff(5:1) wc-wl-late-cutoff(8:1)

           MOVE ZERO TO wn-wl-late-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-wl-late-count
                   FROM WORKLIST
                   WHERE STATE = 0
                     AND OPENDATE < :wc-wl-late-cutoff
           END-EXEC

           IF wn-wl-late-count > ZERO
               DISPLAY '*** ' wn-wl-late-count
                   ' poster �ppna l�ngre �n 3 dagar.'
           END-IF
           .

      **********************************************************
      *    Deviations the monthly pattern analysis (PbsFrod) found
      *    in credit notes, refunds, approvals and write-offs. A
      *    supervisor reviews the open hits and clears each with a
      *    reason - never a hit that names the supervisor - which
      *    also closes its worklist item. The analysis can be run
      *    for a month by hand from here, and an administrator
      *    sets the rules.
       W0170-review-deviations.

           IF wn-current-role < 2
               DISPLAY 'Avvikelser kr�ver minst arbetsledarroll.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'AVVIKELSER - �PPNA TR�FFAR'
           DISPLAY HEADLINE
           DISPLAY 'Nr       |Regel   |M�nad  |Operat�r       '
               '|Operat�r 2     |Belopp'

           MOVE ZERO TO wn-fh-open-count
           EXEC SQL
               DECLARE CURS-FRAUDHIT CURSOR FOR
               SELECT HIT_ID, RULE_ID, PERIOD, OPERATOR, OPERATOR2,
                      AMOUNT, DETAIL
               FROM TUTORIAL.FRAUDHIT
               WHERE STATE = 0
               ORDER BY HIT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-FRAUDHIT
           END-EXEC

           MOVE SPACE TO FRAUDHIT-OPERATOR-TEXT FRAUDHIT-OPERATOR2-TEXT
                         FRAUDHIT-DETAIL-TEXT
           EXEC SQL
               FETCH CURS-FRAUDHIT
                   INTO :FRAUDHIT-HIT-ID, :FRAUDHIT-RULE-ID,
                        :FRAUDHIT-PERIOD, :FRAUDHIT-OPERATOR,
                        :FRAUDHIT-OPERATOR2, :FRAUDHIT-AMOUNT,
                        :FRAUDHIT-DETAIL
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-fh-open-count
               MOVE FRAUDHIT-AMOUNT TO wc-fh-amount-ed
               DISPLAY FRAUDHIT-HIT-ID '|'
                   FRAUDHIT-RULE-ID '|'
                   FRAUDHIT-PERIOD '|'
                   FRAUDHIT-OPERATOR-TEXT(1:15) '|'
                   FRAUDHIT-OPERATOR2-TEXT(1:15) '|'
                   wc-fh-amount-ed
               DISPLAY '          '
                   FRAUDHIT-DETAIL-TEXT
               MOVE SPACE TO FRAUDHIT-OPERATOR-TEXT
                             FRAUDHIT-OPERATOR2-TEXT
                             FRAUDHIT-DETAIL-TEXT
               EXEC SQL
                   FETCH CURS-FRAUDHIT
                       INTO :FRAUDHIT-HIT-ID, :FRAUDHIT-RULE-ID,
                            :FRAUDHIT-PERIOD, :FRAUDHIT-OPERATOR,
                            :FRAUDHIT-OPERATOR2, :FRAUDHIT-AMOUNT,
                            :FRAUDHIT-DETAIL
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-FRAUDHIT
           END-EXEC

           DISPLAY '�ppna tr�ffar: ' wn-fh-open-count
           DISPLAY SPACE
           DISPLAY 'A=avskriv tr�ff, K=k�r analys f�r en m�nad,'
               ' R=regler, blankt=tillbaka: ' WITH NO ADVANCING
           MOVE SPACE TO wc-fh-action
           ACCEPT wc-fh-action

           EVALUATE wc-fh-action
               WHEN 'A'
               WHEN 'a'
                   PERFORM W0172-clear-deviation
               WHEN 'K'
               WHEN 'k'
                   PERFORM W0174-run-deviation-analysis
               WHEN 'R'
               WHEN 'r'
                   PERFORM W0176-maintain-deviation-rules
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       W0172-clear-deviation.

           DISPLAY 'Tr�ffnr: ' WITH NO ADVANCING
           MOVE ZERO TO wn-fh-hit-in
           ACCEPT wn-fh-hit-in
           MOVE wn-fh-hit-in TO FRAUDHIT-HIT-ID

           MOVE SPACE TO FRAUDHIT-OPERATOR-TEXT FRAUDHIT-OPERATOR2-TEXT
           EXEC SQL
               SELECT OPERATOR, OPERATOR2, STATE
                   INTO :FRAUDHIT-OPERATOR, :FRAUDHIT-OPERATOR2,
                        :FRAUDHIT-STATE
                   FROM FRAUDHIT
                   WHERE HIT_ID = :FRAUDHIT-HIT-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen s�dan tr�ff.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FRAUDHIT-OPEN
               DISPLAY 'Tr�ffen �r redan avskriven.'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(FRAUDHIT-OPERATOR-TEXT) =
              FUNCTION TRIM(wc-current-operator)
              OR FUNCTION TRIM(FRAUDHIT-OPERATOR2-TEXT) =
              FUNCTION TRIM(wc-current-operator)
               DISPLAY 'En tr�ff som g�ller dig sj�lv avskrivs'
                   ' av en annan arbetsledare.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Orsak: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer = SPACE
               DISPLAY 'Orsak kr�vs - tr�ffen �r inte avskriven.'
               EXIT PARAGRAPH
           END-IF

           MOVE wc-edit-buffer(1:60) TO FRAUDHIT-REASON-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer(1:60)))
               TO FRAUDHIT-REASON-LEN
           MOVE wc-current-operator TO FRAUDHIT-CLEAREDBY-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-current-operator))
               TO FRAUDHIT-CLEAREDBY-LEN
           MOVE FUNCTION CURRENT-DATE(1:4) TO FRAUDHIT-CLEARDATE(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO FRAUDHIT-CLEARDATE(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO FRAUDHIT-CLEARDATE(9:2)
           MOVE '-' TO FRAUDHIT-CLEARDATE(5:1) FRAUDHIT-CLEARDATE(8:1)

           EXEC SQL
               UPDATE FRAUDHIT
               SET STATE = 1,
                   CLEARDATE = :FRAUDHIT-CLEARDATE,
                   CLEAREDBY = :FRAUDHIT-CLEAREDBY,
                   REASON = :FRAUDHIT-REASON
               WHERE HIT_ID = :FRAUDHIT-HIT-ID
                 AND STATE = 0
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in FRAUDHIT �r felt'
               EXIT PARAGRAPH
           END-IF

           MOVE 'FRAUDHIT' TO wc-audit-table
           MOVE FRAUDHIT-HIT-ID TO wn-audit-rowkey
           MOVE 'CLEARED' TO wc-audit-field
           MOVE '0' TO wc-audit-old
           MOVE FRAUDHIT-REASON-TEXT TO wc-audit-new
           PERFORM Y0300-write-audit

      *    its worklist item closes with it, on the trail as any
      *    other close
           EXEC SQL
               SELECT ITEM_ID, OPENDATE
                   INTO :WORKLIST-ITEM-ID, :WORKLIST-OPENDATE
                   FROM WORKLIST
                   WHERE SOURCE = 'FRAUD'
                     AND REFKEY = :FRAUDHIT-HIT-ID
                     AND STATE = 0
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL
                   UPDATE WORKLIST
                   SET STATE = 1
                   WHERE ITEM_ID = :WORKLIST-ITEM-ID
               END-EXEC
               MOVE 'WORKLIST' TO wc-audit-table
               MOVE WORKLIST-ITEM-ID TO wn-audit-rowkey
               MOVE 'CLOSE' TO wc-audit-field
               MOVE WORKLIST-OPENDATE TO wc-audit-old
               MOVE 'FRAUD' TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF

           DISPLAY 'Tr�ffen �r avskriven.'
           .

      **********************************************************
      *    the analysis for one month by hand - a rerun only adds
      *    hits not already found
       W0174-run-deviation-analysis.

           DISPLAY 'M�nad (����-MM, blankt = innevarande): '
               WITH NO ADVANCING
           INITIALIZE FRAUDREQ
           ACCEPT FRAUDREQ-PERIOD

           CALL 'PbsFrod' USING FRAUDREQ

           IF FRAUDREQ-DONE
               DISPLAY 'Rapport: ' FUNCTION TRIM(FRAUDREQ-FILENAME)
               DISPLAY 'Tr�ffar i m�naden: ' FRAUDREQ-HIT-COUNT
                   ', varav nya: ' FRAUDREQ-NEW-COUNT
           ELSE
               DISPLAY 'Analysen kunde inte k�ras.'
           END-IF
           .

      **********************************************************
      *    The rule settings: shown to every supervisor, changed
      *    only by an administrator - a supervisor whose own work
      *    the rules watch does not tune them. A rule without a
      *    row runs with PbsFrod's defaults.
       W0176-maintain-deviation-rules.

           DISPLAY 'Regel   |Aktiv|Minst antal|Dagar|Procent'
           EXEC SQL
               DECLARE CURS-FRAUDRULE CURSOR FOR
               SELECT RULE_ID, ACTIVE, MINCOUNT, DAYS, PCT
               FROM TUTORIAL.FRAUDRULE
               ORDER BY RULE_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-FRAUDRULE
           END-EXEC

           EXEC SQL
               FETCH CURS-FRAUDRULE
                   INTO :FRAUDRULE-RULE-ID, :FRAUDRULE-ACTIVE,
                        :FRAUDRULE-MINCOUNT, :FRAUDRULE-DAYS,
                        :FRAUDRULE-PCT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE FRAUDRULE-PCT TO wc-fh-pct-ed
               DISPLAY FRAUDRULE-RULE-ID '|'
                   FRAUDRULE-ACTIVE '|'
                   FRAUDRULE-MINCOUNT '|'
                   FRAUDRULE-DAYS '|'
                   wc-fh-pct-ed
               EXEC SQL
                   FETCH CURS-FRAUDRULE
                       INTO :FRAUDRULE-RULE-ID, :FRAUDRULE-ACTIVE,
                            :FRAUDRULE-MINCOUNT, :FRAUDRULE-DAYS,
                            :FRAUDRULE-PCT
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-FRAUDRULE
           END-EXEC

           DISPLAY 'Regler: KREDIT, REFADR, ATTEST, AVSKRIV -'
               ' utan rad g�ller standardv�rden.'

           IF wn-current-role < 3
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Regel att �ndra (blankt = ingen): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-fh-rule-in
           ACCEPT wc-fh-rule-in
           MOVE FUNCTION UPPER-CASE(wc-fh-rule-in) TO FRAUDRULE-RULE-ID
           IF FRAUDRULE-RULE-ID = SPACE
               EXIT PARAGRAPH
           END-IF
           IF NOT FRAUDRULE-KREDIT AND NOT FRAUDRULE-REFADR
              AND NOT FRAUDRULE-ATTEST AND NOT FRAUDRULE-AVSKRIV
               DISPLAY 'Ok�nd regel.'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT ACTIVE, MINCOUNT, DAYS, PCT
                   INTO :FRAUDRULE-ACTIVE, :FRAUDRULE-MINCOUNT,
                        :FRAUDRULE-DAYS, :FRAUDRULE-PCT
                   FROM FRAUDRULE
                   WHERE RULE_ID = :FRAUDRULE-RULE-ID
           END-EXEC
           MOVE SQLCODE TO wn-fh-rows
           IF wn-fh-rows NOT = ZERO
               MOVE 1 TO FRAUDRULE-ACTIVE
               MOVE 1 TO FRAUDRULE-MINCOUNT
               MOVE ZERO TO FRAUDRULE-DAYS
               MOVE ZERO TO FRAUDRULE-PCT
           END-IF
           MOVE FRAUDRULE-PCT TO wc-fh-pct-ed
           MOVE FRAUDRULE-ACTIVE TO wc-fh-active-ed
           MOVE FRAUDRULE-MINCOUNT TO wc-fh-min-ed
           MOVE FRAUDRULE-DAYS TO wc-fh-days-ed
           MOVE SPACE TO wc-fh-old-setting
           STRING wc-fh-active-ed    DELIMITED BY SIZE
                   '/'               DELIMITED BY SIZE
                   wc-fh-min-ed      DELIMITED BY SIZE
                   '/'               DELIMITED BY SIZE
                   wc-fh-days-ed     DELIMITED BY SIZE
                   '/'               DELIMITED BY SIZE
                   wc-fh-pct-ed      DELIMITED BY SIZE
                   INTO wc-fh-old-setting
           END-STRING

           DISPLAY 'Aktiv J/N [' FRAUDRULE-ACTIVE '] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer(1:1) = 'J' OR wc-edit-buffer(1:1) = 'j'
               MOVE 1 TO FRAUDRULE-ACTIVE
           END-IF
           IF wc-edit-buffer(1:1) = 'N' OR wc-edit-buffer(1:1) = 'n'
               MOVE ZERO TO FRAUDRULE-ACTIVE
           END-IF

           DISPLAY 'Minst antal [' FRAUDRULE-MINCOUNT '] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               COMPUTE FRAUDRULE-MINCOUNT =
                   FUNCTION NUMVAL(wc-edit-buffer(1:10))
           END-IF

           DISPLAY 'Dagar (REFADR) [' FRAUDRULE-DAYS '] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               COMPUTE FRAUDRULE-DAYS =
                   FUNCTION NUMVAL(wc-edit-buffer(1:10))
           END-IF

           DISPLAY 'Procent av attestgr�nsen (KREDIT) ['
               wc-fh-pct-ed '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               COMPUTE FRAUDRULE-PCT =
                   FUNCTION NUMVAL(wc-edit-buffer(1:10))
           END-IF

           IF FRAUDRULE-MINCOUNT < 1 OR FRAUDRULE-DAYS < 0
              OR FRAUDRULE-PCT < 0 OR FRAUDRULE-PCT > 100
               DISPLAY 'Ogiltigt v�rde - regeln �r of�r�ndrad.'
               EXIT PARAGRAPH
           END-IF

           IF wn-fh-rows = ZERO
               EXEC SQL
                   UPDATE FRAUDRULE
                   SET ACTIVE = :FRAUDRULE-ACTIVE,
                       MINCOUNT = :FRAUDRULE-MINCOUNT,
                       DAYS = :FRAUDRULE-DAYS,
                       PCT = :FRAUDRULE-PCT
                   WHERE RULE_ID = :FRAUDRULE-RULE-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO FRAUDRULE
                   VALUES ( :FRAUDRULE-RULE-ID,
                             :FRAUDRULE-ACTIVE,
                             :FRAUDRULE-MINCOUNT,
                             :FRAUDRULE-DAYS,
                             :FRAUDRULE-PCT)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in FRAUDRULE �r felt'
           ELSE
               MOVE FRAUDRULE-PCT TO wc-fh-pct-ed
               MOVE FRAUDRULE-ACTIVE TO wc-fh-active-ed
               MOVE FRAUDRULE-MINCOUNT TO wc-fh-min-ed
               MOVE FRAUDRULE-DAYS TO wc-fh-days-ed
               MOVE SPACE TO wc-fh-new-setting
               STRING wc-fh-active-ed    DELIMITED BY SIZE
                       '/'               DELIMITED BY SIZE
                       wc-fh-min-ed      DELIMITED BY SIZE
                       '/'               DELIMITED BY SIZE
                       wc-fh-days-ed     DELIMITED BY SIZE
                       '/'               DELIMITED BY SIZE
                       wc-fh-pct-ed      DELIMITED BY SIZE
                       INTO wc-fh-new-setting
               END-STRING
               MOVE 'FRAUDRULE' TO wc-audit-table
               MOVE ZERO TO wn-audit-rowkey
               MOVE FRAUDRULE-RULE-ID TO wc-audit-field
               MOVE wc-fh-old-setting TO wc-audit-old
               MOVE wc-fh-new-setting TO wc-audit-new
               PERFORM Y0300-write-audit
               DISPLAY 'Regeln �r sparad.'
           END-IF
           .

      **********************************************************
       C0100-load-invoices.

           MOVE 'N' TO is-exit-load-file-menu-switch
           PERFORM UNTIL is-exit-load-file-menu

               PERFORM C110-diplay-load-invoices-menu
               EVALUATE wc-accept

                   WHEN '11'
                       PERFORM C0120-process-import-file
                       MOVE SPACE TO wc-accept
                   WHEN '12'
                       PERFORM C0125-process-bgmax-file
                       MOVE SPACE TO wc-accept
                   WHEN '13'
                       PERFORM C0127-process-autogiro-file
                       MOVE SPACE TO wc-accept
                   WHEN '14'
                       PERFORM C0130-poll-inbox-import
                       MOVE SPACE TO wc-accept
                   WHEN '15'
                       PERFORM C0135-test-import-file
                       MOVE SPACE TO wc-accept
                   WHEN '16'
                       PERFORM C0128-process-camt-file
                       MOVE SPACE TO wc-accept
                   WHEN '17'
                       PERFORM C0129-process-swish-file
                       MOVE SPACE TO wc-accept
                   WHEN '18'
                       PERFORM C0131-process-husavdrag-decision
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-load-file-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
           .

      **********************************************************
       C110-diplay-load-invoices-menu.

           DISPLAY HEADLINE
           DISPLAY '*** G�LDEN�RSFAKTUROR ***'
           DISPLAY HEADLINE
           DISPLAY '(11) Importera mottagna g�lden�rsfakturor'
           DISPLAY '(12) Importera bankbetalningsfil (BgMax)'
           DISPLAY '(13) Importera autogiro-avst�mningsfil'
           DISPLAY '(14) Kontinuerlig import fr�n data/inbox'
           DISPLAY '(15) Testa kundfil (enbart validering)'
           DISPLAY '(16) Importera bankbetalningsfil (camt.054)'
           DISPLAY '(17) Importera Swish-rapport'
           DISPLAY '(18) Importera beslut om husavdrag'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           .

      **********************************************************
      *    Loops, prompting for one inbound filename at a time and
      *    calling PbsRead against it, until the operator leaves the
      *    filename blank - so a whole day's batch of files can be
      *    imported in one pass through the menu instead of one call
      *    per trip through C110-diplay-load-invoices-menu.
       C0120-process-import-file.

           MOVE ZERO TO wn-import-file-count
           MOVE 'N' TO wc-import-continue-switch

           PERFORM UNTIL is-done-importing

               MOVE SPACE TO wc-import-filename
               DISPLAY 'Ange filnamn i data/ katalogen att importera'
                   ' (blankt f�r att avsluta): ' WITH NO ADVANCING
               ACCEPT wc-import-filename

               IF wc-import-filename = SPACE
                   SET is-done-importing TO TRUE
               ELSE
                   MOVE SPACE TO wc-import-path
                   STRING 'data/' DELIMITED BY SIZE
                           wc-import-filename DELIMITED BY SPACE
                           INTO wc-import-path

                   PERFORM Y0100-acquire-run-lock
                   IF NOT is-run-lock-busy
                       DISPLAY 'Startar PbsRead mot: ' wc-import-path
                       MOVE SPACE TO wc-pbsread-mode
                       CALL 'PbsRead' USING wc-import-path
                                            wc-pbsread-mode
                       PERFORM Y0110-release-run-lock
                       DISPLAY 'PbsRead k�rningen �r klar.'
                       ADD 1 TO wn-import-file-count
                   END-IF
               END-IF

           END-PERFORM

           IF wn-import-file-count = ZERO
               DISPLAY 'Inget filnamn angivet, avbryter.'
           ELSE
               DISPLAY wn-import-file-count
                   ' fil(er) importerade.'
           END-IF
           .

      **********************************************************
      *    Runs BgMaxRead against a downloaded BgMax payment file,
      *    under the same run lock as PbsRead - both write PAYMENT/
      *    INVOICE rows a concurrent print run must not see halfway.
       C0125-process-bgmax-file.

           MOVE SPACE TO wc-import-filename
           DISPLAY 'Ange BgMax-filnamn i data/ katalogen'
               ' (blankt = bgmax.txt): ' WITH NO ADVANCING
           ACCEPT wc-import-filename

           IF wc-import-filename = SPACE
               MOVE 'bgmax.txt' TO wc-import-filename
           END-IF

           MOVE SPACE TO wc-import-path
           STRING 'data/' DELIMITED BY SIZE
                   wc-import-filename DELIMITED BY SPACE
                   INTO wc-import-path

           PERFORM Y0100-acquire-run-lock
           IF NOT is-run-lock-busy
               DISPLAY 'Startar BgMaxRead mot: ' wc-import-path
               CALL 'BgMaxRead' USING wc-import-path
               PERFORM Y0110-release-run-lock
               DISPLAY 'BgMaxRead k�rningen �r klar.'
           END-IF
           .

      **********************************************************
      *    Runs AgRead against the settlement file Bankgirocentralen
      *    returns for the autogiro charges srvbill sent, under the
      *    same run lock as the other payment imports.
       C0127-process-autogiro-file.

           MOVE SPACE TO wc-import-filename
           DISPLAY 'Ange autogirofilnamn i data/ katalogen'
               ' (blankt = agin.txt): ' WITH NO ADVANCING
           ACCEPT wc-import-filename

           IF wc-import-filename = SPACE
               MOVE 'agin.txt' TO wc-import-filename
           END-IF

           MOVE SPACE TO wc-import-path
           STRING 'data/' DELIMITED BY SIZE
                   wc-import-filename DELIMITED BY SPACE
                   INTO wc-import-path

           PERFORM Y0100-acquire-run-lock
           IF NOT is-run-lock-busy
               DISPLAY 'Startar AgRead mot: ' wc-import-path
               CALL 'AgRead' USING wc-import-path
               PERFORM Y0110-release-run-lock
               DISPLAY 'AgRead k�rningen �r klar.'
           END-IF
           .

      **********************************************************
      *    Runs CamtRead against a downloaded ISO 20022 camt.054
      *    credit-notification file, under the same run lock as the
      *    other payment imports - the reader that takes over when
      *    the bank retires BgMax.
       C0128-process-camt-file.

           MOVE SPACE TO wc-import-filename
           DISPLAY 'Ange camt.054-filnamn i data/ katalogen'
               ' (blankt = camt054.xml): ' WITH NO ADVANCING
           ACCEPT wc-import-filename

           IF wc-import-filename = SPACE
               MOVE 'camt054.xml' TO wc-import-filename
           END-IF

           MOVE SPACE TO wc-import-path
           STRING 'data/' DELIMITED BY SIZE
                   wc-import-filename DELIMITED BY SPACE
                   INTO wc-import-path

           PERFORM Y0100-acquire-run-lock
           IF NOT is-run-lock-busy
               DISPLAY 'Startar CamtRead mot: ' wc-import-path
               CALL 'CamtRead' USING wc-import-path
               PERFORM Y0110-release-run-lock
               DISPLAY 'CamtRead k�rningen �r klar.'
           END-IF
           .

      **********************************************************
      *    Runs SwishRead against the bank's Swish transaction
      *    report for our Swish Handel number, under the same run
      *    lock as the other payment imports.
       C0129-process-swish-file.

           MOVE SPACE TO wc-import-filename
           DISPLAY 'Ange Swish-rapportens filnamn i data/ katalogen'
               ' (blankt = swish.txt): ' WITH NO ADVANCING
           ACCEPT wc-import-filename

           IF wc-import-filename = SPACE
               MOVE 'swish.txt' TO wc-import-filename
           END-IF

           MOVE SPACE TO wc-import-path
           STRING 'data/' DELIMITED BY SIZE
                   wc-import-filename DELIMITED BY SPACE
                   INTO wc-import-path

           PERFORM Y0100-acquire-run-lock
           IF NOT is-run-lock-busy
               DISPLAY 'Startar SwishRead mot: ' wc-import-path
               CALL 'SwishRead' USING wc-import-path
               PERFORM Y0110-release-run-lock
               DISPLAY 'SwishRead k�rningen �r klar.'
           END-IF
           .

      **********************************************************
      *    Starts the hot-folder watcher (data/PbsPoll.CBL), which
      *    sweeps data/inbox and runs PbsRead on every file as it
      *    lands. PbsPoll takes the run lock itself, once per file,
      *    so it is NOT called under Y0100-acquire-run-lock here -
      *    holding the lock across the whole watch would shut every
      *    other job out for as long as the watcher runs. Control
      *    only returns once the operator creates data/pollstop.txt.
       C0130-poll-inbox-import.

           DISPLAY 'Startar inbox-bevakningen (stoppas med'
               ' data/pollstop.txt)...'
           CALL 'PbsPoll'
           DISPLAY 'Inbox-bevakningen har avslutats.'
           .

      **********************************************************
      *    Reads Skatteverket's decision on the husavdrag claims
      *    PbsHus sent (data/HusRead.CBL) and books what it pays
      *    out as the remaining payment on each invoice.
       C0131-process-husavdrag-decision.

           MOVE SPACE TO wc-import-filename
           DISPLAY 'Ange beslutsfilens filnamn i data/ katalogen'
               ' (blankt = husbeslut.txt): ' WITH NO ADVANCING
           ACCEPT wc-import-filename

           IF wc-import-filename = SPACE
               MOVE 'husbeslut.txt' TO wc-import-filename
           END-IF

           MOVE SPACE TO wc-import-path
           STRING 'data/' DELIMITED BY SIZE
                   wc-import-filename DELIMITED BY SPACE
                   INTO wc-import-path

           PERFORM Y0100-acquire-run-lock
           IF NOT is-run-lock-busy
               DISPLAY 'Startar HusRead mot: ' wc-import-path
               CALL 'HusRead' USING wc-import-path
               PERFORM Y0110-release-run-lock
               DISPLAY 'HusRead k�rningen �r klar.'
           END-IF
           .

      **********************************************************
      *    Validate-only test submission: PbsRead runs the full
      *    two-pass validation and writes the complete reject
      *    report, but books nothing and touches no checkpoint -
      *    so a new customer's trial file can be tested against
      *    production rules at any time of day. No run lock is
      *    taken; a validate-only pass mutates nothing the other
      *    jobs care about.
       C0135-test-import-file.

           MOVE SPACE TO wc-import-filename
           DISPLAY 'Ange filnamn i data/ katalogen att testa'
               ' (blankt f�r att avbryta): ' WITH NO ADVANCING
           ACCEPT wc-import-filename

           IF wc-import-filename = SPACE
               DISPLAY 'Inget filnamn angivet, avbryter.'
           ELSE
               MOVE SPACE TO wc-import-path
               STRING 'data/' DELIMITED BY SIZE
                       wc-import-filename DELIMITED BY SPACE
                       INTO wc-import-path

               MOVE 'TST' TO wc-pbsread-mode
               DISPLAY 'Startar testvalidering mot: ' wc-import-path
               CALL 'PbsRead' USING wc-import-path wc-pbsread-mode
               MOVE SPACE TO wc-pbsread-mode
               DISPLAY 'Testvalideringen �r klar.'
           END-IF
           .

      **********************************************************
       E0100-submit-invoices.

           MOVE 'N' TO is-exit-print-menu-switch
           PERFORM UNTIL is-exit-print-menu

               PERFORM E110-diplay-print-menu
               EVALUATE wc-accept

                   WHEN '21'
                       PERFORM E0120-process-all-out-invoices
                       MOVE SPACE TO wc-accept
                   WHEN '22'
                       PERFORM E0130-process-one-out-invoice
                       MOVE SPACE TO wc-accept
                   WHEN '23'
                       PERFORM E0135-preview-invoice
                       MOVE SPACE TO wc-accept
                   WHEN '27'
                       PERFORM E0140-submit-customer-invoice
                       MOVE SPACE TO wc-accept
                   WHEN '24'
                       PERFORM E0170-issue-credit-note
                       MOVE SPACE TO wc-accept
                   WHEN '25'
                       PERFORM E0138-enter-adhoc-invoice
                       MOVE SPACE TO wc-accept
                   WHEN '26'
                       PERFORM E0136-print-debtor-statement
                       MOVE SPACE TO wc-accept
                   WHEN '28'
                       PERFORM E0150-generate-dunning-reminders
                       MOVE SPACE TO wc-accept
                   WHEN '29'
                       PERFORM E0160-record-invoice-payment
                       MOVE SPACE TO wc-accept
                   WHEN '20'
                       PERFORM E0190-release-print-run
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-print-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       E110-diplay-print-menu.

           DISPLAY HEADLINE
           DISPLAY '*** SKRIVA UT FAKTUROR ***'
           DISPLAY HEADLINE
           DISPLAY '(21) Skriv ut alla v�ntande g�lden�rsfakturor'
           DISPLAY '(22) Skriv ut enskild g�lden�rsfakturor'
           DISPLAY '(23) F�rhandsgranska faktura (testutskrift)'
           DISPLAY '(24) Kreditera faktura'
           DISPLAY '(25) Registrera manuell faktura'
           DISPLAY '(26) Skriv kontoutdrag f�r g�lden�r'
           DISPLAY SPACE
           DISPLAY '(27) Processa och skicka kundfaktura'
           DISPLAY '(28) Skapa p�minnelsefakturor'
           DISPLAY '(29) Registrera betalning p� faktura'
           DISPLAY '(20) Frige/avvisa utskriftsk�rning (korrektur)'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
      *    The release gate on batch print runs: subinv finishes a
      *    run with PRINTRUN state 0 (awaiting release) and a proof
      *    file of every Nth invoice in data/proof_<runid>.txt. An
      *    operator reviews the proofs here and either releases the
      *    run - its MANIFEST rows become eligible for the outbound
      *    transfer - or rejects it, which cancels the run's
      *    manifest rows and rolls its invoices back to pending the
      *    same way B0271-unlog-failed-bundle does for a failed
      *    bundle, so the next run picks them up after the layout
      *    problem is fixed.
       E0190-release-print-run.

           DISPLAY HEADLINE
           DISPLAY 'UTSKRIFTSK�RNINGAR SOM V�NTAR P� FRIGIVNING'
           DISPLAY HEADLINE
           DISPLAY 'K�rning  |Starttid           |Fakturor |Tryckeri'

           EXEC SQL
               DECLARE CURS-AWAITING-RUNS CURSOR FOR
               SELECT RUN_ID, STARTTIME, INVCOUNT, HOUSE
               FROM TUTORIAL.PRINTRUN
               WHERE STATE = 0
               ORDER BY RUN_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-AWAITING-RUNS
           END-EXEC

           EXEC SQL
               FETCH CURS-AWAITING-RUNS
                   INTO :PRINTRUN-RUN-ID, :PRINTRUN-STARTTIME,
                        :PRINTRUN-INVCOUNT, :PRINTRUN-HOUSE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY PRINTRUN-RUN-ID '|' PRINTRUN-STARTTIME '|'
                   PRINTRUN-INVCOUNT '|' PRINTRUN-HOUSE
               EXEC SQL
                   FETCH CURS-AWAITING-RUNS
                       INTO :PRINTRUN-RUN-ID, :PRINTRUN-STARTTIME,
                            :PRINTRUN-INVCOUNT, :PRINTRUN-HOUSE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-AWAITING-RUNS
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'K�rning att behandla (0=avbryt): '
               WITH NO ADVANCING
           MOVE ZERO TO wn-rel-run-id
           ACCEPT wn-rel-run-id

           IF wn-rel-run-id NOT = ZERO
               MOVE wn-rel-run-id TO PRINTRUN-RUN-ID
               EXEC SQL
                   SELECT STATE
                       INTO :PRINTRUN-STATE
                       FROM PRINTRUN
                       WHERE RUN_ID = :PRINTRUN-RUN-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Ingen s�dan k�rning hittades.'
               ELSE
                IF NOT PRINTRUN-AWAITING-RELEASE
                   DISPLAY 'K�rningen v�ntar inte p� frigivning.'
                ELSE
                   DISPLAY 'Granska korrekturen i data/proof_'
                       wn-rel-run-id '.txt'
                   DISPLAY 'Frige (F) eller avvisa (A)?: '
                       WITH NO ADVANCING
                   MOVE SPACE TO wc-rel-decision
                   ACCEPT wc-rel-decision

                   EVALUATE wc-rel-decision
                       WHEN 'F'
                       WHEN 'f'
                           PERFORM E0192-release-run
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM E0194-reject-run
                       WHEN OTHER
                           DISPLAY 'Ingen �tg�rd utf�rd.'
                   END-EVALUATE
                END-IF
               END-IF
           END-IF
           .

      **********************************************************
       E0192-release-run.

           SET PRINTRUN-RELEASED TO TRUE
           EXEC SQL
               UPDATE PRINTRUN
                   SET STATE = :PRINTRUN-STATE
                   WHERE RUN_ID = :PRINTRUN-RUN-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in PRINTRUN �r felt'
           ELSE
               DISPLAY 'K�rning ' wn-rel-run-id ' frigiven -'
                   ' filerna �verf�rs av transportjobbet.'
           END-IF
           .

      **********************************************************
      *    A rejected run: its invoices go back to pending so the
      *    next run (after the layout fix) re-prints them, its
      *    OUTLOG rows flip to SUCCESS-NO so no report counts output
      *    that never left the house, and its MANIFEST rows are
      *    cancelled so the transfer job never picks the files up.
       E0194-reject-run.

           SET PRINTRUN-REJECTED TO TRUE
           EXEC SQL
               UPDATE PRINTRUN
                   SET STATE = :PRINTRUN-STATE
                   WHERE RUN_ID = :PRINTRUN-RUN-ID
           END-EXEC

      *    the rolled-back population onto the timeline first,
      *    from the same predicate the rollback below uses
           PERFORM Y0335-prep-invhist-stamp
           EXEC SQL
               INSERT INTO INVHIST
               SELECT INV_ID, :INVHIST-CHGTIME, 1, 0,
                      :INVHIST-PROGRAM, :INVHIST-OPERATOR
               FROM TUTORIAL.INVOICE
               WHERE INVSTATE = 1
                 AND INV_ID IN
                     (SELECT INV_ID FROM TUTORIAL.OUTLOG
                          WHERE RUN_ID = :PRINTRUN-RUN-ID)
           END-EXEC

           EXEC SQL
               UPDATE INVOICE
                   SET INVSTATE = 0
                   WHERE INVSTATE = 1
                     AND INV_ID IN
                         (SELECT INV_ID FROM TUTORIAL.OUTLOG
                              WHERE RUN_ID = :PRINTRUN-RUN-ID)
           END-EXEC
           EXEC SQL
               UPDATE OUTLOG
                   SET SUCCESS = 0
                   WHERE RUN_ID = :PRINTRUN-RUN-ID
           END-EXEC

           EXEC SQL
               UPDATE MANIFEST
                   SET CONFIRMED = 2
                   WHERE RUN_ID = :PRINTRUN-RUN-ID
           END-EXEC

           DISPLAY 'K�rning ' wn-rel-run-id ' avvisad.'
           DISPLAY 'Fakturor �terst�llda till v�ntande.'
           .

      **********************************************************
       E0120-process-all-out-invoices.

           MOVE SPACE TO wc-subinv-mode wc-subinv-invno
                                                    wc-subinv-custno

      *    runs for one legal entity at a time when asked - the
      *    Norwegian operation prints separately from the Swedish
           DISPLAY 'F�retag (FIN_ID, 0=alla): ' WITH NO ADVANCING
           MOVE ZERO TO wc-rptfin-in
           ACCEPT wc-rptfin-in
           MOVE wc-rptfin-in TO wc-subinv-finid

           DISPLAY 'Startar subinv...'
           PERFORM Y0120-call-subinv-locked
           DISPLAY 'subinv k�rningen �r klar.'
           .

      **********************************************************
       E0130-process-one-out-invoice.

           MOVE ZERO TO wc-subinv-finid
           MOVE SPACE TO wc-subinv-invno wc-subinv-custno
           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           ACCEPT wc-subinv-custno
           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           ACCEPT wc-subinv-invno

           MOVE 'ONE' TO wc-subinv-mode
           PERFORM Y0120-call-subinv-locked
           DISPLAY 'subinv k�rningen �r klar.'
           .

      **********************************************************
       E0135-preview-invoice.

      *    Renders one invoice to data/preview.tex without touching
      *    output.tex, INVSTATE or the production rename/cursor loop -
      *    for sanity-checking a newly onboarded customer's very first
      *    invoice before it goes anywhere near the live run.
           MOVE ZERO TO wc-subinv-finid
           MOVE SPACE TO wc-subinv-invno wc-subinv-custno
           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           ACCEPT wc-subinv-custno
           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           ACCEPT wc-subinv-invno

           MOVE 'PRV' TO wc-subinv-mode
           PERFORM Y0120-call-subinv-locked
           DISPLAY 'F�rhandsgranskning skriven till data/preview.tex'
           .

      **********************************************************
       E0136-print-debtor-statement.

      *    kontoutdrag for one debtor, rendered by subinv's STM
      *    mode through the same engine and address block the
      *    invoices use - the debtor id travels in the invno slot
           MOVE ZERO TO wc-subinv-finid
           MOVE SPACE TO wc-subinv-invno wc-subinv-custno
           DISPLAY 'G�lden�rsnummer (DEBT_ID): ' WITH NO ADVANCING
           ACCEPT wc-subinv-invno

           MOVE 'STM' TO wc-subinv-mode
           PERFORM Y0120-call-subinv-locked
           DISPLAY 'Kontoutdraget �r skrivet.'
           .

      **********************************************************
       E0138-enter-adhoc-invoice.

      *    a one-off invoice - a special setup fee, a correction -
      *    used to be faked with a hand-crafted one-invoice indata
      *    file; this keys it straight in: pick customer and debtor
      *    (or create the debtor), enter the lines, and the same
      *    INVOICE/INVITEM/ITEM inserts the intake uses write it,
      *    IDGEN-keyed, OCR-referenced and picked up by the normal
      *    print run
           DISPLAY 'Kundnummer (CUSTNO): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-CUSTNO-LEN

           EXEC SQL
               SELECT CUST_ID, DUEDAYS
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-DUEDAYS
                   FROM CUSTOMER
                   WHERE CUSTNO = :CUSTOMER-CUSTNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunden hittades inte.'
           ELSE
               DISPLAY 'G�lden�rsnummer (DEBT_ID, 0=ny): '
                   WITH NO ADVANCING
               MOVE ZERO TO wc-debtid-in
               ACCEPT wc-debtid-in

               IF wc-debtid-in = ZERO
                   PERFORM E0139-create-adhoc-debtor
               ELSE
                   MOVE wc-debtid-in TO DEBTOR-DEBT-ID
                   EXEC SQL
                       SELECT DEBT_ID
                           INTO :DEBTOR-DEBT-ID
                           FROM DEBTOR
                           WHERE DEBT_ID = :DEBTOR-DEBT-ID
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       DISPLAY 'G�lden�ren hittades inte.'
                       MOVE ZERO TO DEBTOR-DEBT-ID
                   END-IF
               END-IF

               IF DEBTOR-DEBT-ID NOT = ZERO
                   PERFORM E0139B-create-adhoc-header
                   IF wn-adhoc-inv-id NOT = ZERO
                       PERFORM E0139C-enter-adhoc-lines
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       E0139-create-adhoc-debtor.

      *    same ADDR + DEBTOR shape the intake creates
           DISPLAY 'G�lden�rens namn: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO DEBTOR-NAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO DEBTOR-NAME-LEN

           DISPLAY 'Gatuadress: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO ADDR-STREET

           DISPLAY 'Landkod (tom = SE): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:2))
               TO ADDR-COUNTRY
           IF ADDR-COUNTRY = SPACE
               MOVE 'SE' TO ADDR-COUNTRY
           END-IF

      *    the postcode as the country writes it - POSTNO keeps
      *    the first five for the Swedish-only readers
           DISPLAY 'Postnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO ADDR-POSTCODE
           MOVE wc-edit-buffer TO ADDR-POSTNO

           DISPLAY 'Ort: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO ADDR-PLACE

           MOVE 'ADDR' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO ADDR-ADDR-ID
           ADD 1 TO ADDR-ADDR-ID

           MOVE ZERO TO ADDR-INVALID
           EXEC SQL
               INSERT INTO ADDR
               VALUES ( :ADDR-ADDR-ID, :ADDR-STREET,
                         :ADDR-POSTNO, :ADDR-PLACE,
                         :ADDR-INVALID, :ADDR-COUNTRY,
                         :ADDR-POSTCODE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in ADDR table �r felt'
           END-IF

           MOVE 'DEBTOR' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO DEBTOR-DEBT-ID
           ADD 1 TO DEBTOR-DEBT-ID

           MOVE SPACE TO DEBTOR-CONTACT DEBTOR-NOTE
           MOVE ADDR-ADDR-ID TO DEBTOR-ADDR-ID
           MOVE SPACE TO DEBTOR-EMAIL-TEXT
           MOVE ZERO TO DEBTOR-EMAIL-LEN
           MOVE 'P' TO DEBTOR-DELIVERY
           MOVE ZERO TO DEBTOR-PAYSCORE DEBTOR-AVGPAYDAYS
                        DEBTOR-REMCOUNT
           MOVE ZERO TO DEBTOR-CREDITBLOCK DEBTOR-CREDITLIMIT
           MOVE SPACE TO DEBTOR-VATREGNO-TEXT
           MOVE ZERO TO DEBTOR-VATREGNO-LEN
           MOVE SPACE TO DEBTOR-ORGNO

           EXEC SQL
               INSERT INTO DEBTOR
               VALUES ( :DEBTOR-DEBT-ID,
                         :DEBTOR-NAME,
                         :DEBTOR-CONTACT,
                         :DEBTOR-NOTE,
                         :DEBTOR-ADDR-ID,
                         :DEBTOR-EMAIL,
                         :DEBTOR-DELIVERY,
                         :DEBTOR-PAYSCORE,
                         :DEBTOR-AVGPAYDAYS,
                         :DEBTOR-REMCOUNT,
                         :DEBTOR-CREDITBLOCK,
                         :DEBTOR-CREDITLIMIT,
                         :DEBTOR-VATREGNO,
                         :DEBTOR-ORGNO)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in DEBTOR table �r felt'
               MOVE ZERO TO DEBTOR-DEBT-ID
           END-IF
           .

      **********************************************************
       E0139B-create-adhoc-header.

           MOVE ZERO TO wn-adhoc-inv-id

           DISPLAY 'Fakturanummer (blankt = systemets): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           MOVE 'INVOICE' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO INVOICE-INV-ID
           ADD 1 TO INVOICE-INV-ID

           IF FUNCTION TRIM(wc-edit-buffer) = SPACE
               MOVE INVOICE-INV-ID TO wc-adhoc-invno-ed
               MOVE SPACE TO INVOICE-INVNO-TEXT
               STRING FUNCTION TRIM(wc-adhoc-invno-ed)
                   DELIMITED BY SIZE INTO INVOICE-INVNO-TEXT
               END-STRING
           ELSE
               MOVE wc-edit-buffer TO INVOICE-INVNO-TEXT
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(INVOICE-INVNO-TEXT))
               TO INVOICE-INVNO-LEN

      *    the number must be free within the customer's series,
      *    the same rule the intake's duplicate check enforces
           EXEC SQL
               SELECT INV_ID
                   INTO :wn-adhoc-inv-id
                   FROM INVOICE
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
                     AND INVNO = :INVOICE-INVNO
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Fakturanumret finns redan, avbryter.'
               MOVE ZERO TO wn-adhoc-inv-id
           ELSE
               MOVE INVOICE-INV-ID TO wn-adhoc-inv-id
               MOVE CUSTOMER-CUST-ID TO INVOICE-CUST-ID
               MOVE DEBTOR-DEBT-ID TO INVOICE-DEBT-ID
               MOVE ZERO TO INVOICE-INVSTATE
               MOVE CUSTOMER-CUSTNO TO INVOICE-CUSTNO
               MOVE FUNCTION CURRENT-DATE(1:10) TO INVOICE-INVDATE
               MOVE ZERO TO INVOICE-VAT

               COMPUTE wn-today-int =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               COMPUTE wn-duedate-int =
                   wn-today-int + CUSTOMER-DUEDAYS
               MOVE wn-duedate-int TO wn-roll-int
               PERFORM Y0220-roll-to-bank-day
               MOVE wn-roll-int TO wn-duedate-int
               MOVE FUNCTION DATE-OF-INTEGER(wn-duedate-int)
                   TO wc-duedate-ymd
               MOVE wc-duedate-ymd(1:4) TO INVOICE-DUEDATE(1:4)
               MOVE wc-duedate-ymd(5:2) TO INVOICE-DUEDATE(6:2)
               MOVE wc-duedate-ymd(7:2) TO INVOICE-DUEDATE(9:2)
               MOVE '-' TO INVOICE-DUEDATE(5:1) INVOICE-DUEDATE(8:1)

               MOVE ZERO TO INVOICE-CREDITOF
               MOVE ZERO TO INVOICE-DUNLEVEL
               MOVE SPACE TO INVOICE-LASTDUNDATE
               MOVE ZERO TO INVOICE-INTBILLED
               MOVE SPACE TO INVOICE-SENDDATE

               PERFORM Y0210-build-ocr-ref

               EXEC SQL
                   INSERT INTO INVOICE
                   VALUES ( :INVOICE-INV-ID,
                             :INVOICE-CUST-ID,
                             :INVOICE-DEBT-ID,
                             :INVOICE-INVSTATE,
                             :INVOICE-INVNO,
                             :INVOICE-CUSTNO,
                             :INVOICE-INVDATE,
                             :INVOICE-VAT,
                             :INVOICE-DUEDATE,
                             :INVOICE-CREDITOF,
                             :INVOICE-OCRREF,
                             :INVOICE-DUNLEVEL,
                             :INVOICE-LASTDUNDATE,
                             :INVOICE-INTBILLED,
                             :INVOICE-SENDDATE)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in INVOICE table �r felt'
                   MOVE ZERO TO wn-adhoc-inv-id
               END-IF
           END-IF
           .

      **********************************************************
       E0139C-enter-adhoc-lines.

           MOVE ZERO TO wn-adhoc-line-count
           MOVE 'N' TO wc-adhoc-done-switch

           PERFORM UNTIL is-adhoc-done

               DISPLAY 'Radtext (blankt=klart): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer

               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   SET is-adhoc-done TO TRUE
               ELSE
                   MOVE wc-edit-buffer TO ITEM-DESCRIPTION-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO ITEM-DESCRIPTION-LEN

                   DISPLAY 'Antal: ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   MOVE FUNCTION NUMVAL(wc-edit-buffer) TO ITEM-QTY

                   DISPLAY 'Pris per styck: ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   MOVE FUNCTION NUMVAL(wc-edit-buffer) TO ITEM-PRICE

                   DISPLAY 'Moms som andel, t ex 0.25: '
                       WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   MOVE FUNCTION NUMVAL(wc-edit-buffer) TO ITEM-VAT

                   MOVE SPACE TO ITEM-ARTNO-TEXT
                   MOVE ZERO TO ITEM-ARTNO-LEN
                   MOVE 2 TO ITEM-UNITDESC-LEN
                   MOVE 'ST' TO ITEM-UNITDESC-TEXT

                   MOVE 'ITEM' TO IDGEN-TABLENAME-TEXT
                   PERFORM Y0200-get-next-id
                   MOVE wn-next-id TO ITEM-ITEM-ID
                   ADD 1 TO ITEM-ITEM-ID

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
                       DISPLAY ' Insert SQL sats i ITEM-tabellen '
                           '�r felaktig.'
                   ELSE
                       EXEC SQL
                           INSERT INTO INVITEM
                           VALUES ( :wn-adhoc-inv-id, :ITEM-ITEM-ID)
                       END-EXEC
                       ADD 1 TO wn-adhoc-line-count
                   END-IF
               END-IF

           END-PERFORM

           IF wn-adhoc-line-count = ZERO
               DISPLAY 'Inga rader - fakturan tas bort.'
               EXEC SQL
                   DELETE FROM INVOICE
                   WHERE INV_ID = :wn-adhoc-inv-id
               END-EXEC
               MOVE wn-adhoc-inv-id TO wn-nv-first wn-nv-last
               MOVE 'Manuell faktura utan rader - borttagen'
                   TO wc-nv-reason
               MOVE ZERO TO wn-nv-runlog-id
               MOVE SPACE TO wc-ns-period
               PERFORM Y0370-register-void
           ELSE
               DISPLAY 'Fakturan �r registrerad med '
                   wn-adhoc-line-count ' rader och skrivs ut i '
                   'n�sta k�rning.'
           END-IF
           .

      **********************************************************
       E0140-submit-customer-invoice.

      *    Recurring billing run: srvbill turns every SRVCUST
      *    subscription into an INVOICE/INVITEM pair (it carries the
      *    proration logic that used to live here), then the batch is
      *    handed to subinv the same way debtor invoices are handled.
      *    The night batch driver (PbsNight) runs the same two
      *    programs unattended. Given a customer number the run
      *    bills just that customer; left blank it bills every
      *    customer whose billing day (CUSTOMER-BILLDAY) has come.
           DISPLAY 'Kundnummer (blankt = alla som st�r p� tur): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-srvbill-custno
           ACCEPT wc-srvbill-custno
           MOVE SPACE TO wc-srvbill-corr-period
           CALL 'srvbill' USING wc-srvbill-custno
                                wc-srvbill-corr-period

           DISPLAY 'Skickar kundfakturor till subinv...'
           MOVE SPACE TO wc-subinv-mode wc-subinv-invno
                                                    wc-subinv-custno
           MOVE ZERO TO wc-subinv-finid
           PERFORM Y0120-call-subinv-locked
           DISPLAY 'subinv k�rningen �r klar.'
           .

      **********************************************************
       E0170-issue-credit-note.

      *    reverses a billed invoice with a credit note: a new
      *    INVOICE row (INVNO suffixed "-K") whose CREDITOF points
      *    back at the original, carrying a copy of every ITEM line
      *    with QTY negated so its total is negative; the original
      *    invoice is flagged INVSTATE = CREDITED so it drops out of
      *    the aging report and dunning run, same as a paid invoice.
           DISPLAY 'Kundnummer (CUSTNO): ' WITH NO ADVANCING
           MOVE SPACE TO wc-credit-custno
           ACCEPT wc-credit-custno

           DISPLAY 'Fakturanummer att kreditera (INVNO): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-credit-invno
           ACCEPT wc-credit-invno

           EXEC SQL
               SELECT INV_ID, CUST_ID, DEBT_ID, INVSTATE, VAT, CREDITOF
                   INTO :wn-credit-orig-inv-id, :CUSTOMER-CUST-ID,
                        :wn-credit-orig-debt-id, :INVOICE-INVSTATE,
                        :INVOICE-VAT, :INVOICE-CREDITOF
                   FROM INVOICE
                   WHERE CUSTNO = :wc-credit-custno
                     AND INVNO = :wc-credit-invno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen s�dan faktura hittades.'
           ELSE
               IF INVOICE-INVSTATE-CREDITED OR INVOICE-IS-CREDIT-NOTE
                   DISPLAY 'Fakturan �r redan krediterad, eller �r '
                       'sj�lv en kreditfaktura.'
               ELSE

      *            four-eyes gate: a credit above the configured
      *            limit waits for a second operator's approval
      *            (menyval 66) before it executes
                   MOVE ZERO TO wn-da-amount
                   EXEC SQL
                       SELECT COALESCE(SUM(I.QTY * I.PRICE
                                  + I.QTY * I.PRICE
                                    * I.VAT / 100), 0)
                           INTO :wn-da-amount
                           FROM TUTORIAL.ITEM I,
                                TUTORIAL.INVITEM VI
                           WHERE VI.INV_ID = :wn-credit-orig-inv-id
                             AND I.ITEM_ID = VI.ITEM_ID
                   END-EXEC

                   PERFORM Y0294-get-dual-limit
                   MOVE 'Y' TO wc-da-cleared-flag
                   IF wn-dual-limit > ZERO AND
                      wn-da-amount > wn-dual-limit
                       MOVE 'KREDIT' TO wc-da-action
                       MOVE wn-credit-orig-inv-id TO wn-da-refkey
                       PERFORM Y0290-check-dual-approval
                   END-IF

                   IF wc-da-cleared-flag NOT = 'Y'
                       EXIT PARAGRAPH
                   END-IF

                   MOVE FUNCTION CURRENT-DATE(1:10)
                       TO wc-credit-invdate
                   PERFORM E0172-create-credit-note
               END-IF
           END-IF
           .

      **********************************************************
      *    The credit note itself, for the original in
      *    wn-credit-orig-inv-id / wc-credit-invno, dated
      *    wc-credit-invdate: E0170 dates it today, the correction
      *    run (M0180) in the period of the invoice it corrects.
       E0172-create-credit-note.

           MOVE 'INVOICE' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO INVOICE-INV-ID
           ADD 1 TO INVOICE-INV-ID

           MOVE CUSTOMER-CUST-ID TO INVOICE-CUST-ID
           MOVE wn-credit-orig-debt-id TO INVOICE-DEBT-ID
           SET INVOICE-INVSTATE-PENDING TO TRUE
           MOVE SPACE TO INVOICE-INVNO-TEXT
           STRING FUNCTION TRIM(wc-credit-invno) DELIMITED BY SIZE
               '-K' DELIMITED BY SIZE
               INTO INVOICE-INVNO-TEXT
           END-STRING
           MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(INVOICE-INVNO-TEXT))
               TO INVOICE-INVNO-LEN
           MOVE wc-credit-custno TO INVOICE-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(wc-credit-custno))
               TO INVOICE-CUSTNO-LEN
           MOVE wc-credit-invdate TO INVOICE-INVDATE
           MOVE FUNCTION CURRENT-DATE(1:10) TO INVOICE-DUEDATE
           MOVE wn-credit-orig-inv-id TO INVOICE-CREDITOF
           MOVE ZERO TO INVOICE-DUNLEVEL
           MOVE SPACE TO INVOICE-LASTDUNDATE
           MOVE ZERO TO INVOICE-INTBILLED
           MOVE SPACE TO INVOICE-SENDDATE

           PERFORM Y0210-build-ocr-ref

           EXEC SQL
               INSERT INTO INVOICE
               VALUES ( :INVOICE-INV-ID,
                         :INVOICE-CUST-ID,
                         :INVOICE-DEBT-ID,
                         :INVOICE-INVSTATE,
                         :INVOICE-INVNO,
                         :INVOICE-CUSTNO,
                         :INVOICE-INVDATE,
                         :INVOICE-VAT,
                         :INVOICE-DUEDATE,
                         :INVOICE-CREDITOF,
                         :INVOICE-OCRREF,
                         :INVOICE-DUNLEVEL,
                         :INVOICE-LASTDUNDATE,
                         :INVOICE-INTBILLED,
                         :INVOICE-SENDDATE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY
                   ' Insert SQL sats in INVOICE table �r felt'
           END-IF

           PERFORM E0174-copy-negated-items
           PERFORM E0176-copy-negated-revsched

           SET INVOICE-INVSTATE-CREDITED TO TRUE
           EXEC SQL
               UPDATE INVOICE
               SET INVSTATE = :INVOICE-INVSTATE
               WHERE INV_ID = :wn-credit-orig-inv-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY
                   ' Update SQL sats in INVOICE table �r felt'
           END-IF

           MOVE wn-credit-orig-inv-id TO wn-hist-inv-id
           MOVE 1 TO wn-hist-old
           MOVE 4 TO wn-hist-new
           PERFORM Y0330-log-invoice-state

           DISPLAY 'Kreditfaktura skapad: '
               FUNCTION TRIM(INVOICE-INVNO-TEXT)
           .

      **********************************************************
      *    Copy every item line billed for the original onto the
      *    invoice in INVOICE-INV-ID, negating QTY. "Billed for the
      *    original" includes the difference invoices already issued
      *    against it (CREDITOF), so a second correction reverses
      *    what the customer was actually charged.
       E0174-copy-negated-items.

           EXEC SQL
               DECLARE CURS-CREDIT-ITEMS CURSOR FOR
               SELECT ITEM.ITEM_ID, ITEM.DESCRIPTION,
                      ITEM.ARTNO, ITEM.UNITDESC, ITEM.QTY,
                      ITEM.PRICE, ITEM.VAT
               FROM ITEM, INVITEM, INVOICE
               WHERE INVITEM.INV_ID = INVOICE.INV_ID
                 AND (INVOICE.INV_ID = :wn-credit-orig-inv-id
                      OR INVOICE.CREDITOF = :wn-credit-orig-inv-id)
                 AND INVOICE.INV_ID <> :INVOICE-INV-ID
                 AND ITEM.ITEM_ID = INVITEM.ITEM_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-CREDIT-ITEMS
           END-EXEC

           EXEC SQL
               FETCH CURS-CREDIT-ITEMS
                   INTO :ITEM-ITEM-ID, :ITEM-DESCRIPTION,
                        :ITEM-ARTNO, :ITEM-UNITDESC,
                        :ITEM-QTY, :ITEM-PRICE, :ITEM-VAT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               COMPUTE ITEM-QTY = ITEM-QTY * -1

               MOVE 'ITEM' TO IDGEN-TABLENAME-TEXT
               PERFORM Y0200-get-next-id
               MOVE wn-next-id TO ITEM-ITEM-ID
               ADD 1 TO ITEM-ITEM-ID

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
                   DISPLAY
                       ' Insert SQL sats i ITEM-tabellen �r '
                       'felaktig.'
               ELSE
                   EXEC SQL
                       INSERT INTO INVITEM
                       VALUES ( :INVOICE-INV-ID, :ITEM-ITEM-ID)
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY
                           ' Insert SQL sats in INVITEM table '
                           '�r felt'
                   END-IF
               END-IF

               EXEC SQL
                   FETCH CURS-CREDIT-ITEMS
                       INTO :ITEM-ITEM-ID, :ITEM-DESCRIPTION,
                            :ITEM-ARTNO, :ITEM-UNITDESC,
                            :ITEM-QTY, :ITEM-PRICE, :ITEM-VAT
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-CREDIT-ITEMS
           END-EXEC
           .

      **********************************************************
      *    A reversed invoice billed in advance must take its
      *    revenue plan with it, or the SIE export would keep
      *    releasing deferred revenue that was never kept - each
      *    month's row is copied onto INVOICE-INV-ID negated.
       E0176-copy-negated-revsched.

           EXEC SQL
               DECLARE CURS-CREDIT-REVSCHED CURSOR FOR
               SELECT R.ITEM_ID, R.MONTH, R.AMOUNT
               FROM REVSCHED R, INVOICE V
               WHERE R.INV_ID = V.INV_ID
                 AND (V.INV_ID = :wn-credit-orig-inv-id
                      OR V.CREDITOF = :wn-credit-orig-inv-id)
                 AND V.INV_ID <> :INVOICE-INV-ID
           END-EXEC

           EXEC SQL
               OPEN CURS-CREDIT-REVSCHED
           END-EXEC

           EXEC SQL
               FETCH CURS-CREDIT-REVSCHED
                   INTO :REVSCHED-ITEM-ID, :REVSCHED-MONTH,
                        :REVSCHED-AMOUNT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE INVOICE-INV-ID TO REVSCHED-INV-ID
               MOVE CUSTOMER-CUST-ID TO REVSCHED-CUST-ID
               COMPUTE REVSCHED-AMOUNT = REVSCHED-AMOUNT * -1

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

               EXEC SQL
                   FETCH CURS-CREDIT-REVSCHED
                       INTO :REVSCHED-ITEM-ID, :REVSCHED-MONTH,
                            :REVSCHED-AMOUNT
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-CREDIT-REVSCHED
           END-EXEC
           .

      **********************************************************
       E0150-generate-dunning-reminders.

      *    one reminder invoice per overdue, not-yet-reminded invoice;
      *    the dunning program carries the interest calculation and
      *    reminder-invoice creation that used to live here, so the
      *    night batch driver (PbsNight) can run it unattended too.
           DISPLAY 'F�retag (FIN_ID, 0=alla): ' WITH NO ADVANCING
           MOVE ZERO TO wc-rptfin-in
           ACCEPT wc-rptfin-in
           MOVE wc-rptfin-in TO wc-dunning-finid

           CALL 'dunning' USING wc-dunning-finid
           .

      **********************************************************
       E0160-record-invoice-payment.

      *    registers an incoming payment against an invoice and
      *    flips its INVSTATE to PAID; once paid, an invoice is no
      *    longer selected by either G0140's aging report or
      *    E0150's dunning run, since both only look at INVSTATE
      *    1/2.
           DISPLAY 'Kundnummer (CUSTNO): ' WITH NO ADVANCING
           MOVE SPACE TO wc-pay-custno
           ACCEPT wc-pay-custno

           DISPLAY 'Fakturanummer (INVNO): ' WITH NO ADVANCING
           MOVE SPACE TO wc-pay-invno
           ACCEPT wc-pay-invno

           EXEC SQL
               SELECT INV_ID, INVSTATE, DEBT_ID
                   INTO :INVOICE-INV-ID, :INVOICE-INVSTATE,
                        :INVOICE-DEBT-ID
                   FROM INVOICE
                   WHERE CUSTNO = :wc-pay-custno
                     AND INVNO = :wc-pay-invno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen s�dan faktura hittades.'
           ELSE
               IF INVOICE-INVSTATE-PAID
      *            a debtor who pays twice used to be turned away
      *            here and tracked in a spreadsheet - the second
      *            payment can now go straight into the suspense
      *            register against the invoice's debtor
                   DISPLAY 'Fakturan �r redan betald.'
                   DISPLAY 'Boka beloppet som tillgodohavande '
                       '(J/N)? ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF wc-edit-buffer(1:1) = 'J' OR
                      wc-edit-buffer(1:1) = 'j'
                       PERFORM E0163-book-duplicate-payment
                   END-IF
               ELSE
                   DISPLAY 'Belopp: ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   MOVE FUNCTION NUMVAL(wc-edit-buffer) TO wn-pay-amount

                   DISPLAY 'Betalningss�tt (BG/PG/KORT/�VR): '
                       WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   MOVE wc-edit-buffer TO PAYMENT-METHOD-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO PAYMENT-METHOD-LEN

                   DISPLAY 'Betaldatum (�R-MM-DD) [idag]: '
                       WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                       MOVE FUNCTION CURRENT-DATE(1:4)
                           TO wc-pay-paydate(1:4)
                       MOVE FUNCTION CURRENT-DATE(5:2)
                           TO wc-pay-paydate(6:2)
                       MOVE FUNCTION CURRENT-DATE(7:2)
                           TO wc-pay-paydate(9:2)
                       MOVE '-' TO wc-pay-paydate(5:1)
                                   wc-pay-paydate(8:1)
                   ELSE
                       MOVE wc-edit-buffer(1:10) TO wc-pay-paydate
                   END-IF

      *            a backdated payment must not land in a closed
      *            month - the guard replaces the date and leaves
      *            an audit note when it does
                   MOVE wc-pay-paydate TO wc-guard-date
                   PERFORM Y0260-guard-closed-period
                   MOVE wc-guard-date TO wc-pay-paydate

                   MOVE 'PAYMENT' TO IDGEN-TABLENAME-TEXT
                   PERFORM Y0200-get-next-id
                   MOVE wn-next-id TO PAYMENT-PAYMENT-ID
                   ADD 1 TO PAYMENT-PAYMENT-ID

                   MOVE INVOICE-INV-ID TO PAYMENT-INV-ID
                   MOVE wn-pay-amount TO PAYMENT-AMOUNT
                   MOVE wc-pay-paydate TO PAYMENT-PAYDATE

                   EXEC SQL
                       INSERT INTO PAYMENT
                       VALUES ( :PAYMENT-PAYMENT-ID,
                                 :PAYMENT-INV-ID,
                                 :PAYMENT-AMOUNT,
                                 :PAYMENT-PAYDATE,
                                 :PAYMENT-METHOD)
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY
                           ' Insert SQL sats in PAYMENT table �r felt'
                   END-IF

      *            payment is no longer all-or-nothing: the invoice
      *            is marked paid only once the sum of its PAYMENT
      *            rows reaches the item total, so a debtor who paid
      *            9 000 of 10 000 keeps a 1 000 balance instead of
      *            either staying fully unpaid or burying the rest
                   PERFORM E0167-settle-if-covered

                   IF wn-susp-paid-total < wn-susp-inv-total
                       COMPUTE wn-susp-surplus =
                           wn-susp-inv-total - wn-susp-paid-total
                       DISPLAY 'Delbetalning, �terst�r: '
                           wn-susp-surplus
                   ELSE
                       DISPLAY 'Betalning registrerad p� faktura '
                           FUNCTION TRIM(wc-pay-invno)
                       PERFORM E0165-check-overpayment
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       P0100-payments.

           MOVE 'N' TO is-exit-payments-menu-switch
           PERFORM UNTIL is-exit-payments-menu

               PERFORM P110-diplay-payments-menu
               EVALUATE wc-accept

                   WHEN '81'
                       PERFORM P0140-suspense-register
                       MOVE SPACE TO wc-accept
                   WHEN '82'
                       PERFORM P0120-maintain-payment-plan
                       MOVE SPACE TO wc-accept
                   WHEN '83'
                       PERFORM P0130-maintain-ag-consents
                       MOVE SPACE TO wc-accept
                   WHEN '84'
                       PERFORM P0150-run-interest-invoicing
                       MOVE SPACE TO wc-accept
                   WHEN '85'
                       PERFORM P0160-review-blocked-invoices
                       MOVE SPACE TO wc-accept
                   WHEN '86'
                       PERFORM P0170-match-unmatched-payments
                       MOVE SPACE TO wc-accept
                   WHEN '87'
                       PERFORM P0180-import-refund-confirmations
                       MOVE SPACE TO wc-accept
                   WHEN '88'
                       PERFORM P0190-import-inkasso-returns
                       MOVE SPACE TO wc-accept
                   WHEN '89'
                       PERFORM P0200-maintain-disputes
                       MOVE SPACE TO wc-accept
                   WHEN '80'
                       PERFORM P0210-writeoff-workflow
                       MOVE SPACE TO wc-accept
                   WHEN '79'
                       PERFORM P0220-settle-client-funds
                       MOVE SPACE TO wc-accept
                   WHEN '78'
                       PERFORM P0230-kfm-applications
                       MOVE SPACE TO wc-accept
                   WHEN '77'
                       PERFORM P0240-promise-register
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-payments-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       P110-diplay-payments-menu.

           DISPLAY HEADLINE
           DISPLAY '*** BETALNINGAR ***'
           DISPLAY HEADLINE
           DISPLAY '(81) Tillgodohavanden (�verbetalningar)'
           DISPLAY '(82) Avbetalningsplaner'
           DISPLAY '(83) Autogiro-medgivanden'
           DISPLAY '(84) Kvartalsvis r�ntefakturering'
           DISPLAY '(85) Kreditsp�rrade fakturor'
           DISPLAY '(86) Matcha omatchade inbetalningar'
           DISPLAY '(87) L�s bankens returfil (�terbetalningar)'
           DISPLAY '(88) L�s inkassobyr�ns �rendefil'
           DISPLAY '(89) Tvister (bestridna fakturor)'
           DISPLAY '(80) Kundf�rluster och preskriptionsvakt'
           DISPLAY '(79) Kundredovisning av inbetalda medel'
           DISPLAY '(78) Betalningsf�rel�ggande (Kronofogden)'
           DISPLAY '(77) Betalningsl�ften'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       P0120-maintain-payment-plan.

      *    installment plan for one invoice: list the agreed
      *    installments, add new ones, and reconcile them against
      *    what has actually arrived in PAYMENT - the dunning run
      *    and the aging report leave a planned invoice alone as
      *    long as no past installment stands unpaid
           DISPLAY 'Kundnummer (CUSTNO): ' WITH NO ADVANCING
           MOVE SPACE TO wc-pay-custno
           ACCEPT wc-pay-custno

           DISPLAY 'Fakturanummer (INVNO): ' WITH NO ADVANCING
           MOVE SPACE TO wc-pay-invno
           ACCEPT wc-pay-invno

           EXEC SQL
               SELECT INV_ID
                   INTO :wn-plan-inv-id
                   FROM INVOICE
                   WHERE CUSTNO = :wc-pay-custno
                     AND INVNO = :wc-pay-invno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen s�dan faktura hittades.'
           ELSE
               PERFORM P0121-work-plan
           END-IF
           .

      **********************************************************
      *    the plan of the invoice in wn-plan-inv-id - entered from
      *    P0120 and from the debtor inquiry (F0180)
       P0121-work-plan.

           PERFORM P0122-list-plan

           DISPLAY 'L=l�gg till delbetalningar, K=kvittera mot '
               'betalningar, blankt=klart: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           EVALUATE wc-edit-buffer(1:1)
               WHEN 'L'
               WHEN 'l'
                   PERFORM P0124-add-installments
               WHEN 'K'
               WHEN 'k'
                   PERFORM P0126-reconcile-plan
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
      *    Matching workbench for the payments the readers could
      *    not settle: sweeps the exception rows from
      *    data/bgexcept.txt (B), data/agexcept.txt (A),
      *    data/camtexcept.txt (C) and data/swishexcept.txt (S),
      *    lets the operator search
      *    candidate invoices by debtor or invoice number, apply the
      *    money to one invoice, split it over several, or push the
      *    rest to SUSPENSE - every decision audit-logged through
      *    Y0300-write-audit. A fully placed row is removed from its
      *    source file so the backlog only ever shrinks.
       P0170-match-unmatched-payments.

           MOVE ZERO TO wn-wb-exc-count
           PERFORM P0169-load-exception-file
               VARYING wn-wb-src-idx FROM 1 BY 1
               UNTIL wn-wb-src-idx > 4

           IF wn-wb-exc-count = ZERO
               DISPLAY 'Inga omatchade inbetalningar.'
           ELSE
               DISPLAY HEADLINE
               DISPLAY 'OMATCHADE INBETALNINGAR'
               DISPLAY HEADLINE
               PERFORM VARYING wn-wb-idx FROM 1 BY 1
                   UNTIL wn-wb-idx > wn-wb-exc-count
                   DISPLAY wn-wb-idx '|'
                       wc-wb-exc-src (wn-wb-idx) '|'
                       wc-wb-exc-reason (wn-wb-idx) '|'
                       wc-wb-exc-row (wn-wb-idx) (1:60)
               END-PERFORM

               DISPLAY SPACE
               DISPLAY 'Radnr att behandla (0=avbryt): '
                   WITH NO ADVANCING
               MOVE ZERO TO wn-wb-pick
               ACCEPT wn-wb-pick

               IF wn-wb-pick > ZERO AND
                  wn-wb-pick NOT > wn-wb-exc-count
                   PERFORM P0172-work-one-exception
               END-IF
           END-IF
           .

      **********************************************************
      *    one source file into the table - a file that is missing
      *    (status 05 on the OPTIONAL open) simply contributes no
      *    rows
       P0169-load-exception-file.

           MOVE wc-wb-src-path (wn-wb-src-idx) TO wc-wb-exc-path
           MOVE 'N' TO wc-wb-eof-flag

           OPEN INPUT BGEXCDATA
           IF wc-bgexcfil-fs = '00' OR wc-bgexcfil-fs = '05'
               READ BGEXCDATA
                   AT END MOVE 'Y' TO wc-wb-eof-flag
               END-READ
               PERFORM P0171-load-one-exception
                   UNTIL wc-wb-eof-flag = 'Y'
               CLOSE BGEXCDATA
           ELSE
               DISPLAY 'Kunde inte l�sa ' wc-wb-exc-path
           END-IF
           .

      **********************************************************
       P0171-load-one-exception.

           IF wn-wb-exc-count < 200
               ADD 1 TO wn-wb-exc-count
               MOVE wc-wb-src-tag (wn-wb-src-idx)
                   TO wc-wb-exc-src (wn-wb-exc-count)
               MOVE BGEXC-REASON
                   TO wc-wb-exc-reason (wn-wb-exc-count)
               MOVE BGEXC-ROW TO wc-wb-exc-row (wn-wb-exc-count)
           END-IF

           READ BGEXCDATA
               AT END MOVE 'Y' TO wc-wb-eof-flag
           END-READ
           .

      **********************************************************
      *    One exception row: the BgMax 20-post fields, or the
      *    fields of a Swish report T record, are parsed out of the
      *    raw row; rows from other sources (or garbled rows) fall
      *    back to an operator-keyed amount. The operator then
      *    places the money, in as many pieces as needed, until
      *    nothing remains.
       P0172-work-one-exception.

           MOVE ZERO TO wn-wb-debt-id
           IF wc-wb-exc-src (wn-wb-pick) = 'S'
               PERFORM P0173-parse-swish-exception
           ELSE
               MOVE wc-wb-exc-row (wn-wb-pick) (13:25) TO wc-wb-ref
               MOVE wc-wb-exc-row (wn-wb-pick) (38:18)
                   TO wc-wb-belopp
               MOVE wc-wb-exc-row (wn-wb-pick) (56:8) TO wc-wb-betdat
           END-IF

           IF (wc-wb-exc-row (wn-wb-pick) (1:2) = '20' OR
               wc-wb-exc-src (wn-wb-pick) = 'S') AND
              wc-wb-belopp NUMERIC
               COMPUTE wn-wb-remaining =
                   FUNCTION NUMVAL(wc-wb-belopp) / 100
           ELSE
               DISPLAY 'Belopp kunde inte tolkas - ange belopp: '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               COMPUTE wn-wb-remaining =
                   FUNCTION NUMVAL(wc-edit-buffer)
           END-IF

           IF wc-wb-betdat NUMERIC
               MOVE wc-wb-betdat(1:4) TO wc-wb-paydate(1:4)
               MOVE wc-wb-betdat(5:2) TO wc-wb-paydate(6:2)
               MOVE wc-wb-betdat(7:2) TO wc-wb-paydate(9:2)
               MOVE '-' TO wc-wb-paydate(5:1) wc-wb-paydate(8:1)
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4)
                   TO wc-wb-paydate(1:4)
               MOVE FUNCTION CURRENT-DATE(5:2)
                   TO wc-wb-paydate(6:2)
               MOVE FUNCTION CURRENT-DATE(7:2)
                   TO wc-wb-paydate(9:2)
               MOVE '-' TO wc-wb-paydate(5:1) wc-wb-paydate(8:1)
           END-IF

           MOVE wc-wb-paydate TO wc-guard-date
           PERFORM Y0260-guard-closed-period
           MOVE wc-guard-date TO wc-wb-paydate

           DISPLAY 'Referens: ' wc-wb-ref
           DISPLAY 'Belopp att placera: ' wn-wb-remaining

           MOVE 'N' TO wc-wb-done-flag
           PERFORM P0174-place-payment-piece
               UNTIL wc-wb-done-flag = 'Y'

           IF wn-wb-remaining = ZERO
               PERFORM P0178-remove-exception-row
               DISPLAY 'Inbetalningen �r helt placerad.'
           ELSE
               DISPLAY 'Rest kvar - raden ligger kvar i '
                   'undantagsfilen.'
           END-IF
           .

      **********************************************************
      *    T;<booking date>;<amount>;<message>;... - the message is
      *    the reference the debtor sent, the amount is carried on
      *    in the BgMax form (whole oren) so the caller handles
      *    both sources alike; an amount that does not parse is
      *    left blank and keyed by the operator
       P0173-parse-swish-exception.

           MOVE SPACE TO wc-wb-sw-type wc-wb-sw-date wc-wb-sw-amount
                         wc-wb-ref wc-wb-belopp wc-wb-betdat
           UNSTRING wc-wb-exc-row (wn-wb-pick) DELIMITED BY ';'
               INTO wc-wb-sw-type wc-wb-sw-date wc-wb-sw-amount
                    wc-wb-ref
           END-UNSTRING

           INSPECT wc-wb-sw-amount REPLACING ALL ',' BY '.'
           IF FUNCTION TEST-NUMVAL(wc-wb-sw-amount) = ZERO
               COMPUTE wn-wb-sw-cents =
                   FUNCTION NUMVAL(wc-wb-sw-amount) * 100
               MOVE wn-wb-sw-cents TO wc-wb-belopp
           END-IF

           MOVE wc-wb-sw-date(1:4) TO wc-wb-betdat(1:4)
           MOVE wc-wb-sw-date(6:2) TO wc-wb-betdat(5:2)
           MOVE wc-wb-sw-date(9:2) TO wc-wb-betdat(7:2)
           .

      **********************************************************
       P0174-place-payment-piece.

           DISPLAY SPACE
           DISPLAY 'Kvar att placera: ' wn-wb-remaining
           DISPLAY 'S=s�k kandidater, A=anv�nd mot faktura,'
               ' T=till tillgodo, N=anteckningar, blankt=klart: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-wb-action
           ACCEPT wc-wb-action

           EVALUATE wc-wb-action
               WHEN 'S'
               WHEN 's'
                   PERFORM P0175-search-candidates
               WHEN 'A'
               WHEN 'a'
                   PERFORM P0176-apply-to-invoice
               WHEN 'T'
               WHEN 't'
                   PERFORM P0177-push-to-suspense
               WHEN 'N'
               WHEN 'n'
                   PERFORM P0168-workbench-notes
               WHEN OTHER
                   MOVE 'Y' TO wc-wb-done-flag
           END-EVALUATE

           IF wn-wb-remaining = ZERO
               MOVE 'Y' TO wc-wb-done-flag
           END-IF
           .

      **********************************************************
      *    the notes on an invoice the payment may belong to - or,
      *    with no invoice given, on the debtor last searched - so
      *    a promised part payment is seen before it is placed
       P0168-workbench-notes.

           DISPLAY 'Faktura (INV_ID, blankt = s�kt g�lden�r): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           MOVE ZERO TO wn-nl-cust-id wn-nl-debt-id wn-nl-inv-id
           IF wc-edit-buffer NOT = SPACE
               COMPUTE wn-nl-inv-id = FUNCTION NUMVAL(wc-edit-buffer)
           ELSE
               MOVE wn-wb-debt-id TO wn-nl-debt-id
           END-IF

           IF wn-nl-inv-id = ZERO AND wn-nl-debt-id = ZERO
               DISPLAY 'Ange en faktura eller s�k en g�lden�r'
                   ' f�rst.'
           ELSE
               PERFORM Y0350-note-log
           END-IF
           .

      **********************************************************
      *    Candidate search: the debtor's open invoices with their
      *    item totals and what has already been paid - or a direct
      *    hit on an invoice number.
       P0175-search-candidates.

           DISPLAY 'G�lden�rsnr (blankt = s�k p� fakturanr): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           IF wc-edit-buffer NOT = SPACE
               COMPUTE wn-wb-debt-id =
                   FUNCTION NUMVAL(wc-edit-buffer)

               EXEC SQL
                   DECLARE CURS-WB-CAND CURSOR FOR
                   SELECT INV_ID, INVNO, DUEDATE
                   FROM TUTORIAL.INVOICE
                   WHERE DEBT_ID = :wn-wb-debt-id
                     AND INVSTATE IN (0, 1, 2)
                   ORDER BY DUEDATE
               END-EXEC

               EXEC SQL
                   OPEN CURS-WB-CAND
               END-EXEC

               EXEC SQL
                   FETCH CURS-WB-CAND
                       INTO :INVOICE-INV-ID, :INVOICE-INVNO,
                            :INVOICE-DUEDATE
               END-EXEC

               PERFORM UNTIL SQLCODE NOT = ZERO
                   PERFORM P0179-show-candidate-balance
                   EXEC SQL
                       FETCH CURS-WB-CAND
                           INTO :INVOICE-INV-ID, :INVOICE-INVNO,
                                :INVOICE-DUEDATE
                   END-EXEC
               END-PERFORM

               EXEC SQL
                   CLOSE CURS-WB-CAND
               END-EXEC
           ELSE
               DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer TO INVOICE-INVNO-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO INVOICE-INVNO-LEN

               EXEC SQL
                   SELECT INV_ID, INVNO, DUEDATE
                       INTO :INVOICE-INV-ID, :INVOICE-INVNO,
                            :INVOICE-DUEDATE
                       FROM INVOICE
                       WHERE INVNO = :INVOICE-INVNO
               END-EXEC

               IF SQLCODE = ZERO
                   PERFORM P0179-show-candidate-balance
               ELSE
                   DISPLAY 'Ingen s�dan faktura.'
               END-IF
           END-IF
           .

      **********************************************************
       P0179-show-candidate-balance.

           MOVE ZERO TO wn-wb-open-sum
           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE
                          + I.QTY * I.PRICE * I.VAT / 100), 0)
                   INTO :wn-wb-open-sum
                   FROM TUTORIAL.ITEM I, TUTORIAL.INVITEM VI
                   WHERE VI.INV_ID = :INVOICE-INV-ID
                     AND I.ITEM_ID = VI.ITEM_ID
           END-EXEC

           MOVE ZERO TO wn-wb-paid-sum
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
                   INTO :wn-wb-paid-sum
                   FROM PAYMENT
                   WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC

           COMPUTE wn-wb-open-sum = wn-wb-open-sum - wn-wb-paid-sum
           DISPLAY INVOICE-INV-ID '|'
               INVOICE-INVNO-TEXT(1:16) '|'
               INVOICE-DUEDATE '|�ppet: ' wn-wb-open-sum
           .

      **********************************************************
       P0176-apply-to-invoice.

           DISPLAY 'Faktura (INV_ID): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           COMPUTE wn-wb-inv-id = FUNCTION NUMVAL(wc-edit-buffer)

           DISPLAY 'Belopp (blankt = hela resten): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF FUNCTION TRIM(wc-edit-buffer) = SPACE
               MOVE wn-wb-remaining TO wn-wb-amount
           ELSE
               COMPUTE wn-wb-amount =
                   FUNCTION NUMVAL(wc-edit-buffer)
           END-IF

           IF wn-wb-amount > wn-wb-remaining
               DISPLAY 'Beloppet �verstiger resten.'
           ELSE
               MOVE wn-wb-inv-id TO INVOICE-INV-ID
               EXEC SQL
                   SELECT INVSTATE
                       INTO :INVOICE-INVSTATE
                       FROM INVOICE
                       WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Ingen s�dan faktura.'
               ELSE
                   PERFORM P0167-book-workbench-payment
                   SUBTRACT wn-wb-amount FROM wn-wb-remaining
               END-IF
           END-IF
           .

      **********************************************************
       P0167-book-workbench-payment.

           MOVE 'PAYMENT' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO PAYMENT-PAYMENT-ID

           MOVE wn-wb-inv-id TO PAYMENT-INV-ID
           MOVE wn-wb-amount TO PAYMENT-AMOUNT
           MOVE wc-wb-paydate TO PAYMENT-PAYDATE
      *    booked under the channel the money came in by, so the
      *    channel report sees it there; the MANMATCH audit row
      *    below tells it that the workbench matched it
           MOVE 2 TO PAYMENT-METHOD-LEN
           EVALUATE wc-wb-exc-src (wn-wb-pick)
               WHEN 'B'
                   MOVE 'BG' TO PAYMENT-METHOD-TEXT
               WHEN 'A'
                   MOVE 'AG' TO PAYMENT-METHOD-TEXT
               WHEN 'C'
                   MOVE 'CA' TO PAYMENT-METHOD-TEXT
               WHEN 'S'
                   MOVE 'SW' TO PAYMENT-METHOD-TEXT
               WHEN OTHER
                   MOVE 3 TO PAYMENT-METHOD-LEN
                   MOVE 'MAN' TO PAYMENT-METHOD-TEXT
           END-EVALUATE

           EXEC SQL
               INSERT INTO PAYMENT
               VALUES ( (:PAYMENT-PAYMENT-ID+1),
                         :PAYMENT-INV-ID,
                         :PAYMENT-AMOUNT,
                         :PAYMENT-PAYDATE,
                         :PAYMENT-METHOD)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in PAYMENT table �r felt'
           ELSE
      *        settle when the payments now cover the item total -
      *        the same netting every payment import applies
               MOVE ZERO TO wn-wb-open-sum
               EXEC SQL
                   SELECT COALESCE(SUM(I.QTY * I.PRICE
                              + I.QTY * I.PRICE * I.VAT / 100), 0)
                       INTO :wn-wb-open-sum
                       FROM TUTORIAL.ITEM I, TUTORIAL.INVITEM VI
                       WHERE VI.INV_ID = :wn-wb-inv-id
                         AND I.ITEM_ID = VI.ITEM_ID
               END-EXEC
               MOVE ZERO TO wn-wb-paid-sum
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                       INTO :wn-wb-paid-sum
                       FROM PAYMENT
                       WHERE INV_ID = :wn-wb-inv-id
               END-EXEC
               IF wn-wb-paid-sum NOT < wn-wb-open-sum
                   EXEC SQL
                       UPDATE INVOICE
                           SET INVSTATE = 3
                           WHERE INV_ID = :wn-wb-inv-id
                   END-EXEC

                   MOVE wn-wb-inv-id TO wn-hist-inv-id
                   MOVE INVOICE-INVSTATE TO wn-hist-old
                   MOVE 3 TO wn-hist-new
                   PERFORM Y0330-log-invoice-state
               END-IF

               MOVE 'PAYMENT' TO wc-audit-table
               MOVE wn-wb-inv-id TO wn-audit-rowkey
               MOVE 'MATCHNING' TO wc-audit-field
               MOVE wc-wb-ref TO wc-audit-old
               MOVE SPACE TO wc-audit-new
               MOVE wn-wb-amount TO wc-audit-amount-ed
               MOVE wc-audit-amount-ed TO wc-audit-new
               PERFORM Y0300-write-audit

               MOVE 'PAYMENT' TO wc-audit-table
               COMPUTE wn-audit-rowkey = PAYMENT-PAYMENT-ID + 1
               MOVE 'MANMATCH' TO wc-audit-field
               MOVE PAYMENT-METHOD-TEXT(1:3) TO wc-audit-old
               MOVE wc-wb-ref TO wc-audit-new
               PERFORM Y0300-write-audit

               DISPLAY 'Betalning bokf�rd p� faktura '
                   wn-wb-inv-id '.'
           END-IF
           .

      **********************************************************
       P0177-push-to-suspense.

           DISPLAY 'G�lden�r (DEBT_ID) f�r tillgodot: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           COMPUTE wn-wb-debt-id = FUNCTION NUMVAL(wc-edit-buffer)

           MOVE 'SUSPENSE' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO SUSPENSE-SUSP-ID
           ADD 1 TO SUSPENSE-SUSP-ID

           MOVE wn-wb-debt-id TO SUSPENSE-DEBT-ID
           MOVE wn-wb-remaining TO SUSPENSE-AMOUNT
           MOVE wc-wb-paydate TO SUSPENSE-RECDATE
           MOVE ZERO TO SUSPENSE-STATE
           MOVE 'OMATCHAD INBETALNING' TO SUSPENSE-NOTE-TEXT
           MOVE 20 TO SUSPENSE-NOTE-LEN

           EXEC SQL
               INSERT INTO SUSPENSE
               VALUES ( :SUSPENSE-SUSP-ID,
                         :SUSPENSE-DEBT-ID,
                         :SUSPENSE-AMOUNT,
                         :SUSPENSE-RECDATE,
                         :SUSPENSE-STATE,
                         :SUSPENSE-NOTE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in SUSPENSE table �r felt'
           ELSE
               MOVE 'SUSPENSE' TO wc-audit-table
               MOVE SUSPENSE-SUSP-ID TO wn-audit-rowkey
               MOVE 'MATCHNING' TO wc-audit-field
               MOVE wc-wb-ref TO wc-audit-old
               MOVE SPACE TO wc-audit-new
               MOVE wn-wb-remaining TO wc-audit-amount-ed
               MOVE wc-audit-amount-ed TO wc-audit-new
               PERFORM Y0300-write-audit

               DISPLAY 'Resten ligger som tillgodo nr '
                   SUSPENSE-SUSP-ID '.'
               MOVE ZERO TO wn-wb-remaining
           END-IF
           .

      **********************************************************
      *    A fully placed exception row is taken out of its source
      *    file by rewriting that file without the row - the same
      *    rewrite pattern X0210-repair-rejected-records uses on
      *    feldata.txt. Rows loaded from the other files are left
      *    alone.
       P0178-remove-exception-row.

           MOVE wc-wb-exc-src (wn-wb-pick) TO wc-wb-pick-src
           PERFORM VARYING wn-wb-src-idx FROM 1 BY 1
               UNTIL wn-wb-src-idx > 4
               IF wc-wb-src-tag (wn-wb-src-idx) = wc-wb-pick-src
                   MOVE wc-wb-src-path (wn-wb-src-idx)
                       TO wc-wb-exc-path
               END-IF
           END-PERFORM

           OPEN OUTPUT BGEXCDATA
           PERFORM VARYING wn-wb-idx FROM 1 BY 1
               UNTIL wn-wb-idx > wn-wb-exc-count
               IF wn-wb-idx NOT = wn-wb-pick AND
                  wc-wb-exc-src (wn-wb-idx) = wc-wb-pick-src
                   MOVE wc-wb-exc-reason (wn-wb-idx) TO BGEXC-REASON
                   MOVE wc-wb-exc-row (wn-wb-idx) TO BGEXC-ROW
                   WRITE BGEXC-POST
               END-IF
           END-PERFORM
           CLOSE BGEXCDATA
           .

      **********************************************************
       P0140-suspense-register.

      *    open suspense money per debtor: apply it against another
      *    of the same debtor's open invoices (a PAYMENT row, method
      *    TILLGODO) or refund it - a payout record for the bank run
      *    in data/refund.txt
           DISPLAY HEADLINE
           DISPLAY 'TILLGODOHAVANDEN (0=�ppen, 1=nyttjad)'
           DISPLAY HEADLINE
           DISPLAY 'Nr       |G�lden�r |Datum     |Belopp|Notering'

           EXEC SQL
               DECLARE CURS-SUSPENSE CURSOR FOR
               SELECT SUSP_ID, DEBT_ID, AMOUNT, RECDATE, STATE, NOTE
               FROM TUTORIAL.SUSPENSE
               ORDER BY SUSP_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-SUSPENSE
           END-EXEC

           EXEC SQL
               FETCH CURS-SUSPENSE
                   INTO :SUSPENSE-SUSP-ID, :SUSPENSE-DEBT-ID,
                        :SUSPENSE-AMOUNT, :SUSPENSE-RECDATE,
                        :SUSPENSE-STATE, :SUSPENSE-NOTE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY SUSPENSE-SUSP-ID '|' SUSPENSE-DEBT-ID '|'
                       SUSPENSE-RECDATE '|' SUSPENSE-AMOUNT '|'
                       SUSPENSE-STATE '|' SUSPENSE-NOTE-TEXT(1:30)

               EXEC SQL
                   FETCH CURS-SUSPENSE
                       INTO :SUSPENSE-SUSP-ID, :SUSPENSE-DEBT-ID,
                            :SUSPENSE-AMOUNT, :SUSPENSE-RECDATE,
                            :SUSPENSE-STATE, :SUSPENSE-NOTE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-SUSPENSE
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'A=anv�nd mot faktura, R=�terbetala, '
               'blankt=avbryt: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           EVALUATE wc-edit-buffer(1:1)
               WHEN 'A'
               WHEN 'a'
                   PERFORM P0144-apply-suspense
               WHEN 'R'
               WHEN 'r'
                   PERFORM P0146-refund-suspense
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       P0144-apply-suspense.

           DISPLAY 'Tillgodonr (SUSP_ID): ' WITH NO ADVANCING
           MOVE ZERO TO wc-suspid-in
           ACCEPT wc-suspid-in
           MOVE wc-suspid-in TO SUSPENSE-SUSP-ID

           EXEC SQL
               SELECT DEBT_ID, AMOUNT, STATE
                   INTO :SUSPENSE-DEBT-ID, :SUSPENSE-AMOUNT,
                        :SUSPENSE-STATE
                   FROM SUSPENSE
                   WHERE SUSP_ID = :SUSPENSE-SUSP-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Tillgodohavandet hittades inte.'
           ELSE
               IF NOT SUSPENSE-STATE-OPEN
                   DISPLAY 'Tillgodohavandet �r redan nyttjat.'
               ELSE
                   DISPLAY 'Fakturanummer (INVNO) att t�cka: '
                       WITH NO ADVANCING
                   MOVE SPACE TO wc-pay-invno
                   ACCEPT wc-pay-invno

      *            only another invoice belonging to the same
      *            debtor may be covered by the money
                   EXEC SQL
                       SELECT INV_ID
                           INTO :wn-susp-target-inv-id
                           FROM INVOICE
                           WHERE INVNO = :wc-pay-invno
                             AND DEBT_ID = :SUSPENSE-DEBT-ID
                             AND INVSTATE IN (0, 1, 2)
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY 'Ingen s�dan �ppen faktura hos '
                           'g�lden�ren.'
                   ELSE
      *                only the target's open balance may be taken
      *                from the suspense money - applying 500 kr to
      *                a 300 kr invoice must leave 200 kr standing
      *                in the register, not vanish into a "paid"
      *                invoice
                       MOVE wn-susp-target-inv-id TO INVOICE-INV-ID
                       PERFORM E0166-get-open-balance
                       COMPUTE wn-susp-applied =
                           wn-susp-inv-total - wn-susp-paid-total

                       IF wn-susp-applied <= ZERO
                           DISPLAY 'Fakturan har inget �ppet saldo.'
                       ELSE
                           IF wn-susp-applied > SUSPENSE-AMOUNT
                               MOVE SUSPENSE-AMOUNT
                                   TO wn-susp-applied
                           END-IF
                           PERFORM P0145-apply-capped-amount
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       E0166-get-open-balance.

      *    the invoice's item total and payment sum, the pair every
      *    balance decision reads - INVOICE-INV-ID names the invoice
           MOVE ZERO TO wn-susp-inv-total
           EXEC SQL
               SELECT SUM(ITEM.QTY * ITEM.PRICE
                          + ITEM.QTY * ITEM.PRICE * ITEM.VAT / 100)
                   INTO :wn-susp-inv-total
                   FROM ITEM, INVITEM
                   WHERE INVITEM.INV_ID = :INVOICE-INV-ID
                     AND ITEM.ITEM_ID = INVITEM.ITEM_ID
           END-EXEC

           MOVE ZERO TO wn-susp-paid-total
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
                   INTO :wn-susp-paid-total
                   FROM PAYMENT
                   WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC
           .

      **********************************************************
       P0145-apply-capped-amount.

           MOVE 'PAYMENT' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO PAYMENT-PAYMENT-ID
           ADD 1 TO PAYMENT-PAYMENT-ID

           MOVE wn-susp-target-inv-id TO PAYMENT-INV-ID
           MOVE wn-susp-applied TO PAYMENT-AMOUNT
           MOVE FUNCTION CURRENT-DATE(1:4) TO PAYMENT-PAYDATE(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO PAYMENT-PAYDATE(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO PAYMENT-PAYDATE(9:2)
           MOVE '-' TO PAYMENT-PAYDATE(5:1) PAYMENT-PAYDATE(8:1)
           MOVE 8 TO PAYMENT-METHOD-LEN
           MOVE 'TILLGODO' TO PAYMENT-METHOD-TEXT

           EXEC SQL
               INSERT INTO PAYMENT
               VALUES ( :PAYMENT-PAYMENT-ID,
                         :PAYMENT-INV-ID,
                         :PAYMENT-AMOUNT,
                         :PAYMENT-PAYDATE,
                         :PAYMENT-METHOD)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in PAYMENT'
                   ' table �r felt'
           ELSE
               IF wn-susp-applied < SUSPENSE-AMOUNT
      *            the remainder stays open in the register
                   COMPUTE SUSPENSE-AMOUNT =
                       SUSPENSE-AMOUNT - wn-susp-applied
                   EXEC SQL
                       UPDATE SUSPENSE
                       SET AMOUNT = :SUSPENSE-AMOUNT
                       WHERE SUSP_ID = :SUSPENSE-SUSP-ID
                   END-EXEC
                   DISPLAY 'Delvis nyttjat; kvar i avvaktan: '
                       SUSPENSE-AMOUNT
               ELSE
                   EXEC SQL
                       UPDATE SUSPENSE
                       SET STATE = 1
                       WHERE SUSP_ID = :SUSPENSE-SUSP-ID
                   END-EXEC
               END-IF

      *        settle the covered invoice if the money reaches its
      *        full amount
               MOVE wn-susp-target-inv-id TO INVOICE-INV-ID
               PERFORM E0167-settle-if-covered

               DISPLAY 'Tillgodohavandet �r nyttjat mot '
                   FUNCTION TRIM(wc-pay-invno)
           END-IF
           .

      **********************************************************
       E0167-settle-if-covered.

      *    mark the invoice paid once the sum of its PAYMENT rows
      *    reaches its item total - with the state it left behind
      *    on the timeline
           PERFORM E0166-get-open-balance

           IF wn-susp-paid-total NOT < wn-susp-inv-total
               EXEC SQL
                   SELECT INVSTATE
                       INTO :wn-hist-old
                       FROM INVOICE
                       WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO wn-hist-old
               END-IF

               EXEC SQL
                   UPDATE INVOICE
                   SET INVSTATE = 3
                   WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC

               MOVE INVOICE-INV-ID TO wn-hist-inv-id
               MOVE 3 TO wn-hist-new
               PERFORM Y0330-log-invoice-state
           END-IF
           .

      **********************************************************
       P0146-refund-suspense.

           DISPLAY 'Tillgodonr (SUSP_ID): ' WITH NO ADVANCING
           MOVE ZERO TO wc-suspid-in
           ACCEPT wc-suspid-in
           MOVE wc-suspid-in TO SUSPENSE-SUSP-ID

           EXEC SQL
               SELECT DEBT_ID, AMOUNT, STATE
                   INTO :SUSPENSE-DEBT-ID, :SUSPENSE-AMOUNT,
                        :SUSPENSE-STATE
                   FROM SUSPENSE
                   WHERE SUSP_ID = :SUSPENSE-SUSP-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Tillgodohavandet hittades inte.'
           ELSE
               IF NOT SUSPENSE-STATE-OPEN
                   DISPLAY 'Tillgodohavandet �r redan nyttjat.'
               ELSE
                   MOVE SPACE TO DEBTOR-NAME-TEXT
                   EXEC SQL
                       SELECT NAME
                           INTO :DEBTOR-NAME
                           FROM DEBTOR
                           WHERE DEBT_ID = :SUSPENSE-DEBT-ID
                   END-EXEC

      *            four-eyes gate: money on its way out above the
      *            configured limit waits for a second operator's
      *            approval (menyval 66)
                   PERFORM Y0294-get-dual-limit
                   MOVE 'Y' TO wc-da-cleared-flag
                   IF wn-dual-limit > ZERO AND
                      SUSPENSE-AMOUNT > wn-dual-limit
                       MOVE 'REFUND' TO wc-da-action
                       MOVE SUSPENSE-SUSP-ID TO wn-da-refkey
                       MOVE SUSPENSE-AMOUNT TO wn-da-amount
                       PERFORM Y0290-check-dual-approval
                   END-IF

                   IF wc-da-cleared-flag = 'Y'

      *            the payout goes out in the bank's own LB format
      *            instead of the old re-keyed data/refund.txt, with
      *            a REFORDER register row - and the suspense only
      *            becomes REFUNDED when the bank's return file
      *            confirms the payout (menyval 87)
                   MOVE 'REFORDER' TO IDGEN-TABLENAME-TEXT
                   PERFORM Y0200-get-next-id
                   MOVE wn-next-id TO REFORDER-REF-ID
                   ADD 1 TO REFORDER-REF-ID

                   MOVE SUSPENSE-SUSP-ID TO REFORDER-SUSP-ID
                   MOVE SUSPENSE-DEBT-ID TO REFORDER-DEBT-ID
                   MOVE SUSPENSE-AMOUNT TO REFORDER-AMOUNT
                   MOVE FUNCTION CURRENT-DATE(1:10)
                       TO REFORDER-SENTDATE
                   MOVE ZERO TO REFORDER-STATE

                   EXEC SQL
                       INSERT INTO REFORDER
                       VALUES ( :REFORDER-REF-ID,
                                 :REFORDER-SUSP-ID,
                                 :REFORDER-DEBT-ID,
                                 :REFORDER-AMOUNT,
                                 :REFORDER-SENTDATE,
                                 :REFORDER-STATE)
                   END-EXEC

                   OPEN EXTEND LBDATA
                   MOVE '14' TO LB-TK
                   MOVE SPACE TO LB-REFERENS
                   MOVE REFORDER-REF-ID TO wn-lb-refid-ed
                   MOVE wn-lb-refid-ed TO LB-REFERENS(1:10)
                   COMPUTE LB-BELOPP = SUSPENSE-AMOUNT * 100
                   MOVE FUNCTION CURRENT-DATE(1:8) TO LB-BETDATUM
                   MOVE SPACE TO LB-NAMN
                   WRITE LB-POST

                   MOVE '40' TO LB-TK
                   MOVE SPACE TO LB-REFERENS
                   MOVE wn-lb-refid-ed TO LB-REFERENS(1:10)
                   MOVE ZERO TO LB-BELOPP
                   MOVE SPACE TO LB-BETDATUM
                   MOVE DEBTOR-NAME-TEXT(1:33) TO LB-NAMN
                   WRITE LB-POST
                   CLOSE LBDATA

                   EXEC SQL
                       UPDATE SUSPENSE
                       SET STATE = 3
                       WHERE SUSP_ID = :SUSPENSE-SUSP-ID
                   END-EXEC

                   DISPLAY 'Utbetalningsorder ' REFORDER-REF-ID
                       ' lagd i data/lbout.txt.'
                   DISPLAY 'Tillgodot markeras REFUNDED f�rst n�r'
                       ' bankens returfil bekr�ftar.'
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
      *    Reads the bank's LB return file (data/lbreturn.txt): one
      *    row per refund order, status 0 = paid out. A confirmed
      *    order flips its REFORDER row and the SUSPENSE behind it
      *    to REFUNDED; a rejected one reopens the suspense so the
      *    money is never silently lost between us and the bank.
       P0180-import-refund-confirmations.

           MOVE ZERO TO wn-lbret-ok-count wn-lbret-rej-count
           MOVE 'N' TO wc-lbret-eof-flag

           OPEN INPUT LBRETDATA
           IF NOT is-lbretfil-ok
               DISPLAY 'Ingen returfil (data/lbreturn.txt).'
           ELSE
               READ LBRETDATA
                   AT END MOVE 'Y' TO wc-lbret-eof-flag
               END-READ
               PERFORM P0182-confirm-one-refund
                   UNTIL wc-lbret-eof-flag = 'Y'
               CLOSE LBRETDATA

               DISPLAY 'Bekr�ftade utbetalningar: ' wn-lbret-ok-count
               DISPLAY 'Avvisade utbetalningar:   ' wn-lbret-rej-count
           END-IF
           .

      **********************************************************
       P0182-confirm-one-refund.

           MOVE SPACE TO wc-lbret-refid wc-lbret-status
                         wc-lbret-date
           UNSTRING LBRET-POST DELIMITED BY ';'
               INTO wc-lbret-refid wc-lbret-status wc-lbret-date
           END-UNSTRING

           IF FUNCTION TRIM(wc-lbret-refid) = SPACE
               CONTINUE
           ELSE
      *        a redovisning payout carries an S reference
               IF wc-lbret-refid(1:1) = 'S'
                   PERFORM P0184-confirm-one-settlement
               ELSE
                   COMPUTE REFORDER-REF-ID =
                       FUNCTION NUMVAL(wc-lbret-refid)

                   EXEC SQL
                       SELECT SUSP_ID, STATE
                           INTO :REFORDER-SUSP-ID, :REFORDER-STATE
                           FROM REFORDER
                           WHERE REF_ID = :REFORDER-REF-ID
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY 'Ok�nd utbetalningsorder i returfil: '
                           FUNCTION TRIM(wc-lbret-refid)
                   ELSE
                       IF FUNCTION TRIM(wc-lbret-status) = '0'
                           ADD 1 TO wn-lbret-ok-count
                           EXEC SQL
                               UPDATE REFORDER
                               SET STATE = 1
                               WHERE REF_ID = :REFORDER-REF-ID
                           END-EXEC
                           EXEC SQL
                               UPDATE SUSPENSE
                               SET STATE = 2
                               WHERE SUSP_ID = :REFORDER-SUSP-ID
                           END-EXEC
                       ELSE
                           ADD 1 TO wn-lbret-rej-count
                           EXEC SQL
                               UPDATE REFORDER
                               SET STATE = 2
                               WHERE REF_ID = :REFORDER-REF-ID
                           END-EXEC
      *                    the money never left after all - back to the
      *                    open suspense so it is applied or re-ordered
                           EXEC SQL
                               UPDATE SUSPENSE
                               SET STATE = 0
                               WHERE SUSP_ID = :REFORDER-SUSP-ID
                           END-EXEC
                           DISPLAY 'Utbetalning avvisad av banken,'
                               ' tillgodot �ter�ppnat: '
                               FUNCTION TRIM(wc-lbret-refid)
                       END-IF
                   END-IF
               END-IF
           END-IF

           READ LBRETDATA
               AT END MOVE 'Y' TO wc-lbret-eof-flag
           END-READ
           .

      **********************************************************
      *    the bank's verdict on a redovisning payout: confirmed,
      *    or rejected - then the settlement stays on record and its
      *    payout is sent again by the next settlement run (P0229)
       P0184-confirm-one-settlement.

           MOVE ZERO TO SETTLE-SETL-ID
           IF wc-lbret-refid(2:9) NUMERIC
               COMPUTE SETTLE-SETL-ID =
                   FUNCTION NUMVAL(wc-lbret-refid(2:9))
           END-IF

           EXEC SQL
               SELECT STATE
                   INTO :SETTLE-STATE
                   FROM SETTLE
                   WHERE SETL_ID = :SETTLE-SETL-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ok�nd redovisning i returfil: '
                   FUNCTION TRIM(wc-lbret-refid)
           ELSE
               IF FUNCTION TRIM(wc-lbret-status) = '0'
                   ADD 1 TO wn-lbret-ok-count
                   EXEC SQL
                       UPDATE SETTLE
                       SET STATE = 1
                       WHERE SETL_ID = :SETTLE-SETL-ID
                   END-EXEC
               ELSE
                   ADD 1 TO wn-lbret-rej-count
                   EXEC SQL
                       UPDATE SETTLE
                       SET STATE = 2
                       WHERE SETL_ID = :SETTLE-SETL-ID
                   END-EXEC
                   DISPLAY 'Redovisning avvisad av banken, skickas'
                       ' om vid n�sta redovisning: '
                       FUNCTION TRIM(wc-lbret-refid)
               END-IF
           END-IF
           .

      **********************************************************
      *    Imports the inkasso partner's case-status file
      *    (data/inkret.txt): money the bureau collected books as
      *    PAYMENT rows (method INK) and settles the invoice, a
      *    case closed uncollectible or contested updates the case
      *    register, and accrued bureau fees accumulate on the case.
      *    The screen ends with the cases that have been silent for
      *    more than 60 days - the ones we used to chase by phone.
       P0190-import-inkasso-returns.

           MOVE ZERO TO wn-inkret-count wn-inkret-miss-count
           MOVE 'N' TO wc-inkret-eof-flag

           OPEN INPUT INKRETDATA
           IF NOT is-inkretfil-ok
               DISPLAY 'Ingen �rendefil (data/inkret.txt).'
           ELSE
               READ INKRETDATA
                   AT END MOVE 'Y' TO wc-inkret-eof-flag
               END-READ
               PERFORM P0192-import-one-case-row
                   UNTIL wc-inkret-eof-flag = 'Y'
               CLOSE INKRETDATA

               DISPLAY '�renderader behandlade:  ' wn-inkret-count
               DISPLAY 'Utan matchande �rende:   '
                   wn-inkret-miss-count
           END-IF

           PERFORM P0196-report-silent-cases
           .

      **********************************************************
       P0192-import-one-case-row.

           ADD 1 TO wn-inkret-count
           MOVE SPACE TO wc-inkret-invno wc-inkret-kod
                         wc-inkret-belopp wc-inkret-datum
           UNSTRING INKRET-POST DELIMITED BY ';'
               INTO wc-inkret-invno wc-inkret-kod
                    wc-inkret-belopp wc-inkret-datum
           END-UNSTRING

           MOVE FUNCTION TRIM(wc-inkret-invno) TO INVOICE-INVNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-inkret-invno))
               TO INVOICE-INVNO-LEN

           EXEC SQL
               SELECT V.INV_ID
                   INTO :INVOICE-INV-ID
                   FROM TUTORIAL.INVOICE V, TUTORIAL.INKCASE K
                   WHERE V.INVNO = :INVOICE-INVNO
                     AND K.INV_ID = V.INV_ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO wn-inkret-miss-count
               DISPLAY 'Raden matchar inget inkasso�rende: '
                   FUNCTION TRIM(wc-inkret-invno)
           ELSE
               IF FUNCTION TRIM(wc-inkret-datum) = SPACE
                   MOVE FUNCTION CURRENT-DATE(1:10)
                       TO wc-inkret-datum
               END-IF
               COMPUTE wn-inkret-amount =
                   FUNCTION NUMVAL(wc-inkret-belopp)

               EVALUATE FUNCTION TRIM(wc-inkret-kod)
                   WHEN 'BET'
                       PERFORM P0194-book-bureau-payment
                       EXEC SQL
                           UPDATE INKCASE
                           SET STATE = 1,
                               LASTUPDATE = :wc-inkret-datum
                           WHERE INV_ID = :INVOICE-INV-ID
                       END-EXEC
                   WHEN 'AVS'
                       EXEC SQL
                           UPDATE INKCASE
                           SET STATE = 2,
                               LASTUPDATE = :wc-inkret-datum
                           WHERE INV_ID = :INVOICE-INV-ID
                       END-EXEC
                       DISPLAY '�rende avskrivet hos byr�n: '
                           FUNCTION TRIM(wc-inkret-invno)
                   WHEN 'TVI'
                       EXEC SQL
                           UPDATE INKCASE
                           SET STATE = 3,
                               LASTUPDATE = :wc-inkret-datum
                           WHERE INV_ID = :INVOICE-INV-ID
                       END-EXEC
                       DISPLAY '�rende bestridet: '
                           FUNCTION TRIM(wc-inkret-invno)
                   WHEN 'AVG'
                       EXEC SQL
                           UPDATE INKCASE
                           SET FEES = FEES + :wn-inkret-amount,
                               LASTUPDATE = :wc-inkret-datum
                           WHERE INV_ID = :INVOICE-INV-ID
                       END-EXEC
                   WHEN OTHER
                       ADD 1 TO wn-inkret-miss-count
                       DISPLAY 'Ok�nd �rendekod: ' wc-inkret-kod
               END-EVALUATE
           END-IF

           READ INKRETDATA
               AT END MOVE 'Y' TO wc-inkret-eof-flag
           END-READ
           .

      **********************************************************
      *    Money the bureau collected lands as an ordinary PAYMENT
      *    row, and the invoice settles under the same covered rule
      *    every payment import applies.
       P0194-book-bureau-payment.

           MOVE 'PAYMENT' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO PAYMENT-PAYMENT-ID

           MOVE INVOICE-INV-ID TO PAYMENT-INV-ID
           MOVE wn-inkret-amount TO PAYMENT-AMOUNT
           MOVE wc-inkret-datum TO PAYMENT-PAYDATE

           MOVE PAYMENT-PAYDATE TO wc-guard-date
           PERFORM Y0260-guard-closed-period
           MOVE wc-guard-date TO PAYMENT-PAYDATE

           MOVE 3 TO PAYMENT-METHOD-LEN
           MOVE 'INK' TO PAYMENT-METHOD-TEXT

           EXEC SQL
               INSERT INTO PAYMENT
               VALUES ( (:PAYMENT-PAYMENT-ID+1),
                         :PAYMENT-INV-ID,
                         :PAYMENT-AMOUNT,
                         :PAYMENT-PAYDATE,
                         :PAYMENT-METHOD)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in PAYMENT table �r felt'
           ELSE
               MOVE ZERO TO wn-ink-open-sum
               EXEC SQL
                   SELECT COALESCE(SUM(I.QTY * I.PRICE
                              + I.QTY * I.PRICE * I.VAT / 100), 0)
                       INTO :wn-ink-open-sum
                       FROM TUTORIAL.ITEM I, TUTORIAL.INVITEM VI
                       WHERE VI.INV_ID = :INVOICE-INV-ID
                         AND I.ITEM_ID = VI.ITEM_ID
               END-EXEC
               MOVE ZERO TO wn-ink-paid-sum
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                       INTO :wn-ink-paid-sum
                       FROM PAYMENT
                       WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC
               IF wn-ink-paid-sum NOT < wn-ink-open-sum
                   EXEC SQL
                       SELECT INVSTATE
                           INTO :wn-hist-old
                           FROM INVOICE
                           WHERE INV_ID = :INVOICE-INV-ID
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       MOVE ZERO TO wn-hist-old
                   END-IF

                   EXEC SQL
                       UPDATE INVOICE
                           SET INVSTATE = 3
                           WHERE INV_ID = :INVOICE-INV-ID
                   END-EXEC

                   MOVE INVOICE-INV-ID TO wn-hist-inv-id
                   MOVE 3 TO wn-hist-new
                   PERFORM Y0330-log-invoice-state
               END-IF
               DISPLAY 'Byr�inbetalning bokf�rd: '
                   FUNCTION TRIM(wc-inkret-invno)
                   ' ' wn-inkret-amount
           END-IF
           .

      **********************************************************
      *    Cases with no word from the bureau for 60 days - the
      *    silence we used to discover at bokslut.
       P0196-report-silent-cases.

           COMPUTE wn-inkret-cutoff-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 60
           MOVE FUNCTION DATE-OF-INTEGER(wn-inkret-cutoff-int)
               TO wn-inkret-cutoff-ymd
           MOVE wn-inkret-cutoff-ymd(1:4) TO wc-inkret-cutoff(1:4)
           MOVE wn-inkret-cutoff-ymd(5:2) TO wc-inkret-cutoff(6:2)
           MOVE wn-inkret-cutoff-ymd(7:2) TO wc-inkret-cutoff(9:2)
           MOVE '-' TO wc-inkret-cutoff(5:1) wc-inkret-cutoff(8:1)

           DISPLAY SPACE
           DISPLAY 'TYSTA �RENDEN (ingen uppdatering 60 dagar):'

           MOVE ZERO TO wn-inkret-silent-count
           EXEC SQL
               DECLARE CURS-SILENT-CASES CURSOR FOR
               SELECT K.INV_ID, K.SENTDATE, K.LASTUPDATE, V.INVNO
               FROM TUTORIAL.INKCASE K, TUTORIAL.INVOICE V
               WHERE K.STATE = 0
                 AND K.LASTUPDATE < :wc-inkret-cutoff
                 AND V.INV_ID = K.INV_ID
               ORDER BY K.LASTUPDATE
           END-EXEC

           EXEC SQL
               OPEN CURS-SILENT-CASES
           END-EXEC

           EXEC SQL
               FETCH CURS-SILENT-CASES
                   INTO :INKCASE-INV-ID, :INKCASE-SENTDATE,
                        :INKCASE-LASTUPDATE, :INVOICE-INVNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-inkret-silent-count
               DISPLAY INVOICE-INVNO-TEXT(1:16) '|skickat '
                   INKCASE-SENTDATE '|senast '
                   INKCASE-LASTUPDATE
               EXEC SQL
                   FETCH CURS-SILENT-CASES
                       INTO :INKCASE-INV-ID, :INKCASE-SENTDATE,
                            :INKCASE-LASTUPDATE, :INVOICE-INVNO
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-SILENT-CASES
           END-EXEC

           IF wn-inkret-silent-count = ZERO
               DISPLAY '(inga)'
           END-IF
           .

      **********************************************************
      *    Dispute register: while an invoice stands contested here
      *    the dunning run skips it and the interest run bills no
      *    dr�jsm�lsr�nta on it. A dispute closes into payment
      *    terms (V), a credit note issued through menu 24 (K), or
      *    resumed collection (A) - and the timeline of contacts
      *    lives on the dispute row.
       P0200-maintain-disputes.

           DISPLAY HEADLINE
           DISPLAY '�PPNA TVISTER'
           DISPLAY HEADLINE
           DISPLAY 'Tvistnr |Faktura  |�ppnad    |Orsak'

           EXEC SQL
               DECLARE CURS-DISPUTES CURSOR FOR
               SELECT D.DISP_ID, D.OPENDATE, D.REASON, V.INVNO
               FROM TUTORIAL.DISPUTE D, TUTORIAL.INVOICE V
               WHERE D.STATE = 0
                 AND V.INV_ID = D.INV_ID
               ORDER BY D.DISP_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-DISPUTES
           END-EXEC

           EXEC SQL
               FETCH CURS-DISPUTES
                   INTO :DISPUTE-DISP-ID, :DISPUTE-OPENDATE,
                        :DISPUTE-REASON, :INVOICE-INVNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY DISPUTE-DISP-ID '|'
                   INVOICE-INVNO-TEXT(1:16) '|'
                   DISPUTE-OPENDATE '|'
                   DISPUTE-REASON-TEXT(1:30)
               EXEC SQL
                   FETCH CURS-DISPUTES
                       INTO :DISPUTE-DISP-ID, :DISPUTE-OPENDATE,
                            :DISPUTE-REASON, :INVOICE-INVNO
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-DISPUTES
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'N=ny tvist, K=kontaktnotering, S=st�ng tvist,'
               ' A=anteckningar, blankt=klart: ' WITH NO ADVANCING
           MOVE SPACE TO wc-disp-action
           ACCEPT wc-disp-action

           EVALUATE wc-disp-action
               WHEN 'N'
               WHEN 'n'
                   PERFORM P0202-open-dispute
               WHEN 'K'
               WHEN 'k'
                   PERFORM P0204-log-dispute-contact
               WHEN 'S'
               WHEN 's'
                   PERFORM P0206-close-dispute
               WHEN 'A'
               WHEN 'a'
                   PERFORM P0208-dispute-notes
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       P0202-open-dispute.

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-CUSTNO-LEN

           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO INVOICE-INVNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO INVOICE-INVNO-LEN

           EXEC SQL
               SELECT INV_ID
                   INTO :INVOICE-INV-ID
                   FROM INVOICE
                   WHERE CUSTNO = :CUSTOMER-CUSTNO
                     AND INVNO = :INVOICE-INVNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Fakturan hittades inte.'
           ELSE
               PERFORM P0203-register-dispute
           END-IF
           .

      **********************************************************
      *    a new dispute on the invoice in INVOICE-INV-ID (number in
      *    INVOICE-INVNO) - entered from P0202 and from the debtor
      *    inquiry (F0180)
       P0203-register-dispute.

           DISPLAY 'Orsak: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           MOVE 'DISPUTE' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO DISPUTE-DISP-ID
           ADD 1 TO DISPUTE-DISP-ID

           MOVE INVOICE-INV-ID TO DISPUTE-INV-ID
           MOVE FUNCTION CURRENT-DATE(1:10) TO DISPUTE-OPENDATE
           MOVE wc-edit-buffer(1:60) TO DISPUTE-REASON-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO DISPUTE-REASON-LEN
           MOVE SPACE TO DISPUTE-CONTACTLOG-TEXT
           MOVE ZERO TO DISPUTE-CONTACTLOG-LEN
           MOVE ZERO TO DISPUTE-STATE
           MOVE SPACE TO DISPUTE-CLOSEDATE
           MOVE SPACE TO DISPUTE-RESOLUTION

           EXEC SQL
               INSERT INTO DISPUTE
               VALUES ( :DISPUTE-DISP-ID,
                         :DISPUTE-INV-ID,
                         :DISPUTE-OPENDATE,
                         :DISPUTE-REASON,
                         :DISPUTE-CONTACTLOG,
                         :DISPUTE-STATE,
                         :DISPUTE-CLOSEDATE,
                         :DISPUTE-RESOLUTION)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in DISPUTE �r felt'
           ELSE
               MOVE 'DISPUTE' TO wc-audit-table
               MOVE DISPUTE-DISP-ID TO wn-audit-rowkey
               MOVE 'INSERT' TO wc-audit-field
               MOVE SPACE TO wc-audit-old
               MOVE INVOICE-INVNO-TEXT(1:60) TO wc-audit-new
               PERFORM Y0300-write-audit

               DISPLAY 'Tvist ' DISPUTE-DISP-ID ' �ppnad -'
                   ' krav och r�nta pausade.'
           END-IF
           .

      **********************************************************
       P0204-log-dispute-contact.

           DISPLAY 'Tvistnr: ' WITH NO ADVANCING
           MOVE ZERO TO wn-disp-id-in
           ACCEPT wn-disp-id-in
           MOVE wn-disp-id-in TO DISPUTE-DISP-ID

           EXEC SQL
               SELECT CONTACTLOG, STATE
                   INTO :DISPUTE-CONTACTLOG, :DISPUTE-STATE
                   FROM DISPUTE
                   WHERE DISP_ID = :DISPUTE-DISP-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen s�dan tvist.'
           ELSE
               DISPLAY 'Kontaktnotering: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer

               MOVE SPACE TO wc-bounce-note
               STRING FUNCTION TRIM(DISPUTE-CONTACTLOG-TEXT)
                          DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      FUNCTION CURRENT-DATE(1:10)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(wc-edit-buffer)
                          DELIMITED BY SIZE
                      INTO wc-bounce-note
               END-STRING
               MOVE wc-bounce-note TO DISPUTE-CONTACTLOG-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-bounce-note))
                   TO DISPUTE-CONTACTLOG-LEN

               EXEC SQL
                   UPDATE DISPUTE
                   SET CONTACTLOG = :DISPUTE-CONTACTLOG
                   WHERE DISP_ID = :DISPUTE-DISP-ID
               END-EXEC

               DISPLAY 'Noteringen sparad.'
           END-IF
           .

      **********************************************************
      *    the note log of the disputed invoice, its debtor and
      *    its customer
       P0208-dispute-notes.

           DISPLAY 'Tvistnr: ' WITH NO ADVANCING
           MOVE ZERO TO wn-disp-id-in
           ACCEPT wn-disp-id-in
           MOVE wn-disp-id-in TO DISPUTE-DISP-ID

           EXEC SQL
               SELECT INV_ID
                   INTO :DISPUTE-INV-ID
                   FROM DISPUTE
                   WHERE DISP_ID = :DISPUTE-DISP-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen s�dan tvist.'
           ELSE
               MOVE ZERO TO wn-nl-cust-id wn-nl-debt-id
               MOVE DISPUTE-INV-ID TO wn-nl-inv-id
               PERFORM Y0350-note-log
           END-IF
           .

      **********************************************************
       P0206-close-dispute.

           DISPLAY 'Tvistnr: ' WITH NO ADVANCING
           MOVE ZERO TO wn-disp-id-in
           ACCEPT wn-disp-id-in
           MOVE wn-disp-id-in TO DISPUTE-DISP-ID

           EXEC SQL
               SELECT INV_ID, STATE
                   INTO :DISPUTE-INV-ID, :DISPUTE-STATE
                   FROM DISPUTE
                   WHERE DISP_ID = :DISPUTE-DISP-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen s�dan tvist.'
           ELSE
            IF DISPUTE-CLOSED
               DISPLAY 'Tvisten �r redan st�ngd.'
            ELSE
               DISPLAY 'Utfall: V=betalningsvillkor,'
                   ' K=kreditnota, A=�teruppta indrivning: '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer

               EVALUATE wc-edit-buffer(1:1)
                   WHEN 'V'
                   WHEN 'v'
                       MOVE 'V' TO DISPUTE-RESOLUTION
                   WHEN 'K'
                   WHEN 'k'
                       MOVE 'K' TO DISPUTE-RESOLUTION
                       DISPLAY 'Utf�rda kreditnotan genom'
                           ' menyval 24.'
                   WHEN 'A'
                   WHEN 'a'
                       MOVE 'A' TO DISPUTE-RESOLUTION
                   WHEN OTHER
                       MOVE SPACE TO DISPUTE-RESOLUTION
               END-EVALUATE

               IF DISPUTE-RESOLUTION = SPACE
                   DISPLAY 'Ogiltigt utfall - tvisten st�r kvar.'
               ELSE
                   MOVE 1 TO DISPUTE-STATE
                   MOVE FUNCTION CURRENT-DATE(1:10)
                       TO DISPUTE-CLOSEDATE

                   EXEC SQL
                       UPDATE DISPUTE
                       SET STATE = :DISPUTE-STATE,
                           CLOSEDATE = :DISPUTE-CLOSEDATE,
                           RESOLUTION = :DISPUTE-RESOLUTION
                       WHERE DISP_ID = :DISPUTE-DISP-ID
                   END-EXEC

                   MOVE 'DISPUTE' TO wc-audit-table
                   MOVE DISPUTE-DISP-ID TO wn-audit-rowkey
                   MOVE 'CLOSE' TO wc-audit-field
                   MOVE SPACE TO wc-audit-old
                   MOVE DISPUTE-RESOLUTION TO wc-audit-new
                   PERFORM Y0300-write-audit

                   DISPLAY 'Tvisten st�ngd - krav och r�nta'
                       ' �terupptas vid n�sta k�rning.'
               END-IF
            END-IF
           END-IF
           .

      **********************************************************
      *    betalningsl�ften: the debtor on the phone promises to pay
      *    by a given day - per invoice, or for everything the
      *    debtor owes. The dunning run holds off until that day
      *    plus the grace days and then settles the promise as kept
      *    or broken (dunning.CBL B0114); here they are taken,
      *    listed and withdrawn.
       P0240-promise-register.

           DISPLAY HEADLINE
           DISPLAY '�PPNA BETALNINGSL�FTEN'
           DISPLAY HEADLINE
           DISPLAY 'L�ftenr  |Faktura         |L�ftesdag |'
               '      Belopp|G�lden�r'

           EXEC SQL
               DECLARE CURS-PROMISES CURSOR FOR
               SELECT P.PROM_ID, P.PROMDATE, P.AMOUNT,
                      COALESCE(V.INVNO, 'Alla fakturor'), D.NAME
               FROM TUTORIAL.PAYPROM P
                    LEFT OUTER JOIN TUTORIAL.INVOICE V
                      ON V.INV_ID = P.INV_ID,
                    TUTORIAL.DEBTOR D
               WHERE P.STATE = 0
                 AND D.DEBT_ID = P.DEBT_ID
               ORDER BY P.PROMDATE, P.PROM_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-PROMISES
           END-EXEC

           EXEC SQL
               FETCH CURS-PROMISES
                   INTO :PAYPROM-PROM-ID, :PAYPROM-PROMDATE,
                        :PAYPROM-AMOUNT, :INVOICE-INVNO,
                        :DEBTOR-NAME
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE PAYPROM-AMOUNT TO wn-prom-amount-ed
               DISPLAY PAYPROM-PROM-ID '|'
                   INVOICE-INVNO-TEXT(1:16) '|'
                   PAYPROM-PROMDATE '|'
                   wn-prom-amount-ed '|'
                   DEBTOR-NAME-TEXT(1:24)
               EXEC SQL
                   FETCH CURS-PROMISES
                       INTO :PAYPROM-PROM-ID, :PAYPROM-PROMDATE,
                            :PAYPROM-AMOUNT, :INVOICE-INVNO,
                            :DEBTOR-NAME
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-PROMISES
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'N=nytt l�fte, M=makulera l�fte, blankt=klart: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-prom-action
           ACCEPT wc-prom-action

           EVALUATE wc-prom-action
               WHEN 'N'
               WHEN 'n'
                   PERFORM P0242-take-promise
               WHEN 'M'
               WHEN 'm'
                   PERFORM P0244-cancel-promise
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       P0242-take-promise.

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-CUSTNO-LEN

           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO INVOICE-INVNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO INVOICE-INVNO-LEN

           EXEC SQL
               SELECT INV_ID, DEBT_ID
                   INTO :INVOICE-INV-ID, :INVOICE-DEBT-ID
                   FROM INVOICE
                   WHERE CUSTNO = :CUSTOMER-CUSTNO
                     AND INVNO = :INVOICE-INVNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Fakturan hittades inte.'
           ELSE
               DISPLAY 'F=l�ftet g�ller fakturan, G=allt '
                   'g�lden�ren �r skyldig: ' WITH NO ADVANCING
               MOVE SPACE TO wc-prom-scope
               ACCEPT wc-prom-scope

               MOVE INVOICE-DEBT-ID TO PAYPROM-DEBT-ID
               IF wc-prom-scope = 'G' OR wc-prom-scope = 'g'
                   MOVE ZERO TO PAYPROM-INV-ID
               ELSE
                   MOVE INVOICE-INV-ID TO PAYPROM-INV-ID
               END-IF

               DISPLAY 'Lovat belopp: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION NUMVAL(wc-edit-buffer) TO PAYPROM-AMOUNT

               PERFORM Y0345-set-price-today
               DISPLAY 'Betalas senast (�R-MM-DD): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer(1:10) TO PAYPROM-PROMDATE

               DISPLAY 'Anst�nd dagar efter l�ftesdagen '
                   '(blankt=3): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE 3 TO wn-prom-grace-in
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO wn-prom-grace-in
               END-IF
               MOVE wn-prom-grace-in TO PAYPROM-GRACEDAYS

               IF PAYPROM-AMOUNT NOT > ZERO
                  OR PAYPROM-PROMDATE(5:1) NOT = '-'
                  OR PAYPROM-PROMDATE(8:1) NOT = '-'
                  OR PAYPROM-PROMDATE(1:4) IS NOT NUMERIC
                  OR PAYPROM-PROMDATE(6:2) IS NOT NUMERIC
                  OR PAYPROM-PROMDATE(9:2) IS NOT NUMERIC
                  OR PAYPROM-PROMDATE < wc-price-today
                   DISPLAY 'Ogiltigt belopp eller datum - inget'
                       ' l�fte registrerat.'
               ELSE
                   PERFORM P0243-insert-promise
               END-IF
           END-IF
           .

      **********************************************************
       P0243-insert-promise.

      *    what the debtor has already paid is the baseline - only
      *    money booked after the call counts toward the promise
           MOVE ZERO TO PAYPROM-PAIDBASE
           IF PAYPROM-INV-ID NOT = ZERO
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                       INTO :PAYPROM-PAIDBASE
                       FROM PAYMENT
                       WHERE INV_ID = :PAYPROM-INV-ID
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COALESCE(SUM(P.AMOUNT), 0)
                       INTO :PAYPROM-PAIDBASE
                       FROM TUTORIAL.PAYMENT P, TUTORIAL.INVOICE V
                       WHERE P.INV_ID = V.INV_ID
                         AND V.DEBT_ID = :PAYPROM-DEBT-ID
               END-EXEC
           END-IF

      *    a new promise replaces an open one for the same thing
           MOVE wc-price-today TO PAYPROM-CLOSEDATE
           EXEC SQL
               UPDATE PAYPROM
               SET STATE = 3,
                   CLOSEDATE = :PAYPROM-CLOSEDATE
               WHERE STATE = 0
                 AND INV_ID = :PAYPROM-INV-ID
                 AND DEBT_ID = :PAYPROM-DEBT-ID
           END-EXEC

           MOVE 'PAYPROM' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO PAYPROM-PROM-ID
           ADD 1 TO PAYPROM-PROM-ID

           MOVE wc-current-operator TO PAYPROM-TAKENBY-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-current-operator))
               TO PAYPROM-TAKENBY-LEN
           MOVE wc-price-today TO PAYPROM-TAKENDATE
           MOVE ZERO TO PAYPROM-STATE
           MOVE SPACE TO PAYPROM-CLOSEDATE

           EXEC SQL
               INSERT INTO PAYPROM
               VALUES ( :PAYPROM-PROM-ID,
                         :PAYPROM-INV-ID,
                         :PAYPROM-DEBT-ID,
                         :PAYPROM-AMOUNT,
                         :PAYPROM-PROMDATE,
                         :PAYPROM-GRACEDAYS,
                         :PAYPROM-TAKENBY,
                         :PAYPROM-TAKENDATE,
                         :PAYPROM-PAIDBASE,
                         :PAYPROM-STATE,
                         :PAYPROM-CLOSEDATE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in PAYPROM �r felt'
           ELSE
               MOVE 'PAYPROM' TO wc-audit-table
               MOVE PAYPROM-PROM-ID TO wn-audit-rowkey
               MOVE 'INSERT' TO wc-audit-field
               MOVE SPACE TO wc-audit-old
               MOVE PAYPROM-AMOUNT TO wn-prom-amount-ed
               MOVE SPACE TO wc-audit-new
               STRING PAYPROM-PROMDATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(wn-prom-amount-ed)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      INVOICE-INVNO-TEXT DELIMITED BY SPACE
                      INTO wc-audit-new
               END-STRING
               PERFORM Y0300-write-audit

               DISPLAY 'Betalningsl�fte ' PAYPROM-PROM-ID
                   ' registrerat - krav pausade till '
                   PAYPROM-PROMDATE ' + ' wn-prom-grace-in ' dagar.'
           END-IF
           .

      **********************************************************
       P0244-cancel-promise.

           DISPLAY 'L�ftenr: ' WITH NO ADVANCING
           MOVE ZERO TO wn-prom-id-in
           ACCEPT wn-prom-id-in
           MOVE wn-prom-id-in TO PAYPROM-PROM-ID

           EXEC SQL
               SELECT STATE
                   INTO :PAYPROM-STATE
                   FROM PAYPROM
                   WHERE PROM_ID = :PAYPROM-PROM-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Inget s�dant l�fte.'
           ELSE
            IF NOT PAYPROM-OPEN
               DISPLAY 'L�ftet �r redan avslutat.'
            ELSE
               SET PAYPROM-CANCELLED TO TRUE
               PERFORM Y0345-set-price-today
               MOVE wc-price-today TO PAYPROM-CLOSEDATE

               EXEC SQL
                   UPDATE PAYPROM
                   SET STATE = :PAYPROM-STATE,
                       CLOSEDATE = :PAYPROM-CLOSEDATE
                   WHERE PROM_ID = :PAYPROM-PROM-ID
               END-EXEC

               MOVE 'PAYPROM' TO wc-audit-table
               MOVE PAYPROM-PROM-ID TO wn-audit-rowkey
               MOVE 'CANCEL' TO wc-audit-field
               MOVE '0' TO wc-audit-old
               MOVE '3' TO wc-audit-new
               PERFORM Y0300-write-audit

               DISPLAY 'L�ftet makulerat - krav �terupptas vid'
                   ' n�sta k�rning.'
            END-IF
           END-IF
           .

      **********************************************************
      *    Kundf�rlust workflow: first the preskription watch - the
      *    open invoices old enough that the claim itself is about
      *    to die - then a dual-signed write-off decision that
      *    closes the invoice in its own state (8), books the loss
      *    through the SIE export's LOSS account, and a reversal
      *    path for the debtor who pays after all.
       P0210-writeoff-workflow.

           DISPLAY 'Preskriptionsvakt - �ldre �n antal �r (3): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF FUNCTION TRIM(wc-edit-buffer) = SPACE
               MOVE 3 TO wn-wo-years
           ELSE
               MOVE FUNCTION NUMVAL(wc-edit-buffer) TO wn-wo-years
           END-IF

           COMPUTE wn-wo-cutoff-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               - wn-wo-years * 365
           MOVE FUNCTION DATE-OF-INTEGER(wn-wo-cutoff-int)
               TO wn-wo-cutoff-ymd
           MOVE wn-wo-cutoff-ymd(1:4) TO wc-wo-cutoff(1:4)
           MOVE wn-wo-cutoff-ymd(5:2) TO wc-wo-cutoff(6:2)
           MOVE wn-wo-cutoff-ymd(7:2) TO wc-wo-cutoff(9:2)
           MOVE '-' TO wc-wo-cutoff(5:1) wc-wo-cutoff(8:1)

           DISPLAY HEADLINE
           DISPLAY '�PPNA FAKTUROR �LDRE �N ' wc-wo-cutoff
           DISPLAY HEADLINE

           MOVE ZERO TO wn-wo-watch-count
           EXEC SQL
               DECLARE CURS-PRESKRIP CURSOR FOR
               SELECT INV_ID, INVNO, CUSTNO, INVDATE, DUNLEVEL
               FROM TUTORIAL.INVOICE
               WHERE INVSTATE IN (1, 2)
                 AND INVDATE < :wc-wo-cutoff
               ORDER BY INVDATE
           END-EXEC

           EXEC SQL
               OPEN CURS-PRESKRIP
           END-EXEC

           EXEC SQL
               FETCH CURS-PRESKRIP
                   INTO :INVOICE-INV-ID, :INVOICE-INVNO,
                        :INVOICE-CUSTNO, :INVOICE-INVDATE,
                        :INVOICE-DUNLEVEL
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-wo-watch-count
               DISPLAY INVOICE-INVDATE '|'
                   INVOICE-CUSTNO-TEXT(1:12) '|'
                   INVOICE-INVNO-TEXT(1:16) '|krav '
                   INVOICE-DUNLEVEL
               EXEC SQL
                   FETCH CURS-PRESKRIP
                       INTO :INVOICE-INV-ID, :INVOICE-INVNO,
                            :INVOICE-CUSTNO, :INVOICE-INVDATE,
                            :INVOICE-DUNLEVEL
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-PRESKRIP
           END-EXEC

           DISPLAY 'Fakturor i vakten: ' wn-wo-watch-count
           DISPLAY SPACE
           DISPLAY 'A=skriv av faktura, R=�terf�r avskrivning,'
               ' blankt=klart: ' WITH NO ADVANCING
           MOVE SPACE TO wc-wo-action
           ACCEPT wc-wo-action

           EVALUATE wc-wo-action
               WHEN 'A'
               WHEN 'a'
                   PERFORM P0212-write-off-invoice
               WHEN 'R'
               WHEN 'r'
                   PERFORM P0216-reverse-writeoff
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
      *    The decision itself: the open balance is written off
      *    only when a SECOND operator with supervisor role signs
      *    the decision at the screen - both identities go on the
      *    WRITEOFF row and the audit trail.
       P0212-write-off-invoice.

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-CUSTNO-LEN

           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO INVOICE-INVNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO INVOICE-INVNO-LEN

           EXEC SQL
               SELECT INV_ID, INVSTATE
                   INTO :INVOICE-INV-ID, :INVOICE-INVSTATE
                   FROM INVOICE
                   WHERE CUSTNO = :CUSTOMER-CUSTNO
                     AND INVNO = :INVOICE-INVNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Fakturan hittades inte.'
           ELSE
            IF INVOICE-INVSTATE-WRITTEN-OFF
               DISPLAY 'Fakturan �r redan avskriven.'
            ELSE
               MOVE ZERO TO wn-wo-open-sum
               EXEC SQL
                   SELECT COALESCE(SUM(I.QTY * I.PRICE
                              + I.QTY * I.PRICE * I.VAT / 100), 0)
                       INTO :wn-wo-open-sum
                       FROM TUTORIAL.ITEM I, TUTORIAL.INVITEM VI
                       WHERE VI.INV_ID = :INVOICE-INV-ID
                         AND I.ITEM_ID = VI.ITEM_ID
               END-EXEC
               MOVE ZERO TO wn-wo-paid-sum
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                       INTO :wn-wo-paid-sum
                       FROM PAYMENT
                       WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC
               COMPUTE wn-wo-open-sum =
                   wn-wo-open-sum - wn-wo-paid-sum

               DISPLAY '�ppet belopp att skriva av: ' wn-wo-open-sum
               PERFORM P0214-second-signature

               IF wc-wo-approved-flag = 'Y'
                   MOVE INVOICE-INV-ID TO WRITEOFF-INV-ID
                   MOVE FUNCTION CURRENT-DATE(1:10)
                       TO WRITEOFF-WODATE
                   MOVE wn-wo-open-sum TO WRITEOFF-AMOUNT
                   MOVE wc-current-operator
                       TO WRITEOFF-OPERATOR1-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       wc-current-operator)) TO WRITEOFF-OPERATOR1-LEN
                   MOVE wc-wo-operator2 TO WRITEOFF-OPERATOR2-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       wc-wo-operator2)) TO WRITEOFF-OPERATOR2-LEN
                   MOVE ZERO TO WRITEOFF-REVERSED
                   MOVE SPACE TO WRITEOFF-REVDATE

                   EXEC SQL
                       INSERT INTO WRITEOFF
                       VALUES ( :WRITEOFF-INV-ID,
                                 :WRITEOFF-WODATE,
                                 :WRITEOFF-AMOUNT,
                                 :WRITEOFF-OPERATOR1,
                                 :WRITEOFF-OPERATOR2,
                                 :WRITEOFF-REVERSED,
                                 :WRITEOFF-REVDATE)
                   END-EXEC

                   EXEC SQL
                       UPDATE INVOICE
                       SET INVSTATE = 8
                       WHERE INV_ID = :INVOICE-INV-ID
                   END-EXEC

                   MOVE INVOICE-INV-ID TO wn-hist-inv-id
                   MOVE INVOICE-INVSTATE TO wn-hist-old
                   MOVE 8 TO wn-hist-new
                   PERFORM Y0330-log-invoice-state

                   MOVE 'WRITEOFF' TO wc-audit-table
                   MOVE INVOICE-INV-ID TO wn-audit-rowkey
                   MOVE 'AVSKRIVEN' TO wc-audit-field
                   MOVE wc-current-operator(1:30) TO wc-audit-old
                   MOVE wc-wo-operator2(1:30) TO wc-audit-new
                   PERFORM Y0300-write-audit

                   DISPLAY 'Fakturan avskriven - f�rlusten bokf�rs'
                       ' via SIE-exporten (konto LOSS).'
               END-IF
            END-IF
           END-IF
           .

      **********************************************************
      *    The second pair of eyes: a different operator with at
      *    least arbetsledarroll keys their own credentials at the
      *    screen. Verified against the USERS register the same way
      *    A0110-sign-on verifies them.
       P0214-second-signature.

           MOVE 'N' TO wc-wo-approved-flag
           DISPLAY 'Andra attestant - anv�ndarnamn: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer(1:30) TO USERS-USERNAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer(1:30)))
               TO USERS-USERNAME-LEN
           MOVE wc-edit-buffer(1:30) TO wc-wo-operator2

           IF FUNCTION TRIM(wc-wo-operator2) =
              FUNCTION TRIM(wc-current-operator)
               DISPLAY 'Andra attestanten m�ste vara en annan'
                   ' operat�r.'
           ELSE
               DISPLAY 'L�senord: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer(1:30) TO wc-pw-plain

      *        same salted-hash verification the sign-on uses
               PERFORM Y0285-verify-credentials

               IF wc-cred-ok-flag NOT = 'Y'
                   DISPLAY 'Fel anv�ndarnamn eller l�senord.'
               ELSE
                   IF USERS-ROLE < 2
                       DISPLAY 'Andra attestanten m�ste vara minst'
                           ' arbetsledare.'
                   ELSE
                       MOVE 'Y' TO wc-wo-approved-flag
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       P0216-reverse-writeoff.

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-CUSTNO-LEN

           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO INVOICE-INVNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO INVOICE-INVNO-LEN

           EXEC SQL
               SELECT INV_ID, INVSTATE
                   INTO :INVOICE-INV-ID, :INVOICE-INVSTATE
                   FROM INVOICE
                   WHERE CUSTNO = :CUSTOMER-CUSTNO
                     AND INVNO = :INVOICE-INVNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Fakturan hittades inte.'
           ELSE
            IF NOT INVOICE-INVSTATE-WRITTEN-OFF
               DISPLAY 'Fakturan �r inte avskriven.'
            ELSE
               MOVE FUNCTION CURRENT-DATE(1:10) TO WRITEOFF-REVDATE
               EXEC SQL
                   UPDATE WRITEOFF
                   SET REVERSED = 1,
                       REVDATE = :WRITEOFF-REVDATE
                   WHERE INV_ID = :INVOICE-INV-ID
                     AND REVERSED = 0
               END-EXEC

      *        back into collection where it left off - the next
      *        payment import or dunning run treats it as any other
      *        open reminded invoice
               EXEC SQL
                   UPDATE INVOICE
                   SET INVSTATE = 2
                   WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC

               MOVE INVOICE-INV-ID TO wn-hist-inv-id
               MOVE 8 TO wn-hist-old
               MOVE 2 TO wn-hist-new
               PERFORM Y0330-log-invoice-state

               MOVE 'WRITEOFF' TO wc-audit-table
               MOVE INVOICE-INV-ID TO wn-audit-rowkey
               MOVE '�TERF�RD' TO wc-audit-field
               MOVE SPACE TO wc-audit-old
               MOVE wc-current-operator(1:30) TO wc-audit-new
               PERFORM Y0300-write-audit

               DISPLAY 'Avskrivningen �terf�rd - �terf�ringen'
                   ' bokf�rs via SIE-exporten.'
            END-IF
           END-IF
           .

      **********************************************************
      *    Client-funds redovisning: every debtor payment the
      *    payment readers and the matching workbench book lands
      *    on our own bankgiro, and this run passes it on. For
      *    each customer with a payout account (K0187) the payments
      *    on the customer's invoices up to the end of the period
      *    that are not yet settled are summed, the inkasso
      *    bureau's fees and our own open service invoices are
      *    netted off, a printed statement is written and the rest
      *    goes to the bank as an LB payout order beside the refund
      *    orders (PbsXfer 140-BUILD-LB-FILE). Every settled payment
      *    gets a SETLINE mark so it is never settled twice; payouts
      *    the bank rejected since the last run are sent again.
       P0220-settle-client-funds.

           DISPLAY 'Redovisningsperiod (�R-MM): ' WITH NO ADVANCING
           MOVE SPACE TO wc-sie-period
           ACCEPT wc-sie-period

           IF wc-sie-period(1:4) NOT NUMERIC OR
              wc-sie-period(5:1) NOT = '-' OR
              wc-sie-period(6:2) < '01' OR
              wc-sie-period(6:2) > '12'
               DISPLAY 'Ogiltig period.'
           ELSE
               MOVE wc-sie-period(1:7) TO wc-setl-period
               PERFORM I0141-set-period-bounds

               MOVE 'pbs-redovisning' TO wc-runlog-program
               PERFORM Y0400-runlog-start

               MOVE ZERO TO wn-setl-count wn-setl-skip-count
                            wn-setl-park-count wn-setl-resent-count

      *        a fixed upper bound, so a payment booked while the
      *        run is going waits for the next settlement instead
      *        of landing between the sum and the marks
               MOVE ZERO TO wn-setl-max-payid
               EXEC SQL
                   SELECT COALESCE(MAX(PAYMENT_ID), 0)
                       INTO :wn-setl-max-payid
                       FROM PAYMENT
               END-EXEC

               PERFORM P0229-resend-rejected-payouts

               EXEC SQL
                   DECLARE CURS-SETTLE CURSOR FOR
                   SELECT C.CUST_ID, C.CUSTNO, C.NAME,
                          A.BANKGIRO, A.MINPAYOUT
                   FROM TUTORIAL.CUSTOMER C, TUTORIAL.SETLACCT A
                   WHERE A.CUST_ID = C.CUST_ID
                     AND C.TEST_CUSTOMER = 0
                   ORDER BY C.CUST_ID
               END-EXEC

               EXEC SQL
                   OPEN CURS-SETTLE
               END-EXEC

               EXEC SQL
                   FETCH CURS-SETTLE
                       INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO,
                            :CUSTOMER-NAME, :SETLACCT-BANKGIRO,
                            :SETLACCT-MINPAYOUT
               END-EXEC

               PERFORM UNTIL SQLCODE NOT = ZERO

                   PERFORM P0222-settle-one-customer

                   EXEC SQL
                       FETCH CURS-SETTLE
                           INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO,
                                :CUSTOMER-NAME, :SETLACCT-BANKGIRO,
                                :SETLACCT-MINPAYOUT
                   END-EXEC

               END-PERFORM

               EXEC SQL
                   CLOSE CURS-SETTLE
               END-EXEC

               DISPLAY HEADLINE
               DISPLAY 'Redovisade kunder:            ' wn-setl-count
               DISPLAY 'Redan redovisade / under min: '
                   wn-setl-skip-count
               DISPLAY 'V�ntar p� attest (menyval 66): '
                   wn-setl-park-count
               DISPLAY 'Avvisade utbetalningar igen:  '
                   wn-setl-resent-count
               DISPLAY 'Utbetalningsorder lagda i data/lbout.txt.'

               MOVE wn-setl-count TO wn-runlog-count
               PERFORM Y0410-runlog-end
           END-IF
           .

      **********************************************************
       P0222-settle-one-customer.

      *    one settlement per customer and period - a rerun of the
      *    same period leaves the settled customers alone
           MOVE ZERO TO wn-setl-exists
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-setl-exists
                   FROM SETTLE
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
                     AND PERIOD = :wc-setl-period
           END-EXEC

           IF wn-setl-exists > ZERO
               ADD 1 TO wn-setl-skip-count
               DISPLAY 'Redan redovisad f�r perioden: '
                   FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
           ELSE
      *        the debtors' payments not yet passed on, split the
      *        way the bank reconciliation (menyval 35) splits them;
      *        payments on our own service invoices to the customer
      *        (the debtor row srvbill keeps under the customer's
      *        name) are our money and stay out
               MOVE ZERO TO SETTLE-COLLECTED wn-setl-bg-sum
                            wn-setl-pg-sum wn-setl-kort-sum
               EXEC SQL
                   SELECT COALESCE(SUM(P.AMOUNT), 0),
                          COALESCE(SUM(CASE WHEN TRIM(P.METHOD) = 'BG'
                                   THEN P.AMOUNT ELSE 0 END), 0),
                          COALESCE(SUM(CASE WHEN TRIM(P.METHOD) = 'PG'
                                   THEN P.AMOUNT ELSE 0 END), 0),
                          COALESCE(SUM(CASE WHEN TRIM(P.METHOD) = 'KORT'
                                   THEN P.AMOUNT ELSE 0 END), 0)
                       INTO :SETTLE-COLLECTED, :wn-setl-bg-sum,
                            :wn-setl-pg-sum, :wn-setl-kort-sum
                       FROM TUTORIAL.PAYMENT P, TUTORIAL.INVOICE V,
                            TUTORIAL.DEBTOR D
                       WHERE P.INV_ID = V.INV_ID
                         AND V.DEBT_ID = D.DEBT_ID
                         AND V.CUST_ID = :CUSTOMER-CUST-ID
                         AND D.NAME <> :CUSTOMER-NAME
                         AND P.PAYDATE <= :wc-sie-to
                         AND P.PAYMENT_ID <= :wn-setl-max-payid
                         AND NOT EXISTS
                             (SELECT 1 FROM TUTORIAL.SETLINE L
                                  WHERE L.KIND = 'P'
                                    AND L.REFKEY = P.PAYMENT_ID)
               END-EXEC
               COMPUTE wn-setl-ovr-sum = SETTLE-COLLECTED
                   - wn-setl-bg-sum - wn-setl-pg-sum - wn-setl-kort-sum

      *        the bureau's fees accrue on the case register; what
      *        earlier settlements already took is not taken again
               MOVE ZERO TO wn-setl-fees-total wn-setl-fees-taken
               EXEC SQL
                   SELECT COALESCE(SUM(K.FEES), 0)
                       INTO :wn-setl-fees-total
                       FROM TUTORIAL.INKCASE K, TUTORIAL.INVOICE V
                       WHERE K.INV_ID = V.INV_ID
                         AND V.CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                       INTO :wn-setl-fees-taken
                       FROM SETLINE
                       WHERE KIND = 'F'
                         AND REFKEY = :CUSTOMER-CUST-ID
               END-EXEC

      *        and so does Kronofogden's ans�kningsavgift on the
      *        customer's betalningsf�rel�ggande applications
               MOVE ZERO TO wn-kfm-fees
               EXEC SQL
                   SELECT COALESCE(SUM(K.APPFEE), 0)
                       INTO :wn-kfm-fees
                       FROM TUTORIAL.KFMCASE K, TUTORIAL.INVOICE V
                       WHERE K.INV_ID = V.INV_ID
                         AND V.CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC
               ADD wn-kfm-fees TO wn-setl-fees-total

               COMPUTE SETTLE-NETFEES =
                   wn-setl-fees-total - wn-setl-fees-taken
               IF SETTLE-NETFEES < ZERO
                   MOVE ZERO TO SETTLE-NETFEES
               END-IF
               IF SETTLE-NETFEES > SETTLE-COLLECTED
                   MOVE SETTLE-COLLECTED TO SETTLE-NETFEES
               END-IF
               COMPUTE wn-setl-remaining =
                   SETTLE-COLLECTED - SETTLE-NETFEES

               EVALUATE TRUE
                   WHEN SETTLE-COLLECTED NOT > ZERO
                       CONTINUE
                   WHEN wn-setl-remaining < SETLACCT-MINPAYOUT
      *                left unsettled - the payments roll into the
      *                next period's settlement untouched
                       ADD 1 TO wn-setl-skip-count
                       DISPLAY 'Under minsta utbetalning, v�ntar: '
                           FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
                   WHEN OTHER
                       PERFORM P0223-approve-settlement
               END-EVALUATE
           END-IF
           .

      **********************************************************
       P0223-approve-settlement.

      *    four-eyes gate: client money on its way out above the
      *    configured limit waits for a second operator's approval
      *    (menyval 66); the approved customer is settled on the
      *    next run of the period
           PERFORM Y0294-get-dual-limit
           MOVE 'Y' TO wc-da-cleared-flag
           IF wn-dual-limit > ZERO AND
              SETTLE-COLLECTED > wn-dual-limit
               MOVE 'SETTLE' TO wc-da-action
               MOVE CUSTOMER-CUST-ID TO wn-da-refkey
               MOVE SETTLE-COLLECTED TO wn-da-amount
               PERFORM Y0290-check-dual-approval
           END-IF

           IF wc-da-cleared-flag = 'Y'
               PERFORM P0224-book-settlement
           ELSE
               ADD 1 TO wn-setl-park-count
           END-IF
           .

      **********************************************************
       P0224-book-settlement.

           MOVE 'SETTLE' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO SETTLE-SETL-ID
           ADD 1 TO SETTLE-SETL-ID

      *    mark the payments over exactly the selection the sum was
      *    taken over, so statement and marks agree to the �re
           EXEC SQL
               INSERT INTO SETLINE
               SELECT :SETTLE-SETL-ID, 'P', P.PAYMENT_ID, P.AMOUNT
                   FROM TUTORIAL.PAYMENT P, TUTORIAL.INVOICE V,
                        TUTORIAL.DEBTOR D
                   WHERE P.INV_ID = V.INV_ID
                     AND V.DEBT_ID = D.DEBT_ID
                     AND V.CUST_ID = :CUSTOMER-CUST-ID
                     AND D.NAME <> :CUSTOMER-NAME
                     AND P.PAYDATE <= :wc-sie-to
                     AND P.PAYMENT_ID <= :wn-setl-max-payid
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.SETLINE L
                              WHERE L.KIND = 'P'
                                AND L.REFKEY = P.PAYMENT_ID)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in SETLINE �r felt'
           ELSE
               IF SETTLE-NETFEES > ZERO
                   MOVE SETTLE-SETL-ID TO SETLINE-SETL-ID
                   SET SETLINE-INKASSO-FEES TO TRUE
                   MOVE CUSTOMER-CUST-ID TO SETLINE-REFKEY
                   MOVE SETTLE-NETFEES TO SETLINE-AMOUNT
                   EXEC SQL
                       INSERT INTO SETLINE
                       VALUES ( :SETLINE-SETL-ID,
                                 :SETLINE-KIND,
                                 :SETLINE-REFKEY,
                                 :SETLINE-AMOUNT)
                   END-EXEC
               END-IF

      *        the aviavgift on every debtor invoice these payments
      *        settled in full is the customer's fee income - it is
      *        already in the collected sum, the mark reports it
               EXEC SQL
                   INSERT INTO SETLINE
                   SELECT :SETTLE-SETL-ID, 'A', V.INV_ID,
                          SUM(I.QTY * I.PRICE
                              + I.QTY * I.PRICE * I.VAT / 100)
                       FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                            TUTORIAL.ITEM I
                       WHERE V.CUST_ID = :CUSTOMER-CUST-ID
                         AND V.INVSTATE = 3
                         AND VI.INV_ID = V.INV_ID
                         AND I.ITEM_ID = VI.ITEM_ID
                         AND I.ARTNO = 'AVIAVGIFT'
                         AND EXISTS
                             (SELECT 1 FROM TUTORIAL.SETLINE L,
                                            TUTORIAL.PAYMENT P
                                  WHERE L.SETL_ID = :SETTLE-SETL-ID
                                    AND L.KIND = 'P'
                                    AND P.PAYMENT_ID = L.REFKEY
                                    AND P.INV_ID = V.INV_ID)
                         AND NOT EXISTS
                             (SELECT 1 FROM TUTORIAL.SETLINE L
                                  WHERE L.KIND = 'A'
                                    AND L.REFKEY = V.INV_ID)
                       GROUP BY V.INV_ID
               END-EXEC

               MOVE ZERO TO wn-setl-avifee-sum
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                       INTO :wn-setl-avifee-sum
                       FROM SETLINE
                       WHERE SETL_ID = :SETTLE-SETL-ID
                         AND KIND = 'A'
               END-EXEC

               MOVE ZERO TO SETTLE-NETSRV
               PERFORM P0225-net-service-invoices

               MOVE wn-setl-remaining TO SETTLE-PAYOUT
               MOVE CUSTOMER-CUST-ID TO SETTLE-CUST-ID
               MOVE wc-setl-period TO SETTLE-PERIOD
               MOVE FUNCTION CURRENT-DATE(1:4) TO SETTLE-RUNDATE(1:4)
               MOVE FUNCTION CURRENT-DATE(5:2) TO SETTLE-RUNDATE(6:2)
               MOVE FUNCTION CURRENT-DATE(7:2) TO SETTLE-RUNDATE(9:2)
               MOVE '-' TO SETTLE-RUNDATE(5:1) SETTLE-RUNDATE(8:1)
               IF SETTLE-PAYOUT > ZERO
                   SET SETTLE-PAYOUT-SENT TO TRUE
               ELSE
                   SET SETTLE-NO-PAYOUT TO TRUE
               END-IF

               EXEC SQL
                   INSERT INTO SETTLE
                   VALUES ( :SETTLE-SETL-ID,
                             :SETTLE-CUST-ID,
                             :SETTLE-PERIOD,
                             :SETTLE-RUNDATE,
                             :SETTLE-COLLECTED,
                             :SETTLE-NETSRV,
                             :SETTLE-NETFEES,
                             :SETTLE-PAYOUT,
                             :SETTLE-STATE)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in SETTLE �r felt'
               ELSE
                   IF SETTLE-PAYOUT-SENT
                       PERFORM P0228-write-settle-payout
                   END-IF
                   PERFORM P0226-write-settle-statement

                   MOVE 'SETTLE' TO wc-audit-table
                   MOVE SETTLE-SETL-ID TO wn-audit-rowkey
                   MOVE 'PAYOUT' TO wc-audit-field
                   MOVE ZERO TO wn-audit-old-num
                   MOVE SETTLE-PAYOUT TO wn-audit-new-num
                   PERFORM Y0310-write-audit-numeric

                   ADD 1 TO wn-setl-count
                   MOVE SETTLE-PAYOUT TO wn-setl-amount-ed
                   DISPLAY FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
                       ' redovisad, utbetalas: ' wn-setl-amount-ed
               END-IF
           END-IF
           .

      **********************************************************
      *    our own printed service invoices to the customer, oldest
      *    due first, paid out of the collected money as long as it
      *    covers a whole invoice - one it does not cover stays open
      *    and is dunned the ordinary way. The netting is booked as
      *    a KVITTNING payment so every balance and report sees the
      *    invoice settled; no money moves, so the bank
      *    reconciliation keeps it out of the bank total.
       P0225-net-service-invoices.

           EXEC SQL
               DECLARE CURS-SETLSRV CURSOR FOR
               SELECT V.INV_ID
               FROM TUTORIAL.INVOICE V, TUTORIAL.DEBTOR D
               WHERE V.DEBT_ID = D.DEBT_ID
                 AND V.CUST_ID = :CUSTOMER-CUST-ID
                 AND D.NAME = :CUSTOMER-NAME
                 AND V.INVSTATE IN (1, 2)
                 AND V.CREDITOF = 0
               ORDER BY V.DUEDATE
           END-EXEC

           EXEC SQL
               OPEN CURS-SETLSRV
           END-EXEC

           EXEC SQL
               FETCH CURS-SETLSRV
                   INTO :wn-setl-srv-inv-id
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM P0227-net-one-service-invoice

               EXEC SQL
                   FETCH CURS-SETLSRV
                       INTO :wn-setl-srv-inv-id
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-SETLSRV
           END-EXEC
           .

      **********************************************************
       P0227-net-one-service-invoice.

           MOVE wn-setl-srv-inv-id TO INVOICE-INV-ID
           PERFORM E0166-get-open-balance
           COMPUTE wn-setl-srv-open =
               wn-susp-inv-total - wn-susp-paid-total

           IF wn-setl-srv-open > ZERO AND
              wn-setl-srv-open NOT > wn-setl-remaining

               MOVE 'PAYMENT' TO IDGEN-TABLENAME-TEXT
               PERFORM Y0200-get-next-id
               MOVE wn-next-id TO PAYMENT-PAYMENT-ID
               ADD 1 TO PAYMENT-PAYMENT-ID

               MOVE wn-setl-srv-inv-id TO PAYMENT-INV-ID
               MOVE wn-setl-srv-open TO PAYMENT-AMOUNT
               MOVE FUNCTION CURRENT-DATE(1:4) TO PAYMENT-PAYDATE(1:4)
               MOVE FUNCTION CURRENT-DATE(5:2) TO PAYMENT-PAYDATE(6:2)
               MOVE FUNCTION CURRENT-DATE(7:2) TO PAYMENT-PAYDATE(9:2)
               MOVE '-' TO PAYMENT-PAYDATE(5:1) PAYMENT-PAYDATE(8:1)
               MOVE 9 TO PAYMENT-METHOD-LEN
               MOVE 'KVITTNING' TO PAYMENT-METHOD-TEXT

               EXEC SQL
                   INSERT INTO PAYMENT
                   VALUES ( :PAYMENT-PAYMENT-ID,
                             :PAYMENT-INV-ID,
                             :PAYMENT-AMOUNT,
                             :PAYMENT-PAYDATE,
                             :PAYMENT-METHOD)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in PAYMENT'
                       ' table �r felt'
               ELSE
                   MOVE SETTLE-SETL-ID TO SETLINE-SETL-ID
                   SET SETLINE-SERVICE-INV TO TRUE
                   MOVE wn-setl-srv-inv-id TO SETLINE-REFKEY
                   MOVE wn-setl-srv-open TO SETLINE-AMOUNT
                   EXEC SQL
                       INSERT INTO SETLINE
                       VALUES ( :SETLINE-SETL-ID,
                                 :SETLINE-KIND,
                                 :SETLINE-REFKEY,
                                 :SETLINE-AMOUNT)
                   END-EXEC

                   ADD wn-setl-srv-open TO SETTLE-NETSRV
                   SUBTRACT wn-setl-srv-open FROM wn-setl-remaining

                   MOVE wn-setl-srv-inv-id TO INVOICE-INV-ID
                   PERFORM E0167-settle-if-covered
               END-IF
           END-IF
           .

      **********************************************************
      *    the printed redovisning for one customer and period:
      *    every debtor payment passed on, the per-channel totals
      *    the bank reconciliation (menyval 35) shows for the same
      *    pay dates, what was netted and what is paid out
       P0226-write-settle-statement.

           MOVE SPACE TO WC-REDOV-FILENAME
           STRING 'data/redov_' DELIMITED BY SIZE
               FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT) DELIMITED BY SIZE
               '_' DELIMITED BY SIZE
               wc-setl-period(1:4) DELIMITED BY SIZE
               wc-setl-period(6:2) DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WC-REDOV-FILENAME
           END-STRING

           OPEN OUTPUT REDOVDATA

           MOVE SETTLE-SETL-ID TO wn-setl-refid-ed
           MOVE SPACE TO REDOV-POST
           STRING 'REDOVISNING AV INBETALDA MEDEL  ' wc-setl-period
               '   Nr ' wn-setl-refid-ed
               DELIMITED BY SIZE INTO REDOV-POST
           END-STRING
           WRITE REDOV-POST

           MOVE SPACE TO REDOV-POST
           STRING 'Kund: '
               FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT) ' '
               CUSTOMER-NAME-TEXT(1:40)
               DELIMITED BY SIZE INTO REDOV-POST
           END-STRING
           WRITE REDOV-POST

           MOVE SPACE TO REDOV-POST
           STRING 'Inbetalningar t.o.m. ' wc-sie-to
               '   Utbetalas till bankgiro '
               SETLACCT-BANKGIRO-TEXT
               DELIMITED BY SIZE INTO REDOV-POST
           END-STRING
           WRITE REDOV-POST

           MOVE SPACE TO REDOV-POST
           WRITE REDOV-POST
           MOVE 'Fakturanr       |Betaldatum|S�tt     |Belopp'
               TO REDOV-POST
           WRITE REDOV-POST

           EXEC SQL
               DECLARE CURS-SETLPAY CURSOR FOR
               SELECT V.INVNO, P.PAYDATE, P.METHOD, P.AMOUNT
               FROM TUTORIAL.SETLINE L, TUTORIAL.PAYMENT P,
                    TUTORIAL.INVOICE V
               WHERE L.SETL_ID = :SETTLE-SETL-ID
                 AND L.KIND = 'P'
                 AND P.PAYMENT_ID = L.REFKEY
                 AND V.INV_ID = P.INV_ID
               ORDER BY P.PAYDATE, V.INVNO
           END-EXEC

           EXEC SQL
               OPEN CURS-SETLPAY
           END-EXEC

           EXEC SQL
               FETCH CURS-SETLPAY
                   INTO :INVOICE-INVNO, :PAYMENT-PAYDATE,
                        :PAYMENT-METHOD, :PAYMENT-AMOUNT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE PAYMENT-AMOUNT TO wn-setl-amount-ed
               MOVE SPACE TO REDOV-POST
               STRING INVOICE-INVNO-TEXT(1:16) '|'
                   PAYMENT-PAYDATE '|'
                   PAYMENT-METHOD-TEXT(1:9) '|'
                   wn-setl-amount-ed
                   DELIMITED BY SIZE INTO REDOV-POST
               END-STRING
               WRITE REDOV-POST

               EXEC SQL
                   FETCH CURS-SETLPAY
                       INTO :INVOICE-INVNO, :PAYMENT-PAYDATE,
                            :PAYMENT-METHOD, :PAYMENT-AMOUNT
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-SETLPAY
           END-EXEC

           MOVE SPACE TO REDOV-POST
           WRITE REDOV-POST

           MOVE wn-setl-bg-sum TO wn-setl-amount-ed
           MOVE SPACE TO REDOV-POST
           STRING 'Inbetalt via bankgiro:        ' wn-setl-amount-ed
               DELIMITED BY SIZE INTO REDOV-POST
           END-STRING
           WRITE REDOV-POST

           MOVE wn-setl-pg-sum TO wn-setl-amount-ed
           MOVE SPACE TO REDOV-POST
           STRING 'Inbetalt via plusgiro:        ' wn-setl-amount-ed
               DELIMITED BY SIZE INTO REDOV-POST
           END-STRING
           WRITE REDOV-POST

           MOVE wn-setl-kort-sum TO wn-setl-amount-ed
           MOVE SPACE TO REDOV-POST
           STRING 'Inbetalt via kort:            ' wn-setl-amount-ed
               DELIMITED BY SIZE INTO REDOV-POST
           END-STRING
           WRITE REDOV-POST

           MOVE wn-setl-ovr-sum TO wn-setl-amount-ed
           MOVE SPACE TO REDOV-POST
           STRING 'Inbetalt �vrigt:              ' wn-setl-amount-ed
               DELIMITED BY SIZE INTO REDOV-POST
           END-STRING
           WRITE REDOV-POST

           MOVE SETTLE-COLLECTED TO wn-setl-amount-ed
           MOVE SPACE TO REDOV-POST
           STRING 'Summa inbetalt:               ' wn-setl-amount-ed
               DELIMITED BY SIZE INTO REDOV-POST
           END-STRING
           WRITE REDOV-POST

           IF wn-setl-avifee-sum NOT = ZERO
               MOVE wn-setl-avifee-sum TO wn-setl-amount-ed
               MOVE SPACE TO REDOV-POST
               STRING '  varav aviavgifter:          '
                   wn-setl-amount-ed
                   DELIMITED BY SIZE INTO REDOV-POST
               END-STRING
               WRITE REDOV-POST
           END-IF

           COMPUTE wn-setl-amount-ed = ZERO - SETTLE-NETFEES
           MOVE SPACE TO REDOV-POST
           STRING 'Avr�knade indrivningsavgifter:' wn-setl-amount-ed
               DELIMITED BY SIZE INTO REDOV-POST
           END-STRING
           WRITE REDOV-POST

           COMPUTE wn-setl-amount-ed = ZERO - SETTLE-NETSRV
           MOVE SPACE TO REDOV-POST
           STRING 'Avr�knade PBS-fakturor:       ' wn-setl-amount-ed
               DELIMITED BY SIZE INTO REDOV-POST
           END-STRING
           WRITE REDOV-POST

           MOVE SETTLE-PAYOUT TO wn-setl-amount-ed
           MOVE SPACE TO REDOV-POST
           STRING 'Att utbetala:                 ' wn-setl-amount-ed
               DELIMITED BY SIZE INTO REDOV-POST
           END-STRING
           WRITE REDOV-POST

           CLOSE REDOVDATA

           PERFORM P0221-notify-settle-statement
           .

      **********************************************************
      *    the statement is announced to whoever at the customer
      *    subscribes to redovisningar (normally the billing
      *    contact), with the settlement number as reference
       P0221-notify-settle-statement.

           MOVE CUSTOMER-CUST-ID TO CONTRCPT-CUST-ID
           SET CONTRCPT-REDOVISNING TO TRUE
           CALL 'PbsCont' USING CONTRCPT

           IF CONTRCPT-COUNT > ZERO
               MOVE FUNCTION CURRENT-DATE TO wc-runlog-now
               MOVE SPACE TO wc-notify-timestamp
               STRING wc-runlog-now(1:4)  DELIMITED BY SIZE
                   '-'                   DELIMITED BY SIZE
                   wc-runlog-now(5:2)    DELIMITED BY SIZE
                   '-'                   DELIMITED BY SIZE
                   wc-runlog-now(7:2)    DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   wc-runlog-now(9:2)    DELIMITED BY SIZE
                   ':'                   DELIMITED BY SIZE
                   wc-runlog-now(11:2)   DELIMITED BY SIZE
                   ':'                   DELIMITED BY SIZE
                   wc-runlog-now(13:2)   DELIMITED BY SIZE
                   INTO wc-notify-timestamp
               END-STRING

               MOVE SETTLE-SETL-ID TO wn-setl-refid-ed
               OPEN EXTEND NOTIFYDATA
               PERFORM VARYING wn-notify-idx FROM 1 BY 1
                   UNTIL wn-notify-idx > CONTRCPT-COUNT
                   MOVE SPACE TO NOTIFY-POST
                   MOVE wc-notify-timestamp TO NOTIFY-TIMESTAMP
                   MOVE FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
                       TO NOTIFY-CUSTNO
                   MOVE wn-setl-refid-ed TO NOTIFY-INVNO
                   MOVE CONTRCPT-EMAIL(wn-notify-idx)
                       TO NOTIFY-EMAIL
                   MOVE 'REDOVISN' TO NOTIFY-KIND
                   WRITE NOTIFY-POST
               END-PERFORM
               CLOSE NOTIFYDATA
           END-IF
           .

      **********************************************************
      *    the payout order in the bank's LB format, the same
      *    TK14/TK40 pair P0146 writes for a refund; the reference
      *    is 'S' + SETL_ID so the return file (P0180) can tell a
      *    redovisning from a refund order, and the receiving
      *    bankgiro rides in the reference's second half
       P0228-write-settle-payout.

           OPEN EXTEND LBDATA
           MOVE '14' TO LB-TK
           MOVE SPACE TO LB-REFERENS
           MOVE SETTLE-SETL-ID TO wn-setl-refid-ed
           MOVE 'S' TO LB-REFERENS(1:1)
           MOVE wn-setl-refid-ed TO LB-REFERENS(2:9)
           MOVE SETLACCT-BANKGIRO-TEXT TO LB-REFERENS(11:10)
           COMPUTE LB-BELOPP = SETTLE-PAYOUT * 100
           MOVE FUNCTION CURRENT-DATE(1:8) TO LB-BETDATUM
           MOVE SPACE TO LB-NAMN
           WRITE LB-POST

           MOVE '40' TO LB-TK
           MOVE SPACE TO LB-REFERENS
           MOVE 'S' TO LB-REFERENS(1:1)
           MOVE wn-setl-refid-ed TO LB-REFERENS(2:9)
           MOVE ZERO TO LB-BELOPP
           MOVE SPACE TO LB-BETDATUM
           MOVE CUSTOMER-NAME-TEXT(1:33) TO LB-NAMN
           WRITE LB-POST
           CLOSE LBDATA
           .

      **********************************************************
      *    payouts the bank's return file rejected (P0184) go out
      *    again at the start of the next run - to the account on
      *    file now, so a corrected bankgiro (K0187) is picked up
       P0229-resend-rejected-payouts.

           EXEC SQL
               DECLARE CURS-SETLREJ CURSOR FOR
               SELECT S.SETL_ID, S.PAYOUT, C.NAME, A.BANKGIRO
               FROM TUTORIAL.SETTLE S, TUTORIAL.CUSTOMER C,
                    TUTORIAL.SETLACCT A
               WHERE S.STATE = 2
                 AND C.CUST_ID = S.CUST_ID
                 AND A.CUST_ID = S.CUST_ID
               ORDER BY S.SETL_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-SETLREJ
           END-EXEC

           EXEC SQL
               FETCH CURS-SETLREJ
                   INTO :SETTLE-SETL-ID, :SETTLE-PAYOUT,
                        :CUSTOMER-NAME, :SETLACCT-BANKGIRO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM P0228-write-settle-payout

               EXEC SQL
                   UPDATE SETTLE
                   SET STATE = 0
                   WHERE SETL_ID = :SETTLE-SETL-ID
               END-EXEC
               ADD 1 TO wn-setl-resent-count

               EXEC SQL
                   FETCH CURS-SETLREJ
                       INTO :SETTLE-SETL-ID, :SETTLE-PAYOUT,
                            :CUSTOMER-NAME, :SETLACCT-BANKGIRO
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-SETLREJ
           END-EXEC
           .

      **********************************************************
      *    Betalningsf�rel�ggande: the legal step after an unpaid
      *    final demand for a customer without an inkasso partner
      *    (dunning profile final step K - dunning registers those
      *    cases as prepared) or after the inkasso partner gave a
      *    case up as uncollectible. The screen lists the register;
      *    A takes the uncollectible inkasso cases in, S writes the
      *    prepared cases as applications in Kronofogden's file
      *    format, I reads Kronofogden's decision and status file
      *    back onto the cases and invoices.
       P0230-kfm-applications.

           DISPLAY HEADLINE
           DISPLAY 'BETALNINGSF�REL�GGANDEN (ej avslutade)'
           DISPLAY HEADLINE
           DISPLAY 'Faktura         |Tillst�nd   |M�l'
               '                 |Kapital'

           MOVE ZERO TO wn-kfm-list-count
           EXEC SQL
               DECLARE CURS-KFM-LIST CURSOR FOR
               SELECT K.STATE, K.CAPITAL, COALESCE(K.MALNR, ' '),
                      V.INVNO
               FROM TUTORIAL.KFMCASE K, TUTORIAL.INVOICE V
               WHERE K.STATE < 5
                 AND V.INV_ID = K.INV_ID
               ORDER BY K.STATE, K.KFM_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-KFM-LIST
           END-EXEC

           EXEC SQL
               FETCH CURS-KFM-LIST
                   INTO :KFMCASE-STATE, :KFMCASE-CAPITAL,
                        :KFMCASE-MALNR, :INVOICE-INVNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-kfm-list-count
               PERFORM P0239-kfm-state-name
               MOVE KFMCASE-CAPITAL TO wn-kfm-capital-ed
               DISPLAY INVOICE-INVNO-TEXT(1:16) '|'
                   wc-kfm-statename '|'
                   KFMCASE-MALNR-TEXT '|'
                   wn-kfm-capital-ed
               EXEC SQL
                   FETCH CURS-KFM-LIST
                       INTO :KFMCASE-STATE, :KFMCASE-CAPITAL,
                            :KFMCASE-MALNR, :INVOICE-INVNO
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-KFM-LIST
           END-EXEC

           IF wn-kfm-list-count = ZERO
               DISPLAY '(inga)'
           END-IF

           DISPLAY SPACE
           DISPLAY 'A=ta in avskrivna inkasso�renden, S=skriv'
               ' ans�kningar, I=l�s Kronofogdens svarsfil,'
               ' blankt=klart: ' WITH NO ADVANCING
           MOVE SPACE TO wc-kfm-action
           ACCEPT wc-kfm-action

           EVALUATE wc-kfm-action
               WHEN 'A'
               WHEN 'a'
                   PERFORM P0232-take-inkasso-returns
               WHEN 'S'
               WHEN 's'
                   PERFORM P0234-write-applications
               WHEN 'I'
               WHEN 'i'
                   PERFORM P0236-import-kfm-responses
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
      *    Every case the inkasso partner closed as uncollectible
      *    (INKCASE state 2) on an invoice still open, and not yet
      *    in the register, goes in as prepared - the bureau's own
      *    fees follow it onto the application.
       P0232-take-inkasso-returns.

           MOVE FUNCTION CURRENT-DATE(1:4) TO wc-kfm-today(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO wc-kfm-today(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO wc-kfm-today(9:2)
           MOVE '-' TO wc-kfm-today(5:1) wc-kfm-today(8:1)

           MOVE ZERO TO wn-kfm-taken-count
           EXEC SQL
               DECLARE CURS-KFM-INK CURSOR FOR
               SELECT K.INV_ID, V.INVNO
               FROM TUTORIAL.INKCASE K, TUTORIAL.INVOICE V
               WHERE K.STATE = 2
                 AND V.INV_ID = K.INV_ID
                 AND V.INVSTATE IN (1, 2)
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.KFMCASE F
                          WHERE F.INV_ID = K.INV_ID)
               ORDER BY K.INV_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-KFM-INK
           END-EXEC

           EXEC SQL
               FETCH CURS-KFM-INK
                   INTO :KFMCASE-INV-ID, :INVOICE-INVNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE 'KFMCASE' TO IDGEN-TABLENAME-TEXT
               PERFORM Y0200-get-next-id
               MOVE wn-next-id TO KFMCASE-KFM-ID
               ADD 1 TO KFMCASE-KFM-ID

               MOVE 'I' TO KFMCASE-ORIGIN
               MOVE ZERO TO KFMCASE-STATE
               MOVE wc-kfm-today TO KFMCASE-CREATED
               MOVE wc-kfm-today TO KFMCASE-LASTUPDATE
               MOVE ZERO TO KFMCASE-CAPITAL KFMCASE-INTEREST
                            KFMCASE-INTRATE KFMCASE-FEES
                            KFMCASE-APPFEE

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
                   ADD 1 TO wn-kfm-taken-count
                   DISPLAY 'F�rberett fr�n inkasso: '
                       INVOICE-INVNO-TEXT(1:16)
               END-IF

               EXEC SQL
                   FETCH CURS-KFM-INK
                       INTO :KFMCASE-INV-ID, :INVOICE-INVNO
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-KFM-INK
           END-EXEC

           DISPLAY 'Inkasso�renden f�rberedda: ' wn-kfm-taken-count
           .

      **********************************************************
      *    One application per prepared case, appended to
      *    data/kfmansokan.txt: the open capital, dr�jsm�lsr�nta
      *    from the due date - or from the last reminder, whose
      *    letter already billed the days before it - to today at
      *    the dated reference rate (Y0250), the rate running on
      *    from today, the unpaid reminder letters and the bureau's
      *    fees, and the ans�kningsavgift. Kronofogden needs the
      *    debtor's person- or organisationsnummer; a case without
      *    one is held back until the debtor record has it.
       P0234-write-applications.

           MOVE FUNCTION CURRENT-DATE(1:4) TO wc-kfm-today(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO wc-kfm-today(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO wc-kfm-today(9:2)
           MOVE '-' TO wc-kfm-today(5:1) wc-kfm-today(8:1)
           COMPUTE wn-kfm-today-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))

           IF wc-refrate-loaded-flag NOT = 'Y'
               PERFORM Y0245-load-refrate-table
               MOVE 'Y' TO wc-refrate-loaded-flag
           END-IF

           MOVE ZERO TO wn-kfm-written-count wn-kfm-held-count
           OPEN EXTEND KFMDATA

           EXEC SQL
               DECLARE CURS-KFM-NEW CURSOR FOR
               SELECT K.KFM_ID, K.INV_ID, K.ORIGIN, V.INVNO,
                      V.DUEDATE, V.DUNLEVEL,
                      COALESCE(V.LASTDUNDATE, ' '),
                      V.CUST_ID, V.DEBT_ID
               FROM TUTORIAL.KFMCASE K, TUTORIAL.INVOICE V
               WHERE K.STATE = 0
                 AND V.INV_ID = K.INV_ID
               ORDER BY K.KFM_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-KFM-NEW
           END-EXEC

           EXEC SQL
               FETCH CURS-KFM-NEW
                   INTO :KFMCASE-KFM-ID, :KFMCASE-INV-ID,
                        :KFMCASE-ORIGIN, :INVOICE-INVNO,
                        :INVOICE-DUEDATE, :INVOICE-DUNLEVEL,
                        :INVOICE-LASTDUNDATE,
                        :INVOICE-CUST-ID, :INVOICE-DEBT-ID
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM P0235-write-one-application
               EXEC SQL
                   FETCH CURS-KFM-NEW
                       INTO :KFMCASE-KFM-ID, :KFMCASE-INV-ID,
                            :KFMCASE-ORIGIN, :INVOICE-INVNO,
                            :INVOICE-DUEDATE, :INVOICE-DUNLEVEL,
                            :INVOICE-LASTDUNDATE,
                            :INVOICE-CUST-ID, :INVOICE-DEBT-ID
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-KFM-NEW
           END-EXEC

           CLOSE KFMDATA

           DISPLAY 'Ans�kningar skrivna till data/kfmansokan.txt: '
               wn-kfm-written-count
           DISPLAY 'H�llna (person-/orgnr saknas):              '
               wn-kfm-held-count
           .

      **********************************************************
       P0235-write-one-application.

           MOVE INVOICE-CUST-ID TO CUSTOMER-CUST-ID
           EXEC SQL
               SELECT NAME, ORGNO, FIN_ID
                   INTO :CUSTOMER-NAME, :CUSTOMER-ORGNO,
                        :CUSTOMER-FIN-ID
                   FROM CUSTOMER
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC
           MOVE CUSTOMER-FIN-ID TO FINDATA-FIN-ID
           EXEC SQL
               SELECT INTERESTRATE, COMPANYNAME
                   INTO :FINDATA-INTERESTRATE, :FINDATA-COMPANYNAME
                   FROM FINDATA
                   WHERE FIN_ID = :FINDATA-FIN-ID
           END-EXEC

           MOVE SPACE TO DEBTOR-ORGNO
           EXEC SQL
               SELECT D.NAME, COALESCE(D.ORGNO, ' '),
                      A.STREET, A.POSTNO, A.PLACE
                   INTO :DEBTOR-NAME, :DEBTOR-ORGNO,
                        :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE
                   FROM TUTORIAL.DEBTOR D, TUTORIAL.ADDR A
                   WHERE D.DEBT_ID = :INVOICE-DEBT-ID
                     AND A.ADDR_ID = D.ADDR_ID
           END-EXEC

      *    the capital: what is left of the invoice after payments
      *    and a husavdrag still with Skatteverket
           MOVE ZERO TO wn-kfm-capital wn-kfm-paid
           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE
                          + I.QTY * I.PRICE * I.VAT / 100), 0)
                   INTO :wn-kfm-capital
                   FROM TUTORIAL.ITEM I, TUTORIAL.INVITEM VI
                   WHERE VI.INV_ID = :KFMCASE-INV-ID
                     AND I.ITEM_ID = VI.ITEM_ID
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
                   INTO :wn-kfm-paid
                   FROM PAYMENT
                   WHERE INV_ID = :KFMCASE-INV-ID
           END-EXEC
           SUBTRACT wn-kfm-paid FROM wn-kfm-capital
           MOVE ZERO TO wn-kfm-paid
           EXEC SQL
               SELECT COALESCE(SUM(REDUCTION), 0)
                   INTO :wn-kfm-paid
                   FROM HUSAVDR
                   WHERE INV_ID = :KFMCASE-INV-ID
                     AND STATE < 2
           END-EXEC
           SUBTRACT wn-kfm-paid FROM wn-kfm-capital

           EVALUATE TRUE
               WHEN wn-kfm-capital NOT > ZERO
      *            paid meanwhile - nothing to apply for
                   EXEC SQL
                       UPDATE KFMCASE
                       SET STATE = 5,
                           LASTUPDATE = :wc-kfm-today
                       WHERE KFM_ID = :KFMCASE-KFM-ID
                   END-EXEC
                   DISPLAY 'Betald, ingen ans�kan: '
                       INVOICE-INVNO-TEXT(1:16)
               WHEN DEBTOR-ORGNO = SPACE
                   ADD 1 TO wn-kfm-held-count
                   DISPLAY 'Person-/orgnr saknas, h�lls: '
                       INVOICE-INVNO-TEXT(1:16)
               WHEN OTHER
                   PERFORM P0237-price-application
                   PERFORM P0238-write-application-records
           END-EVALUATE
           .

      **********************************************************
      *    Interest, the running rate and the fees for the case in
      *    hand.
       P0237-price-application.

           IF INVOICE-DUNLEVEL > 0 AND INVOICE-LASTDUNDATE NOT = SPACE
               MOVE INVOICE-LASTDUNDATE TO wc-kfm-from
           ELSE
               MOVE INVOICE-DUEDATE TO wc-kfm-from
           END-IF
           MOVE wc-kfm-from(1:4) TO wc-kfm-ymd(1:4)
           MOVE wc-kfm-from(6:2) TO wc-kfm-ymd(5:2)
           MOVE wc-kfm-from(9:2) TO wc-kfm-ymd(7:2)
           COMPUTE wn-pint-from-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wc-kfm-ymd))
           MOVE wn-kfm-today-int TO wn-pint-to-int
           MOVE wn-kfm-capital TO wn-pint-base
           PERFORM Y0250-compute-period-interest
           COMPUTE wn-kfm-interest ROUNDED = wn-pint-result

      *    the rate in force today runs on until payment
           MOVE FINDATA-INTERESTRATE TO wn-kfm-rate
           PERFORM VARYING wn-refrate-idx FROM 1 BY 1
               UNTIL wn-refrate-idx > wn-refrate-count
               IF wn-refrate-eff-int (wn-refrate-idx)
                       NOT > wn-kfm-today-int
                   MOVE wn-refrate-pct (wn-refrate-idx)
                       TO wn-kfm-rate
               END-IF
           END-PERFORM

      *    the reminder letters still unpaid - their fees and the
      *    interest each one billed
           MOVE ZERO TO wn-kfm-fees wn-kfm-paid
           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE
                          + I.QTY * I.PRICE * I.VAT / 100), 0)
                   INTO :wn-kfm-fees
                   FROM TUTORIAL.INVOICE V, TUTORIAL.INVOICE R,
                        TUTORIAL.INVITEM VI, TUTORIAL.ITEM I
                   WHERE V.INV_ID = :KFMCASE-INV-ID
                     AND R.INVNO IN (V.INVNO || '-P1',
                                     V.INVNO || '-P2',
                                     V.INVNO || '-KR')
                     AND R.INVSTATE IN (0, 1, 2)
                     AND VI.INV_ID = R.INV_ID
                     AND I.ITEM_ID = VI.ITEM_ID
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(P.AMOUNT), 0)
                   INTO :wn-kfm-paid
                   FROM TUTORIAL.INVOICE V, TUTORIAL.INVOICE R,
                        TUTORIAL.PAYMENT P
                   WHERE V.INV_ID = :KFMCASE-INV-ID
                     AND R.INVNO IN (V.INVNO || '-P1',
                                     V.INVNO || '-P2',
                                     V.INVNO || '-KR')
                     AND R.INVSTATE IN (0, 1, 2)
                     AND P.INV_ID = R.INV_ID
           END-EXEC
           SUBTRACT wn-kfm-paid FROM wn-kfm-fees
           IF wn-kfm-fees < ZERO
               MOVE ZERO TO wn-kfm-fees
           END-IF

           MOVE ZERO TO INKCASE-FEES
           IF KFMCASE-ORIGIN = 'I'
               EXEC SQL
                   SELECT FEES
                       INTO :INKCASE-FEES
                       FROM INKCASE
                       WHERE INV_ID = :KFMCASE-INV-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO INKCASE-FEES
               END-IF
           END-IF
           .

      **********************************************************
       P0238-write-application-records.

           MOVE SPACE TO KFM-SOK-POST
           MOVE '10' TO KFM-SOK-TYP
           MOVE INVOICE-INVNO-TEXT(1:20) TO KFM-SOK-REF
           MOVE CUSTOMER-ORGNO-TEXT(1:12) TO KFM-SOK-ORGNR
           MOVE CUSTOMER-NAME-TEXT(1:40) TO KFM-SOK-NAMN
           MOVE FINDATA-COMPANYNAME-TEXT(1:40) TO KFM-SOK-OMBUD
           WRITE KFM-SOK-POST

           MOVE SPACE TO KFM-SVA-POST
           MOVE '20' TO KFM-SVA-TYP
           MOVE INVOICE-INVNO-TEXT(1:20) TO KFM-SVA-REF
      *    Kronofogden gets the personnummer in clear
           MOVE DEBTOR-ORGNO TO PNRREQ-IN
           MOVE 'D' TO PNRREQ-MODE
           CALL 'PbsPnr' USING PNRREQ
           MOVE PNRREQ-OUT TO KFM-SVA-PNR
           MOVE DEBTOR-NAME-TEXT(1:40) TO KFM-SVA-NAMN
           MOVE ADDR-STREET TO KFM-SVA-GATA
           MOVE ADDR-POSTNO TO KFM-SVA-POSTNR
           MOVE ADDR-PLACE TO KFM-SVA-ORT
           WRITE KFM-SVA-POST

           MOVE SPACE TO KFM-FOR-POST
           MOVE '30' TO KFM-FOR-TYP
           MOVE INVOICE-INVNO-TEXT(1:20) TO KFM-FOR-REF
           MOVE INVOICE-DUEDATE TO KFM-FOR-FORFDAG
           MOVE wn-kfm-capital TO KFM-FOR-KAPITAL
           MOVE wn-kfm-interest TO KFM-FOR-RANTA
           MOVE wc-kfm-today TO KFM-FOR-RANTEFROM
           MOVE wn-kfm-rate TO KFM-FOR-RANTESATS
           MOVE 'Obetald faktura' TO KFM-FOR-GRUND
           WRITE KFM-FOR-POST

           MOVE SPACE TO KFM-KOST-POST
           MOVE '40' TO KFM-KOST-TYP
           MOVE INVOICE-INVNO-TEXT(1:20) TO KFM-KOST-REF
           MOVE wn-kfm-fees TO KFM-KOST-PAMINN
           MOVE INKCASE-FEES TO KFM-KOST-INKASSO
           MOVE wn-kfm-appfee-std TO KFM-KOST-ANSAVG
           WRITE KFM-KOST-POST

           MOVE wn-kfm-capital TO KFMCASE-CAPITAL
           MOVE wn-kfm-interest TO KFMCASE-INTEREST
           MOVE wn-kfm-rate TO KFMCASE-INTRATE
           COMPUTE KFMCASE-FEES = wn-kfm-fees + INKCASE-FEES
           MOVE wn-kfm-appfee-std TO KFMCASE-APPFEE

           EXEC SQL
               UPDATE KFMCASE
               SET STATE = 1,
                   SENTDATE = :wc-kfm-today,
                   CAPITAL = :KFMCASE-CAPITAL,
                   INTEREST = :KFMCASE-INTEREST,
                   INTRATE = :KFMCASE-INTRATE,
                   FEES = :KFMCASE-FEES,
                   APPFEE = :KFMCASE-APPFEE,
                   LASTUPDATE = :wc-kfm-today
               WHERE KFM_ID = :KFMCASE-KFM-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in KFMCASE �r felt'
           END-IF

           ADD 1 TO wn-kfm-written-count
           DISPLAY 'Ans�kan skriven: ' INVOICE-INVNO-TEXT(1:16)
           .

      **********************************************************
      *    Kronofogden's decision and status rows
      *    (data/kfmsvar.txt) onto the register: the m�lnummer on
      *    registration, a contested application or an utslag as
      *    case state, and money Kronofogden pays out after
      *    verkst�llighet as an ordinary PAYMENT (method KFM) that
      *    settles the invoice under the covered rule.
       P0236-import-kfm-responses.

           MOVE ZERO TO wn-kfmret-count wn-kfmret-miss-count
           MOVE 'N' TO wc-kfmret-eof-flag

           OPEN INPUT KFMRETDATA
           IF NOT is-kfmretfil-ok
               DISPLAY 'Ingen svarsfil (data/kfmsvar.txt).'
           ELSE
               READ KFMRETDATA
                   AT END MOVE 'Y' TO wc-kfmret-eof-flag
               END-READ
               PERFORM P0233-import-one-kfm-row
                   UNTIL wc-kfmret-eof-flag = 'Y'
               CLOSE KFMRETDATA

               DISPLAY 'Svarsrader behandlade:  ' wn-kfmret-count
               DISPLAY 'Utan matchande �rende:  '
                   wn-kfmret-miss-count
           END-IF
           .

      **********************************************************
       P0239-kfm-state-name.

           EVALUATE KFMCASE-STATE
               WHEN 0
                   MOVE 'f�rberedd' TO wc-kfm-statename
               WHEN 1
                   MOVE 'ans�kt' TO wc-kfm-statename
               WHEN 2
                   MOVE 'registrerad' TO wc-kfm-statename
               WHEN 3
                   MOVE 'bestriden' TO wc-kfm-statename
               WHEN 4
                   MOVE 'utslag' TO wc-kfm-statename
               WHEN 5
                   MOVE 'betald' TO wc-kfm-statename
               WHEN OTHER
                   MOVE 'avslutad' TO wc-kfm-statename
           END-EVALUATE
           .

      **********************************************************
       P0233-import-one-kfm-row.

           ADD 1 TO wn-kfmret-count
           MOVE SPACE TO wc-kfmret-invno wc-kfmret-kod
                         wc-kfmret-datum wc-kfmret-belopp
                         wc-kfmret-malnr
           UNSTRING KFMRET-POST DELIMITED BY ';'
               INTO wc-kfmret-invno wc-kfmret-kod
                    wc-kfmret-datum wc-kfmret-belopp
                    wc-kfmret-malnr
           END-UNSTRING

           MOVE FUNCTION TRIM(wc-kfmret-invno) TO INVOICE-INVNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-kfmret-invno))
               TO INVOICE-INVNO-LEN

           EXEC SQL
               SELECT V.INV_ID, K.KFM_ID
                   INTO :INVOICE-INV-ID, :KFMCASE-KFM-ID
                   FROM TUTORIAL.INVOICE V, TUTORIAL.KFMCASE K
                   WHERE V.INVNO = :INVOICE-INVNO
                     AND K.INV_ID = V.INV_ID
                     AND K.STATE > 0
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO wn-kfmret-miss-count
               DISPLAY 'Raden matchar inget ans�kt �rende: '
                   FUNCTION TRIM(wc-kfmret-invno)
           ELSE
               IF FUNCTION TRIM(wc-kfmret-datum) = SPACE
                   MOVE FUNCTION CURRENT-DATE(1:4)
                       TO wc-kfmret-datum(1:4)
                   MOVE FUNCTION CURRENT-DATE(5:2)
                       TO wc-kfmret-datum(6:2)
                   MOVE FUNCTION CURRENT-DATE(7:2)
                       TO wc-kfmret-datum(9:2)
                   MOVE '-' TO wc-kfmret-datum(5:1)
                               wc-kfmret-datum(8:1)
               END-IF

               EVALUATE FUNCTION TRIM(wc-kfmret-kod)
                   WHEN 'REG'
                       MOVE FUNCTION TRIM(wc-kfmret-malnr)
                           TO KFMCASE-MALNR-TEXT
                       MOVE FUNCTION LENGTH(
                               FUNCTION TRIM(wc-kfmret-malnr))
                           TO KFMCASE-MALNR-LEN
                       EXEC SQL
                           UPDATE KFMCASE
                           SET STATE = 2,
                               MALNR = :KFMCASE-MALNR,
                               LASTUPDATE = :wc-kfmret-datum
                           WHERE KFM_ID = :KFMCASE-KFM-ID
                       END-EXEC
                   WHEN 'BES'
                       EXEC SQL
                           UPDATE KFMCASE
                           SET STATE = 3,
                               LASTUPDATE = :wc-kfmret-datum
                           WHERE KFM_ID = :KFMCASE-KFM-ID
                       END-EXEC
                       DISPLAY 'Ans�kan bestriden - till tingsr�tt'
                           ' eller �terkalla: '
                           FUNCTION TRIM(wc-kfmret-invno)
                   WHEN 'UTS'
                       EXEC SQL
                           UPDATE KFMCASE
                           SET STATE = 4,
                               LASTUPDATE = :wc-kfmret-datum
                           WHERE KFM_ID = :KFMCASE-KFM-ID
                       END-EXEC
                       DISPLAY 'Utslag meddelat: '
                           FUNCTION TRIM(wc-kfmret-invno)
                   WHEN 'BET'
                       COMPUTE wn-kfmret-amount =
                           FUNCTION NUMVAL(wc-kfmret-belopp)
                       PERFORM P0231-book-kfm-payment
                   WHEN 'AVV'
                   WHEN 'ATK'
                       EXEC SQL
                           UPDATE KFMCASE
                           SET STATE = 6,
                               LASTUPDATE = :wc-kfmret-datum
                           WHERE KFM_ID = :KFMCASE-KFM-ID
                       END-EXEC
                       DISPLAY '�rendet avslutat utan utslag: '
                           FUNCTION TRIM(wc-kfmret-invno)
                   WHEN OTHER
                       ADD 1 TO wn-kfmret-miss-count
                       DISPLAY 'Ok�nd svarskod: ' wc-kfmret-kod
               END-EVALUATE
           END-IF

           READ KFMRETDATA
               AT END MOVE 'Y' TO wc-kfmret-eof-flag
           END-READ
           .

      **********************************************************
      *    Money Kronofogden collected lands as a PAYMENT row like
      *    the inkasso partner's (P0194); a case whose invoice is
      *    covered closes as paid.
       P0231-book-kfm-payment.

           MOVE 'PAYMENT' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO PAYMENT-PAYMENT-ID

           MOVE INVOICE-INV-ID TO PAYMENT-INV-ID
           MOVE wn-kfmret-amount TO PAYMENT-AMOUNT
           MOVE wc-kfmret-datum TO PAYMENT-PAYDATE

           MOVE PAYMENT-PAYDATE TO wc-guard-date
           PERFORM Y0260-guard-closed-period
           MOVE wc-guard-date TO PAYMENT-PAYDATE

           MOVE 3 TO PAYMENT-METHOD-LEN
           MOVE 'KFM' TO PAYMENT-METHOD-TEXT

           EXEC SQL
               INSERT INTO PAYMENT
               VALUES ( (:PAYMENT-PAYMENT-ID+1),
                         :PAYMENT-INV-ID,
                         :PAYMENT-AMOUNT,
                         :PAYMENT-PAYDATE,
                         :PAYMENT-METHOD)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in PAYMENT table �r felt'
           ELSE
               MOVE ZERO TO wn-ink-open-sum
               EXEC SQL
                   SELECT COALESCE(SUM(I.QTY * I.PRICE
                              + I.QTY * I.PRICE * I.VAT / 100), 0)
                       INTO :wn-ink-open-sum
                       FROM TUTORIAL.ITEM I, TUTORIAL.INVITEM VI
                       WHERE VI.INV_ID = :INVOICE-INV-ID
                         AND I.ITEM_ID = VI.ITEM_ID
               END-EXEC
               MOVE ZERO TO wn-ink-paid-sum
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                       INTO :wn-ink-paid-sum
                       FROM PAYMENT
                       WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC
               IF wn-ink-paid-sum NOT < wn-ink-open-sum
                   EXEC SQL
                       SELECT INVSTATE
                           INTO :wn-hist-old
                           FROM INVOICE
                           WHERE INV_ID = :INVOICE-INV-ID
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       MOVE ZERO TO wn-hist-old
                   END-IF

                   EXEC SQL
                       UPDATE INVOICE
                           SET INVSTATE = 3
                           WHERE INV_ID = :INVOICE-INV-ID
                   END-EXEC

                   MOVE INVOICE-INV-ID TO wn-hist-inv-id
                   MOVE 3 TO wn-hist-new
                   PERFORM Y0330-log-invoice-state

                   EXEC SQL
                       UPDATE KFMCASE
                       SET STATE = 5,
                           LASTUPDATE = :wc-kfmret-datum
                       WHERE KFM_ID = :KFMCASE-KFM-ID
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE KFMCASE
                       SET LASTUPDATE = :wc-kfmret-datum
                       WHERE KFM_ID = :KFMCASE-KFM-ID
                   END-EXEC
               END-IF
               DISPLAY 'Utbetalning fr�n Kronofogden bokf�rd: '
                   FUNCTION TRIM(wc-kfmret-invno)
                   ' ' wn-kfmret-amount
           END-IF
           .

      **********************************************************
       P0150-run-interest-invoicing.

      *    a debtor who paid 20 days late without ever being
      *    reminded used to escape dr�jsm�lsr�nta entirely; this
      *    quarterly run finds every paid invoice whose last payment
      *    came after its due date and has not had its interest
      *    billed, computes the interest for the actual late days at
      *    the customer's FINDATA rate, and raises one consolidated
      *    r�ntefaktura per debtor through the ordinary
      *    INVOICE/INVITEM/ITEM path - it prints and ages like any
      *    other invoice
           MOVE ZERO TO wn-int-invoice-count
           MOVE 'Y' TO wc-int-first-flag
           MOVE ZERO TO wn-int-break-debtid

           EXEC SQL
               DECLARE CURS-INTEREST CURSOR FOR
               SELECT V.INV_ID, V.DEBT_ID, V.CUST_ID, V.INVNO,
                      V.DUEDATE, MAX(P.PAYDATE)
               FROM TUTORIAL.INVOICE V, TUTORIAL.PAYMENT P
               WHERE P.INV_ID = V.INV_ID
                 AND V.INVSTATE = 3
                 AND V.INTBILLED = 0
                 AND V.CREDITOF = 0
                 AND V.DUNLEVEL = 0
                 AND V.INV_ID NOT IN
                     (SELECT INV_ID FROM TUTORIAL.DISPUTE
                          WHERE STATE = 0)
               GROUP BY V.INV_ID, V.DEBT_ID, V.CUST_ID, V.INVNO,
                        V.DUEDATE
               HAVING MAX(P.PAYDATE) > V.DUEDATE
               ORDER BY V.DEBT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-INTEREST
           END-EXEC

           EXEC SQL
               FETCH CURS-INTEREST
                   INTO :wn-int-src-inv-id, :INVOICE-DEBT-ID,
                        :INVOICE-CUST-ID, :INVOICE-INVNO,
                        :INVOICE-DUEDATE, :wc-int-paydate
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM P0152-bill-one-late-invoice

               EXEC SQL
                   FETCH CURS-INTEREST
                       INTO :wn-int-src-inv-id, :INVOICE-DEBT-ID,
                            :INVOICE-CUST-ID, :INVOICE-INVNO,
                            :INVOICE-DUEDATE, :wc-int-paydate
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-INTEREST
           END-EXEC

           DISPLAY wn-int-invoice-count ' r�ntefakturor skapade.'
           .

      **********************************************************
       P0152-bill-one-late-invoice.

      *    keep the source invoice's number before the header
      *    machinery below reuses the INVOICE fields for the new
      *    r�ntefaktura
           MOVE INVOICE-INVNO-TEXT TO wc-int-src-invno

      *    the late days actually run up between due date and the
      *    last payment
           MOVE INVOICE-DUEDATE(1:4) TO wc-ymd-buffer(1:4)
           MOVE INVOICE-DUEDATE(6:2) TO wc-ymd-buffer(5:2)
           MOVE INVOICE-DUEDATE(9:2) TO wc-ymd-buffer(7:2)
           COMPUTE wn-duedate-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wc-ymd-buffer))

           MOVE wc-int-paydate(1:4) TO wc-ymd-buffer(1:4)
           MOVE wc-int-paydate(6:2) TO wc-ymd-buffer(5:2)
           MOVE wc-int-paydate(9:2) TO wc-ymd-buffer(7:2)
           COMPUTE wn-int-paydate-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wc-ymd-buffer))

           COMPUTE wn-int-late-days =
               wn-int-paydate-int - wn-duedate-int

           IF wn-int-late-days > ZERO

      *        a new debtor starts a new consolidated r�ntefaktura
               IF wc-int-first-flag = 'Y' OR
                  INVOICE-DEBT-ID NOT = wn-int-break-debtid
                   PERFORM P0154-open-interest-invoice
                   MOVE INVOICE-DEBT-ID TO wn-int-break-debtid
                   MOVE 'N' TO wc-int-first-flag
               END-IF

      *        interest on the invoice's full amount at the
      *        customer's rate, for the actual late days
               MOVE INVOICE-CUST-ID TO CUSTOMER-CUST-ID
               EXEC SQL
                   SELECT FIN_ID
                       INTO :CUSTOMER-FIN-ID
                       FROM CUSTOMER
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC
               EXEC SQL
                   SELECT INTERESTRATE
                       INTO :FINDATA-INTERESTRATE
                       FROM FINDATA
                       WHERE FIN_ID = :CUSTOMER-FIN-ID
               END-EXEC

               MOVE ZERO TO wn-int-total
               EXEC SQL
                   SELECT COALESCE(SUM(I.QTY * I.PRICE
                              + I.QTY * I.PRICE * I.VAT / 100), 0)
                       INTO :wn-int-total
                       FROM TUTORIAL.ITEM I, TUTORIAL.INVITEM VI
                       WHERE VI.INV_ID = :wn-int-src-inv-id
                         AND I.ITEM_ID = VI.ITEM_ID
               END-EXEC

      *        each late day at the reference rate (plus the
      *        statutory 8 enheter) that applied on that day -
      *        split over rate changes by the dated REFRATE table
               IF wc-refrate-loaded-flag NOT = 'Y'
                   PERFORM Y0245-load-refrate-table
                   MOVE 'Y' TO wc-refrate-loaded-flag
               END-IF
               MOVE wn-duedate-int TO wn-pint-from-int
               MOVE wn-int-paydate-int TO wn-pint-to-int
               MOVE wn-int-total TO wn-pint-base
               PERFORM Y0250-compute-period-interest
               COMPUTE wn-int-amount ROUNDED = wn-pint-result

               IF wn-int-amount > ZERO
                   PERFORM P0156-insert-interest-line
               END-IF
           END-IF

      *    billed or zero, the invoice is done with interest
           EXEC SQL
               UPDATE INVOICE
               SET INTBILLED = 1
               WHERE INV_ID = :wn-int-src-inv-id
           END-EXEC
           .

      **********************************************************
       P0154-open-interest-invoice.

           MOVE 'INVOICE' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO INVOICE-INV-ID
           ADD 1 TO INVOICE-INV-ID
           MOVE INVOICE-INV-ID TO wn-int-curr-inv-id

           EXEC SQL
               SELECT CUSTNO
                   INTO :CUSTOMER-CUSTNO
                   FROM CUSTOMER
                   WHERE CUST_ID = :INVOICE-CUST-ID
           END-EXEC

           MOVE ZERO TO INVOICE-INVSTATE
           MOVE INVOICE-DEBT-ID TO wc-int-debtid-ed
           MOVE SPACE TO INVOICE-INVNO-TEXT
           STRING 'R' DELIMITED BY SIZE
               wc-int-debtid-ed DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO INVOICE-INVNO-TEXT
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(INVOICE-INVNO-TEXT))
               TO INVOICE-INVNO-LEN
           MOVE CUSTOMER-CUSTNO TO INVOICE-CUSTNO
           MOVE FUNCTION CURRENT-DATE(1:10) TO INVOICE-INVDATE

           EXEC SQL
               SELECT DUEDAYS
                   INTO :CUSTOMER-DUEDAYS
                   FROM CUSTOMER
                   WHERE CUST_ID = :INVOICE-CUST-ID
           END-EXEC

           COMPUTE wn-today-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           COMPUTE wn-duedate-int = wn-today-int + CUSTOMER-DUEDAYS

      *    never let a due date land on a day the banks are closed
           MOVE wn-duedate-int TO wn-roll-int
           PERFORM Y0220-roll-to-bank-day
           MOVE wn-roll-int TO wn-duedate-int

           MOVE FUNCTION DATE-OF-INTEGER(wn-duedate-int)
               TO wc-duedate-ymd
           MOVE wc-duedate-ymd(1:4) TO INVOICE-DUEDATE(1:4)
           MOVE wc-duedate-ymd(5:2) TO INVOICE-DUEDATE(6:2)
           MOVE wc-duedate-ymd(7:2) TO INVOICE-DUEDATE(9:2)
           MOVE '-' TO INVOICE-DUEDATE(5:1) INVOICE-DUEDATE(8:1)

           MOVE ZERO TO INVOICE-VAT
           MOVE ZERO TO INVOICE-CREDITOF
           MOVE ZERO TO INVOICE-DUNLEVEL
           MOVE SPACE TO INVOICE-LASTDUNDATE
           MOVE 1 TO INVOICE-INTBILLED
           MOVE SPACE TO INVOICE-SENDDATE

           PERFORM Y0210-build-ocr-ref

           EXEC SQL
               INSERT INTO INVOICE
               VALUES ( :INVOICE-INV-ID,
                         :INVOICE-CUST-ID,
                         :INVOICE-DEBT-ID,
                         :INVOICE-INVSTATE,
                         :INVOICE-INVNO,
                         :INVOICE-CUSTNO,
                         :INVOICE-INVDATE,
                         :INVOICE-VAT,
                         :INVOICE-DUEDATE,
                         :INVOICE-CREDITOF,
                         :INVOICE-OCRREF,
                         :INVOICE-DUNLEVEL,
                         :INVOICE-LASTDUNDATE,
                         :INVOICE-INTBILLED,
                         :INVOICE-SENDDATE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in INVOICE table �r felt'
           ELSE
               ADD 1 TO wn-int-invoice-count
           END-IF
           .

      **********************************************************
       P0156-insert-interest-line.

           MOVE 'ITEM' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO ITEM-ITEM-ID
           ADD 1 TO ITEM-ITEM-ID

           MOVE SPACE TO ITEM-DESCRIPTION-TEXT
           STRING 'Dr�jsm�lsr�nta faktura ' DELIMITED BY SIZE
               FUNCTION TRIM(wc-int-src-invno) DELIMITED BY SIZE
               INTO ITEM-DESCRIPTION-TEXT
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ITEM-DESCRIPTION-TEXT))
               TO ITEM-DESCRIPTION-LEN
           MOVE SPACE TO ITEM-ARTNO-TEXT
           MOVE ZERO TO ITEM-ARTNO-LEN
           MOVE 2 TO ITEM-UNITDESC-LEN
           MOVE 'ST' TO ITEM-UNITDESC-TEXT
           MOVE 1 TO ITEM-QTY
           MOVE wn-int-amount TO ITEM-PRICE
           MOVE ZERO TO ITEM-VAT

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
                   VALUES ( :wn-int-curr-inv-id, :ITEM-ITEM-ID)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in INVITEM table �r felt'
               END-IF
           END-IF
           .

      **********************************************************
       P0160-review-blocked-invoices.

      *    the holding pen: invoices subinv parked at INVSTATE 6
      *    because their debtor is credit-blocked or over limit. A
      *    supervisor releases them back to PENDING once the block
      *    is lifted, or cancels them as credited - nothing was ever
      *    printed, so there is nothing to reverse.
           DISPLAY HEADLINE
           DISPLAY 'KREDITSP�RRADE FAKTUROR'
           DISPLAY HEADLINE
           DISPLAY 'Fakt-ID  |Kundnr        |Fakturanr      |Datum'

           EXEC SQL
               DECLARE CURS-BLOCKED CURSOR FOR
               SELECT INV_ID, CUSTNO, INVNO, INVDATE
               FROM TUTORIAL.INVOICE
               WHERE INVSTATE = 6
               ORDER BY INV_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-BLOCKED
           END-EXEC

           EXEC SQL
               FETCH CURS-BLOCKED
                   INTO :INVOICE-INV-ID, :INVOICE-CUSTNO,
                        :INVOICE-INVNO, :INVOICE-INVDATE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY INVOICE-INV-ID '|'
                   INVOICE-CUSTNO-TEXT(1:14) '|'
                   INVOICE-INVNO-TEXT(1:15) '|' INVOICE-INVDATE

               EXEC SQL
                   FETCH CURS-BLOCKED
                       INTO :INVOICE-INV-ID, :INVOICE-CUSTNO,
                            :INVOICE-INVNO, :INVOICE-INVDATE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-BLOCKED
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Fakt-ID att hantera (0=avbryt): '
               WITH NO ADVANCING
           MOVE ZERO TO wc-mailq-id-in
           ACCEPT wc-mailq-id-in

           IF wc-mailq-id-in NOT = ZERO
               MOVE wc-mailq-id-in TO INVOICE-INV-ID

               DISPLAY 'F=frige, K=makulera: '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer

               EVALUATE wc-edit-buffer(1:1)
                   WHEN 'F'
                   WHEN 'f'
                       EXEC SQL
                           UPDATE INVOICE
                           SET INVSTATE = 0
                           WHERE INV_ID = :INVOICE-INV-ID
                             AND INVSTATE = 6
                       END-EXEC
                       IF SQLCODE = ZERO
                           MOVE INVOICE-INV-ID TO wn-hist-inv-id
                           MOVE 6 TO wn-hist-old
                           MOVE ZERO TO wn-hist-new
                           PERFORM Y0330-log-invoice-state
                           DISPLAY 'Fakturan �r frigiven.'
                       ELSE
                           DISPLAY 'Fakturan hittades inte.'
                       END-IF
                   WHEN 'K'
                   WHEN 'k'
                       EXEC SQL
                           UPDATE INVOICE
                           SET INVSTATE = 4
                           WHERE INV_ID = :INVOICE-INV-ID
                             AND INVSTATE = 6
                       END-EXEC
                       IF SQLCODE = ZERO
                           MOVE INVOICE-INV-ID TO wn-hist-inv-id
                           MOVE 6 TO wn-hist-old
                           MOVE 4 TO wn-hist-new
                           PERFORM Y0330-log-invoice-state
                           MOVE 'INVOICE' TO wc-audit-table
                           MOVE INVOICE-INV-ID TO wn-audit-rowkey
                           MOVE 'BLOCK CANCEL' TO wc-audit-field
                           MOVE '6' TO wc-audit-old
                           MOVE '4' TO wc-audit-new
                           PERFORM Y0300-write-audit
                           DISPLAY 'Fakturan �r makulerad.'
                       ELSE
                           DISPLAY 'Fakturan hittades inte.'
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Ogiltigt val, ingen �tg�rd.'
               END-EVALUATE
           END-IF
           .

      **********************************************************
       P0122-list-plan.

           DISPLAY HEADLINE
           DISPLAY 'AVBETALNINGSPLAN (0=obetald, 1=betald)'
           DISPLAY 'Nr |F�rfallodag|Belopp       |Status'

           EXEC SQL
               DECLARE CURS-PAYPLAN CURSOR FOR
               SELECT INSTNO, DUEDATE, AMOUNT, PAIDSTATE
               FROM TUTORIAL.PAYPLAN
               WHERE INV_ID = :wn-plan-inv-id
               ORDER BY INSTNO
           END-EXEC

           EXEC SQL
               OPEN CURS-PAYPLAN
           END-EXEC

           MOVE ZERO TO wn-plan-instno

           EXEC SQL
               FETCH CURS-PAYPLAN
                   INTO :PAYPLAN-INSTNO, :PAYPLAN-DUEDATE,
                        :PAYPLAN-AMOUNT, :PAYPLAN-PAIDSTATE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY PAYPLAN-INSTNO '|' PAYPLAN-DUEDATE '|'
                       PAYPLAN-AMOUNT '|' PAYPLAN-PAIDSTATE
               MOVE PAYPLAN-INSTNO TO wn-plan-instno

               EXEC SQL
                   FETCH CURS-PAYPLAN
                       INTO :PAYPLAN-INSTNO, :PAYPLAN-DUEDATE,
                            :PAYPLAN-AMOUNT, :PAYPLAN-PAIDSTATE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-PAYPLAN
           END-EXEC
           .

      **********************************************************
       P0124-add-installments.

           MOVE 'N' TO wc-plan-more-switch
           PERFORM UNTIL is-plan-done

               DISPLAY 'F�rfallodag (�R-MM-DD, blankt=klart): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer

               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   SET is-plan-done TO TRUE
               ELSE
                   MOVE wc-edit-buffer(1:10) TO PAYPLAN-DUEDATE

                   DISPLAY 'Belopp: ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO PAYPLAN-AMOUNT

                   MOVE 'PAYPLAN' TO IDGEN-TABLENAME-TEXT
                   PERFORM Y0200-get-next-id
                   MOVE wn-next-id TO PAYPLAN-PLAN-ID
                   ADD 1 TO PAYPLAN-PLAN-ID

                   MOVE wn-plan-inv-id TO PAYPLAN-INV-ID
                   ADD 1 TO wn-plan-instno
                   MOVE wn-plan-instno TO PAYPLAN-INSTNO
                   MOVE ZERO TO PAYPLAN-PAIDSTATE

                   EXEC SQL
                       INSERT INTO PAYPLAN
                       VALUES ( :PAYPLAN-PLAN-ID,
                                 :PAYPLAN-INV-ID,
                                 :PAYPLAN-INSTNO,
                                 :PAYPLAN-DUEDATE,
                                 :PAYPLAN-AMOUNT,
                                 :PAYPLAN-PAIDSTATE)
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY ' Insert SQL sats in PAYPLAN �r felt'
                   ELSE
                       DISPLAY 'Delbetalning ' wn-plan-instno
                           ' registrerad.'
                   END-IF
               END-IF

           END-PERFORM
           .

      **********************************************************
       P0126-reconcile-plan.

      *    tick off installments, in order, as covered by the sum of
      *    PAYMENT rows recorded against the invoice
           MOVE ZERO TO wn-plan-paid-total
           EXEC SQL
               SELECT SUM(AMOUNT)
                   INTO :wn-plan-paid-total
                   FROM PAYMENT
                   WHERE INV_ID = :wn-plan-inv-id
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-plan-paid-total
           END-IF

           MOVE ZERO TO wn-plan-cum

           EXEC SQL
               DECLARE CURS-PLAN-RECON CURSOR FOR
               SELECT PLAN_ID, INSTNO, AMOUNT
               FROM TUTORIAL.PAYPLAN
               WHERE INV_ID = :wn-plan-inv-id
               ORDER BY INSTNO
           END-EXEC

           EXEC SQL
               OPEN CURS-PLAN-RECON
           END-EXEC

           EXEC SQL
               FETCH CURS-PLAN-RECON
                   INTO :PAYPLAN-PLAN-ID, :PAYPLAN-INSTNO,
                        :PAYPLAN-AMOUNT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD PAYPLAN-AMOUNT TO wn-plan-cum

               IF wn-plan-cum NOT > wn-plan-paid-total
                   EXEC SQL
                       UPDATE PAYPLAN
                       SET PAIDSTATE = 1
                       WHERE PLAN_ID = :PAYPLAN-PLAN-ID
                   END-EXEC
                   DISPLAY 'Delbetalning ' PAYPLAN-INSTNO
                       ' kvitterad.'
               END-IF

               EXEC SQL
                   FETCH CURS-PLAN-RECON
                       INTO :PAYPLAN-PLAN-ID, :PAYPLAN-INSTNO,
                            :PAYPLAN-AMOUNT
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-PLAN-RECON
           END-EXEC
           .

      **********************************************************
       P0130-maintain-ag-consents.

      *    the autogiro consent register the service billing run
      *    charges against (see srvbill.CBL B0130) - list, register
      *    and revoke consents per PBS customer
           DISPLAY HEADLINE
           DISPLAY 'AUTOGIRO-MEDGIVANDEN (1=aktivt, 0=�terkallat)'
           DISPLAY HEADLINE
           DISPLAY 'Kund-ID  |Bankkonto           |Datum     |Status'

           EXEC SQL
               DECLARE CURS-AGCONSENT CURSOR FOR
               SELECT CUST_ID, BANKACCT, CONSENTDATE, STATUS
               FROM TUTORIAL.AGCONSENT
               ORDER BY CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-AGCONSENT
           END-EXEC

           EXEC SQL
               FETCH CURS-AGCONSENT
                   INTO :AGCONSENT-CUST-ID, :AGCONSENT-BANKACCT,
                        :AGCONSENT-CONSENTDATE, :AGCONSENT-STATUS
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY AGCONSENT-CUST-ID '|'
                       AGCONSENT-BANKACCT-TEXT(1:20) '|'
                       AGCONSENT-CONSENTDATE '|' AGCONSENT-STATUS

               EXEC SQL
                   FETCH CURS-AGCONSENT
                       INTO :AGCONSENT-CUST-ID, :AGCONSENT-BANKACCT,
                            :AGCONSENT-CONSENTDATE, :AGCONSENT-STATUS
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-AGCONSENT
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Kundnummer (CUST_ID) att �ndra (0=avbryt): '
               WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in

           IF wc-custid-in NOT = ZERO
               MOVE wc-custid-in TO AGCONSENT-CUST-ID

               DISPLAY 'Bankkonto (blankt = �terkalla medgivandet): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer

               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   EXEC SQL
                       UPDATE AGCONSENT
                       SET STATUS = 0
                       WHERE CUST_ID = :AGCONSENT-CUST-ID
                   END-EXEC
                   IF SQLCODE = ZERO
                       DISPLAY 'Medgivandet �r �terkallat.'
                   ELSE
                       DISPLAY 'Inget medgivande hittades.'
                   END-IF
               ELSE
                   MOVE wc-edit-buffer(1:20) TO AGCONSENT-BANKACCT-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       wc-edit-buffer(1:20))) TO AGCONSENT-BANKACCT-LEN
                   MOVE FUNCTION CURRENT-DATE(1:10)
                       TO AGCONSENT-CONSENTDATE
                   MOVE 1 TO AGCONSENT-STATUS

                   EXEC SQL
                       UPDATE AGCONSENT
                       SET BANKACCT = :AGCONSENT-BANKACCT,
                           CONSENTDATE = :AGCONSENT-CONSENTDATE,
                           STATUS = :AGCONSENT-STATUS
                       WHERE CUST_ID = :AGCONSENT-CUST-ID
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       EXEC SQL
                           INSERT INTO AGCONSENT
                           VALUES ( :AGCONSENT-CUST-ID,
                                     :AGCONSENT-BANKACCT,
                                     :AGCONSENT-CONSENTDATE,
                                     :AGCONSENT-STATUS)
                       END-EXEC
                       IF SQLCODE NOT = ZERO
                           DISPLAY ' Insert SQL sats in AGCONSENT'
                               ' �r felt'
                       END-IF
                   END-IF

                   IF SQLCODE = ZERO
                       DISPLAY 'Medgivandet �r registrerat.'
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       E0163-book-duplicate-payment.

      *    the duplicate payment's amount lands as open suspense
      *    money on the invoice's debtor, for the menu-81 screen to
      *    apply elsewhere or refund
           DISPLAY 'Belopp: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION NUMVAL(wc-edit-buffer) TO wn-pay-amount

           MOVE INVOICE-DEBT-ID TO SUSPENSE-DEBT-ID

           MOVE 'SUSPENSE' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO SUSPENSE-SUSP-ID
           ADD 1 TO SUSPENSE-SUSP-ID

           MOVE wn-pay-amount TO SUSPENSE-AMOUNT
           MOVE FUNCTION CURRENT-DATE(1:4) TO SUSPENSE-RECDATE(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO SUSPENSE-RECDATE(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO SUSPENSE-RECDATE(9:2)
           MOVE '-' TO SUSPENSE-RECDATE(5:1) SUSPENSE-RECDATE(8:1)
           MOVE ZERO TO SUSPENSE-STATE
           MOVE SPACE TO SUSPENSE-NOTE-TEXT
           STRING 'Dubbelbetalning faktura ' DELIMITED BY SIZE
               FUNCTION TRIM(wc-pay-invno) DELIMITED BY SIZE
               INTO SUSPENSE-NOTE-TEXT
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SUSPENSE-NOTE-TEXT))
               TO SUSPENSE-NOTE-LEN

           EXEC SQL
               INSERT INTO SUSPENSE
               VALUES ( :SUSPENSE-SUSP-ID,
                         :SUSPENSE-DEBT-ID,
                         :SUSPENSE-AMOUNT,
                         :SUSPENSE-RECDATE,
                         :SUSPENSE-STATE,
                         :SUSPENSE-NOTE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in SUSPENSE �r felt'
           ELSE
               DISPLAY 'Beloppet �r lagt i avvaktan (se meny 81).'
           END-IF
           .

      **********************************************************
       E0165-check-overpayment.

      *    a debtor who paid more than the invoice asked for used to
      *    live in a spreadsheet; the surplus now lands in the
      *    suspense register against the debtor, for the suspense
      *    screen (menu 81) to apply against another open invoice or
      *    refund through the bank run
           MOVE ZERO TO wn-susp-inv-total
           EXEC SQL
               SELECT SUM(ITEM.QTY * ITEM.PRICE
                          + ITEM.QTY * ITEM.PRICE * ITEM.VAT / 100)
                   INTO :wn-susp-inv-total
                   FROM ITEM, INVITEM
                   WHERE INVITEM.INV_ID = :INVOICE-INV-ID
                     AND ITEM.ITEM_ID = INVITEM.ITEM_ID
           END-EXEC

           MOVE ZERO TO wn-susp-paid-total
           EXEC SQL
               SELECT SUM(AMOUNT)
                   INTO :wn-susp-paid-total
                   FROM PAYMENT
                   WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC

           COMPUTE wn-susp-surplus =
               wn-susp-paid-total - wn-susp-inv-total

           IF wn-susp-surplus > ZERO
               EXEC SQL
                   SELECT DEBT_ID
                       INTO :SUSPENSE-DEBT-ID
                       FROM INVOICE
                       WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC

               MOVE 'SUSPENSE' TO IDGEN-TABLENAME-TEXT
               PERFORM Y0200-get-next-id
               MOVE wn-next-id TO SUSPENSE-SUSP-ID
               ADD 1 TO SUSPENSE-SUSP-ID

               MOVE wn-susp-surplus TO SUSPENSE-AMOUNT
               MOVE FUNCTION CURRENT-DATE(1:10) TO SUSPENSE-RECDATE
               MOVE ZERO TO SUSPENSE-STATE
               MOVE SPACE TO SUSPENSE-NOTE-TEXT
               STRING '�verbetalning faktura ' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-pay-invno) DELIMITED BY SIZE
                   INTO SUSPENSE-NOTE-TEXT
               END-STRING
               MOVE FUNCTION LENGTH(FUNCTION TRIM(SUSPENSE-NOTE-TEXT))
                   TO SUSPENSE-NOTE-LEN

               EXEC SQL
                   INSERT INTO SUSPENSE
                   VALUES ( :SUSPENSE-SUSP-ID,
                             :SUSPENSE-DEBT-ID,
                             :SUSPENSE-AMOUNT,
                             :SUSPENSE-RECDATE,
                             :SUSPENSE-STATE,
                             :SUSPENSE-NOTE)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in SUSPENSE �r felt'
               ELSE
                   DISPLAY '�verbetalning ' wn-susp-surplus
                       ' lagd i avvaktan (se meny 81).'
               END-IF
           END-IF
           .

      **********************************************************
       G0100-statistics.

           MOVE 'N' TO is-exit-statistics-menu-switch
           PERFORM UNTIL is-exit-statistics-menu

               PERFORM G110-diplay-statistics-menu
               EVALUATE wc-accept

                   WHEN '31'
                       PERFORM G0120-display-in-process-logs
                       MOVE SPACE TO wc-accept
                   WHEN '32'
                       PERFORM G0130-display-out-process-logs
                       MOVE SPACE TO wc-accept
                   WHEN '33'
                       PERFORM G0140-display-aging-report
                       MOVE SPACE TO wc-accept
                   WHEN '34'
                       PERFORM G0150-display-payment-history
                       MOVE SPACE TO wc-accept
                   WHEN '35'
                       PERFORM G0160-display-bank-reconciliation
                       MOVE SPACE TO wc-accept
                   WHEN '36'
                       PERFORM G0210-display-run-history
                       MOVE SPACE TO wc-accept
                   WHEN '37'
                       PERFORM G0220-display-cashflow-forecast
                       MOVE SPACE TO wc-accept
                   WHEN '38'
                       PERFORM G0200-display-mail-queue
                       MOVE SPACE TO wc-accept
                   WHEN '39'
                       PERFORM G0190-check-expected-files
                       MOVE SPACE TO wc-accept
                   WHEN '30'
                       PERFORM G0230-display-collections-report
                       MOVE SPACE TO wc-accept
                   WHEN '40'
                       PERFORM G0240-display-invoice-history
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-statistics-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       G110-diplay-statistics-menu.

           DISPLAY HEADLINE
           DISPLAY '*** PROCESS RAPPORTER ***'
           DISPLAY HEADLINE
           DISPLAY '(31) Rapport inkontroll av fakturafiler'
           DISPLAY '(32) Rapport utprocess av g�lden�rsfakturor'
           DISPLAY '(33) �ldersanalys obetalda fakturor'
           DISPLAY '(34) Betalningshistorik'
           DISPLAY '(35) Bankavst�mning'
           DISPLAY '(36) Batchk�rningshistorik'
           DISPLAY '(37) Kassafl�desprognos 8 veckor'
           DISPLAY '(38) E-postk� f�r fakturaleverans'
           DISPLAY '(39) Larmkontroll v�ntade filer'
           DISPLAY '(30) Kraveffektivitet per kravniv�'
           DISPLAY '(40) Fakturahistorik (tillst�ndsbyten)'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       G0120-display-in-process-logs.

      *    inbound file control report: every INLOG row, with any
      *    INERROR rows raised for it (RESULTCODE 1 or 2).
           DISPLAY HEADLINE
           DISPLAY 'INKONTROLL AV FAKTURAFILER'
           DISPLAY HEADLINE

           EXEC SQL
               DECLARE CURS-INLOG CURSOR FOR
               SELECT L.FILENO, L.PROCDATE, L.ORDNO, L.RESULTCODE,
                      I.DESCRIPTION
               FROM TUTORIAL.INLOG L LEFT OUTER JOIN
                    TUTORIAL.INERROR I ON I.INLOG_ID = L.INLOG_ID
               ORDER BY L.PROCDATE, L.FILENO
           END-EXEC

           EXEC SQL
               OPEN CURS-INLOG
           END-EXEC

           EXEC SQL
               FETCH CURS-INLOG
                   INTO :INLOG-FILENO, :INLOG-PROCDATE,
                        :INLOG-ORDNO, :INLOG-RESULTCODE,
                        :INERROR-DESCRIPTION :wc-ind-error
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY INLOG-FILENO '|' INLOG-PROCDATE '|'
                       INLOG-ORDNO '|' INLOG-RESULTCODE
               IF wc-ind-error >= ZERO AND
                  (INLOG-RESULTCODE = 1 OR INLOG-RESULTCODE = 2)
                   DISPLAY '    Fel: ' INERROR-DESCRIPTION
               END-IF

               EXEC SQL
                   FETCH CURS-INLOG
                       INTO :INLOG-FILENO, :INLOG-PROCDATE,
                            :INLOG-ORDNO, :INLOG-RESULTCODE,
                            :INERROR-DESCRIPTION :wc-ind-error
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-INLOG
           END-EXEC
           .

      **********************************************************
       G0130-display-out-process-logs.

      *    outbound print-run report: what subinv actually
      *    produced (or failed to produce) for a customer/invoice.
           DISPLAY HEADLINE
           DISPLAY 'UTPROCESS AV G�LDEN�RSFAKTUROR'
           DISPLAY HEADLINE

           EXEC SQL
               DECLARE CURS-OUTLOG CURSOR FOR
               SELECT CUST_ID, INV_ID, FILENAME, PRINTDATE, SUCCESS
               FROM TUTORIAL.OUTLOG
               ORDER BY PRINTDATE, OUTLOG_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-OUTLOG
           END-EXEC

           EXEC SQL
               FETCH CURS-OUTLOG
                   INTO :OUTLOG-CUST-ID, :OUTLOG-INV-ID,
                        :OUTLOG-FILENAME, :OUTLOG-PRINTDATE,
                        :OUTLOG-SUCCESS
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY OUTLOG-PRINTDATE '|' OUTLOG-CUST-ID '|'
                       OUTLOG-INV-ID '|' OUTLOG-FILENAME-TEXT '|'
                       OUTLOG-SUCCESS

      *        the print house's own timeline for the piece, when
      *        their production feed has reported it
               EXEC SQL
                   SELECT PRINTEDAT, ENVELOPEDAT, POSTEDAT
                       INTO :PRODSTAT-PRINTEDAT,
                            :PRODSTAT-ENVELOPEDAT,
                            :PRODSTAT-POSTEDAT
                       FROM PRODSTAT
                       WHERE INV_ID = :OUTLOG-INV-ID
               END-EXEC
               IF SQLCODE = ZERO
                   DISPLAY '    Tryckt: ' PRODSTAT-PRINTEDAT
                       '  Kuverterad: ' PRODSTAT-ENVELOPEDAT
                   DISPLAY '    Postad: ' PRODSTAT-POSTEDAT
               END-IF
               MOVE ZERO TO SQLCODE

               EXEC SQL
                   FETCH CURS-OUTLOG
                       INTO :OUTLOG-CUST-ID, :OUTLOG-INV-ID,
                            :OUTLOG-FILENAME, :OUTLOG-PRINTDATE,
                            :OUTLOG-SUCCESS
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-OUTLOG
           END-EXEC
           .

      **********************************************************
       G0140-display-aging-report.

      *    accounts-receivable aging: every outstanding invoice
      *    (printed or already reminded, INVSTATE 1/2), bucketed by
      *    days past INVOICE-DUEDATE as of today - 0-30/31-60/61-90/
      *    90+.
           MOVE ZERO TO wn-aging-bucket-1 wn-aging-bucket-2
                        wn-aging-bucket-3 wn-aging-bucket-4
           COMPUTE wn-today-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))

           DISPLAY HEADLINE
           DISPLAY '�LDERSANALYS OBETALDA FAKTUROR'
           DISPLAY HEADLINE
           DISPLAY 'Kundnr        |Fakturanr      |F�rfallodag|Dagar|'
                   'Belopp|Profil'

           EXEC SQL
               DECLARE CURS-AGING CURSOR FOR
               SELECT V.CUSTNO, V.INVNO, V.DUEDATE, V.INV_ID,
                      COALESCE(D.PAYSCORE, 0)
               FROM TUTORIAL.INVOICE V
                    LEFT OUTER JOIN TUTORIAL.DEBTOR D
                        ON D.DEBT_ID = V.DEBT_ID,
                    TUTORIAL.CUSTOMER C
               WHERE (V.INVSTATE = 1 OR V.INVSTATE = 2)
                 AND V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
               ORDER BY V.DUEDATE
           END-EXEC

           EXEC SQL
               OPEN CURS-AGING
           END-EXEC

           EXEC SQL
               FETCH CURS-AGING
                   INTO :INVOICE-CUSTNO, :INVOICE-INVNO,
                        :INVOICE-DUEDATE, :INVOICE-INV-ID,
                        :DEBTOR-PAYSCORE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE INVOICE-DUEDATE(1:4) TO wc-ymd-buffer(1:4)
               MOVE INVOICE-DUEDATE(6:2) TO wc-ymd-buffer(5:2)
               MOVE INVOICE-DUEDATE(9:2) TO wc-ymd-buffer(7:2)
               COMPUTE wn-duedate-int =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(wc-ymd-buffer))

               COMPUTE wn-aging-days-overdue =
                   wn-today-int - wn-duedate-int

      *        invoice total, same ITEM/INVITEM sum E0150's dunning
      *        run uses, not the VAT rate
               MOVE ZERO TO wn-aging-amount wn-aging-vat-amount
               EXEC SQL
                   SELECT SUM(ITEM.QTY * ITEM.PRICE),
                          SUM(ITEM.QTY * ITEM.PRICE * ITEM.VAT / 100)
                       INTO :wn-aging-amount, :wn-aging-vat-amount
                       FROM ITEM, INVITEM
                       WHERE INVITEM.INV_ID = :INVOICE-INV-ID
                         AND ITEM.ITEM_ID = INVITEM.ITEM_ID
               END-EXEC
               COMPUTE wn-aging-total =
                   wn-aging-amount + wn-aging-vat-amount

      *        the report chases what actually remains, not the
      *        original total - partial payments come off first
               MOVE ZERO TO wn-aging-paid
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                       INTO :wn-aging-paid
                       FROM PAYMENT
                       WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC
               COMPUTE wn-aging-total =
                   wn-aging-total - wn-aging-paid

               IF wn-aging-total > ZERO

      *        an invoice under an honoured installment plan is
      *        current however old - the plan, not the invoice,
      *        carries its due dates now (see P0120)
               MOVE ZERO TO wn-aging-plan-count wn-aging-plan-overdue
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :wn-aging-plan-count
                       FROM PAYPLAN
                       WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC
               IF wn-aging-plan-count > ZERO
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :wn-aging-plan-overdue
                           FROM PAYPLAN
                           WHERE INV_ID = :INVOICE-INV-ID
                             AND PAIDSTATE = 0
                             AND DUEDATE < CURRENT DATE
                   END-EXEC
                   IF wn-aging-plan-overdue = ZERO
                       MOVE ZERO TO wn-aging-days-overdue
                   END-IF
               END-IF

               IF wn-aging-plan-count > ZERO AND
                  wn-aging-plan-overdue = ZERO
                   DISPLAY INVOICE-CUSTNO-TEXT '|'
                       INVOICE-INVNO-TEXT '|'
                       INVOICE-DUEDATE '|' wn-aging-days-overdue '|'
                       wn-aging-total '|' DEBTOR-PAYSCORE ' (PLAN)'
               ELSE
                   DISPLAY INVOICE-CUSTNO-TEXT '|'
                       INVOICE-INVNO-TEXT '|'
                       INVOICE-DUEDATE '|' wn-aging-days-overdue '|'
                       wn-aging-total '|' DEBTOR-PAYSCORE
               END-IF

               EVALUATE TRUE
                   WHEN wn-aging-days-overdue <= 30
                       ADD wn-aging-total TO wn-aging-bucket-1
                   WHEN wn-aging-days-overdue <= 60
                       ADD wn-aging-total TO wn-aging-bucket-2
                   WHEN wn-aging-days-overdue <= 90
                       ADD wn-aging-total TO wn-aging-bucket-3
                   WHEN OTHER
                       ADD wn-aging-total TO wn-aging-bucket-4
               END-EVALUATE

               END-IF

               EXEC SQL
                   FETCH CURS-AGING
                       INTO :INVOICE-CUSTNO, :INVOICE-INVNO,
                            :INVOICE-DUEDATE, :INVOICE-INV-ID,
                            :DEBTOR-PAYSCORE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-AGING
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY '0-30 dagar:  ' wn-aging-bucket-1
           DISPLAY '31-60 dagar: ' wn-aging-bucket-2
           DISPLAY '61-90 dagar: ' wn-aging-bucket-3
           DISPLAY '�ver 90 dagar:' wn-aging-bucket-4
           .

      **********************************************************
       G0150-display-payment-history.

      *    every PAYMENT row, newest first, joined back to its
      *    invoice for the customer/invoice number.
           DISPLAY HEADLINE
           DISPLAY 'BETALNINGSHISTORIK'
           DISPLAY HEADLINE
           DISPLAY 'Kundnr        |Fakturanr      |Betaldatum|Belopp|'
                   'Betalnings�tt'

           EXEC SQL
               DECLARE CURS-PAYMENT CURSOR FOR
               SELECT INVOICE.CUSTNO, INVOICE.INVNO, PAYMENT.PAYDATE,
                      PAYMENT.AMOUNT, PAYMENT.METHOD
               FROM TUTORIAL.PAYMENT, TUTORIAL.INVOICE
               WHERE PAYMENT.INV_ID = INVOICE.INV_ID
               ORDER BY PAYMENT.PAYDATE DESC
           END-EXEC

           EXEC SQL
               OPEN CURS-PAYMENT
           END-EXEC

           EXEC SQL
               FETCH CURS-PAYMENT
                   INTO :INVOICE-CUSTNO, :INVOICE-INVNO,
                        :PAYMENT-PAYDATE, :PAYMENT-AMOUNT,
                        :PAYMENT-METHOD
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY INVOICE-CUSTNO-TEXT '|' INVOICE-INVNO-TEXT '|'
                       PAYMENT-PAYDATE '|' PAYMENT-AMOUNT '|'
                       PAYMENT-METHOD-TEXT

               EXEC SQL
                   FETCH CURS-PAYMENT
                       INTO :INVOICE-CUSTNO, :INVOICE-INVNO,
                            :PAYMENT-PAYDATE, :PAYMENT-AMOUNT,
                            :PAYMENT-METHOD
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-PAYMENT
           END-EXEC
           .

      **********************************************************
       G0160-display-bank-reconciliation.

      *    sums the day's PAYMENT rows by betalningss�tt and lets
      *    the operator key in the bank statement's deposit total
      *    for the same date, so a mismatch between what PBS booked
      *    and what actually landed in the account shows up at once.
           DISPLAY 'Betaldatum (�R-MM-DD) [idag]: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF FUNCTION TRIM(wc-edit-buffer) = SPACE
               MOVE FUNCTION CURRENT-DATE(1:4) TO wc-recon-date(1:4)
               MOVE FUNCTION CURRENT-DATE(5:2) TO wc-recon-date(6:2)
               MOVE FUNCTION CURRENT-DATE(7:2) TO wc-recon-date(9:2)
               MOVE '-' TO wc-recon-date(5:1) wc-recon-date(8:1)
           ELSE
               MOVE wc-edit-buffer(1:10) TO wc-recon-date
           END-IF

           MOVE ZERO TO wn-recon-bg-sum wn-recon-pg-sum
                        wn-recon-kort-sum wn-recon-ovr-sum
                        wn-recon-swish-sum
                        wn-recon-book-total wn-recon-kvitt

           EXEC SQL
               DECLARE CURS-RECON CURSOR FOR
               SELECT AMOUNT, METHOD
               FROM TUTORIAL.PAYMENT
               WHERE PAYDATE = :wc-recon-date
           END-EXEC

           EXEC SQL
               OPEN CURS-RECON
           END-EXEC

           EXEC SQL
               FETCH CURS-RECON
                   INTO :PAYMENT-AMOUNT, :PAYMENT-METHOD
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               EVALUATE FUNCTION TRIM(PAYMENT-METHOD-TEXT)
                   WHEN 'BG'
                       ADD PAYMENT-AMOUNT TO wn-recon-bg-sum
                   WHEN 'PG'
                       ADD PAYMENT-AMOUNT TO wn-recon-pg-sum
                   WHEN 'KORT'
                       ADD PAYMENT-AMOUNT TO wn-recon-kort-sum
                   WHEN 'SW'
                       ADD PAYMENT-AMOUNT TO wn-recon-swish-sum
                   WHEN 'KVITTNING'
      *                netted inside a redovisning - no money moved
                       ADD PAYMENT-AMOUNT TO wn-recon-kvitt
                   WHEN OTHER
                       ADD PAYMENT-AMOUNT TO wn-recon-ovr-sum
               END-EVALUATE

               IF FUNCTION TRIM(PAYMENT-METHOD-TEXT) NOT = 'KVITTNING'
                   ADD PAYMENT-AMOUNT TO wn-recon-book-total
               END-IF

               EXEC SQL
                   FETCH CURS-RECON
                       INTO :PAYMENT-AMOUNT, :PAYMENT-METHOD
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-RECON
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'BANKAVST�MNING ' wc-recon-date
           DISPLAY HEADLINE
           DISPLAY 'Bankgiro:     ' wn-recon-bg-sum
           DISPLAY 'Plusgiro:     ' wn-recon-pg-sum
           DISPLAY 'Kort:         ' wn-recon-kort-sum
           DISPLAY 'Swish:        ' wn-recon-swish-sum
           DISPLAY '�vrigt:       ' wn-recon-ovr-sum
           DISPLAY 'Bokf�rt:      ' wn-recon-book-total

      *    the same day's money split by whose it is: passed on to
      *    customers in a redovisning (P0220), client money not yet
      *    passed on, and payments on our own service invoices -
      *    the figures the settlement statements reconcile against
           MOVE ZERO TO wn-recon-settled wn-recon-own
           EXEC SQL
               SELECT COALESCE(SUM(P.AMOUNT), 0)
                   INTO :wn-recon-settled
                   FROM TUTORIAL.PAYMENT P, TUTORIAL.SETLINE L
                   WHERE L.KIND = 'P'
                     AND L.REFKEY = P.PAYMENT_ID
                     AND P.PAYDATE = :wc-recon-date
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(P.AMOUNT), 0)
                   INTO :wn-recon-own
                   FROM TUTORIAL.PAYMENT P, TUTORIAL.INVOICE V,
                        TUTORIAL.DEBTOR D, TUTORIAL.CUSTOMER C
                   WHERE P.INV_ID = V.INV_ID
                     AND V.DEBT_ID = D.DEBT_ID
                     AND V.CUST_ID = C.CUST_ID
                     AND D.NAME = C.NAME
                     AND TRIM(P.METHOD) <> 'KVITTNING'
                     AND P.PAYDATE = :wc-recon-date
           END-EXEC
           COMPUTE wn-recon-unsettled = wn-recon-book-total
               - wn-recon-settled - wn-recon-own

           DISPLAY '  varav redovisat till kund:  ' wn-recon-settled
           DISPLAY '  varav ej redovisat:         ' wn-recon-unsettled
           DISPLAY '  varav PBS egna fakturor:    ' wn-recon-own
           IF wn-recon-kvitt NOT = ZERO
               DISPLAY 'Kvittat i redovisning (ej bank): '
                   wn-recon-kvitt
           END-IF

           DISPLAY 'Insatt belopp enligt bankkontoutdrag: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION NUMVAL(wc-edit-buffer) TO wn-recon-bank-total

           COMPUTE wn-recon-diff =
               wn-recon-bank-total - wn-recon-book-total

           IF wn-recon-diff = ZERO
               DISPLAY 'Avst�mt - ingen avvikelse.'
           ELSE
               DISPLAY 'AVVIKELSE: ' wn-recon-diff
           END-IF
           .

      **********************************************************
       G0210-display-run-history.

      *    the central RUNLOG history every batch entry point writes
      *    (PbsRead, subinv, srvbill, dunning, gallringen) - newest
      *    first, capped at the last 30 runs; a run still at status
      *    0 crashed or is in flight, an unusually small RECCOUNT
      *    stands out next to its neighbours; SKIPCOUNT is what a
      *    restarted or repeated run found already done
           DISPLAY HEADLINE
           DISPLAY 'BATCHK�RNINGAR (0=p�g�r, 1=ok, 2=fel)'
           DISPLAY HEADLINE
           DISPLAY 'Program       |Start              |Status|Antal'
               '      |Hoppade'

           EXEC SQL
               DECLARE CURS-RUNLOG CURSOR FOR
               SELECT PROGRAM, STARTTIME, STATUS, RECCOUNT,
                      SKIPCOUNT
               FROM TUTORIAL.RUNLOG
               ORDER BY RUNLOG_ID DESC
           END-EXEC

           EXEC SQL
               OPEN CURS-RUNLOG
           END-EXEC

           MOVE ZERO TO wn-runlog-rows

           EXEC SQL
               FETCH CURS-RUNLOG
                   INTO :RUNLOG-PROGRAM, :RUNLOG-STARTTIME,
                        :RUNLOG-STATUS, :RUNLOG-RECCOUNT,
                        :RUNLOG-SKIPCOUNT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                   OR wn-runlog-rows >= 30

               DISPLAY RUNLOG-PROGRAM-TEXT(1:14) '|'
                   RUNLOG-STARTTIME '|' RUNLOG-STATUS '|'
                   RUNLOG-RECCOUNT '|' RUNLOG-SKIPCOUNT
               ADD 1 TO wn-runlog-rows

               EXEC SQL
                   FETCH CURS-RUNLOG
                       INTO :RUNLOG-PROGRAM, :RUNLOG-STARTTIME,
                            :RUNLOG-STATUS, :RUNLOG-RECCOUNT,
                            :RUNLOG-SKIPCOUNT
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-RUNLOG
           END-EXEC
           .

      **********************************************************
       G0220-display-cashflow-forecast.

      *    the aging report looks backwards; this looks forward:
      *    every open invoice (pending/printed/reminded) bucketed by
      *    the week its money is expected, eight weeks out. The
      *    expectation is the due date pushed by the debtor's
      *    historical average payment delay (PayScore's AVGPAYDAYS),
      *    so a debtor who always pays 20 days late lands where the
      *    money actually arrives; already-received partial payments
      *    are deducted.
           COMPUTE wn-today-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))

           PERFORM VARYING wn-cf-idx FROM 1 BY 1
               UNTIL wn-cf-idx > 9
               MOVE ZERO TO wn-cf-bucket (wn-cf-idx)
           END-PERFORM
           MOVE ZERO TO wn-cf-grand

           EXEC SQL
               DECLARE CURS-CASHFLOW CURSOR FOR
               SELECT V.INV_ID, V.DUEDATE,
                      COALESCE(D.AVGPAYDAYS, 0)
               FROM TUTORIAL.INVOICE V
                    LEFT OUTER JOIN TUTORIAL.DEBTOR D
                        ON D.DEBT_ID = V.DEBT_ID,
                    TUTORIAL.CUSTOMER C
               WHERE V.INVSTATE IN (0, 1, 2)
                 AND V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
           END-EXEC

           EXEC SQL
               OPEN CURS-CASHFLOW
           END-EXEC

           EXEC SQL
               FETCH CURS-CASHFLOW
                   INTO :INVOICE-INV-ID, :INVOICE-DUEDATE,
                        :wn-cf-avgdays
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE ZERO TO wn-cf-total
               EXEC SQL
                   SELECT COALESCE(SUM(I.QTY * I.PRICE
                              + I.QTY * I.PRICE * I.VAT / 100), 0)
                       INTO :wn-cf-total
                       FROM TUTORIAL.ITEM I, TUTORIAL.INVITEM VI
                       WHERE VI.INV_ID = :INVOICE-INV-ID
                         AND I.ITEM_ID = VI.ITEM_ID
               END-EXEC

               MOVE ZERO TO wn-cf-paid
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                       INTO :wn-cf-paid
                       FROM PAYMENT
                       WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC

               COMPUTE wn-cf-open = wn-cf-total - wn-cf-paid

               IF wn-cf-open > ZERO
                   MOVE INVOICE-DUEDATE(1:4) TO wc-ymd-buffer(1:4)
                   MOVE INVOICE-DUEDATE(6:2) TO wc-ymd-buffer(5:2)
                   MOVE INVOICE-DUEDATE(9:2) TO wc-ymd-buffer(7:2)
                   COMPUTE wn-cf-exp-int =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(wc-ymd-buffer))
                       + wn-cf-avgdays

                   IF wn-cf-exp-int < wn-today-int
      *                overdue money counted as this week's inflow
                       MOVE 1 TO wn-cf-week
                   ELSE
                       COMPUTE wn-cf-week =
                           (wn-cf-exp-int - wn-today-int) / 7 + 1
                       IF wn-cf-week > 8
                           MOVE 9 TO wn-cf-week
                       END-IF
                   END-IF

                   ADD wn-cf-open TO wn-cf-bucket (wn-cf-week)
                   ADD wn-cf-open TO wn-cf-grand
               END-IF

               EXEC SQL
                   FETCH CURS-CASHFLOW
                       INTO :INVOICE-INV-ID, :INVOICE-DUEDATE,
                            :wn-cf-avgdays
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-CASHFLOW
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'KASSAFL�DESPROGNOS (f�rv�ntad inbetalning)'
           DISPLAY HEADLINE
           PERFORM VARYING wn-cf-idx FROM 1 BY 1
               UNTIL wn-cf-idx > 8
               DISPLAY 'Vecka +' wn-cf-idx ': '
                   wn-cf-bucket (wn-cf-idx)
           END-PERFORM
           DISPLAY 'Senare:   ' wn-cf-bucket (9)
           DISPLAY HEADLINE
           DISPLAY 'Totalt utest�ende: ' wn-cf-grand
           .

      **********************************************************
       G0200-display-mail-queue.

      *    the e-mail delivery queue subinv writes one row into per
      *    invoice whose debtor asked for e-mail (B0278-enqueue-mail)
      *    - shows queued/sent/bounced rows, records what the mail
      *    tool reported, and a bounce puts the invoice back at
      *    INVSTATE 0 so the next print run posts it on paper
      *    instead. Also where a debtor's e-mail address and
      *    delivery channel are set.
           DISPLAY HEADLINE
           DISPLAY 'E-POSTK� (0=k�ad, 1=s�nd, 2=studsad)'
           DISPLAY HEADLINE
           DISPLAY 'K�nr     |Datum     |Status|E-post'

           EXEC SQL
               DECLARE CURS-MAILQ CURSOR FOR
               SELECT MAILQ_ID, QDATE, STATE, EMAIL
               FROM TUTORIAL.MAILQ
               ORDER BY MAILQ_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-MAILQ
           END-EXEC

           EXEC SQL
               FETCH CURS-MAILQ
                   INTO :MAILQ-MAILQ-ID, :MAILQ-QDATE,
                        :MAILQ-STATE, :MAILQ-EMAIL
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY MAILQ-MAILQ-ID '|' MAILQ-QDATE '|'
                       MAILQ-STATE '|' MAILQ-EMAIL-TEXT(1:40)

               EXEC SQL
                   FETCH CURS-MAILQ
                       INTO :MAILQ-MAILQ-ID, :MAILQ-QDATE,
                            :MAILQ-STATE, :MAILQ-EMAIL
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-MAILQ
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'S=markera s�nd, B=markera studsad, '
               'E=s�tt g�lden�rs e-post, blankt=avbryt: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           EVALUATE wc-edit-buffer(1:1)
               WHEN 'S'
               WHEN 's'
                   PERFORM G0202-mark-mail-sent
               WHEN 'B'
               WHEN 'b'
                   PERFORM G0204-mark-mail-bounced
               WHEN 'E'
               WHEN 'e'
                   PERFORM G0206-set-debtor-email
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       G0202-mark-mail-sent.

           DISPLAY 'K�nr (MAILQ_ID): ' WITH NO ADVANCING
           MOVE ZERO TO wc-mailq-id-in
           ACCEPT wc-mailq-id-in
           MOVE wc-mailq-id-in TO MAILQ-MAILQ-ID

           EXEC SQL
               UPDATE MAILQ
               SET STATE = 1
               WHERE MAILQ_ID = :MAILQ-MAILQ-ID
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'K�posten �r markerad som s�nd.'
           ELSE
               DISPLAY 'K�posten hittades inte.'
           END-IF
           .

      **********************************************************
       G0204-mark-mail-bounced.

           DISPLAY 'K�nr (MAILQ_ID): ' WITH NO ADVANCING
           MOVE ZERO TO wc-mailq-id-in
           ACCEPT wc-mailq-id-in
           MOVE wc-mailq-id-in TO MAILQ-MAILQ-ID

           EXEC SQL
               SELECT INV_ID
                   INTO :MAILQ-INV-ID
                   FROM MAILQ
                   WHERE MAILQ_ID = :MAILQ-MAILQ-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'K�posten hittades inte.'
           ELSE
               EXEC SQL
                   UPDATE MAILQ
                   SET STATE = 2
                   WHERE MAILQ_ID = :MAILQ-MAILQ-ID
               END-EXEC

      *        back into the print stream: the next menu-21 run
      *        picks the invoice up and posts it on paper
               EXEC SQL
                   UPDATE INVOICE
                   SET INVSTATE = 0
                   WHERE INV_ID = :MAILQ-INV-ID
                     AND INVSTATE = 1
               END-EXEC

               MOVE MAILQ-INV-ID TO wn-hist-inv-id
               MOVE 1 TO wn-hist-old
               MOVE ZERO TO wn-hist-new
               PERFORM Y0330-log-invoice-state

               PERFORM G0205-note-channel-switch

               DISPLAY 'K�posten �r studsad; fakturan g�r med '
                   'n�sta pappersk�rning.'
           END-IF
           .

      **********************************************************
      *    The bookkeeping behind a bounce: an OUTLOG row records
      *    that the e-mail channel failed and the invoice switched
      *    to paper, and the debtor's delivery preference drops back
      *    to post with the suspect address noted - so the NEXT
      *    invoice does not bounce off the same dead mailbox while
      *    G0206-set-debtor-email waits for a corrected address.
       G0205-note-channel-switch.

           EXEC SQL
               SELECT CUST_ID, DEBT_ID
                   INTO :INVOICE-CUST-ID, :INVOICE-DEBT-ID
                   FROM INVOICE
                   WHERE INV_ID = :MAILQ-INV-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'OUTLOG' TO IDGEN-TABLENAME-TEXT
               PERFORM Y0200-get-next-id
               MOVE wn-next-id TO OUTLOG-OUTLOG-ID

               MOVE INVOICE-CUST-ID TO OUTLOG-CUST-ID
               MOVE MAILQ-INV-ID TO OUTLOG-INV-ID
               MOVE 'STUDS->PAPPER' TO OUTLOG-FILENAME-TEXT
               MOVE 13 TO OUTLOG-FILENAME-LEN
               MOVE FUNCTION CURRENT-DATE(1:10) TO OUTLOG-PRINTDATE
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

               EXEC SQL
                   SELECT NOTE, EMAIL
                       INTO :DEBTOR-NOTE, :DEBTOR-EMAIL
                       FROM DEBTOR
                       WHERE DEBT_ID = :INVOICE-DEBT-ID
               END-EXEC

               IF SQLCODE = ZERO
                   MOVE SPACE TO wc-bounce-note
                   STRING FUNCTION TRIM(DEBTOR-NOTE-TEXT)
                              DELIMITED BY SIZE
                          ' E-POST STUDSAD '
                              DELIMITED BY SIZE
                          FUNCTION CURRENT-DATE(1:10)
                              DELIMITED BY SIZE
                          ': '
                              DELIMITED BY SIZE
                          FUNCTION TRIM(DEBTOR-EMAIL-TEXT)
                              DELIMITED BY SIZE
                          INTO wc-bounce-note
                   END-STRING
                   MOVE wc-bounce-note TO DEBTOR-NOTE-TEXT
                   MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(wc-bounce-note))
                       TO DEBTOR-NOTE-LEN

                   EXEC SQL
                       UPDATE DEBTOR
                       SET DELIVERY = 'P',
                           NOTE = :DEBTOR-NOTE
                       WHERE DEBT_ID = :INVOICE-DEBT-ID
                   END-EXEC

                   DISPLAY 'Leverans �terst�lld till post;'
                       ' adressen noterad som misst�nkt.'
               END-IF
           END-IF
           .

      **********************************************************
       G0206-set-debtor-email.

           DISPLAY 'G�lden�rsnummer (DEBT_ID): ' WITH NO ADVANCING
           MOVE ZERO TO wc-debtid-in
           ACCEPT wc-debtid-in
           MOVE wc-debtid-in TO DEBTOR-DEBT-ID

           EXEC SQL
               SELECT NAME, COALESCE(VATREGNO, ''),
                      COALESCE(DELIVERY, 'P')
                   INTO :DEBTOR-NAME, :DEBTOR-VATREGNO,
                        :DEBTOR-DELIVERY
                   FROM DEBTOR
                   WHERE DEBT_ID = :DEBTOR-DEBT-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'G�lden�ren hittades inte: ' wc-debtid-in
           ELSE
               DISPLAY 'G�lden�r: ' DEBTOR-NAME-TEXT(1:40)

               DISPLAY 'E-postadress: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer TO DEBTOR-EMAIL-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO DEBTOR-EMAIL-LEN

      *        e-faktura in the internet bank is the debtor's own
      *        registration with the bank (EFREG) - only the bank
      *        network's file (EfRead) sets or clears it
               IF DEBTOR-DELIVERY-BANK
                   DISPLAY 'Leverans: e-faktura i internetbanken'
                       ' (styrs av bankens registrering).'
               ELSE
                   DISPLAY 'Leverans P=post, M=e-post: '
                       WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                       MOVE 'P' TO DEBTOR-DELIVERY
                   ELSE
                       MOVE wc-edit-buffer(1:1) TO DEBTOR-DELIVERY
                   END-IF
               END-IF

      *        the debtor's EU VAT number, validated on format:
      *        two-letter country code followed by 2-12 characters;
      *        blank keeps the old value, '-' clears it
               DISPLAY 'VAT-nummer (blankt=beh�ll, -=t�m): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = '-'
                   MOVE SPACE TO DEBTOR-VATREGNO-TEXT
                   MOVE ZERO TO DEBTOR-VATREGNO-LEN
               ELSE
                IF wc-edit-buffer NOT = SPACE
                   MOVE wc-edit-buffer(1:20) TO wc-vatno-in
                   PERFORM Y0270-validate-vat-number
                   IF wc-vatno-ok-flag = 'Y'
                       MOVE wc-vatno-in TO DEBTOR-VATREGNO-TEXT
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(
                           wc-vatno-in)) TO DEBTOR-VATREGNO-LEN
                   ELSE
                       DISPLAY 'Ogiltigt VAT-nummerformat -'
                           ' f�ltet l�mnas of�r�ndrat.'
                   END-IF
                END-IF
               END-IF

               EXEC SQL
                   UPDATE DEBTOR
                   SET EMAIL = :DEBTOR-EMAIL,
                       DELIVERY = :DEBTOR-DELIVERY,
                       VATREGNO = :DEBTOR-VATREGNO
                   WHERE DEBT_ID = :DEBTOR-DEBT-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Update SQL sats in DEBTOR table �r felt'
               ELSE
                   DISPLAY 'Leveranss�ttet �r uppdaterat.'
               END-IF
           END-IF
           .

      **********************************************************
      *    Which rung of the dunning ladder actually brings the
      *    money in, per customer for one quarter: invoices settled
      *    in the quarter counted on the DUNLEVEL they had been
      *    driven to, with the average days from due date to the
      *    settling payment - and the cases that went all the way to
      *    inkasso without paying at all. The numbers REMFEE1/2 and
      *    DUNWAITDAYS should be tuned by, instead of gut feel.
       G0230-display-collections-report.

           DISPLAY 'Kvartal (����-K, t ex 2026-2): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-ce-quarter-in
           ACCEPT wc-ce-quarter-in

           IF wc-ce-quarter-in = SPACE
               DISPLAY 'Inget kvartal angivet, avbryter.'
           ELSE
               MOVE FUNCTION NUMVAL(wc-ce-quarter-in(6:1))
                   TO wn-ce-quarter

               MOVE SPACE TO wc-ce-from wc-ce-to
               MOVE wc-ce-quarter-in(1:4) TO wc-ce-from(1:4)
               MOVE wc-ce-quarter-in(1:4) TO wc-ce-to(1:4)
               MOVE '-' TO wc-ce-from(5:1) wc-ce-from(8:1)
               MOVE '-' TO wc-ce-to(5:1) wc-ce-to(8:1)
               EVALUATE wn-ce-quarter
                   WHEN 1
                       MOVE '01' TO wc-ce-from(6:2)
                       MOVE '03' TO wc-ce-to(6:2)
                   WHEN 2
                       MOVE '04' TO wc-ce-from(6:2)
                       MOVE '06' TO wc-ce-to(6:2)
                   WHEN 3
                       MOVE '07' TO wc-ce-from(6:2)
                       MOVE '09' TO wc-ce-to(6:2)
                   WHEN OTHER
                       MOVE '10' TO wc-ce-from(6:2)
                       MOVE '12' TO wc-ce-to(6:2)
               END-EVALUATE
               MOVE '01' TO wc-ce-from(9:2)
               MOVE '31' TO wc-ce-to(9:2)

               PERFORM G0232-tally-settled-invoices
           END-IF
           .

      **********************************************************
       G0232-tally-settled-invoices.

           DISPLAY HEADLINE
           DISPLAY 'KRAVEFFEKTIVITET ' wc-ce-from ' - ' wc-ce-to
           DISPLAY HEADLINE

           EXEC SQL
               DECLARE CURS-COLLEFF CURSOR FOR
               SELECT C.CUSTNO, V.DUNLEVEL, V.DUEDATE,
                      MAX(P.PAYDATE)
               FROM TUTORIAL.INVOICE V, TUTORIAL.PAYMENT P,
                    TUTORIAL.CUSTOMER C
               WHERE V.INVSTATE = 3
                 AND P.INV_ID = V.INV_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
               GROUP BY C.CUSTNO, V.INV_ID, V.DUNLEVEL, V.DUEDATE
               HAVING MAX(P.PAYDATE) >= :wc-ce-from
                  AND MAX(P.PAYDATE) <= :wc-ce-to
               ORDER BY C.CUSTNO
           END-EXEC

           EXEC SQL
               OPEN CURS-COLLEFF
           END-EXEC

           MOVE 'Y' TO wc-ce-first-flag
           PERFORM VARYING wn-ce-lvl FROM 1 BY 1
               UNTIL wn-ce-lvl > 5
               MOVE ZERO TO wn-ce-count (wn-ce-lvl)
               MOVE ZERO TO wn-ce-daysum (wn-ce-lvl)
           END-PERFORM

           EXEC SQL
               FETCH CURS-COLLEFF
                   INTO :CUSTOMER-CUSTNO, :INVOICE-DUNLEVEL,
                        :INVOICE-DUEDATE, :wc-ce-paydate
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF wc-ce-first-flag = 'Y'
                   MOVE CUSTOMER-CUSTNO-TEXT TO wc-ce-break-custno
                   MOVE 'N' TO wc-ce-first-flag
               END-IF

               IF CUSTOMER-CUSTNO-TEXT NOT = wc-ce-break-custno
                   PERFORM G0234-print-customer-lines
                   MOVE CUSTOMER-CUSTNO-TEXT TO wc-ce-break-custno
               END-IF

      *        days from due date to the settling payment
               MOVE INVOICE-DUEDATE(1:4) TO wc-ce-ymd(1:4)
               MOVE INVOICE-DUEDATE(6:2) TO wc-ce-ymd(5:2)
               MOVE INVOICE-DUEDATE(9:2) TO wc-ce-ymd(7:2)
               COMPUTE wn-ce-due-int =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(wc-ce-ymd))
               MOVE wc-ce-paydate(1:4) TO wc-ce-ymd(1:4)
               MOVE wc-ce-paydate(6:2) TO wc-ce-ymd(5:2)
               MOVE wc-ce-paydate(9:2) TO wc-ce-ymd(7:2)
               COMPUTE wn-ce-pay-int =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(wc-ce-ymd))
               COMPUTE wn-ce-days = wn-ce-pay-int - wn-ce-due-int
               IF wn-ce-days < ZERO
                   MOVE ZERO TO wn-ce-days
               END-IF

               COMPUTE wn-ce-lvl = INVOICE-DUNLEVEL + 1
               IF wn-ce-lvl > 5
                   MOVE 5 TO wn-ce-lvl
               END-IF
               ADD 1 TO wn-ce-count (wn-ce-lvl)
               ADD wn-ce-days TO wn-ce-daysum (wn-ce-lvl)

               EXEC SQL
                   FETCH CURS-COLLEFF
                       INTO :CUSTOMER-CUSTNO, :INVOICE-DUNLEVEL,
                            :INVOICE-DUEDATE, :wc-ce-paydate
               END-EXEC

           END-PERFORM

           IF wc-ce-first-flag = 'N'
               PERFORM G0234-print-customer-lines
           ELSE
               DISPLAY 'Inga betalda fakturor i kvartalet.'
           END-IF

           EXEC SQL
               CLOSE CURS-COLLEFF
           END-EXEC
           .

      **********************************************************
      *    One customer's block: paid per ladder level with average
      *    days late, then the quarter's cases that went to inkasso
      *    and still stand unpaid.
       G0234-print-customer-lines.

           DISPLAY 'Kund: ' wc-ce-break-custno(1:20)
           PERFORM VARYING wn-ce-lvl FROM 1 BY 1
               UNTIL wn-ce-lvl > 5
               IF wn-ce-count (wn-ce-lvl) > ZERO
                   COMPUTE wn-ce-avg =
                       wn-ce-daysum (wn-ce-lvl) /
                       wn-ce-count (wn-ce-lvl)
                   EVALUATE wn-ce-lvl
                       WHEN 1
                           DISPLAY '  utan krav:      '
                               wn-ce-count (1)
                               ' st, snitt ' wn-ce-avg ' dgr sent'
                       WHEN 2
                           DISPLAY '  efter p�m 1:    '
                               wn-ce-count (2)
                               ' st, snitt ' wn-ce-avg ' dgr sent'
                       WHEN 3
                           DISPLAY '  efter p�m 2:    '
                               wn-ce-count (3)
                               ' st, snitt ' wn-ce-avg ' dgr sent'
                       WHEN 4
                           DISPLAY '  efter slutkrav: '
                               wn-ce-count (4)
                               ' st, snitt ' wn-ce-avg ' dgr sent'
                       WHEN 5
                           DISPLAY '  vid inkasso:    '
                               wn-ce-count (5)
                               ' st, snitt ' wn-ce-avg ' dgr sent'
                   END-EVALUATE
               END-IF
           END-PERFORM

      *    what went to inkasso in the quarter and never paid
           MOVE FUNCTION TRIM(wc-ce-break-custno)
               TO INVOICE-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-ce-break-custno))
               TO INVOICE-CUSTNO-LEN
           MOVE ZERO TO wn-ce-never-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-ce-never-count
                   FROM INVOICE
                   WHERE CUSTNO = :INVOICE-CUSTNO
                     AND DUNLEVEL = 4
                     AND INVSTATE IN (1, 2)
                     AND LASTDUNDATE >= :wc-ce-from
                     AND LASTDUNDATE <= :wc-ce-to
           END-EXEC
           IF wn-ce-never-count > ZERO
               DISPLAY '  aldrig betalda (inkasso): '
                   wn-ce-never-count ' st'
           END-IF

      *    and where the customer's betalningsf�rel�ggande cases
      *    stand at Kronofogden right now
           MOVE ZERO TO wn-kfm-open-count wn-kfm-judgment-count
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN K.STATE = 4
                                        THEN 1 ELSE 0 END), 0)
                   INTO :wn-kfm-open-count, :wn-kfm-judgment-count
                   FROM TUTORIAL.KFMCASE K, TUTORIAL.INVOICE V
                   WHERE K.INV_ID = V.INV_ID
                     AND V.CUSTNO = :INVOICE-CUSTNO
                     AND K.STATE < 5
           END-EXEC
           IF wn-kfm-open-count > ZERO
               DISPLAY '  hos Kronofogden:          '
                   wn-kfm-open-count ' st, varav utslag '
                   wn-kfm-judgment-count
           END-IF

           PERFORM VARYING wn-ce-lvl FROM 1 BY 1
               UNTIL wn-ce-lvl > 5
               MOVE ZERO TO wn-ce-count (wn-ce-lvl)
               MOVE ZERO TO wn-ce-daysum (wn-ce-lvl)
           END-PERFORM
           .

      *    The invoice's full timeline: every recorded state
      *    change with timestamp, program and operator - the
      *    argument-settler for "when was it printed, who blocked
      *    it, when did dunning escalate it".
       G0240-display-invoice-history.

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-CUSTNO-LEN

           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO INVOICE-INVNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO INVOICE-INVNO-LEN

           EXEC SQL
               SELECT INV_ID, INVSTATE
                   INTO :INVOICE-INV-ID, :INVOICE-INVSTATE
                   FROM INVOICE
                   WHERE CUSTNO = :CUSTOMER-CUSTNO
                     AND INVNO = :INVOICE-INVNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Fakturan hittades inte.'
           ELSE
               DISPLAY HEADLINE
               DISPLAY 'TIDSLINJE, NUVARANDE TILLST�ND: '
                   INVOICE-INVSTATE
               DISPLAY HEADLINE
               DISPLAY 'Tidpunkt           |Fr�n|Till|Program |Vem'

               EXEC SQL
                   DECLARE CURS-INVHIST CURSOR FOR
                   SELECT CHGTIME, OLDSTATE, NEWSTATE, PROGRAM,
                          OPERATOR
                   FROM TUTORIAL.INVHIST
                   WHERE INV_ID = :INVOICE-INV-ID
                   ORDER BY CHGTIME
               END-EXEC

               EXEC SQL
                   OPEN CURS-INVHIST
               END-EXEC

               EXEC SQL
                   FETCH CURS-INVHIST
                       INTO :INVHIST-CHGTIME, :INVHIST-OLDSTATE,
                            :INVHIST-NEWSTATE, :INVHIST-PROGRAM,
                            :INVHIST-OPERATOR
               END-EXEC

               PERFORM UNTIL SQLCODE NOT = ZERO
                   DISPLAY INVHIST-CHGTIME '|'
                       INVHIST-OLDSTATE '|'
                       INVHIST-NEWSTATE '|'
                       INVHIST-PROGRAM-TEXT '|'
                       INVHIST-OPERATOR-TEXT(1:15)
                   EXEC SQL
                       FETCH CURS-INVHIST
                           INTO :INVHIST-CHGTIME,
                                :INVHIST-OLDSTATE,
                                :INVHIST-NEWSTATE,
                                :INVHIST-PROGRAM,
                                :INVHIST-OPERATOR
                   END-EXEC
               END-PERFORM

               EXEC SQL
                   CLOSE CURS-INVHIST
               END-EXEC

      *        a claim taken to Kronofogden shows where it stands
               EXEC SQL
                   SELECT STATE, SENTDATE, LASTUPDATE, MALNR
                       INTO :KFMCASE-STATE,
                            :KFMCASE-SENTDATE:wn-ind-kfm-sent,
                            :KFMCASE-LASTUPDATE,
                            :KFMCASE-MALNR:wn-ind-kfm-malnr
                       FROM KFMCASE
                       WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC
               IF SQLCODE = ZERO
                   IF wn-ind-kfm-malnr NOT = ZERO
                       MOVE SPACE TO KFMCASE-MALNR-TEXT
                   END-IF
                   PERFORM P0239-kfm-state-name
                   DISPLAY 'Kronofogden: ' wc-kfm-statename
                       ' m�l ' KFMCASE-MALNR-TEXT
                       ' senast ' KFMCASE-LASTUPDATE
               END-IF

               MOVE ZERO TO wn-nl-cust-id wn-nl-debt-id
               MOVE INVOICE-INV-ID TO wn-nl-inv-id
               PERFORM Y0350-note-log
           END-IF
           .

      **********************************************************
       G0190-check-expected-files.

      *    runs the missing-file alarm (FileAlarm) against the
      *    FILESCHED calendar - the same check the night batch can
      *    run unattended; alerts land in data/alert.txt for the
      *    on-call paging tool, like PbsRead's intake failures.
           DISPLAY 'Kontrollerar v�ntade filer mot kalendern...'
           CALL 'FileAlarm'
           DISPLAY 'Larmkontrollen �r klar.'
           .

      **********************************************************
       I0100-company-reports.

           MOVE 'N' TO is-exit-pbs-rpt-menu-switch
           PERFORM UNTIL is-exit-pbs-rpt-menu

               PERFORM I110-diplay-cmp-report-menu
               EVALUATE wc-accept

                   WHEN '41'
                       PERFORM I0120-display-monthly-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '42'
                       PERFORM I0130-display-accumulated-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '43'
                       PERFORM I0150-display-vat-declaration
                       MOVE SPACE TO wc-accept
                   WHEN '44'
                       PERFORM I0160-display-profitability
                       MOVE SPACE TO wc-accept
                   WHEN '45'
                       PERFORM I0170-display-sla-report
                       MOVE SPACE TO wc-accept
                   WHEN '46'
                       PERFORM I0180-produce-volume-statement
                       MOVE SPACE TO wc-accept
                   WHEN '47'
                       PERFORM I0140-export-sie-file
                       MOVE SPACE TO wc-accept
                   WHEN '48'
                       PERFORM I0148-maintain-acctmap
                       MOVE SPACE TO wc-accept
                   WHEN '49'
                       PERFORM I0190-display-file-quality-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '40'
                       PERFORM I0200-display-dso-trend
                       MOVE SPACE TO wc-accept
                   WHEN '50'
                       PERFORM I0210-display-budget-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '51'
                       PERFORM I0220-display-deferred-revenue
                       MOVE SPACE TO wc-accept
                   WHEN '52'
                       PERFORM I0240-display-invoice-fee-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '53'
                       PERFORM I0250-display-incident-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '54'
                       PERFORM I0260-display-forecast-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '55'
                       PERFORM I0270-workload-report
                       MOVE SPACE TO wc-accept
                   WHEN '56'
                       PERFORM I0280-provision-run
                       MOVE SPACE TO wc-accept
                   WHEN '57'
                       PERFORM I0285-maintain-provision-rules
                       MOVE SPACE TO wc-accept
                   WHEN '58'
                       PERFORM I0290-balance-confirmation-run
                       MOVE SPACE TO wc-accept
                   WHEN '59'
                       PERFORM I0295-register-confirmation-reply
                       MOVE SPACE TO wc-accept
                   WHEN '60'
                       PERFORM I0230-display-group-rollup
                       MOVE SPACE TO wc-accept
                   WHEN '61'
                       PERFORM I0299-customer-report-pack
                       MOVE SPACE TO wc-accept
                   WHEN '62'
                       PERFORM I0300-number-series-audit
                       MOVE SPACE TO wc-accept
                   WHEN '63'
                       PERFORM I0305-maintain-void-register
                       MOVE SPACE TO wc-accept
                   WHEN '64'
                       PERFORM I0310-payment-channel-report
                       MOVE SPACE TO wc-accept
                   WHEN '65'
                       PERFORM I0315-maintain-bank-fees
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-pbs-rpt-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       I110-diplay-cmp-report-menu.

           DISPLAY HEADLINE
           DISPLAY '*** PBS INTERNA RAPPORTER ***'
           DISPLAY HEADLINE
           DISPLAY '(41) Rapport int�kter denna m�nad'
           DISPLAY '(42) Rapport int�kter ackumulerat i �r'
           DISPLAY '(43) Momsdeklaration per sats och period'
           DISPLAY '(44) Kundl�nsamhet (int�kt per trycksak)'
           DISPLAY '(45) Ledtid fil-till-tryck mot SLA'
           DISPLAY '(46) Volymintyg per kund (avtalsunderlag)'
           DISPLAY '(47) SIE-export till redovisningen'
           DISPLAY '(48) Kontoplan f�r SIE-exporten'
           DISPLAY '(49) Filkvalitet per kund (avvisningar)'
           DISPLAY '(40) �ldersutveckling och DSO-trend'
           DISPLAY '(50) Budget mot utfall per kund'
           DISPLAY '(51) Periodiseringsplan (f�rutbetalda int�kter)'
           DISPLAY '(52) Aviavgifter per kund'
           DISPLAY '(53) Tryckincidenter per tryckeri och orsak'
           DISPLAY '(54) Volymprognos mot utfall'
           DISPLAY '(55) Arbetsbelastning per operat�r och team'
           DISPLAY '(56) Avs�ttning os�kra kundfordringar'
           DISPLAY '(57) Procentsatser f�r avs�ttningen'
           DISPLAY '(58) Saldobekr�ftelser - urval och brev'
           DISPLAY '(59) Saldobekr�ftelser - svar och sammanfattning'
           DISPLAY '(60) Koncernrapport (volym och int�kt)'
           DISPLAY '(61) M�nadsrapportpaket till kundens utkorg'
           DISPLAY '(62) Nummerseriekontroll (luckor och dubbletter)'
           DISPLAY '(63) Makuleringsregister f�r fakturanummer'
           DISPLAY '(64) Betalkanaler och indrivningskostnad'
           DISPLAY '(65) Bankavgifter per betalkanal'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      *    Budget, actual and deviation for one period, per
      *    budgeted customer - customers falling more than the
      *    threshold short are flagged so the first week of the
      *    month says who to call.
       I0210-display-budget-rpt.

           DISPLAY 'Period (�R-MM): ' WITH NO ADVANCING
           MOVE SPACE TO wc-sie-period
           ACCEPT wc-sie-period

           PERFORM I0141-set-period-bounds

           DISPLAY 'Gr�ns i procent under budget (20): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF FUNCTION TRIM(wc-edit-buffer) = SPACE
               MOVE 20 TO wn-bv-threshold
           ELSE
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO wn-bv-threshold
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'BUDGET MOT UTFALL ' wc-sie-period(1:7)
           DISPLAY HEADLINE
           DISPLAY 'Kund-ID |Budget      |Utfall      |Avvikelse'

           EXEC SQL
               DECLARE CURS-BUDGVAR CURSOR FOR
               SELECT B.CUST_ID, B.FIN_ID, B.MONTHAMT
               FROM TUTORIAL.BUDGET B
               ORDER BY B.CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-BUDGVAR
           END-EXEC

           MOVE ZERO TO wn-budget-count
           EXEC SQL
               FETCH CURS-BUDGVAR
                   INTO :BUDGET-CUST-ID, :BUDGET-FIN-ID,
                        :BUDGET-MONTHAMT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-budget-count
               MOVE ZERO TO wn-bv-actual
               EXEC SQL
                   SELECT COALESCE(SUM(I.QTY * I.PRICE), 0)
                       INTO :wn-bv-actual
                       FROM TUTORIAL.INVOICE V,
                            TUTORIAL.INVITEM VI, TUTORIAL.ITEM I
                       WHERE V.INV_ID = VI.INV_ID
                         AND VI.ITEM_ID = I.ITEM_ID
                         AND V.CUST_ID = :BUDGET-CUST-ID
                         AND V.INVDATE >= :wc-sie-from
                         AND V.INVDATE <= :wc-sie-to
               END-EXEC

               COMPUTE wn-bv-diff = wn-bv-actual - BUDGET-MONTHAMT
               MOVE SPACE TO wc-bv-flag
               IF BUDGET-MONTHAMT > ZERO
                   COMPUTE wn-bv-pct =
                       (wn-bv-actual * 100) / BUDGET-MONTHAMT
                   IF wn-bv-pct < (100 - wn-bv-threshold)
                       MOVE '*** RING' TO wc-bv-flag
                   END-IF
               END-IF

               DISPLAY BUDGET-CUST-ID '|' BUDGET-MONTHAMT '|'
                   wn-bv-actual '|' wn-bv-diff ' ' wc-bv-flag

               EXEC SQL
                   FETCH CURS-BUDGVAR
                       INTO :BUDGET-CUST-ID, :BUDGET-FIN-ID,
                            :BUDGET-MONTHAMT
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-BUDGVAR
           END-EXEC

           IF wn-budget-count = ZERO
               DISPLAY 'Inga budgetposter upplagda (menyval 50 i'
                   ' kundregistret).'
           END-IF
           .

      *    Deferred revenue per customer for one month: what
      *    in-advance subscription invoices dated in the month
      *    billed, what the REVSCHED plan recognises in the month,
      *    and what is still deferred to later months at its end -
      *    the same figures verifikat 5 of the SIE export books.
       I0220-display-deferred-revenue.

           DISPLAY 'Period (�R-MM): ' WITH NO ADVANCING
           MOVE SPACE TO wc-sie-period
           ACCEPT wc-sie-period

           PERFORM I0141-set-period-bounds

           DISPLAY HEADLINE
           DISPLAY 'PERIODISERINGSPLAN ' wc-sie-period(1:7)
           DISPLAY HEADLINE
           DISPLAY 'Kundnr        |Fakturerat  |Int�ktsf�rt |'
               'F�rutbetalt kvar'

           EXEC SQL
               DECLARE CURS-DEFREV CURSOR FOR
               SELECT C.CUSTNO,
                      COALESCE(SUM(CASE WHEN V.INVDATE >= :wc-sie-from
                                         AND V.INVDATE <= :wc-sie-to
                                        THEN R.AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN R.MONTH = :wc-sie-period
                                         AND V.INVDATE <= :wc-sie-to
                                        THEN R.AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN R.MONTH > :wc-sie-period
                                         AND V.INVDATE <= :wc-sie-to
                                        THEN R.AMOUNT ELSE 0 END), 0)
               FROM TUTORIAL.REVSCHED R, TUTORIAL.INVOICE V,
                    TUTORIAL.CUSTOMER C
               WHERE R.INV_ID = V.INV_ID
                 AND R.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
               GROUP BY C.CUSTNO
               ORDER BY C.CUSTNO
           END-EXEC

           EXEC SQL
               OPEN CURS-DEFREV
           END-EXEC

           MOVE ZERO TO wn-dr-count wn-dr-tot-billed
                        wn-dr-tot-recognised wn-dr-tot-deferred
           EXEC SQL
               FETCH CURS-DEFREV
                   INTO :CUSTOMER-CUSTNO, :wn-dr-billed,
                        :wn-dr-recognised, :wn-dr-deferred
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

      *        a customer whose plan has nothing touching the month
      *        stays off the list
               IF wn-dr-billed NOT = ZERO OR
                  wn-dr-recognised NOT = ZERO OR
                  wn-dr-deferred NOT = ZERO
                   ADD 1 TO wn-dr-count
                   ADD wn-dr-billed TO wn-dr-tot-billed
                   ADD wn-dr-recognised TO wn-dr-tot-recognised
                   ADD wn-dr-deferred TO wn-dr-tot-deferred
                   DISPLAY CUSTOMER-CUSTNO-TEXT(1:14) '|'
                       wn-dr-billed '|' wn-dr-recognised '|'
                       wn-dr-deferred
               END-IF

               EXEC SQL
                   FETCH CURS-DEFREV
                       INTO :CUSTOMER-CUSTNO, :wn-dr-billed,
                            :wn-dr-recognised, :wn-dr-deferred
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-DEFREV
           END-EXEC

           IF wn-dr-count = ZERO
               DISPLAY 'Inga f�rskottsfakturerade abonnemang'
                   ' ber�r perioden.'
           ELSE
               DISPLAY HEADLINE
               DISPLAY 'Summa         |' wn-dr-tot-billed '|'
                   wn-dr-tot-recognised '|' wn-dr-tot-deferred
           END-IF
           .

      **********************************************************
      *    Aviavgifter per customer for one month: the fees subinv
      *    put on the month's debtor invoices (AVIAVGIFT lines, by
      *    invoice date) and the fees the month's redovisning passed
      *    on with the payments (SETLINE kind A) - the customer's
      *    fee income, shown on its settlement statement as well.
       I0240-display-invoice-fee-rpt.

           DISPLAY 'Period (����-MM): ' WITH NO ADVANCING
           MOVE SPACE TO wc-sie-period
           ACCEPT wc-sie-period

           IF wc-sie-period(1:4) NOT NUMERIC OR
              wc-sie-period(5:1) NOT = '-' OR
              wc-sie-period(6:2) < '01' OR
              wc-sie-period(6:2) > '12'
               DISPLAY 'Ogiltig period.'
               EXIT PARAGRAPH
           END-IF
           PERFORM I0141-set-period-bounds

           DISPLAY HEADLINE
           DISPLAY 'AVIAVGIFTER PER KUND ' wc-sie-period(1:7)
           DISPLAY HEADLINE
           DISPLAY 'Kund          |Fakturor|Avgift netto|Moms      |'
               'Redovisat'

           MOVE ZERO TO wn-avi-tot-count wn-avi-tot-net
                        wn-avi-tot-vat wn-avi-tot-coll

           EXEC SQL
               DECLARE CURS-AVIRPT CURSOR FOR
               SELECT C.CUST_ID, C.CUSTNO
               FROM TUTORIAL.CUSTOMER C, TUTORIAL.INVFEE F
               WHERE F.CUST_ID = C.CUST_ID
               ORDER BY C.CUSTNO
           END-EXEC

           EXEC SQL
               OPEN CURS-AVIRPT
           END-EXEC

           EXEC SQL
               FETCH CURS-AVIRPT
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE ZERO TO wn-avi-count wn-avi-net wn-avi-vat
               EXEC SQL
                   SELECT COUNT(DISTINCT V.INV_ID),
                          COALESCE(SUM(I.QTY * I.PRICE), 0),
                          COALESCE(SUM(I.QTY * I.PRICE
                                       * I.VAT / 100), 0)
                       INTO :wn-avi-count, :wn-avi-net, :wn-avi-vat
                       FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                            TUTORIAL.ITEM I
                       WHERE V.CUST_ID = :CUSTOMER-CUST-ID
                         AND V.INVDATE >= :wc-sie-from
                         AND V.INVDATE <= :wc-sie-to
                         AND VI.INV_ID = V.INV_ID
                         AND I.ITEM_ID = VI.ITEM_ID
                         AND I.ARTNO = 'AVIAVGIFT'
               END-EXEC

               MOVE ZERO TO wn-avi-coll
               EXEC SQL
                   SELECT COALESCE(SUM(L.AMOUNT), 0)
                       INTO :wn-avi-coll
                       FROM TUTORIAL.SETLINE L, TUTORIAL.SETTLE S
                       WHERE L.SETL_ID = S.SETL_ID
                         AND L.KIND = 'A'
                         AND S.CUST_ID = :CUSTOMER-CUST-ID
                         AND S.PERIOD = :wc-sie-period
               END-EXEC

               MOVE wn-avi-count TO wn-avi-count-ed
               MOVE wn-avi-net TO wn-avi-net-ed
               MOVE wn-avi-vat TO wn-avi-vat-ed
               MOVE wn-avi-coll TO wn-avi-coll-ed
               DISPLAY CUSTOMER-CUSTNO-TEXT(1:14) '|'
                   wn-avi-count-ed '|' wn-avi-net-ed '|'
                   wn-avi-vat-ed '|' wn-avi-coll-ed

               ADD wn-avi-count TO wn-avi-tot-count
               ADD wn-avi-net TO wn-avi-tot-net
               ADD wn-avi-vat TO wn-avi-tot-vat
               ADD wn-avi-coll TO wn-avi-tot-coll

               EXEC SQL
                   FETCH CURS-AVIRPT
                       INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-AVIRPT
           END-EXEC

           MOVE wn-avi-tot-count TO wn-avi-count-ed
           MOVE wn-avi-tot-net TO wn-avi-net-ed
           MOVE wn-avi-tot-vat TO wn-avi-vat-ed
           MOVE wn-avi-tot-coll TO wn-avi-coll-ed
           DISPLAY HEADLINE
           DISPLAY 'Totalt        |' wn-avi-count-ed '|'
               wn-avi-net-ed '|' wn-avi-vat-ed '|' wn-avi-coll-ed
           .

      *    What procurement holds the print houses to: the month's
      *    print-quality incidents per house and root cause, with
      *    the invoices hit, what they cost us (reprint postage and
      *    extra cost) and how much of it the house has accepted.
       I0250-display-incident-rpt.

           DISPLAY 'Period (����-MM): ' WITH NO ADVANCING
           MOVE SPACE TO wc-sie-period
           ACCEPT wc-sie-period

           IF wc-sie-period(1:4) NOT NUMERIC OR
              wc-sie-period(5:1) NOT = '-' OR
              wc-sie-period(6:2) < '01' OR
              wc-sie-period(6:2) > '12'
               DISPLAY 'Ogiltig period.'
               EXIT PARAGRAPH
           END-IF
           PERFORM I0141-set-period-bounds

           DISPLAY HEADLINE
           DISPLAY 'TRYCKINCIDENTER PER TRYCKERI ' wc-sie-period(1:7)
           DISPLAY HEADLINE
           DISPLAY 'Tryckeri  |Orsak          |Inc  |Fakt  |'
               'Kostnad   |Godk�nt'

           MOVE SPACE TO wc-inc-prev-house wc-inc-prev-cause
           MOVE ZERO TO wn-inc-cause-incs wn-inc-cause-invs
                        wn-inc-cause-cost wn-inc-cause-recov
                        wn-inc-house-incs wn-inc-house-invs
                        wn-inc-house-cost wn-inc-house-recov
                        wn-inc-tot-incs wn-inc-tot-invs
                        wn-inc-tot-cost wn-inc-tot-recov

           EXEC SQL
               DECLARE CURS-INCRPT CURSOR FOR
               SELECT N.HOUSE, N.CAUSE, N.CLAIMSTATE,
                      N.POSTAGE + N.EXTRACOST,
                      (SELECT COUNT(*) FROM TUTORIAL.INCINV I
                           WHERE I.INC_ID = N.INC_ID)
               FROM TUTORIAL.INCIDENT N
               WHERE N.INCDATE >= :wc-sie-from
                 AND N.INCDATE <= :wc-sie-to
               ORDER BY N.HOUSE, N.CAUSE
           END-EXEC

           EXEC SQL
               OPEN CURS-INCRPT
           END-EXEC

           EXEC SQL
               FETCH CURS-INCRPT
                   INTO :INCIDENT-HOUSE, :INCIDENT-CAUSE,
                        :INCIDENT-CLAIMSTATE, :wn-inc-cost,
                        :wn-inc-invcount
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF INCIDENT-HOUSE NOT = wc-inc-prev-house OR
                  INCIDENT-CAUSE NOT = wc-inc-prev-cause
                   IF wc-inc-prev-house NOT = SPACE
                       PERFORM I0252-incident-rpt-cause-line
                       IF INCIDENT-HOUSE NOT = wc-inc-prev-house
                           PERFORM I0254-incident-rpt-house-line
                       END-IF
                   END-IF
                   MOVE INCIDENT-HOUSE TO wc-inc-prev-house
                   MOVE INCIDENT-CAUSE TO wc-inc-prev-cause
               END-IF

               ADD 1 TO wn-inc-cause-incs
               ADD wn-inc-invcount TO wn-inc-cause-invs
               ADD wn-inc-cost TO wn-inc-cause-cost
               IF INCIDENT-CLAIM-ACCEPTED
                   ADD wn-inc-cost TO wn-inc-cause-recov
               END-IF

               EXEC SQL
                   FETCH CURS-INCRPT
                       INTO :INCIDENT-HOUSE, :INCIDENT-CAUSE,
                            :INCIDENT-CLAIMSTATE, :wn-inc-cost,
                            :wn-inc-invcount
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-INCRPT
           END-EXEC

           IF wc-inc-prev-house NOT = SPACE
               PERFORM I0252-incident-rpt-cause-line
               PERFORM I0254-incident-rpt-house-line
           END-IF

           MOVE wn-inc-tot-incs TO wn-inc-incs-ed
           MOVE wn-inc-tot-invs TO wn-inc-count-ed
           MOVE wn-inc-tot-cost TO wn-inc-amt-ed
           MOVE wn-inc-tot-recov TO wn-inc-recov-ed
           DISPLAY HEADLINE
           DISPLAY 'Totalt                    |' wn-inc-incs-ed '|'
               wn-inc-count-ed '|' wn-inc-amt-ed '|' wn-inc-recov-ed
           .

      **********************************************************
       I0252-incident-rpt-cause-line.

           EVALUATE wc-inc-prev-cause
               WHEN 'T'
                   MOVE 'Feltryck' TO wc-inc-cause-text
               WHEN 'F'
                   MOVE 'F�rlorad l�da' TO wc-inc-cause-text
               WHEN 'K'
                   MOVE 'Kuvertering' TO wc-inc-cause-text
               WHEN OTHER
                   MOVE 'Annat' TO wc-inc-cause-text
           END-EVALUATE

           MOVE wn-inc-cause-incs TO wn-inc-incs-ed
           MOVE wn-inc-cause-invs TO wn-inc-count-ed
           MOVE wn-inc-cause-cost TO wn-inc-amt-ed
           MOVE wn-inc-cause-recov TO wn-inc-recov-ed
           DISPLAY wc-inc-prev-house '|' wc-inc-cause-text '|'
               wn-inc-incs-ed '|' wn-inc-count-ed '|'
               wn-inc-amt-ed '|' wn-inc-recov-ed

           ADD wn-inc-cause-incs TO wn-inc-house-incs
           ADD wn-inc-cause-invs TO wn-inc-house-invs
           ADD wn-inc-cause-cost TO wn-inc-house-cost
           ADD wn-inc-cause-recov TO wn-inc-house-recov
           MOVE ZERO TO wn-inc-cause-incs wn-inc-cause-invs
                        wn-inc-cause-cost wn-inc-cause-recov
           .

      **********************************************************
       I0254-incident-rpt-house-line.

           MOVE wn-inc-house-incs TO wn-inc-incs-ed
           MOVE wn-inc-house-invs TO wn-inc-count-ed
           MOVE wn-inc-house-cost TO wn-inc-amt-ed
           MOVE wn-inc-house-recov TO wn-inc-recov-ed
           DISPLAY '  Summa ' wc-inc-prev-house '        |'
               wn-inc-incs-ed '|' wn-inc-count-ed '|'
               wn-inc-amt-ed '|' wn-inc-recov-ed

           ADD wn-inc-house-incs TO wn-inc-tot-incs
           ADD wn-inc-house-invs TO wn-inc-tot-invs
           ADD wn-inc-house-cost TO wn-inc-tot-cost
           ADD wn-inc-house-recov TO wn-inc-tot-recov
           MOVE ZERO TO wn-inc-house-incs wn-inc-house-invs
                        wn-inc-house-cost wn-inc-house-recov
           .

      *    How good the print houses' volume forecast (PbsProg) has
      *    been: per day of the month that has passed, the forecast
      *    last made before the day against what was printed -
      *    documents, sheets and envelopes over every house, incident
      *    reprints left out on both sides - with the sheets'
      *    deviation and the month's hit rate.
       I0260-display-forecast-rpt.

           DISPLAY 'Period (����-MM): ' WITH NO ADVANCING
           MOVE SPACE TO wc-sie-period
           ACCEPT wc-sie-period

           IF wc-sie-period(1:4) NOT NUMERIC OR
              wc-sie-period(5:1) NOT = '-' OR
              wc-sie-period(6:2) < '01' OR
              wc-sie-period(6:2) > '12'
               DISPLAY 'Ogiltig period.'
               EXIT PARAGRAPH
           END-IF
           PERFORM I0141-set-period-bounds
           PERFORM Y0345-set-price-today

           DISPLAY HEADLINE
           DISPLAY 'VOLYMPROGNOS MOT UTFALL ' wc-sie-period(1:7)
           DISPLAY HEADLINE
           DISPLAY 'Datum     |Dok prog|Dok utf |Ark prog|Ark utf |'
               'Kuv prog|Kuv utf |Avvik ark %'

           MOVE ZERO TO wn-fc-days
                        wn-fc-tot-fdocs wn-fc-tot-adocs
                        wn-fc-tot-fsheets wn-fc-tot-asheets
                        wn-fc-tot-fenv wn-fc-tot-aenv
                        wn-fc-tot-absdiff

           EXEC SQL
               DECLARE CURS-FCRPT CURSOR FOR
               SELECT FCDATE, SUM(DOCS), SUM(SHEETS), SUM(ENVELOPES)
               FROM TUTORIAL.FORECAST
               WHERE FCDATE >= :wc-sie-from
                 AND FCDATE <= :wc-sie-to
                 AND FCDATE < :wc-price-today
               GROUP BY FCDATE
               ORDER BY FCDATE
           END-EXEC

           EXEC SQL
               OPEN CURS-FCRPT
           END-EXEC

           EXEC SQL
               FETCH CURS-FCRPT
                   INTO :FORECAST-FCDATE, :FORECAST-DOCS,
                        :FORECAST-SHEETS, :FORECAST-ENVELOPES
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM I0262-forecast-rpt-day-line

               EXEC SQL
                   FETCH CURS-FCRPT
                       INTO :FORECAST-FCDATE, :FORECAST-DOCS,
                            :FORECAST-SHEETS, :FORECAST-ENVELOPES
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-FCRPT
           END-EXEC

           IF wn-fc-days = ZERO
               DISPLAY 'Ingen prognos f�r perioden.'
               EXIT PARAGRAPH
           END-IF

           MOVE wn-fc-tot-fdocs TO wn-fc-q1-ed
           MOVE wn-fc-tot-adocs TO wn-fc-q2-ed
           MOVE wn-fc-tot-fsheets TO wn-fc-q3-ed
           MOVE wn-fc-tot-asheets TO wn-fc-q4-ed
           MOVE wn-fc-tot-fenv TO wn-fc-q5-ed
           MOVE wn-fc-tot-aenv TO wn-fc-q6-ed
           MOVE ZERO TO wn-fc-pct
           IF wn-fc-tot-fsheets > ZERO
               COMPUTE wn-fc-pct ROUNDED =
                   (wn-fc-tot-asheets - wn-fc-tot-fsheets) * 100
                   / wn-fc-tot-fsheets
           END-IF
           MOVE wn-fc-pct TO wn-fc-pct-ed
           DISPLAY HEADLINE
           DISPLAY 'Totalt    |' wn-fc-q1-ed ' |' wn-fc-q2-ed ' |'
               wn-fc-q3-ed ' |' wn-fc-q4-ed ' |' wn-fc-q5-ed ' |'
               wn-fc-q6-ed ' |' wn-fc-pct-ed

      *    hit rate: how much of the printed sheets the forecast got
      *    right, day by day - over and under both count as misses
           MOVE ZERO TO wn-fc-pct
           IF wn-fc-tot-asheets > ZERO
               COMPUTE wn-fc-pct ROUNDED =
                   100 - wn-fc-tot-absdiff * 100 / wn-fc-tot-asheets
           END-IF
           MOVE wn-fc-pct TO wn-fc-pct-ed
           DISPLAY 'Tr�ffs�kerhet ark (dag f�r dag): '
               wn-fc-pct-ed ' %'
           .

      **********************************************************
       I0262-forecast-rpt-day-line.

           ADD 1 TO wn-fc-days

           MOVE ZERO TO wn-fc-act-docs wn-fc-act-sheets wn-fc-act-env
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(SHEETS), 0)
                   INTO :wn-fc-act-docs, :wn-fc-act-sheets
                   FROM OUTLOG
                   WHERE PRINTDATE = :FORECAST-FCDATE
                     AND SUCCESS = 1
                     AND SHEETS > 0
                     AND OUTLOG_ID NOT IN
                         (SELECT REPRINTID FROM INCINV)
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-fc-act-env
                   FROM OUTLOG
                   WHERE PRINTDATE = :FORECAST-FCDATE
                     AND SUCCESS = 1
                     AND SHEETS > 0
                     AND POSTCLASS <> ' '
                     AND OUTLOG_ID NOT IN
                         (SELECT REPRINTID FROM INCINV)
           END-EXEC

           MOVE ZERO TO wn-fc-pct
           IF FORECAST-SHEETS > ZERO
               COMPUTE wn-fc-pct ROUNDED =
                   (wn-fc-act-sheets - FORECAST-SHEETS) * 100
                   / FORECAST-SHEETS
           END-IF
           IF wn-fc-act-sheets > FORECAST-SHEETS
               COMPUTE wn-fc-tot-absdiff = wn-fc-tot-absdiff
                   + wn-fc-act-sheets - FORECAST-SHEETS
           ELSE
               COMPUTE wn-fc-tot-absdiff = wn-fc-tot-absdiff
                   + FORECAST-SHEETS - wn-fc-act-sheets
           END-IF

           MOVE FORECAST-DOCS TO wn-fc-q1-ed
           MOVE wn-fc-act-docs TO wn-fc-q2-ed
           MOVE FORECAST-SHEETS TO wn-fc-q3-ed
           MOVE wn-fc-act-sheets TO wn-fc-q4-ed
           MOVE FORECAST-ENVELOPES TO wn-fc-q5-ed
           MOVE wn-fc-act-env TO wn-fc-q6-ed
           MOVE wn-fc-pct TO wn-fc-pct-ed
           DISPLAY FORECAST-FCDATE '|' wn-fc-q1-ed ' |' wn-fc-q2-ed
               ' |' wn-fc-q3-ed ' |' wn-fc-q4-ed ' |' wn-fc-q5-ed
               ' |' wn-fc-q6-ed ' |' wn-fc-pct-ed

           ADD FORECAST-DOCS TO wn-fc-tot-fdocs
           ADD wn-fc-act-docs TO wn-fc-tot-adocs
           ADD FORECAST-SHEETS TO wn-fc-tot-fsheets
           ADD wn-fc-act-sheets TO wn-fc-tot-asheets
           ADD FORECAST-ENVELOPES TO wn-fc-tot-fenv
           ADD wn-fc-act-env TO wn-fc-tot-aenv
           .

      **********************************************************
      *    Who does what over a period, for planning the staffing
      *    around month end: worklist items taken and closed with
      *    the median days to close, inkontrollfel triaged, feldata
      *    rows repaired, payments matched by hand, disputes and
      *    approvals, and the backlog per worklist source week by
      *    week - counted from the audit trail by PbsWork. Per team
      *    the operators' names are left out, so that version can
      *    go on the wall.
       I0270-workload-report.

           IF wn-current-role < 2
               DISPLAY 'Beh�righet saknas - rapporten �r f�r '
                   'arbetsledare.'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WORKREQ
           DISPLAY 'Fr�n datum (�R-MM-DD): ' WITH NO ADVANCING
           ACCEPT WORKREQ-FROMDATE
           DISPLAY 'Till datum (�R-MM-DD): ' WITH NO ADVANCING
           ACCEPT WORKREQ-TODATE

           DISPLAY 'O=per operat�r, T=per team utan namn: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer(1:1) = 'T' OR wc-edit-buffer(1:1) = 't'
               MOVE 'T' TO WORKREQ-LEVEL
               DISPLAY 'Team (blankt = alla): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:10))
                   TO WORKREQ-TEAM
           ELSE
               MOVE 'O' TO WORKREQ-LEVEL
           END-IF

           CALL 'PbsWork' USING WORKREQ

           IF WORKREQ-DONE
               DISPLAY 'Rapporten �r skriven: '
                   FUNCTION TRIM(WORKREQ-FILENAME)
               DISPLAY 'Operat�rer: ' WORKREQ-OPER-COUNT
                   '  rader: ' WORKREQ-LINE-COUNT
           ELSE
               DISPLAY 'Rapporten kunde inte skrivas.'
           END-IF
           .

      **********************************************************
      *    The quarter- and year-end provision for os�kra
      *    kundfordringar (PbsProv): every open invoice valued at
      *    the period's end and reserved by age, payment score,
      *    dispute, installment plan, inkasso and legal hold. Run
      *    before the period is closed - the close's SIE export
      *    books the result and reverses the previous provision.
       I0280-provision-run.

           IF wn-current-role < 2
               DISPLAY 'Beh�righet saknas - avs�ttningen g�rs av '
                   'arbetsledare.'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE PROVREQ
           DISPLAY 'Period (�R-MM), normalt kvartals- eller '
               '�rsslut: ' WITH NO ADVANCING
           ACCEPT PROVREQ-PERIOD
           MOVE wc-current-operator TO PROVREQ-OPERATOR

           CALL 'PbsProv' USING PROVREQ

           EVALUATE TRUE
               WHEN PROVREQ-DONE
                   DISPLAY 'Rapporten �r skriven: '
                       FUNCTION TRIM(PROVREQ-FILENAME)
                   MOVE PROVREQ-PROV-TOTAL TO wn-pv-amount-ed
                   DISPLAY 'Avs�ttning: ' wn-pv-amount-ed
                       ' (' PROVREQ-CUST-COUNT ' kunder)'
                   IF PROVREQ-PREV-PERIOD NOT = SPACE
                       MOVE PROVREQ-PREV-TOTAL TO wn-pv-amount-ed
                       DISPLAY '�terf�rs fr�n '
                           PROVREQ-PREV-PERIOD ': ' wn-pv-amount-ed
                   END-IF
                   MOVE 'PROVISION' TO wc-audit-table
                   MOVE ZERO TO wn-audit-rowkey
                   MOVE SPACE TO wc-audit-field
                   STRING 'RUN ' PROVREQ-PERIOD DELIMITED BY SIZE
                       INTO wc-audit-field
                   END-STRING
                   MOVE PROVREQ-PREV-TOTAL TO wn-pv-amount-ed
                   MOVE wn-pv-amount-ed TO wc-audit-old
                   MOVE PROVREQ-PROV-TOTAL TO wn-pv-amount-ed
                   MOVE wn-pv-amount-ed TO wc-audit-new
                   PERFORM Y0300-write-audit
               WHEN PROVREQ-CLOSED
                   DISPLAY 'Perioden �r st�ngd - avs�ttningen '
                       'kan inte �ndras.'
               WHEN OTHER
                   DISPLAY 'Avs�ttningen kunde inte g�ras.'
           END-EVALUATE
           .

      **********************************************************
      *    Saldobekr�ftelser for the auditors (PbsSald): pick the
      *    debtors - or customers, for our own service invoices -
      *    by the largest balances, a random sample or the
      *    auditors' list as of a cut-off date, then have subinv
      *    write every letter of the run with its reply slip, the
      *    same engine as the kontoutdrag.
       I0290-balance-confirmation-run.

           IF wn-current-role < 2
               DISPLAY 'Beh�righet saknas - saldobekr�ftelser '
                   'g�rs av arbetsledare.'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE SALDREQ
           MOVE 'U' TO SALDREQ-MODE
           DISPLAY 'G=g�lden�rer, K=kunder (serviceavgifter): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer(1:1) = 'K' OR wc-edit-buffer(1:1) = 'k'
               MOVE 'K' TO SALDREQ-PARTYTYPE
           ELSE
               MOVE 'D' TO SALDREQ-PARTYTYPE
           END-IF

           DISPLAY 'Avst�mningsdatum (�R-MM-DD): ' WITH NO ADVANCING
           ACCEPT SALDREQ-CUTOFF

           DISPLAY 'Urval S=st�rsta saldon, R=stickprov, '
               'L=revisorernas lista: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
               TO SALDREQ-RULE

           IF SALDREQ-RULE = 'L'
               IF SALDREQ-PARTYTYPE = 'K'
                   DISPLAY 'Listfil (ett kundnummer per rad): '
                       WITH NO ADVANCING
               ELSE
                   DISPLAY 'Listfil (ett g�lden�rsnummer per rad): '
                       WITH NO ADVANCING
               END-IF
               ACCEPT SALDREQ-LISTFILE
           ELSE
               DISPLAY 'Antal motparter: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) IS NUMERIC
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO SALDREQ-COUNT
               END-IF
           END-IF
           MOVE wc-current-operator TO SALDREQ-OPERATOR

           CALL 'PbsSald' USING SALDREQ

           IF NOT SALDREQ-DONE
               DISPLAY 'Urvalet kunde inte g�ras.'
               EXIT PARAGRAPH
           END-IF
           IF SALDREQ-PICKED = ZERO
               DISPLAY 'Inga motparter valdes - inga brev skrivs.'
               EXIT PARAGRAPH
           END-IF

           MOVE SALDREQ-RUN-ID TO wn-sb-run-ed
           MOVE SALDREQ-PICKED-SEK TO wn-pv-amount-ed
           DISPLAY 'K�rning ' wn-sb-run-ed ': ' SALDREQ-PICKED
               ' motparter, saldo SEK ' wn-pv-amount-ed

           MOVE 'BALCONF' TO wc-audit-table
           MOVE SALDREQ-RUN-ID TO wn-audit-rowkey
           MOVE 'RUN' TO wc-audit-field
           MOVE SPACE TO wc-audit-old
           MOVE SPACE TO wc-audit-new
           STRING SALDREQ-PARTYTYPE ' ' SALDREQ-RULE ' '
                   SALDREQ-CUTOFF DELIMITED BY SIZE
                   INTO wc-audit-new
           END-STRING
           PERFORM Y0300-write-audit

           MOVE ZERO TO wc-subinv-finid
           MOVE SPACE TO wc-subinv-invno wc-subinv-custno
           MOVE FUNCTION TRIM(wn-sb-run-ed) TO wc-subinv-invno
           MOVE 'SBK' TO wc-subinv-mode
           PERFORM Y0120-call-subinv-locked
           DISPLAY 'Breven �r skrivna (SB-<referens>.tex). Svaren '
               'registreras under (59).'
           .

      **********************************************************
      *    The replies to a saldobekr�ftelse run: every letter with
      *    its balance and what has come back, a reply registered
      *    against one letter at a time - bekr�ftat, avvikande with
      *    the counterparty's own balance, or inget svar once the
      *    auditors stop waiting - and at the end the summary of
      *    confirmed against unconfirmed value for the auditors.
       I0295-register-confirmation-reply.

           DISPLAY 'K�rning (referens p� f�rsta brevet): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF FUNCTION TRIM(wc-edit-buffer) IS NOT NUMERIC
               DISPLAY 'Ogiltig k�rning.'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(wc-edit-buffer) TO wn-sb-run-id

           DISPLAY 'Brev     |Typ|Motpart  |Valuta|Saldo'
               '           |Svar'
           MOVE wn-sb-run-id TO BALCONF-RUN-ID
           MOVE ZERO TO wn-sb-count
           EXEC SQL
               DECLARE CURS-BALCONF CURSOR FOR
               SELECT CONF_ID, PARTYTYPE, PARTY_ID, CURRENCY,
                      BALANCE, STATE
               FROM TUTORIAL.BALCONF
               WHERE RUN_ID = :BALCONF-RUN-ID
               ORDER BY CONF_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-BALCONF
           END-EXEC

           EXEC SQL
               FETCH CURS-BALCONF
                   INTO :BALCONF-CONF-ID, :BALCONF-PARTYTYPE,
                        :BALCONF-PARTY-ID, :BALCONF-CURRENCY,
                        :BALCONF-BALANCE, :BALCONF-STATE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-sb-count
               PERFORM I0297-confirmation-state-name
               MOVE BALCONF-BALANCE TO wn-pv-amount-ed
               DISPLAY BALCONF-CONF-ID '|' BALCONF-PARTYTYPE '  |'
                   BALCONF-PARTY-ID '|' BALCONF-CURRENCY '   |'
                   wn-pv-amount-ed '|' wc-sb-state-name
               EXEC SQL
                   FETCH CURS-BALCONF
                       INTO :BALCONF-CONF-ID, :BALCONF-PARTYTYPE,
                            :BALCONF-PARTY-ID, :BALCONF-CURRENCY,
                            :BALCONF-BALANCE, :BALCONF-STATE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-BALCONF
           END-EXEC

           IF wn-sb-count = ZERO
               DISPLAY 'K�rningen finns inte.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO wc-edit-buffer
           PERFORM UNTIL wc-edit-buffer(1:1) = 'S'
               DISPLAY 'Brev att registrera svar p� '
                   '(S = sammanfattning och slut): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer)
                   TO wc-edit-buffer
               IF wc-edit-buffer = SPACE
                   MOVE 'S' TO wc-edit-buffer
               END-IF
               IF wc-edit-buffer(1:1) NOT = 'S'
                   PERFORM I0296-register-one-reply
                   MOVE 'N' TO wc-edit-buffer
               END-IF
           END-PERFORM

           INITIALIZE SALDREQ
           MOVE 'S' TO SALDREQ-MODE
           MOVE wn-sb-run-id TO SALDREQ-RUN-ID
           MOVE wc-current-operator TO SALDREQ-OPERATOR

           CALL 'PbsSald' USING SALDREQ

           IF SALDREQ-DONE
               DISPLAY 'Sammanfattningen �r skriven: '
                   FUNCTION TRIM(SALDREQ-FILENAME)
               MOVE SALDREQ-CONFIRMED-SEK TO wn-pv-amount-ed
               DISPLAY 'Bekr�ftat SEK:    ' wn-pv-amount-ed
               MOVE SALDREQ-UNCONFIRMED-SEK TO wn-pv-amount-ed
               DISPLAY 'Ej bekr�ftat SEK: ' wn-pv-amount-ed
           ELSE
               DISPLAY 'Sammanfattningen kunde inte skrivas.'
           END-IF
           .

      **********************************************************
       I0296-register-one-reply.

           IF FUNCTION TRIM(wc-edit-buffer) IS NOT NUMERIC
               DISPLAY 'Ogiltigt brevnummer.'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(wc-edit-buffer) TO BALCONF-CONF-ID
           MOVE wn-sb-run-id TO BALCONF-RUN-ID

           EXEC SQL
               SELECT CURRENCY, BALANCE, STATE, REPLYAMT, NOTE
                   INTO :BALCONF-CURRENCY, :BALCONF-BALANCE,
                        :BALCONF-STATE, :BALCONF-REPLYAMT,
                        :BALCONF-NOTE
                   FROM BALCONF
                   WHERE CONF_ID = :BALCONF-CONF-ID
                     AND RUN_ID = :BALCONF-RUN-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'Brevet h�r inte till k�rningen.'
               EXIT PARAGRAPH
           END-IF
           PERFORM I0297-confirmation-state-name
           MOVE wc-sb-state-name TO wc-sb-old-state

           DISPLAY 'B=bekr�ftat, A=avvikande, I=inget svar: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           EVALUATE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
               WHEN 'B'
                   SET BALCONF-AGREED TO TRUE
                   MOVE ZERO TO BALCONF-REPLYAMT
               WHEN 'A'
                   SET BALCONF-DISAGREED TO TRUE
                   DISPLAY 'Motpartens saldo (' BALCONF-CURRENCY
                       '): ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF FUNCTION TEST-NUMVAL(wc-edit-buffer) NOT = ZERO
                       DISPLAY 'Ogiltigt belopp - svaret �r inte '
                           'registrerat.'
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE BALCONF-REPLYAMT =
                       FUNCTION NUMVAL(wc-edit-buffer)
               WHEN 'I'
                   SET BALCONF-NO-REPLY TO TRUE
                   MOVE ZERO TO BALCONF-REPLYAMT
               WHEN OTHER
                   DISPLAY 'Ok�nt svar.'
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY 'Anteckning: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:60) TO BALCONF-NOTE-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer(1:60)))
                   TO BALCONF-NOTE-LEN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:4) TO BALCONF-REPLYDATE(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO BALCONF-REPLYDATE(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO BALCONF-REPLYDATE(9:2)
           MOVE '-' TO BALCONF-REPLYDATE(5:1) BALCONF-REPLYDATE(8:1)
           MOVE wc-current-operator TO BALCONF-REPLYBY-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-current-operator))
               TO BALCONF-REPLYBY-LEN

           EXEC SQL
               UPDATE BALCONF
               SET STATE = :BALCONF-STATE,
                   REPLYAMT = :BALCONF-REPLYAMT,
                   REPLYDATE = :BALCONF-REPLYDATE,
                   REPLYBY = :BALCONF-REPLYBY,
                   NOTE = :BALCONF-NOTE
               WHERE CONF_ID = :BALCONF-CONF-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in BALCONF �r felt'
           ELSE
               PERFORM I0297-confirmation-state-name
               MOVE 'BALCONF' TO wc-audit-table
               MOVE BALCONF-CONF-ID TO wn-audit-rowkey
               MOVE 'STATE' TO wc-audit-field
               MOVE wc-sb-old-state TO wc-audit-old
               MOVE wc-sb-state-name TO wc-audit-new
               IF BALCONF-DISAGREED
                   MOVE BALCONF-REPLYAMT TO wn-pv-amount-ed
                   STRING wc-sb-state-name DELIMITED BY SPACE
                           ' ' FUNCTION TRIM(wn-pv-amount-ed)
                           DELIMITED BY SIZE
                           INTO wc-audit-new
                   END-STRING
               END-IF
               PERFORM Y0300-write-audit
               DISPLAY 'Svaret �r registrerat.'
           END-IF
           .

      **********************************************************
       I0297-confirmation-state-name.

           EVALUATE TRUE
               WHEN BALCONF-AGREED
                   MOVE 'bekr�ftat' TO wc-sb-state-name
               WHEN BALCONF-DISAGREED
                   MOVE 'avvikande' TO wc-sb-state-name
               WHEN BALCONF-NO-REPLY
                   MOVE 'inget svar' TO wc-sb-state-name
               WHEN OTHER
                   MOVE 'v�ntar' TO wc-sb-state-name
           END-EVALUATE
           .

      **********************************************************
      *    The monthly report pack (PbsPack) written again by hand -
      *    for a month the night run missed, or for one customer
      *    whose files were corrected afterwards. The pack is
      *    written anew over the earlier one in the outbox.
       I0299-customer-report-pack.

           INITIALIZE PACKREQ
           DISPLAY 'M�nad (����-MM, blankt = innevarande): '
               WITH NO ADVANCING
           ACCEPT PACKREQ-PERIOD
           DISPLAY 'Kundnummer (blankt = alla kunder): '
               WITH NO ADVANCING
           ACCEPT PACKREQ-CUSTNO

           CALL 'PbsPack' USING PACKREQ

           IF PACKREQ-DONE
               DISPLAY 'Rapportpaket skrivna: ' PACKREQ-PACK-COUNT
                   ', filer: ' PACKREQ-FILE-COUNT
               DISPLAY 'Testkunder utan paket: ' PACKREQ-SKIP-COUNT
           ELSE
               DISPLAY 'Rapportpaketet kunde inte skrivas'
                   ' (se k�rningssammanfattningen).'
           END-IF
           .

      **********************************************************
      *    The provision's percentages: shown to everyone, changed
      *    only by an administrator. A rule without a row runs with
      *    PbsProv's default.
       I0285-maintain-provision-rules.

           DISPLAY 'Regel   |Procent'
           EXEC SQL
               DECLARE CURS-PROVRULE CURSOR FOR
               SELECT RULE_ID, PCT
               FROM TUTORIAL.PROVRULE
               ORDER BY RULE_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-PROVRULE
           END-EXEC

           EXEC SQL
               FETCH CURS-PROVRULE
                   INTO :PROVRULE-RULE-ID, :PROVRULE-PCT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE PROVRULE-PCT TO wc-pv-pct-ed
               DISPLAY PROVRULE-RULE-ID '|' wc-pv-pct-ed
               EXEC SQL
                   FETCH CURS-PROVRULE
                       INTO :PROVRULE-RULE-ID, :PROVRULE-PCT
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-PROVRULE
           END-EXEC

           DISPLAY '�lder: EJFORF (1.00), DAGAR30 (5.00), '
               'DAGAR60 (10.00), DAGAR90 (25.00), OVER90 (50.00)'
           DISPLAY 'Plan h�lls: PLAN (5.00). Till�gg: '
               'SCORE2 (5.00), SCORE3 (15.00)'
           DISPLAY 'L�gst: TVIST (50.00), INKASSO (75.00), '
               'INKFORL (100.00), RATTSL (50.00)'
           DISPLAY 'Utan rad g�ller standardv�rdet inom parentes.'

           IF wn-current-role < 3
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Regel att �ndra (blankt = ingen): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-pv-rule-in
           ACCEPT wc-pv-rule-in
           MOVE FUNCTION UPPER-CASE(wc-pv-rule-in) TO PROVRULE-RULE-ID
           IF PROVRULE-RULE-ID = SPACE
               EXIT PARAGRAPH
           END-IF
           IF PROVRULE-RULE-ID NOT = 'EJFORF' AND NOT = 'DAGAR30'
              AND NOT = 'DAGAR60' AND NOT = 'DAGAR90'
              AND NOT = 'OVER90' AND NOT = 'PLAN'
              AND NOT = 'SCORE2' AND NOT = 'SCORE3'
              AND NOT = 'TVIST' AND NOT = 'INKASSO'
              AND NOT = 'INKFORL' AND NOT = 'RATTSL'
               DISPLAY 'Ok�nd regel.'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT PCT
                   INTO :PROVRULE-PCT
                   FROM PROVRULE
                   WHERE RULE_ID = :PROVRULE-RULE-ID
           END-EXEC
           MOVE SQLCODE TO wn-pv-rows
           IF wn-pv-rows NOT = ZERO
               MOVE ZERO TO PROVRULE-PCT
               MOVE 'standard' TO wc-pv-old-pct
           ELSE
               MOVE PROVRULE-PCT TO wc-pv-pct-ed
               MOVE wc-pv-pct-ed TO wc-pv-old-pct
           END-IF

           DISPLAY 'Procent [' wc-pv-old-pct '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer = SPACE
               EXIT PARAGRAPH
           END-IF
           COMPUTE PROVRULE-PCT = FUNCTION NUMVAL(wc-edit-buffer(1:10))
           IF PROVRULE-PCT < 0 OR PROVRULE-PCT > 100
               DISPLAY 'Ogiltigt v�rde - regeln �r of�r�ndrad.'
               EXIT PARAGRAPH
           END-IF

           IF wn-pv-rows = ZERO
               EXEC SQL
                   UPDATE PROVRULE
                   SET PCT = :PROVRULE-PCT
                   WHERE RULE_ID = :PROVRULE-RULE-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO PROVRULE
                   VALUES ( :PROVRULE-RULE-ID,
                             :PROVRULE-PCT)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in PROVRULE �r felt'
           ELSE
               MOVE PROVRULE-PCT TO wc-pv-pct-ed
               MOVE 'PROVRULE' TO wc-audit-table
               MOVE ZERO TO wn-audit-rowkey
               MOVE PROVRULE-RULE-ID TO wc-audit-field
               MOVE wc-pv-old-pct TO wc-audit-old
               MOVE wc-pv-pct-ed TO wc-audit-new
               PERFORM Y0300-write-audit
               DISPLAY 'Regeln �r sparad.'
           END-IF
           .

      **********************************************************
      *    The invoice number series of one period per legal
      *    entity and series (PbsSer): gaps, gaps the void register
      *    explains and duplicate invoice numbers, with the report
      *    written for the auditor.
       I0300-number-series-audit.

           INITIALIZE SERREQ
           DISPLAY 'Period (����-MM, blankt = innevarande): '
               WITH NO ADVANCING
           ACCEPT SERREQ-PERIOD

           CALL 'PbsSer' USING SERREQ

           IF SERREQ-DONE
               DISPLAY 'Fakturor i perioden: ' SERREQ-INV-COUNT
               DISPLAY 'Luckor: ' SERREQ-GAP-COUNT
                   ' (' SERREQ-GAP-NUMBERS ' nummer)'
               DISPLAY 'Varav of�rklarade: ' SERREQ-UNEXPL-COUNT
                   ' (' SERREQ-UNEXPL-NUMBERS ' nummer)'
               DISPLAY 'Dubblerade fakturanummer: ' SERREQ-DUP-COUNT
               DISPLAY 'Rapport: ' FUNCTION TRIM(SERREQ-FILENAME)
           ELSE
               DISPLAY 'Nummerseriekontrollen kunde inte g�ras'
                   ' (se k�rningssammanfattningen).'
           END-IF
           .

      **********************************************************
      *    The makuleringsregister: every invoice number that was
      *    handed out but never became an invoice is voided here
      *    with a reason, so the number series audit can tell an
      *    explained gap from a missing invoice. Arbetsledare and
      *    up register and remove; the failed and aborted runs of
      *    the period are listed as the usual cause.
       I0305-maintain-void-register.

           IF wn-current-role < 2
               DISPLAY 'Beh�righet saknas (kr�ver arbetsledare).'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Period (����-MM): ' WITH NO ADVANCING
           MOVE SPACE TO wc-ns-period
           ACCEPT wc-ns-period
           IF wc-ns-period = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE 'X' TO wc-ns-action
           PERFORM UNTIL wc-ns-action = SPACE
               PERFORM I0308-list-voids
               DISPLAY '(N) Ny makulering, (T) Ta bort, '
                   'blankt = klar: ' WITH NO ADVANCING
               MOVE SPACE TO wc-ns-action
               ACCEPT wc-ns-action
               MOVE FUNCTION UPPER-CASE(wc-ns-action) TO wc-ns-action
               EVALUATE wc-ns-action
                   WHEN 'N'
                       PERFORM I0306-register-void
                   WHEN 'T'
                       PERFORM I0307-remove-void
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt val.'
               END-EVALUATE
           END-PERFORM
           .

      **********************************************************
       I0306-register-void.

           DISPLAY 'F�rsta fakturanummer (INV_ID): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer = SPACE
               EXIT PARAGRAPH
           END-IF
           COMPUTE wn-nv-first = FUNCTION NUMVAL(wc-edit-buffer(1:10))
           DISPLAY 'Sista fakturanummer (blankt = samma): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer = SPACE
               MOVE wn-nv-first TO wn-nv-last
           ELSE
               COMPUTE wn-nv-last =
                   FUNCTION NUMVAL(wc-edit-buffer(1:10))
           END-IF

           IF wn-nv-first < 1 OR wn-nv-last < wn-nv-first
               DISPLAY 'Ogiltigt nummerintervall.'
               EXIT PARAGRAPH
           END-IF

      *    only numbers the sequence has already handed out
           MOVE 'INVOICE' TO IDGEN-TABLENAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(IDGEN-TABLENAME-TEXT))
               TO IDGEN-TABLENAME-LEN
           MOVE ZERO TO wn-ns-max-id
           EXEC SQL
               SELECT NEXTID
                   INTO :wn-ns-max-id
                   FROM IDGEN
                   WHERE TABLENAME = :IDGEN-TABLENAME
           END-EXEC
           IF wn-nv-last > wn-ns-max-id
               DISPLAY 'Numret �r inte utdelat �nnu (senast '
                   wn-ns-max-id ').'
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO wn-ns-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-ns-count
                   FROM INVOICE
                   WHERE INV_ID BETWEEN :wn-nv-first AND :wn-nv-last
           END-EXEC
           IF wn-ns-count > ZERO
               DISPLAY 'Intervallet inneh�ller ' wn-ns-count
                   ' befintliga fakturor - kan inte makuleras.'
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO wn-ns-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-ns-count
                   FROM INVVOID
                   WHERE FIRSTNO <= :wn-nv-last
                     AND LASTNO >= :wn-nv-first
           END-EXEC
           IF wn-ns-count > ZERO
               DISPLAY 'Intervallet �verlappar en befintlig '
                   'makulering.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Orsak: ' WITH NO ADVANCING
           MOVE SPACE TO wc-nv-reason
           ACCEPT wc-nv-reason
           IF wc-nv-reason = SPACE
               DISPLAY 'Orsak m�ste anges.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'K�rning (RUNLOG-id, blankt = ingen): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE ZERO TO wn-nv-runlog-id
           IF wc-edit-buffer NOT = SPACE
               COMPUTE wn-nv-runlog-id =
                   FUNCTION NUMVAL(wc-edit-buffer(1:10))
               MOVE ZERO TO wn-ns-count
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :wn-ns-count
                       FROM RUNLOG
                       WHERE RUNLOG_ID = :wn-nv-runlog-id
               END-EXEC
               IF wn-ns-count = ZERO
                   DISPLAY 'K�rningen finns inte.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM Y0370-register-void
           .

      **********************************************************
       I0307-remove-void.

           DISPLAY 'Makulering att ta bort (id): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer = SPACE
               EXIT PARAGRAPH
           END-IF
           COMPUTE INVVOID-VOID-ID =
               FUNCTION NUMVAL(wc-edit-buffer(1:10))

           EXEC SQL
               SELECT FIRSTNO, LASTNO, REASON
                   INTO :INVVOID-FIRSTNO, :INVVOID-LASTNO,
                        :INVVOID-REASON
                   FROM INVVOID
                   WHERE VOID_ID = :INVVOID-VOID-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'Makuleringen finns inte.'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               DELETE FROM INVVOID
               WHERE VOID_ID = :INVVOID-VOID-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Delete SQL sats in INVVOID �r felt'
           ELSE
               MOVE INVVOID-FIRSTNO TO wn-nv-first-ed
               MOVE INVVOID-LASTNO TO wn-nv-last-ed
               MOVE 'INVVOID' TO wc-audit-table
               MOVE INVVOID-VOID-ID TO wn-audit-rowkey
               MOVE 'VOID' TO wc-audit-field
               MOVE SPACE TO wc-audit-old
               STRING FUNCTION TRIM(wn-nv-first-ed) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   FUNCTION TRIM(wn-nv-last-ed) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   INVVOID-REASON-TEXT DELIMITED BY SIZE
                   INTO wc-audit-old
               END-STRING
               MOVE 'borttagen' TO wc-audit-new
               PERFORM Y0300-write-audit
               DISPLAY 'Makuleringen �r borttagen.'
           END-IF
           .

      **********************************************************
      *    the period's voids, then the runs of the period that
      *    failed or never finished - the usual reason for a gap
       I0308-list-voids.

           MOVE wc-ns-period TO INVVOID-PERIOD
           DISPLAY HEADLINE
           DISPLAY 'Id       |F�rst    |Sist     |Orsak'
           EXEC SQL
               DECLARE CURS-VOID CURSOR FOR
               SELECT VOID_ID, FIRSTNO, LASTNO, REASON
               FROM TUTORIAL.INVVOID
               WHERE PERIOD = :INVVOID-PERIOD
               ORDER BY FIRSTNO
           END-EXEC

           EXEC SQL
               OPEN CURS-VOID
           END-EXEC

           EXEC SQL
               FETCH CURS-VOID
                   INTO :INVVOID-VOID-ID, :INVVOID-FIRSTNO,
                        :INVVOID-LASTNO, :INVVOID-REASON
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE INVVOID-FIRSTNO TO wn-nv-first-ed
               MOVE INVVOID-LASTNO TO wn-nv-last-ed
               DISPLAY INVVOID-VOID-ID '|' wn-nv-first-ed '|'
                   wn-nv-last-ed '|'
                   INVVOID-REASON-TEXT(1:INVVOID-REASON-LEN)
               EXEC SQL
                   FETCH CURS-VOID
                       INTO :INVVOID-VOID-ID, :INVVOID-FIRSTNO,
                            :INVVOID-LASTNO, :INVVOID-REASON
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-VOID
           END-EXEC

           DISPLAY 'Avbrutna och felaktiga k�rningar i perioden:'
           EXEC SQL
               DECLARE CURS-VOIDRUN CURSOR FOR
               SELECT RUNLOG_ID, PROGRAM, STARTTIME, STATUS
               FROM TUTORIAL.RUNLOG
               WHERE SUBSTR(STARTTIME, 1, 7) = :INVVOID-PERIOD
                 AND STATUS <> 1
               ORDER BY RUNLOG_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-VOIDRUN
           END-EXEC

           EXEC SQL
               FETCH CURS-VOIDRUN
                   INTO :RUNLOG-RUNLOG-ID, :RUNLOG-PROGRAM,
                        :RUNLOG-STARTTIME, :RUNLOG-STATUS
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY RUNLOG-RUNLOG-ID '|'
                   RUNLOG-PROGRAM-TEXT(1:RUNLOG-PROGRAM-LEN) '|'
                   RUNLOG-STARTTIME '|' RUNLOG-STATUS
               EXEC SQL
                   FETCH CURS-VOIDRUN
                       INTO :RUNLOG-RUNLOG-ID, :RUNLOG-PROGRAM,
                            :RUNLOG-STARTTIME, :RUNLOG-STATUS
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-VOIDRUN
           END-EXEC
           .

      **********************************************************
      *    The month's payments per legal entity, customer and
      *    channel (PbsKanl): count, amount and share, days from
      *    due date to payment, the share matched by hand in the
      *    workbench and what the bank charged - for sales to
      *    steer customers towards autogiro and e-faktura.
       I0310-payment-channel-report.

           INITIALIZE KANLREQ
           DISPLAY 'M�nad (����-MM, blankt = innevarande): '
               WITH NO ADVANCING
           ACCEPT KANLREQ-PERIOD

           CALL 'PbsKanl' USING KANLREQ

           IF KANLREQ-DONE
               DISPLAY 'Betalningar: ' KANLREQ-PAY-COUNT
               MOVE KANLREQ-PAY-AMOUNT TO wn-pf-amount-ed
               DISPLAY 'Belopp: ' wn-pf-amount-ed
               DISPLAY 'Matchade i arbetsb�nken: ' KANLREQ-MAN-COUNT
               MOVE KANLREQ-COST TO wn-pf-amount-ed
               DISPLAY 'Bankavgifter: ' wn-pf-amount-ed
               DISPLAY 'Rapport: ' FUNCTION TRIM(KANLREQ-FILENAME)
           ELSE
               DISPLAY 'Kanalrapporten kunde inte g�ras'
                   ' (se k�rningssammanfattningen).'
           END-IF
           .

      **********************************************************
      *    The bank's fee per transaction and payment channel the
      *    channel report prices the month with. Juridisk person 0
      *    is the fee for all; an entity's own row overrides it.
      *    Everyone may look, admin changes.
       I0315-maintain-bank-fees.

           DISPLAY 'Jur.pers.|Kanal     |Avgift'
           EXEC SQL
               DECLARE CURS-PAYFEE CURSOR FOR
               SELECT FIN_ID, METHOD, FEE
               FROM TUTORIAL.PAYFEE
               ORDER BY FIN_ID, METHOD
           END-EXEC

           EXEC SQL
               OPEN CURS-PAYFEE
           END-EXEC

           MOVE SPACE TO PAYFEE-METHOD-TEXT
           EXEC SQL
               FETCH CURS-PAYFEE
                   INTO :PAYFEE-FIN-ID, :PAYFEE-METHOD, :PAYFEE-FEE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE PAYFEE-FIN-ID TO wn-pf-fin-ed
               MOVE PAYFEE-FEE TO wc-pf-fee-ed
               DISPLAY wn-pf-fin-ed '|' PAYFEE-METHOD-TEXT '|'
                   wc-pf-fee-ed
               MOVE SPACE TO PAYFEE-METHOD-TEXT
               EXEC SQL
                   FETCH CURS-PAYFEE
                       INTO :PAYFEE-FIN-ID, :PAYFEE-METHOD,
                            :PAYFEE-FEE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-PAYFEE
           END-EXEC

           DISPLAY 'Kanaler: BG, CA (camt), AG (autogiro), '
               'SW (Swish), AUTO, TILLGODO, INK m.fl.'
           DISPLAY 'Juridisk person 0 g�ller alla; utan rad kostar '
               'kanalen inget.'

           IF wn-current-role < 3
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Kanal att �ndra (blankt = ingen): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-pf-method-in
           ACCEPT wc-pf-method-in
           MOVE FUNCTION UPPER-CASE(wc-pf-method-in)
               TO PAYFEE-METHOD-TEXT
           IF PAYFEE-METHOD-TEXT = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PAYFEE-METHOD-TEXT))
               TO PAYFEE-METHOD-LEN

           DISPLAY 'Juridisk person (0 = alla): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF FUNCTION TRIM(wc-edit-buffer) = SPACE
               MOVE ZERO TO PAYFEE-FIN-ID
           ELSE
               MOVE FUNCTION NUMVAL(wc-edit-buffer) TO PAYFEE-FIN-ID
           END-IF
           IF PAYFEE-FIN-ID NOT = ZERO
               MOVE PAYFEE-FIN-ID TO FINDATA-FIN-ID
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :wn-pf-rows
                       FROM FINDATA
                       WHERE FIN_ID = :FINDATA-FIN-ID
               END-EXEC
               IF wn-pf-rows = ZERO
                   DISPLAY 'Ok�nd juridisk person.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EXEC SQL
               SELECT FEE
                   INTO :PAYFEE-FEE
                   FROM PAYFEE
                   WHERE FIN_ID = :PAYFEE-FIN-ID
                     AND METHOD = :PAYFEE-METHOD
           END-EXEC
           MOVE SQLCODE TO wn-pf-rows
           IF wn-pf-rows NOT = ZERO
               MOVE ZERO TO PAYFEE-FEE
               MOVE 'saknas' TO wc-pf-old-fee
           ELSE
               MOVE PAYFEE-FEE TO wc-pf-fee-ed
               MOVE wc-pf-fee-ed TO wc-pf-old-fee
           END-IF

           DISPLAY 'Avgift per transaktion [' wc-pf-old-fee '] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer = SPACE
               EXIT PARAGRAPH
           END-IF
           COMPUTE PAYFEE-FEE = FUNCTION NUMVAL(wc-edit-buffer(1:10))
           IF PAYFEE-FEE < 0
               DISPLAY 'Ogiltigt v�rde - avgiften �r '
                   'of�r�ndrad.'
               EXIT PARAGRAPH
           END-IF

           IF wn-pf-rows = ZERO
               EXEC SQL
                   UPDATE PAYFEE
                   SET FEE = :PAYFEE-FEE
                   WHERE FIN_ID = :PAYFEE-FIN-ID
                     AND METHOD = :PAYFEE-METHOD
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO PAYFEE
                   VALUES ( :PAYFEE-FIN-ID,
                             :PAYFEE-METHOD,
                             :PAYFEE-FEE)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in PAYFEE �r felt'
           ELSE
               MOVE PAYFEE-FEE TO wc-pf-fee-ed
               MOVE 'PAYFEE' TO wc-audit-table
               MOVE PAYFEE-FIN-ID TO wn-audit-rowkey
               MOVE PAYFEE-METHOD-TEXT TO wc-audit-field
               MOVE wc-pf-old-fee TO wc-audit-old
               MOVE wc-pf-fee-ed TO wc-audit-new
               PERFORM Y0300-write-audit
               DISPLAY 'Avgiften �r sparad.'
           END-IF
           .

      *    The koncern view the group contracts are written
      *    against: per group parent, the whole group's processed
      *    volume and invoiced revenue over the trailing twelve
      *    months, members counted in - instead of adding up
      *    subsidiaries by hand and hoping the list was complete.
       I0230-display-group-rollup.

           COMPUTE wn-gr-cut-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               - 365
           MOVE FUNCTION DATE-OF-INTEGER(wn-gr-cut-int)
               TO wn-gr-cut-ymd
           MOVE wn-gr-cut-ymd(1:4) TO wc-gr-cut365(1:4)
           MOVE wn-gr-cut-ymd(5:2) TO wc-gr-cut365(6:2)
           MOVE wn-gr-cut-ymd(7:2) TO wc-gr-cut365(9:2)
           MOVE '-' TO wc-gr-cut365(5:1) wc-gr-cut365(8:1)

           DISPLAY HEADLINE
           DISPLAY 'KONCERNRAPPORT, RULLANDE 12 M�NADER'
           DISPLAY HEADLINE
           DISPLAY 'Moderkund     |Bolag|Volym   |Int�kt'

           EXEC SQL
               DECLARE CURS-GROUPS CURSOR FOR
               SELECT P.CUST_ID, P.CUSTNO
               FROM TUTORIAL.CUSTOMER P
               WHERE P.PARENT_ID = 0
                 AND EXISTS
                     (SELECT 1 FROM TUTORIAL.CUSTOMER B
                          WHERE B.PARENT_ID = P.CUST_ID)
               ORDER BY P.CUSTNO
           END-EXEC

           EXEC SQL
               OPEN CURS-GROUPS
           END-EXEC

           EXEC SQL
               FETCH CURS-GROUPS
                   INTO :wn-gr-parent-id, :CUSTOMER-CUSTNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE ZERO TO wn-gr-members
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :wn-gr-members
                       FROM CUSTOMER
                       WHERE CUST_ID = :wn-gr-parent-id
                          OR PARENT_ID = :wn-gr-parent-id
               END-EXEC

               MOVE ZERO TO wn-gr-volume
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :wn-gr-volume
                       FROM OUTLOG
                       WHERE SUCCESS = 1
                         AND PRINTDATE >= :wc-gr-cut365
                         AND CUST_ID IN
                             (SELECT CUST_ID FROM TUTORIAL.CUSTOMER
                                  WHERE CUST_ID = :wn-gr-parent-id
                                     OR PARENT_ID
                                        = :wn-gr-parent-id)
               END-EXEC

               MOVE ZERO TO wn-gr-revenue
               EXEC SQL
                   SELECT COALESCE(SUM(I.QTY * I.PRICE), 0)
                       INTO :wn-gr-revenue
                       FROM TUTORIAL.INVOICE V,
                            TUTORIAL.INVITEM VI, TUTORIAL.ITEM I
                       WHERE V.INV_ID = VI.INV_ID
                         AND VI.ITEM_ID = I.ITEM_ID
                         AND V.INVDATE >= :wc-gr-cut365
                         AND V.CUST_ID IN
                             (SELECT CUST_ID FROM TUTORIAL.CUSTOMER
                                  WHERE CUST_ID = :wn-gr-parent-id
                                     OR PARENT_ID
                                        = :wn-gr-parent-id)
               END-EXEC

               DISPLAY CUSTOMER-CUSTNO-TEXT(1:14) '|'
                   wn-gr-members '|' wn-gr-volume '|'
                   wn-gr-revenue

               EXEC SQL
                   FETCH CURS-GROUPS
                       INTO :wn-gr-parent-id, :CUSTOMER-CUSTNO
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-GROUPS
           END-EXEC
           .

      **********************************************************
      *    Bucket development and days-sales-outstanding month by
      *    month, from the aging snapshots the month-end close
      *    freezes - the first number the bank asks for. DSO is the
      *    classic open receivables over the month's revenue per
      *    day (30-day month).
       I0200-display-dso-trend.

           DISPLAY HEADLINE
           DISPLAY '�LDERSUTVECKLING OCH DSO PER M�NAD'
           DISPLAY HEADLINE
           DISPLAY 'Period |Ej f�rf.|1-30|31-60|61-90|>90|DSO'

           EXEC SQL
               DECLARE CURS-DSO-TREND CURSOR FOR
               SELECT PERIOD, SUM(BUCKCUR), SUM(BUCK30),
                      SUM(BUCK60), SUM(BUCK90), SUM(BUCKOLD),
                      SUM(MONTHREV)
               FROM TUTORIAL.AGESNAP
               GROUP BY PERIOD
               ORDER BY PERIOD
           END-EXEC

           EXEC SQL
               OPEN CURS-DSO-TREND
           END-EXEC

           EXEC SQL
               FETCH CURS-DSO-TREND
                   INTO :AGESNAP-PERIOD, :AGESNAP-BUCKCUR,
                        :AGESNAP-BUCK30, :AGESNAP-BUCK60,
                        :AGESNAP-BUCK90, :AGESNAP-BUCKOLD,
                        :AGESNAP-MONTHREV
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               COMPUTE wn-dso-open =
                   AGESNAP-BUCKCUR + AGESNAP-BUCK30 +
                   AGESNAP-BUCK60 + AGESNAP-BUCK90 +
                   AGESNAP-BUCKOLD
               IF AGESNAP-MONTHREV > ZERO
                   COMPUTE wn-dso-value ROUNDED =
                       wn-dso-open / (AGESNAP-MONTHREV / 30)
               ELSE
                   MOVE ZERO TO wn-dso-value
               END-IF
               MOVE wn-dso-value TO wn-dso-value-ed

               DISPLAY AGESNAP-PERIOD '|'
                   AGESNAP-BUCKCUR '|' AGESNAP-BUCK30 '|'
                   AGESNAP-BUCK60 '|' AGESNAP-BUCK90 '|'
                   AGESNAP-BUCKOLD '|' wn-dso-value-ed

               EXEC SQL
                   FETCH CURS-DSO-TREND
                       INTO :AGESNAP-PERIOD, :AGESNAP-BUCKCUR,
                            :AGESNAP-BUCK30, :AGESNAP-BUCK60,
                            :AGESNAP-BUCK90, :AGESNAP-BUCKOLD,
                            :AGESNAP-MONTHREV
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-DSO-TREND
           END-EXEC
           .

      **********************************************************
       I0190-display-file-quality-rpt.

      *    reject volumes per customer and structured error code
      *    (INERROR.ERRCODE, set by PbsRead) for one calendar month -
      *    the evidence for pushing the worst file senders to clean
      *    up their extracts, and for proving improvement afterwards.
      *    Legacy rows from before codes existed group under code 0.
      *    Address quality (173 and the 21x codes - postnummer and
      *    postort held against the postal register, corrections
      *    included) gets its own subtotal per customer, since that
      *    is what comes back as returned mail.
           DISPLAY 'M�nad (����-MM, blankt = innevarande): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-fq-month-in
           ACCEPT wc-fq-month-in

           IF wc-fq-month-in = SPACE
               COMPUTE wn-fq-year =
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4))
               COMPUTE wn-fq-month =
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(5:2))
           ELSE
               COMPUTE wn-fq-year =
                   FUNCTION NUMVAL(wc-fq-month-in(1:4))
               COMPUTE wn-fq-month =
                   FUNCTION NUMVAL(wc-fq-month-in(6:2))
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'FILKVALITET PER KUND ' wn-fq-year '-' wn-fq-month
           DISPLAY HEADLINE
           DISPLAY 'Kund          |Felkod|Antal'

           EXEC SQL
               DECLARE CURS-FILE-QUALITY CURSOR FOR
               SELECT C.CUSTNO, I.ERRCODE, COUNT(*)
               FROM TUTORIAL.INERROR I, TUTORIAL.INLOG L,
                    TUTORIAL.CUSTOMER C
               WHERE I.INLOG_ID = L.INLOG_ID
                 AND L.CUST_ID = C.CUST_ID
                 AND YEAR(L.PROCDATE) = :wn-fq-year
                 AND MONTH(L.PROCDATE) = :wn-fq-month
               GROUP BY C.CUSTNO, I.ERRCODE
               ORDER BY C.CUSTNO, I.ERRCODE
           END-EXEC

           EXEC SQL
               OPEN CURS-FILE-QUALITY
           END-EXEC

           MOVE 'Y' TO wc-fq-first-flag
           MOVE ZERO TO wn-fq-cust-total wn-fq-grand-total
           MOVE ZERO TO wn-fq-addr-total wn-fq-addr-grand

           EXEC SQL
               FETCH CURS-FILE-QUALITY
                   INTO :CUSTOMER-CUSTNO, :INERROR-ERRCODE,
                        :wn-fq-count
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF wc-fq-first-flag = 'Y'
                   MOVE CUSTOMER-CUSTNO-TEXT TO wc-fq-break-custno
                   MOVE 'N' TO wc-fq-first-flag
               END-IF

               IF CUSTOMER-CUSTNO-TEXT NOT = wc-fq-break-custno
                   DISPLAY wc-fq-break-custno(1:14)
                       '|adress|' wn-fq-addr-total
                   DISPLAY wc-fq-break-custno(1:14)
                       '|totalt|' wn-fq-cust-total
                   MOVE ZERO TO wn-fq-cust-total wn-fq-addr-total
                   MOVE CUSTOMER-CUSTNO-TEXT TO wc-fq-break-custno
               END-IF

               MOVE INERROR-ERRCODE TO wn-fq-errcode-ed
               DISPLAY CUSTOMER-CUSTNO-TEXT(1:14) '|  '
                   wn-fq-errcode-ed ' |' wn-fq-count
               ADD wn-fq-count TO wn-fq-cust-total
               ADD wn-fq-count TO wn-fq-grand-total
               IF INERROR-ERRCODE = 173
                  OR (INERROR-ERRCODE >= 210 AND INERROR-ERRCODE <= 219)
                   ADD wn-fq-count TO wn-fq-addr-total
                   ADD wn-fq-count TO wn-fq-addr-grand
               END-IF

               EXEC SQL
                   FETCH CURS-FILE-QUALITY
                       INTO :CUSTOMER-CUSTNO, :INERROR-ERRCODE,
                            :wn-fq-count
               END-EXEC

           END-PERFORM

           IF wc-fq-first-flag = 'N'
               DISPLAY wc-fq-break-custno(1:14)
                   '|adress|' wn-fq-addr-total
               DISPLAY wc-fq-break-custno(1:14)
                   '|totalt|' wn-fq-cust-total
           ELSE
               DISPLAY 'Inga avvisningar f�r perioden.'
           END-IF

           EXEC SQL
               CLOSE CURS-FILE-QUALITY
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Summa avvisningar: ' wn-fq-grand-total
           DISPLAY 'varav adresskvalitet: ' wn-fq-addr-grand
           .

      **********************************************************
       I0120-display-monthly-rpt.

      *    revenue for the current calendar month, by customer -
      *    per invoice rather than one big GROUP BY, because every
      *    amount is converted to SEK at the invoice-date rate from
      *    CURRRATE before it is summed; the EUR customers no longer
      *    inflate or deflate the month on their own currency
           DISPLAY 'F�retag (FIN_ID, 0=alla): ' WITH NO ADVANCING
           MOVE ZERO TO wc-rptfin-in
           ACCEPT wc-rptfin-in
           MOVE wc-rptfin-in TO wn-rptfin-id

           DISPLAY HEADLINE
           DISPLAY 'INT�KTER DENNA M�NAD (original och SEK)'
           DISPLAY '(intakt efter orderrabatt, rabatt i original)'
           DISPLAY HEADLINE

      *    the order discount lines PbsRead books (ARTNO ORDRAB) are
      *    already netted into the revenue; the discount given is
      *    summed alongside so it can be shown per customer
           EXEC SQL
               DECLARE CURS-MONTH-REV CURSOR FOR
               SELECT V.CUSTNO, C.CURRENCY, V.INVDATE,
                      SUM(I.PRICE * I.QTY),
                      SUM(CASE WHEN I.ARTNO = 'ORDRAB'
                               THEN 0 - I.PRICE * I.QTY
                               ELSE 0 END)
               FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                    TUTORIAL.ITEM I, TUTORIAL.CUSTOMER C
               WHERE V.INV_ID = VI.INV_ID
                 AND VI.ITEM_ID = I.ITEM_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
                 AND (:wn-rptfin-id = 0 OR C.FIN_ID = :wn-rptfin-id)
                 AND YEAR(V.INVDATE) = YEAR(CURRENT DATE)
                 AND MONTH(V.INVDATE) = MONTH(CURRENT DATE)
               GROUP BY V.CUSTNO, C.CURRENCY, V.INVDATE, V.INV_ID
               ORDER BY V.CUSTNO
           END-EXEC

           EXEC SQL
               OPEN CURS-MONTH-REV
           END-EXEC

           MOVE 'Y' TO wc-rev-first-flag
           MOVE ZERO TO wn-rev-orig-acc wn-rev-sek-acc
                        wn-rev-sek-grand wn-rev-discount-acc

           EXEC SQL
               FETCH CURS-MONTH-REV
                   INTO :INVOICE-CUSTNO, :wc-rev-currency,
                        :wc-rev-invdate, :wn-revenue-sum,
                        :wn-rev-discount
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF wc-rev-first-flag = 'Y'
                   MOVE INVOICE-CUSTNO-TEXT TO wc-rev-break-custno
                   MOVE wc-rev-currency TO wc-rev-break-currency
                   MOVE 'N' TO wc-rev-first-flag
               END-IF

               IF INVOICE-CUSTNO-TEXT NOT = wc-rev-break-custno
                   DISPLAY wc-rev-break-custno(1:14) '|'
                       wc-rev-break-currency '|' wn-rev-orig-acc
                       '|SEK|' wn-rev-sek-acc
                       '|rabatt|' wn-rev-discount-acc
                   MOVE ZERO TO wn-rev-orig-acc wn-rev-sek-acc
                                wn-rev-discount-acc
                   MOVE INVOICE-CUSTNO-TEXT TO wc-rev-break-custno
                   MOVE wc-rev-currency TO wc-rev-break-currency
               END-IF

               PERFORM I0125-convert-to-sek
               ADD wn-revenue-sum TO wn-rev-orig-acc
               ADD wn-rev-sek TO wn-rev-sek-acc
               ADD wn-rev-sek TO wn-rev-sek-grand
               ADD wn-rev-discount TO wn-rev-discount-acc

               EXEC SQL
                   FETCH CURS-MONTH-REV
                       INTO :INVOICE-CUSTNO, :wc-rev-currency,
                            :wc-rev-invdate, :wn-revenue-sum,
                            :wn-rev-discount
               END-EXEC

           END-PERFORM

           IF wc-rev-first-flag = 'N'
               DISPLAY wc-rev-break-custno(1:14) '|'
                   wc-rev-break-currency '|' wn-rev-orig-acc
                   '|SEK|' wn-rev-sek-acc
                   '|rabatt|' wn-rev-discount-acc
           END-IF

           EXEC SQL
               CLOSE CURS-MONTH-REV
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Summa SEK: ' wn-rev-sek-grand
           .

      **********************************************************
      *    converts wn-revenue-sum in wc-rev-currency to SEK in
      *    wn-rev-sek, at the latest CURRRATE rate on or before the
      *    invoice date in wc-rev-invdate; SEK (and customers from
      *    before currencies were recorded) pass through unchanged,
      *    and a currency with no rate on file is taken at 1.00 with
      *    a warning rather than dropped from the report
       I0125-convert-to-sek.

           IF wc-rev-currency = 'SEK' OR wc-rev-currency = SPACE
               MOVE wn-revenue-sum TO wn-rev-sek
           ELSE
               MOVE wc-rev-currency TO CURRRATE-CURRENCY
               EXEC SQL
                   SELECT RATE
                       INTO :CURRRATE-RATE
                       FROM CURRRATE
                       WHERE CURRENCY = :CURRRATE-CURRENCY
                         AND RATEDATE =
                             (SELECT MAX(RATEDATE)
                                  FROM CURRRATE
                                  WHERE CURRENCY = :CURRRATE-CURRENCY
                                    AND RATEDATE <= :wc-rev-invdate)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Valutakurs saknas f�r ' wc-rev-currency
                       ' - tar 1.00'
                   MOVE 1 TO CURRRATE-RATE
               END-IF

               COMPUTE wn-rev-sek ROUNDED =
                   wn-revenue-sum * CURRRATE-RATE
           END-IF
           .

      **********************************************************
       I0130-display-accumulated-rpt.

      *    same SEK-normalized rollup, accumulated from Jan 1st of
      *    the current year, broken down month by month
           DISPLAY 'F�retag (FIN_ID, 0=alla): ' WITH NO ADVANCING
           MOVE ZERO TO wc-rptfin-in
           ACCEPT wc-rptfin-in
           MOVE wc-rptfin-in TO wn-rptfin-id

           DISPLAY HEADLINE
           DISPLAY 'INT�KTER ACKUMULERAT I �R (SEK)'
           DISPLAY HEADLINE

           EXEC SQL
               DECLARE CURS-YTD-REV CURSOR FOR
               SELECT MONTH(V.INVDATE), C.CURRENCY, V.INVDATE,
                      SUM(I.PRICE * I.QTY)
               FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                    TUTORIAL.ITEM I, TUTORIAL.CUSTOMER C
               WHERE V.INV_ID = VI.INV_ID
                 AND VI.ITEM_ID = I.ITEM_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
                 AND (:wn-rptfin-id = 0 OR C.FIN_ID = :wn-rptfin-id)
                 AND YEAR(V.INVDATE) = YEAR(CURRENT DATE)
               GROUP BY MONTH(V.INVDATE), C.CURRENCY, V.INVDATE,
                        V.INV_ID
               ORDER BY MONTH(V.INVDATE)
           END-EXEC

           EXEC SQL
               OPEN CURS-YTD-REV
           END-EXEC

           MOVE 'Y' TO wc-rev-first-flag
           MOVE ZERO TO wn-rev-orig-acc wn-rev-sek-acc
                        wn-rev-sek-grand
           MOVE ZERO TO wn-rev-break-month

           EXEC SQL
               FETCH CURS-YTD-REV
                   INTO :wn-report-month, :wc-rev-currency,
                        :wc-rev-invdate, :wn-revenue-sum
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF wc-rev-first-flag = 'Y'
                   MOVE wn-report-month TO wn-rev-break-month
                   MOVE 'N' TO wc-rev-first-flag
               END-IF

               IF wn-report-month NOT = wn-rev-break-month
                   DISPLAY 'M�nad ' wn-rev-break-month ': '
                       wn-rev-sek-acc ' SEK'
                   MOVE ZERO TO wn-rev-sek-acc
                   MOVE wn-report-month TO wn-rev-break-month
               END-IF

               PERFORM I0125-convert-to-sek
               ADD wn-rev-sek TO wn-rev-sek-acc
               ADD wn-rev-sek TO wn-rev-sek-grand

               EXEC SQL
                   FETCH CURS-YTD-REV
                       INTO :wn-report-month, :wc-rev-currency,
                            :wc-rev-invdate, :wn-revenue-sum
               END-EXEC

           END-PERFORM

           IF wc-rev-first-flag = 'N'
               DISPLAY 'M�nad ' wn-rev-break-month ': '
                   wn-rev-sek-acc ' SEK'
           END-IF

           EXEC SQL
               CLOSE CURS-YTD-REV
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Summa SEK i �r: ' wn-rev-sek-grand
           .

      **********************************************************
       K0180-debtor-register.

      *    DEBTOR rows have only ever been born as a side effect of
      *    the intake - this is the first screen that can even look
      *    at one: search on name, inspect, update, and merge the
      *    duplicates that fragment dunning and the aging report
           DISPLAY 'S�kterm (g�lden�rsnamn, blank = alla): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer = SPACE
               MOVE '%' TO wc-search-pattern
           ELSE
               STRING '%' FUNCTION TRIM(wc-edit-buffer) '%'
                   DELIMITED BY SIZE INTO wc-search-pattern
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'G�LDEN�RER'
           DISPLAY HEADLINE

           EXEC SQL
               DECLARE CURS-DEBTORS CURSOR FOR
               SELECT D.DEBT_ID, D.NAME, A.POSTNO, A.PLACE,
                      COALESCE(D.ORGNO, ' ')
               FROM TUTORIAL.DEBTOR D
                    LEFT OUTER JOIN TUTORIAL.ADDR A
                        ON A.ADDR_ID = D.ADDR_ID
               WHERE D.NAME LIKE :wc-search-pattern
               ORDER BY D.NAME
           END-EXEC

           EXEC SQL
               OPEN CURS-DEBTORS
           END-EXEC

           EXEC SQL
               FETCH CURS-DEBTORS
                   INTO :DEBTOR-DEBT-ID, :DEBTOR-NAME,
                        :ADDR-POSTNO, :ADDR-PLACE, :DEBTOR-ORGNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE DEBTOR-ORGNO TO PNRREQ-IN
               PERFORM Y0362-mask-pnr
               DISPLAY DEBTOR-DEBT-ID '|'
                   DEBTOR-NAME-TEXT(1:30) '|'
                   wc-pnr-shown '|'
                   ADDR-POSTNO ' ' ADDR-PLACE(1:20)

               EXEC SQL
                   FETCH CURS-DEBTORS
                       INTO :DEBTOR-DEBT-ID, :DEBTOR-NAME,
                            :ADDR-POSTNO, :ADDR-PLACE, :DEBTOR-ORGNO
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-DEBTORS
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'U=uppdatera g�lden�r, M=sl� ihop dubbletter, '
               'A=anteckningar, P=personnummer, blankt=klart: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           EVALUATE wc-edit-buffer(1:1)
               WHEN 'U'
               WHEN 'u'
                   PERFORM K0182-update-debtor
               WHEN 'M'
               WHEN 'm'
                   PERFORM K0184-merge-debtors
               WHEN 'A'
               WHEN 'a'
                   DISPLAY 'G�lden�rsnummer (DEBT_ID): '
                       WITH NO ADVANCING
                   MOVE ZERO TO wn-nl-key-in
                   ACCEPT wn-nl-key-in
                   MOVE ZERO TO wn-nl-cust-id wn-nl-inv-id
                   MOVE wn-nl-key-in TO wn-nl-debt-id
                   PERFORM Y0350-note-log
               WHEN 'P'
               WHEN 'p'
                   PERFORM K0181-show-personnummer
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       K0181-show-personnummer.

      *    the full personnummer is for arbetsledare and up, and
      *    every look at it is an audit row - an operator sees the
      *    birth date and stars, as on every other screen
           DISPLAY 'G�lden�rsnummer (DEBT_ID): ' WITH NO ADVANCING
           MOVE ZERO TO wc-debtid-in
           ACCEPT wc-debtid-in
           MOVE wc-debtid-in TO DEBTOR-DEBT-ID

           MOVE SPACE TO DEBTOR-ORGNO
           EXEC SQL
               SELECT NAME, COALESCE(ORGNO, ' ')
                   INTO :DEBTOR-NAME, :DEBTOR-ORGNO
                   FROM DEBTOR
                   WHERE DEBT_ID = :DEBTOR-DEBT-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'G�lden�ren hittades inte: ' wc-debtid-in
           ELSE
               IF wn-current-role < 2
                   MOVE DEBTOR-ORGNO TO PNRREQ-IN
                   PERFORM Y0362-mask-pnr
                   DISPLAY DEBTOR-NAME-TEXT(1:30) ' ' wc-pnr-shown
                   DISPLAY 'Fullst�ndigt personnummer visas endast '
                       'f�r arbetsledare.'
               ELSE
                   MOVE DEBTOR-ORGNO TO PNRREQ-IN
                   MOVE 'D' TO PNRREQ-MODE
                   CALL 'PbsPnr' USING PNRREQ
                   IF PNRREQ-NO-KEY
                       DISPLAY 'Personnummernyckeln saknas - '
                           'numret kan inte visas.'
                   ELSE
                       DISPLAY DEBTOR-NAME-TEXT(1:30) ' '
                           PNRREQ-OUT
                       MOVE 'DEBTOR' TO wc-audit-table
                       MOVE DEBTOR-DEBT-ID TO wn-audit-rowkey
                       MOVE 'ORGNO VISAT' TO wc-audit-field
                       MOVE SPACE TO wc-audit-old
                       MOVE 'FULLSTANDIGT PERSONNUMMER VISAT'
                           TO wc-audit-new
                       PERFORM Y0300-write-audit
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       K0182-update-debtor.

      *    edit one debtor's fields and linked address; blank input
      *    on a prompt keeps the old value, every change is audited
           DISPLAY 'G�lden�rsnummer (DEBT_ID): ' WITH NO ADVANCING
           MOVE ZERO TO wc-debtid-in
           ACCEPT wc-debtid-in
           MOVE wc-debtid-in TO DEBTOR-DEBT-ID

           EXEC SQL
               SELECT NAME, CONTACT, NOTE, ADDR_ID,
                      COALESCE(CREDITBLOCK, 0),
                      COALESCE(CREDITLIMIT, 0)
                   INTO :DEBTOR-NAME, :DEBTOR-CONTACT,
                        :DEBTOR-NOTE, :DEBTOR-ADDR-ID,
                        :DEBTOR-CREDITBLOCK, :DEBTOR-CREDITLIMIT
                   FROM DEBTOR
                   WHERE DEBT_ID = :DEBTOR-DEBT-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'G�lden�ren hittades inte: ' wc-debtid-in
           ELSE
               MOVE 'DEBTOR' TO wc-audit-table
               MOVE DEBTOR-DEBT-ID TO wn-audit-rowkey

               DISPLAY 'Namn [' DEBTOR-NAME-TEXT(1:30) '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'NAME' TO wc-audit-field
                   MOVE DEBTOR-NAME-TEXT(1:60) TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO DEBTOR-NAME-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO DEBTOR-NAME-LEN
               END-IF

               DISPLAY 'Kontakt [' DEBTOR-CONTACT-TEXT(1:30) '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'CONTACT' TO wc-audit-field
                   MOVE DEBTOR-CONTACT-TEXT(1:60) TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO DEBTOR-CONTACT-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO DEBTOR-CONTACT-LEN
               END-IF

               DISPLAY 'Notering [' DEBTOR-NOTE-TEXT(1:30) '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'NOTE' TO wc-audit-field
                   MOVE DEBTOR-NOTE-TEXT(1:60) TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO DEBTOR-NOTE-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO DEBTOR-NOTE-LEN
               END-IF

               DISPLAY 'Kreditsp�rr 0=nej, 1=ja ['
                   DEBTOR-CREDITBLOCK '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'CREDITBLOCK' TO wc-audit-field
                   MOVE DEBTOR-CREDITBLOCK TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO DEBTOR-CREDITBLOCK
               END-IF

               DISPLAY 'Kreditgr�ns, 0 = ingen ['
                   DEBTOR-CREDITLIMIT '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'CREDITLIMIT' TO wc-audit-field
                   MOVE DEBTOR-CREDITLIMIT TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO DEBTOR-CREDITLIMIT
               END-IF

               EXEC SQL
                   UPDATE DEBTOR
                   SET NAME = :DEBTOR-NAME,
                       CONTACT = :DEBTOR-CONTACT,
                       NOTE = :DEBTOR-NOTE,
                       CREDITBLOCK = :DEBTOR-CREDITBLOCK,
                       CREDITLIMIT = :DEBTOR-CREDITLIMIT
                   WHERE DEBT_ID = :DEBTOR-DEBT-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Update SQL sats in DEBTOR table �r felt'
               END-IF

      *        the linked address
               EXEC SQL
                   SELECT STREET, POSTNO, PLACE, COUNTRY, POSTCODE
                       INTO :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE,
                            :ADDR-COUNTRY, :ADDR-POSTCODE
                       FROM ADDR
                       WHERE ADDR_ID = :DEBTOR-ADDR-ID
               END-EXEC

               IF SQLCODE = ZERO
                   DISPLAY 'Gatuadress [' ADDR-STREET '] : '
                       WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF wc-edit-buffer NOT = SPACE
                       MOVE 'ADDR STREET' TO wc-audit-field
                       MOVE ADDR-STREET TO wc-audit-old
                       MOVE wc-edit-buffer(1:60) TO wc-audit-new
                       PERFORM Y0300-write-audit
                       MOVE wc-edit-buffer TO ADDR-STREET
                   END-IF

                   IF ADDR-POSTCODE = SPACE
                       MOVE ADDR-POSTNO TO ADDR-POSTCODE
                   END-IF
                   DISPLAY 'Postnummer [' ADDR-POSTCODE '] : '
                       WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF wc-edit-buffer NOT = SPACE
                       MOVE 'ADDR POSTCODE' TO wc-audit-field
                       MOVE ADDR-POSTCODE TO wc-audit-old
                       MOVE wc-edit-buffer(1:60) TO wc-audit-new
                       PERFORM Y0300-write-audit
                       MOVE wc-edit-buffer TO ADDR-POSTCODE
                       MOVE wc-edit-buffer TO ADDR-POSTNO
                   END-IF

                   DISPLAY 'Ort [' ADDR-PLACE '] : '
                       WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF wc-edit-buffer NOT = SPACE
                       MOVE 'ADDR PLACE' TO wc-audit-field
                       MOVE ADDR-PLACE TO wc-audit-old
                       MOVE wc-edit-buffer(1:60) TO wc-audit-new
                       PERFORM Y0300-write-audit
                       MOVE wc-edit-buffer TO ADDR-PLACE
                   END-IF

                   IF ADDR-COUNTRY = SPACE
                       MOVE 'SE' TO ADDR-COUNTRY
                   END-IF
                   DISPLAY 'Landkod [' ADDR-COUNTRY '] : '
                       WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF wc-edit-buffer NOT = SPACE
                       MOVE 'ADDR COUNTRY' TO wc-audit-field
                       MOVE ADDR-COUNTRY TO wc-audit-old
                       MOVE wc-edit-buffer(1:60) TO wc-audit-new
                       PERFORM Y0300-write-audit
                       MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:2))
                           TO ADDR-COUNTRY
                   END-IF

                   EXEC SQL
                       UPDATE ADDR
                       SET STREET = :ADDR-STREET,
                           POSTNO = :ADDR-POSTNO,
                           PLACE = :ADDR-PLACE,
                           COUNTRY = :ADDR-COUNTRY,
                           POSTCODE = :ADDR-POSTCODE
                       WHERE ADDR_ID = :DEBTOR-ADDR-ID
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY ' Update SQL sats in ADDR �r felt'
                   END-IF
               END-IF

               DISPLAY 'G�lden�ren �r uppdaterad.'
           END-IF
           .

      **********************************************************
       K0184-merge-debtors.

      *    the same debtor arriving with two spellings from two
      *    customers splits their invoices over two DEBT_IDs; the
      *    merge repoints every reference from the duplicate onto
      *    the survivor and retires the duplicate row
           DISPLAY 'Dubblettens DEBT_ID (tas bort): '
               WITH NO ADVANCING
           MOVE ZERO TO wn-merge-dup-id
           ACCEPT wn-merge-dup-id

           DISPLAY '�verlevande DEBT_ID: ' WITH NO ADVANCING
           MOVE ZERO TO wn-merge-surv-id
           ACCEPT wn-merge-surv-id

           IF wn-merge-dup-id = wn-merge-surv-id OR
              wn-merge-dup-id = ZERO OR wn-merge-surv-id = ZERO
               DISPLAY 'Ogiltiga nummer, ingen �tg�rd.'
           ELSE
               MOVE wn-merge-dup-id TO DEBTOR-DEBT-ID
               EXEC SQL
                   SELECT ADDR_ID
                       INTO :wn-merge-addr-id
                       FROM DEBTOR
                       WHERE DEBT_ID = :DEBTOR-DEBT-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Dubbletten hittades inte.'
               ELSE
                   MOVE wn-merge-surv-id TO DEBTOR-DEBT-ID
                   EXEC SQL
                       SELECT DEBT_ID
                           INTO :DEBTOR-DEBT-ID
                           FROM DEBTOR
                           WHERE DEBT_ID = :DEBTOR-DEBT-ID
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY 'Den �verlevande hittades inte.'
                   ELSE
                       PERFORM K0186-repoint-and-retire
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       K0186-repoint-and-retire.

           EXEC SQL
               UPDATE INVOICE
               SET DEBT_ID = :wn-merge-surv-id
               WHERE DEBT_ID = :wn-merge-dup-id
           END-EXEC

           EXEC SQL
               UPDATE SUSPENSE
               SET DEBT_ID = :wn-merge-surv-id
               WHERE DEBT_ID = :wn-merge-dup-id
           END-EXEC

           EXEC SQL
               UPDATE NOTELOG
               SET OBJKEY = :wn-merge-surv-id
               WHERE OBJTYPE = 'G'
                 AND OBJKEY = :wn-merge-dup-id
           END-EXEC

           EXEC SQL
               DELETE FROM DEBTOR
               WHERE DEBT_ID = :wn-merge-dup-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Delete SQL sats in DEBTOR �r felt'
           ELSE
      *        the duplicate's address goes too, but only when
      *        nothing else points at it - intake reuses ADDR rows
      *        for customers and other debtors
               MOVE ZERO TO wn-merge-ref-count
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :wn-merge-ref-count
                       FROM DEBTOR
                       WHERE ADDR_ID = :wn-merge-addr-id
               END-EXEC
               EXEC SQL
                   SELECT COUNT(*) + :wn-merge-ref-count
                       INTO :wn-merge-ref-count
                       FROM CUSTOMER
                       WHERE ADDR_ID = :wn-merge-addr-id
               END-EXEC

               IF wn-merge-ref-count = ZERO
                   EXEC SQL
                       DELETE FROM ADDR
                       WHERE ADDR_ID = :wn-merge-addr-id
                   END-EXEC
               END-IF

               MOVE 'DEBTOR' TO wc-audit-table
               MOVE wn-merge-dup-id TO wn-audit-rowkey
               MOVE 'MERGE' TO wc-audit-field
               MOVE SPACE TO wc-audit-old wc-audit-new
               MOVE wn-merge-dup-id TO wn-audit-old-num
               MOVE wn-merge-surv-id TO wn-audit-new-num
               PERFORM Y0310-write-audit-numeric

               DISPLAY 'Dubbletten �r ihopslagen med den '
                   '�verlevande.'
           END-IF
           .

      **********************************************************
       K0160-maintain-currency-rates.

      *    the dated rate table the SEK normalization reads - list
      *    and register rates; a new rate is a new dated row, old
      *    rates stay for historical conversions
           DISPLAY HEADLINE
           DISPLAY 'VALUTAKURSER'
           DISPLAY HEADLINE
           DISPLAY 'Valuta|Datum     |Kurs'

           EXEC SQL
               DECLARE CURS-CURRRATE CURSOR FOR
               SELECT CURRENCY, RATEDATE, RATE
               FROM TUTORIAL.CURRRATE
               ORDER BY CURRENCY, RATEDATE
           END-EXEC

           EXEC SQL
               OPEN CURS-CURRRATE
           END-EXEC

           EXEC SQL
               FETCH CURS-CURRRATE
                   INTO :CURRRATE-CURRENCY, :CURRRATE-RATEDATE,
                        :CURRRATE-RATE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY CURRRATE-CURRENCY '   |' CURRRATE-RATEDATE
                   '|' CURRRATE-RATE

               EXEC SQL
                   FETCH CURS-CURRRATE
                       INTO :CURRRATE-CURRENCY, :CURRRATE-RATEDATE,
                            :CURRRATE-RATE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-CURRRATE
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Valuta att registrera kurs f�r (blankt=avbryt): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:3) TO CURRRATE-CURRENCY

               DISPLAY 'Kursdatum (�R-MM-DD): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer(1:10) TO CURRRATE-RATEDATE

               DISPLAY 'Kurs mot SEK: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION NUMVAL(wc-edit-buffer) TO CURRRATE-RATE

               EXEC SQL
                   INSERT INTO CURRRATE
                   VALUES ( :CURRRATE-CURRENCY,
                             :CURRRATE-RATEDATE,
                             :CURRRATE-RATE)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in CURRRATE �r felt'
               ELSE
                   DISPLAY 'Kursen �r registrerad.'
               END-IF
           END-IF
           .

      **********************************************************
       I0140-export-sie-file.

      *    month-end used to mean the accountant re-keying the
      *    menu-41 totals into the bookkeeping system; this writes a
      *    SIE4 file instead - invoiced amounts and VAT per rate,
      *    credit notes, �resutj�mning from OUTLOG and payments,
      *    each booked on the account the ACCTMAP table (menu 48)
      *    says. VAT rates are bucketed on the ITEM-VAT values the
      *    intake stores (0.25/0.12/0.06).
           DISPLAY 'Period (�R-MM): ' WITH NO ADVANCING
           MOVE SPACE TO wc-sie-period
           ACCEPT wc-sie-period

           PERFORM I0141-set-period-bounds

           MOVE SPACE TO WC-SIE-FILENAME
           STRING 'data/sie' DELIMITED BY SIZE
               wc-sie-period(1:4) DELIMITED BY SIZE
               wc-sie-period(6:2) DELIMITED BY SIZE
               '.se' DELIMITED BY SIZE
               INTO WC-SIE-FILENAME
           END-STRING

           MOVE ZERO TO wn-sie-net-25 wn-sie-net-12 wn-sie-net-06
                        wn-sie-net-00 wn-sie-vat-25 wn-sie-vat-12
                        wn-sie-vat-06 wn-sie-cred-net wn-sie-cred-vat
                        wn-sie-round wn-sie-paid
           MOVE ZERO TO wn-vatd-cnet-25 wn-vatd-cnet-12
                        wn-vatd-cnet-06 wn-vatd-cnet-00
                        wn-vatd-cvat-25 wn-vatd-cvat-12
                        wn-vatd-cvat-06

      *    debit invoices, grouped per VAT rate
           EXEC SQL
               DECLARE CURS-SIE-DEBIT CURSOR FOR
               SELECT I.VAT, SUM(I.QTY * I.PRICE),
                      SUM(I.QTY * I.PRICE * I.VAT / 100)
               FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                    TUTORIAL.ITEM I, TUTORIAL.CUSTOMER C
               WHERE V.INV_ID = VI.INV_ID
                 AND VI.ITEM_ID = I.ITEM_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
                 AND V.INVDATE >= :wc-sie-from
                 AND V.INVDATE <= :wc-sie-to
                 AND V.CREDITOF = 0
               GROUP BY I.VAT
           END-EXEC

           EXEC SQL
               OPEN CURS-SIE-DEBIT
           END-EXEC

           EXEC SQL
               FETCH CURS-SIE-DEBIT
                   INTO :wn-sie-rate, :wn-sie-net, :wn-sie-vat
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               EVALUATE wn-sie-rate
                   WHEN 0.25
                       ADD wn-sie-net TO wn-sie-net-25
                       ADD wn-sie-vat TO wn-sie-vat-25
                   WHEN 0.12
                       ADD wn-sie-net TO wn-sie-net-12
                       ADD wn-sie-vat TO wn-sie-vat-12
                   WHEN 0.06
                       ADD wn-sie-net TO wn-sie-net-06
                       ADD wn-sie-vat TO wn-sie-vat-06
                   WHEN OTHER
                       ADD wn-sie-net TO wn-sie-net-00
               END-EVALUATE

               EXEC SQL
                   FETCH CURS-SIE-DEBIT
                       INTO :wn-sie-rate, :wn-sie-net, :wn-sie-vat
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-SIE-DEBIT
           END-EXEC

      *    credit notes per rate, reversed in the verification -
      *    a mixed-rate credit must relieve the rate account its
      *    lines actually carried
           EXEC SQL
               DECLARE CURS-SIE-CREDIT CURSOR FOR
               SELECT I.VAT, SUM(I.QTY * I.PRICE),
                      SUM(I.QTY * I.PRICE * I.VAT / 100)
               FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                    TUTORIAL.ITEM I, TUTORIAL.CUSTOMER C
               WHERE V.INV_ID = VI.INV_ID
                 AND VI.ITEM_ID = I.ITEM_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
                 AND V.INVDATE >= :wc-sie-from
                 AND V.INVDATE <= :wc-sie-to
                 AND V.CREDITOF > 0
               GROUP BY I.VAT
           END-EXEC

           EXEC SQL
               OPEN CURS-SIE-CREDIT
           END-EXEC

           EXEC SQL
               FETCH CURS-SIE-CREDIT
                   INTO :wn-sie-rate, :wn-sie-net, :wn-sie-vat
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               EVALUATE wn-sie-rate
                   WHEN 0.25
                       ADD wn-sie-net TO wn-vatd-cnet-25
                       ADD wn-sie-vat TO wn-vatd-cvat-25
                   WHEN 0.12
                       ADD wn-sie-net TO wn-vatd-cnet-12
                       ADD wn-sie-vat TO wn-vatd-cvat-12
                   WHEN 0.06
                       ADD wn-sie-net TO wn-vatd-cnet-06
                       ADD wn-sie-vat TO wn-vatd-cvat-06
                   WHEN OTHER
                       ADD wn-sie-net TO wn-vatd-cnet-00
               END-EVALUATE
               ADD wn-sie-net TO wn-sie-cred-net
               ADD wn-sie-vat TO wn-sie-cred-vat

               EXEC SQL
                   FETCH CURS-SIE-CREDIT
                       INTO :wn-sie-rate, :wn-sie-net, :wn-sie-vat
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-SIE-CREDIT
           END-EXEC

           EXEC SQL
               SELECT SUM(ROUNDAMT)
               INTO :wn-sie-round
               FROM OUTLOG
               WHERE PRINTDATE >= :wc-sie-from
                 AND PRINTDATE <= :wc-sie-to
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-sie-round
           END-IF

           EXEC SQL
               SELECT SUM(AMOUNT)
               INTO :wn-sie-paid
               FROM PAYMENT
               WHERE PAYDATE >= :wc-sie-from
                 AND PAYDATE <= :wc-sie-to
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-sie-paid
           END-IF

      *    kundf�rluster decided in the period, and reversals of
      *    earlier decisions that landed in the period
           MOVE ZERO TO wn-sie-loss
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :wn-sie-loss
               FROM WRITEOFF
               WHERE WODATE >= :wc-sie-from
                 AND WODATE <= :wc-sie-to
           END-EXEC

           MOVE ZERO TO wn-sie-lossrev
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :wn-sie-lossrev
               FROM WRITEOFF
               WHERE REVERSED = 1
                 AND REVDATE >= :wc-sie-from
                 AND REVDATE <= :wc-sie-to
           END-EXEC

      *    f�rutbetalda int�kter: what this period's in-advance
      *    invoices bill for later months is moved off sales, and
      *    what earlier in-advance invoices earn in this month is
      *    brought back - both straight off the REVSCHED plan
           MOVE ZERO TO wn-sie-defer
           EXEC SQL
               SELECT COALESCE(SUM(R.AMOUNT), 0)
               INTO :wn-sie-defer
               FROM REVSCHED R, INVOICE V, CUSTOMER C
               WHERE R.INV_ID = V.INV_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
                 AND V.INVDATE >= :wc-sie-from
                 AND V.INVDATE <= :wc-sie-to
                 AND R.MONTH > :wc-sie-period
           END-EXEC

           MOVE ZERO TO wn-sie-release
           EXEC SQL
               SELECT COALESCE(SUM(R.AMOUNT), 0)
               INTO :wn-sie-release
               FROM REVSCHED R, INVOICE V, CUSTOMER C
               WHERE R.INV_ID = V.INV_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
                 AND V.INVDATE < :wc-sie-from
                 AND R.MONTH = :wc-sie-period
           END-EXEC

      *    os�kra kundfordringar: a period with a provision run
      *    books its provision and reverses the one before it, so
      *    only the change hits the result (see PbsProv)
           MOVE ZERO TO wn-sie-prov wn-sie-prov-prev wn-sie-prov-count
           MOVE SPACE TO wc-sie-prov-prev-period
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(PROVAMT), 0)
               INTO :wn-sie-prov-count, :wn-sie-prov
               FROM PROVISION
               WHERE PERIOD = :wc-sie-period
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-sie-prov wn-sie-prov-count
           END-IF
           IF wn-sie-prov-count > ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(PERIOD), ' ')
                   INTO :wc-sie-prov-prev-period
                   FROM PROVISION
                   WHERE PERIOD < :wc-sie-period
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE SPACE TO wc-sie-prov-prev-period
               END-IF
               IF wc-sie-prov-prev-period NOT = SPACE
                   EXEC SQL
                       SELECT COALESCE(SUM(PROVAMT), 0)
                       INTO :wn-sie-prov-prev
                       FROM PROVISION
                       WHERE PERIOD = :wc-sie-prov-prev-period
                   END-EXEC
               END-IF
           END-IF

           PERFORM I0142-write-sie-file

           DISPLAY 'SIE-fil skriven: ' WC-SIE-FILENAME
           .

      **********************************************************
       I0141-set-period-bounds.

      *    period bounds for the month in wc-sie-period (�R-MM):
      *    the end is the real last day of the month - first of the
      *    next month minus one day, the way the service billing
      *    computes its period - because the database refuses
      *    made-up dates like the 31st of April
           MOVE SPACE TO wc-sie-from wc-sie-to
           STRING wc-sie-period(1:7) '-01' DELIMITED BY SIZE
               INTO wc-sie-from

           MOVE SPACE TO wc-perb-buffer
           IF wc-sie-period(6:2) = '12'
               COMPUTE wn-perb-int =
                   FUNCTION INTEGER-OF-DATE(
                       (FUNCTION NUMVAL(wc-sie-period(1:4)) + 1)
                           * 10000 + 0101) - 1
           ELSE
               MOVE wc-sie-period(1:4) TO wc-perb-buffer(1:4)
               COMPUTE wn-perb-month =
                   FUNCTION NUMVAL(wc-sie-period(6:2)) + 1
               MOVE wn-perb-month TO wc-perb-buffer(5:2)
               MOVE '01' TO wc-perb-buffer(7:2)
               COMPUTE wn-perb-int =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(wc-perb-buffer)) - 1
           END-IF

           MOVE FUNCTION DATE-OF-INTEGER(wn-perb-int) TO wc-perb-ymd
           MOVE wc-perb-ymd(1:4) TO wc-sie-to(1:4)
           MOVE wc-perb-ymd(5:2) TO wc-sie-to(6:2)
           MOVE wc-perb-ymd(7:2) TO wc-sie-to(9:2)
           MOVE '-' TO wc-sie-to(5:1) wc-sie-to(8:1)
           .

      **********************************************************
       I0142-write-sie-file.

           OPEN OUTPUT SIEDATA

           MOVE '#FLAGGA 0' TO SIEDATA-POST
           WRITE SIEDATA-POST
           MOVE '#PROGRAM "PBS" 1' TO SIEDATA-POST
           WRITE SIEDATA-POST
           MOVE '#FORMAT PC8' TO SIEDATA-POST
           WRITE SIEDATA-POST
           MOVE '#SIETYP 4' TO SIEDATA-POST
           WRITE SIEDATA-POST

           MOVE ZERO TO wn-sie-vernr

      *    verifikat 1: faktureringen
           COMPUTE wn-sie-debet-total =
               wn-sie-net-25 + wn-sie-net-12 + wn-sie-net-06 +
               wn-sie-net-00 + wn-sie-vat-25 + wn-sie-vat-12 +
               wn-sie-vat-06 + wn-sie-round
           ADD 1 TO wn-sie-vernr
           MOVE SPACE TO wc-sie-line
           STRING '#VER "A" ' wn-sie-vernr ' ' wc-sie-from(1:4)
               wc-sie-from(6:2) '01 "Fakturering ' wc-sie-period(1:7)
               '"' DELIMITED BY SIZE INTO wc-sie-line
           END-STRING
           MOVE wc-sie-line TO SIEDATA-POST
           WRITE SIEDATA-POST
           MOVE '{' TO SIEDATA-POST
           WRITE SIEDATA-POST

           MOVE 'AR' TO ACCTMAP-MAPKEY-TEXT
           MOVE wn-sie-debet-total TO wn-sie-neg-amount
           PERFORM I0144-write-sie-trans

           MOVE 'SALES' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount = 0 -
               (wn-sie-net-25 + wn-sie-net-12 + wn-sie-net-06 +
                wn-sie-net-00)
           PERFORM I0144-write-sie-trans

           MOVE 'VAT25' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount = 0 - wn-sie-vat-25
           PERFORM I0144-write-sie-trans

           MOVE 'VAT12' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount = 0 - wn-sie-vat-12
           PERFORM I0144-write-sie-trans

           MOVE 'VAT06' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount = 0 - wn-sie-vat-06
           PERFORM I0144-write-sie-trans

           MOVE 'ROUND' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount = 0 - wn-sie-round
           PERFORM I0144-write-sie-trans

           MOVE '}' TO SIEDATA-POST
           WRITE SIEDATA-POST

      *    verifikat 2: kreditfakturor, omv�nda tecken
           ADD 1 TO wn-sie-vernr
           MOVE SPACE TO wc-sie-line
           STRING '#VER "A" ' wn-sie-vernr ' ' wc-sie-from(1:4)
               wc-sie-from(6:2) '01 "Krediteringar '
               wc-sie-period(1:7) '"' DELIMITED BY SIZE
               INTO wc-sie-line
           END-STRING
           MOVE wc-sie-line TO SIEDATA-POST
           WRITE SIEDATA-POST
           MOVE '{' TO SIEDATA-POST
           WRITE SIEDATA-POST

      *    credit note item sums are already negative (negated QTY);
      *    each rate's VAT relieves its own account
           MOVE 'AR' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount =
               wn-sie-cred-net + wn-sie-cred-vat
           PERFORM I0144-write-sie-trans

           MOVE 'SALES' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount = 0 - wn-sie-cred-net
           PERFORM I0144-write-sie-trans

           MOVE 'VAT25' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount = 0 - wn-vatd-cvat-25
           PERFORM I0144-write-sie-trans

           MOVE 'VAT12' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount = 0 - wn-vatd-cvat-12
           PERFORM I0144-write-sie-trans

           MOVE 'VAT06' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount = 0 - wn-vatd-cvat-06
           PERFORM I0144-write-sie-trans

           MOVE '}' TO SIEDATA-POST
           WRITE SIEDATA-POST

      *    verifikat 3: betalningar
           ADD 1 TO wn-sie-vernr
           MOVE SPACE TO wc-sie-line
           STRING '#VER "A" ' wn-sie-vernr ' ' wc-sie-from(1:4)
               wc-sie-from(6:2) '01 "Betalningar '
               wc-sie-period(1:7) '"' DELIMITED BY SIZE
               INTO wc-sie-line
           END-STRING
           MOVE wc-sie-line TO SIEDATA-POST
           WRITE SIEDATA-POST
           MOVE '{' TO SIEDATA-POST
           WRITE SIEDATA-POST

           MOVE 'BANK' TO ACCTMAP-MAPKEY-TEXT
           MOVE wn-sie-paid TO wn-sie-neg-amount
           PERFORM I0144-write-sie-trans

           MOVE 'AR' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount = 0 - wn-sie-paid
           PERFORM I0144-write-sie-trans

           MOVE '}' TO SIEDATA-POST
           WRITE SIEDATA-POST

      *    verifikat 4: kundf�rluster - the loss account takes what
      *    the fordran loses; a reversal books the opposite way in
      *    its own period
           ADD 1 TO wn-sie-vernr
           MOVE SPACE TO wc-sie-line
           STRING '#VER "A" ' wn-sie-vernr ' ' wc-sie-from(1:4)
               wc-sie-from(6:2) '01 "Kundf�rluster '
               wc-sie-period(1:7) '"' DELIMITED BY SIZE
               INTO wc-sie-line
           END-STRING
           MOVE wc-sie-line TO SIEDATA-POST
           WRITE SIEDATA-POST
           MOVE '{' TO SIEDATA-POST
           WRITE SIEDATA-POST

           MOVE 'LOSS' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount = wn-sie-loss - wn-sie-lossrev
           PERFORM I0144-write-sie-trans

           MOVE 'AR' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount = wn-sie-lossrev - wn-sie-loss
           PERFORM I0144-write-sie-trans

           MOVE '}' TO SIEDATA-POST
           WRITE SIEDATA-POST

      *    verifikat 5: periodisering - sales billed ahead go to
      *    f�rutbetalda int�kter, and the month's share of earlier
      *    advance billing comes back to sales
           ADD 1 TO wn-sie-vernr
           MOVE SPACE TO wc-sie-line
           STRING '#VER "A" ' wn-sie-vernr ' ' wc-sie-from(1:4)
               wc-sie-from(6:2) '01 "Periodisering '
               wc-sie-period(1:7) '"' DELIMITED BY SIZE
               INTO wc-sie-line
           END-STRING
           MOVE wc-sie-line TO SIEDATA-POST
           WRITE SIEDATA-POST
           MOVE '{' TO SIEDATA-POST
           WRITE SIEDATA-POST

           MOVE 'SALES' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount = wn-sie-defer - wn-sie-release
           PERFORM I0144-write-sie-trans

           MOVE 'DEFREV' TO ACCTMAP-MAPKEY-TEXT
           COMPUTE wn-sie-neg-amount = wn-sie-release - wn-sie-defer
           PERFORM I0144-write-sie-trans

           MOVE '}' TO SIEDATA-POST
           WRITE SIEDATA-POST

      *    verifikat 6 and 7: os�kra kundfordringar - the earlier
      *    provision comes back to the result and the period's own
      *    is reserved against the kundfordringar, only in a period
      *    with a provision run
           IF wn-sie-prov-count > ZERO
               IF wc-sie-prov-prev-period NOT = SPACE
                   ADD 1 TO wn-sie-vernr
                   MOVE SPACE TO wc-sie-line
                   STRING '#VER "A" ' wn-sie-vernr ' '
                       wc-sie-from(1:4) wc-sie-from(6:2)
                       '01 "�terf�ring os�kra kundfordringar '
                       wc-sie-prov-prev-period '"' DELIMITED BY SIZE
                       INTO wc-sie-line
                   END-STRING
                   MOVE wc-sie-line TO SIEDATA-POST
                   WRITE SIEDATA-POST
                   MOVE '{' TO SIEDATA-POST
                   WRITE SIEDATA-POST

                   MOVE 'PROV' TO ACCTMAP-MAPKEY-TEXT
                   MOVE wn-sie-prov-prev TO wn-sie-neg-amount
                   PERFORM I0144-write-sie-trans

                   MOVE 'PROVCOST' TO ACCTMAP-MAPKEY-TEXT
                   COMPUTE wn-sie-neg-amount = 0 - wn-sie-prov-prev
                   PERFORM I0144-write-sie-trans

                   MOVE '}' TO SIEDATA-POST
                   WRITE SIEDATA-POST
               END-IF

               ADD 1 TO wn-sie-vernr
               MOVE SPACE TO wc-sie-line
               STRING '#VER "A" ' wn-sie-vernr ' ' wc-sie-from(1:4)
                   wc-sie-from(6:2) '01 "Os�kra kundfordringar '
                   wc-sie-period(1:7) '"' DELIMITED BY SIZE
                   INTO wc-sie-line
               END-STRING
               MOVE wc-sie-line TO SIEDATA-POST
               WRITE SIEDATA-POST
               MOVE '{' TO SIEDATA-POST
               WRITE SIEDATA-POST

               MOVE 'PROVCOST' TO ACCTMAP-MAPKEY-TEXT
               MOVE wn-sie-prov TO wn-sie-neg-amount
               PERFORM I0144-write-sie-trans

               MOVE 'PROV' TO ACCTMAP-MAPKEY-TEXT
               COMPUTE wn-sie-neg-amount = 0 - wn-sie-prov
               PERFORM I0144-write-sie-trans

               MOVE '}' TO SIEDATA-POST
               WRITE SIEDATA-POST
           END-IF

           CLOSE SIEDATA
           .

      **********************************************************
       I0144-write-sie-trans.

      *    one #TRANS line on the account ACCTMAP maps the key in
      *    ACCTMAP-MAPKEY-TEXT to; an unmapped key books on 9999
      *    so the miss is visible in the ledger instead of silent
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ACCTMAP-MAPKEY-TEXT))
               TO ACCTMAP-MAPKEY-LEN

           EXEC SQL
               SELECT ACCTNO
                   INTO :ACCTMAP-ACCTNO
                   FROM ACCTMAP
                   WHERE MAPKEY = :ACCTMAP-MAPKEY
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE '9999' TO ACCTMAP-ACCTNO
           END-IF

           MOVE wn-sie-neg-amount TO wn-sie-amount-ed
           MOVE SPACE TO wc-sie-line
           STRING '#TRANS ' DELIMITED BY SIZE
               ACCTMAP-ACCTNO DELIMITED BY SIZE
               ' {} ' DELIMITED BY SIZE
               FUNCTION TRIM(wn-sie-amount-ed) DELIMITED BY SIZE
               INTO wc-sie-line
           END-STRING
           MOVE wc-sie-line TO SIEDATA-POST
           WRITE SIEDATA-POST
           .

      **********************************************************
       I0150-display-vat-declaration.

      *    momsdeklarationen can no longer be read off the invoice-
      *    level VAT field since line items carry their own rate in
      *    ITEM-VAT - this sums net and VAT per rate (25/12/6/0)
      *    across ITEM joined through INVITEM for the period, debit
      *    invoices apart from credit notes, in the boxes
      *    Skatteverket's form asks for (ruta 05 sales, 10/11/12
      *    utg�ende moms per sats).
           DISPLAY 'Period (�R-MM): ' WITH NO ADVANCING
           MOVE SPACE TO wc-sie-period
           ACCEPT wc-sie-period

           PERFORM I0141-set-period-bounds

           MOVE ZERO TO wn-sie-net-25 wn-sie-net-12 wn-sie-net-06
                        wn-sie-net-00 wn-sie-vat-25 wn-sie-vat-12
                        wn-sie-vat-06
           MOVE ZERO TO wn-vatd-cnet-25 wn-vatd-cnet-12
                        wn-vatd-cnet-06 wn-vatd-cnet-00
                        wn-vatd-cvat-25 wn-vatd-cvat-12
                        wn-vatd-cvat-06

           EXEC SQL
               DECLARE CURS-VATD-DEBIT CURSOR FOR
               SELECT I.VAT, SUM(I.QTY * I.PRICE),
                      SUM(I.QTY * I.PRICE * I.VAT / 100)
               FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                    TUTORIAL.ITEM I, TUTORIAL.CUSTOMER C
               WHERE V.INV_ID = VI.INV_ID
                 AND VI.ITEM_ID = I.ITEM_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
                 AND V.INVDATE >= :wc-sie-from
                 AND V.INVDATE <= :wc-sie-to
                 AND V.CREDITOF = 0
               GROUP BY I.VAT
           END-EXEC

           EXEC SQL
               OPEN CURS-VATD-DEBIT
           END-EXEC

           EXEC SQL
               FETCH CURS-VATD-DEBIT
                   INTO :wn-sie-rate, :wn-sie-net, :wn-sie-vat
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               EVALUATE wn-sie-rate
                   WHEN 0.25
                       ADD wn-sie-net TO wn-sie-net-25
                       ADD wn-sie-vat TO wn-sie-vat-25
                   WHEN 0.12
                       ADD wn-sie-net TO wn-sie-net-12
                       ADD wn-sie-vat TO wn-sie-vat-12
                   WHEN 0.06
                       ADD wn-sie-net TO wn-sie-net-06
                       ADD wn-sie-vat TO wn-sie-vat-06
                   WHEN OTHER
                       ADD wn-sie-net TO wn-sie-net-00
               END-EVALUATE

               EXEC SQL
                   FETCH CURS-VATD-DEBIT
                       INTO :wn-sie-rate, :wn-sie-net, :wn-sie-vat
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-VATD-DEBIT
           END-EXEC

           EXEC SQL
               DECLARE CURS-VATD-CREDIT CURSOR FOR
               SELECT I.VAT, SUM(I.QTY * I.PRICE),
                      SUM(I.QTY * I.PRICE * I.VAT / 100)
               FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                    TUTORIAL.ITEM I, TUTORIAL.CUSTOMER C
               WHERE V.INV_ID = VI.INV_ID
                 AND VI.ITEM_ID = I.ITEM_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
                 AND V.INVDATE >= :wc-sie-from
                 AND V.INVDATE <= :wc-sie-to
                 AND V.CREDITOF > 0
               GROUP BY I.VAT
           END-EXEC

           EXEC SQL
               OPEN CURS-VATD-CREDIT
           END-EXEC

           EXEC SQL
               FETCH CURS-VATD-CREDIT
                   INTO :wn-sie-rate, :wn-sie-net, :wn-sie-vat
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               EVALUATE wn-sie-rate
                   WHEN 0.25
                       ADD wn-sie-net TO wn-vatd-cnet-25
                       ADD wn-sie-vat TO wn-vatd-cvat-25
                   WHEN 0.12
                       ADD wn-sie-net TO wn-vatd-cnet-12
                       ADD wn-sie-vat TO wn-vatd-cvat-12
                   WHEN 0.06
                       ADD wn-sie-net TO wn-vatd-cnet-06
                       ADD wn-sie-vat TO wn-vatd-cvat-06
                   WHEN OTHER
                       ADD wn-sie-net TO wn-vatd-cnet-00
               END-EVALUATE

               EXEC SQL
                   FETCH CURS-VATD-CREDIT
                       INTO :wn-sie-rate, :wn-sie-net, :wn-sie-vat
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-VATD-CREDIT
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'MOMSDEKLARATION ' wc-sie-period(1:7)
           DISPLAY HEADLINE
           DISPLAY 'Debetfakturor:'
           DISPLAY '  Netto 25%:  ' wn-sie-net-25
               '  Moms: ' wn-sie-vat-25
           DISPLAY '  Netto 12%:  ' wn-sie-net-12
               '  Moms: ' wn-sie-vat-12
           DISPLAY '  Netto  6%:  ' wn-sie-net-06
               '  Moms: ' wn-sie-vat-06
           DISPLAY '  Netto  0%:  ' wn-sie-net-00
           DISPLAY 'Kreditfakturor:'
           DISPLAY '  Netto 25%:  ' wn-vatd-cnet-25
               '  Moms: ' wn-vatd-cvat-25
           DISPLAY '  Netto 12%:  ' wn-vatd-cnet-12
               '  Moms: ' wn-vatd-cvat-12
           DISPLAY '  Netto  6%:  ' wn-vatd-cnet-06
               '  Moms: ' wn-vatd-cvat-06
           DISPLAY '  Netto  0%:  ' wn-vatd-cnet-00
           DISPLAY HEADLINE
           DISPLAY 'Deklarationens rutor (debet + kredit):'
           COMPUTE wn-vatd-box =
               wn-sie-net-25 + wn-sie-net-12 + wn-sie-net-06 +
               wn-sie-net-00 + wn-vatd-cnet-25 + wn-vatd-cnet-12 +
               wn-vatd-cnet-06 + wn-vatd-cnet-00
           DISPLAY 'Ruta 05 Momspliktig f�rs�ljning: ' wn-vatd-box
           COMPUTE wn-vatd-box = wn-sie-vat-25 + wn-vatd-cvat-25
           DISPLAY 'Ruta 10 Utg�ende moms 25%:       ' wn-vatd-box
           COMPUTE wn-vatd-box = wn-sie-vat-12 + wn-vatd-cvat-12
           DISPLAY 'Ruta 11 Utg�ende moms 12%:       ' wn-vatd-box
           COMPUTE wn-vatd-box = wn-sie-vat-06 + wn-vatd-cvat-06
           DISPLAY 'Ruta 12 Utg�ende moms 6%:        ' wn-vatd-box

      *    sales under omv�nd betalningsskyldighet to VAT-
      *    registered buyers in other EU countries go in their own
      *    box, apart from the domestic zero-rated rows
           MOVE ZERO TO wn-vatd-eu-net
           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE), 0)
                   INTO :wn-vatd-eu-net
                   FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                        TUTORIAL.ITEM I, TUTORIAL.DEBTOR D
                   WHERE V.INV_ID = VI.INV_ID
                     AND VI.ITEM_ID = I.ITEM_ID
                     AND V.DEBT_ID = D.DEBT_ID
                     AND D.VATREGNO IS NOT NULL
                     AND D.VATREGNO <> ''
                     AND SUBSTR(D.VATREGNO, 1, 2) <> 'SE'
                     AND I.VAT = 0
                     AND V.INVDATE >= :wc-sie-from
                     AND V.INVDATE <= :wc-sie-to
           END-EXEC
           MOVE wn-vatd-eu-net TO wn-vatd-box
           DISPLAY 'Ruta 39 EU-f�rs�ljning (omv�nd): ' wn-vatd-box
           .

      **********************************************************
       I0160-display-profitability.

      *    what each customer pays us against what they cost us to
      *    serve: period revenue (the same INVOICE/ITEM sums the
      *    menu-41 report rolls up) next to production volume from
      *    OUTLOG and intake volume from INLOG, and the figure that
      *    decides contract renewals - int�kt per tryckt faktura.
      *    Postage is a pass-through: what subinv paid for the
      *    customer's envelopes and what srvbill recharged for it
      *    (the ARTNO 'PORTO' lines) are shown side by side as an
      *    outlay, never counted as revenue or in the per-print
      *    figure. Production cost is the real one: the period's
      *    approved print-house invoices (X0510) less their postage,
      *    spread over the sheets they billed, times the customer's
      *    own printed sheets - incident reprints not counted, the
      *    house paid for those
           DISPLAY 'Period (�R-MM): ' WITH NO ADVANCING
           MOVE SPACE TO wc-sie-period
           ACCEPT wc-sie-period

           PERFORM I0141-set-period-bounds

           DISPLAY HEADLINE
           DISPLAY 'KUNDL�NSAMHET ' wc-sie-period(1:7)
           DISPLAY HEADLINE

           MOVE ZERO TO wn-prof-bill-net wn-prof-bill-sheets
                        wn-prof-sheet-cost
           EXEC SQL
               SELECT COALESCE(SUM(APPROVED - POSTAGE), 0),
                      COALESCE(SUM(SHEETS), 0)
                   INTO :wn-prof-bill-net, :wn-prof-bill-sheets
                   FROM PHBILL
                   WHERE PERIOD = :wc-sie-period
                     AND STATE = 1
           END-EXEC
           IF wn-prof-bill-sheets > ZERO
               COMPUTE wn-prof-sheet-cost ROUNDED =
                   wn-prof-bill-net / wn-prof-bill-sheets
               DISPLAY 'Produktionskostnad per ark (attesterat): '
                   wn-prof-sheet-cost
           ELSE
               DISPLAY 'Ingen attesterad tryckerifaktura f�r '
                   'perioden - produktionskostnaden visas som noll.'
           END-IF

           DISPLAY 'Kundnr        |Int�kt      |Tryckta|Inl�sta|'
               'Int�kt/tryck|Porto utlagt|Porto vidaref.|'
               'Prod.kostnad|T�ckning'

           EXEC SQL
               DECLARE CURS-PROF CURSOR FOR
               SELECT CUST_ID, CUSTNO
               FROM TUTORIAL.CUSTOMER
               WHERE TEST_CUSTOMER = 0
               ORDER BY CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-PROF
           END-EXEC

           EXEC SQL
               FETCH CURS-PROF
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE ZERO TO wn-prof-revenue
               EXEC SQL
                   SELECT COALESCE(SUM(I.PRICE * I.QTY), 0)
                       INTO :wn-prof-revenue
                       FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                            TUTORIAL.ITEM I
                       WHERE V.INV_ID = VI.INV_ID
                         AND VI.ITEM_ID = I.ITEM_ID
                         AND V.CUST_ID = :CUSTOMER-CUST-ID
                         AND V.INVDATE >= :wc-sie-from
                         AND V.INVDATE <= :wc-sie-to
                         AND COALESCE(I.ARTNO, ' ') <> 'PORTO'
               END-EXEC

               MOVE ZERO TO wn-prof-postage-billed
               EXEC SQL
                   SELECT COALESCE(SUM(I.PRICE * I.QTY), 0)
                       INTO :wn-prof-postage-billed
                       FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                            TUTORIAL.ITEM I
                       WHERE V.INV_ID = VI.INV_ID
                         AND VI.ITEM_ID = I.ITEM_ID
                         AND V.CUST_ID = :CUSTOMER-CUST-ID
                         AND V.INVDATE >= :wc-sie-from
                         AND V.INVDATE <= :wc-sie-to
                         AND I.ARTNO = 'PORTO'
               END-EXEC

               MOVE ZERO TO wn-prof-postage-cost
               EXEC SQL
                   SELECT COALESCE(SUM(POSTAGE), 0)
                       INTO :wn-prof-postage-cost
                       FROM OUTLOG
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
                         AND SUCCESS = 1
                         AND PRINTDATE >= :wc-sie-from
                         AND PRINTDATE <= :wc-sie-to
               END-EXEC

               MOVE ZERO TO wn-prof-printed
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :wn-prof-printed
                       FROM OUTLOG
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
                         AND SUCCESS = 1
                         AND PRINTDATE >= :wc-sie-from
                         AND PRINTDATE <= :wc-sie-to
               END-EXEC

               MOVE ZERO TO wn-prof-intake
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :wn-prof-intake
                       FROM INLOG
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
                         AND PROCDATE >= :wc-sie-from
                         AND PROCDATE <= :wc-sie-to
               END-EXEC

               MOVE ZERO TO wn-prof-sheets
               EXEC SQL
                   SELECT COALESCE(SUM(SHEETS), 0)
                       INTO :wn-prof-sheets
                       FROM OUTLOG
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
                         AND SUCCESS = 1
                         AND PRINTDATE >= :wc-sie-from
                         AND PRINTDATE <= :wc-sie-to
                         AND OUTLOG_ID NOT IN
                             (SELECT REPRINTID FROM INCINV)
               END-EXEC
               COMPUTE wn-prof-prod-cost ROUNDED =
                   wn-prof-sheets * wn-prof-sheet-cost
               COMPUTE wn-prof-margin =
                   wn-prof-revenue - wn-prof-prod-cost

               IF wn-prof-printed > ZERO
                   COMPUTE wn-prof-per-print ROUNDED =
                       wn-prof-revenue / wn-prof-printed
               ELSE
                   MOVE ZERO TO wn-prof-per-print
               END-IF

               IF wn-prof-revenue NOT = ZERO OR
                  wn-prof-printed NOT = ZERO OR
                  wn-prof-intake NOT = ZERO OR
                  wn-prof-postage-billed NOT = ZERO
                   DISPLAY CUSTOMER-CUSTNO-TEXT(1:14) '|'
                       wn-prof-revenue '|' wn-prof-printed '|'
                       wn-prof-intake '|' wn-prof-per-print '|'
                       wn-prof-postage-cost '|' wn-prof-postage-billed
                       '|' wn-prof-prod-cost '|' wn-prof-margin
               END-IF

               EXEC SQL
                   FETCH CURS-PROF
                       INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-PROF
           END-EXEC
           .

      **********************************************************
       I0170-display-sla-report.

      *    the contracts promise printing within SLADAYS working
      *    days of file receipt, and until now nothing measured it:
      *    every invoice printed in the period is traced from its
      *    INLOG arrival (matched on customer and ordernummer) to
      *    its OUTLOG print date, counted in working days (m�ndag-
      *    fredag), and breaches against the customer's SLA listed
           DISPLAY 'Period (�R-MM): ' WITH NO ADVANCING
           MOVE SPACE TO wc-sie-period
           ACCEPT wc-sie-period

           PERFORM I0141-set-period-bounds

           MOVE ZERO TO wn-sla-traced wn-sla-breaches

           DISPLAY HEADLINE
           DISPLAY 'LEDTID FIL-TILL-TRYCK ' wc-sie-period(1:7)
           DISPLAY HEADLINE
           DISPLAY 'Kundnr        |Fakturanr      |Mottagen  |'
               'Tryckt    |Dgr|SLA'

           EXEC SQL
               DECLARE CURS-SLA CURSOR FOR
               SELECT V.CUSTNO, V.INVNO, V.CUST_ID, O.PRINTDATE,
                      C.SLADAYS
               FROM TUTORIAL.OUTLOG O, TUTORIAL.INVOICE V,
                    TUTORIAL.CUSTOMER C
               WHERE O.SUCCESS = 1
                 AND O.PRINTDATE >= :wc-sie-from
                 AND O.PRINTDATE <= :wc-sie-to
                 AND O.INV_ID = V.INV_ID
                 AND V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
               ORDER BY V.CUSTNO, V.INVNO
           END-EXEC

           EXEC SQL
               OPEN CURS-SLA
           END-EXEC

           EXEC SQL
               FETCH CURS-SLA
                   INTO :INVOICE-CUSTNO, :INVOICE-INVNO,
                        :CUSTOMER-CUST-ID, :OUTLOG-PRINTDATE,
                        :CUSTOMER-SLADAYS
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM I0172-trace-one-invoice

               EXEC SQL
                   FETCH CURS-SLA
                       INTO :INVOICE-CUSTNO, :INVOICE-INVNO,
                            :CUSTOMER-CUST-ID, :OUTLOG-PRINTDATE,
                            :CUSTOMER-SLADAYS
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-SLA
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Sp�rade fakturor: ' wn-sla-traced
           DISPLAY 'SLA-brott:        ' wn-sla-breaches
           .

      **********************************************************
       I0172-trace-one-invoice.

      *    reminders and credit notes carry suffixed numbers and
      *    never arrived in a file - only plain numeric invoice
      *    numbers have an INLOG row to trace back to
           IF INVOICE-INVNO-TEXT(1:16) NUMERIC
               COMPUTE wn-sla-ordno =
                   FUNCTION NUMVAL(INVOICE-INVNO-TEXT(1:16))

               MOVE SPACE TO wc-sla-procdate
               EXEC SQL
                   SELECT MAX(PROCDATE)
                       INTO :wc-sla-procdate
                       FROM INLOG
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
                         AND ORDNO = :wn-sla-ordno
               END-EXEC

               IF SQLCODE = ZERO AND wc-sla-procdate NOT = SPACE

                   MOVE wc-sla-procdate(1:4) TO wc-ymd-buffer(1:4)
                   MOVE wc-sla-procdate(6:2) TO wc-ymd-buffer(5:2)
                   MOVE wc-sla-procdate(9:2) TO wc-ymd-buffer(7:2)
                   COMPUTE wn-sla-proc-int =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(wc-ymd-buffer))

                   MOVE OUTLOG-PRINTDATE(1:4) TO wc-ymd-buffer(1:4)
                   MOVE OUTLOG-PRINTDATE(6:2) TO wc-ymd-buffer(5:2)
                   MOVE OUTLOG-PRINTDATE(9:2) TO wc-ymd-buffer(7:2)
                   COMPUTE wn-sla-print-int =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(wc-ymd-buffer))

      *            arbetsdagar: l�rdag och s�ndag r�knas inte
                   MOVE ZERO TO wn-sla-workdays
                   PERFORM VARYING wn-sla-day-idx
                       FROM wn-sla-proc-int BY 1
                       UNTIL wn-sla-day-idx >= wn-sla-print-int
                       COMPUTE wn-sla-weekday =
                           FUNCTION MOD(wn-sla-day-idx - 1, 7) + 1
                       IF wn-sla-weekday <= 5
                           ADD 1 TO wn-sla-workdays
                       END-IF
                   END-PERFORM

                   ADD 1 TO wn-sla-traced

                   IF CUSTOMER-SLADAYS > ZERO AND
                      wn-sla-workdays > CUSTOMER-SLADAYS
                       ADD 1 TO wn-sla-breaches
                       DISPLAY INVOICE-CUSTNO-TEXT(1:14) '|'
                           INVOICE-INVNO-TEXT(1:15) '|'
                           wc-sla-procdate '|' OUTLOG-PRINTDATE '|'
                           wn-sla-workdays '|' CUSTOMER-SLADAYS
                           ' BROTT'
                   ELSE
                       DISPLAY INVOICE-CUSTNO-TEXT(1:14) '|'
                           INVOICE-INVNO-TEXT(1:15) '|'
                           wc-sla-procdate '|' OUTLOG-PRINTDATE '|'
                           wn-sla-workdays '|' CUSTOMER-SLADAYS
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       I0180-produce-volume-statement.

      *    the autumn renegotiation pack, counted by the system
      *    instead of by hand: files received, invoices and credits,
      *    printed volume and total billed for one customer over a
      *    chosen date range, written as a printable document
           DISPLAY 'Kundnummer (CUSTNO): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-CUSTNO-LEN

           EXEC SQL
               SELECT CUST_ID, NAME
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-NAME
                   FROM CUSTOMER
                   WHERE CUSTNO = :CUSTOMER-CUSTNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunden hittades inte.'
           ELSE
               DISPLAY 'Fr�n datum (�R-MM-DD): ' WITH NO ADVANCING
               MOVE SPACE TO wc-vol-from
               ACCEPT wc-vol-from
               DISPLAY 'Till datum (�R-MM-DD): ' WITH NO ADVANCING
               MOVE SPACE TO wc-vol-to
               ACCEPT wc-vol-to

               EXEC SQL
                   SELECT COUNT(DISTINCT FILENO)
                       INTO :wn-vol-files
                       FROM INLOG
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
                         AND PROCDATE >= :wc-vol-from
                         AND PROCDATE <= :wc-vol-to
               END-EXEC

               EXEC SQL
                   SELECT COUNT(*)
                       INTO :wn-vol-invoices
                       FROM INVOICE
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
                         AND INVDATE >= :wc-vol-from
                         AND INVDATE <= :wc-vol-to
                         AND CREDITOF = 0
               END-EXEC

               EXEC SQL
                   SELECT COUNT(*)
                       INTO :wn-vol-credits
                       FROM INVOICE
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
                         AND INVDATE >= :wc-vol-from
                         AND INVDATE <= :wc-vol-to
                         AND CREDITOF > 0
               END-EXEC

               EXEC SQL
                   SELECT COUNT(*)
                       INTO :wn-vol-printed
                       FROM OUTLOG
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
                         AND SUCCESS = 1
                         AND PRINTDATE >= :wc-vol-from
                         AND PRINTDATE <= :wc-vol-to
               END-EXEC

               MOVE ZERO TO wn-vol-billed
               EXEC SQL
                   SELECT COALESCE(SUM(I.PRICE * I.QTY), 0)
                       INTO :wn-vol-billed
                       FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                            TUTORIAL.ITEM I
                       WHERE V.INV_ID = VI.INV_ID
                         AND VI.ITEM_ID = I.ITEM_ID
                         AND V.CUST_ID = :CUSTOMER-CUST-ID
                         AND V.INVDATE >= :wc-vol-from
                         AND V.INVDATE <= :wc-vol-to
               END-EXEC

               MOVE SPACE TO WC-VOLYM-FILENAME
               STRING 'data/volym_' DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
                       DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WC-VOLYM-FILENAME
               END-STRING

               OPEN OUTPUT VOLYMDATA

               MOVE SPACE TO VOLYM-POST
               STRING 'VOLYMINTYG  ' wc-vol-from ' - ' wc-vol-to
                   DELIMITED BY SIZE INTO VOLYM-POST
               END-STRING
               WRITE VOLYM-POST

               MOVE SPACE TO VOLYM-POST
               STRING 'Kund: '
                   FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT) ' '
                   CUSTOMER-NAME-TEXT(1:40)
                   DELIMITED BY SIZE INTO VOLYM-POST
               END-STRING
               WRITE VOLYM-POST

               MOVE SPACE TO VOLYM-POST
               WRITE VOLYM-POST

               MOVE wn-vol-files TO wn-vol-ed
               MOVE SPACE TO VOLYM-POST
               STRING 'Mottagna filer:        ' wn-vol-ed
                   DELIMITED BY SIZE INTO VOLYM-POST
               END-STRING
               WRITE VOLYM-POST

               MOVE wn-vol-invoices TO wn-vol-ed
               MOVE SPACE TO VOLYM-POST
               STRING 'Fakturor:              ' wn-vol-ed
                   DELIMITED BY SIZE INTO VOLYM-POST
               END-STRING
               WRITE VOLYM-POST

               MOVE wn-vol-credits TO wn-vol-ed
               MOVE SPACE TO VOLYM-POST
               STRING 'Kreditfakturor:        ' wn-vol-ed
                   DELIMITED BY SIZE INTO VOLYM-POST
               END-STRING
               WRITE VOLYM-POST

               MOVE wn-vol-printed TO wn-vol-ed
               MOVE SPACE TO VOLYM-POST
               STRING 'Tryckta fakturor:      ' wn-vol-ed
                   DELIMITED BY SIZE INTO VOLYM-POST
               END-STRING
               WRITE VOLYM-POST

               MOVE wn-vol-billed TO wn-vol-amount-ed
               MOVE SPACE TO VOLYM-POST
               STRING 'Fakturerat genom PBS:  ' wn-vol-amount-ed
                   DELIMITED BY SIZE INTO VOLYM-POST
               END-STRING
               WRITE VOLYM-POST

               CLOSE VOLYMDATA

               DISPLAY 'Volymintyg skrivet: ' WC-VOLYM-FILENAME
           END-IF
           .

      **********************************************************
       I0148-maintain-acctmap.

      *    the configurable account map the SIE export books on;
      *    blank account leaves the row unchanged
           DISPLAY HEADLINE
           DISPLAY 'KONTOPLAN F�R SIE-EXPORT'
           DISPLAY HEADLINE

           EXEC SQL
               DECLARE CURS-ACCTMAP CURSOR FOR
               SELECT MAPKEY, ACCTNO
               FROM TUTORIAL.ACCTMAP
               ORDER BY MAPKEY
           END-EXEC

           EXEC SQL
               OPEN CURS-ACCTMAP
           END-EXEC

           EXEC SQL
               FETCH CURS-ACCTMAP
                   INTO :ACCTMAP-MAPKEY, :ACCTMAP-ACCTNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY ACCTMAP-MAPKEY-TEXT '|' ACCTMAP-ACCTNO

               EXEC SQL
                   FETCH CURS-ACCTMAP
                       INTO :ACCTMAP-MAPKEY, :ACCTMAP-ACCTNO
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-ACCTMAP
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Nyckel (AR/SALES/VAT25/VAT12/VAT06/ROUND/BANK/'
               'LOSS/DEFREV, blankt=avbryt): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:10) TO ACCTMAP-MAPKEY-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   wc-edit-buffer(1:10))) TO ACCTMAP-MAPKEY-LEN

               DISPLAY 'Kontonummer: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer(1:4) TO ACCTMAP-ACCTNO

               EXEC SQL
                   UPDATE ACCTMAP
                   SET ACCTNO = :ACCTMAP-ACCTNO
                   WHERE MAPKEY = :ACCTMAP-MAPKEY
               END-EXEC

               IF SQLCODE NOT = ZERO
                   EXEC SQL
                       INSERT INTO ACCTMAP
                       VALUES ( :ACCTMAP-MAPKEY, :ACCTMAP-ACCTNO)
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       DISPLAY ' Insert SQL sats in ACCTMAP �r felt'
                   END-IF
               END-IF

               IF SQLCODE = ZERO
                   DISPLAY 'Kontot �r sparat.'
               END-IF
           END-IF
           .

      **********************************************************
       K0100-update-customers.

           MOVE 'N' TO is-exit-customer-menu-switch
           PERFORM UNTIL is-exit-customer-menu

               PERFORM K110-diplay-customer-menu
               EVALUATE wc-accept

                   WHEN '51'
                       PERFORM K0120-display-customer-list
                       MOVE SPACE TO wc-accept
                   WHEN '52'
                       PERFORM K0130-update-customer
                       MOVE SPACE TO wc-accept
                   WHEN '53'
                       PERFORM K0140-add-new-customer
                       MOVE SPACE TO wc-accept
                   WHEN '54'
                       PERFORM K0150-inactivate-customer
                       MOVE SPACE TO wc-accept
                   WHEN '55'
                       PERFORM K0170-maintain-contracts
                       MOVE SPACE TO wc-accept
                   WHEN '56'
                       PERFORM K0175-display-notice-window
                       MOVE SPACE TO wc-accept
                   WHEN '57'
                       PERFORM K0178-run-indexation
                       MOVE SPACE TO wc-accept
                   WHEN '58'
                       PERFORM K0180-debtor-register
                       MOVE SPACE TO wc-accept
                   WHEN '59'
                       PERFORM K0160-maintain-currency-rates
                       MOVE SPACE TO wc-accept
                   WHEN '50'
                       PERFORM K0185-maintain-budget
                       MOVE SPACE TO wc-accept
                   WHEN '60'
                       PERFORM K0190-display-churn-risk
                       MOVE SPACE TO wc-accept
                   WHEN '61'
                       PERFORM K0195-onboard-new-customer
                       MOVE SPACE TO wc-accept
                   WHEN '62'
                       PERFORM K0187-maintain-settle-account
                       MOVE SPACE TO wc-accept
                   WHEN '63'
                       PERFORM K0188-maintain-dunning-profiles
                       MOVE SPACE TO wc-accept
                   WHEN '64'
                       PERFORM K0171-display-price-history
                       MOVE SPACE TO wc-accept
                   WHEN '65'
                       PERFORM K0172-simulate-renewal-prices
                       MOVE SPACE TO wc-accept
                   WHEN '66'
                       PERFORM K0193-maintain-invoice-fees
                       MOVE SPACE TO wc-accept
                   WHEN '67'
                       PERFORM K0161-maintain-factoring
                       MOVE SPACE TO wc-accept
                   WHEN '68'
                       PERFORM K0167-maintain-insert-bookings
                       MOVE SPACE TO wc-accept
                   WHEN '69'
                       PERFORM K0200-maintain-invoice-messages
                       MOVE SPACE TO wc-accept
                   WHEN '70'
                       MOVE ZERO TO wn-cont-cust-id
                       PERFORM K0210-maintain-contacts
                       MOVE SPACE TO wc-accept
                   WHEN '71'
                       PERFORM K0220-offboard-customer
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-customer-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       K110-diplay-customer-menu.

           DISPLAY HEADLINE
           DISPLAY '*** KUNDREGISTER ***'
           DISPLAY HEADLINE
           DISPLAY '(51) Visa kundregister'
           DISPLAY '(52) Uppdatera kundregistret'
           DISPLAY '(53) L�gg till ny kund'
           DISPLAY '(54) Inaktivera kund'
           DISPLAY '(55) Avtalsregister'
           DISPLAY '(56) Avtal n�ra upps�gningsf�nster'
           DISPLAY '(57) K�r �rlig indexering av tj�nstepriser'
           DISPLAY '(58) G�lden�rsregister och ihopslagning'
           DISPLAY '(59) Valutakurser'
           DISPLAY '(50) Int�ktsbudget per kund'
           DISPLAY '(60) Volymtrend och kundrisk'
           DISPLAY '(61) Guidad kundstart (alla register)'
           DISPLAY '(62) Redovisningskonto (utbetalning till kund)'
           DISPLAY '(63) P�minnelseprofiler per kund'
           DISPLAY '(64) Prisutveckling sedan avtalsstart'
           DISPLAY '(65) Prissimulering inf�r avtalsf�rnyelse'
           DISPLAY '(66) Aviavgifter per leveranss�tt'
           DISPLAY '(67) Factoringavtal och s�lda fakturor'
           DISPLAY '(68) Bilagebokningar (reklambilagor)'
           DISPLAY '(69) Meddelanden p� fakturor'
           DISPLAY '(70) Kontaktregister (roller och utskick)'
           DISPLAY '(71) Guidat kundavslut vid avtalsslut'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       K0120-display-customer-list.

      *    list defined customers, optionally filtered by a partial
      *    match on CUSTNO/NAME/ORGNO, paging every 10 rows
           DISPLAY 'S�kterm (kundnr/namn/orgnr, blank = alla): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer = SPACE
               MOVE '%' TO wc-search-pattern
           ELSE
               STRING '%' FUNCTION TRIM(wc-edit-buffer) '%'
                   DELIMITED BY SIZE INTO wc-search-pattern
           END-IF

           EXEC SQL
               DECLARE CURS1 CURSOR FOR
               SELECT C.CUST_ID, C.ORGNO
               FROM TUTORIAL.CUSTOMER C
               WHERE C.CUSTNO LIKE :wc-search-pattern
                  OR C.NAME LIKE :wc-search-pattern
                  OR C.ORGNO LIKE :wc-search-pattern
               ORDER BY C.CUST_ID
           END-EXEC

           DISPLAY '-----------------'
           DISPLAY 'BEFINTLIGA KUNDER'
           DISPLAY '-----------------'

           EXEC SQL
               OPEN CURS1
           END-EXEC

           MOVE ZERO TO wn-list-row-count
           MOVE 'Y' TO wc-list-continue-switch

           EXEC SQL
               FETCH CURS1
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-ORGNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO OR NOT is-list-continue

               DISPLAY CUSTOMER-CUST-ID  '|' CUSTOMER-ORGNO
               ADD 1 TO wn-list-row-count

               IF FUNCTION MOD(wn-list-row-count, 10) = ZERO
                   DISPLAY 'Fler poster? (J/N): ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF wc-edit-buffer(1:1) = 'N' OR
                      wc-edit-buffer(1:1) = 'n'
                       MOVE 'N' TO wc-list-continue-switch
                   END-IF
               END-IF

      *        fetch next row
               IF is-list-continue
                   EXEC SQL
                   FETCH CURS1
                       INTO :CUSTOMER-CUST-ID, :CUSTOMER-ORGNO
                   END-EXEC
               END-IF

           END-PERFORM

      *    end of data
           IF is-list-continue AND SQLCODE NOT = 100
              DISPLAY 'SQL Error'
           END-IF

      *    close cursor sum up revenue
           EXEC SQL
               CLOSE CURS1
           END-EXEC

           .

      **********************************************************
       K0130-update-customer.

      *    edit CUSTOMER fields and the linked ADDR row for one
      *    chosen CUST_ID; blank input on a prompt keeps the old
      *    value
           DISPLAY 'Kundnummer (CUST_ID) att uppdatera: '
               WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in
           MOVE wc-custid-in TO CUSTOMER-CUST-ID

           EXEC SQL
               SELECT NAME, TEL, EMAIL, WEB, BOARDPLACE, ORGNO,
                      ADDR_ID, LANGUAGE, CURRENCY,
                      INVNOMIN, INVNOMAX, TEST_CUSTOMER,
                      BUNDLEINVOICES, APPRLIMIT, DELIVERY, SLADAYS,
                      CONSOLIDATE, BILLDAY, SLAPENALTY,
                      PARENT_ID, GROUPTIER, CTLWAIT
                   INTO :CUSTOMER-NAME, :CUSTOMER-TEL,
                        :CUSTOMER-EMAIL, :CUSTOMER-WEB,
                        :CUSTOMER-BOARDPLACE, :CUSTOMER-ORGNO,
                        :CUSTOMER-SLADAYS,
                        :CUSTOMER-CONSOLIDATE, :CUSTOMER-BILLDAY,
                        :CUSTOMER-SLAPENALTY,
                        :CUSTOMER-PARENT-ID, :CUSTOMER-GROUPTIER,
                        :CUSTOMER-CTLWAIT
                   FROM CUSTOMER
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunden hittades inte: ' wc-custid-in
           ELSE
      *        every change below leaves an audit row (menu 83)
               MOVE 'CUSTOMER' TO wc-audit-table
               MOVE CUSTOMER-CUST-ID TO wn-audit-rowkey

               DISPLAY 'Namn [' CUSTOMER-NAME-TEXT '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'NAME' TO wc-audit-field
                   MOVE CUSTOMER-NAME-TEXT(1:60) TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO CUSTOMER-NAME-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO CUSTOMER-NAME-LEN
               END-IF

               DISPLAY 'Telefon [' CUSTOMER-TEL-TEXT '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'TEL' TO wc-audit-field
                   MOVE CUSTOMER-TEL-TEXT(1:60) TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO CUSTOMER-TEL-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO CUSTOMER-TEL-LEN
               END-IF

               DISPLAY 'E-post [' CUSTOMER-EMAIL-TEXT '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'EMAIL' TO wc-audit-field
                   MOVE CUSTOMER-EMAIL-TEXT(1:60) TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO CUSTOMER-EMAIL-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO CUSTOMER-EMAIL-LEN
               END-IF

               DISPLAY 'Webb [' CUSTOMER-WEB-TEXT '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'WEB' TO wc-audit-field
                   MOVE CUSTOMER-WEB-TEXT(1:60) TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO CUSTOMER-WEB-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO CUSTOMER-WEB-LEN
               END-IF

               DISPLAY 'Styrelseort [' CUSTOMER-BOARDPLACE-TEXT
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'BOARDPLACE' TO wc-audit-field
                   MOVE CUSTOMER-BOARDPLACE-TEXT(1:60) TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO CUSTOMER-BOARDPLACE-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO CUSTOMER-BOARDPLACE-LEN
               END-IF

               DISPLAY 'Orgnr [' CUSTOMER-ORGNO-TEXT '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'ORGNO' TO wc-audit-field
                   MOVE CUSTOMER-ORGNO-TEXT(1:60) TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO CUSTOMER-ORGNO-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO CUSTOMER-ORGNO-LEN
               END-IF

               DISPLAY 'Fakturaspr�k [' CUSTOMER-LANGUAGE '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'LANGUAGE' TO wc-audit-field
                   MOVE CUSTOMER-LANGUAGE TO wc-audit-old
                   MOVE wc-edit-buffer(1:2) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer(1:2) TO CUSTOMER-LANGUAGE
               END-IF

               DISPLAY 'Valuta [' CUSTOMER-CURRENCY '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'CURRENCY' TO wc-audit-field
                   MOVE CUSTOMER-CURRENCY TO wc-audit-old
                   MOVE wc-edit-buffer(1:3) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer(1:3) TO CUSTOMER-CURRENCY
               END-IF

               DISPLAY 'Fakturanummerserie fr�n [' CUSTOMER-INVNOMIN
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'INVNOMIN' TO wc-audit-field
                   MOVE CUSTOMER-INVNOMIN TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-INVNOMIN
               END-IF

               DISPLAY 'Fakturanummerserie till [' CUSTOMER-INVNOMAX
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'INVNOMAX' TO wc-audit-field
                   MOVE CUSTOMER-INVNOMAX TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-INVNOMAX
               END-IF

               DISPLAY 'Testkund (0=Nej, 1=Ja) ['
                   CUSTOMER-TEST-CUSTOMER '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'TEST_CUSTOMER' TO wc-audit-field
                   MOVE CUSTOMER-TEST-CUSTOMER TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-TEST-CUSTOMER
               END-IF

               DISPLAY 'Samla fakturor i ett dokument per '
                   'utskriftsk�rning (0=Nej, 1=Ja) ['
                   CUSTOMER-BUNDLEINVOICES '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'BUNDLEINVOICES' TO wc-audit-field
                   MOVE CUSTOMER-BUNDLEINVOICES TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-BUNDLEINVOICES
               END-IF

               DISPLAY 'Beloppsgr�ns f�r godk�nnande, 0 = ingen ['
                   CUSTOMER-APPRLIMIT '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'APPRLIMIT' TO wc-audit-field
                   MOVE CUSTOMER-APPRLIMIT TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-APPRLIMIT
               END-IF

               DISPLAY 'Leveranskanal P=papper, E=e-faktura ['
                   CUSTOMER-DELIVERY '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'DELIVERY' TO wc-audit-field
                   MOVE CUSTOMER-DELIVERY TO wc-audit-old
                   MOVE wc-edit-buffer(1:1) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer(1:1) TO CUSTOMER-DELIVERY
               END-IF

               DISPLAY 'SLA arbetsdagar till tryck, 0 = ingen ['
                   CUSTOMER-SLADAYS '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'SLADAYS' TO wc-audit-field
                   MOVE CUSTOMER-SLADAYS TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-SLADAYS
               END-IF

      *        the opt-ins the group and utility contracts hang on,
      *        editable for an existing customer the same way the
      *        older attributes are
               DISPLAY 'Samlingsfaktura per g�lden�r (0/1) ['
                   CUSTOMER-CONSOLIDATE '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'CONSOLIDATE' TO wc-audit-field
                   MOVE CUSTOMER-CONSOLIDATE TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-CONSOLIDATE
               END-IF

               DISPLAY 'Faktureringsdag 1-28, 0 = varje k�rning ['
                   CUSTOMER-BILLDAY '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'BILLDAY' TO wc-audit-field
                   MOVE CUSTOMER-BILLDAY TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-BILLDAY
               END-IF

               DISPLAY 'SLA-vite per brott i kronor ['
                   CUSTOMER-SLAPENALTY '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'SLAPENALTY' TO wc-audit-field
                   MOVE CUSTOMER-SLAPENALTY TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-SLAPENALTY
               END-IF

               DISPLAY 'Moderkund i koncern, 0 = ingen ['
                   CUSTOMER-PARENT-ID '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'PARENT_ID' TO wc-audit-field
                   MOVE CUSTOMER-PARENT-ID TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-PARENT-ID
               END-IF

               DISPLAY 'Prisniv�er p� koncernvolym (0/1) ['
                   CUSTOMER-GROUPTIER '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'GROUPTIER' TO wc-audit-field
                   MOVE CUSTOMER-GROUPTIER TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-GROUPTIER
               END-IF

               DISPLAY 'Kontrollfil vid inleverans: max v�ntan i '
                   'minuter, 0 = ingen [' CUSTOMER-CTLWAIT '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'CTLWAIT' TO wc-audit-field
                   MOVE CUSTOMER-CTLWAIT TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-CTLWAIT
               END-IF

               EXEC SQL
                   SELECT STREET, POSTNO, PLACE
                       INTO :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE
                       FROM ADDR
                       WHERE ADDR_ID = :CUSTOMER-ADDR-ID
               END-EXEC

               DISPLAY 'Gatuadress [' ADDR-STREET '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'ADDR STREET' TO wc-audit-field
                   MOVE ADDR-STREET TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO ADDR-STREET
               END-IF

               DISPLAY 'Postnummer [' ADDR-POSTNO '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'ADDR POSTNO' TO wc-audit-field
                   MOVE ADDR-POSTNO TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO ADDR-POSTNO
               END-IF

               DISPLAY 'Ort [' ADDR-PLACE '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'ADDR PLACE' TO wc-audit-field
                   MOVE ADDR-PLACE TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO ADDR-PLACE
               END-IF

               EXEC SQL
                   UPDATE CUSTOMER
                   SET NAME = :CUSTOMER-NAME,
                       TEL = :CUSTOMER-TEL,
                       EMAIL = :CUSTOMER-EMAIL,
                       WEB = :CUSTOMER-WEB,
                       BOARDPLACE = :CUSTOMER-BOARDPLACE,
                       ORGNO = :CUSTOMER-ORGNO,
                       LANGUAGE = :CUSTOMER-LANGUAGE,
                       CURRENCY = :CUSTOMER-CURRENCY,
                       INVNOMIN = :CUSTOMER-INVNOMIN,
                       INVNOMAX = :CUSTOMER-INVNOMAX,
                       TEST_CUSTOMER = :CUSTOMER-TEST-CUSTOMER,
                       BUNDLEINVOICES = :CUSTOMER-BUNDLEINVOICES,
                       APPRLIMIT = :CUSTOMER-APPRLIMIT,
                       DELIVERY = :CUSTOMER-DELIVERY,
                       SLADAYS = :CUSTOMER-SLADAYS,
                       CONSOLIDATE = :CUSTOMER-CONSOLIDATE,
                       BILLDAY = :CUSTOMER-BILLDAY,
                       SLAPENALTY = :CUSTOMER-SLAPENALTY,
                       PARENT_ID = :CUSTOMER-PARENT-ID,
                       GROUPTIER = :CUSTOMER-GROUPTIER,
                       CTLWAIT = :CUSTOMER-CTLWAIT
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY
                       ' Update SQL sats in CUSTOMER table �r felt'
               END-IF

               EXEC SQL
                   UPDATE ADDR
                   SET STREET = :ADDR-STREET,
                       POSTNO = :ADDR-POSTNO,
                       PLACE = :ADDR-PLACE,
                       POSTCODE = :ADDR-POSTNO
                   WHERE ADDR_ID = :CUSTOMER-ADDR-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Update SQL sats in ADDR table �r felt'
               END-IF

               DISPLAY 'Kund ' wc-custid-in ' uppdaterad.'

               DISPLAY 'Kontaktregister f�r kunden J/N (N): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer(1:1) = 'J' OR 'j'
                   MOVE CUSTOMER-CUST-ID TO wn-cont-cust-id
                   PERFORM K0210-maintain-contacts
               END-IF
           END-IF
           .

      **********************************************************
       K0140-add-new-customer.

      *    the guided onboarding (K0195) reads the created id from
      *    CUSTOMER-CUST-ID - zero means nothing was created
           MOVE ZERO TO CUSTOMER-CUST-ID

      *    guided add-customer flow: CUSTOMER, ADDR and FINDATA are
      *    inserted together so subinv never finds a customer with
      *    no FINDATA row; duplicate CUSTNO/ORGNO is rejected up
      *    front
           DISPLAY 'Kundnummer (CUSTNO): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-CUSTNO-LEN

           DISPLAY 'Namn: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-NAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-NAME-LEN

           DISPLAY 'Organisationsnummer (ORGNO): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-ORGNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-ORGNO-LEN

           DISPLAY 'Telefon: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-TEL-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-TEL-LEN

           DISPLAY 'E-post: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-EMAIL-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-EMAIL-LEN

           DISPLAY 'Webb: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-WEB-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-WEB-LEN

           DISPLAY 'Styrelseort: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-BOARDPLACE-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-BOARDPLACE-LEN

      *    reject duplicate CUSTNO/ORGNO before touching any table.
      *    the hit goes into a scratch id - CUSTOMER-CUST-ID must
      *    stay zero on the abort path, or the onboarding wizard
      *    would mistake the EXISTING customer's id for the newly
      *    created one and inactivate a live customer
           EXEC SQL
               SELECT CUST_ID
                   INTO :wn-dup-cust-id
                   FROM CUSTOMER
                   WHERE CUSTNO = :CUSTOMER-CUSTNO
                      OR ORGNO = :CUSTOMER-ORGNO
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Kundnummer eller organisationsnummer finns '
                   'redan, avbryter.'
               MOVE ZERO TO CUSTOMER-CUST-ID
           ELSE
               DISPLAY 'Gatuadress: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer TO ADDR-STREET

               DISPLAY 'Postnummer: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer TO ADDR-POSTNO

               DISPLAY 'Ort: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer TO ADDR-PLACE

               DISPLAY 'Momsregistreringsnummer (VATREGNO): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer TO FINDATA-VATREGNO-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO FINDATA-VATREGNO-LEN

               DISPLAY 'Bankgiro: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer TO FINDATA-BANKGIRO-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO FINDATA-BANKGIRO-LEN

               DISPLAY 'Postgiro: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer TO FINDATA-POSTGIRO-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO FINDATA-POSTGIRO-LEN

               DISPLAY 'Dr�jsm�lsr�nta (%): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO FINDATA-INTERESTRATE

               DISPLAY 'P�minnelseavgift (60): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE 60 TO FINDATA-REMFEE1
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO FINDATA-REMFEE1
               END-IF

               DISPLAY 'Kravavgift slutkrav (180): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE 180 TO FINDATA-REMFEE2
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO FINDATA-REMFEE2
               END-IF

               DISPLAY 'Dagar mellan kravniv�er (14): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE 14 TO FINDATA-DUNWAITDAYS
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO FINDATA-DUNWAITDAYS
               END-IF

               DISPLAY 'F�retagsnamn (juridisk enhet): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer TO FINDATA-COMPANYNAME-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO FINDATA-COMPANYNAME-LEN

               DISPLAY 'F�retagsadress: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer TO FINDATA-COMPANYADDR-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO FINDATA-COMPANYADDR-LEN

               DISPLAY 'Swish Handel-nummer (blankt = ingen Swish): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer TO FINDATA-SWISHNO-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO FINDATA-SWISHNO-LEN

               DISPLAY 'Betalningsvillkor, dagar netto (30): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE 30 TO CUSTOMER-DUEDAYS
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-DUEDAYS
               END-IF

               MOVE 'ADDR' TO IDGEN-TABLENAME-TEXT
               PERFORM Y0200-get-next-id
               MOVE wn-next-id TO ADDR-ADDR-ID
               ADD 1 TO ADDR-ADDR-ID
               MOVE ZERO TO ADDR-INVALID
               MOVE 'SE' TO ADDR-COUNTRY
               MOVE ADDR-POSTNO TO ADDR-POSTCODE
               EXEC SQL
                   INSERT INTO ADDR
                   VALUES ( :ADDR-ADDR-ID, :ADDR-STREET,
                             :ADDR-POSTNO, :ADDR-PLACE,
                             :ADDR-INVALID, :ADDR-COUNTRY,
                             :ADDR-POSTCODE)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in ADDR table �r felt'
               END-IF

               MOVE 'FINDATA' TO IDGEN-TABLENAME-TEXT
               PERFORM Y0200-get-next-id
               MOVE wn-next-id TO FINDATA-FIN-ID
               ADD 1 TO FINDATA-FIN-ID
               SET FINDATA-AUTOALLOC-OFF TO TRUE
               MOVE SPACE TO FINDATA-IBAN-TEXT FINDATA-BIC-TEXT
               MOVE ZERO TO FINDATA-IBAN-LEN FINDATA-BIC-LEN
               MOVE ZERO TO FINDATA-DUALLIMIT
               EXEC SQL
                   INSERT INTO FINDATA
                   VALUES ( :FINDATA-FIN-ID, :FINDATA-VATREGNO,
                             :FINDATA-BANKGIRO, :FINDATA-POSTGIRO,
                             :FINDATA-INTERESTRATE,
                             :FINDATA-REMFEE1, :FINDATA-REMFEE2,
                             :FINDATA-DUNWAITDAYS,
                             :FINDATA-COMPANYNAME,
                             :FINDATA-COMPANYADDR,
                             :FINDATA-AUTOALLOC,
                             :FINDATA-IBAN,
                             :FINDATA-BIC,
                             :FINDATA-DUALLIMIT,
                             :FINDATA-SWISHNO)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in FINDATA table �r felt'
               END-IF

               DISPLAY 'Fakturaspr�k, SV eller EN (SV): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   SET CUSTOMER-LANGUAGE-SWEDISH TO TRUE
               ELSE
                   MOVE wc-edit-buffer(1:2) TO CUSTOMER-LANGUAGE
               END-IF

               DISPLAY 'Valuta (SEK): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE 'SEK' TO CUSTOMER-CURRENCY
               ELSE
                   MOVE wc-edit-buffer(1:3) TO CUSTOMER-CURRENCY
               END-IF

      *        fakturanummerserie, l�mna blankt f�r ingen gr�ns
               DISPLAY 'Fakturanummerserie, fr�n (ingen gr�ns): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE ZERO TO CUSTOMER-INVNOMIN
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-INVNOMIN
               END-IF

               DISPLAY 'Fakturanummerserie, till (ingen gr�ns): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE ZERO TO CUSTOMER-INVNOMAX
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-INVNOMAX
               END-IF

      *        testkund, l�mna blankt f�r en vanlig kund
               DISPLAY 'Testkund (J/N) (N): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = 'J'
                   SET CUSTOMER-IS-TEST-CUSTOMER TO TRUE
               ELSE
                   SET CUSTOMER-IS-REAL-CUSTOMER TO TRUE
               END-IF

      *        samlingsfaktura, l�mna blankt f�r en fil per faktura
               DISPLAY 'Samla fakturor i ett dokument per '
                   'utskriftsk�rning (J/N) (N): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = 'J'
                   SET CUSTOMER-BUNDLE-YES TO TRUE
               ELSE
                   SET CUSTOMER-BUNDLE-NO TO TRUE
               END-IF

      *        beloppsgr�ns, l�mna blankt f�r ingen gr�ns
               DISPLAY 'Beloppsgr�ns f�r godk�nnande (ingen): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE ZERO TO CUSTOMER-APPRLIMIT
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-APPRLIMIT
               END-IF

      *        leveranskanal, l�mna blankt f�r papper
               DISPLAY 'Leveranskanal P=papper, E=e-faktura (P): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE 'P' TO CUSTOMER-DELIVERY
               ELSE
                   MOVE wc-edit-buffer(1:1) TO CUSTOMER-DELIVERY
               END-IF

      *        samlingsfaktura per g�lden�r: alla v�ntande fakturor
      *        till samma g�lden�r sl�s ihop till ETT dokument med
      *        en OCR-referens per utskriftsk�rning
               DISPLAY 'Samlingsfaktura per g�lden�r (J/N) (N): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = 'J'
                   SET CUSTOMER-CONSOLIDATE-YES TO TRUE
               ELSE
                   SET CUSTOMER-CONSOLIDATE-NO TO TRUE
               END-IF

      *        koncerntillh�righet: moderkundens CUST_ID, 0 f�r
      *        frist�ende kund
               DISPLAY 'Moderkund i koncern (CUST_ID, 0=ingen): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE ZERO TO CUSTOMER-PARENT-ID
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-PARENT-ID
               END-IF

               DISPLAY 'Prisniv�er p� koncernvolym (J/N) (N): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = 'J'
                   SET CUSTOMER-GROUPTIER-YES TO TRUE
               ELSE
                   SET CUSTOMER-GROUPTIER-NO TO TRUE
               END-IF

      *        kontraktets vite per SLA-brott
               DISPLAY 'SLA-vite per brott i kronor (0): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE ZERO TO CUSTOMER-SLAPENALTY
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-SLAPENALTY
               END-IF

      *        faktureringsdag f�r tj�nstefaktureringen
               DISPLAY 'Faktureringsdag i m�naden, 1-28'
                   ' (0=varje k�rning): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE ZERO TO CUSTOMER-BILLDAY
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-BILLDAY
               END-IF

      *        kontraktets SLA, arbetsdagar fr�n fil till tryck
               DISPLAY 'SLA arbetsdagar till tryck (2): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE 2 TO CUSTOMER-SLADAYS
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-SLADAYS
               END-IF

      *        kontrollfil (handskakning) i inkorgen
               DISPLAY 'Kontrollfil vid inleverans, max v�ntan i '
                   'minuter (0=ingen): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE ZERO TO CUSTOMER-CTLWAIT
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CUSTOMER-CTLWAIT
               END-IF

               MOVE 'CUSTOMER' TO IDGEN-TABLENAME-TEXT
               PERFORM Y0200-get-next-id
               MOVE wn-next-id TO CUSTOMER-CUST-ID
               ADD 1 TO CUSTOMER-CUST-ID
               MOVE ADDR-ADDR-ID TO CUSTOMER-ADDR-ID
               MOVE FINDATA-FIN-ID TO CUSTOMER-FIN-ID
               SET CUSTOMER-STATUS-ACTIVE TO TRUE

               EXEC SQL
                   INSERT INTO CUSTOMER
                   VALUES ( :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO,
                             :CUSTOMER-NAME, :CUSTOMER-ORGNO,
                             :CUSTOMER-TEL, :CUSTOMER-EMAIL,
                             :CUSTOMER-WEB, :CUSTOMER-BOARDPLACE,
                             :CUSTOMER-ADDR-ID, :CUSTOMER-FIN-ID,
                             :CUSTOMER-STATUS, :CUSTOMER-DUEDAYS,
                             :CUSTOMER-LANGUAGE, :CUSTOMER-CURRENCY,
                             :CUSTOMER-INVNOMIN, :CUSTOMER-INVNOMAX,
                             :CUSTOMER-TEST-CUSTOMER,
                             :CUSTOMER-BUNDLEINVOICES,
                             :CUSTOMER-APPRLIMIT,
                             :CUSTOMER-DELIVERY,
                             :CUSTOMER-SLADAYS,
                             :CUSTOMER-CONSOLIDATE,
                             :CUSTOMER-BILLDAY,
                             :CUSTOMER-SLAPENALTY,
                             :CUSTOMER-PARENT-ID,
                             :CUSTOMER-GROUPTIER,
                             :CUSTOMER-CTLWAIT)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY
                       ' Insert SQL sats in CUSTOMER table �r felt'
               END-IF

               MOVE 'CUSTOMER' TO wc-audit-table
               MOVE CUSTOMER-CUST-ID TO wn-audit-rowkey
               MOVE 'INSERT' TO wc-audit-field
               MOVE SPACE TO wc-audit-old
               MOVE CUSTOMER-CUSTNO-TEXT(1:60) TO wc-audit-new
               PERFORM Y0300-write-audit

               DISPLAY 'Ny kund skapad med CUST_ID ' CUSTOMER-CUST-ID
           END-IF
           .

      *    One expected monthly revenue per customer and legal
      *    entity - the yardstick the variance report (menu 40/50)
      *    measures the month against.
       K0185-maintain-budget.

           DISPLAY HEADLINE
           DISPLAY 'INT�KTSBUDGET PER KUND'
           DISPLAY HEADLINE
           DISPLAY 'Kund-ID |F�retag|Budget per m�nad'

           EXEC SQL
               DECLARE CURS-BUDGET CURSOR FOR
               SELECT CUST_ID, FIN_ID, MONTHAMT
               FROM TUTORIAL.BUDGET
               ORDER BY CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-BUDGET
           END-EXEC

           EXEC SQL
               FETCH CURS-BUDGET
                   INTO :BUDGET-CUST-ID, :BUDGET-FIN-ID,
                        :BUDGET-MONTHAMT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY BUDGET-CUST-ID '|' BUDGET-FIN-ID '|'
                   BUDGET-MONTHAMT
               EXEC SQL
                   FETCH CURS-BUDGET
                       INTO :BUDGET-CUST-ID, :BUDGET-FIN-ID,
                            :BUDGET-MONTHAMT
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-BUDGET
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Kund-ID att budgetera (0=avbryt): '
               WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in

           IF wc-custid-in NOT = ZERO
               MOVE wc-custid-in TO BUDGET-CUST-ID

               EXEC SQL
                   SELECT FIN_ID
                       INTO :BUDGET-FIN-ID
                       FROM CUSTOMER
                       WHERE CUST_ID = :BUDGET-CUST-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kunden hittades inte.'
               ELSE
                   DISPLAY 'Budget per m�nad: ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO BUDGET-MONTHAMT

                   EXEC SQL
                       UPDATE BUDGET
                       SET FIN_ID = :BUDGET-FIN-ID,
                           MONTHAMT = :BUDGET-MONTHAMT
                       WHERE CUST_ID = :BUDGET-CUST-ID
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       EXEC SQL
                           INSERT INTO BUDGET
                           VALUES ( :BUDGET-CUST-ID,
                                     :BUDGET-FIN-ID,
                                     :BUDGET-MONTHAMT)
                       END-EXEC
                   END-IF

                   IF SQLCODE = ZERO
                       MOVE 'BUDGET' TO wc-audit-table
                       MOVE BUDGET-CUST-ID TO wn-audit-rowkey
                       MOVE 'MONTHAMT' TO wc-audit-field
                       MOVE SPACE TO wc-audit-old
                       MOVE wc-edit-buffer(1:60) TO wc-audit-new
                       PERFORM Y0300-write-audit
                       DISPLAY 'Budgeten �r sparad.'
                   ELSE
                       DISPLAY ' Budgetposten kunde inte sparas.'
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
      *    The customer's payout account for the client-funds
      *    redovisning (P0220): the bankgiro the collected debtor
      *    payments are paid on to, and the smallest amount worth
      *    a payout. A customer with no row here is not settled.
       K0187-maintain-settle-account.

           DISPLAY HEADLINE
           DISPLAY 'REDOVISNINGSKONTON'
           DISPLAY HEADLINE
           DISPLAY 'Kund-ID |Bankgiro  |Minsta utbetalning'

           EXEC SQL
               DECLARE CURS-SETLACCT CURSOR FOR
               SELECT CUST_ID, BANKGIRO, MINPAYOUT
               FROM TUTORIAL.SETLACCT
               ORDER BY CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-SETLACCT
           END-EXEC

           EXEC SQL
               FETCH CURS-SETLACCT
                   INTO :SETLACCT-CUST-ID, :SETLACCT-BANKGIRO,
                        :SETLACCT-MINPAYOUT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY SETLACCT-CUST-ID '|'
                   SETLACCT-BANKGIRO-TEXT '|' SETLACCT-MINPAYOUT
               EXEC SQL
                   FETCH CURS-SETLACCT
                       INTO :SETLACCT-CUST-ID, :SETLACCT-BANKGIRO,
                            :SETLACCT-MINPAYOUT
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-SETLACCT
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Kund-ID (0=avbryt): ' WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in

           IF wc-custid-in NOT = ZERO
               MOVE wc-custid-in TO CUSTOMER-CUST-ID

               EXEC SQL
                   SELECT NAME
                       INTO :CUSTOMER-NAME
                       FROM CUSTOMER
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kunden hittades inte.'
               ELSE
                   MOVE CUSTOMER-CUST-ID TO SETLACCT-CUST-ID
                   MOVE SPACE TO wc-audit-old
                   EXEC SQL
                       SELECT BANKGIRO
                           INTO :SETLACCT-BANKGIRO
                           FROM SETLACCT
                           WHERE CUST_ID = :SETLACCT-CUST-ID
                   END-EXEC
                   IF SQLCODE = ZERO
                       MOVE SETLACCT-BANKGIRO-TEXT TO wc-audit-old
                   END-IF

                   DISPLAY 'Kundens bankgiro (utan bindestreck): '
                       WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   MOVE FUNCTION TRIM(wc-edit-buffer)
                       TO SETLACCT-BANKGIRO-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO SETLACCT-BANKGIRO-LEN

                   DISPLAY 'Minsta utbetalning (0=alltid): '
                       WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO SETLACCT-MINPAYOUT

      *            a bankgiro number is seven or eight digits
                   MOVE 'Y' TO wc-setl-bg-ok-flag
                   IF SETLACCT-BANKGIRO-LEN < 7 OR
                      SETLACCT-BANKGIRO-LEN > 8
                       MOVE 'N' TO wc-setl-bg-ok-flag
                   ELSE
                       IF SETLACCT-BANKGIRO-TEXT
                               (1:SETLACCT-BANKGIRO-LEN) NOT NUMERIC
                           MOVE 'N' TO wc-setl-bg-ok-flag
                       END-IF
                   END-IF

                   IF wc-setl-bg-ok-flag = 'N'
                       DISPLAY 'Ogiltigt bankgironummer.'
                   ELSE
                       EXEC SQL
                           UPDATE SETLACCT
                           SET BANKGIRO = :SETLACCT-BANKGIRO,
                               MINPAYOUT = :SETLACCT-MINPAYOUT
                           WHERE CUST_ID = :SETLACCT-CUST-ID
                       END-EXEC

                       IF SQLCODE NOT = ZERO
                           EXEC SQL
                               INSERT INTO SETLACCT
                               VALUES ( :SETLACCT-CUST-ID,
                                         :SETLACCT-BANKGIRO,
                                         :SETLACCT-MINPAYOUT)
                           END-EXEC
                       END-IF

                       IF SQLCODE = ZERO
                           MOVE 'SETLACCT' TO wc-audit-table
                           MOVE SETLACCT-CUST-ID TO wn-audit-rowkey
                           MOVE 'BANKGIRO' TO wc-audit-field
                           MOVE SETLACCT-BANKGIRO-TEXT TO wc-audit-new
                           PERFORM Y0300-write-audit
                           DISPLAY 'Redovisningskontot �r sparat.'
                       ELSE
                           DISPLAY ' Redovisningskontot kunde inte'
                               ' sparas.'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
      *    Dunning profiles (DUNPROF) and which customer is dunned
      *    by which (DUNCUST): for the customers that contractually
      *    want no fee, fewer letters, longer waits or no inkasso.
      *    A customer with no profile follows its legal entity's
      *    FINDATA ladder - see dunning.CBL B0112.
       K0188-maintain-dunning-profiles.

           DISPLAY HEADLINE
           DISPLAY 'P�MINNELSEPROFILER'
           DISPLAY HEADLINE
           DISPLAY 'Id       |Namn                |Brev|Avgift 1-3'
               '         |Dagar 1-3   |Ton|Slut'

           EXEC SQL
               DECLARE CURS-DUNPROF CURSOR FOR
               SELECT PROF_ID, NAME, LEVELS, FEE1, FEE2, FEE3,
                      WAIT1, WAIT2, WAIT3, TONE, FINALSTEP
               FROM TUTORIAL.DUNPROF
               ORDER BY PROF_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-DUNPROF
           END-EXEC

           EXEC SQL
               FETCH CURS-DUNPROF
                   INTO :DUNPROF-PROF-ID, :DUNPROF-NAME,
                        :DUNPROF-LEVELS, :DUNPROF-FEE1,
                        :DUNPROF-FEE2, :DUNPROF-FEE3,
                        :DUNPROF-WAIT1, :DUNPROF-WAIT2,
                        :DUNPROF-WAIT3, :DUNPROF-TONE,
                        :DUNPROF-FINALSTEP
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE DUNPROF-FEE1 TO wn-dp-fee1-ed
               MOVE DUNPROF-FEE2 TO wn-dp-fee2-ed
               MOVE DUNPROF-FEE3 TO wn-dp-fee3-ed
               DISPLAY DUNPROF-PROF-ID '|'
                   DUNPROF-NAME-TEXT(1:20) '|'
                   DUNPROF-LEVELS '|'
                   wn-dp-fee1-ed ' ' wn-dp-fee2-ed ' '
                   wn-dp-fee3-ed '|'
                   DUNPROF-WAIT1 ' ' DUNPROF-WAIT2 ' '
                   DUNPROF-WAIT3 '|' DUNPROF-TONE '  |'
                   DUNPROF-FINALSTEP
               EXEC SQL
                   FETCH CURS-DUNPROF
                       INTO :DUNPROF-PROF-ID, :DUNPROF-NAME,
                            :DUNPROF-LEVELS, :DUNPROF-FEE1,
                            :DUNPROF-FEE2, :DUNPROF-FEE3,
                            :DUNPROF-WAIT1, :DUNPROF-WAIT2,
                            :DUNPROF-WAIT3, :DUNPROF-TONE,
                            :DUNPROF-FINALSTEP
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-DUNPROF
           END-EXEC

           DISPLAY SPACE
           DISPLAY '(P) Ny/�ndra profil  (K) Koppla kund till profil'
           DISPLAY 'Val (blankt=avbryt): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           EVALUATE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
               WHEN 'P'
                   PERFORM K0189-edit-dunning-profile
               WHEN 'K'
                   PERFORM K0191-assign-dunning-profile
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       K0189-edit-dunning-profile.

           DISPLAY 'Profil-ID (0=ny): ' WITH NO ADVANCING
           MOVE ZERO TO wc-dunprof-in
           ACCEPT wc-dunprof-in

           MOVE 'N' TO wc-dp-found-flag
           IF wc-dunprof-in NOT = ZERO
               MOVE wc-dunprof-in TO DUNPROF-PROF-ID
               EXEC SQL
                   SELECT NAME, LEVELS, FEE1, FEE2, FEE3,
                          WAIT1, WAIT2, WAIT3, TONE, FINALSTEP
                       INTO :DUNPROF-NAME, :DUNPROF-LEVELS,
                            :DUNPROF-FEE1, :DUNPROF-FEE2,
                            :DUNPROF-FEE3, :DUNPROF-WAIT1,
                            :DUNPROF-WAIT2, :DUNPROF-WAIT3,
                            :DUNPROF-TONE, :DUNPROF-FINALSTEP
                       FROM DUNPROF
                       WHERE PROF_ID = :DUNPROF-PROF-ID
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'Y' TO wc-dp-found-flag
               ELSE
                   DISPLAY 'Profilen hittades inte.'
               END-IF
           ELSE
      *        a new profile starts as no fee, one letter, 30 days,
      *        report back to the customer - the co-op contract
               MOVE 'Y' TO wc-dp-found-flag
               MOVE SPACE TO DUNPROF-NAME-TEXT
               MOVE 1 TO DUNPROF-NAME-LEN
               MOVE 1 TO DUNPROF-LEVELS
               MOVE ZERO TO DUNPROF-FEE1 DUNPROF-FEE2 DUNPROF-FEE3
               MOVE 30 TO DUNPROF-WAIT1 DUNPROF-WAIT2 DUNPROF-WAIT3
               MOVE 'S' TO DUNPROF-TONE
               MOVE 'R' TO DUNPROF-FINALSTEP
           END-IF

           IF wc-dp-found-flag = 'Y'
               DISPLAY 'Namn [' FUNCTION TRIM(DUNPROF-NAME-TEXT)
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE wc-edit-buffer(1:30) TO DUNPROF-NAME-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       wc-edit-buffer(1:30))) TO DUNPROF-NAME-LEN
               END-IF

               DISPLAY 'Antal brev 1-3 [' DUNPROF-LEVELS
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO DUNPROF-LEVELS
               END-IF

               DISPLAY 'Avgift brev 1 [' DUNPROF-FEE1
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO DUNPROF-FEE1
               END-IF

               DISPLAY 'Avgift brev 2 [' DUNPROF-FEE2
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO DUNPROF-FEE2
               END-IF

               DISPLAY 'Avgift brev 3 [' DUNPROF-FEE3
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO DUNPROF-FEE3
               END-IF

               DISPLAY 'Dagar efter brev 1 [' DUNPROF-WAIT1
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO DUNPROF-WAIT1
               END-IF

               DISPLAY 'Dagar efter brev 2 [' DUNPROF-WAIT2
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO DUNPROF-WAIT2
               END-IF

               DISPLAY 'Dagar efter brev 3 [' DUNPROF-WAIT3
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO DUNPROF-WAIT3
               END-IF

               DISPLAY 'Ton S=betalprofil V=v�nlig D=direkt ['
                   DUNPROF-TONE '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
                       TO DUNPROF-TONE
               END-IF

               DISPLAY 'Slutsteg I=inkasso R=rapport till kund'
                   ' K=Kronofogden [' DUNPROF-FINALSTEP '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
                       TO DUNPROF-FINALSTEP
               END-IF

               IF DUNPROF-LEVELS < 1 OR DUNPROF-LEVELS > 3
                  OR NOT (DUNPROF-TONE-SCORE OR DUNPROF-TONE-FRIENDLY
                          OR DUNPROF-TONE-DIRECT)
                  OR NOT (DUNPROF-FINAL-INKASSO OR
                          DUNPROF-FINAL-REPORT OR DUNPROF-FINAL-KFM)
                   DISPLAY 'Ogiltig profil - 1-3 brev, ton S/V/D, '
                       'slutsteg I/R/K.'
               ELSE
                   IF wc-dunprof-in = ZERO
                       MOVE 'DUNPROF' TO IDGEN-TABLENAME-TEXT
                       PERFORM Y0200-get-next-id
                       MOVE wn-next-id TO DUNPROF-PROF-ID
                       ADD 1 TO DUNPROF-PROF-ID

                       EXEC SQL
                           INSERT INTO DUNPROF
                           VALUES ( :DUNPROF-PROF-ID,
                                     :DUNPROF-NAME,
                                     :DUNPROF-LEVELS,
                                     :DUNPROF-FEE1,
                                     :DUNPROF-FEE2,
                                     :DUNPROF-FEE3,
                                     :DUNPROF-WAIT1,
                                     :DUNPROF-WAIT2,
                                     :DUNPROF-WAIT3,
                                     :DUNPROF-TONE,
                                     :DUNPROF-FINALSTEP)
                       END-EXEC
                   ELSE
                       EXEC SQL
                           UPDATE DUNPROF
                           SET NAME = :DUNPROF-NAME,
                               LEVELS = :DUNPROF-LEVELS,
                               FEE1 = :DUNPROF-FEE1,
                               FEE2 = :DUNPROF-FEE2,
                               FEE3 = :DUNPROF-FEE3,
                               WAIT1 = :DUNPROF-WAIT1,
                               WAIT2 = :DUNPROF-WAIT2,
                               WAIT3 = :DUNPROF-WAIT3,
                               TONE = :DUNPROF-TONE,
                               FINALSTEP = :DUNPROF-FINALSTEP
                           WHERE PROF_ID = :DUNPROF-PROF-ID
                       END-EXEC
                   END-IF

                   IF SQLCODE = ZERO
                       MOVE 'DUNPROF' TO wc-audit-table
                       MOVE DUNPROF-PROF-ID TO wn-audit-rowkey
                       MOVE 'PROFILE' TO wc-audit-field
                       MOVE SPACE TO wc-audit-old
                       MOVE DUNPROF-NAME-TEXT TO wc-audit-new
                       PERFORM Y0300-write-audit
                       DISPLAY 'Profil ' DUNPROF-PROF-ID ' �r sparad.'
                   ELSE
                       DISPLAY ' Profilen kunde inte sparas.'
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       K0191-assign-dunning-profile.

           DISPLAY 'Kund-ID (0=avbryt): ' WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in

           IF wc-custid-in NOT = ZERO
               MOVE wc-custid-in TO CUSTOMER-CUST-ID

               EXEC SQL
                   SELECT NAME
                       INTO :CUSTOMER-NAME
                       FROM CUSTOMER
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kunden hittades inte.'
               ELSE
                   MOVE CUSTOMER-CUST-ID TO DUNCUST-CUST-ID
                   MOVE ZERO TO wn-audit-old-num
                   EXEC SQL
                       SELECT PROF_ID
                           INTO :DUNCUST-PROF-ID
                           FROM DUNCUST
                           WHERE CUST_ID = :DUNCUST-CUST-ID
                   END-EXEC
                   IF SQLCODE = ZERO
                       MOVE DUNCUST-PROF-ID TO wn-audit-old-num
                   END-IF

                   DISPLAY 'Profil-ID (0=bolagets FINDATA-trappa): '
                       WITH NO ADVANCING
                   MOVE ZERO TO wc-dunprof-in
                   ACCEPT wc-dunprof-in

                   MOVE 'N' TO wc-dp-found-flag
                   IF wc-dunprof-in = ZERO
      *                no row (SQLCODE 100) is already the default
                       EXEC SQL
                           DELETE FROM DUNCUST
                           WHERE CUST_ID = :DUNCUST-CUST-ID
                       END-EXEC
                       MOVE 'Y' TO wc-dp-found-flag
                   ELSE
                       MOVE wc-dunprof-in TO DUNPROF-PROF-ID
                       EXEC SQL
                           SELECT NAME
                               INTO :DUNPROF-NAME
                               FROM DUNPROF
                               WHERE PROF_ID = :DUNPROF-PROF-ID
                       END-EXEC

                       IF SQLCODE NOT = ZERO
                           DISPLAY 'Profilen hittades inte.'
                       ELSE
                           MOVE DUNPROF-PROF-ID TO DUNCUST-PROF-ID
                           EXEC SQL
                               UPDATE DUNCUST
                               SET PROF_ID = :DUNCUST-PROF-ID
                               WHERE CUST_ID = :DUNCUST-CUST-ID
                           END-EXEC

                           IF SQLCODE NOT = ZERO
                               EXEC SQL
                                   INSERT INTO DUNCUST
                                   VALUES ( :DUNCUST-CUST-ID,
                                             :DUNCUST-PROF-ID)
                               END-EXEC
                           END-IF
                           IF SQLCODE = ZERO
                               MOVE 'Y' TO wc-dp-found-flag
                           END-IF
                       END-IF
                   END-IF

                   IF wc-dp-found-flag = 'Y'
                       MOVE 'DUNCUST' TO wc-audit-table
                       MOVE DUNCUST-CUST-ID TO wn-audit-rowkey
                       MOVE 'PROF_ID' TO wc-audit-field
                       MOVE wc-dunprof-in TO wn-audit-new-num
                       PERFORM Y0310-write-audit-numeric
                       DISPLAY 'Kundens p�minnelseprofil �r sparad.'
                   END-IF
               END-IF
           END-IF
           .

      *    Volume trend over the trailing twelve months per
      *    customer: the last three months' monthly intake rate
      *    against the nine months before them. A decline of 30
      *    procent or more scores the customer at risk and shows
      *    the contract's notice date beside it - so the account
      *    manager acts inside the notice window, while
      *    K0175-display-notice-window still only rings when it is
      *    already too late.
       K0190-display-churn-risk.

           COMPUTE wn-cr-cut-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 90
           MOVE FUNCTION DATE-OF-INTEGER(wn-cr-cut-int)
               TO wn-cr-cut-ymd
           MOVE wn-cr-cut-ymd(1:4) TO wc-cr-cut90(1:4)
           MOVE wn-cr-cut-ymd(5:2) TO wc-cr-cut90(6:2)
           MOVE wn-cr-cut-ymd(7:2) TO wc-cr-cut90(9:2)
           MOVE '-' TO wc-cr-cut90(5:1) wc-cr-cut90(8:1)

           COMPUTE wn-cr-cut-int = wn-cr-cut-int - 275
           MOVE FUNCTION DATE-OF-INTEGER(wn-cr-cut-int)
               TO wn-cr-cut-ymd
           MOVE wn-cr-cut-ymd(1:4) TO wc-cr-cut365(1:4)
           MOVE wn-cr-cut-ymd(5:2) TO wc-cr-cut365(6:2)
           MOVE wn-cr-cut-ymd(7:2) TO wc-cr-cut365(9:2)
           MOVE '-' TO wc-cr-cut365(5:1) wc-cr-cut365(8:1)

           DISPLAY HEADLINE
           DISPLAY 'VOLYMTREND OCH KUNDRISK (12 M�NADER)'
           DISPLAY HEADLINE
           DISPLAY 'Kundnr        |Takt nu|Takt f�rr|Nedg�ng%'
               '|Upps�gs senast'

           MOVE ZERO TO wn-cr-risk-count

           EXEC SQL
               DECLARE CURS-CHURN CURSOR FOR
               SELECT CUST_ID, CUSTNO
               FROM TUTORIAL.CUSTOMER
               WHERE STATUS = 1
                 AND TEST_CUSTOMER = 0
               ORDER BY CUSTNO
           END-EXEC

           EXEC SQL
               OPEN CURS-CHURN
           END-EXEC

           EXEC SQL
               FETCH CURS-CHURN
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM K0192-score-one-customer

               EXEC SQL
                   FETCH CURS-CHURN
                       INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-CHURN
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Kunder i riskzonen: ' wn-cr-risk-count
           .

      **********************************************************
       K0192-score-one-customer.

           MOVE ZERO TO wn-cr-recent
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-cr-recent
                   FROM INLOG
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
                     AND PROCDATE >= :wc-cr-cut90
           END-EXEC

           MOVE ZERO TO wn-cr-earlier
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-cr-earlier
                   FROM INLOG
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
                     AND PROCDATE >= :wc-cr-cut365
                     AND PROCDATE < :wc-cr-cut90
           END-EXEC

           COMPUTE wn-cr-recent-rate = wn-cr-recent / 3
           COMPUTE wn-cr-earlier-rate = wn-cr-earlier / 9

      *    no history to compare with means no score - a customer
      *    in their first year never trips the alarm
           IF wn-cr-earlier-rate > ZERO
               COMPUTE wn-cr-decline =
                   100 - (wn-cr-recent-rate * 100
                          / wn-cr-earlier-rate)
               IF wn-cr-decline >= 30
                   ADD 1 TO wn-cr-risk-count
                   MOVE wn-cr-decline TO wn-cr-decline-ed

                   MOVE SPACE TO wc-cr-noticedate
                   EXEC SQL
                       SELECT NOTICEDATE
                           INTO :wc-cr-noticedate
                           FROM CONTRACT
                           WHERE CUST_ID = :CUSTOMER-CUST-ID
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       MOVE '(avtal?)  ' TO wc-cr-noticedate
                   END-IF

                   DISPLAY CUSTOMER-CUSTNO-TEXT(1:14) '|'
                       wn-cr-recent-rate '|'
                       wn-cr-earlier-rate '|'
                       wn-cr-decline-ed '|'
                       wc-cr-noticedate
               END-IF
           END-IF
           .

      **********************************************************
      *    Factoring agreement per customer (FACTAGR): the finance
      *    company the customer sells its invoices to, the bankgiro
      *    and �verl�telseklausul subinv prints on every sold
      *    invoice, whether all invoices are sold or only the ones
      *    marked here, and which of the dunning and the inkasso
      *    step the financier takes over from us. An agreement is
      *    ended, never deleted - the invoices sold under it stay
      *    the financier's.
       K0161-maintain-factoring.

           DISPLAY HEADLINE
           DISPLAY 'FACTORINGAVTAL'
           DISPLAY HEADLINE
           DISPLAY 'Kund-ID |Finansbolag                   '
               '|Omf|P�m|Ink|Aktivt'

           EXEC SQL
               DECLARE CURS-FACTAGR CURSOR FOR
               SELECT CUST_ID, FINNAME, SCOPE, DUNNING, INKASSO,
                      STATE
               FROM TUTORIAL.FACTAGR
               ORDER BY CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-FACTAGR
           END-EXEC

           EXEC SQL
               FETCH CURS-FACTAGR
                   INTO :FACTAGR-CUST-ID, :FACTAGR-FINNAME,
                        :FACTAGR-SCOPE, :FACTAGR-DUNNING,
                        :FACTAGR-INKASSO, :FACTAGR-STATE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE FACTAGR-DUNNING TO wn-fct-dunning-ed
               MOVE FACTAGR-INKASSO TO wn-fct-inkasso-ed
               MOVE FACTAGR-STATE TO wn-fct-state-ed
               DISPLAY FACTAGR-CUST-ID '|'
                   FACTAGR-FINNAME-TEXT(1:30) '| ' FACTAGR-SCOPE
                   ' | ' wn-fct-dunning-ed ' | '
                   wn-fct-inkasso-ed ' | ' wn-fct-state-ed
               EXEC SQL
                   FETCH CURS-FACTAGR
                       INTO :FACTAGR-CUST-ID, :FACTAGR-FINNAME,
                            :FACTAGR-SCOPE, :FACTAGR-DUNNING,
                            :FACTAGR-INKASSO, :FACTAGR-STATE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-FACTAGR
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Kund-ID (0=avbryt): ' WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in

           IF wc-custid-in NOT = ZERO
               MOVE wc-custid-in TO CUSTOMER-CUST-ID

               EXEC SQL
                   SELECT NAME
                       INTO :CUSTOMER-NAME
                       FROM CUSTOMER
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kunden hittades inte.'
               ELSE
                   PERFORM K0162-edit-factoring-agreement
               END-IF
           END-IF
           .

      **********************************************************
       K0162-edit-factoring-agreement.

           MOVE CUSTOMER-CUST-ID TO FACTAGR-CUST-ID
           EXEC SQL
               SELECT FINNAME, BANKGIRO, CLAUSE, SCOPE, DUNNING,
                      INKASSO, STATE, LASTPAYID
                   INTO :FACTAGR-FINNAME, :FACTAGR-BANKGIRO,
                        :FACTAGR-CLAUSE, :FACTAGR-SCOPE,
                        :FACTAGR-DUNNING, :FACTAGR-INKASSO,
                        :FACTAGR-STATE, :FACTAGR-LASTPAYID
                   FROM FACTAGR
                   WHERE CUST_ID = :FACTAGR-CUST-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO wc-fct-found-flag
           ELSE
      *        a new agreement covers every invoice and hands the
      *        financier both dunning and collection - the usual
      *        full-service contract; payments booked before it
      *        are none of the financier's business
               MOVE 'N' TO wc-fct-found-flag
               MOVE SPACE TO FACTAGR-FINNAME-TEXT
                             FACTAGR-BANKGIRO-TEXT
                             FACTAGR-CLAUSE-TEXT
               MOVE 'A' TO FACTAGR-SCOPE
               MOVE 1 TO FACTAGR-DUNNING FACTAGR-INKASSO
                         FACTAGR-STATE
               MOVE ZERO TO FACTAGR-LASTPAYID
               EXEC SQL
                   SELECT COALESCE(MAX(PAYMENT_ID), 0)
                       INTO :FACTAGR-LASTPAYID
                       FROM PAYMENT
               END-EXEC
           END-IF
           MOVE FACTAGR-FINNAME-TEXT TO wc-fct-old-finname
           MOVE FACTAGR-BANKGIRO-TEXT TO wc-fct-old-bankgiro
           MOVE FACTAGR-CLAUSE-TEXT TO wc-fct-old-clause
           MOVE FACTAGR-SCOPE TO wc-fct-old-scope
           MOVE FACTAGR-DUNNING TO wn-fct-old-dunning
           MOVE FACTAGR-INKASSO TO wn-fct-old-inkasso
           MOVE FACTAGR-STATE TO wn-fct-old-state

           DISPLAY FUNCTION TRIM(CUSTOMER-NAME-TEXT)
           DISPLAY 'Finansbolag [' FUNCTION TRIM(FACTAGR-FINNAME-TEXT)
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer TO FACTAGR-FINNAME-TEXT
           END-IF

           DISPLAY 'Bankgiro [' FUNCTION TRIM(FACTAGR-BANKGIRO-TEXT)
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer TO FACTAGR-BANKGIRO-TEXT
           END-IF

           DISPLAY '�verl�telseklausul ['
               FUNCTION TRIM(FACTAGR-CLAUSE-TEXT) ']'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer TO FACTAGR-CLAUSE-TEXT
           END-IF

           DISPLAY 'Omfattning A=alla fakturor, S=valda ['
               FACTAGR-SCOPE '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
                   TO FACTAGR-SCOPE
           END-IF

           IF FACTAGR-FINANCIER-DUNS
               MOVE 'J' TO wc-fct-yn
           ELSE
               MOVE 'N' TO wc-fct-yn
           END-IF
           DISPLAY 'Finansbolaget sk�ter p�minnelser (J/N) ['
               wc-fct-yn '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
                   TO wc-fct-yn
               IF wc-fct-yn = 'J'
                   MOVE 1 TO FACTAGR-DUNNING
               ELSE
                   MOVE ZERO TO FACTAGR-DUNNING
               END-IF
           END-IF

           IF FACTAGR-FINANCIER-INKASSO
               MOVE 'J' TO wc-fct-yn
           ELSE
               MOVE 'N' TO wc-fct-yn
           END-IF
           DISPLAY 'Finansbolaget sk�ter inkasso (J/N) ['
               wc-fct-yn '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
                   TO wc-fct-yn
               IF wc-fct-yn = 'J'
                   MOVE 1 TO FACTAGR-INKASSO
               ELSE
                   MOVE ZERO TO FACTAGR-INKASSO
               END-IF
           END-IF

           IF FACTAGR-ACTIVE
               MOVE 'J' TO wc-fct-yn
           ELSE
               MOVE 'N' TO wc-fct-yn
           END-IF
           DISPLAY 'Avtalet g�ller (J/N) ['
               wc-fct-yn '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
                   TO wc-fct-yn
               IF wc-fct-yn = 'J'
                   MOVE 1 TO FACTAGR-STATE
               ELSE
                   MOVE ZERO TO FACTAGR-STATE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN FACTAGR-FINNAME-TEXT = SPACE
                   DISPLAY 'Finansbolagets namn m�ste anges.'
               WHEN FACTAGR-BANKGIRO-TEXT = SPACE
                   DISPLAY 'Finansbolagets bankgiro m�ste anges.'
               WHEN FACTAGR-CLAUSE-TEXT = SPACE
                   DISPLAY '�verl�telseklausulen m�ste anges.'
               WHEN NOT FACTAGR-SCOPE-ALL AND
                    NOT FACTAGR-SCOPE-SELECTED
                   DISPLAY 'Omfattning m�ste vara A eller S.'
               WHEN OTHER
                   PERFORM K0163-save-factoring-agreement
           END-EVALUATE

           IF wc-fct-saved-flag = 'Y' AND
              FACTAGR-ACTIVE AND FACTAGR-SCOPE-SELECTED
               DISPLAY 'Markera s�lda fakturor (J/N): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION UPPER-CASE(wc-edit-buffer(1:1)) = 'J'
                   PERFORM K0164-mark-sold-invoices
               END-IF
           END-IF
           .

      **********************************************************
       K0163-save-factoring-agreement.

           MOVE 'N' TO wc-fct-saved-flag
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FACTAGR-FINNAME-TEXT))
               TO FACTAGR-FINNAME-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FACTAGR-BANKGIRO-TEXT))
               TO FACTAGR-BANKGIRO-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FACTAGR-CLAUSE-TEXT))
               TO FACTAGR-CLAUSE-LEN

           IF wc-fct-found-flag = 'Y'
               EXEC SQL
                   UPDATE FACTAGR
                   SET FINNAME = :FACTAGR-FINNAME,
                       BANKGIRO = :FACTAGR-BANKGIRO,
                       CLAUSE = :FACTAGR-CLAUSE,
                       SCOPE = :FACTAGR-SCOPE,
                       DUNNING = :FACTAGR-DUNNING,
                       INKASSO = :FACTAGR-INKASSO,
                       STATE = :FACTAGR-STATE
                   WHERE CUST_ID = :FACTAGR-CUST-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO FACTAGR
                   VALUES ( :FACTAGR-CUST-ID,
                             :FACTAGR-FINNAME,
                             :FACTAGR-BANKGIRO,
                             :FACTAGR-CLAUSE,
                             :FACTAGR-SCOPE,
                             :FACTAGR-DUNNING,
                             :FACTAGR-INKASSO,
                             :FACTAGR-STATE,
                             :FACTAGR-LASTPAYID)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY ' Factoringavtalet kunde inte sparas.'
           ELSE
               MOVE 'Y' TO wc-fct-saved-flag
               MOVE 'FACTAGR' TO wc-audit-table
               MOVE FACTAGR-CUST-ID TO wn-audit-rowkey
               IF FACTAGR-FINNAME-TEXT NOT = wc-fct-old-finname
                   MOVE 'FINNAME' TO wc-audit-field
                   MOVE wc-fct-old-finname TO wc-audit-old
                   MOVE FACTAGR-FINNAME-TEXT TO wc-audit-new
                   PERFORM Y0300-write-audit
               END-IF
               IF FACTAGR-BANKGIRO-TEXT NOT = wc-fct-old-bankgiro
                   MOVE 'BANKGIRO' TO wc-audit-field
                   MOVE wc-fct-old-bankgiro TO wc-audit-old
                   MOVE FACTAGR-BANKGIRO-TEXT TO wc-audit-new
                   PERFORM Y0300-write-audit
               END-IF
               IF FACTAGR-CLAUSE-TEXT NOT = wc-fct-old-clause
                   MOVE 'CLAUSE' TO wc-audit-field
                   MOVE wc-fct-old-clause TO wc-audit-old
                   MOVE FACTAGR-CLAUSE-TEXT TO wc-audit-new
                   PERFORM Y0300-write-audit
               END-IF
               IF FACTAGR-SCOPE NOT = wc-fct-old-scope
                   MOVE 'SCOPE' TO wc-audit-field
                   MOVE wc-fct-old-scope TO wc-audit-old
                   MOVE FACTAGR-SCOPE TO wc-audit-new
                   PERFORM Y0300-write-audit
               END-IF
               IF FACTAGR-DUNNING NOT = wn-fct-old-dunning
                   MOVE 'DUNNING' TO wc-audit-field
                   MOVE wn-fct-old-dunning TO wn-audit-old-num
                   MOVE FACTAGR-DUNNING TO wn-audit-new-num
                   PERFORM Y0310-write-audit-numeric
               END-IF
               IF FACTAGR-INKASSO NOT = wn-fct-old-inkasso
                   MOVE 'INKASSO' TO wc-audit-field
                   MOVE wn-fct-old-inkasso TO wn-audit-old-num
                   MOVE FACTAGR-INKASSO TO wn-audit-new-num
                   PERFORM Y0310-write-audit-numeric
               END-IF
               IF FACTAGR-STATE NOT = wn-fct-old-state
                   MOVE 'STATE' TO wc-audit-field
                   MOVE wn-fct-old-state TO wn-audit-old-num
                   MOVE FACTAGR-STATE TO wn-audit-new-num
                   PERFORM Y0310-write-audit-numeric
               END-IF
               DISPLAY 'Factoringavtalet �r sparat.'
           END-IF
           .

      **********************************************************
      *    Marks the invoices a selected-invoices agreement sells,
      *    one invoice number at a time, blank to finish. Only an
      *    open debit invoice can be sold; a sold invoice can be
      *    taken back until PbsFact has reported it to the
      *    financier - after that the sale is the financier's to
      *    reverse, not ours.
       K0164-mark-sold-invoices.

           MOVE 'N' TO wc-fct-done-flag
           MOVE FUNCTION CURRENT-DATE(1:4) TO wc-fct-today(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO wc-fct-today(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO wc-fct-today(9:2)
           MOVE '-' TO wc-fct-today(5:1) wc-fct-today(8:1)

           PERFORM UNTIL wc-fct-done-flag = 'Y'
               DISPLAY 'Fakturanummer (blankt = klart): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer

               IF wc-edit-buffer = SPACE
                   MOVE 'Y' TO wc-fct-done-flag
               ELSE
                   MOVE wc-edit-buffer TO INVOICE-INVNO-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO INVOICE-INVNO-LEN
                   MOVE ZERO TO INVOICE-CREDITOF
                   EXEC SQL
                       SELECT INV_ID, INVSTATE, CREDITOF
                           INTO :INVOICE-INV-ID, :INVOICE-INVSTATE,
                                :INVOICE-CREDITOF
                           FROM INVOICE
                           WHERE CUST_ID = :FACTAGR-CUST-ID
                             AND INVNO = :INVOICE-INVNO
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY 'Fakturan hittades inte.'
                   ELSE
                       MOVE ZERO TO wn-fct-count
                       MOVE INVOICE-INV-ID TO FACTINV-INV-ID
                       EXEC SQL
                           SELECT COUNT(*), COUNT(EXPDATE)
                               INTO :wn-fct-count, :wn-fct-exp-count
                               FROM FACTINV
                               WHERE INV_ID = :FACTINV-INV-ID
                       END-EXEC

                       IF wn-fct-count > ZERO
                           PERFORM K0165-unmark-sold-invoice
                       ELSE
                           PERFORM K0166-mark-one-sold-invoice
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      **********************************************************
       K0165-unmark-sold-invoice.

           IF wn-fct-exp-count > ZERO
               DISPLAY 'Fakturan �r redan rapporterad till '
                   'finansbolaget och kan inte �tertas.'
           ELSE
               DISPLAY 'Fakturan �r s�ld - �terta (J/N): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION UPPER-CASE(wc-edit-buffer(1:1)) = 'J'
                   EXEC SQL
                       DELETE FROM FACTINV
                           WHERE INV_ID = :FACTINV-INV-ID
                   END-EXEC
                   IF SQLCODE = ZERO
                       MOVE 'FACTINV' TO wc-audit-table
                       MOVE FACTINV-INV-ID TO wn-audit-rowkey
                       MOVE 'SOLD' TO wc-audit-field
                       MOVE 'J' TO wc-audit-old
                       MOVE 'N' TO wc-audit-new
                       PERFORM Y0300-write-audit
                       DISPLAY 'Fakturan �r inte l�ngre s�ld.'
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       K0166-mark-one-sold-invoice.

      *    pending, printed, reminded or on hold - a paid, credited,
      *    written-off or rejected invoice has nothing left to sell
           IF INVOICE-CREDITOF NOT = ZERO
               DISPLAY 'En kreditnota s�ljs med fakturan den '
                   'krediterar.'
           ELSE
               IF INVOICE-INVSTATE NOT = 0 AND
                  INVOICE-INVSTATE NOT = 1 AND
                  INVOICE-INVSTATE NOT = 2 AND
                  INVOICE-INVSTATE NOT = 5
                   DISPLAY 'Fakturan �r inte �ppen och kan inte '
                       's�ljas.'
               ELSE
                   MOVE FACTAGR-CUST-ID TO FACTINV-CUST-ID
                   MOVE wc-fct-today TO FACTINV-SOLDDATE
                   EXEC SQL
                       INSERT INTO FACTINV
                       VALUES ( :FACTINV-INV-ID,
                                 :FACTINV-CUST-ID,
                                 :FACTINV-SOLDDATE,
                                 NULL)
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       DISPLAY ' Insert SQL sats in FACTINV �r felt'
                   ELSE
                       MOVE 'FACTINV' TO wc-audit-table
                       MOVE FACTINV-INV-ID TO wn-audit-rowkey
                       MOVE 'SOLD' TO wc-audit-field
                       MOVE 'N' TO wc-audit-old
                       MOVE 'J' TO wc-audit-new
                       PERFORM Y0300-write-audit
                       DISPLAY 'Fakturan �r markerad som s�ld.'
                       IF INVOICE-INVSTATE NOT = 0
                           DISPLAY 'Obs: fakturan �r redan utskriven '
                               'med v�rt bankgiro.'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
      *    Reklambilagor: the leaflets a customer has booked into
      *    the envelopes with their invoices (INSBOOK). Lists the
      *    customer's bookings with the stock the print house holds,
      *    the leaflets used and what is left; a booking is added or
      *    changed, and a delivery of leaflets to the print house is
      *    added to its stock, on K0168. subinv picks the bookings
      *    up in the batch run (B0211-select-inserts).
       K0167-maintain-insert-bookings.

           DISPLAY 'Kund-ID (0=avbryt): ' WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in
           IF wc-custid-in = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE wc-custid-in TO CUSTOMER-CUST-ID
           EXEC SQL
               SELECT NAME
                   INTO :CUSTOMER-NAME
                   FROM CUSTOMER
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunden hittades inte.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'BILAGEBOKNINGAR - '
               FUNCTION TRIM(CUSTOMER-NAME-TEXT)
           DISPLAY HEADLINE
           DISPLAY 'Bokning  |Namn                |Fr�n      '
               '|Till      |U|Ma|Tryckeri  |  Lager| Anv�nt'
               '|   Kvar|A'

           MOVE CUSTOMER-CUST-ID TO INSBOOK-CUST-ID
           EXEC SQL
               DECLARE CURS-INSBOOK CURSOR FOR
               SELECT B.BOOK_ID, B.NAME, B.FROMDATE, B.TODATE,
                      B.SELECTION, B.FEEDER, B.STOCK, B.HOUSE,
                      B.STATE,
                      (SELECT COUNT(*)
                           FROM INSUSE U, OUTLOG O
                           WHERE U.BOOK_ID = B.BOOK_ID
                             AND U.OUTLOG_ID = O.OUTLOG_ID
                             AND O.SUCCESS = 1)
               FROM TUTORIAL.INSBOOK B
               WHERE B.CUST_ID = :INSBOOK-CUST-ID
               ORDER BY B.FROMDATE, B.BOOK_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-INSBOOK
           END-EXEC

           EXEC SQL
               FETCH CURS-INSBOOK
                   INTO :INSBOOK-BOOK-ID, :INSBOOK-NAME,
                        :INSBOOK-FROMDATE, :INSBOOK-TODATE,
                        :INSBOOK-SELECTION, :INSBOOK-FEEDER,
                        :INSBOOK-STOCK, :INSBOOK-HOUSE,
                        :INSBOOK-STATE, :wn-ins-used
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE INSBOOK-FEEDER TO wn-ins-feeder-ed
               MOVE INSBOOK-STOCK TO wn-ins-stock-ed
               MOVE wn-ins-used TO wn-ins-used-ed
               COMPUTE wn-ins-left-ed = INSBOOK-STOCK - wn-ins-used
               MOVE INSBOOK-STATE TO wn-ins-state-ed
               DISPLAY INSBOOK-BOOK-ID '|'
                   INSBOOK-NAME-TEXT(1:20) '|'
                   INSBOOK-FROMDATE '|' INSBOOK-TODATE '|'
                   INSBOOK-SELECTION '|' wn-ins-feeder-ed '|'
                   INSBOOK-HOUSE '|' wn-ins-stock-ed '|'
                   wn-ins-used-ed '|' wn-ins-left-ed '|'
                   wn-ins-state-ed
               EXEC SQL
                   FETCH CURS-INSBOOK
                       INTO :INSBOOK-BOOK-ID, :INSBOOK-NAME,
                            :INSBOOK-FROMDATE, :INSBOOK-TODATE,
                            :INSBOOK-SELECTION, :INSBOOK-FEEDER,
                            :INSBOOK-STOCK, :INSBOOK-HOUSE,
                            :INSBOOK-STATE, :wn-ins-used
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-INSBOOK
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'U: A=alla g�lden�rer, Z=postnummerintervall, '
               'P=bara pappersg�lden�rer'
           DISPLAY 'Boknings-ID att �ndra (0=ny, blankt=avbryt): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-edit-buffer) TO INSBOOK-BOOK-ID
               PERFORM K0168-edit-insert-booking
           END-IF
           .

      **********************************************************
      *    One booking, new (BOOK_ID 0) or as it stands. A delivery
      *    of leaflets to the print house is entered as the number
      *    delivered and added to STOCK - the print house's count
      *    of what it holds is STOCK less the leaflets used.
       K0168-edit-insert-booking.

           MOVE CUSTOMER-CUST-ID TO INSBOOK-CUST-ID
           MOVE 'N' TO wc-ins-found-flag
           IF INSBOOK-BOOK-ID NOT = ZERO
               EXEC SQL
                   SELECT NAME, FROMDATE, TODATE, SELECTION,
                          POSTFROM, POSTTO, FEEDER, GRAMS, STOCK,
                          HOUSE, STATE
                       INTO :INSBOOK-NAME, :INSBOOK-FROMDATE,
                            :INSBOOK-TODATE, :INSBOOK-SELECTION,
                            :INSBOOK-POSTFROM, :INSBOOK-POSTTO,
                            :INSBOOK-FEEDER, :INSBOOK-GRAMS,
                            :INSBOOK-STOCK, :INSBOOK-HOUSE,
                            :INSBOOK-STATE
                       FROM INSBOOK
                       WHERE BOOK_ID = :INSBOOK-BOOK-ID
                         AND CUST_ID = :INSBOOK-CUST-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'Bokningen hittades inte.'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO wc-ins-found-flag
           ELSE
      *        a new booking goes to every debtor from today, with
      *        its leaflets at the main print house and none yet
      *        delivered
               MOVE SPACE TO INSBOOK-NAME-TEXT
               PERFORM Y0345-set-price-today
               MOVE wc-price-today TO INSBOOK-FROMDATE INSBOOK-TODATE
               MOVE 'A' TO INSBOOK-SELECTION
               MOVE SPACE TO INSBOOK-POSTFROM INSBOOK-POSTTO
               MOVE 1 TO INSBOOK-FEEDER
               MOVE 5 TO INSBOOK-GRAMS
               MOVE ZERO TO INSBOOK-STOCK
               MOVE 'HUVUD' TO INSBOOK-HOUSE
               MOVE 1 TO INSBOOK-STATE
           END-IF
           MOVE INSBOOK-NAME-TEXT TO wc-ins-old-name
           MOVE INSBOOK-FROMDATE TO wc-ins-old-fromdate
           MOVE INSBOOK-TODATE TO wc-ins-old-todate
           MOVE INSBOOK-SELECTION TO wc-ins-old-selection
           MOVE INSBOOK-POSTFROM TO wc-ins-old-postfrom
           MOVE INSBOOK-POSTTO TO wc-ins-old-postto
           MOVE INSBOOK-FEEDER TO wn-ins-old-feeder
           MOVE INSBOOK-GRAMS TO wn-ins-old-grams
           MOVE INSBOOK-STOCK TO wn-ins-old-stock
           MOVE INSBOOK-HOUSE TO wc-ins-old-house
           MOVE INSBOOK-STATE TO wn-ins-old-state

           DISPLAY 'Namn p� bilagan ['
               FUNCTION TRIM(INSBOOK-NAME-TEXT) '] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer TO INSBOOK-NAME-TEXT
           END-IF

           DISPLAY 'Fr�n (����-MM-DD) [' INSBOOK-FROMDATE
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:10) TO INSBOOK-FROMDATE
           END-IF

           DISPLAY 'Till (����-MM-DD) [' INSBOOK-TODATE '] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:10) TO INSBOOK-TODATE
           END-IF

           DISPLAY 'Urval A=alla, Z=postnummer, P=papper ['
               INSBOOK-SELECTION '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
                   TO INSBOOK-SELECTION
           END-IF

           IF INSBOOK-SEL-POSTNO
               DISPLAY 'Postnummer fr�n [' INSBOOK-POSTFROM '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE wc-edit-buffer(1:5) TO INSBOOK-POSTFROM
               END-IF
               DISPLAY 'Postnummer till [' INSBOOK-POSTTO '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE wc-edit-buffer(1:5) TO INSBOOK-POSTTO
               END-IF
           ELSE
               MOVE SPACE TO INSBOOK-POSTFROM INSBOOK-POSTTO
           END-IF

           MOVE INSBOOK-FEEDER TO wn-ins-feeder-ed
           DISPLAY 'Matarstation i kuverteringen ['
               FUNCTION TRIM(wn-ins-feeder-ed) '] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-edit-buffer) TO INSBOOK-FEEDER
           END-IF

           MOVE INSBOOK-GRAMS TO wn-ins-grams-ed
           DISPLAY 'Vikt per bilaga i gram ['
               FUNCTION TRIM(wn-ins-grams-ed) '] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-edit-buffer) TO INSBOOK-GRAMS
           END-IF

           DISPLAY 'Tryckeri som har bilagorna ['
               FUNCTION TRIM(INSBOOK-HOUSE) '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:10))
                   TO INSBOOK-HOUSE
           END-IF

           MOVE INSBOOK-STOCK TO wn-ins-stock-ed
           DISPLAY 'Lager hittills ' FUNCTION TRIM(wn-ins-stock-ed)
               ' st - ny leverans till tryckeriet (antal) [0] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE ZERO TO wn-ins-delivered
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-edit-buffer) TO wn-ins-delivered
           END-IF

           IF INSBOOK-ACTIVE
               MOVE 'J' TO wc-ins-yn
           ELSE
               MOVE 'N' TO wc-ins-yn
           END-IF
           DISPLAY 'Bokningen g�ller (J/N) [' wc-ins-yn '] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
                   TO wc-ins-yn
               IF wc-ins-yn = 'J'
                   MOVE 1 TO INSBOOK-STATE
               ELSE
                   MOVE ZERO TO INSBOOK-STATE
               END-IF
           END-IF

      *    the leaflets must lie at a print house in the register -
      *    HUVUD is there even before anyone has registered it
           MOVE INSBOOK-HOUSE TO PRHOUSE-HOUSE
           MOVE ZERO TO wn-ph-house-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-ph-house-count
                   FROM PRHOUSE
                   WHERE HOUSE = :PRHOUSE-HOUSE
           END-EXEC
           IF INSBOOK-HOUSE = 'HUVUD'
               MOVE 1 TO wn-ph-house-count
           END-IF

           EVALUATE TRUE
               WHEN INSBOOK-NAME-TEXT = SPACE
                   DISPLAY 'Bilagans namn m�ste anges.'
               WHEN INSBOOK-TODATE < INSBOOK-FROMDATE
                   DISPLAY 'Till-datum f�re fr�n-datum.'
               WHEN NOT INSBOOK-SEL-VALID
                   DISPLAY 'Urval m�ste vara A, Z eller P.'
               WHEN INSBOOK-SEL-POSTNO AND
                    (INSBOOK-POSTFROM NOT NUMERIC OR
                     INSBOOK-POSTTO NOT NUMERIC OR
                     INSBOOK-POSTTO < INSBOOK-POSTFROM)
                   DISPLAY 'Ogiltigt postnummerintervall.'
               WHEN INSBOOK-FEEDER < 1 OR INSBOOK-FEEDER > 99
                   DISPLAY 'Matarstation m�ste vara 1-99.'
               WHEN INSBOOK-GRAMS < 0
                   DISPLAY 'Vikten kan inte vara negativ.'
               WHEN wn-ins-delivered < 0
                   DISPLAY 'Leveransen kan inte vara negativ.'
               WHEN wn-ph-house-count = ZERO
                   DISPLAY 'Tryckeriet finns inte i registret.'
               WHEN OTHER
                   ADD wn-ins-delivered TO INSBOOK-STOCK
                   PERFORM K0169-save-insert-booking
           END-EVALUATE
           .

      **********************************************************
       K0169-save-insert-booking.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(INSBOOK-NAME-TEXT))
               TO INSBOOK-NAME-LEN

           IF wc-ins-found-flag = 'Y'
               EXEC SQL
                   UPDATE INSBOOK
                   SET NAME = :INSBOOK-NAME,
                       FROMDATE = :INSBOOK-FROMDATE,
                       TODATE = :INSBOOK-TODATE,
                       SELECTION = :INSBOOK-SELECTION,
                       POSTFROM = :INSBOOK-POSTFROM,
                       POSTTO = :INSBOOK-POSTTO,
                       FEEDER = :INSBOOK-FEEDER,
                       GRAMS = :INSBOOK-GRAMS,
                       STOCK = :INSBOOK-STOCK,
                       HOUSE = :INSBOOK-HOUSE,
                       STATE = :INSBOOK-STATE
                   WHERE BOOK_ID = :INSBOOK-BOOK-ID
               END-EXEC
           ELSE
               MOVE 'INSBOOK' TO IDGEN-TABLENAME-TEXT
               PERFORM Y0200-get-next-id
               MOVE wn-next-id TO INSBOOK-BOOK-ID
               ADD 1 TO INSBOOK-BOOK-ID
               EXEC SQL
                   INSERT INTO INSBOOK
                   VALUES ( :INSBOOK-BOOK-ID,
                             :INSBOOK-CUST-ID,
                             :INSBOOK-NAME,
                             :INSBOOK-FROMDATE,
                             :INSBOOK-TODATE,
                             :INSBOOK-SELECTION,
                             :INSBOOK-POSTFROM,
                             :INSBOOK-POSTTO,
                             :INSBOOK-FEEDER,
                             :INSBOOK-GRAMS,
                             :INSBOOK-STOCK,
                             :INSBOOK-HOUSE,
                             :INSBOOK-STATE)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY ' Bilagebokningen kunde inte sparas.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'INSBOOK' TO wc-audit-table
           MOVE INSBOOK-BOOK-ID TO wn-audit-rowkey
           IF INSBOOK-NAME-TEXT NOT = wc-ins-old-name
               MOVE 'NAME' TO wc-audit-field
               MOVE wc-ins-old-name TO wc-audit-old
               MOVE INSBOOK-NAME-TEXT TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF
           IF INSBOOK-FROMDATE NOT = wc-ins-old-fromdate
               MOVE 'FROMDATE' TO wc-audit-field
               MOVE wc-ins-old-fromdate TO wc-audit-old
               MOVE INSBOOK-FROMDATE TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF
           IF INSBOOK-TODATE NOT = wc-ins-old-todate
               MOVE 'TODATE' TO wc-audit-field
               MOVE wc-ins-old-todate TO wc-audit-old
               MOVE INSBOOK-TODATE TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF
           IF INSBOOK-SELECTION NOT = wc-ins-old-selection
               MOVE 'SELECTION' TO wc-audit-field
               MOVE wc-ins-old-selection TO wc-audit-old
               MOVE INSBOOK-SELECTION TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF
           IF INSBOOK-POSTFROM NOT = wc-ins-old-postfrom
               MOVE 'POSTFROM' TO wc-audit-field
               MOVE wc-ins-old-postfrom TO wc-audit-old
               MOVE INSBOOK-POSTFROM TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF
           IF INSBOOK-POSTTO NOT = wc-ins-old-postto
               MOVE 'POSTTO' TO wc-audit-field
               MOVE wc-ins-old-postto TO wc-audit-old
               MOVE INSBOOK-POSTTO TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF
           IF INSBOOK-FEEDER NOT = wn-ins-old-feeder
               MOVE 'FEEDER' TO wc-audit-field
               MOVE wn-ins-old-feeder TO wn-audit-old-num
               MOVE INSBOOK-FEEDER TO wn-audit-new-num
               PERFORM Y0310-write-audit-numeric
           END-IF
           IF INSBOOK-GRAMS NOT = wn-ins-old-grams
               MOVE 'GRAMS' TO wc-audit-field
               MOVE wn-ins-old-grams TO wn-audit-old-num
               MOVE INSBOOK-GRAMS TO wn-audit-new-num
               PERFORM Y0310-write-audit-numeric
           END-IF
           IF INSBOOK-STOCK NOT = wn-ins-old-stock
               MOVE 'STOCK' TO wc-audit-field
               MOVE wn-ins-old-stock TO wn-audit-old-num
               MOVE INSBOOK-STOCK TO wn-audit-new-num
               PERFORM Y0310-write-audit-numeric
           END-IF
           IF INSBOOK-HOUSE NOT = wc-ins-old-house
               MOVE 'HOUSE' TO wc-audit-field
               MOVE wc-ins-old-house TO wc-audit-old
               MOVE INSBOOK-HOUSE TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF
           IF INSBOOK-STATE NOT = wn-ins-old-state
               MOVE 'STATE' TO wc-audit-field
               MOVE wn-ins-old-state TO wn-audit-old-num
               MOVE INSBOOK-STATE TO wn-audit-new-num
               PERFORM Y0310-write-audit-numeric
           END-IF
           MOVE INSBOOK-BOOK-ID TO wn-ins-id-ed
           DISPLAY 'Bilagebokning ' FUNCTION TRIM(wn-ins-id-ed)
               ' �r sparad.'
           .

      **********************************************************
      *    Targeted messages on a customer's invoices (INVMSG): a
      *    text with its validity dates, priority and targeting -
      *    delivery channel, the debtor's payscore and postnummer,
      *    the invoice amount. Each message is listed with how many
      *    delivered invoices carried it (MSGLOG), to how many
      *    debtors, and how many of those invoices are paid and paid
      *    by the due date - the customer's measure of the effect.
      *    A message is added or changed on K0202; L lists the
      *    invoices and debtors a message went to (K0206).
       K0200-maintain-invoice-messages.

           DISPLAY 'Kund-ID (0=avbryt): ' WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in
           IF wc-custid-in = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE wc-custid-in TO CUSTOMER-CUST-ID
           EXEC SQL
               SELECT NAME
                   INTO :CUSTOMER-NAME
                   FROM CUSTOMER
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunden hittades inte.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'MEDDELANDEN P� FAKTUROR - '
               FUNCTION TRIM(CUSTOMER-NAME-TEXT)
           DISPLAY HEADLINE
           DISPLAY 'Medd-ID  |Fr�n      |Till      |Pr|K|A'
               '|Text                     | Fakt| G�ld| Bet|Itid'

           MOVE CUSTOMER-CUST-ID TO INVMSG-CUST-ID
           EXEC SQL
               DECLARE CURS-INVMSG CURSOR FOR
               SELECT M.MSG_ID, M.FROMDATE, M.TODATE, M.PRIORITY,
                      M.CHANNEL, M.STATE, M.MSGTEXT,
                      (SELECT COUNT(DISTINCT L.INV_ID)
                           FROM MSGLOG L, OUTLOG O
                           WHERE L.MSG_ID = M.MSG_ID
                             AND L.OUTLOG_ID = O.OUTLOG_ID
                             AND O.SUCCESS = 1),
                      (SELECT COUNT(DISTINCT V.DEBT_ID)
                           FROM MSGLOG L, OUTLOG O, INVOICE V
                           WHERE L.MSG_ID = M.MSG_ID
                             AND L.OUTLOG_ID = O.OUTLOG_ID
                             AND O.SUCCESS = 1
                             AND V.INV_ID = L.INV_ID),
                      (SELECT COUNT(DISTINCT L.INV_ID)
                           FROM MSGLOG L, OUTLOG O, INVOICE V
                           WHERE L.MSG_ID = M.MSG_ID
                             AND L.OUTLOG_ID = O.OUTLOG_ID
                             AND O.SUCCESS = 1
                             AND V.INV_ID = L.INV_ID
                             AND V.INVSTATE = 3),
                      (SELECT COUNT(DISTINCT L.INV_ID)
                           FROM MSGLOG L, OUTLOG O, INVOICE V
                           WHERE L.MSG_ID = M.MSG_ID
                             AND L.OUTLOG_ID = O.OUTLOG_ID
                             AND O.SUCCESS = 1
                             AND V.INV_ID = L.INV_ID
                             AND V.INVSTATE = 3
                             AND NOT EXISTS
                                 (SELECT 1 FROM PAYMENT P
                                  WHERE P.INV_ID = V.INV_ID
                                    AND P.PAYDATE > V.DUEDATE))
               FROM TUTORIAL.INVMSG M
               WHERE M.CUST_ID = :INVMSG-CUST-ID
               ORDER BY M.FROMDATE, M.PRIORITY, M.MSG_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-INVMSG
           END-EXEC

           EXEC SQL
               FETCH CURS-INVMSG
                   INTO :INVMSG-MSG-ID, :INVMSG-FROMDATE,
                        :INVMSG-TODATE, :INVMSG-PRIORITY,
                        :INVMSG-CHANNEL, :INVMSG-STATE,
                        :INVMSG-MSGTEXT, :wn-msg-carried,
                        :wn-msg-debtors, :wn-msg-paid,
                        :wn-msg-ontime
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE INVMSG-PRIORITY TO wn-msg-prio-ed
               MOVE INVMSG-STATE TO wn-msg-state-ed
               MOVE wn-msg-carried TO wn-msg-carried-ed
               MOVE wn-msg-debtors TO wn-msg-debtors-ed
               MOVE wn-msg-paid TO wn-msg-paid-ed
               MOVE wn-msg-ontime TO wn-msg-ontime-ed
               DISPLAY INVMSG-MSG-ID '|' INVMSG-FROMDATE '|'
                   INVMSG-TODATE '|' wn-msg-prio-ed '|'
                   INVMSG-CHANNEL '|' wn-msg-state-ed '|'
                   INVMSG-MSGTEXT-TEXT(1:25) '|'
                   wn-msg-carried-ed '|' wn-msg-debtors-ed '|'
                   wn-msg-paid-ed '|' wn-msg-ontime-ed
               EXEC SQL
                   FETCH CURS-INVMSG
                       INTO :INVMSG-MSG-ID, :INVMSG-FROMDATE,
                            :INVMSG-TODATE, :INVMSG-PRIORITY,
                            :INVMSG-CHANNEL, :INVMSG-STATE,
                            :INVMSG-MSGTEXT, :wn-msg-carried,
                            :wn-msg-debtors, :wn-msg-paid,
                            :wn-msg-ontime
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-INVMSG
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'K: blank=alla, P=papper, M=e-post, E=e-faktura'
           DISPLAY 'Medd-ID att �ndra (0=ny, L=lista fakturor, '
               'blankt=avbryt): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           EVALUATE TRUE
               WHEN wc-edit-buffer = SPACE
                   CONTINUE
               WHEN FUNCTION UPPER-CASE(wc-edit-buffer(1:1)) = 'L'
                   PERFORM K0206-list-message-invoices
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO INVMSG-MSG-ID
                   PERFORM K0202-edit-invoice-message
           END-EVALUATE
           .

      **********************************************************
      *    One message, new (MSG_ID 0) or as it stands.
       K0202-edit-invoice-message.

           MOVE CUSTOMER-CUST-ID TO INVMSG-CUST-ID
           MOVE 'N' TO wc-msg-found-flag
           IF INVMSG-MSG-ID NOT = ZERO
               EXEC SQL
                   SELECT MSGTEXT, FROMDATE, TODATE, PRIORITY,
                          CHANNEL, SCOREFROM, SCORETO, POSTFROM,
                          POSTTO, AMTFROM, AMTTO, STATE
                       INTO :INVMSG-MSGTEXT, :INVMSG-FROMDATE,
                            :INVMSG-TODATE, :INVMSG-PRIORITY,
                            :INVMSG-CHANNEL, :INVMSG-SCOREFROM,
                            :INVMSG-SCORETO, :INVMSG-POSTFROM,
                            :INVMSG-POSTTO, :INVMSG-AMTFROM,
                            :INVMSG-AMTTO, :INVMSG-STATE
                       FROM INVMSG
                       WHERE MSG_ID = :INVMSG-MSG-ID
                         AND CUST_ID = :INVMSG-CUST-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'Meddelandet hittades inte.'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO wc-msg-found-flag
           ELSE
      *        a new message runs from today, to every debtor by
      *        every channel, until the customer narrows it down
               MOVE SPACE TO INVMSG-MSGTEXT-TEXT
               PERFORM Y0345-set-price-today
               MOVE wc-price-today TO INVMSG-FROMDATE INVMSG-TODATE
               MOVE 1 TO INVMSG-PRIORITY
               MOVE SPACE TO INVMSG-CHANNEL
               MOVE ZERO TO INVMSG-SCOREFROM INVMSG-SCORETO
               MOVE SPACE TO INVMSG-POSTFROM INVMSG-POSTTO
               MOVE ZERO TO INVMSG-AMTFROM INVMSG-AMTTO
               MOVE 1 TO INVMSG-STATE
           END-IF
           MOVE INVMSG-MSGTEXT-TEXT TO wc-msg-old-text
           MOVE INVMSG-FROMDATE TO wc-msg-old-fromdate
           MOVE INVMSG-TODATE TO wc-msg-old-todate
           MOVE INVMSG-PRIORITY TO wn-msg-old-priority
           MOVE INVMSG-CHANNEL TO wc-msg-old-channel
           MOVE INVMSG-SCOREFROM TO wn-msg-old-scorefrom
           MOVE INVMSG-SCORETO TO wn-msg-old-scoreto
           MOVE INVMSG-POSTFROM TO wc-msg-old-postfrom
           MOVE INVMSG-POSTTO TO wc-msg-old-postto
           MOVE INVMSG-AMTFROM TO wn-msg-old-amtfrom
           MOVE INVMSG-AMTTO TO wn-msg-old-amtto
           MOVE INVMSG-STATE TO wn-msg-old-state

           DISPLAY 'Text [' FUNCTION TRIM(INVMSG-MSGTEXT-TEXT) ']'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer TO INVMSG-MSGTEXT-TEXT
           END-IF

           DISPLAY 'Fr�n (����-MM-DD) [' INVMSG-FROMDATE
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:10) TO INVMSG-FROMDATE
           END-IF

           DISPLAY 'Till (����-MM-DD) [' INVMSG-TODATE '] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:10) TO INVMSG-TODATE
           END-IF

           MOVE INVMSG-PRIORITY TO wn-msg-prio-ed
           DISPLAY 'Prioritet, 1 f�rst ['
               FUNCTION TRIM(wn-msg-prio-ed) '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-edit-buffer) TO INVMSG-PRIORITY
           END-IF

           DISPLAY 'Kanal -=alla, P=papper, M=e-post, E=e-faktura ['
               INVMSG-CHANNEL '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               IF wc-edit-buffer(1:1) = '-'
                   MOVE SPACE TO INVMSG-CHANNEL
               ELSE
                   MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
                       TO INVMSG-CHANNEL
               END-IF
           END-IF

           MOVE INVMSG-SCOREFROM TO wn-msg-score-ed
           DISPLAY 'Betalningsbetyg fr�n, 0=alla g�lden�rer ['
               wn-msg-score-ed '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO INVMSG-SCOREFROM
           END-IF
           IF INVMSG-SCOREFROM = ZERO
               MOVE ZERO TO INVMSG-SCORETO
           ELSE
               IF INVMSG-SCORETO < INVMSG-SCOREFROM
                   MOVE INVMSG-SCOREFROM TO INVMSG-SCORETO
               END-IF
               MOVE INVMSG-SCORETO TO wn-msg-score-ed
               DISPLAY 'Betalningsbetyg till [' wn-msg-score-ed
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO INVMSG-SCORETO
               END-IF
           END-IF

           DISPLAY 'Postnummer fr�n, -=alla [' INVMSG-POSTFROM
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               IF wc-edit-buffer(1:1) = '-'
                   MOVE SPACE TO INVMSG-POSTFROM
               ELSE
                   MOVE wc-edit-buffer(1:5) TO INVMSG-POSTFROM
               END-IF
           END-IF
           IF INVMSG-POSTFROM = SPACE
               MOVE SPACE TO INVMSG-POSTTO
           ELSE
               DISPLAY 'Postnummer till [' INVMSG-POSTTO '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE wc-edit-buffer(1:5) TO INVMSG-POSTTO
               END-IF
           END-IF

           MOVE INVMSG-AMTFROM TO wn-msg-amt-ed
           DISPLAY 'Fakturabelopp inkl moms fr�n ['
               FUNCTION TRIM(wn-msg-amt-ed) '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-edit-buffer) TO INVMSG-AMTFROM
           END-IF
           MOVE INVMSG-AMTTO TO wn-msg-amt-ed
           DISPLAY 'Fakturabelopp till, 0=ingen gr�ns ['
               FUNCTION TRIM(wn-msg-amt-ed) '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-edit-buffer) TO INVMSG-AMTTO
           END-IF

           IF INVMSG-ACTIVE
               MOVE 'J' TO wc-msg-yn
           ELSE
               MOVE 'N' TO wc-msg-yn
           END-IF
           DISPLAY 'Meddelandet g�ller (J/N) [' wc-msg-yn '] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
                   TO wc-msg-yn
               IF wc-msg-yn = 'J'
                   MOVE 1 TO INVMSG-STATE
               ELSE
                   MOVE ZERO TO INVMSG-STATE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN INVMSG-MSGTEXT-TEXT = SPACE
                   DISPLAY 'Meddelandets text m�ste anges.'
               WHEN INVMSG-TODATE < INVMSG-FROMDATE
                   DISPLAY 'Till-datum f�re fr�n-datum.'
               WHEN INVMSG-PRIORITY < 1
                   DISPLAY 'Prioriteten m�ste vara 1 eller h�gre.'
               WHEN NOT INVMSG-CHANNEL-VALID
                   DISPLAY 'Kanal m�ste vara blank, P, M eller E.'
               WHEN INVMSG-SCOREFROM < 0 OR INVMSG-SCORETO > 3 OR
                    INVMSG-SCORETO < INVMSG-SCOREFROM
                   DISPLAY 'Ogiltigt intervall f�r betalningsbetyg.'
               WHEN INVMSG-POSTFROM NOT = SPACE AND
                    (INVMSG-POSTFROM NOT NUMERIC OR
                     INVMSG-POSTTO NOT NUMERIC OR
                     INVMSG-POSTTO < INVMSG-POSTFROM)
                   DISPLAY 'Ogiltigt postnummerintervall.'
               WHEN INVMSG-AMTFROM < 0 OR
                    (INVMSG-AMTTO NOT = ZERO AND
                     INVMSG-AMTTO < INVMSG-AMTFROM)
                   DISPLAY 'Ogiltigt beloppsintervall.'
               WHEN OTHER
                   PERFORM K0204-save-invoice-message
           END-EVALUATE
           .

      **********************************************************
       K0204-save-invoice-message.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(INVMSG-MSGTEXT-TEXT))
               TO INVMSG-MSGTEXT-LEN

           IF wc-msg-found-flag = 'Y'
               EXEC SQL
                   UPDATE INVMSG
                   SET MSGTEXT = :INVMSG-MSGTEXT,
                       FROMDATE = :INVMSG-FROMDATE,
                       TODATE = :INVMSG-TODATE,
                       PRIORITY = :INVMSG-PRIORITY,
                       CHANNEL = :INVMSG-CHANNEL,
                       SCOREFROM = :INVMSG-SCOREFROM,
                       SCORETO = :INVMSG-SCORETO,
                       POSTFROM = :INVMSG-POSTFROM,
                       POSTTO = :INVMSG-POSTTO,
                       AMTFROM = :INVMSG-AMTFROM,
                       AMTTO = :INVMSG-AMTTO,
                       STATE = :INVMSG-STATE
                   WHERE MSG_ID = :INVMSG-MSG-ID
               END-EXEC
           ELSE
               MOVE 'INVMSG' TO IDGEN-TABLENAME-TEXT
               PERFORM Y0200-get-next-id
               MOVE wn-next-id TO INVMSG-MSG-ID
               ADD 1 TO INVMSG-MSG-ID
               EXEC SQL
                   INSERT INTO INVMSG
                   VALUES ( :INVMSG-MSG-ID,
                             :INVMSG-CUST-ID,
                             :INVMSG-MSGTEXT,
                             :INVMSG-FROMDATE,
                             :INVMSG-TODATE,
                             :INVMSG-PRIORITY,
                             :INVMSG-CHANNEL,
                             :INVMSG-SCOREFROM,
                             :INVMSG-SCORETO,
                             :INVMSG-POSTFROM,
                             :INVMSG-POSTTO,
                             :INVMSG-AMTFROM,
                             :INVMSG-AMTTO,
                             :INVMSG-STATE)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY ' Meddelandet kunde inte sparas.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'INVMSG' TO wc-audit-table
           MOVE INVMSG-MSG-ID TO wn-audit-rowkey
           IF INVMSG-MSGTEXT-TEXT NOT = wc-msg-old-text
               MOVE 'MSGTEXT' TO wc-audit-field
               MOVE wc-msg-old-text TO wc-audit-old
               MOVE INVMSG-MSGTEXT-TEXT TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF
           IF INVMSG-FROMDATE NOT = wc-msg-old-fromdate
               MOVE 'FROMDATE' TO wc-audit-field
               MOVE wc-msg-old-fromdate TO wc-audit-old
               MOVE INVMSG-FROMDATE TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF
           IF INVMSG-TODATE NOT = wc-msg-old-todate
               MOVE 'TODATE' TO wc-audit-field
               MOVE wc-msg-old-todate TO wc-audit-old
               MOVE INVMSG-TODATE TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF
           IF INVMSG-PRIORITY NOT = wn-msg-old-priority
               MOVE 'PRIORITY' TO wc-audit-field
               MOVE wn-msg-old-priority TO wn-audit-old-num
               MOVE INVMSG-PRIORITY TO wn-audit-new-num
               PERFORM Y0310-write-audit-numeric
           END-IF
           IF INVMSG-CHANNEL NOT = wc-msg-old-channel
               MOVE 'CHANNEL' TO wc-audit-field
               MOVE wc-msg-old-channel TO wc-audit-old
               MOVE INVMSG-CHANNEL TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF
           IF INVMSG-SCOREFROM NOT = wn-msg-old-scorefrom
               MOVE 'SCOREFROM' TO wc-audit-field
               MOVE wn-msg-old-scorefrom TO wn-audit-old-num
               MOVE INVMSG-SCOREFROM TO wn-audit-new-num
               PERFORM Y0310-write-audit-numeric
           END-IF
           IF INVMSG-SCORETO NOT = wn-msg-old-scoreto
               MOVE 'SCORETO' TO wc-audit-field
               MOVE wn-msg-old-scoreto TO wn-audit-old-num
               MOVE INVMSG-SCORETO TO wn-audit-new-num
               PERFORM Y0310-write-audit-numeric
           END-IF
           IF INVMSG-POSTFROM NOT = wc-msg-old-postfrom
               MOVE 'POSTFROM' TO wc-audit-field
               MOVE wc-msg-old-postfrom TO wc-audit-old
               MOVE INVMSG-POSTFROM TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF
           IF INVMSG-POSTTO NOT = wc-msg-old-postto
               MOVE 'POSTTO' TO wc-audit-field
               MOVE wc-msg-old-postto TO wc-audit-old
               MOVE INVMSG-POSTTO TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF
           IF INVMSG-AMTFROM NOT = wn-msg-old-amtfrom
               MOVE 'AMTFROM' TO wc-audit-field
               MOVE wn-msg-old-amtfrom TO wn-audit-old-num
               MOVE INVMSG-AMTFROM TO wn-audit-new-num
               PERFORM Y0310-write-audit-numeric
           END-IF
           IF INVMSG-AMTTO NOT = wn-msg-old-amtto
               MOVE 'AMTTO' TO wc-audit-field
               MOVE wn-msg-old-amtto TO wn-audit-old-num
               MOVE INVMSG-AMTTO TO wn-audit-new-num
               PERFORM Y0310-write-audit-numeric
           END-IF
           IF INVMSG-STATE NOT = wn-msg-old-state
               MOVE 'STATE' TO wc-audit-field
               MOVE wn-msg-old-state TO wn-audit-old-num
               MOVE INVMSG-STATE TO wn-audit-new-num
               PERFORM Y0310-write-audit-numeric
           END-IF
           MOVE INVMSG-MSG-ID TO wn-msg-id-ed
           DISPLAY 'Meddelande ' FUNCTION TRIM(wn-msg-id-ed)
               ' �r sparat.'
           .

      **********************************************************
      *    The delivered invoices one message went out on, with the
      *    debtor - what the customer matches against its own
      *    outcome, for example the autogiro sign-ups the message
      *    asked for. Pages every 10 rows like the customer list.
       K0206-list-message-invoices.

           DISPLAY 'Medd-ID: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION NUMVAL(wc-edit-buffer) TO INVMSG-MSG-ID
           MOVE CUSTOMER-CUST-ID TO INVMSG-CUST-ID

           EXEC SQL
               DECLARE CURS-MSGINV CURSOR FOR
               SELECT DISTINCT V.INVNO, L.LOGDATE, D.NAME
               FROM TUTORIAL.MSGLOG L, TUTORIAL.OUTLOG O,
                    TUTORIAL.INVOICE V, TUTORIAL.DEBTOR D,
                    TUTORIAL.INVMSG M
               WHERE L.MSG_ID = :INVMSG-MSG-ID
                 AND M.MSG_ID = L.MSG_ID
                 AND M.CUST_ID = :INVMSG-CUST-ID
                 AND L.OUTLOG_ID = O.OUTLOG_ID
                 AND O.SUCCESS = 1
                 AND V.INV_ID = L.INV_ID
                 AND D.DEBT_ID = V.DEBT_ID
               ORDER BY L.LOGDATE, V.INVNO
           END-EXEC

           DISPLAY 'Fakturanr            |Datum     |G�lden�r'

           EXEC SQL
               OPEN CURS-MSGINV
           END-EXEC

           MOVE ZERO TO wn-list-row-count
           MOVE 'Y' TO wc-list-continue-switch

           EXEC SQL
               FETCH CURS-MSGINV
                   INTO :INVOICE-INVNO, :MSGLOG-LOGDATE,
                        :DEBTOR-NAME
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO OR NOT is-list-continue

               DISPLAY INVOICE-INVNO-TEXT(1:20) '|'
                   MSGLOG-LOGDATE '|' DEBTOR-NAME-TEXT(1:40)
               ADD 1 TO wn-list-row-count

               IF FUNCTION MOD(wn-list-row-count, 10) = ZERO
                   DISPLAY 'Fler poster? (J/N): ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF wc-edit-buffer(1:1) = 'N' OR
                      wc-edit-buffer(1:1) = 'n'
                       MOVE 'N' TO wc-list-continue-switch
                   END-IF
               END-IF

               IF is-list-continue
                   EXEC SQL
                   FETCH CURS-MSGINV
                       INTO :INVOICE-INVNO, :MSGLOG-LOGDATE,
                            :DEBTOR-NAME
                   END-EXEC
               END-IF

           END-PERFORM

           EXEC SQL
               CLOSE CURS-MSGINV
           END-EXEC

           MOVE wn-list-row-count TO wn-msg-carried-ed
           DISPLAY 'Visade fakturor: ' FUNCTION TRIM(wn-msg-carried-ed)
           .

      **********************************************************
      *    The customer's contact register (CUSTCONT): the people
      *    at the customer, their roles and which notices each one
      *    gets - fakturaavisering and kvitto from PbsRead, fillarm
      *    from FileAlarm, SLA-vite from srvbill and the
      *    redovisning from P0221. A notice no contact takes still
      *    goes to CUSTOMER.EMAIL (see PbsCont). K0130 and the
      *    kundstart come here with wn-cont-cust-id already set.
       K0210-maintain-contacts.

           DISPLAY HEADLINE
           DISPLAY 'KONTAKTREGISTER'
           DISPLAY HEADLINE

           IF wn-cont-cust-id = ZERO
               DISPLAY 'Kund-ID (0=avbryt): ' WITH NO ADVANCING
               MOVE ZERO TO wc-custid-in
               ACCEPT wc-custid-in
               MOVE wc-custid-in TO wn-cont-cust-id
           END-IF

           IF wn-cont-cust-id = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE wn-cont-cust-id TO CUSTOMER-CUST-ID
           EXEC SQL
               SELECT NAME, EMAIL
                   INTO :CUSTOMER-NAME, :CUSTOMER-EMAIL
                   FROM CUSTOMER
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunden hittades inte.'
               MOVE ZERO TO wn-cont-cust-id
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO wc-cont-done-flag
           PERFORM UNTIL wc-cont-done-flag = 'Y'
               PERFORM K0211-list-contacts

               DISPLAY SPACE
               DISPLAY '(N) Ny kontakt  (A) �ndra kontakt'
                   '  (T) Ta bort kontakt'
               DISPLAY 'Val (blankt=klar): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer

               EVALUATE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
                   WHEN 'N'
                       MOVE ZERO TO wc-contid-in
                       PERFORM K0212-edit-contact
                   WHEN 'A'
                       DISPLAY 'Kontakt-ID: ' WITH NO ADVANCING
                       MOVE ZERO TO wc-contid-in
                       ACCEPT wc-contid-in
                       IF wc-contid-in NOT = ZERO
                           PERFORM K0212-edit-contact
                       END-IF
                   WHEN 'T'
                       DISPLAY 'Kontakt-ID: ' WITH NO ADVANCING
                       MOVE ZERO TO wc-contid-in
                       ACCEPT wc-contid-in
                       IF wc-contid-in NOT = ZERO
                           PERFORM K0214-delete-contact
                       END-IF
                   WHEN OTHER
                       MOVE 'Y' TO wc-cont-done-flag
               END-EVALUATE
           END-PERFORM

           MOVE ZERO TO wn-cont-cust-id
           .

      **********************************************************
       K0211-list-contacts.

           DISPLAY SPACE
           DISPLAY 'Kund: ' FUNCTION TRIM(CUSTOMER-NAME-TEXT)
           IF CUSTOMER-EMAIL-LEN > ZERO
               DISPLAY 'Kundens e-post (reserv): '
                   CUSTOMER-EMAIL-TEXT(1:CUSTOMER-EMAIL-LEN)
           ELSE
               DISPLAY 'Kundens e-post (reserv): saknas'
           END-IF
           DISPLAY 'Roller: F=fakturering T=teknik E=eskalering'
           DISPLAY 'Utskick 1-5: faktura, kvitto, fillarm, SLA-vite,'
               ' redovisning'
           DISPLAY 'Id       |Namn                |Rol|Utskick|E-post'

           MOVE wn-cont-cust-id TO CUSTCONT-CUST-ID
           EXEC SQL
               DECLARE CURS-CUSTCONT CURSOR FOR
               SELECT CONT_ID, NAME, EMAIL, ROLES, NOTICES
               FROM TUTORIAL.CUSTCONT
               WHERE CUST_ID = :CUSTCONT-CUST-ID
               ORDER BY CONT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-CUSTCONT
           END-EXEC

           EXEC SQL
               FETCH CURS-CUSTCONT
                   INTO :CUSTCONT-CONT-ID, :CUSTCONT-NAME,
                        :CUSTCONT-EMAIL, :CUSTCONT-ROLES,
                        :CUSTCONT-NOTICES
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY CUSTCONT-CONT-ID '|'
                   CUSTCONT-NAME-TEXT(1:20) '|'
                   CUSTCONT-ROLES '|' CUSTCONT-NOTICES '  |'
                   CUSTCONT-EMAIL-TEXT(1:40)
               EXEC SQL
                   FETCH CURS-CUSTCONT
                       INTO :CUSTCONT-CONT-ID, :CUSTCONT-NAME,
                            :CUSTCONT-EMAIL, :CUSTCONT-ROLES,
                            :CUSTCONT-NOTICES
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-CUSTCONT
           END-EXEC
           .

      **********************************************************
      *    one contact, new (wc-contid-in zero) or existing; blank
      *    input keeps the value shown. New roles set the offered
      *    subscriptions from K0213, which the operator can then
      *    change one by one
       K0212-edit-contact.

           MOVE 'N' TO wc-cont-found-flag
           MOVE wn-cont-cust-id TO CUSTCONT-CUST-ID
           IF wc-contid-in NOT = ZERO
               MOVE wc-contid-in TO CUSTCONT-CONT-ID
               EXEC SQL
                   SELECT NAME, EMAIL, PHONE, ROLES, NOTICES
                       INTO :CUSTCONT-NAME, :CUSTCONT-EMAIL,
                            :CUSTCONT-PHONE, :CUSTCONT-ROLES,
                            :CUSTCONT-NOTICES
                       FROM CUSTCONT
                       WHERE CONT_ID = :CUSTCONT-CONT-ID
                         AND CUST_ID = :CUSTCONT-CUST-ID
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'Y' TO wc-cont-found-flag
                   MOVE CUSTCONT-EMAIL-TEXT(1:60) TO wc-cont-old-email
                   MOVE CUSTCONT-NOTICES TO wc-cont-old-notices
               ELSE
                   DISPLAY 'Kontakten hittades inte.'
               END-IF
           ELSE
               MOVE 'Y' TO wc-cont-found-flag
               MOVE SPACE TO CUSTCONT-NAME-TEXT CUSTCONT-EMAIL-TEXT
               MOVE ZERO TO CUSTCONT-NAME-LEN CUSTCONT-EMAIL-LEN
               MOVE SPACE TO CUSTCONT-PHONE CUSTCONT-ROLES
               MOVE 'NNNNN' TO CUSTCONT-NOTICES
               MOVE SPACE TO wc-cont-old-email wc-cont-old-notices
           END-IF

           IF wc-cont-found-flag = 'Y'
               DISPLAY 'Namn [' FUNCTION TRIM(CUSTCONT-NAME-TEXT)
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE wc-edit-buffer(1:40) TO CUSTCONT-NAME-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       wc-edit-buffer(1:40))) TO CUSTCONT-NAME-LEN
               END-IF

               DISPLAY 'E-post [' FUNCTION TRIM(CUSTCONT-EMAIL-TEXT)
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION TRIM(wc-edit-buffer)
                       TO CUSTCONT-EMAIL-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO CUSTCONT-EMAIL-LEN
               END-IF

               DISPLAY 'Telefon [' FUNCTION TRIM(CUSTCONT-PHONE)
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE wc-edit-buffer(1:20) TO CUSTCONT-PHONE
               END-IF

               DISPLAY 'Roller F/T/E, t.ex. FE [' CUSTCONT-ROLES
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:10))
                       TO wc-edit-buffer
                   MOVE SPACE TO CUSTCONT-ROLES
                   MOVE ZERO TO wn-cont-tally
                   INSPECT wc-edit-buffer(1:10)
                       TALLYING wn-cont-tally FOR ALL 'F'
                   IF wn-cont-tally > ZERO
                       MOVE 'F' TO CUSTCONT-ROLES(1:1)
                   END-IF
                   MOVE ZERO TO wn-cont-tally
                   INSPECT wc-edit-buffer(1:10)
                       TALLYING wn-cont-tally FOR ALL 'T'
                   IF wn-cont-tally > ZERO
                       MOVE 'T' TO CUSTCONT-ROLES(2:1)
                   END-IF
                   MOVE ZERO TO wn-cont-tally
                   INSPECT wc-edit-buffer(1:10)
                       TALLYING wn-cont-tally FOR ALL 'E'
                   IF wn-cont-tally > ZERO
                       MOVE 'E' TO CUSTCONT-ROLES(3:1)
                   END-IF
                   PERFORM K0213-notices-from-roles
               END-IF

               DISPLAY 'Utskick J/N f�r typ 1-5 [' CUSTCONT-NOTICES
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:5))
                       TO CUSTCONT-NOTICES
               END-IF

               MOVE ZERO TO wn-cont-tally
               INSPECT CUSTCONT-NOTICES
                   TALLYING wn-cont-tally FOR ALL 'J' ALL 'N'
               MOVE ZERO TO wn-cont-at
               INSPECT CUSTCONT-EMAIL-TEXT
                   TALLYING wn-cont-at FOR ALL '@'

               IF CUSTCONT-NAME-LEN = ZERO OR
                  CUSTCONT-EMAIL-LEN = ZERO OR
                  wn-cont-at NOT = 1 OR
                  wn-cont-tally NOT = 5
                   DISPLAY 'Ogiltig kontakt - namn, en e-postadress'
                       ' och J/N f�r vart och ett av de fem'
                       ' utskicken kr�vs.'
               ELSE
                   PERFORM K0215-save-contact
               END-IF
           END-IF
           .

      **********************************************************
      *    the subscriptions a role brings: billing takes the
      *    invoice notices, the SLA credits and the redovisning,
      *    the file contact the receipts and missing-file alarms,
      *    escalation the alarms and the SLA credits
       K0213-notices-from-roles.

           MOVE 'NNNNN' TO CUSTCONT-NOTICES
           IF CUSTCONT-ROLES(1:1) = 'F'
               MOVE 'J' TO CUSTCONT-NOTICES(1:1)
               MOVE 'J' TO CUSTCONT-NOTICES(4:1)
               MOVE 'J' TO CUSTCONT-NOTICES(5:1)
           END-IF
           IF CUSTCONT-ROLES(2:1) = 'T'
               MOVE 'J' TO CUSTCONT-NOTICES(2:1)
               MOVE 'J' TO CUSTCONT-NOTICES(3:1)
           END-IF
           IF CUSTCONT-ROLES(3:1) = 'E'
               MOVE 'J' TO CUSTCONT-NOTICES(3:1)
               MOVE 'J' TO CUSTCONT-NOTICES(4:1)
           END-IF
           .

      **********************************************************
       K0215-save-contact.

           IF wc-contid-in = ZERO
               MOVE 'CUSTCONT' TO IDGEN-TABLENAME-TEXT
               PERFORM Y0200-get-next-id
               MOVE wn-next-id TO CUSTCONT-CONT-ID
               ADD 1 TO CUSTCONT-CONT-ID

               EXEC SQL
                   INSERT INTO CUSTCONT
                   VALUES ( :CUSTCONT-CONT-ID,
                             :CUSTCONT-CUST-ID,
                             :CUSTCONT-NAME,
                             :CUSTCONT-EMAIL,
                             :CUSTCONT-PHONE,
                             :CUSTCONT-ROLES,
                             :CUSTCONT-NOTICES)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE CUSTCONT
                   SET NAME = :CUSTCONT-NAME,
                       EMAIL = :CUSTCONT-EMAIL,
                       PHONE = :CUSTCONT-PHONE,
                       ROLES = :CUSTCONT-ROLES,
                       NOTICES = :CUSTCONT-NOTICES
                   WHERE CONT_ID = :CUSTCONT-CONT-ID
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY ' Kontakten kunde inte sparas.'
           ELSE
               MOVE 'CUSTCONT' TO wc-audit-table
               MOVE CUSTCONT-CONT-ID TO wn-audit-rowkey
               IF wc-contid-in = ZERO
                   MOVE 'CONTACT' TO wc-audit-field
                   MOVE SPACE TO wc-audit-old
                   MOVE CUSTCONT-EMAIL-TEXT(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
               ELSE
                   IF CUSTCONT-EMAIL-TEXT(1:60) NOT = wc-cont-old-email
                       MOVE 'EMAIL' TO wc-audit-field
                       MOVE wc-cont-old-email TO wc-audit-old
                       MOVE CUSTCONT-EMAIL-TEXT(1:60) TO wc-audit-new
                       PERFORM Y0300-write-audit
                   END-IF
               END-IF
               IF CUSTCONT-NOTICES NOT = wc-cont-old-notices
                   MOVE 'NOTICES' TO wc-audit-field
                   MOVE wc-cont-old-notices TO wc-audit-old
                   MOVE CUSTCONT-NOTICES TO wc-audit-new
                   PERFORM Y0300-write-audit
               END-IF
               DISPLAY 'Kontakt ' CUSTCONT-CONT-ID ' �r sparad.'
           END-IF
           .

      **********************************************************
       K0214-delete-contact.

           MOVE wc-contid-in TO CUSTCONT-CONT-ID
           MOVE wn-cont-cust-id TO CUSTCONT-CUST-ID
           EXEC SQL
               SELECT EMAIL
                   INTO :CUSTCONT-EMAIL
                   FROM CUSTCONT
                   WHERE CONT_ID = :CUSTCONT-CONT-ID
                     AND CUST_ID = :CUSTCONT-CUST-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kontakten hittades inte.'
           ELSE
               EXEC SQL
                   DELETE FROM CUSTCONT
                   WHERE CONT_ID = :CUSTCONT-CONT-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Delete SQL sats in CUSTCONT �r felt'
               ELSE
                   MOVE 'CUSTCONT' TO wc-audit-table
                   MOVE CUSTCONT-CONT-ID TO wn-audit-rowkey
                   MOVE 'DELETED' TO wc-audit-field
                   MOVE CUSTCONT-EMAIL-TEXT(1:60) TO wc-audit-old
                   MOVE SPACE TO wc-audit-new
                   PERFORM Y0300-write-audit
                   DISPLAY 'Kontakt ' CUSTCONT-CONT-ID
                       ' �r borttagen.'
               END-IF
           END-IF
           .

      **********************************************************
      *    Aviavgift per customer and delivery channel (INVFEE):
      *    what subinv adds to every debtor invoice as its own
      *    AVIAVGIFT line - amounts excluding VAT, the line takes
      *    the invoice's own rate. A higher paper fee is how the
      *    customers push their debtors over to e-mail and e-invoice.
       K0193-maintain-invoice-fees.

           DISPLAY HEADLINE
           DISPLAY 'AVIAVGIFTER (exkl. moms)'
           DISPLAY HEADLINE
           DISPLAY 'Kund-ID |Papper   |E-post   |E-faktura'

           EXEC SQL
               DECLARE CURS-INVFEE CURSOR FOR
               SELECT CUST_ID, PAPERFEE, MAILFEE, EINVFEE
               FROM TUTORIAL.INVFEE
               ORDER BY CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-INVFEE
           END-EXEC

           EXEC SQL
               FETCH CURS-INVFEE
                   INTO :INVFEE-CUST-ID, :INVFEE-PAPERFEE,
                        :INVFEE-MAILFEE, :INVFEE-EINVFEE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE INVFEE-PAPERFEE TO wn-avi-paper-ed
               MOVE INVFEE-MAILFEE TO wn-avi-mail-ed
               MOVE INVFEE-EINVFEE TO wn-avi-einv-ed
               DISPLAY INVFEE-CUST-ID '|' wn-avi-paper-ed '|'
                   wn-avi-mail-ed '|' wn-avi-einv-ed
               EXEC SQL
                   FETCH CURS-INVFEE
                       INTO :INVFEE-CUST-ID, :INVFEE-PAPERFEE,
                            :INVFEE-MAILFEE, :INVFEE-EINVFEE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-INVFEE
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Kund-ID (0=avbryt): ' WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in

           IF wc-custid-in NOT = ZERO
               MOVE wc-custid-in TO CUSTOMER-CUST-ID

               EXEC SQL
                   SELECT NAME
                       INTO :CUSTOMER-NAME
                       FROM CUSTOMER
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kunden hittades inte.'
               ELSE
                   MOVE CUSTOMER-CUST-ID TO INVFEE-CUST-ID
                   MOVE ZERO TO INVFEE-PAPERFEE INVFEE-MAILFEE
                                INVFEE-EINVFEE
                   EXEC SQL
                       SELECT PAPERFEE, MAILFEE, EINVFEE
                           INTO :INVFEE-PAPERFEE, :INVFEE-MAILFEE,
                                :INVFEE-EINVFEE
                           FROM INVFEE
                           WHERE CUST_ID = :INVFEE-CUST-ID
                   END-EXEC
                   IF SQLCODE = ZERO
                       MOVE 'Y' TO wc-avi-found-flag
                   ELSE
                       MOVE 'N' TO wc-avi-found-flag
                       MOVE ZERO TO INVFEE-PAPERFEE INVFEE-MAILFEE
                                    INVFEE-EINVFEE
                   END-IF
                   MOVE INVFEE-PAPERFEE TO wn-avi-old-paper
                   MOVE INVFEE-MAILFEE TO wn-avi-old-mail
                   MOVE INVFEE-EINVFEE TO wn-avi-old-einv

                   DISPLAY FUNCTION TRIM(CUSTOMER-NAME-TEXT)
                   MOVE INVFEE-PAPERFEE TO wn-avi-paper-ed
                   DISPLAY 'Aviavgift papper    [' wn-avi-paper-ed
                       '] : ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF wc-edit-buffer NOT = SPACE
                       MOVE FUNCTION NUMVAL(wc-edit-buffer)
                           TO INVFEE-PAPERFEE
                   END-IF

                   MOVE INVFEE-MAILFEE TO wn-avi-mail-ed
                   DISPLAY 'Aviavgift e-post    [' wn-avi-mail-ed
                       '] : ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF wc-edit-buffer NOT = SPACE
                       MOVE FUNCTION NUMVAL(wc-edit-buffer)
                           TO INVFEE-MAILFEE
                   END-IF

                   MOVE INVFEE-EINVFEE TO wn-avi-einv-ed
                   DISPLAY 'Aviavgift e-faktura [' wn-avi-einv-ed
                       '] : ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF wc-edit-buffer NOT = SPACE
                       MOVE FUNCTION NUMVAL(wc-edit-buffer)
                           TO INVFEE-EINVFEE
                   END-IF

                   IF INVFEE-PAPERFEE < ZERO OR
                      INVFEE-MAILFEE < ZERO OR
                      INVFEE-EINVFEE < ZERO
                       DISPLAY 'En avgift kan inte vara negativ.'
                   ELSE
                       IF wc-avi-found-flag = 'Y'
                           EXEC SQL
                               UPDATE INVFEE
                               SET PAPERFEE = :INVFEE-PAPERFEE,
                                   MAILFEE = :INVFEE-MAILFEE,
                                   EINVFEE = :INVFEE-EINVFEE
                               WHERE CUST_ID = :INVFEE-CUST-ID
                           END-EXEC
                       ELSE
                           EXEC SQL
                               INSERT INTO INVFEE
                               VALUES ( :INVFEE-CUST-ID,
                                         :INVFEE-PAPERFEE,
                                         :INVFEE-MAILFEE,
                                         :INVFEE-EINVFEE)
                           END-EXEC
                       END-IF

                       IF SQLCODE = ZERO
                           MOVE 'INVFEE' TO wc-audit-table
                           MOVE INVFEE-CUST-ID TO wn-audit-rowkey
                           IF INVFEE-PAPERFEE NOT = wn-avi-old-paper
                               MOVE 'PAPERFEE' TO wc-audit-field
                               MOVE wn-avi-old-paper
                                   TO wn-audit-old-num
                               MOVE INVFEE-PAPERFEE TO wn-audit-new-num
                               PERFORM Y0310-write-audit-numeric
                           END-IF
                           IF INVFEE-MAILFEE NOT = wn-avi-old-mail
                               MOVE 'MAILFEE' TO wc-audit-field
                               MOVE wn-avi-old-mail TO wn-audit-old-num
                               MOVE INVFEE-MAILFEE TO wn-audit-new-num
                               PERFORM Y0310-write-audit-numeric
                           END-IF
                           IF INVFEE-EINVFEE NOT = wn-avi-old-einv
                               MOVE 'EINVFEE' TO wc-audit-field
                               MOVE wn-avi-old-einv TO wn-audit-old-num
                               MOVE INVFEE-EINVFEE TO wn-audit-new-num
                               PERFORM Y0310-write-audit-numeric
                           END-IF
                           DISPLAY 'Aviavgifterna �r sparade.'
                       ELSE
                           DISPLAY ' Aviavgifterna kunde inte sparas.'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *    The resume path for an interrupted onboarding: K0140
      *    aborted on the duplicate, but the existing customer is
      *    INAKTIV - so the duplicate IS the half-finished
      *    kundstart. The operator confirms, the customer row is
      *    reloaded, and the wizard continues at step 2; an ACTIVE
      *    duplicate stays an abort exactly as before.
       K0194-resume-inactive-customer.

           EXEC SQL
               SELECT CUST_ID, CUSTNO, STATUS
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO,
                        :CUSTOMER-STATUS
                   FROM CUSTOMER
                   WHERE CUST_ID = :wn-dup-cust-id
           END-EXEC

           IF SQLCODE = ZERO AND CUSTOMER-STATUS-INACTIVE
               DISPLAY 'Kunden �r INAKTIV - en avbruten kundstart.'
               DISPLAY '�teruppta den (J/N)? ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer(1:1) = 'J' OR
                  wc-edit-buffer(1:1) = 'j'
                   MOVE wn-dup-cust-id TO wn-ob-cust-id
               END-IF
           END-IF
           .

      **********************************************************
      *    Guided onboarding: walks every register a new customer
      *    needs, in order - the customer record itself, contract,
      *    FILESCHED calendar, format profile, layout profile,
      *    price tiers and subscriptions - and only activates the
      *    customer once the mandatory ones (contract, calendar,
      *    format profile) are filled. The finish line is a test
      *    file validated against the completed profile through
      *    PbsRead's validate-only mode. No more missing-file
      *    alarms that never armed, or invoices in the wrong
      *    layout, discovered live.
       K0195-onboard-new-customer.

           DISPLAY HEADLINE
           DISPLAY '*** GUIDAD KUNDSTART ***'
           DISPLAY HEADLINE
           DISPLAY 'Steg 1: kunduppgifter'
           MOVE ZERO TO wn-dup-cust-id
           PERFORM K0140-add-new-customer

           MOVE ZERO TO wn-ob-cust-id
           IF CUSTOMER-CUST-ID NOT = ZERO
               MOVE CUSTOMER-CUST-ID TO wn-ob-cust-id

      *        held inactive until the mandatory registers are in
               EXEC SQL
                   UPDATE CUSTOMER
                   SET STATUS = 0
                   WHERE CUST_ID = :wn-ob-cust-id
               END-EXEC
               DISPLAY 'Kunden �r inaktiv tills alla obligatoriska'
                   ' register �r ifyllda.'
           ELSE
      *        a duplicate hit on an inactive customer is an
      *        interrupted kundstart - picked up where it stopped
      *        instead of leaving the customer dead at STATUS 0
               IF wn-dup-cust-id NOT = ZERO
                   PERFORM K0194-resume-inactive-customer
               END-IF
           END-IF

           IF wn-ob-cust-id = ZERO
               DISPLAY 'Ingen kund skapad, kundstarten avbryts.'
           ELSE
               DISPLAY SPACE
               DISPLAY 'Steg 2: avtal (ange CUST_ID '
                   wn-ob-cust-id ')'
               PERFORM K0170-maintain-contracts

               DISPLAY SPACE
               DISPLAY 'Steg 3: filkalender (ange CUST_ID '
                   wn-ob-cust-id ')'
               PERFORM X0190-maintain-file-schedule

               DISPLAY SPACE
               DISPLAY 'Steg 4: formatprofil'
               PERFORM K0196-setup-format-profile

               DISPLAY SPACE
               DISPLAY 'Steg 5: fakturalayout (ange CUST_ID '
                   wn-ob-cust-id ')'
               PERFORM X0230-maintain-layout-profile

               DISPLAY SPACE
               DISPLAY 'Steg 6: prisniv�er (valfritt)'
               PERFORM M0160-maintain-price-tiers

               DISPLAY SPACE
               DISPLAY 'Steg 7: tj�nsteabonnemang'
               PERFORM K0197-setup-subscription

               DISPLAY SPACE
               DISPLAY 'Steg 8: kontaktregister (valfritt)'
               MOVE wn-ob-cust-id TO wn-cont-cust-id
               PERFORM K0210-maintain-contacts

               DISPLAY SPACE
               DISPLAY 'Steg 9: kontroll och aktivering'
               PERFORM K0198-activate-if-complete

               IF wc-ob-ready-flag = 'Y'
                   DISPLAY SPACE
                   DISPLAY 'Steg 10: validera kundens testfil'
                   PERFORM K0199-validate-test-file
               END-IF
           END-IF
           .

      **********************************************************
      *    the format profile had no screen of its own until the
      *    onboarding needed one - FIX, SEP (with separator) or XML
       K0196-setup-format-profile.

           MOVE FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
               TO FMTPROF-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               CUSTOMER-CUSTNO-TEXT)) TO FMTPROF-CUSTNO-LEN

           DISPLAY 'Formattyp FIX/SEP/XML (FIX): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF FUNCTION TRIM(wc-edit-buffer) = SPACE
               MOVE 'FIX' TO FMTPROF-FORMATTYPE
           ELSE
               MOVE wc-edit-buffer(1:3) TO FMTPROF-FORMATTYPE
           END-IF

           MOVE SPACE TO FMTPROF-SEPARATOR
           IF FMTPROF-FORMAT-DELIMITED
               DISPLAY 'Separatortecken: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer(1:1) TO FMTPROF-SEPARATOR
           END-IF

           EXEC SQL
               INSERT INTO FMTPROF
               VALUES ( :FMTPROF-CUSTNO,
                         :FMTPROF-FORMATTYPE,
                         :FMTPROF-SEPARATOR)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in FMTPROF �r felt'
           ELSE
               DISPLAY 'Formatprofilen �r sparad.'
           END-IF
           .

      **********************************************************
       K0197-setup-subscription.

           DISPLAY 'Tj�nst att abonnera (SRV_ID, 0=hoppa �ver): '
               WITH NO ADVANCING
           MOVE ZERO TO wc-srvid-in
           ACCEPT wc-srvid-in

           IF wc-srvid-in NOT = ZERO
               MOVE wn-ob-cust-id TO SRVCUST-CUST-ID
               MOVE wc-srvid-in TO SRVCUST-SRV-ID
               MOVE FUNCTION CURRENT-DATE(1:10)
                   TO SRVCUST-START-DATE
               MOVE '9999-12-31' TO SRVCUST-END-DATE

      *        monthly in arrears unless the contract says otherwise
               DISPLAY 'Faktureringsintervall i m�nader 1/3/12 (1): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               EVALUATE FUNCTION TRIM(wc-edit-buffer)
                   WHEN '3'
                       MOVE 3 TO SRVCUST-FREQ
                   WHEN '12'
                       MOVE 12 TO SRVCUST-FREQ
                   WHEN OTHER
                       MOVE 1 TO SRVCUST-FREQ
               END-EVALUATE
               DISPLAY 'Fakturera i f�rskott J/N (N): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer(1:1) = 'J' OR 'j'
                   MOVE 'Y' TO SRVCUST-ADVANCE
               ELSE
                   MOVE 'N' TO SRVCUST-ADVANCE
               END-IF

               EXEC SQL
                   INSERT INTO SRVCUST
                   VALUES ( :SRVCUST-SRV-ID,
                             :SRVCUST-CUST-ID,
                             :SRVCUST-START-DATE,
                             :SRVCUST-END-DATE,
                             :SRVCUST-FREQ,
                             :SRVCUST-ADVANCE)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in SRVCUST �r felt'
               ELSE
                   DISPLAY 'Abonnemanget �r upplagt fr�n idag.'
               END-IF
           END-IF
           .

      **********************************************************
      *    the gate: contract, filkalender and formatprofil must
      *    exist before the customer goes live - each missing one
      *    is named, so the operator knows exactly what remains
       K0198-activate-if-complete.

           MOVE 'Y' TO wc-ob-ready-flag

           MOVE ZERO TO wn-ob-contract
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-ob-contract
                   FROM CONTRACT
                   WHERE CUST_ID = :wn-ob-cust-id
           END-EXEC
           IF wn-ob-contract = ZERO
               MOVE 'N' TO wc-ob-ready-flag
               DISPLAY 'SAKNAS: avtal (menyval 55).'
           END-IF

           MOVE ZERO TO wn-ob-filesched
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-ob-filesched
                   FROM FILESCHED
                   WHERE CUST_ID = :wn-ob-cust-id
           END-EXEC
           IF wn-ob-filesched = ZERO
               MOVE 'N' TO wc-ob-ready-flag
               DISPLAY 'SAKNAS: filkalender (menyval 80).'
           END-IF

           MOVE ZERO TO wn-ob-fmtprof
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-ob-fmtprof
                   FROM FMTPROF
                   WHERE CUSTNO = :CUSTOMER-CUSTNO
           END-EXEC
           IF wn-ob-fmtprof = ZERO
               MOVE 'N' TO wc-ob-ready-flag
               DISPLAY 'SAKNAS: formatprofil.'
           END-IF

      *    the optional registers are only pointed out
           MOVE ZERO TO wn-ob-layout
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-ob-layout
                   FROM LAYOUTPR
                   WHERE CUST_ID = :wn-ob-cust-id
           END-EXEC
           IF wn-ob-layout = ZERO
               DISPLAY 'OBS: ingen fakturalayout (menyval 92) -'
                   ' standardlayouten anv�nds.'
           END-IF

           MOVE ZERO TO wn-ob-srvcust
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-ob-srvcust
                   FROM SRVCUST
                   WHERE CUST_ID = :wn-ob-cust-id
           END-EXEC
           IF wn-ob-srvcust = ZERO
               DISPLAY 'OBS: inget tj�nsteabonnemang - kunden'
                   ' servicefaktureras inte.'
           END-IF

           MOVE ZERO TO wn-ob-contacts
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-ob-contacts
                   FROM CUSTCONT
                   WHERE CUST_ID = :wn-ob-cust-id
           END-EXEC
           IF wn-ob-contacts = ZERO
               DISPLAY 'OBS: inga kontakter (menyval 70) - alla'
                   ' utskick g�r till kundens e-postadress.'
           END-IF

           IF wc-ob-ready-flag = 'Y'
               EXEC SQL
                   UPDATE CUSTOMER
                   SET STATUS = 1
                   WHERE CUST_ID = :wn-ob-cust-id
               END-EXEC

               MOVE 'CUSTOMER' TO wc-audit-table
               MOVE wn-ob-cust-id TO wn-audit-rowkey
               MOVE 'ONBOARDED' TO wc-audit-field
               MOVE '0' TO wc-audit-old
               MOVE '1' TO wc-audit-new
               PERFORM Y0300-write-audit

               DISPLAY 'Alla obligatoriska register ifyllda -'
                   ' kunden �r AKTIVERAD.'
           ELSE
               DISPLAY 'Kunden f�rblir inaktiv tills stegen ovan'
                   ' �r klara (k�r kundstarten igen).'
           END-IF
           .

      **********************************************************
      *    the finish line: the customer's own trial file through
      *    the full validation, against the profile just built -
      *    booking nothing, exactly as menu 15 runs it
       K0199-validate-test-file.

           DISPLAY 'Testfil i data/ katalogen (blankt=hoppa): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-import-filename
           ACCEPT wc-import-filename

           IF wc-import-filename = SPACE
               DISPLAY 'Ingen testfil validerad.'
           ELSE
               MOVE SPACE TO wc-import-path
               STRING 'data/' DELIMITED BY SIZE
                       wc-import-filename DELIMITED BY SPACE
                       INTO wc-import-path

               MOVE 'TST' TO wc-pbsread-mode
               CALL 'PbsRead' USING wc-import-path wc-pbsread-mode
               MOVE SPACE TO wc-pbsread-mode
               DISPLAY 'Testvalideringen �r klar - se kvittot och'
                   ' feldatafilen.'
           END-IF
           .

      **********************************************************
       K0150-inactivate-customer.

      *    retire a customer: STATUS=0 makes subinv's cur-customers
      *    cursor and PbsRead's 210-CHECK-CUSTOMER-NR skip them
           DISPLAY 'Kundnummer (CUST_ID) att inaktivera: '
               WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in
           MOVE wc-custid-in TO CUSTOMER-CUST-ID

           EXEC SQL
               SELECT STATUS
                   INTO :CUSTOMER-STATUS
                   FROM CUSTOMER
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunden hittades inte: ' wc-custid-in
           ELSE
               PERFORM K0152-inactivate-one-customer
           END-IF
           .

      **********************************************************
      *    the customer in CUSTOMER-CUST-ID to STATUS 0, audited -
      *    shared by menu 54 and the kundavslut's last step
       K0152-inactivate-one-customer.

           SET CUSTOMER-STATUS-INACTIVE TO TRUE
           EXEC SQL
               UPDATE CUSTOMER
               SET STATUS = :CUSTOMER-STATUS
               WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY
                   ' Update SQL sats in CUSTOMER table �r felt'
           END-IF

           MOVE 'CUSTOMER' TO wc-audit-table
           MOVE CUSTOMER-CUST-ID TO wn-audit-rowkey
           MOVE 'STATUS' TO wc-audit-field
           MOVE '1' TO wc-audit-old
           MOVE '0' TO wc-audit-new
           PERFORM Y0300-write-audit

           DISPLAY 'Kund ' CUSTOMER-CUST-ID ' �r nu inaktiverad.'
           .

      **********************************************************
      *    Guided kundavslut: the counterpart of the kundstart
      *    (K0195) for a customer leaving at contract end. Step by
      *    step - contract end date, filkalender stopped,
      *    subscriptions ended, final service invoice with the
      *    shortfall, the open debtor invoices kept or handed back,
      *    final kundredovisning, history export and inactivation.
      *    OFFBOARD keeps the last finished step, so the operator
      *    can stop after any step (or a step can fail) and the
      *    next run resumes where it stopped; every finished step
      *    is written to the audit log.
       K0220-offboard-customer.

           DISPLAY HEADLINE
           DISPLAY '*** GUIDAT KUNDAVSLUT ***'
           DISPLAY HEADLINE
           DISPLAY 'Kund-ID (CUST_ID): ' WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in
           MOVE wc-custid-in TO CUSTOMER-CUST-ID

           EXEC SQL
               SELECT CUSTNO, NAME, STATUS
                   INTO :CUSTOMER-CUSTNO, :CUSTOMER-NAME,
                        :CUSTOMER-STATUS
                   FROM CUSTOMER
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunden hittades inte: ' wc-custid-in
           ELSE
               PERFORM Y0345-set-price-today
               MOVE CUSTOMER-CUST-ID TO OFFBOARD-CUST-ID
               EXEC SQL
                   SELECT ENDDATE, STEP, KEPTCOUNT, BACKCOUNT, STATE
                       INTO :OFFBOARD-ENDDATE, :OFFBOARD-STEP,
                            :OFFBOARD-KEPTCOUNT, :OFFBOARD-BACKCOUNT,
                            :OFFBOARD-STATE
                       FROM OFFBOARD
                       WHERE CUST_ID = :OFFBOARD-CUST-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   PERFORM K0221-ofb-start
               ELSE
                   DISPLAY 'Kundavslutet �terupptas - avtalsslut '
                       OFFBOARD-ENDDATE ', klart t.o.m. steg '
                       OFFBOARD-STEP
               END-IF

               IF OFFBOARD-STEP = ZERO
                   CONTINUE
               ELSE
                IF OFFBOARD-COMPLETED
                   DISPLAY 'Kundavslutet �r redan genomf�rt.'
                ELSE
                   MOVE 'Y' TO wc-ofb-go-flag
                   PERFORM UNTIL wc-ofb-go-flag NOT = 'Y'
                           OR OFFBOARD-STEP-INACTIVATED
                       PERFORM K0222-ofb-run-step
                   END-PERFORM
                END-IF
               END-IF
           END-IF
           .

      **********************************************************
      *    step 1: the contract end - start date plus the term,
      *    less a day - which the operator confirms or overrides
      *    (an early termination), and the OFFBOARD row opened
       K0221-ofb-start.

           MOVE ZERO TO OFFBOARD-STEP
           MOVE SPACE TO OFFBOARD-ENDDATE
           MOVE CUSTOMER-CUST-ID TO CONTRACT-CUST-ID
           EXEC SQL
               SELECT STARTDATE, TERMMONTHS
                   INTO :CONTRACT-STARTDATE, :CONTRACT-TERMMONTHS
                   FROM CONTRACT
                   WHERE CUST_ID = :CONTRACT-CUST-ID
           END-EXEC

           IF SQLCODE = ZERO
               COMPUTE wn-ofb-year =
                   FUNCTION NUMVAL(CONTRACT-STARTDATE(1:4))
               COMPUTE wn-ofb-month =
                   FUNCTION NUMVAL(CONTRACT-STARTDATE(6:2))
                   + CONTRACT-TERMMONTHS - 1
               COMPUTE wn-ofb-year =
                   wn-ofb-year + wn-ofb-month / 12
               COMPUTE wn-ofb-month =
                   FUNCTION MOD(wn-ofb-month, 12) + 1
               COMPUTE wn-ofb-day =
                   FUNCTION NUMVAL(CONTRACT-STARTDATE(9:2))
               COMPUTE wn-ofb-end-int =
                   FUNCTION INTEGER-OF-DATE(wn-ofb-year * 10000
                       + wn-ofb-month * 100 + 1)
                   + wn-ofb-day - 2
               MOVE FUNCTION DATE-OF-INTEGER(wn-ofb-end-int)
                   TO wc-ofb-ymd
               STRING wc-ofb-ymd(1:4) '-' wc-ofb-ymd(5:2) '-'
                   wc-ofb-ymd(7:2) DELIMITED BY SIZE
                   INTO OFFBOARD-ENDDATE
               END-STRING
               DISPLAY 'Avtalet l�per ut ' OFFBOARD-ENDDATE
           ELSE
               DISPLAY 'Kunden har inget avtal i avtalsregistret.'
           END-IF

           DISPLAY 'Avtalsslut (�R-MM-DD, blankt=enligt avtalet): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:10) TO OFFBOARD-ENDDATE
           END-IF

           IF OFFBOARD-ENDDATE(5:1) NOT = '-'
              OR OFFBOARD-ENDDATE(8:1) NOT = '-'
              OR OFFBOARD-ENDDATE(1:4) IS NOT NUMERIC
              OR OFFBOARD-ENDDATE(6:2) IS NOT NUMERIC
              OR OFFBOARD-ENDDATE(9:2) IS NOT NUMERIC
               DISPLAY 'Ogiltigt avtalsslut - kundavslutet avbryts.'
               MOVE ZERO TO OFFBOARD-STEP
           ELSE
               MOVE CUSTOMER-CUST-ID TO OFFBOARD-CUST-ID
               SET OFFBOARD-STEP-STARTED TO TRUE
               MOVE wc-price-today TO OFFBOARD-STARTDATE
               MOVE wc-price-today TO OFFBOARD-LASTDATE
               MOVE wc-current-operator TO OFFBOARD-STARTEDBY-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   wc-current-operator)) TO OFFBOARD-STARTEDBY-LEN
               MOVE ZERO TO OFFBOARD-KEPTCOUNT OFFBOARD-BACKCOUNT
               SET OFFBOARD-IN-PROGRESS TO TRUE

               EXEC SQL
                   INSERT INTO OFFBOARD
                   VALUES ( :OFFBOARD-CUST-ID,
                             :OFFBOARD-ENDDATE,
                             :OFFBOARD-STEP,
                             :OFFBOARD-STARTDATE,
                             :OFFBOARD-STARTEDBY,
                             :OFFBOARD-LASTDATE,
                             :OFFBOARD-KEPTCOUNT,
                             :OFFBOARD-BACKCOUNT,
                             :OFFBOARD-STATE)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in OFFBOARD �r felt'
                   MOVE ZERO TO OFFBOARD-STEP
               ELSE
                   MOVE 'OFFBOARD' TO wc-audit-table
                   MOVE OFFBOARD-CUST-ID TO wn-audit-rowkey
                   MOVE 'START' TO wc-audit-field
                   MOVE SPACE TO wc-audit-old
                   MOVE OFFBOARD-ENDDATE TO wc-audit-new
                   PERFORM Y0300-write-audit
                   DISPLAY 'Steg 1 klart: avtalsslut ' OFFBOARD-ENDDATE
               END-IF
           END-IF
           .

      **********************************************************
      *    the next unfinished step, after the operator's go-ahead;
      *    a finished step moves OFFBOARD-STEP on, a refused or
      *    failed one stops the run with the step still open
       K0222-ofb-run-step.

           DISPLAY SPACE
           EVALUATE OFFBOARD-STEP
               WHEN 1
                   DISPLAY 'Steg 2: stoppa filkalendern'
               WHEN 2
                   DISPLAY 'Steg 3: avsluta tj�nsteabonnemangen per '
                       OFFBOARD-ENDDATE
               WHEN 3
                   DISPLAY 'Steg 4: slutfaktura och volymunderskott'
               WHEN 4
                   DISPLAY 'Steg 5: �ppna g�lden�rsfakturor'
               WHEN 5
                   DISPLAY 'Steg 6: slutlig kundredovisning'
               WHEN 6
                   DISPLAY 'Steg 7: full historikexport'
               WHEN OTHER
                   DISPLAY 'Steg 8: inaktivera kunden'
           END-EVALUATE
           DISPLAY 'Utf�r steget (J), blankt f�r att forts�tta '
               'senare: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           IF wc-edit-buffer(1:1) NOT = 'J' AND
              wc-edit-buffer(1:1) NOT = 'j'
               MOVE 'N' TO wc-ofb-go-flag
               DISPLAY 'Kundavslutet pausat efter steg ' OFFBOARD-STEP
                   ' - forts�tt med menyval 71.'
           ELSE
               MOVE 'N' TO wc-ofb-step-ok-flag
               EVALUATE OFFBOARD-STEP
                   WHEN 1
                       PERFORM K0223-ofb-stop-calendar
                   WHEN 2
                       PERFORM K0224-ofb-end-subscriptions
                   WHEN 3
                       PERFORM K0225-ofb-final-invoice
                   WHEN 4
                       PERFORM K0226-ofb-open-invoices
                   WHEN 5
                       PERFORM K0228-ofb-final-settlement
                   WHEN 6
                       PERFORM K0229-ofb-history-export
                   WHEN OTHER
                       PERFORM K0152-inactivate-one-customer
                       MOVE 'Y' TO wc-ofb-step-ok-flag
               END-EVALUATE

               IF wc-ofb-step-ok-flag = 'Y'
                   MOVE OFFBOARD-STEP TO wn-audit-old-num
                   ADD 1 TO OFFBOARD-STEP
                   IF OFFBOARD-STEP-INACTIVATED
                       SET OFFBOARD-COMPLETED TO TRUE
                   END-IF
                   MOVE wc-price-today TO OFFBOARD-LASTDATE
                   EXEC SQL
                       UPDATE OFFBOARD
                       SET STEP = :OFFBOARD-STEP,
                           LASTDATE = :OFFBOARD-LASTDATE,
                           KEPTCOUNT = :OFFBOARD-KEPTCOUNT,
                           BACKCOUNT = :OFFBOARD-BACKCOUNT,
                           STATE = :OFFBOARD-STATE
                       WHERE CUST_ID = :OFFBOARD-CUST-ID
                   END-EXEC

                   MOVE 'OFFBOARD' TO wc-audit-table
                   MOVE OFFBOARD-CUST-ID TO wn-audit-rowkey
                   MOVE 'STEP' TO wc-audit-field
                   MOVE OFFBOARD-STEP TO wn-audit-new-num
                   PERFORM Y0310-write-audit-numeric

                   DISPLAY 'Steg ' OFFBOARD-STEP ' klart.'
                   IF OFFBOARD-COMPLETED
                       DISPLAY 'Kundavslutet �r genomf�rt.'
                   END-IF
               ELSE
                   MOVE 'N' TO wc-ofb-go-flag
                   DISPLAY 'Steget blev inte klart - forts�tt med'
                       ' menyval 71 n�r orsaken ovan �r'
                       ' �tg�rdad.'
               END-IF
           END-IF
           .

      **********************************************************
      *    step 2: no more file calendar, so no more missing-file
      *    alarms for a customer who will send no more files - the
      *    old weekdays go to the audit log
       K0223-ofb-stop-calendar.

           MOVE SPACE TO wc-ofb-weekdays
           EXEC SQL
               SELECT WEEKDAYS
                   INTO :wc-ofb-weekdays
                   FROM FILESCHED
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC

           EXEC SQL
               DELETE FROM FILESCHED
               WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY ' Delete SQL sats in FILESCHED �r felt'
           ELSE
               MOVE 'FILESCHED' TO wc-audit-table
               MOVE CUSTOMER-CUST-ID TO wn-audit-rowkey
               MOVE 'DELETE' TO wc-audit-field
               MOVE wc-ofb-weekdays TO wc-audit-old
               MOVE SPACE TO wc-audit-new
               PERFORM Y0300-write-audit
               DISPLAY 'Filkalendern �r borttagen.'
               MOVE 'Y' TO wc-ofb-step-ok-flag
           END-IF
           .

      **********************************************************
      *    step 3: every subscription running past the contract
      *    end is ended on it - the service billing prorates the
      *    last period by it
       K0224-ofb-end-subscriptions.

           MOVE CUSTOMER-CUST-ID TO SRVCUST-CUST-ID
           MOVE OFFBOARD-ENDDATE TO SRVCUST-END-DATE
           MOVE ZERO TO wn-ofb-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-ofb-count
                   FROM SRVCUST
                   WHERE CUST_ID = :SRVCUST-CUST-ID
                     AND END_DATE > :SRVCUST-END-DATE
           END-EXEC

           EXEC SQL
               UPDATE SRVCUST
               SET END_DATE = :SRVCUST-END-DATE
               WHERE CUST_ID = :SRVCUST-CUST-ID
                 AND END_DATE > :SRVCUST-END-DATE
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY ' Update SQL sats in SRVCUST �r felt'
           ELSE
               MOVE 'SRVCUST' TO wc-audit-table
               MOVE CUSTOMER-CUST-ID TO wn-audit-rowkey
               MOVE 'END_DATE' TO wc-audit-field
               MOVE SPACE TO wc-audit-old
               MOVE OFFBOARD-ENDDATE TO wc-audit-new
               PERFORM Y0300-write-audit
               DISPLAY wn-ofb-count ' abonnemang avslutade per '
                   OFFBOARD-ENDDATE
               MOVE 'Y' TO wc-ofb-step-ok-flag
           END-IF
           .

      **********************************************************
      *    step 4: the final service invoice - srvbill's final run
      *    bills what remains of the ended subscriptions and the
      *    last contract month's volume shortfall, which can only
      *    be measured once that month is over - then the batch
      *    goes to subinv the way menu 27 sends it
       K0225-ofb-final-invoice.

           IF wc-price-today(1:7) NOT > OFFBOARD-ENDDATE(1:7)
               DISPLAY 'Slutfakturan tas f�rst m�naden efter'
                   ' avtalsslutet (' OFFBOARD-ENDDATE ').'
           ELSE
               MOVE SPACE TO wc-srvbill-custno
               MOVE CUSTOMER-CUSTNO-TEXT TO wc-srvbill-custno
               MOVE 'SLUT' TO wc-srvbill-corr-period
               CALL 'srvbill' USING wc-srvbill-custno
                                    wc-srvbill-corr-period
               MOVE SPACE TO wc-srvbill-corr-period

               DISPLAY 'Skickar kundfakturor till subinv...'
               MOVE SPACE TO wc-subinv-mode wc-subinv-invno
                                                    wc-subinv-custno
               MOVE ZERO TO wc-subinv-finid
               PERFORM Y0120-call-subinv-locked
               IF is-run-lock-busy
                   DISPLAY 'En annan k�rning p�g�r - slutfakturan'
                       ' skrivs ut i n�sta k�rning.'
               END-IF
               MOVE 'Y' TO wc-ofb-step-ok-flag
           END-IF
           .

      **********************************************************
      *    step 5: every open debtor invoice of the customer -
      *    our own service invoices to it excepted - is either
      *    kept in our collection or handed back. A handed-back
      *    invoice leaves the dunning ladder (DUNLEVEL 4, as after
      *    a profile's report-back step) and is listed in
      *    data/kundavslut/<kundnr>_oppnaposter.txt for the
      *    customer to take over.
       K0226-ofb-open-invoices.

           CALL 'CBL_CREATE_DIR' USING wc-ofb-dir
               RETURNING wn-ofb-rc
           MOVE SPACE TO wc-ofb-filename
           STRING wc-ofb-dir DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
                      DELIMITED BY SIZE
                  '_oppnaposter.txt' DELIMITED BY SIZE
                  INTO wc-ofb-filename
           END-STRING

           DISPLAY 'B=beh�ll indrivningen av alla, T=l�mna '
               'tillbaka alla, E=beslut per faktura: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-ofb-all-choice
           ACCEPT wc-ofb-all-choice
           MOVE FUNCTION UPPER-CASE(wc-ofb-all-choice)
               TO wc-ofb-all-choice

           IF wc-ofb-all-choice NOT = 'B' AND
              wc-ofb-all-choice NOT = 'T' AND
              wc-ofb-all-choice NOT = 'E'
               DISPLAY 'Ogiltigt val.'
           ELSE
               MOVE ZERO TO OFFBOARD-KEPTCOUNT OFFBOARD-BACKCOUNT
               OPEN OUTPUT OFBDATA

               EXEC SQL
                   DECLARE CURS-OFB-OPEN CURSOR FOR
                   SELECT V.INV_ID, V.INVNO, V.DUEDATE, V.DUNLEVEL,
                          D.NAME
                   FROM TUTORIAL.INVOICE V, TUTORIAL.DEBTOR D
                   WHERE V.CUST_ID = :CUSTOMER-CUST-ID
                     AND V.DEBT_ID = D.DEBT_ID
                     AND D.NAME <> :CUSTOMER-NAME
                     AND V.INVSTATE IN (1, 2)
                     AND V.DUNLEVEL < 4
                     AND V.CREDITOF = 0
                   ORDER BY V.DUEDATE, V.INV_ID
               END-EXEC

               EXEC SQL
                   OPEN CURS-OFB-OPEN
               END-EXEC

               EXEC SQL
                   FETCH CURS-OFB-OPEN
                       INTO :wn-ofb-inv-id, :INVOICE-INVNO,
                            :INVOICE-DUEDATE, :wn-ofb-dunlevel,
                            :DEBTOR-NAME
               END-EXEC

               PERFORM UNTIL SQLCODE NOT = ZERO
                   PERFORM K0227-ofb-one-open-invoice
                   EXEC SQL
                       FETCH CURS-OFB-OPEN
                           INTO :wn-ofb-inv-id, :INVOICE-INVNO,
                                :INVOICE-DUEDATE, :wn-ofb-dunlevel,
                                :DEBTOR-NAME
                   END-EXEC
               END-PERFORM

               EXEC SQL
                   CLOSE CURS-OFB-OPEN
               END-EXEC

               CLOSE OFBDATA

               DISPLAY OFFBOARD-KEPTCOUNT ' fakturor kvar i'
                   ' indrivning, ' OFFBOARD-BACKCOUNT
                   ' �terl�mnade till kunden.'
               IF OFFBOARD-BACKCOUNT > ZERO
                   DISPLAY 'Reskontrafil: '
                       FUNCTION TRIM(wc-ofb-filename)
               END-IF
               MOVE 'Y' TO wc-ofb-step-ok-flag
           END-IF
           .

      **********************************************************
       K0227-ofb-one-open-invoice.

      *    what is still owed on it: lines and VAT less payments
           MOVE ZERO TO wn-ofb-sum wn-ofb-vat-sum wn-ofb-paid
           EXEC SQL
               SELECT COALESCE(SUM(ITEM.QTY * ITEM.PRICE), 0),
                      COALESCE(SUM(ITEM.QTY * ITEM.PRICE
                          * ITEM.VAT / 100), 0)
                   INTO :wn-ofb-sum, :wn-ofb-vat-sum
                   FROM ITEM, INVITEM
                   WHERE INVITEM.INV_ID = :wn-ofb-inv-id
                     AND ITEM.ITEM_ID = INVITEM.ITEM_ID
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
                   INTO :wn-ofb-paid
                   FROM PAYMENT
                   WHERE INV_ID = :wn-ofb-inv-id
           END-EXEC
           COMPUTE wn-ofb-open =
               wn-ofb-sum + wn-ofb-vat-sum - wn-ofb-paid
           MOVE wn-ofb-open TO wn-ofb-open-ed

           MOVE wc-ofb-all-choice TO wc-ofb-choice
           IF wc-ofb-all-choice = 'E'
               DISPLAY FUNCTION TRIM(INVOICE-INVNO-TEXT) ' '
                   DEBTOR-NAME-TEXT(1:24) ' ' INVOICE-DUEDATE ' '
                   wn-ofb-open-ed
               DISPLAY '  B=beh�ll, T=l�mna tillbaka (B): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-ofb-choice
               ACCEPT wc-ofb-choice
               MOVE FUNCTION UPPER-CASE(wc-ofb-choice)
                   TO wc-ofb-choice
           END-IF

           IF wc-ofb-choice = 'T'
               EXEC SQL
                   UPDATE INVOICE
                   SET DUNLEVEL = 4,
                       LASTDUNDATE = :wc-price-today
                   WHERE INV_ID = :wn-ofb-inv-id
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY
                       ' Update SQL sats in INVOICE table �r felt'
               ELSE
                   MOVE SPACE TO OFB-POST
                   MOVE CUSTOMER-CUSTNO-TEXT TO OFB-CUSTNO
                   MOVE INVOICE-INVNO-TEXT TO OFB-INVNO
                   MOVE DEBTOR-NAME-TEXT TO OFB-DEBTOR-NAME
                   MOVE INVOICE-DUEDATE TO OFB-DUEDATE
                   MOVE wn-ofb-dunlevel TO OFB-DUNLEVEL
                   MOVE wn-ofb-open TO OFB-AMOUNT
                   WRITE OFB-POST

                   MOVE 'INVOICE' TO wc-audit-table
                   MOVE wn-ofb-inv-id TO wn-audit-rowkey
                   MOVE 'HANDBACK' TO wc-audit-field
                   MOVE wn-ofb-dunlevel TO wc-audit-old
                   MOVE '4' TO wc-audit-new
                   PERFORM Y0300-write-audit

                   ADD 1 TO OFFBOARD-BACKCOUNT
               END-IF
           ELSE
               ADD 1 TO OFFBOARD-KEPTCOUNT
           END-IF
           .

      **********************************************************
      *    step 6: the final kundredovisning - the customer's
      *    settlement for the current month, paid out whatever its
      *    minimum payout, through the ordinary settlement
      *    paragraphs. Payments still arriving on kept invoices
      *    are settled by the ordinary monthly run (menu 79).
       K0228-ofb-final-settlement.

           MOVE CUSTOMER-CUST-ID TO SETLACCT-CUST-ID
           EXEC SQL
               SELECT BANKGIRO, MINPAYOUT
                   INTO :SETLACCT-BANKGIRO, :SETLACCT-MINPAYOUT
                   FROM SETLACCT
                   WHERE CUST_ID = :SETLACCT-CUST-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Inget redovisningskonto - kunden'
                   ' redovisas inte.'
               MOVE 'Y' TO wc-ofb-step-ok-flag
           ELSE
               MOVE ZERO TO SETLACCT-MINPAYOUT
               MOVE wc-price-today(1:7) TO wc-sie-period
               MOVE wc-sie-period TO wc-setl-period
               PERFORM I0141-set-period-bounds

               MOVE ZERO TO wn-setl-count wn-setl-skip-count
                            wn-setl-park-count wn-setl-resent-count
               MOVE ZERO TO wn-setl-max-payid
               EXEC SQL
                   SELECT COALESCE(MAX(PAYMENT_ID), 0)
                       INTO :wn-setl-max-payid
                       FROM PAYMENT
               END-EXEC

               PERFORM P0222-settle-one-customer

               IF wn-setl-park-count > ZERO
                   DISPLAY 'Redovisningen v�ntar p� attest'
                       ' (menyval 66).'
               ELSE
                   MOVE 'Y' TO wc-ofb-step-ok-flag
               END-IF
           END-IF
           .

      **********************************************************
      *    step 7: the customer's full invoice history, the same
      *    file the nightly extract (X0180) writes - one customer
      *    is quick enough to run at the prompt
       K0229-ofb-history-export.

           INITIALIZE HISTREQ
           MOVE CUSTOMER-CUSTNO-TEXT TO HISTREQ-CUSTNO
           CALL 'PbsHist' USING HISTREQ
           IF HISTREQ-DONE
               DISPLAY 'Historiken exporterad till '
                   FUNCTION TRIM(HISTREQ-FILENAME)
               MOVE 'Y' TO wc-ofb-step-ok-flag
           ELSE
               DISPLAY 'Historiken kunde inte exporteras.'
           END-IF
           .

      **********************************************************
       K0170-maintain-contracts.

      *    one contract per customer: start, term, the date notice
      *    must be given by, and the index clause percentage the
      *    annual indexation batch (menu 57) applies
           DISPLAY HEADLINE
           DISPLAY 'AVTALSREGISTER'
           DISPLAY HEADLINE
           DISPLAY 'Kund-ID  |Start     |M�n |Upps�gs senast|Index%'

           EXEC SQL
               DECLARE CURS-CONTRACT CURSOR FOR
               SELECT CONTRACT_ID, CUST_ID, STARTDATE, TERMMONTHS,
                      NOTICEDATE, INDEXPCT
               FROM TUTORIAL.CONTRACT
               ORDER BY CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-CONTRACT
           END-EXEC

           EXEC SQL
               FETCH CURS-CONTRACT
                   INTO :CONTRACT-CONTRACT-ID, :CONTRACT-CUST-ID,
                        :CONTRACT-STARTDATE, :CONTRACT-TERMMONTHS,
                        :CONTRACT-NOTICEDATE, :CONTRACT-INDEXPCT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY CONTRACT-CUST-ID '|' CONTRACT-STARTDATE '|'
                   CONTRACT-TERMMONTHS '|' CONTRACT-NOTICEDATE '|'
                   CONTRACT-INDEXPCT

               EXEC SQL
                   FETCH CURS-CONTRACT
                       INTO :CONTRACT-CONTRACT-ID, :CONTRACT-CUST-ID,
                            :CONTRACT-STARTDATE, :CONTRACT-TERMMONTHS,
                            :CONTRACT-NOTICEDATE, :CONTRACT-INDEXPCT
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-CONTRACT
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Kundnummer (CUST_ID) f�r avtal (0=avbryt): '
               WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in

           IF wc-custid-in NOT = ZERO
               MOVE wc-custid-in TO CONTRACT-CUST-ID

               DISPLAY 'Avtalsstart (�R-MM-DD): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer(1:10) TO CONTRACT-STARTDATE

               DISPLAY 'Avtalstid i m�nader: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO CONTRACT-TERMMONTHS

               DISPLAY 'Upps�gs senast (�R-MM-DD): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer(1:10) TO CONTRACT-NOTICEDATE

               DISPLAY 'Indexklausul (%): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO CONTRACT-INDEXPCT

               DISPLAY 'Volym�tagande per m�nad (0=inget): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE ZERO TO CONTRACT-MINVOLUME
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CONTRACT-MINVOLUME
               END-IF

               DISPLAY 'Underskottsavgift per faktura (0): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   MOVE ZERO TO CONTRACT-SHORTRATE
               ELSE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO CONTRACT-SHORTRATE
               END-IF

               EXEC SQL
                   UPDATE CONTRACT
                   SET STARTDATE = :CONTRACT-STARTDATE,
                       TERMMONTHS = :CONTRACT-TERMMONTHS,
                       NOTICEDATE = :CONTRACT-NOTICEDATE,
                       INDEXPCT = :CONTRACT-INDEXPCT,
                       MINVOLUME = :CONTRACT-MINVOLUME,
                       SHORTRATE = :CONTRACT-SHORTRATE
                   WHERE CUST_ID = :CONTRACT-CUST-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE 'CONTRACT' TO IDGEN-TABLENAME-TEXT
                   PERFORM Y0200-get-next-id
                   MOVE wn-next-id TO CONTRACT-CONTRACT-ID
                   ADD 1 TO CONTRACT-CONTRACT-ID
                   MOVE SPACE TO CONTRACT-LASTINDEXED

                   EXEC SQL
                       INSERT INTO CONTRACT
                       VALUES ( :CONTRACT-CONTRACT-ID,
                                 :CONTRACT-CUST-ID,
                                 :CONTRACT-STARTDATE,
                                 :CONTRACT-TERMMONTHS,
                                 :CONTRACT-NOTICEDATE,
                                 :CONTRACT-INDEXPCT,
                                 :CONTRACT-LASTINDEXED,
                                 :CONTRACT-MINVOLUME,
                                 :CONTRACT-SHORTRATE)
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY ' Insert SQL sats in CONTRACT �r felt'
                   END-IF
               END-IF

               IF SQLCODE = ZERO
                   DISPLAY 'Avtalet �r sparat.'
               END-IF
           END-IF
           .

      **********************************************************
       K0171-display-price-history.

      *    the price development of every service one customer
      *    subscribes to: the price in force at contract start and
      *    each dated change since, with the reason, who made it,
      *    the step and the total change from the start price -
      *    the sheet a renewal negotiation starts from
           DISPLAY 'Kundnummer (CUST_ID): ' WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in
           MOVE wc-custid-in TO CONTRACT-CUST-ID

           EXEC SQL
               SELECT STARTDATE
                   INTO :CONTRACT-STARTDATE
                   FROM CONTRACT
                   WHERE CUST_ID = :CONTRACT-CUST-ID
           END-EXEC
           IF SQLCODE = ZERO
               MOVE CONTRACT-STARTDATE TO wc-price-contract-start
           ELSE
               DISPLAY 'Inget avtal registrerat - hela historiken.'
               MOVE '0001-01-01' TO wc-price-contract-start
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'PRISUTVECKLING KUND ' wc-custid-in
               ' SEDAN ' wc-price-contract-start
           DISPLAY HEADLINE
           DISPLAY 'Artikel             |Fr�n      |Pris   |'
               'Steg %|Totalt %|Orsak       |Av'

      *    the row in force at the start, and every row after it
           EXEC SQL
               DECLARE CURS-PRICEHIST CURSOR FOR
               SELECT S.SRV_ID, S.ARTNO, P.FROMDATE, P.CHARGE,
                      P.REASON, P.OPERATOR
               FROM TUTORIAL.SRVCUST SC, TUTORIAL.SRV S,
                    TUTORIAL.SRVPRICE P
               WHERE SC.CUST_ID = :CONTRACT-CUST-ID
                 AND S.SRV_ID = SC.SRV_ID
                 AND P.SRV_ID = S.SRV_ID
                 AND P.FROMDATE >=
                     (SELECT COALESCE(MAX(P2.FROMDATE), '0001-01-01')
                          FROM TUTORIAL.SRVPRICE P2
                          WHERE P2.SRV_ID = S.SRV_ID
                            AND P2.FROMDATE <=
                                :wc-price-contract-start)
               ORDER BY S.SRV_ID, P.FROMDATE
           END-EXEC

           EXEC SQL
               OPEN CURS-PRICEHIST
           END-EXEC

           MOVE ZERO TO wn-price-prev-srv wn-price-rows
           EXEC SQL
               FETCH CURS-PRICEHIST
                   INTO :SRV-SRV-ID, :SRV-ARTNO, :SRVPRICE-FROMDATE,
                        :SRVPRICE-CHARGE, :SRVPRICE-REASON,
                        :SRVPRICE-OPERATOR
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-price-rows
               IF SRV-SRV-ID NOT = wn-price-prev-srv
                   MOVE SRV-SRV-ID TO wn-price-prev-srv
                   MOVE SRVPRICE-CHARGE TO wn-price-base-charge
                   MOVE SRVPRICE-CHARGE TO wn-price-prev-charge
               END-IF

               MOVE ZERO TO wn-price-step-pct wn-price-total-pct
               IF wn-price-prev-charge NOT = ZERO
                   COMPUTE wn-price-step-pct ROUNDED =
                       (SRVPRICE-CHARGE - wn-price-prev-charge)
                       * 100 / wn-price-prev-charge
               END-IF
               IF wn-price-base-charge NOT = ZERO
                   COMPUTE wn-price-total-pct ROUNDED =
                       (SRVPRICE-CHARGE - wn-price-base-charge)
                       * 100 / wn-price-base-charge
               END-IF
               MOVE wn-price-step-pct TO wc-price-step-ed
               MOVE wn-price-total-pct TO wc-price-total-ed

               EVALUATE TRUE
                   WHEN SRVPRICE-REASON-OPENING
                       MOVE 'Ursprunglig' TO wc-price-reason-text
                   WHEN SRVPRICE-REASON-INDEX
                       MOVE 'Indexering' TO wc-price-reason-text
                   WHEN SRVPRICE-REASON-RENEGOTIATED
                       MOVE 'Omf�rhandlat' TO wc-price-reason-text
                   WHEN OTHER
                       MOVE 'Manuell' TO wc-price-reason-text
               END-EVALUATE

               DISPLAY SRV-ARTNO-TEXT(1:20) '|'
                   SRVPRICE-FROMDATE '|' SRVPRICE-CHARGE '|'
                   wc-price-step-ed '|' wc-price-total-ed '|'
                   wc-price-reason-text '|'
                   SRVPRICE-OPERATOR-TEXT(1:15)

               MOVE SRVPRICE-CHARGE TO wn-price-prev-charge

               EXEC SQL
                   FETCH CURS-PRICEHIST
                       INTO :SRV-SRV-ID, :SRV-ARTNO,
                            :SRVPRICE-FROMDATE, :SRVPRICE-CHARGE,
                            :SRVPRICE-REASON, :SRVPRICE-OPERATOR
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-PRICEHIST
           END-EXEC

           IF wn-price-rows = ZERO
               DISPLAY 'Ingen prishistorik f�r kundens tj�nster -'
                   ' priserna har inte �ndrats.'
           END-IF
           .

      **********************************************************
      *    Renewal price simulation: what a proposed price list
      *    would have brought in from one customer - or a whole
      *    koncern (CUSTOMER-PARENT-ID) - over the last twelve
      *    full months, against the current list, on the volumes
      *    actually produced. Volumes are counted the way srvbill
      *    bills the bands (B0143-count-usage, group pricing
      *    included) and the contract's commitment the way its
      *    shortfall step does (B0126). Nothing touches SRV,
      *    SRVPRICE, PRICETIER or CONTRACT until the operator
      *    adopts the proposal at the end (K0173).
       K0172-simulate-renewal-prices.

           DISPLAY 'Kundnummer (CUST_ID): ' WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in
           MOVE wc-custid-in TO CUSTOMER-CUST-ID

           MOVE ZERO TO wn-sim-parent
           EXEC SQL
               SELECT PARENT_ID
                   INTO :wn-sim-parent
                   FROM CUSTOMER
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen s�dan kund hittades.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Hela koncernen (J/N) [N] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer(1:1) = 'J' OR 'j'
               MOVE 1 TO wn-sim-group
               IF wn-sim-parent NOT = ZERO
                   MOVE wn-sim-parent TO wn-sim-root
               ELSE
                   MOVE CUSTOMER-CUST-ID TO wn-sim-root
               END-IF
           ELSE
               MOVE ZERO TO wn-sim-group
               MOVE CUSTOMER-CUST-ID TO wn-sim-root
           END-IF

      *    every service subscribed in scope, with today's price
           MOVE ZERO TO wn-sim-srv-count
           EXEC SQL
               DECLARE CURS-SIM-SRV CURSOR FOR
               SELECT DISTINCT S.SRV_ID, S.ARTNO, S.METRIC, S.CHARGE
               FROM TUTORIAL.SRVCUST SC, TUTORIAL.CUSTOMER C,
                    TUTORIAL.SRV S
               WHERE SC.CUST_ID = C.CUST_ID
                 AND S.SRV_ID = SC.SRV_ID
                 AND (C.CUST_ID = :wn-sim-root
                      OR (:wn-sim-group = 1 AND
                          C.PARENT_ID = :wn-sim-root))
               ORDER BY S.SRV_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-SIM-SRV
           END-EXEC

           EXEC SQL
               FETCH CURS-SIM-SRV
                   INTO :SRV-SRV-ID, :SRV-ARTNO, :SRV-METRIC,
                        :SRV-CHARGE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF wn-sim-srv-count < 20
                   ADD 1 TO wn-sim-srv-count
                   MOVE wn-sim-srv-count TO wn-sim-sx
                   MOVE SRV-SRV-ID TO wn-sim-srv-id(wn-sim-sx)
                   MOVE SPACE TO wc-sim-srv-artno(wn-sim-sx)
                   IF SRV-ARTNO-LEN > ZERO
                       MOVE SRV-ARTNO-TEXT(1:SRV-ARTNO-LEN)
                           TO wc-sim-srv-artno(wn-sim-sx)
                   END-IF
                   MOVE SRV-METRIC TO wc-sim-srv-metric(wn-sim-sx)
                   MOVE SRV-CHARGE TO wn-sim-cur-charge(wn-sim-sx)
                   MOVE SRV-CHARGE TO wn-sim-prop-charge(wn-sim-sx)
                   MOVE 'N' TO wc-sim-new-bands(wn-sim-sx)
                   MOVE ZERO TO wn-sim-cur-bands(wn-sim-sx)
               ELSE
                   DISPLAY 'Fler �n 20 tj�nster - tj�nst '
                       SRV-SRV-ID ' ing�r inte.'
               END-IF

               EXEC SQL
                   FETCH CURS-SIM-SRV
                       INTO :SRV-SRV-ID, :SRV-ARTNO, :SRV-METRIC,
                            :SRV-CHARGE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-SIM-SRV
           END-EXEC

           IF wn-sim-srv-count = ZERO
               DISPLAY 'Inga tj�nsteabonnemang att simulera.'
               EXIT PARAGRAPH
           END-IF

      *    and each service's current volume bands
           PERFORM VARYING wn-sim-sx FROM 1 BY 1
                   UNTIL wn-sim-sx > wn-sim-srv-count

               MOVE wn-sim-srv-id(wn-sim-sx) TO PRICETIER-SRV-ID
               EXEC SQL
                   DECLARE CURS-SIM-TIER CURSOR FOR
                   SELECT TIERFROM, TIERTO, UNITPRICE
                   FROM TUTORIAL.PRICETIER
                   WHERE SRV_ID = :PRICETIER-SRV-ID
                   ORDER BY TIERFROM
               END-EXEC

               EXEC SQL
                   OPEN CURS-SIM-TIER
               END-EXEC

               EXEC SQL
                   FETCH CURS-SIM-TIER
                       INTO :PRICETIER-TIERFROM, :PRICETIER-TIERTO,
                            :PRICETIER-UNITPRICE
               END-EXEC

               PERFORM UNTIL SQLCODE NOT = ZERO

                   IF wn-sim-cur-bands(wn-sim-sx) < 10
                       ADD 1 TO wn-sim-cur-bands(wn-sim-sx)
                       MOVE wn-sim-cur-bands(wn-sim-sx) TO wn-sim-bx
                       MOVE PRICETIER-TIERFROM
                           TO wn-sim-band-from(wn-sim-sx, wn-sim-bx)
                       MOVE PRICETIER-TIERTO
                           TO wn-sim-band-to(wn-sim-sx, wn-sim-bx)
                       MOVE PRICETIER-UNITPRICE
                           TO wn-sim-band-price(wn-sim-sx, wn-sim-bx)
                   END-IF

                   EXEC SQL
                       FETCH CURS-SIM-TIER
                           INTO :PRICETIER-TIERFROM,
                                :PRICETIER-TIERTO,
                                :PRICETIER-UNITPRICE
                   END-EXEC

               END-PERFORM

               EXEC SQL
                   CLOSE CURS-SIM-TIER
               END-EXEC

               MOVE wn-sim-cur-bands(wn-sim-sx)
                   TO wn-sim-prop-bands(wn-sim-sx)
               MOVE wr-sim-cur-ladder(wn-sim-sx)
                   TO wr-sim-prop-ladder(wn-sim-sx)

           END-PERFORM

      *    the contract terms of the customer asked for are the
      *    starting point of the proposed terms
           MOVE ZERO TO wn-sim-cur-index wn-sim-cur-minvol
                        wn-sim-cur-rate
           EXEC SQL
               SELECT INDEXPCT, MINVOLUME, SHORTRATE
                   INTO :wn-sim-cur-index, :wn-sim-cur-minvol,
                        :wn-sim-cur-rate
                   FROM CONTRACT
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-sim-cur-index wn-sim-cur-minvol
                            wn-sim-cur-rate
           END-IF

      *    the proposal, service by service: a new monthly price
      *    and, if asked for, a new band ladder (none at all makes
      *    the service flat-priced); then the contract terms
           PERFORM VARYING wn-sim-sx FROM 1 BY 1
                   UNTIL wn-sim-sx > wn-sim-srv-count

               DISPLAY HEADLINE
               MOVE wn-sim-cur-charge(wn-sim-sx) TO wc-sim-price-ed
               DISPLAY 'Tj�nst ' wn-sim-srv-id(wn-sim-sx) ' '
                   wc-sim-srv-artno(wn-sim-sx) ' pris/m�n '
                   wc-sim-price-ed
               PERFORM VARYING wn-sim-bx FROM 1 BY 1
                       UNTIL wn-sim-bx > wn-sim-cur-bands(wn-sim-sx)
                   MOVE wn-sim-band-from(wn-sim-sx, wn-sim-bx)
                       TO wc-sim-vol-ed
                   MOVE wn-sim-band-to(wn-sim-sx, wn-sim-bx)
                       TO wc-sim-vol2-ed
                   MOVE wn-sim-band-price(wn-sim-sx, wn-sim-bx)
                       TO wc-sim-price-ed
                   DISPLAY '  band ' wc-sim-vol-ed ' - '
                       wc-sim-vol2-ed ' à ' wc-sim-price-ed
               END-PERFORM

               DISPLAY 'F�reslaget pris/m�n (blank = '
                   'of�r�ndrat): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO wn-sim-prop-charge(wn-sim-sx)
               END-IF

               DISPLAY 'Nya volymband (J/N) [N] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer(1:1) = 'J' OR 'j'
                   MOVE 'Y' TO wc-sim-new-bands(wn-sim-sx)
                   MOVE ZERO TO wn-sim-prop-bands(wn-sim-sx)
                   MOVE 'N' TO wc-sim-done-flag
                   PERFORM UNTIL wc-sim-done-flag = 'Y'
                       DISPLAY 'Band fr�n-volym (blank = klart): '
                           WITH NO ADVANCING
                       MOVE SPACE TO wc-edit-buffer
                       ACCEPT wc-edit-buffer
                       IF wc-edit-buffer = SPACE OR
                          wn-sim-prop-bands(wn-sim-sx) = 10
                           MOVE 'Y' TO wc-sim-done-flag
                       ELSE
                           ADD 1 TO wn-sim-prop-bands(wn-sim-sx)
                           MOVE wn-sim-prop-bands(wn-sim-sx)
                               TO wn-sim-bx
                           MOVE FUNCTION NUMVAL(wc-edit-buffer)
                               TO wn-sim-pband-from(wn-sim-sx,
                                                    wn-sim-bx)
                           DISPLAY 'Till-volym: ' WITH NO ADVANCING
                           MOVE SPACE TO wc-edit-buffer
                           ACCEPT wc-edit-buffer
                           MOVE FUNCTION NUMVAL(wc-edit-buffer)
                               TO wn-sim-pband-to(wn-sim-sx,
                                                  wn-sim-bx)
                           DISPLAY 'Pris per styck: '
                               WITH NO ADVANCING
                           MOVE SPACE TO wc-edit-buffer
                           ACCEPT wc-edit-buffer
                           MOVE FUNCTION NUMVAL(wc-edit-buffer)
                               TO wn-sim-pband-price(wn-sim-sx,
                                                     wn-sim-bx)
                       END-IF
                   END-PERFORM
               END-IF

           END-PERFORM

           DISPLAY HEADLINE
           MOVE 'N' TO wc-sim-new-terms
           MOVE wn-sim-cur-index TO wn-sim-prop-index
           MOVE wn-sim-cur-minvol TO wn-sim-prop-minvol
           MOVE wn-sim-cur-rate TO wn-sim-prop-rate

           DISPLAY 'Indexklausul % [' wn-sim-cur-index '] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO wn-sim-prop-index
               MOVE 'Y' TO wc-sim-new-terms
           END-IF

           DISPLAY 'Volym�tagande fakturor/m�n [' wn-sim-cur-minvol
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO wn-sim-prop-minvol
               MOVE 'Y' TO wc-sim-new-terms
           END-IF

           DISPLAY 'Pris per saknad faktura [' wn-sim-cur-rate
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO wn-sim-prop-rate
               MOVE 'Y' TO wc-sim-new-terms
           END-IF

      *    the twelve full calendar months before this one
           COMPUTE wn-sim-year =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) - 1
           COMPUTE wn-sim-month =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(5:2))
           PERFORM VARYING wn-sim-mx FROM 1 BY 1
                   UNTIL wn-sim-mx > 12

               MOVE SPACE TO wc-sim-ym(wn-sim-mx)
               MOVE wn-sim-year TO wc-sim-ym(wn-sim-mx)(1:4)
               MOVE '-' TO wc-sim-ym(wn-sim-mx)(5:1)
               MOVE wn-sim-month TO wc-sim-ym(wn-sim-mx)(6:2)
               MOVE wc-sim-ym(wn-sim-mx) TO wc-sim-from(wn-sim-mx)
               MOVE '-01' TO wc-sim-from(wn-sim-mx)(8:3)

               ADD 1 TO wn-sim-month
               IF wn-sim-month > 12
                   MOVE 1 TO wn-sim-month
                   ADD 1 TO wn-sim-year
               END-IF

      *        the last day is the day before the next month's first
               MOVE wn-sim-year TO wc-sim-ymd(1:4)
               MOVE wn-sim-month TO wc-sim-ymd(5:2)
               MOVE '01' TO wc-sim-ymd(7:2)
               COMPUTE wn-sim-next-int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(wc-sim-ymd)) - 1
               MOVE FUNCTION DATE-OF-INTEGER(wn-sim-next-int)
                   TO wc-sim-ymd
               MOVE wc-sim-ym(wn-sim-mx) TO wc-sim-to(wn-sim-mx)
               MOVE '-' TO wc-sim-to(wn-sim-mx)(8:1)
               MOVE wc-sim-ymd(7:2) TO wc-sim-to(wn-sim-mx)(9:2)

               MOVE ZERO TO wn-sim-cur-amt(wn-sim-mx)
                            wn-sim-prop-amt(wn-sim-mx)
                            wn-sim-cur-short(wn-sim-mx)
                            wn-sim-prop-short(wn-sim-mx)

           END-PERFORM

           PERFORM K0174-compute-simulation

           DISPLAY HEADLINE
           IF wn-sim-group = 1
               DISPLAY 'PRISSIMULERING KONCERN ' wn-sim-root
                   ' (belopp exkl. moms)'
           ELSE
               DISPLAY 'PRISSIMULERING KUND ' wn-sim-root
                   ' (belopp exkl. moms)'
           END-IF
           DISPLAY HEADLINE
           DISPLAY 'M�nad  |Nuvarande   |F�rslag     |'
               'Undersk. nu |Undersk. ny |Skillnad'

           MOVE ZERO TO wn-sim-tot-cur wn-sim-tot-prop
                        wn-sim-tot-cur-short wn-sim-tot-prop-short
           PERFORM VARYING wn-sim-mx FROM 1 BY 1
                   UNTIL wn-sim-mx > 12

               ADD wn-sim-cur-amt(wn-sim-mx) TO wn-sim-tot-cur
               ADD wn-sim-prop-amt(wn-sim-mx) TO wn-sim-tot-prop
               ADD wn-sim-cur-short(wn-sim-mx)
                   TO wn-sim-tot-cur-short
               ADD wn-sim-prop-short(wn-sim-mx)
                   TO wn-sim-tot-prop-short
               COMPUTE wn-sim-diff =
                   wn-sim-prop-amt(wn-sim-mx)
                   + wn-sim-prop-short(wn-sim-mx)
                   - wn-sim-cur-amt(wn-sim-mx)
                   - wn-sim-cur-short(wn-sim-mx)

               MOVE wn-sim-cur-amt(wn-sim-mx) TO wc-sim-amt1-ed
               MOVE wn-sim-prop-amt(wn-sim-mx) TO wc-sim-amt2-ed
               MOVE wn-sim-cur-short(wn-sim-mx) TO wc-sim-amt3-ed
               MOVE wn-sim-prop-short(wn-sim-mx) TO wc-sim-amt4-ed
               MOVE wn-sim-diff TO wc-sim-amt5-ed
               DISPLAY wc-sim-ym(wn-sim-mx) '|' wc-sim-amt1-ed '|'
                   wc-sim-amt2-ed '|' wc-sim-amt3-ed '|'
                   wc-sim-amt4-ed '|' wc-sim-amt5-ed

           END-PERFORM

           COMPUTE wn-sim-diff = wn-sim-tot-prop + wn-sim-tot-prop-short
               - wn-sim-tot-cur - wn-sim-tot-cur-short
           MOVE wn-sim-tot-cur TO wc-sim-amt1-ed
           MOVE wn-sim-tot-prop TO wc-sim-amt2-ed
           MOVE wn-sim-tot-cur-short TO wc-sim-amt3-ed
           MOVE wn-sim-tot-prop-short TO wc-sim-amt4-ed
           MOVE wn-sim-diff TO wc-sim-amt5-ed
           DISPLAY HEADLINE
           DISPLAY 'Totalt |' wc-sim-amt1-ed '|' wc-sim-amt2-ed '|'
               wc-sim-amt3-ed '|' wc-sim-amt4-ed '|' wc-sim-amt5-ed

      *    the index clause takes effect on the contract's next
      *    anniversary - shown as the proposal's second year
           IF wn-sim-prop-index NOT = ZERO
               COMPUTE wn-sim-diff ROUNDED =
                   wn-sim-tot-prop * (1 + wn-sim-prop-index / 100)
               MOVE wn-sim-diff TO wc-sim-amt1-ed
               MOVE wn-sim-prop-index TO wc-sim-price-ed
               DISPLAY 'F�rslaget efter indexering ' wc-sim-price-ed
                   ' % (andra avtals�ret): ' wc-sim-amt1-ed
           END-IF

           DISPLAY SPACE
           DISPLAY 'Anta f�rslaget (J/N) [N] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer(1:1) = 'J' OR 'j'
               PERFORM K0173-adopt-sim-proposal
           ELSE
               DISPLAY 'F�rslaget �r inte antaget - inga priser'
                   ' �ndrade.'
           END-IF
           .

      **********************************************************
      *    Adopting the proposal writes it to the live tables: a
      *    changed price as a dated SRVPRICE row (reason
      *    renegotiated, Y0340), a new ladder in place of the old
      *    PRICETIER rows, and changed terms on every contract in
      *    scope. Service prices and bands are the product's, so
      *    the operator is told how many other customers they reach.
       K0173-adopt-sim-proposal.

           MOVE ZERO TO wn-sim-others
           EXEC SQL
               SELECT COUNT(DISTINCT SC.CUST_ID)
                   INTO :wn-sim-others
                   FROM SRVCUST SC, CUSTOMER C
                   WHERE SC.CUST_ID = C.CUST_ID
                     AND C.CUST_ID <> :wn-sim-root
                     AND (:wn-sim-group = 0
                          OR C.PARENT_ID <> :wn-sim-root)
                     AND SC.SRV_ID IN
                         (SELECT SC2.SRV_ID
                          FROM SRVCUST SC2, CUSTOMER C2
                          WHERE SC2.CUST_ID = C2.CUST_ID
                            AND (C2.CUST_ID = :wn-sim-root
                                 OR (:wn-sim-group = 1 AND
                                     C2.PARENT_ID = :wn-sim-root)))
           END-EXEC
           IF wn-sim-others > ZERO
               DISPLAY 'OBS: priser och volymband g�ller tj�nsten -'
                   ' �ven ' wn-sim-others ' andra kunder ber�rs.'
               DISPLAY 'Forts�tt (J/N) [N] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer(1:1) NOT = 'J' AND
                  wc-edit-buffer(1:1) NOT = 'j'
                   DISPLAY 'F�rslaget �r inte antaget.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM Y0345-set-price-today
           DISPLAY 'Nya priser g�ller fr�n (����-MM-DD) ['
               wc-price-today '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer = SPACE
               MOVE wc-price-today TO wc-edit-buffer
           END-IF

           PERFORM VARYING wn-sim-sx FROM 1 BY 1
                   UNTIL wn-sim-sx > wn-sim-srv-count

               IF wn-sim-prop-charge(wn-sim-sx) NOT =
                  wn-sim-cur-charge(wn-sim-sx)
                   MOVE wn-sim-srv-id(wn-sim-sx) TO SRV-SRV-ID
                   MOVE 'SRV' TO wc-audit-table
                   MOVE SRV-SRV-ID TO wn-audit-rowkey
                   MOVE 'CHARGE' TO wc-audit-field
                   MOVE wn-sim-cur-charge(wn-sim-sx)
                       TO wn-audit-old-num
                   MOVE wn-sim-prop-charge(wn-sim-sx)
                       TO wn-audit-new-num
                   PERFORM Y0310-write-audit-numeric

                   MOVE wn-sim-cur-charge(wn-sim-sx)
                       TO wn-price-old-charge
                   MOVE wn-sim-prop-charge(wn-sim-sx)
                       TO SRVPRICE-CHARGE
                   MOVE wc-edit-buffer(1:10) TO SRVPRICE-FROMDATE
                   SET SRVPRICE-REASON-RENEGOTIATED TO TRUE
                   PERFORM Y0340-record-price-change

                   EXEC SQL
                       UPDATE SRV
                       SET CHARGE = :SRV-CHARGE
                       WHERE SRV_ID = :SRV-SRV-ID
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       DISPLAY ' Update SQL sats in SRV �r felt'
                   END-IF
               END-IF

               IF wc-sim-new-bands(wn-sim-sx) = 'Y'
                   MOVE wn-sim-srv-id(wn-sim-sx) TO PRICETIER-SRV-ID
                   EXEC SQL
                       DELETE FROM PRICETIER
                       WHERE SRV_ID = :PRICETIER-SRV-ID
                   END-EXEC
                   PERFORM VARYING wn-sim-bx FROM 1 BY 1
                           UNTIL wn-sim-bx >
                                 wn-sim-prop-bands(wn-sim-sx)
                       MOVE wn-sim-pband-from(wn-sim-sx, wn-sim-bx)
                           TO PRICETIER-TIERFROM
                       MOVE wn-sim-pband-to(wn-sim-sx, wn-sim-bx)
                           TO PRICETIER-TIERTO
                       MOVE wn-sim-pband-price(wn-sim-sx, wn-sim-bx)
                           TO PRICETIER-UNITPRICE
                       EXEC SQL
                           INSERT INTO PRICETIER
                           VALUES ( :PRICETIER-SRV-ID,
                                     :PRICETIER-TIERFROM,
                                     :PRICETIER-TIERTO,
                                     :PRICETIER-UNITPRICE)
                       END-EXEC
                       IF SQLCODE NOT = ZERO
                           DISPLAY
                               ' Insert SQL sats in PRICETIER �r felt'
                       END-IF
                   END-PERFORM
               END-IF

           END-PERFORM

           IF wc-sim-new-terms = 'Y'
               EXEC SQL
                   UPDATE CONTRACT
                   SET INDEXPCT = :wn-sim-prop-index,
                       MINVOLUME = :wn-sim-prop-minvol,
                       SHORTRATE = :wn-sim-prop-rate
                   WHERE CUST_ID IN
                         (SELECT CUST_ID FROM CUSTOMER
                          WHERE CUST_ID = :wn-sim-root
                             OR (:wn-sim-group = 1 AND
                                 PARENT_ID = :wn-sim-root))
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'Inget avtal att uppdatera.'
               ELSE
                   MOVE 'CONTRACT' TO wc-audit-table
                   MOVE wn-sim-root TO wn-audit-rowkey
                   MOVE 'INDEXPCT' TO wc-audit-field
                   MOVE wn-sim-cur-index TO wn-audit-old-num
                   MOVE wn-sim-prop-index TO wn-audit-new-num
                   PERFORM Y0310-write-audit-numeric
                   MOVE 'MINVOLUME' TO wc-audit-field
                   MOVE wn-sim-cur-minvol TO wn-audit-old-num
                   MOVE wn-sim-prop-minvol TO wn-audit-new-num
                   PERFORM Y0310-write-audit-numeric
                   MOVE 'SHORTRATE' TO wc-audit-field
                   MOVE wn-sim-cur-rate TO wn-audit-old-num
                   MOVE wn-sim-prop-rate TO wn-audit-new-num
                   PERFORM Y0310-write-audit-numeric
               END-IF
           END-IF

           DISPLAY 'F�rslaget �r antaget.'
           .

      **********************************************************
      *    Every subscription in scope, month by month, priced
      *    at the current and the proposed list - a whole month
      *    for any month the subscription was open in - and every
      *    contract's commitment against the month's production.
       K0174-compute-simulation.

           EXEC SQL
               DECLARE CURS-SIM-SUBS CURSOR FOR
               SELECT SC.CUST_ID, SC.SRV_ID, SC.START_DATE,
                      SC.END_DATE, C.PARENT_ID, C.GROUPTIER
               FROM TUTORIAL.SRVCUST SC, TUTORIAL.CUSTOMER C
               WHERE SC.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
                 AND (C.CUST_ID = :wn-sim-root
                      OR (:wn-sim-group = 1 AND
                          C.PARENT_ID = :wn-sim-root))
           END-EXEC

           EXEC SQL
               OPEN CURS-SIM-SUBS
           END-EXEC

           EXEC SQL
               FETCH CURS-SIM-SUBS
                   INTO :wn-sim-sub-cust, :wn-sim-sub-srv,
                        :wc-sim-sub-start, :wc-sim-sub-end,
                        :wn-sim-sub-parent, :wn-sim-sub-group
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE 1 TO wn-sim-sx
               PERFORM UNTIL wn-sim-sx > wn-sim-srv-count
                          OR wn-sim-srv-id(wn-sim-sx) = wn-sim-sub-srv
                   ADD 1 TO wn-sim-sx
               END-PERFORM

      *        the band volume is counted as srvbill counts it: the
      *        whole koncern's for a customer on group pricing
               IF wn-sim-sub-group = 1 AND wn-sim-sub-parent NOT = ZERO
                   MOVE wn-sim-sub-parent TO wn-sim-cnt-root
                   MOVE 1 TO wn-sim-cnt-group
               ELSE
                   MOVE wn-sim-sub-cust TO wn-sim-cnt-root
                   MOVE ZERO TO wn-sim-cnt-group
               END-IF

               IF wn-sim-sx NOT > wn-sim-srv-count
                   PERFORM VARYING wn-sim-mx FROM 1 BY 1
                           UNTIL wn-sim-mx > 12
                       IF wc-sim-sub-start(1:7) <= wc-sim-ym(wn-sim-mx)
                          AND wc-sim-sub-end(1:7) >=
                              wc-sim-ym(wn-sim-mx)
                           PERFORM K0176-price-sim-month
                       END-IF
                   END-PERFORM
               END-IF

               EXEC SQL
                   FETCH CURS-SIM-SUBS
                       INTO :wn-sim-sub-cust, :wn-sim-sub-srv,
                            :wc-sim-sub-start, :wc-sim-sub-end,
                            :wn-sim-sub-parent, :wn-sim-sub-group
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-SIM-SUBS
           END-EXEC

      *    the shortfall each contract would have billed, under its
      *    own terms now and under the proposed terms
           EXEC SQL
               DECLARE CURS-SIM-CONTRACT CURSOR FOR
               SELECT CT.CUST_ID, CT.MINVOLUME, CT.SHORTRATE
               FROM TUTORIAL.CONTRACT CT, TUTORIAL.CUSTOMER C
               WHERE CT.CUST_ID = C.CUST_ID
                 AND (C.CUST_ID = :wn-sim-root
                      OR (:wn-sim-group = 1 AND
                          C.PARENT_ID = :wn-sim-root))
           END-EXEC

           EXEC SQL
               OPEN CURS-SIM-CONTRACT
           END-EXEC

           EXEC SQL
               FETCH CURS-SIM-CONTRACT
                   INTO :wn-sim-sub-cust, :wn-sim-minvol, :wn-sim-rate
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM VARYING wn-sim-mx FROM 1 BY 1
                       UNTIL wn-sim-mx > 12

                   MOVE wc-sim-from(wn-sim-mx) TO wc-sim-cnt-from
                   MOVE wc-sim-to(wn-sim-mx) TO wc-sim-cnt-to
                   MOVE ZERO TO wn-sim-volume
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :wn-sim-volume
                           FROM OUTLOG
                           WHERE CUST_ID = :wn-sim-sub-cust
                             AND SUCCESS = 1
                             AND PRINTDATE >= :wc-sim-cnt-from
                             AND PRINTDATE <= :wc-sim-cnt-to
                   END-EXEC

                   IF wn-sim-minvol > ZERO AND
                      wn-sim-rate > ZERO AND
                      wn-sim-volume < wn-sim-minvol
                       COMPUTE wn-sim-cur-short(wn-sim-mx) =
                           wn-sim-cur-short(wn-sim-mx)
                           + (wn-sim-minvol - wn-sim-volume)
                             * wn-sim-rate
                   END-IF

                   IF wc-sim-new-terms = 'Y'
                       IF wn-sim-prop-minvol > ZERO AND
                          wn-sim-prop-rate > ZERO AND
                          wn-sim-volume < wn-sim-prop-minvol
                           COMPUTE wn-sim-prop-short(wn-sim-mx) =
                               wn-sim-prop-short(wn-sim-mx)
                               + (wn-sim-prop-minvol - wn-sim-volume)
                                 * wn-sim-prop-rate
                       END-IF
                   ELSE
                       IF wn-sim-minvol > ZERO AND
                          wn-sim-rate > ZERO AND
                          wn-sim-volume < wn-sim-minvol
                           COMPUTE wn-sim-prop-short(wn-sim-mx) =
                               wn-sim-prop-short(wn-sim-mx)
                               + (wn-sim-minvol - wn-sim-volume)
                                 * wn-sim-rate
                       END-IF
                   END-IF

               END-PERFORM

               EXEC SQL
                   FETCH CURS-SIM-CONTRACT
                       INTO :wn-sim-sub-cust, :wn-sim-minvol,
                            :wn-sim-rate
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-SIM-CONTRACT
           END-EXEC
           .

      **********************************************************
      *    One subscription (wn-sim-sx) in one month (wn-sim-mx):
      *    a band ladder prices the month's volume band by band the
      *    way srvbill's B0125 does, no ladder means the flat price.
       K0176-price-sim-month.

           IF wn-sim-cur-bands(wn-sim-sx) > ZERO OR
              wn-sim-prop-bands(wn-sim-sx) > ZERO
               MOVE wc-sim-from(wn-sim-mx) TO wc-sim-cnt-from
               MOVE wc-sim-to(wn-sim-mx) TO wc-sim-cnt-to
               MOVE wc-sim-srv-metric(wn-sim-sx) TO SRV-METRIC
               PERFORM K0177-count-sim-usage
           END-IF

           IF wn-sim-cur-bands(wn-sim-sx) > ZERO
               PERFORM VARYING wn-sim-bx FROM 1 BY 1
                       UNTIL wn-sim-bx > wn-sim-cur-bands(wn-sim-sx)
                   MOVE ZERO TO wn-sim-in-band
                   IF wn-sim-band-to(wn-sim-sx, wn-sim-bx) NOT <
                      wn-sim-band-from(wn-sim-sx, wn-sim-bx) AND
                      wn-sim-volume NOT <
                      wn-sim-band-from(wn-sim-sx, wn-sim-bx)
                       IF wn-sim-volume <
                          wn-sim-band-to(wn-sim-sx, wn-sim-bx)
                           MOVE wn-sim-volume TO wn-sim-hi
                       ELSE
                           MOVE wn-sim-band-to(wn-sim-sx, wn-sim-bx)
                               TO wn-sim-hi
                       END-IF
                       COMPUTE wn-sim-in-band = wn-sim-hi
                           - wn-sim-band-from(wn-sim-sx, wn-sim-bx) + 1
                   END-IF
                   COMPUTE wn-sim-cur-amt(wn-sim-mx) =
                       wn-sim-cur-amt(wn-sim-mx) + wn-sim-in-band
                       * wn-sim-band-price(wn-sim-sx, wn-sim-bx)
               END-PERFORM
           ELSE
               ADD wn-sim-cur-charge(wn-sim-sx)
                   TO wn-sim-cur-amt(wn-sim-mx)
           END-IF

           IF wn-sim-prop-bands(wn-sim-sx) > ZERO
               PERFORM VARYING wn-sim-bx FROM 1 BY 1
                       UNTIL wn-sim-bx > wn-sim-prop-bands(wn-sim-sx)
                   MOVE ZERO TO wn-sim-in-band
                   IF wn-sim-pband-to(wn-sim-sx, wn-sim-bx) NOT <
                      wn-sim-pband-from(wn-sim-sx, wn-sim-bx) AND
                      wn-sim-volume NOT <
                      wn-sim-pband-from(wn-sim-sx, wn-sim-bx)
                       IF wn-sim-volume <
                          wn-sim-pband-to(wn-sim-sx, wn-sim-bx)
                           MOVE wn-sim-volume TO wn-sim-hi
                       ELSE
                           MOVE wn-sim-pband-to(wn-sim-sx, wn-sim-bx)
                               TO wn-sim-hi
                       END-IF
                       COMPUTE wn-sim-in-band = wn-sim-hi
                           - wn-sim-pband-from(wn-sim-sx, wn-sim-bx)
                           + 1
                   END-IF
                   COMPUTE wn-sim-prop-amt(wn-sim-mx) =
                       wn-sim-prop-amt(wn-sim-mx) + wn-sim-in-band
                       * wn-sim-pband-price(wn-sim-sx, wn-sim-bx)
               END-PERFORM
           ELSE
               ADD wn-sim-prop-charge(wn-sim-sx)
                   TO wn-sim-prop-amt(wn-sim-mx)
           END-IF
           .

      **********************************************************
      *    The month's volume of the usage metric in SRV-METRIC for
      *    wn-sim-cnt-root (and its koncern when wn-sim-cnt-group is
      *    1) - the same counts as srvbill's B0143-count-usage,
      *    under this program's naming.
       K0177-count-sim-usage.

           MOVE ZERO TO wn-sim-volume

           EVALUATE TRUE
               WHEN SRV-METRIC-SHEETS
                   EXEC SQL
                       SELECT COALESCE(SUM(SHEETS), 0)
                           INTO :wn-sim-volume
                           FROM OUTLOG
                           WHERE SUCCESS = 1
                             AND PRINTDATE >= :wc-sim-cnt-from
                             AND PRINTDATE <= :wc-sim-cnt-to
                             AND OUTLOG_ID NOT IN
                                 (SELECT REPRINTID FROM INCINV)
                             AND CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-sim-cnt-root
                                     OR (:wn-sim-cnt-group = 1 AND
                                         PARENT_ID = :wn-sim-cnt-root))
                   END-EXEC
               WHEN SRV-METRIC-ATTPAGES
                   EXEC SQL
                       SELECT COALESCE(SUM(ATTPAGES), 0)
                           INTO :wn-sim-volume
                           FROM OUTLOG
                           WHERE SUCCESS = 1
                             AND PRINTDATE >= :wc-sim-cnt-from
                             AND PRINTDATE <= :wc-sim-cnt-to
                             AND OUTLOG_ID NOT IN
                                 (SELECT REPRINTID FROM INCINV)
                             AND CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-sim-cnt-root
                                     OR (:wn-sim-cnt-group = 1 AND
                                         PARENT_ID = :wn-sim-cnt-root))
                   END-EXEC
               WHEN SRV-METRIC-EMAILS
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :wn-sim-volume
                           FROM MAILQ M, INVOICE V
                           WHERE M.INV_ID = V.INV_ID
                             AND M.STATE = 1
                             AND M.QDATE >= :wc-sim-cnt-from
                             AND M.QDATE <= :wc-sim-cnt-to
                             AND V.CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-sim-cnt-root
                                     OR (:wn-sim-cnt-group = 1 AND
                                         PARENT_ID = :wn-sim-cnt-root))
                   END-EXEC
               WHEN SRV-METRIC-EINVOICES
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :wn-sim-volume
                           FROM OUTLOG
                           WHERE SUCCESS = 1
                             AND FILENAME LIKE '%.xml'
                             AND PRINTDATE >= :wc-sim-cnt-from
                             AND PRINTDATE <= :wc-sim-cnt-to
                             AND OUTLOG_ID NOT IN
                                 (SELECT REPRINTID FROM INCINV)
                             AND CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-sim-cnt-root
                                     OR (:wn-sim-cnt-group = 1 AND
                                         PARENT_ID = :wn-sim-cnt-root))
                   END-EXEC
               WHEN SRV-METRIC-INFILES
                   EXEC SQL
                       SELECT COUNT(DISTINCT FILENO)
                           INTO :wn-sim-volume
                           FROM INLOG
                           WHERE PROCDATE >= :wc-sim-cnt-from
                             AND PROCDATE <= :wc-sim-cnt-to
                             AND CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-sim-cnt-root
                                     OR (:wn-sim-cnt-group = 1 AND
                                         PARENT_ID = :wn-sim-cnt-root))
                   END-EXEC
               WHEN SRV-METRIC-REMINDERS
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :wn-sim-volume
                           FROM INVOICE
                           WHERE INVDATE >= :wc-sim-cnt-from
                             AND INVDATE <= :wc-sim-cnt-to
                             AND (INVNO LIKE '%-KR'
                                  OR INVNO LIKE '%-P1'
                                  OR INVNO LIKE '%-P2')
                             AND CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-sim-cnt-root
                                     OR (:wn-sim-cnt-group = 1 AND
                                         PARENT_ID = :wn-sim-cnt-root))
                   END-EXEC
               WHEN SRV-METRIC-INSERTS
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :wn-sim-volume
                           FROM INSUSE U, OUTLOG O
                           WHERE U.OUTLOG_ID = O.OUTLOG_ID
                             AND O.SUCCESS = 1
                             AND O.PRINTDATE >= :wc-sim-cnt-from
                             AND O.PRINTDATE <= :wc-sim-cnt-to
                             AND O.OUTLOG_ID NOT IN
                                 (SELECT REPRINTID FROM INCINV)
                             AND O.CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-sim-cnt-root
                                     OR (:wn-sim-cnt-group = 1 AND
                                         PARENT_ID = :wn-sim-cnt-root))
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :wn-sim-volume
                           FROM OUTLOG
                           WHERE SUCCESS = 1
                             AND PRINTDATE >= :wc-sim-cnt-from
                             AND PRINTDATE <= :wc-sim-cnt-to
                             AND OUTLOG_ID NOT IN
                                 (SELECT REPRINTID FROM INCINV)
                             AND CUST_ID IN
                                 (SELECT CUST_ID FROM CUSTOMER
                                  WHERE CUST_ID = :wn-sim-cnt-root
                                     OR (:wn-sim-cnt-group = 1 AND
                                         PARENT_ID = :wn-sim-cnt-root))
                   END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-sim-volume
           END-IF
           .

      **********************************************************
       K0175-display-notice-window.

      *    contracts whose notice date is within the coming 90 days
      *    - the list to walk into renegotiations with before the
      *    penalty clauses walk in on us
           COMPUTE wn-today-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           COMPUTE wn-notice-limit-int = wn-today-int + 90

           DISPLAY HEADLINE
           DISPLAY 'AVTAL N�RA UPPS�GNINGSF�NSTER (90 dagar)'
           DISPLAY HEADLINE

           EXEC SQL
               DECLARE CURS-NOTICE CURSOR FOR
               SELECT T.CUST_ID, C.CUSTNO, T.NOTICEDATE, T.INDEXPCT
               FROM TUTORIAL.CONTRACT T, TUTORIAL.CUSTOMER C
               WHERE T.CUST_ID = C.CUST_ID
               ORDER BY T.NOTICEDATE
           END-EXEC

           EXEC SQL
               OPEN CURS-NOTICE
           END-EXEC

           EXEC SQL
               FETCH CURS-NOTICE
                   INTO :CONTRACT-CUST-ID, :CUSTOMER-CUSTNO,
                        :CONTRACT-NOTICEDATE, :CONTRACT-INDEXPCT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE CONTRACT-NOTICEDATE(1:4) TO wc-ymd-buffer(1:4)
               MOVE CONTRACT-NOTICEDATE(6:2) TO wc-ymd-buffer(5:2)
               MOVE CONTRACT-NOTICEDATE(9:2) TO wc-ymd-buffer(7:2)
               COMPUTE wn-notice-date-int =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(wc-ymd-buffer))

               IF wn-notice-date-int NOT > wn-notice-limit-int
                   DISPLAY CUSTOMER-CUSTNO-TEXT(1:14) '|'
                       CONTRACT-NOTICEDATE '|' CONTRACT-INDEXPCT
               END-IF

               EXEC SQL
                   FETCH CURS-NOTICE
                       INTO :CONTRACT-CUST-ID, :CUSTOMER-CUSTNO,
                            :CONTRACT-NOTICEDATE, :CONTRACT-INDEXPCT
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-NOTICE
           END-EXEC
           .

      **********************************************************
       K0178-run-indexation.

      *    applies each contract's index clause to the SRV rows the
      *    customer subscribes to (via SRVCUST), at most once per
      *    calendar year, with an audit row per uplifted price -
      *    the January evening of hand-editing SRV-CHARGE through
      *    menu 62 is retired. NOTE: an SRV row shared by several
      *    subscribing customers is uplifted by the first contract
      *    that reaches it this year - shared services should carry
      *    their own contract-neutral prices or tiers.
           MOVE FUNCTION CURRENT-DATE(1:10) TO wc-index-today
           MOVE ZERO TO wn-index-updated

           EXEC SQL
               DECLARE CURS-INDEXATION CURSOR FOR
               SELECT CONTRACT_ID, CUST_ID, INDEXPCT, LASTINDEXED
               FROM TUTORIAL.CONTRACT
               WHERE INDEXPCT > 0
               ORDER BY CONTRACT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-INDEXATION
           END-EXEC

           EXEC SQL
               FETCH CURS-INDEXATION
                   INTO :CONTRACT-CONTRACT-ID, :CONTRACT-CUST-ID,
                        :CONTRACT-INDEXPCT, :CONTRACT-LASTINDEXED
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

      *        at most one uplift per calendar year
               IF CONTRACT-LASTINDEXED(1:4) NOT =
                  wc-index-today(1:4)
                   PERFORM K0179-index-one-contract
               END-IF

               EXEC SQL
                   FETCH CURS-INDEXATION
                       INTO :CONTRACT-CONTRACT-ID, :CONTRACT-CUST-ID,
                            :CONTRACT-INDEXPCT, :CONTRACT-LASTINDEXED
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-INDEXATION
           END-EXEC

           DISPLAY wn-index-updated ' tj�nstepriser indexerade.'
           .

      **********************************************************
       K0179-index-one-contract.

           EXEC SQL
               DECLARE CURS-INDEX-SRV CURSOR FOR
               SELECT S.SRV_ID, S.CHARGE
               FROM TUTORIAL.SRV S, TUTORIAL.SRVCUST SC
               WHERE SC.CUST_ID = :CONTRACT-CUST-ID
                 AND S.SRV_ID = SC.SRV_ID
                 AND S.STATUS = 1
           END-EXEC

           EXEC SQL
               OPEN CURS-INDEX-SRV
           END-EXEC

           EXEC SQL
               FETCH CURS-INDEX-SRV
                   INTO :SRV-SRV-ID, :SRV-CHARGE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               COMPUTE wn-index-newcharge ROUNDED =
                   SRV-CHARGE * (1 + CONTRACT-INDEXPCT / 100)

               MOVE 'SRV' TO wc-audit-table
               MOVE SRV-SRV-ID TO wn-audit-rowkey
               MOVE 'CHARGE INDEX' TO wc-audit-field
               MOVE SRV-CHARGE TO wn-audit-old-num
               MOVE wn-index-newcharge TO wn-audit-new-num
               PERFORM Y0310-write-audit-numeric

      *        the uplift applies from the day of the run
               MOVE SRV-CHARGE TO wn-price-old-charge
               MOVE wn-index-newcharge TO SRVPRICE-CHARGE
               PERFORM Y0345-set-price-today
               MOVE wc-price-today TO SRVPRICE-FROMDATE
               SET SRVPRICE-REASON-INDEX TO TRUE
               PERFORM Y0340-record-price-change

               EXEC SQL
                   UPDATE SRV
                   SET CHARGE = :SRV-CHARGE
                   WHERE SRV_ID = :SRV-SRV-ID
               END-EXEC

               IF SQLCODE = ZERO
                   ADD 1 TO wn-index-updated
               END-IF

               EXEC SQL
                   FETCH CURS-INDEX-SRV
                       INTO :SRV-SRV-ID, :SRV-CHARGE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-INDEX-SRV
           END-EXEC

           EXEC SQL
               UPDATE CONTRACT
               SET LASTINDEXED = :wc-index-today
               WHERE CONTRACT_ID = :CONTRACT-CONTRACT-ID
           END-EXEC
           .

      **********************************************************
       M0100-update-products.

           MOVE 'N' TO is-exit-product-menu-switch
           PERFORM UNTIL is-exit-product-menu

               PERFORM M110-diplay-product-menu
               EVALUATE wc-accept

                   WHEN '61'
                       PERFORM M0120-display-product-list
                       MOVE SPACE TO wc-accept
                   WHEN '62'
                       PERFORM M0130-update-product
                       MOVE SPACE TO wc-accept
                   WHEN '63'
                       PERFORM M0140-add-new-product
                       MOVE SPACE TO wc-accept
                   WHEN '64'
                       PERFORM M0150-inactivate-product
                       MOVE SPACE TO wc-accept
                   WHEN '65'
                       PERFORM M0160-maintain-price-tiers
                       MOVE SPACE TO wc-accept
                   WHEN '66'
                       PERFORM M0170-maintain-postage-rates
                       MOVE SPACE TO wc-accept
                   WHEN '67'
                       PERFORM M0180-run-correction
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-product-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .


      **********************************************************
       M110-diplay-product-menu.

           DISPLAY HEADLINE
           DISPLAY '*** PBS TJ�NSTER ***'
           DISPLAY HEADLINE
           DISPLAY '(61) Visa tj�nsteprodukter'
           DISPLAY '(62) Uppdatera tj�nsteprodukt'
           DISPLAY '(63) L�gg till ny tj�nsteprodukt'
           DISPLAY '(64) Inaktivera tj�nsteprodukt'
           DISPLAY '(65) Pristrappa per tj�nst (volymband)'
           DISPLAY '(66) Portotaxa (viktsteg per klass)'
           DISPLAY '(67) R�ttelsefakturering av tidigare period'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       M0120-display-product-list.

      *    list defined service products
           EXEC SQL
               DECLARE CURS-SRV CURSOR FOR
               SELECT SRV_ID, ARTNO, DESCRIPTION, CHARGE, DUEDAYS,
                      STATUS, VAT, METRIC
               FROM TUTORIAL.SRV
               ORDER BY SRV_ID
           END-EXEC

           DISPLAY '-----------------'
           DISPLAY 'TJ�NSTEPRODUKTER'
           DISPLAY '-----------------'

           EXEC SQL
               OPEN CURS-SRV
           END-EXEC

           EXEC SQL
               FETCH CURS-SRV
                   INTO :SRV-SRV-ID, :SRV-ARTNO, :SRV-DESCRIPTION,
                        :SRV-CHARGE, :SRV-DUEDAYS, :SRV-STATUS,
                        :SRV-VAT, :SRV-METRIC
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY SRV-SRV-ID '|' SRV-ARTNO-TEXT '|'
                   SRV-DESCRIPTION-TEXT '|' SRV-CHARGE '|'
                   SRV-DUEDAYS '|' SRV-STATUS '|' SRV-VAT '|'
                   SRV-METRIC

               EXEC SQL
               FETCH CURS-SRV
                   INTO :SRV-SRV-ID, :SRV-ARTNO, :SRV-DESCRIPTION,
                        :SRV-CHARGE, :SRV-DUEDAYS, :SRV-STATUS,
                        :SRV-VAT, :SRV-METRIC
               END-EXEC

           END-PERFORM

           IF SQLCODE NOT = 100
              DISPLAY 'SQL Error'
           END-IF

           EXEC SQL
               CLOSE CURS-SRV
           END-EXEC

           .

      **********************************************************
       M0130-update-product.

      *    edit CHARGE, DELRATE, DUEDAYS, VAT and the usage METRIC
      *    for one chosen SRV_ID; blank input on a prompt keeps the
      *    old value
           DISPLAY 'Tj�nste-ID (SRV_ID) att uppdatera: '
               WITH NO ADVANCING
           MOVE ZERO TO wc-srvid-in
           ACCEPT wc-srvid-in
           MOVE wc-srvid-in TO SRV-SRV-ID

           EXEC SQL
               SELECT CHARGE, DELRATE, DUEDAYS, VAT, METRIC
                   INTO :SRV-CHARGE, :SRV-DELRATE, :SRV-DUEDAYS,
                        :SRV-VAT, :SRV-METRIC
                   FROM SRV
                   WHERE SRV_ID = :SRV-SRV-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Tj�nsten hittades inte: ' wc-srvid-in
           ELSE
      *        every change below leaves an audit row (menu 83)
               MOVE 'SRV' TO wc-audit-table
               MOVE SRV-SRV-ID TO wn-audit-rowkey

               DISPLAY 'Avgift (CHARGE) [' SRV-CHARGE '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'CHARGE' TO wc-audit-field
                   MOVE SRV-CHARGE TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE SRV-CHARGE TO wn-price-old-charge
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO SRVPRICE-CHARGE

      *            a price change is dated and given a reason, so
      *            an older period is still billed at its own price
                   PERFORM Y0345-set-price-today
                   DISPLAY 'G�ller fr�n (�R-MM-DD) ['
                       wc-price-today '] : ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF wc-edit-buffer = SPACE
                       MOVE wc-price-today TO SRVPRICE-FROMDATE
                   ELSE
                       MOVE wc-edit-buffer(1:10) TO SRVPRICE-FROMDATE
                   END-IF
                   DISPLAY 'Orsak M=manuell R=omf�rhandling [M] : '
                       WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF wc-edit-buffer(1:1) = 'R' OR 'r'
                       SET SRVPRICE-REASON-RENEGOTIATED TO TRUE
                   ELSE
                       SET SRVPRICE-REASON-MANUAL TO TRUE
                   END-IF
                   PERFORM Y0340-record-price-change
               END-IF

               DISPLAY 'Dr�jsm�lsr�nta (DELRATE) [' SRV-DELRATE
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'DELRATE' TO wc-audit-field
                   MOVE SRV-DELRATE TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO SRV-DELRATE
               END-IF

               DISPLAY 'F�rfallodagar (DUEDAYS) [' SRV-DUEDAYS
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'DUEDAYS' TO wc-audit-field
                   MOVE SRV-DUEDAYS TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO SRV-DUEDAYS
               END-IF

               DISPLAY 'Moms (VAT) [' SRV-VAT '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'VAT' TO wc-audit-field
                   MOVE SRV-VAT TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO SRV-VAT
               END-IF

               PERFORM M0145-show-metric-codes
               DISPLAY 'M�tt (METRIC) [' SRV-METRIC '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE SRV-METRIC TO wc-audit-old
                   MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
                       TO SRV-METRIC
                   IF SRV-METRIC-VALID
                       MOVE 'METRIC' TO wc-audit-field
                       MOVE SRV-METRIC TO wc-audit-new
                       PERFORM Y0300-write-audit
                   ELSE
                       DISPLAY 'Ok�nt m�tt - of�r�ndrat.'
                       MOVE wc-audit-old(1:1) TO SRV-METRIC
                   END-IF
               END-IF

               EXEC SQL
                   UPDATE SRV
                   SET CHARGE = :SRV-CHARGE,
                       DELRATE = :SRV-DELRATE,
                       DUEDAYS = :SRV-DUEDAYS,
                       VAT = :SRV-VAT,
                       METRIC = :SRV-METRIC
                   WHERE SRV_ID = :SRV-SRV-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Update SQL sats in SRV table �r felt'
               ELSE
                   DISPLAY 'Tj�nst ' wc-srvid-in ' uppdaterad.'
               END-IF
           END-IF
           .

      **********************************************************
       M0140-add-new-product.

      *    add a new service product; CUST_ID is a vestigial column
      *    on SRV (no other code path reads it - customers are
      *    linked to services via SRVCUST) so it is set to zero
           DISPLAY 'Artikelnummer (ARTNO): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO SRV-ARTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO SRV-ARTNO-LEN

           DISPLAY 'Beskrivning (DESCRIPTION): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO SRV-DESCRIPTION-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO SRV-DESCRIPTION-LEN

           DISPLAY 'Avgift (CHARGE): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION NUMVAL(wc-edit-buffer) TO SRV-CHARGE

           DISPLAY 'Dr�jsm�lsr�nta (DELRATE): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION NUMVAL(wc-edit-buffer) TO SRV-DELRATE

           DISPLAY 'F�rfallodagar (DUEDAYS): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION NUMVAL(wc-edit-buffer) TO SRV-DUEDAYS

           DISPLAY 'Moms (VAT): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION NUMVAL(wc-edit-buffer) TO SRV-VAT

      *    what the volume bands (menu 65) count - printed invoices
      *    unless another usage is chosen
           PERFORM M0145-show-metric-codes
           DISPLAY 'M�tt (METRIC) [I]: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1)) TO SRV-METRIC
           IF NOT SRV-METRIC-VALID
               MOVE 'I' TO SRV-METRIC
           END-IF

           MOVE 'SRV' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO SRV-SRV-ID
           ADD 1 TO SRV-SRV-ID
           MOVE ZERO TO SRV-CUST-ID
           SET SRV-STATUS-ACTIVE TO TRUE

           EXEC SQL
               INSERT INTO SRV
               VALUES ( :SRV-SRV-ID, :SRV-ARTNO, :SRV-DESCRIPTION,
                         :SRV-CHARGE, :SRV-CUST-ID, :SRV-DELRATE,
                         :SRV-DUEDAYS, :SRV-STATUS, :SRV-VAT,
                         :SRV-METRIC)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in SRV table �r felt'
           ELSE
               MOVE 'SRV' TO wc-audit-table
               MOVE SRV-SRV-ID TO wn-audit-rowkey
               MOVE 'INSERT' TO wc-audit-field
               MOVE SPACE TO wc-audit-old
               MOVE SRV-ARTNO-TEXT(1:60) TO wc-audit-new
               PERFORM Y0300-write-audit

      *        the price history starts with the launch price
               MOVE SRV-CHARGE TO wn-price-old-charge
               MOVE SRV-CHARGE TO SRVPRICE-CHARGE
               MOVE '0001-01-01' TO SRVPRICE-FROMDATE
               SET SRVPRICE-REASON-OPENING TO TRUE
               PERFORM Y0340-record-price-change

               DISPLAY 'Ny tj�nst skapad med SRV_ID ' SRV-SRV-ID
           END-IF
           .

      **********************************************************
       M0145-show-metric-codes.

      *    the usage metrics srvbill can rate a service on
           DISPLAY '  I=tryckta fakturor  S=ark  A=bilagesidor'
           DISPLAY '  E=e-postutskick  P=e-fakturor  F=inl�sta filer'
           DISPLAY '  R=p�minnelser  B=reklambilagor'
           .

      **********************************************************
       M0150-inactivate-product.

      *    retire a service product so it can no longer be picked
      *    for new SRVCUST subscriptions
           DISPLAY 'Tj�nste-ID (SRV_ID) att inaktivera: '
               WITH NO ADVANCING
           MOVE ZERO TO wc-srvid-in
           ACCEPT wc-srvid-in
           MOVE wc-srvid-in TO SRV-SRV-ID

           EXEC SQL
               SELECT STATUS
                   INTO :SRV-STATUS
                   FROM SRV
                   WHERE SRV_ID = :SRV-SRV-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Tj�nsten hittades inte: ' wc-srvid-in
           ELSE
               SET SRV-STATUS-INACTIVE TO TRUE
               EXEC SQL
                   UPDATE SRV
                   SET STATUS = :SRV-STATUS
                   WHERE SRV_ID = :SRV-SRV-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY
                       ' Update SQL sats in SRV table �r felt'
               ELSE
                   MOVE 'SRV' TO wc-audit-table
                   MOVE SRV-SRV-ID TO wn-audit-rowkey
                   MOVE 'STATUS' TO wc-audit-field
                   MOVE '1' TO wc-audit-old
                   MOVE '0' TO wc-audit-new
                   PERFORM Y0300-write-audit

                   DISPLAY 'Tj�nst ' wc-srvid-in
                       ' �r nu inaktiverad.'
               END-IF
           END-IF
           .

      **********************************************************
       M0160-maintain-price-tiers.

      *    the volume bands srvbill prices a tiered service by -
      *    list a service's bands and add new ones; a service with
      *    no bands keeps its flat SRV-CHARGE
           DISPLAY 'Tj�nste-ID (SRV_ID): ' WITH NO ADVANCING
           MOVE ZERO TO wc-srvid-in
           ACCEPT wc-srvid-in
           MOVE wc-srvid-in TO PRICETIER-SRV-ID

           DISPLAY HEADLINE
           DISPLAY 'PRISTRAPPA'
           DISPLAY 'Fr�n     |Till     |Pris/st'

           EXEC SQL
               DECLARE CURS-TIER-L CURSOR FOR
               SELECT TIERFROM, TIERTO, UNITPRICE
               FROM TUTORIAL.PRICETIER
               WHERE SRV_ID = :PRICETIER-SRV-ID
               ORDER BY TIERFROM
           END-EXEC

           EXEC SQL
               OPEN CURS-TIER-L
           END-EXEC

           EXEC SQL
               FETCH CURS-TIER-L
                   INTO :PRICETIER-TIERFROM, :PRICETIER-TIERTO,
                        :PRICETIER-UNITPRICE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY PRICETIER-TIERFROM '|' PRICETIER-TIERTO '|'
                   PRICETIER-UNITPRICE

               EXEC SQL
                   FETCH CURS-TIER-L
                       INTO :PRICETIER-TIERFROM, :PRICETIER-TIERTO,
                            :PRICETIER-UNITPRICE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-TIER-L
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Nytt band fr�n-volym (0=avbryt): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           IF FUNCTION TRIM(wc-edit-buffer) NOT = SPACE AND
              FUNCTION TRIM(wc-edit-buffer) NOT = '0'
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO PRICETIER-TIERFROM

               DISPLAY 'Till-volym: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO PRICETIER-TIERTO

               DISPLAY 'Pris per styck: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO PRICETIER-UNITPRICE

               EXEC SQL
                   INSERT INTO PRICETIER
                   VALUES ( :PRICETIER-SRV-ID,
                             :PRICETIER-TIERFROM,
                             :PRICETIER-TIERTO,
                             :PRICETIER-UNITPRICE)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in PRICETIER �r felt'
               ELSE
                   DISPLAY 'Bandet �r upplagt.'
               END-IF
           END-IF
           .

      **********************************************************
       M0170-maintain-postage-rates.

      *    the postage rate card subinv prices every envelope by -
      *    list the weight steps per class, add a step or reprice
      *    one that exists (same class and weight limit)
           DISPLAY HEADLINE
           DISPLAY 'PORTOTAXA  (D=inrikes S=f�rsorterat A=Europa'
               ' W=v�rlden)'
           DISPLAY 'Klass|Max gram |Pris'

           EXEC SQL
               DECLARE CURS-POSTRATE-L CURSOR FOR
               SELECT CLASS, MAXWEIGHT, PRICE
               FROM TUTORIAL.POSTRATE
               ORDER BY CLASS, MAXWEIGHT
           END-EXEC

           EXEC SQL
               OPEN CURS-POSTRATE-L
           END-EXEC

           EXEC SQL
               FETCH CURS-POSTRATE-L
                   INTO :POSTRATE-CLASS, :POSTRATE-MAXWEIGHT,
                        :POSTRATE-PRICE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY POSTRATE-CLASS '    |' POSTRATE-MAXWEIGHT '|'
                   POSTRATE-PRICE

               EXEC SQL
                   FETCH CURS-POSTRATE-L
                       INTO :POSTRATE-CLASS, :POSTRATE-MAXWEIGHT,
                            :POSTRATE-PRICE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-POSTRATE-L
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Klass f�r nytt/�ndrat viktsteg (blank=avbryt): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
               TO POSTRATE-CLASS

           IF POSTRATE-DOMESTIC OR POSTRATE-PRESORTED OR
              POSTRATE-ABROAD OR POSTRATE-WORLD
               DISPLAY 'Max vikt i gram: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO POSTRATE-MAXWEIGHT

               DISPLAY 'Porto (kr): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO POSTRATE-PRICE

               EXEC SQL
                   UPDATE POSTRATE
                       SET PRICE = :POSTRATE-PRICE
                       WHERE CLASS = :POSTRATE-CLASS
                         AND MAXWEIGHT = :POSTRATE-MAXWEIGHT
               END-EXEC

               IF SQLCODE = ZERO
                   DISPLAY 'Viktsteget �r omprissatt.'
               ELSE
                   EXEC SQL
                       INSERT INTO POSTRATE
                       VALUES ( :POSTRATE-CLASS,
                                 :POSTRATE-MAXWEIGHT,
                                 :POSTRATE-PRICE)
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY ' Insert SQL sats in POSTRATE �r felt'
                   ELSE
                       DISPLAY 'Viktsteget �r upplagt.'
                   END-IF
               END-IF
           ELSE
               IF wc-edit-buffer NOT = SPACE
                   DISPLAY 'Ok�nd klass - ange D, S eller A.'
               END-IF
           END-IF
           .

      **********************************************************
      *    Correction run for one customer and a past service
      *    period: srvbill re-bills the period with today's data as
      *    drafts on hold (one SRVCORR row each, next to the invoice
      *    that billed the period), the operator compares the two
      *    and the difference is issued - a difference invoice when
      *    the customer was charged too little, a credit note and a
      *    replacement invoice when too much. Both reference the
      *    original through CREDITOF, pass the dual-control limit
      *    and are dated in the original's period unless it is
      *    closed (Y0260). A period that never billed gets the
      *    draft as an ordinary catch-up invoice.
       M0180-run-correction.

           DISPLAY 'Kundnummer (CUSTNO): ' WITH NO ADVANCING
           MOVE SPACE TO wc-corr-custno
           ACCEPT wc-corr-custno

           DISPLAY 'Period att r�tta (����-MM): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-corr-period
           ACCEPT wc-corr-period

           IF wc-corr-period(1:4) NOT NUMERIC OR
              wc-corr-period(5:1) NOT = '-' OR
              wc-corr-period(6:2) NOT NUMERIC
               DISPLAY 'Ange perioden som ����-MM.'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:4) TO wc-corr-thismonth(1:4)
           MOVE '-' TO wc-corr-thismonth(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO wc-corr-thismonth(6:2)
           IF wc-corr-period NOT < wc-corr-thismonth
               DISPLAY 'Endast en passerad period kan r�ttas.'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT CUST_ID
                   INTO :CUSTOMER-CUST-ID
                   FROM CUSTOMER
                   WHERE CUSTNO = :wc-corr-custno
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen s�dan kund hittades.'
               EXIT PARAGRAPH
           END-IF

      *    drafts left from an earlier run that was never answered
      *    are stale now - today's data is what counts
           PERFORM M0181-discard-open-drafts

           MOVE wc-corr-custno TO wc-srvbill-custno
           MOVE wc-corr-period TO wc-srvbill-corr-period
           CALL 'srvbill' USING wc-srvbill-custno
                                wc-srvbill-corr-period

           DISPLAY HEADLINE
           DISPLAY 'R�TTELSE ' wc-corr-period ' KUND '
               FUNCTION TRIM(wc-corr-custno)
           DISPLAY 'Tj�nst   |Faktura         |Fakturerat  |'
               'Ska vara    |Skillnad'

           MOVE ZERO TO wn-corr-drafts
           EXEC SQL
               DECLARE CURS-CORR-LIST CURSOR FOR
               SELECT C.SRV_ID, COALESCE(V.INVNO, '(saknas)'),
                      C.ORIGAMT, C.NEWAMT
               FROM TUTORIAL.SRVCORR C
                    LEFT OUTER JOIN TUTORIAL.INVOICE V
                    ON V.INV_ID = C.ORIG_INV_ID
               WHERE C.CUST_ID = :CUSTOMER-CUST-ID
                 AND C.PERIOD = :wc-corr-period
                 AND C.STATE = 0
               ORDER BY C.CORR_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-CORR-LIST
           END-EXEC

           EXEC SQL
               FETCH CURS-CORR-LIST
                   INTO :SRVCORR-SRV-ID, :INVOICE-INVNO,
                        :SRVCORR-ORIGAMT, :SRVCORR-NEWAMT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-corr-drafts
               MOVE SRVCORR-ORIGAMT TO wc-corr-orig-ed
               MOVE SRVCORR-NEWAMT TO wc-corr-new-ed
               COMPUTE wn-corr-diff = SRVCORR-NEWAMT - SRVCORR-ORIGAMT
               MOVE wn-corr-diff TO wc-corr-diff-ed
               DISPLAY SRVCORR-SRV-ID '|'
                   INVOICE-INVNO-TEXT(1:16) '|'
                   wc-corr-orig-ed '|' wc-corr-new-ed '|'
                   wc-corr-diff-ed

               EXEC SQL
                   FETCH CURS-CORR-LIST
                       INTO :SRVCORR-SRV-ID, :INVOICE-INVNO,
                            :SRVCORR-ORIGAMT, :SRVCORR-NEWAMT
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-CORR-LIST
           END-EXEC

           IF wn-corr-drafts = ZERO
               DISPLAY 'Inget att r�tta - ingen tj�nst fakturerades'
                   ' eller skulle ha fakturerats perioden.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Belopp exkl. moms.'
           DISPLAY 'Utf�rda r�ttelserna (J/N)? ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer(1:1) NOT = 'J' AND
              wc-edit-buffer(1:1) NOT = 'j'
               PERFORM M0181-discard-open-drafts
               DISPLAY 'Utkasten �r borttagna - ingenting utf�rdat.'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               DECLARE CURS-CORR-ISSUE CURSOR FOR
               SELECT CORR_ID, CUST_ID, SRV_ID, PERIOD,
                      ORIG_INV_ID, NEW_INV_ID, ORIGAMT, NEWAMT
               FROM TUTORIAL.SRVCORR
               WHERE CUST_ID = :CUSTOMER-CUST-ID
                 AND PERIOD = :wc-corr-period
                 AND STATE = 0
               ORDER BY CORR_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-CORR-ISSUE
           END-EXEC

           EXEC SQL
               FETCH CURS-CORR-ISSUE
                   INTO :SRVCORR-CORR-ID, :SRVCORR-CUST-ID,
                        :SRVCORR-SRV-ID, :SRVCORR-PERIOD,
                        :SRVCORR-ORIG-INV-ID, :SRVCORR-NEW-INV-ID,
                        :SRVCORR-ORIGAMT, :SRVCORR-NEWAMT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM M0182-issue-correction

               EXEC SQL
                   FETCH CURS-CORR-ISSUE
                       INTO :SRVCORR-CORR-ID, :SRVCORR-CUST-ID,
                            :SRVCORR-SRV-ID, :SRVCORR-PERIOD,
                            :SRVCORR-ORIG-INV-ID, :SRVCORR-NEW-INV-ID,
                            :SRVCORR-ORIGAMT, :SRVCORR-NEWAMT
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-CORR-ISSUE
           END-EXEC

           DISPLAY 'R�ttelsek�rningen �r klar - fakturorna skrivs'
               ' ut med n�sta utskriftsk�rning.'
           .

      **********************************************************
      *    Every draft still open for the customer and period goes,
      *    invoice and all, its SRVCORR row kept as discarded.
       M0181-discard-open-drafts.

           EXEC SQL
               DECLARE CURS-CORR-OPEN CURSOR FOR
               SELECT CORR_ID, NEW_INV_ID
               FROM TUTORIAL.SRVCORR
               WHERE CUST_ID = :CUSTOMER-CUST-ID
                 AND PERIOD = :wc-corr-period
                 AND STATE = 0
           END-EXEC

           EXEC SQL
               OPEN CURS-CORR-OPEN
           END-EXEC

           EXEC SQL
               FETCH CURS-CORR-OPEN
                   INTO :SRVCORR-CORR-ID, :SRVCORR-NEW-INV-ID
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM M0189-delete-draft-invoice
               SET SRVCORR-STATE-DISCARDED TO TRUE
               PERFORM M0183-set-correction-state

               EXEC SQL
                   FETCH CURS-CORR-OPEN
                       INTO :SRVCORR-CORR-ID, :SRVCORR-NEW-INV-ID
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-CORR-OPEN
           END-EXEC
           .

      **********************************************************
      *    One draft, as fetched by CURS-CORR-ISSUE.
       M0182-issue-correction.

           COMPUTE wn-corr-diff = SRVCORR-NEWAMT - SRVCORR-ORIGAMT

           IF SRVCORR-ORIG-INV-ID = ZERO
               PERFORM M0186-issue-catch-up
           ELSE
               IF wn-corr-diff = ZERO
                   PERFORM M0189-delete-draft-invoice
                   SET SRVCORR-STATE-NO-CHANGE TO TRUE
                   DISPLAY 'Tj�nst ' SRVCORR-SRV-ID
                       ': ingen skillnad - utkastet �r borttaget.'
               ELSE
                   PERFORM M0184-issue-against-original
               END-IF
           END-IF

           PERFORM M0183-set-correction-state
           .

      **********************************************************
       M0183-set-correction-state.

           MOVE wc-current-operator TO SRVCORR-OPERATOR-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-current-operator))
               TO SRVCORR-OPERATOR-LEN

           EXEC SQL
               UPDATE SRVCORR
               SET STATE = :SRVCORR-STATE,
                   OPERATOR = :SRVCORR-OPERATOR
               WHERE CORR_ID = :SRVCORR-CORR-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in SRVCORR �r felt'
           END-IF
           .

      **********************************************************
      *    The period was billed and the amount differs. An original
      *    the customer already had credited (menu 24) has nothing
      *    left to reverse - the draft simply replaces it.
       M0184-issue-against-original.

           EXEC SQL
               SELECT CUST_ID, DEBT_ID, INVSTATE, INVNO, INVDATE, VAT
                   INTO :CUSTOMER-CUST-ID, :wn-credit-orig-debt-id,
                        :INVOICE-INVSTATE, :INVOICE-INVNO,
                        :wc-corr-orig-invdate, :INVOICE-VAT
                   FROM INVOICE
                   WHERE INV_ID = :SRVCORR-ORIG-INV-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM M0189-delete-draft-invoice
               SET SRVCORR-STATE-DISCARDED TO TRUE
               DISPLAY 'Tj�nst ' SRVCORR-SRV-ID
                   ': ursprungsfakturan finns inte l�ngre'
                   ' (arkiverad?) - utkastet �r borttaget.'
               EXIT PARAGRAPH
           END-IF

           MOVE SRVCORR-ORIG-INV-ID TO wn-credit-orig-inv-id
           MOVE SPACE TO wc-credit-invno
           MOVE INVOICE-INVNO-TEXT(1:INVOICE-INVNO-LEN)
               TO wc-credit-invno
           MOVE wc-corr-custno TO wc-credit-custno
           MOVE wc-corr-orig-invdate TO wc-guard-date

           IF INVOICE-INVSTATE-CREDITED
               PERFORM Y0260-guard-closed-period
               PERFORM M0187-issue-replacement
               EXIT PARAGRAPH
           END-IF

      *    either way the original is reversed in full, so that is
      *    the amount the four-eyes gate weighs - same as menu 24
           MOVE ZERO TO wn-da-amount
           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE
                          + I.QTY * I.PRICE
                            * I.VAT / 100), 0)
                   INTO :wn-da-amount
                   FROM TUTORIAL.ITEM I,
                        TUTORIAL.INVITEM VI
                   WHERE VI.INV_ID = :wn-credit-orig-inv-id
                     AND I.ITEM_ID = VI.ITEM_ID
           END-EXEC

           PERFORM Y0294-get-dual-limit
           MOVE 'Y' TO wc-da-cleared-flag
           IF wn-dual-limit > ZERO AND
              wn-da-amount > wn-dual-limit
               MOVE 'RATTELSE' TO wc-da-action
               MOVE wn-credit-orig-inv-id TO wn-da-refkey
               PERFORM Y0290-check-dual-approval
           END-IF

           IF wc-da-cleared-flag NOT = 'Y'
               PERFORM M0189-delete-draft-invoice
               SET SRVCORR-STATE-DISCARDED TO TRUE
               DISPLAY 'R�ttelsen av faktura '
                   FUNCTION TRIM(wc-credit-invno)
                   ' kr�ver attest - k�r menyval 67 igen'
                   ' n�r den �r attesterad.'
               EXIT PARAGRAPH
           END-IF

           PERFORM Y0260-guard-closed-period

           IF wn-corr-diff > ZERO
               PERFORM M0185-issue-difference
           ELSE
               MOVE wc-guard-date TO wc-credit-invdate
               PERFORM E0172-create-credit-note
               PERFORM M0187-issue-replacement
           END-IF
           .

      **********************************************************
      *    Charged too little: the draft keeps its recomputed lines,
      *    takes everything billed so far negated, and goes out as
      *    "<original>-R<n>" for the difference.
       M0185-issue-difference.

           MOVE SRVCORR-NEW-INV-ID TO INVOICE-INV-ID
           PERFORM E0174-copy-negated-items
           PERFORM E0176-copy-negated-revsched

           MOVE ZERO TO wn-corr-seq
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-corr-seq
                   FROM INVOICE
                   WHERE CREDITOF = :wn-credit-orig-inv-id
           END-EXEC
           ADD 1 TO wn-corr-seq
           MOVE wn-corr-seq TO wc-corr-seq-ed

           MOVE SPACE TO INVOICE-INVNO-TEXT
           STRING FUNCTION TRIM(wc-credit-invno) DELIMITED BY SIZE
               '-R' DELIMITED BY SIZE
               FUNCTION TRIM(wc-corr-seq-ed) DELIMITED BY SIZE
               INTO INVOICE-INVNO-TEXT
           END-STRING
           MOVE wn-credit-orig-inv-id TO INVOICE-CREDITOF
           PERFORM M0188-release-draft

           SET SRVCORR-STATE-DIFFERENCE TO TRUE
           DISPLAY 'Differensfaktura skapad: '
               FUNCTION TRIM(INVOICE-INVNO-TEXT)
           .

      **********************************************************
      *    The period never billed - the draft is simply the
      *    invoice that should have gone out, under its own number.
       M0186-issue-catch-up.

           MOVE SRVCORR-NEW-INV-ID TO INVOICE-INV-ID
           MOVE SPACE TO INVOICE-INVNO-TEXT
           EXEC SQL
               SELECT INVNO, INVDATE
                   INTO :INVOICE-INVNO, :wc-guard-date
                   FROM INVOICE
                   WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC
           MOVE ZERO TO INVOICE-CREDITOF
           PERFORM M0188-release-draft

           MOVE SRVCORR-CUST-ID TO SRVBILLED-CUST-ID
           MOVE SRVCORR-SRV-ID TO SRVBILLED-SRV-ID
           MOVE SRVCORR-PERIOD TO SRVBILLED-PERIOD
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

           SET SRVCORR-STATE-CATCH-UP TO TRUE
           DISPLAY 'Efterfakturering skapad: '
               FUNCTION TRIM(INVOICE-INVNO-TEXT(1:INVOICE-INVNO-LEN))
           .

      **********************************************************
      *    Charged too much (the credit note is already out): the
      *    draft goes out as "<original>-E" and becomes the invoice
      *    of record for the period, so a later correction compares
      *    against it.
       M0187-issue-replacement.

           MOVE SRVCORR-NEW-INV-ID TO INVOICE-INV-ID
           MOVE SPACE TO INVOICE-INVNO-TEXT
           STRING FUNCTION TRIM(wc-credit-invno) DELIMITED BY SIZE
               '-E' DELIMITED BY SIZE
               INTO INVOICE-INVNO-TEXT
           END-STRING
           MOVE ZERO TO INVOICE-CREDITOF
           PERFORM M0188-release-draft

           MOVE INVOICE-INV-ID TO SRVBILLED-INV-ID
           EXEC SQL
               UPDATE SRVBILLED
               SET INV_ID = :SRVBILLED-INV-ID
               WHERE CUST_ID = :SRVCORR-CUST-ID
                 AND SRV_ID = :SRVCORR-SRV-ID
                 AND PERIOD = :SRVCORR-PERIOD
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in SRVBILLED �r felt'
           END-IF

           SET SRVCORR-STATE-REPLACED TO TRUE
           DISPLAY 'Ers�ttningsfaktura skapad: '
               FUNCTION TRIM(INVOICE-INVNO-TEXT)
           .

      **********************************************************
      *    Take the draft in INVOICE-INV-ID off hold under the
      *    number in INVOICE-INVNO-TEXT, dated wc-guard-date.
       M0188-release-draft.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(INVOICE-INVNO-TEXT))
               TO INVOICE-INVNO-LEN
           MOVE wc-guard-date TO INVOICE-INVDATE
           SET INVOICE-INVSTATE-PENDING TO TRUE

           EXEC SQL
               UPDATE INVOICE
               SET INVSTATE = :INVOICE-INVSTATE,
                   INVNO = :INVOICE-INVNO,
                   INVDATE = :INVOICE-INVDATE,
                   CREDITOF = :INVOICE-CREDITOF
               WHERE INV_ID = :INVOICE-INV-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in INVOICE table �r felt'
           END-IF

           MOVE INVOICE-INV-ID TO wn-hist-inv-id
           MOVE 5 TO wn-hist-old
           MOVE 0 TO wn-hist-new
           PERFORM Y0330-log-invoice-state
           .

      **********************************************************
      *    Remove the draft invoice SRVCORR-NEW-INV-ID and every row
      *    srvbill wrote for it.
       M0189-delete-draft-invoice.

           EXEC SQL
               DELETE FROM ITEM
               WHERE ITEM_ID IN (SELECT ITEM_ID FROM INVITEM
                                 WHERE INV_ID = :SRVCORR-NEW-INV-ID)
           END-EXEC

           EXEC SQL
               DELETE FROM INVITEM
               WHERE INV_ID = :SRVCORR-NEW-INV-ID
           END-EXEC

           EXEC SQL
               DELETE FROM REVSCHED
               WHERE INV_ID = :SRVCORR-NEW-INV-ID
           END-EXEC

           EXEC SQL
               DELETE FROM SRVUSAGE
               WHERE INV_ID = :SRVCORR-NEW-INV-ID
           END-EXEC

           EXEC SQL
               DELETE FROM INVOICE
               WHERE INV_ID = :SRVCORR-NEW-INV-ID
           END-EXEC

      *    the draft's number is never issued - voided, so the
      *    number series audit does not report it as a gap
           MOVE SRVCORR-NEW-INV-ID TO wn-nv-first wn-nv-last
           MOVE 'R�ttelseutkast borttaget (menyval 67)'
               TO wc-nv-reason
           MOVE ZERO TO wn-nv-runlog-id
           MOVE SPACE TO wc-ns-period
           PERFORM Y0370-register-void
           .

      **********************************************************
       X0100-maintenance.

           MOVE 'N' TO is-exit-admin-menu-switch
           PERFORM UNTIL is-exit-maintenance-menu

               PERFORM X110-diplay-maintenance-menu
               EVALUATE wc-accept

                   WHEN '71'
                       PERFORM X0120-display-company-data
                       MOVE SPACE TO wc-accept
                   WHEN '72'
                       PERFORM X0130-update-company-data
                       MOVE SPACE TO wc-accept
                   WHEN '73'
                       PERFORM X0140-print-copy-of-invoice
                       MOVE SPACE TO wc-accept
                   WHEN '74'
                       PERFORM X0150-archive-old-records
                       MOVE SPACE TO wc-accept
                   WHEN '75'
                       PERFORM X0160-triage-inerrors
                       MOVE SPACE TO wc-accept
                   WHEN '76'
                       PERFORM X0170-correct-debtor-address
                       MOVE SPACE TO wc-accept
                   WHEN '77'
                       PERFORM X0180-export-customer-history
                       MOVE SPACE TO wc-accept
                   WHEN '78'
                       PERFORM X0210-repair-rejected-records
                       MOVE SPACE TO wc-accept
                   WHEN '79'
                       PERFORM X0220-review-held-invoices
                       MOVE SPACE TO wc-accept
                   WHEN '80'
                       PERFORM X0190-maintain-file-schedule
                       MOVE SPACE TO wc-accept
                   WHEN '81'
                       PERFORM X0320-maintain-bank-calendar
                       MOVE SPACE TO wc-accept
                   WHEN '82'
                       PERFORM X0330-show-archived-record
                       MOVE SPACE TO wc-accept
                   WHEN '83'
                       PERFORM X0250-browse-audit-log
                       MOVE SPACE TO wc-accept
                   WHEN '84'
                       PERFORM X0270-run-consistency-check
                       MOVE SPACE TO wc-accept
                   WHEN '85'
                       PERFORM X0280-close-day
                       MOVE SPACE TO wc-accept
                   WHEN '86'
                       PERFORM X0290-restore-from-archive
                       MOVE SPACE TO wc-accept
                   WHEN '87'
                       PERFORM X0300-refresh-payment-scores
                       MOVE SPACE TO wc-accept
                   WHEN '88'
                       PERFORM X0310-process-acknowledgements
                       MOVE SPACE TO wc-accept
                   WHEN '89'
                       PERFORM X0350-run-anonymization
                       MOVE SPACE TO wc-accept
                   WHEN '61'
                       PERFORM X0520-subject-access-extract
                       MOVE SPACE TO wc-accept
                   WHEN '60'
                       PERFORM X0530-encrypt-personnummer
                       MOVE SPACE TO wc-accept
                   WHEN '59'
                       PERFORM X0540-job-queue
                       MOVE SPACE TO wc-accept
                   WHEN '90'
                       PERFORM X0260-administer-users
                       MOVE SPACE TO wc-accept
                   WHEN '92'
                       PERFORM X0230-maintain-layout-profile
                       MOVE SPACE TO wc-accept
                   WHEN '94'
                       PERFORM X0340-maintain-vat-changeover
                       MOVE SPACE TO wc-accept
                   WHEN '95'
                       PERFORM X0360-register-returned-mail
                       MOVE SPACE TO wc-accept
                   WHEN '96'
                       PERFORM X0370-run-outbound-transfer
                       MOVE SPACE TO wc-accept
                   WHEN '97'
                       PERFORM X0380-import-production-status
                       MOVE SPACE TO wc-accept
                   WHEN '98'
                       PERFORM X0410-maintain-refrate
                       MOVE SPACE TO wc-accept
                   WHEN '91'
                       PERFORM X0420-close-month
                       MOVE SPACE TO wc-accept
                   WHEN '66'
                       PERFORM X0430-review-approvals
                       MOVE SPACE TO wc-accept
                   WHEN '67'
                       PERFORM X0440-maintain-legal-holds
                       MOVE SPACE TO wc-accept
                   WHEN '68'
                       PERFORM X0450-import-address-changes
                       MOVE SPACE TO wc-accept
                   WHEN '69'
                       PERFORM X0460-import-credit-ratings
                       MOVE SPACE TO wc-accept
                   WHEN '70'
                       PERFORM X0470-maintain-print-capacity
                       MOVE SPACE TO wc-accept
                   WHEN '62'
                       PERFORM X0510-print-house-billing
                       MOVE SPACE TO wc-accept
                   WHEN '63'
                       PERFORM X0500-maintain-print-incidents
                       MOVE SPACE TO wc-accept
                   WHEN '64'
                       PERFORM X0480-maintain-print-houses
                       MOVE SPACE TO wc-accept
                   WHEN '65'
                       PERFORM X0490-switch-to-backup
                       MOVE SPACE TO wc-accept
                   WHEN '93'
                       PERFORM X0240-reprint-whole-run
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-maintenance-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       X110-diplay-maintenance-menu.

           DISPLAY HEADLINE
           DISPLAY '*** PROGRAM UNDERH�LL ***'
           DISPLAY HEADLINE
           DISPLAY '(62) Tryckerifakturor: avst�mning och attest'
           DISPLAY '(63) Tryckincidenter och reklamationer'
           DISPLAY '(64) Tryckerier och styrregler'
           DISPLAY '(65) V�xla tryckeri till reserv'
           DISPLAY '(66) Attestera krediter/utbetalningar'
           DISPLAY '(67) R�ttsliga sp�rrar (legal hold)'
           DISPLAY '(68) L�s adress�ndringsfil (SPAR)'
           DISPLAY '(69) L�s kreditv�rderingsfil'
           DISPLAY '(70) Tryckkapacitet och tryckeri per kund'
           DISPLAY '(71) Visa PBS f�retagsinformation'
           DISPLAY '(72) Uppdatera PBS f�retagsinformation'
           DISPLAY '(73) Skriv ut kopia av g�lden�rsfaktura'
           DISPLAY '(74) Gallra gamla poster (INLOG/INERROR/faktura)'
           DISPLAY '(75) �tg�rda inkontrollfel (INERROR)'
           DISPLAY '(76) Korrigera g�lden�rsadress f�r omtryck'
           DISPLAY '(77) Exportera kundhistorik till fil'
           DISPLAY '(78) Reparera avvisade poster (feldata)'
           DISPLAY '(79) Granska parkerade fakturabatcher'
           DISPLAY '(80) Underh�ll filkalender (v�ntade filer)'
           DISPLAY '(81) Underh�ll bankdagskalender'
           DISPLAY '(82) Visa arkiverad r�post f�r faktura'
           DISPLAY '(83) Visa �ndringshistorik (audit)'
           DISPLAY '(84) K�r konsistenskontroll av databasen'
           DISPLAY '(85) Dagsavslut (frys dagens totaler)'
           DISPLAY '(86) �terst�ll poster fr�n gallringsarkiv'
           DISPLAY '(87) Uppdatera betalningsprofiler (PayScore)'
           DISPLAY '(88) L�s partnerkvittenser mot manifest'
           DISPLAY '(89) GDPR-anonymisera gamla g�lden�rer'
           DISPLAY '(61) GDPR-registerutdrag f�r g�lden�r'
           DISPLAY '(60) Kryptera lagrade personnummer'
           DISPLAY '(59) Jobbk� (bakgrundsjobb)'
           DISPLAY '(90) Anv�ndaradministration'
           DISPLAY '(92) Underh�ll fakturalayout per kund'
           DISPLAY '(93) Omtryck av hel utskriftsk�rning'
           DISPLAY '(94) Momssatsbyte med ikrafttr�dandedatum'
           DISPLAY '(95) Registrera postretur (ogiltig adress)'
           DISPLAY '(96) �verf�r utskriftsfiler till tryckeri'
           DISPLAY '(97) L�s tryckeriets produktionsstatus'
           DISPLAY '(98) Referensr�nta med ikrafttr�dandedatum'
           DISPLAY '(91) M�nadsbokslut (l�s period)'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       X0120-display-company-data.

      *    list FINDATA rows - the bank/VAT registration numbers
      *    printed on every invoice footer by subinv's
      *    B0250-get-pbs-customer-data
           EXEC SQL
               DECLARE CURS-FINDATA CURSOR FOR
               SELECT FIN_ID, VATREGNO, BANKGIRO, POSTGIRO,
                      COALESCE(COMPANYNAME, '')
               FROM TUTORIAL.FINDATA
               ORDER BY FIN_ID
           END-EXEC

           DISPLAY '-----------------'
           DISPLAY 'F�RETAGSINFORMATION'
           DISPLAY '-----------------'

           EXEC SQL
               OPEN CURS-FINDATA
           END-EXEC

           EXEC SQL
               FETCH CURS-FINDATA
                   INTO :FINDATA-FIN-ID, :FINDATA-VATREGNO,
                        :FINDATA-BANKGIRO, :FINDATA-POSTGIRO,
                        :FINDATA-COMPANYNAME
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY FINDATA-FIN-ID '|'
                   FINDATA-COMPANYNAME-TEXT(1:20) '|'
                   FINDATA-VATREGNO-TEXT(1:16) '|'
                   FINDATA-BANKGIRO-TEXT(1:12) '|'
                   FINDATA-POSTGIRO-TEXT(1:12)

               EXEC SQL
               FETCH CURS-FINDATA
                   INTO :FINDATA-FIN-ID, :FINDATA-VATREGNO,
                        :FINDATA-BANKGIRO, :FINDATA-POSTGIRO,
                        :FINDATA-COMPANYNAME
               END-EXEC

           END-PERFORM

           IF SQLCODE NOT = 100
              DISPLAY 'SQL Error'
           END-IF

           EXEC SQL
               CLOSE CURS-FINDATA
           END-EXEC

           .

      **********************************************************
       X0130-update-company-data.

      *    edit VATREGNO/BANKGIRO/POSTGIRO for one chosen FIN_ID;
      *    blank input on a prompt keeps the old value
           DISPLAY 'F�retags-ID (FIN_ID) att uppdatera: '
               WITH NO ADVANCING
           MOVE ZERO TO wc-finid-in
           ACCEPT wc-finid-in
           MOVE wc-finid-in TO FINDATA-FIN-ID

           EXEC SQL
               SELECT VATREGNO, BANKGIRO, POSTGIRO, INTERESTRATE,
                      REMFEE1, REMFEE2, DUNWAITDAYS,
                      COALESCE(COMPANYNAME, ''),
                      COALESCE(COMPANYADDR, ''), AUTOALLOC,
                      COALESCE(IBAN, ''), COALESCE(BIC, ''),
                      DUALLIMIT
                   INTO :FINDATA-VATREGNO, :FINDATA-BANKGIRO,
                        :FINDATA-POSTGIRO, :FINDATA-INTERESTRATE,
                        :FINDATA-REMFEE1, :FINDATA-REMFEE2,
                        :FINDATA-DUNWAITDAYS,
                        :FINDATA-COMPANYNAME, :FINDATA-COMPANYADDR,
                        :FINDATA-AUTOALLOC,
                        :FINDATA-IBAN, :FINDATA-BIC,
                        :FINDATA-DUALLIMIT
                   FROM FINDATA
                   WHERE FIN_ID = :FINDATA-FIN-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'F�retagsposten hittades inte: ' wc-finid-in
           ELSE
      *        every change below leaves an audit row (menu 83)
               MOVE 'FINDATA' TO wc-audit-table
               MOVE FINDATA-FIN-ID TO wn-audit-rowkey

               DISPLAY 'Momsregistreringsnummer [' FINDATA-VATREGNO-TEXT
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'VATREGNO' TO wc-audit-field
                   MOVE FINDATA-VATREGNO-TEXT(1:60) TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO FINDATA-VATREGNO-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO FINDATA-VATREGNO-LEN
               END-IF

               DISPLAY 'Bankgiro [' FINDATA-BANKGIRO-TEXT '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'BANKGIRO' TO wc-audit-field
                   MOVE FINDATA-BANKGIRO-TEXT(1:60) TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO FINDATA-BANKGIRO-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO FINDATA-BANKGIRO-LEN
               END-IF

               DISPLAY 'Postgiro [' FINDATA-POSTGIRO-TEXT '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'POSTGIRO' TO wc-audit-field
                   MOVE FINDATA-POSTGIRO-TEXT(1:60) TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO FINDATA-POSTGIRO-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO FINDATA-POSTGIRO-LEN
               END-IF

               DISPLAY 'Dr�jsm�lsr�nta (%) [' FINDATA-INTERESTRATE
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'INTERESTRATE' TO wc-audit-field
                   MOVE FINDATA-INTERESTRATE TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO FINDATA-INTERESTRATE
               END-IF

               DISPLAY 'P�minnelseavgift [' FINDATA-REMFEE1
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'REMFEE1' TO wc-audit-field
                   MOVE FINDATA-REMFEE1 TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO FINDATA-REMFEE1
               END-IF

               DISPLAY 'Kravavgift slutkrav [' FINDATA-REMFEE2
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'REMFEE2' TO wc-audit-field
                   MOVE FINDATA-REMFEE2 TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO FINDATA-REMFEE2
               END-IF

               DISPLAY 'Dagar mellan kravniv�er ['
                   FINDATA-DUNWAITDAYS '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'DUNWAITDAYS' TO wc-audit-field
                   MOVE FINDATA-DUNWAITDAYS TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO FINDATA-DUNWAITDAYS
               END-IF

               DISPLAY 'F�retagsnamn [' FINDATA-COMPANYNAME-TEXT(1:20)
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'COMPANYNAME' TO wc-audit-field
                   MOVE FINDATA-COMPANYNAME-TEXT(1:60) TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO FINDATA-COMPANYNAME-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO FINDATA-COMPANYNAME-LEN
               END-IF

               DISPLAY 'F�retagsadress ['
                   FINDATA-COMPANYADDR-TEXT(1:20)
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'COMPANYADDR' TO wc-audit-field
                   MOVE FINDATA-COMPANYADDR-TEXT(1:60) TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO FINDATA-COMPANYADDR-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO FINDATA-COMPANYADDR-LEN
               END-IF

               DISPLAY 'IBAN [' FINDATA-IBAN-TEXT(1:24)
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'IBAN' TO wc-audit-field
                   MOVE FINDATA-IBAN-TEXT(1:34) TO wc-audit-old
                   MOVE wc-edit-buffer(1:34) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO FINDATA-IBAN-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO FINDATA-IBAN-LEN
               END-IF

               DISPLAY 'BIC [' FINDATA-BIC-TEXT
                   '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'BIC' TO wc-audit-field
                   MOVE FINDATA-BIC-TEXT TO wc-audit-old
                   MOVE wc-edit-buffer(1:11) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   MOVE wc-edit-buffer TO FINDATA-BIC-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO FINDATA-BIC-LEN
               END-IF

               DISPLAY 'Attestgr�ns fyra �gon ['
                   FINDATA-DUALLIMIT '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'DUALLIMIT' TO wc-audit-field
                   MOVE FINDATA-DUALLIMIT TO wn-audit-old-num
                   COMPUTE wn-audit-new-num =
                       FUNCTION NUMVAL(wc-edit-buffer)
                   PERFORM Y0310-write-audit-numeric
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO FINDATA-DUALLIMIT
               END-IF

               DISPLAY 'Autoallokera rundsummebetalningar (J/N) ['
                   FINDATA-AUTOALLOC '] : ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer NOT = SPACE
                   MOVE 'AUTOALLOC' TO wc-audit-field
                   MOVE FINDATA-AUTOALLOC TO wn-audit-old-num
                   IF FUNCTION TRIM(wc-edit-buffer) = 'J'
                       SET FINDATA-AUTOALLOC-ON TO TRUE
                   ELSE
                       SET FINDATA-AUTOALLOC-OFF TO TRUE
                   END-IF
                   MOVE FINDATA-AUTOALLOC TO wn-audit-new-num
                   PERFORM Y0310-write-audit-numeric
               END-IF

               EXEC SQL
                   UPDATE FINDATA
                   SET VATREGNO = :FINDATA-VATREGNO,
                       BANKGIRO = :FINDATA-BANKGIRO,
                       POSTGIRO = :FINDATA-POSTGIRO,
                       INTERESTRATE = :FINDATA-INTERESTRATE,
                       REMFEE1 = :FINDATA-REMFEE1,
                       REMFEE2 = :FINDATA-REMFEE2,
                       DUNWAITDAYS = :FINDATA-DUNWAITDAYS,
                       COMPANYNAME = :FINDATA-COMPANYNAME,
                       COMPANYADDR = :FINDATA-COMPANYADDR,
                       AUTOALLOC = :FINDATA-AUTOALLOC,
                       IBAN = :FINDATA-IBAN,
                       BIC = :FINDATA-BIC,
                       DUALLIMIT = :FINDATA-DUALLIMIT
                   WHERE FIN_ID = :FINDATA-FIN-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Update SQL sats in FINDATA table �r felt'
               ELSE
                   DISPLAY 'F�retagspost ' wc-finid-in ' uppdaterad.'
               END-IF
           END-IF
           .

      **********************************************************
       X0140-print-copy-of-invoice.

      *    reproduce a historical invoice's .tex file on demand via
      *    subinv's single-invoice reprint path (B0150-submit-one-
      *    invoice), the same B0210-write-invoice logic used for
      *    the original print run
           MOVE ZERO TO wc-subinv-finid
           MOVE SPACE TO wc-subinv-invno wc-subinv-custno
           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           ACCEPT wc-subinv-custno
           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           ACCEPT wc-subinv-invno

           PERFORM X0141-print-invoice-copy
           .

      **********************************************************
      *    the copy of the invoice in wc-subinv-custno and
      *    wc-subinv-invno - entered from X0140 and from the debtor
      *    inquiry (F0180)
       X0141-print-invoice-copy.

           MOVE ZERO TO wc-subinv-finid
           MOVE 'ONE' TO wc-subinv-mode
           PERFORM Y0120-call-subinv-locked
           DISPLAY 'Kopia av fakturan �r utskriven.'
           .

      *    The review side of the four-eyes register: a second
      *    operator with at least arbetsledarroll - and a different
      *    identity than the requestor - approves or rejects each
      *    pending action. Both identities land on the register row
      *    and on the audit trail; the requestor then re-runs the
      *    action, which consumes the approval.
       X0430-review-approvals.

           DISPLAY HEADLINE
           DISPLAY 'V�NTANDE ATTESTER'
           DISPLAY HEADLINE
           DISPLAY 'Nr      |�tg�rd  |Nyckel  |Belopp |Beg�rd'

           EXEC SQL
               DECLARE CURS-PENDAPPR CURSOR FOR
               SELECT APPR_ID, ACTION, REFKEY, AMOUNT,
                      REQUESTOR, REQDATE
               FROM TUTORIAL.PENDAPPR
               WHERE STATE = 0
               ORDER BY APPR_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-PENDAPPR
           END-EXEC

           EXEC SQL
               FETCH CURS-PENDAPPR
                   INTO :PENDAPPR-APPR-ID, :PENDAPPR-ACTION,
                        :PENDAPPR-REFKEY, :PENDAPPR-AMOUNT,
                        :PENDAPPR-REQUESTOR, :PENDAPPR-REQDATE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY PENDAPPR-APPR-ID '|'
                   PENDAPPR-ACTION '|'
                   PENDAPPR-REFKEY '|'
                   PENDAPPR-AMOUNT '|'
                   PENDAPPR-REQUESTOR-TEXT(1:15)
               EXEC SQL
                   FETCH CURS-PENDAPPR
                       INTO :PENDAPPR-APPR-ID, :PENDAPPR-ACTION,
                            :PENDAPPR-REFKEY, :PENDAPPR-AMOUNT,
                            :PENDAPPR-REQUESTOR, :PENDAPPR-REQDATE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-PENDAPPR
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Attestnr att behandla (0=avbryt): '
               WITH NO ADVANCING
           MOVE ZERO TO wn-da-apprid-in
           ACCEPT wn-da-apprid-in

           IF wn-da-apprid-in NOT = ZERO
               MOVE wn-da-apprid-in TO PENDAPPR-APPR-ID
               EXEC SQL
                   SELECT REQUESTOR, STATE
                       INTO :PENDAPPR-REQUESTOR, :PENDAPPR-STATE
                       FROM PENDAPPR
                       WHERE APPR_ID = :PENDAPPR-APPR-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Ingen s�dan attestpost.'
               ELSE
                IF NOT PENDAPPR-PENDING
                   DISPLAY 'Posten v�ntar inte p� attest.'
                ELSE
                 IF FUNCTION TRIM(PENDAPPR-REQUESTOR-TEXT) =
                    FUNCTION TRIM(wc-current-operator)
                   DISPLAY 'Beg�ran kan inte attesteras av'
                       ' samma operat�r.'
                 ELSE
                  IF wn-current-role < 2
                   DISPLAY 'Attest kr�ver minst arbetsledarroll.'
                  ELSE
                   DISPLAY 'Godk�nn (G) eller avsl� (A)?: '
                       WITH NO ADVANCING
                   MOVE SPACE TO wc-da-decision
                   ACCEPT wc-da-decision

                   MOVE wc-current-operator
                       TO PENDAPPR-APPROVER-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       wc-current-operator))
                       TO PENDAPPR-APPROVER-LEN

                   IF wc-da-decision = 'G' OR wc-da-decision = 'g'
                       MOVE 1 TO PENDAPPR-STATE
                   ELSE
                       MOVE 2 TO PENDAPPR-STATE
                   END-IF

                   EXEC SQL
                       UPDATE PENDAPPR
                       SET STATE = :PENDAPPR-STATE,
                           APPROVER = :PENDAPPR-APPROVER
                       WHERE APPR_ID = :PENDAPPR-APPR-ID
                   END-EXEC

      *            both identities on the audit trail
                   MOVE 'PENDAPPR' TO wc-audit-table
                   MOVE PENDAPPR-APPR-ID TO wn-audit-rowkey
                   IF PENDAPPR-STATE = 1
                       MOVE 'APPROVE' TO wc-audit-field
                   ELSE
                       MOVE 'REJECT' TO wc-audit-field
                   END-IF
                   MOVE PENDAPPR-REQUESTOR-TEXT(1:30)
                       TO wc-audit-old
                   MOVE wc-current-operator(1:30) TO wc-audit-new
                   PERFORM Y0300-write-audit

                   IF PENDAPPR-STATE = 1
                       DISPLAY 'Attesterad - �tg�rden utf�rs vid'
                           ' n�sta k�rning av beg�ran.'
                   ELSE
                       DISPLAY 'Avslagen.'
                   END-IF
                  END-IF
                 END-IF
                END-IF
               END-IF
           END-IF
           .

      *    Legal-hold register: places a hold on a debtor, a
      *    customer or a single invoice with its case reference,
      *    lists the active holds, and releases a hold (with audit)
      *    when the case ends. While a hold stands, the purge and
      *    the anonymization job leave everything under it alone.
       X0440-maintain-legal-holds.

           DISPLAY HEADLINE
           DISPLAY 'R�TTSLIGA SP�RRAR (AKTIVA)'
           DISPLAY HEADLINE
           DISPLAY 'Nr       |Typ|Nyckel   |�rende         |Sedan'

           EXEC SQL
               DECLARE CURS-LEGALHOLD CURSOR FOR
               SELECT HOLD_ID, HOLDTYPE, REFKEY, CASEREF, HOLDDATE
               FROM TUTORIAL.LEGALHOLD
               WHERE STATE = 0
               ORDER BY HOLD_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-LEGALHOLD
           END-EXEC

           EXEC SQL
               FETCH CURS-LEGALHOLD
                   INTO :LEGALHOLD-HOLD-ID, :LEGALHOLD-HOLDTYPE,
                        :LEGALHOLD-REFKEY, :LEGALHOLD-CASEREF,
                        :LEGALHOLD-HOLDDATE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY LEGALHOLD-HOLD-ID '|'
                   LEGALHOLD-HOLDTYPE '  |'
                   LEGALHOLD-REFKEY '|'
                   LEGALHOLD-CASEREF-TEXT(1:15) '|'
                   LEGALHOLD-HOLDDATE
               EXEC SQL
                   FETCH CURS-LEGALHOLD
                       INTO :LEGALHOLD-HOLD-ID,
                            :LEGALHOLD-HOLDTYPE,
                            :LEGALHOLD-REFKEY,
                            :LEGALHOLD-CASEREF,
                            :LEGALHOLD-HOLDDATE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-LEGALHOLD
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'N=ny sp�rr, F=frisl�pp, blankt=tillbaka: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-lh-action
           ACCEPT wc-lh-action

           EVALUATE wc-lh-action
               WHEN 'N'
               WHEN 'n'
                   PERFORM X0442-place-hold
               WHEN 'F'
               WHEN 'f'
                   PERFORM X0444-release-hold
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       X0442-place-hold.

           DISPLAY 'Typ: G=g�lden�r, K=kund, F=faktura: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer(1:1) TO LEGALHOLD-HOLDTYPE

           IF NOT (LEGALHOLD-TYPE-DEBTOR OR
                   LEGALHOLD-TYPE-CUSTOMER OR
                   LEGALHOLD-TYPE-INVOICE)
               DISPLAY 'Ogiltig typ.'
           ELSE
               DISPLAY 'Nyckel (DEBT_ID/CUST_ID/INV_ID): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               COMPUTE LEGALHOLD-REFKEY =
                   FUNCTION NUMVAL(wc-edit-buffer)

               DISPLAY '�rendereferens: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer(1:30) TO LEGALHOLD-CASEREF-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   wc-edit-buffer(1:30))) TO LEGALHOLD-CASEREF-LEN

               MOVE 'LEGALHOLD' TO IDGEN-TABLENAME-TEXT
               PERFORM Y0200-get-next-id
               MOVE wn-next-id TO LEGALHOLD-HOLD-ID
               ADD 1 TO LEGALHOLD-HOLD-ID
               MOVE FUNCTION CURRENT-DATE(1:10)
                   TO LEGALHOLD-HOLDDATE
               MOVE ZERO TO LEGALHOLD-STATE
               MOVE SPACE TO LEGALHOLD-RELDATE

               EXEC SQL
                   INSERT INTO LEGALHOLD
                   VALUES ( :LEGALHOLD-HOLD-ID,
                             :LEGALHOLD-HOLDTYPE,
                             :LEGALHOLD-REFKEY,
                             :LEGALHOLD-CASEREF,
                             :LEGALHOLD-HOLDDATE,
                             :LEGALHOLD-STATE,
                             :LEGALHOLD-RELDATE)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in LEGALHOLD �r felt'
               ELSE
                   MOVE 'LEGALHOLD' TO wc-audit-table
                   MOVE LEGALHOLD-HOLD-ID TO wn-audit-rowkey
                   MOVE 'HOLD' TO wc-audit-field
                   MOVE SPACE TO wc-audit-old
                   MOVE wc-edit-buffer(1:60) TO wc-audit-new
                   PERFORM Y0300-write-audit
                   DISPLAY 'Sp�rren �r lagd.'
               END-IF
           END-IF
           .

      **********************************************************
       X0444-release-hold.

           DISPLAY 'Sp�rrnr att frisl�ppa: ' WITH NO ADVANCING
           MOVE ZERO TO wn-lh-holdid-in
           ACCEPT wn-lh-holdid-in
           MOVE wn-lh-holdid-in TO LEGALHOLD-HOLD-ID

           MOVE FUNCTION CURRENT-DATE(1:10) TO LEGALHOLD-RELDATE
           EXEC SQL
               UPDATE LEGALHOLD
               SET STATE = 1,
                   RELDATE = :LEGALHOLD-RELDATE
               WHERE HOLD_ID = :LEGALHOLD-HOLD-ID
                 AND STATE = 0
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'LEGALHOLD' TO wc-audit-table
               MOVE LEGALHOLD-HOLD-ID TO wn-audit-rowkey
               MOVE 'RELEASE' TO wc-audit-field
               MOVE SPACE TO wc-audit-old
               MOVE SPACE TO wc-audit-new
               PERFORM Y0300-write-audit
               DISPLAY 'Sp�rren �r frisl�ppt - posterna omfattas'
                   ' �ter av gallring och anonymisering.'
           ELSE
               DISPLAY 'Ingen s�dan aktiv sp�rr.'
           END-IF
           .

      *    Bulk change-of-address import from the postal address
      *    service (data/adrchg.txt): each row is matched on the
      *    person-/organisationsnummer the intake validated and
      *    stored on DEBTOR. A match whose name also agrees updates
      *    the debtor's ADDR (and lifts a returned-mail block -
      *    the person has a working address again), with an audit
      *    row per change; a number match whose name disagrees is a
      *    near-match listed for manual review, and unknown numbers
      *    are counted - letters chase people to their new address
      *    instead of their old one.
       X0450-import-address-changes.

           MOVE ZERO TO wn-ac-updated wn-ac-review wn-ac-unmatched
           MOVE 'N' TO wc-ac-eof-flag

           OPEN INPUT ADRCHGDATA
           IF NOT is-adrchgfil-ok
               DISPLAY 'Ingen adress�ndringsfil (data/adrchg.txt).'
           ELSE
               READ ADRCHGDATA
                   AT END MOVE 'Y' TO wc-ac-eof-flag
               END-READ
               PERFORM X0452-import-one-address
                   UNTIL wc-ac-eof-flag = 'Y'
               CLOSE ADRCHGDATA

               DISPLAY 'Adresser uppdaterade:      ' wn-ac-updated
               DISPLAY 'Till manuell granskning:   ' wn-ac-review
               DISPLAY 'Ok�nda nummer:             ' wn-ac-unmatched
           END-IF
           .

      **********************************************************
       X0452-import-one-address.

           MOVE SPACE TO wc-ac-orgno wc-ac-name wc-ac-street
                         wc-ac-postno wc-ac-place
           UNSTRING ADRCHG-POST DELIMITED BY ';'
               INTO wc-ac-orgno wc-ac-name wc-ac-street
                    wc-ac-postno wc-ac-place
           END-UNSTRING

           IF FUNCTION TRIM(wc-ac-orgno) = SPACE
               CONTINUE
           ELSE
               PERFORM X0454-apply-one-address
           END-IF

           READ ADRCHGDATA
               AT END MOVE 'Y' TO wc-ac-eof-flag
           END-READ
           .

      **********************************************************
      *    every debtor row carrying the number gets the new
      *    address - the register holds one debtor row per intake
      *    faktura, and all of them are the same person
       X0454-apply-one-address.

      *    the register keeps the number encrypted - so does the
      *    match
           MOVE wc-ac-orgno TO PNRREQ-IN
           PERFORM Y0360-encrypt-pnr
           MOVE wc-pnr-stored TO DEBTOR-ORGNO

           EXEC SQL
               DECLARE CURS-ADRCHG CURSOR FOR
               SELECT DEBT_ID, NAME, ADDR_ID
               FROM TUTORIAL.DEBTOR
               WHERE ORGNO = :DEBTOR-ORGNO
           END-EXEC

           EXEC SQL
               OPEN CURS-ADRCHG
           END-EXEC

           MOVE 'N' TO wc-ac-done-flag
           EXEC SQL
               FETCH CURS-ADRCHG
                   INTO :DEBTOR-DEBT-ID, :DEBTOR-NAME,
                        :DEBTOR-ADDR-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO wn-ac-unmatched
               MOVE 'Y' TO wc-ac-done-flag
           END-IF

           PERFORM X0456-update-one-debtor-addr
               UNTIL wc-ac-done-flag = 'Y'

           EXEC SQL
               CLOSE CURS-ADRCHG
           END-EXEC
           .

      **********************************************************
       X0456-update-one-debtor-addr.

      *    the name must agree before the address moves - a number
      *    match with a different name smells like a keyed-wrong
      *    number and goes to manual review instead
           IF FUNCTION TRIM(DEBTOR-NAME-TEXT(1:5)) NOT =
              FUNCTION TRIM(wc-ac-name(1:5))
               ADD 1 TO wn-ac-review
               MOVE wc-ac-orgno TO PNRREQ-IN
               PERFORM Y0362-mask-pnr
               DISPLAY 'GRANSKA: ' wc-pnr-shown ' fil: '
                   wc-ac-name(1:20) ' register: '
                   DEBTOR-NAME-TEXT(1:20)
           ELSE
               MOVE wc-ac-street TO ADDR-STREET
               MOVE wc-ac-postno TO ADDR-POSTNO
               MOVE wc-ac-place TO ADDR-PLACE
               MOVE wc-ac-postno TO ADDR-POSTCODE

               EXEC SQL
                   UPDATE ADDR
                   SET STREET = :ADDR-STREET,
                       POSTNO = :ADDR-POSTNO,
                       PLACE = :ADDR-PLACE,
                       COUNTRY = 'SE',
                       POSTCODE = :ADDR-POSTCODE,
                       INVALID = 0
                   WHERE ADDR_ID = :DEBTOR-ADDR-ID
               END-EXEC

               IF SQLCODE = ZERO
                   ADD 1 TO wn-ac-updated
                   MOVE 'ADDR' TO wc-audit-table
                   MOVE DEBTOR-ADDR-ID TO wn-audit-rowkey
                   MOVE 'SPAR IMPORT' TO wc-audit-field
                   MOVE DEBTOR-ORGNO TO wc-audit-old
                   MOVE wc-ac-street(1:30) TO wc-audit-new
                   PERFORM Y0300-write-audit
               END-IF
           END-IF

           EXEC SQL
               FETCH CURS-ADRCHG
                   INTO :DEBTOR-DEBT-ID, :DEBTOR-NAME,
                        :DEBTOR-ADDR-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO wc-ac-done-flag
           END-IF
           .

      *    Batch import of the credit bureau's rating file
      *    (data/rating.txt), matched on organisationsnummer:
      *    CREDITLIMIT adjusts by rating band (A 50000, B 25000,
      *    C 10000, D 2500) and an E - the severe downgrades, the
      *    rekonstruktioner we otherwise read about in the paper -
      *    zeroes the limit and raises CREDITBLOCK for review
      *    through P0160-review-blocked-invoices. Every automatic
      *    change lands in the audit trail.
       X0460-import-credit-ratings.

           MOVE ZERO TO wn-cr-adjusted wn-cr-blocked wn-cr-unknown
           MOVE 'N' TO wc-cr-eof-flag

           OPEN INPUT RATINGDATA
           IF NOT is-ratingfil-ok
               DISPLAY 'Ingen v�rderingsfil (data/rating.txt).'
           ELSE
               READ RATINGDATA
                   AT END MOVE 'Y' TO wc-cr-eof-flag
               END-READ
               PERFORM X0462-import-one-rating
                   UNTIL wc-cr-eof-flag = 'Y'
               CLOSE RATINGDATA

               DISPLAY 'Kreditgr�nser justerade:  ' wn-cr-adjusted
               DISPLAY 'Sp�rrade (allvarligt):    ' wn-cr-blocked
               DISPLAY 'Ok�nda nummer:            ' wn-cr-unknown
           END-IF
           .

      **********************************************************
       X0462-import-one-rating.

           MOVE SPACE TO wc-cr-orgno wc-cr-rating
           UNSTRING RATING-POST DELIMITED BY ';'
               INTO wc-cr-orgno wc-cr-rating
           END-UNSTRING

           IF FUNCTION TRIM(wc-cr-orgno) = SPACE
               CONTINUE
           ELSE
               MOVE ZERO TO wn-cr-newblock
               EVALUATE wc-cr-rating
                   WHEN 'A'
                       MOVE 50000 TO wn-cr-newlimit
                   WHEN 'B'
                       MOVE 25000 TO wn-cr-newlimit
                   WHEN 'C'
                       MOVE 10000 TO wn-cr-newlimit
                   WHEN 'D'
                       MOVE 2500 TO wn-cr-newlimit
                   WHEN 'E'
                       MOVE ZERO TO wn-cr-newlimit
                       MOVE 1 TO wn-cr-newblock
                   WHEN OTHER
                       MOVE -1 TO wn-cr-newlimit
               END-EVALUATE

               IF wn-cr-newlimit < ZERO
                   DISPLAY 'Ok�nt betyg i v�rderingsfilen: '
                       wc-cr-rating
               ELSE
                   PERFORM X0464-apply-one-rating
               END-IF
           END-IF

           READ RATINGDATA
               AT END MOVE 'Y' TO wc-cr-eof-flag
           END-READ
           .

      **********************************************************
       X0464-apply-one-rating.

           MOVE wc-cr-orgno TO PNRREQ-IN
           PERFORM Y0360-encrypt-pnr
           MOVE wc-pnr-stored TO DEBTOR-ORGNO

           EXEC SQL
               DECLARE CURS-RATING CURSOR FOR
               SELECT DEBT_ID, CREDITLIMIT, CREDITBLOCK
               FROM TUTORIAL.DEBTOR
               WHERE ORGNO = :DEBTOR-ORGNO
           END-EXEC

           EXEC SQL
               OPEN CURS-RATING
           END-EXEC

           MOVE 'N' TO wc-cr-done-flag
           EXEC SQL
               FETCH CURS-RATING
                   INTO :DEBTOR-DEBT-ID, :DEBTOR-CREDITLIMIT,
                        :DEBTOR-CREDITBLOCK
           END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO wn-cr-unknown
               MOVE 'Y' TO wc-cr-done-flag
           END-IF

           PERFORM X0466-adjust-one-debtor
               UNTIL wc-cr-done-flag = 'Y'

           EXEC SQL
               CLOSE CURS-RATING
           END-EXEC
           .

      **********************************************************
       X0466-adjust-one-debtor.

      *    a block already raised by hand is never lowered by the
      *    import - only the bureau's severe downgrade raises one
           IF wn-cr-newblock = 1
               MOVE 1 TO wn-cr-setblock
           ELSE
               MOVE DEBTOR-CREDITBLOCK TO wn-cr-setblock
           END-IF

           MOVE 'DEBTOR' TO wc-audit-table
           MOVE DEBTOR-DEBT-ID TO wn-audit-rowkey
           MOVE 'RATING IMPORT' TO wc-audit-field
           MOVE DEBTOR-CREDITLIMIT TO wn-audit-old-num
           MOVE wn-cr-newlimit TO wn-audit-new-num
           PERFORM Y0310-write-audit-numeric

           MOVE wn-cr-newlimit TO DEBTOR-CREDITLIMIT
           MOVE wn-cr-setblock TO DEBTOR-CREDITBLOCK

           EXEC SQL
               UPDATE DEBTOR
               SET CREDITLIMIT = :DEBTOR-CREDITLIMIT,
                   CREDITBLOCK = :DEBTOR-CREDITBLOCK
               WHERE DEBT_ID = :DEBTOR-DEBT-ID
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO wn-cr-adjusted
               IF wn-cr-setblock = 1
                   ADD 1 TO wn-cr-blocked
               END-IF
           END-IF

           EXEC SQL
               FETCH CURS-RATING
                   INTO :DEBTOR-DEBT-ID, :DEBTOR-CREDITLIMIT,
                        :DEBTOR-CREDITBLOCK
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO wc-cr-done-flag
           END-IF
           .
      **********************************************************
      *    The print houses' contractual daily capacity (PRINTCAP,
      *    sheets per house and weekday) and which house prints
      *    each customer (the customer's own any-channel PRINTHSE
      *    rule; channel and postnummer rules are kept in menu 64).
      *    subinv fills a house's capacity in SLA-deadline order and
      *    leaves the rest pending, listed on data/spillover.txt -
      *    the figures to negotiate extra shifts with.
       X0470-maintain-print-capacity.

           DISPLAY HEADLINE
           DISPLAY 'TRYCKKAPACITET  (ark per dag, '
               '1=m�ndag 7=s�ndag)'
           DISPLAY HEADLINE
           DISPLAY 'Tryckeri  |Dag|Ark'

           EXEC SQL
               DECLARE CURS-PRINTCAP CURSOR FOR
               SELECT HOUSE, WEEKDAY, SHEETS
               FROM TUTORIAL.PRINTCAP
               ORDER BY HOUSE, WEEKDAY
           END-EXEC

           EXEC SQL
               OPEN CURS-PRINTCAP
           END-EXEC

           EXEC SQL
               FETCH CURS-PRINTCAP
                   INTO :PRINTCAP-HOUSE, :PRINTCAP-WEEKDAY,
                        :PRINTCAP-SHEETS
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE PRINTCAP-WEEKDAY TO wn-pc-weekday-ed
               MOVE PRINTCAP-SHEETS TO wn-pc-sheets-ed
               DISPLAY PRINTCAP-HOUSE '|  ' wn-pc-weekday-ed '|'
                   wn-pc-sheets-ed
               EXEC SQL
                   FETCH CURS-PRINTCAP
                       INTO :PRINTCAP-HOUSE, :PRINTCAP-WEEKDAY,
                            :PRINTCAP-SHEETS
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-PRINTCAP
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Tryckeri f�r ny/�ndrad kapacitet '
               '(blank=ingen): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:10))
                   TO PRINTCAP-HOUSE

               DISPLAY 'Veckodag (1-7): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION NUMVAL(wc-edit-buffer) TO PRINTCAP-WEEKDAY

               IF PRINTCAP-WEEKDAY < 1 OR PRINTCAP-WEEKDAY > 7
                   DISPLAY 'Ogiltig veckodag - ange 1 till 7.'
               ELSE
                   PERFORM X0472-update-print-capacity
               END-IF
           END-IF

           DISPLAY SPACE
           DISPLAY 'Kund-ID att flytta till annat tryckeri '
               '(0=avbryt): ' WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in

           IF wc-custid-in NOT = ZERO
               MOVE wc-custid-in TO CUSTOMER-CUST-ID

               EXEC SQL
                   SELECT NAME
                       INTO :CUSTOMER-NAME
                       FROM CUSTOMER
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kunden hittades inte.'
               ELSE
                   PERFORM X0474-update-customer-house
               END-IF
           END-IF
           .

      **********************************************************
      *    one house and weekday: a new sheet count replaces the
      *    old one, a blank removes the cap for that day
       X0472-update-print-capacity.

           MOVE ZERO TO wn-pc-old-sheets
           EXEC SQL
               SELECT SHEETS
                   INTO :wn-pc-old-sheets
                   FROM PRINTCAP
                   WHERE HOUSE = :PRINTCAP-HOUSE
                     AND WEEKDAY = :PRINTCAP-WEEKDAY
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'Y' TO wc-pc-found-flag
           ELSE
               MOVE 'N' TO wc-pc-found-flag
           END-IF

           DISPLAY 'Ark per dag (blank=ingen gr�ns): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           MOVE 'PRINTCAP' TO wc-audit-table
           MOVE PRINTCAP-WEEKDAY TO wn-audit-rowkey
           MOVE PRINTCAP-HOUSE TO wc-audit-field

           IF wc-edit-buffer = SPACE
               IF wc-pc-found-flag = 'Y'
                   EXEC SQL
                       DELETE FROM PRINTCAP
                       WHERE HOUSE = :PRINTCAP-HOUSE
                         AND WEEKDAY = :PRINTCAP-WEEKDAY
                   END-EXEC
                   IF SQLCODE = ZERO
                       MOVE wn-pc-old-sheets TO wn-audit-old-num
                       MOVE ZERO TO wn-audit-new-num
                       PERFORM Y0310-write-audit-numeric
                       DISPLAY 'Gr�nsen �r borttagen.'
                   ELSE
                       DISPLAY ' Delete SQL sats in PRINTCAP �r felt'
                   END-IF
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(wc-edit-buffer) TO PRINTCAP-SHEETS
               IF PRINTCAP-SHEETS < ZERO
                   DISPLAY 'Kapaciteten kan inte vara negativ.'
               ELSE
                   IF wc-pc-found-flag = 'Y'
                       EXEC SQL
                           UPDATE PRINTCAP
                           SET SHEETS = :PRINTCAP-SHEETS
                           WHERE HOUSE = :PRINTCAP-HOUSE
                             AND WEEKDAY = :PRINTCAP-WEEKDAY
                       END-EXEC
                   ELSE
                       EXEC SQL
                           INSERT INTO PRINTCAP
                           VALUES ( :PRINTCAP-HOUSE,
                                     :PRINTCAP-WEEKDAY,
                                     :PRINTCAP-SHEETS)
                       END-EXEC
                   END-IF

                   IF SQLCODE = ZERO
                       MOVE wn-pc-old-sheets TO wn-audit-old-num
                       MOVE PRINTCAP-SHEETS TO wn-audit-new-num
                       PERFORM Y0310-write-audit-numeric
                       DISPLAY 'Kapaciteten �r sparad.'
                   ELSE
                       DISPLAY ' SQL sats in PRINTCAP �r felt'
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
      *    the customer's print house - its rule for every channel
      *    and postnummer; HUVUD, the main house, is what a customer
      *    without a rule goes to, so choosing it removes the rule
       X0474-update-customer-house.

           MOVE CUSTOMER-CUST-ID TO PRINTHSE-CUST-ID
           MOVE SPACE TO PRINTHSE-CHANNEL
           MOVE SPACE TO PRINTHSE-POSTFROM PRINTHSE-POSTTO
           EXEC SQL
               SELECT HOUSE
                   INTO :PRINTHSE-HOUSE
                   FROM PRINTHSE
                   WHERE CUST_ID = :PRINTHSE-CUST-ID
                     AND CHANNEL = ' '
                     AND POSTFROM = ' '
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'Y' TO wc-pc-found-flag
           ELSE
               MOVE 'N' TO wc-pc-found-flag
               MOVE 'HUVUD' TO PRINTHSE-HOUSE
           END-IF
           MOVE PRINTHSE-HOUSE TO wc-pc-old-house

           DISPLAY FUNCTION TRIM(CUSTOMER-NAME-TEXT)
           DISPLAY 'Tryckeri [' wc-pc-old-house '] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:10))
                   TO PRINTHSE-HOUSE

               IF PRINTHSE-HOUSE NOT = wc-pc-old-house
                   IF PRINTHSE-HOUSE = 'HUVUD'
                       EXEC SQL
                           DELETE FROM PRINTHSE
                           WHERE CUST_ID = :PRINTHSE-CUST-ID
                             AND CHANNEL = ' '
                             AND POSTFROM = ' '
                       END-EXEC
                   ELSE
                       IF wc-pc-found-flag = 'Y'
                           EXEC SQL
                               UPDATE PRINTHSE
                               SET HOUSE = :PRINTHSE-HOUSE
                               WHERE CUST_ID = :PRINTHSE-CUST-ID
                                 AND CHANNEL = ' '
                                 AND POSTFROM = ' '
                           END-EXEC
                       ELSE
                           EXEC SQL
                               INSERT INTO PRINTHSE
                               VALUES ( :PRINTHSE-CUST-ID,
                                         :PRINTHSE-CHANNEL,
                                         :PRINTHSE-POSTFROM,
                                         :PRINTHSE-POSTTO,
                                         :PRINTHSE-HOUSE)
                           END-EXEC
                       END-IF
                   END-IF

                   IF SQLCODE = ZERO
                       MOVE 'PRINTHSE' TO wc-audit-table
                       MOVE PRINTHSE-CUST-ID TO wn-audit-rowkey
                       MOVE 'HOUSE' TO wc-audit-field
                       MOVE wc-pc-old-house TO wc-audit-old
                       MOVE PRINTHSE-HOUSE TO wc-audit-new
                       PERFORM Y0300-write-audit
                       DISPLAY 'Tryckeriet �r sparat.'
                   ELSE
                       DISPLAY ' SQL sats in PRINTHSE �r felt'
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
      *    The print-house register (PRHOUSE: pickup area, ack file,
      *    production feed and backup per house) and the routing
      *    rules (PRINTHSE) that decide which house gets a file -
      *    by customer, channel and postnummer range, the most
      *    specific rule first. A customer's any-channel rule is
      *    also kept from menu 70.
       X0480-maintain-print-houses.

           DISPLAY HEADLINE
           DISPLAY 'TRYCKERIER  (status 1=aktiv 0=nere, reserv)'
           DISPLAY HEADLINE
           DISPLAY 'Tryckeri  |S|Reserv    |Namn / h�mtkatalog'

           EXEC SQL
               DECLARE CURS-PRHOUSE CURSOR FOR
               SELECT HOUSE, NAME, PICKUPDIR, STATE, BACKUP
               FROM TUTORIAL.PRHOUSE
               ORDER BY HOUSE
           END-EXEC

           EXEC SQL
               OPEN CURS-PRHOUSE
           END-EXEC

           EXEC SQL
               FETCH CURS-PRHOUSE
                   INTO :PRHOUSE-HOUSE, :PRHOUSE-NAME,
                        :PRHOUSE-PICKUPDIR, :PRHOUSE-STATE,
                        :PRHOUSE-BACKUP
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE PRHOUSE-STATE TO wn-ph-state-ed
               DISPLAY PRHOUSE-HOUSE '|' wn-ph-state-ed '|'
                   PRHOUSE-BACKUP '|'
                   PRHOUSE-NAME-TEXT(1:PRHOUSE-NAME-LEN)
               DISPLAY '          | |          |'
                   FUNCTION TRIM(PRHOUSE-PICKUPDIR)
               EXEC SQL
                   FETCH CURS-PRHOUSE
                       INTO :PRHOUSE-HOUSE, :PRHOUSE-NAME,
                            :PRHOUSE-PICKUPDIR, :PRHOUSE-STATE,
                            :PRHOUSE-BACKUP
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-PRHOUSE
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Tryckeri att l�gga upp/�ndra (blank=inget): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:10))
                   TO PRHOUSE-HOUSE
               PERFORM X0482-update-print-house
           END-IF

           DISPLAY SPACE
           DISPLAY HEADLINE
           DISPLAY 'STYRREGLER  (kund 0=alla, kanal P/M/E blank=alla)'
           DISPLAY HEADLINE
           DISPLAY 'Kund-ID  |K|Postnr fr-till|Tryckeri'

           EXEC SQL
               DECLARE CURS-PRINTHSE CURSOR FOR
               SELECT CUST_ID, CHANNEL, POSTFROM, POSTTO, HOUSE
               FROM TUTORIAL.PRINTHSE
               ORDER BY CUST_ID, CHANNEL, POSTFROM
           END-EXEC

           EXEC SQL
               OPEN CURS-PRINTHSE
           END-EXEC

           EXEC SQL
               FETCH CURS-PRINTHSE
                   INTO :PRINTHSE-CUST-ID, :PRINTHSE-CHANNEL,
                        :PRINTHSE-POSTFROM, :PRINTHSE-POSTTO,
                        :PRINTHSE-HOUSE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE PRINTHSE-CUST-ID TO wc-custid-in
               DISPLAY wc-custid-in '|' PRINTHSE-CHANNEL '|'
                   PRINTHSE-POSTFROM '-' PRINTHSE-POSTTO '   |'
                   PRINTHSE-HOUSE
               EXEC SQL
                   FETCH CURS-PRINTHSE
                       INTO :PRINTHSE-CUST-ID, :PRINTHSE-CHANNEL,
                            :PRINTHSE-POSTFROM, :PRINTHSE-POSTTO,
                            :PRINTHSE-HOUSE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-PRINTHSE
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'N=ny/�ndrad regel, T=ta bort regel, '
               'blankt=tillbaka: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           EVALUATE wc-edit-buffer(1:1)
               WHEN 'N'
               WHEN 'n'
                   PERFORM X0484-enter-routing-rule
                   IF wc-pc-found-flag NOT = 'X'
                       PERFORM X0486-save-routing-rule
                   END-IF
               WHEN 'T'
               WHEN 't'
                   PERFORM X0484-enter-routing-rule
                   IF wc-pc-found-flag NOT = 'X'
                       PERFORM X0488-delete-routing-rule
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
      *    one house in the register: blank keeps what is there. a
      *    new house starts active; HUVUD, the main house, starts
      *    from the areas it used before it was registered
       X0482-update-print-house.

           EXEC SQL
               SELECT NAME, PICKUPDIR, ACKFILE, STATUSFILE,
                      BACKUP, STATE
                   INTO :PRHOUSE-NAME, :PRHOUSE-PICKUPDIR,
                        :PRHOUSE-ACKFILE, :PRHOUSE-STATUSFILE,
                        :PRHOUSE-BACKUP, :PRHOUSE-STATE
                   FROM PRHOUSE
                   WHERE HOUSE = :PRHOUSE-HOUSE
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'Y' TO wc-pc-found-flag
           ELSE
               MOVE 'N' TO wc-pc-found-flag
               MOVE SPACE TO PRHOUSE-NAME-TEXT PRHOUSE-PICKUPDIR
                             PRHOUSE-ACKFILE PRHOUSE-STATUSFILE
                             PRHOUSE-BACKUP
               MOVE ZERO TO PRHOUSE-NAME-LEN
               SET PRHOUSE-ACTIVE TO TRUE
               IF PRHOUSE-HOUSE = 'HUVUD'
                   MOVE 'data/tohouse' TO PRHOUSE-PICKUPDIR
                   MOVE 'data/ack.txt' TO PRHOUSE-ACKFILE
                   MOVE 'data/prodstat.txt' TO PRHOUSE-STATUSFILE
               END-IF
           END-IF
           MOVE PRHOUSE-PICKUPDIR TO wc-ph-old-pickup
           MOVE PRHOUSE-BACKUP TO wc-ph-old-backup

           DISPLAY 'Namn [' PRHOUSE-NAME-TEXT(1:PRHOUSE-NAME-LEN)
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:40) TO PRHOUSE-NAME-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   wc-edit-buffer(1:40))) TO PRHOUSE-NAME-LEN
           END-IF

           DISPLAY 'H�mtkatalog [' FUNCTION TRIM(PRHOUSE-PICKUPDIR)
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:40) TO PRHOUSE-PICKUPDIR
           END-IF

           DISPLAY 'Kvittensfil [' FUNCTION TRIM(PRHOUSE-ACKFILE)
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:40) TO PRHOUSE-ACKFILE
           END-IF

           DISPLAY 'Produktionsfil [' FUNCTION TRIM(PRHOUSE-STATUSFILE)
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:40) TO PRHOUSE-STATUSFILE
           END-IF

           DISPLAY 'Reservtryckeri [' PRHOUSE-BACKUP
               '] (-=inget): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer(1:1) = '-'
               MOVE SPACE TO PRHOUSE-BACKUP
           ELSE
               IF wc-edit-buffer NOT = SPACE
                   MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:10))
                       TO PRHOUSE-BACKUP
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN PRHOUSE-NAME-LEN = ZERO
                   DISPLAY 'Tryckeriet m�ste ha ett namn.'
               WHEN PRHOUSE-PICKUPDIR = SPACE
                   OR PRHOUSE-ACKFILE = SPACE
                   OR PRHOUSE-STATUSFILE = SPACE
                   DISPLAY 'H�mtkatalog, kvittensfil och '
                       'produktionsfil m�ste anges.'
               WHEN PRHOUSE-BACKUP = PRHOUSE-HOUSE
                   DISPLAY 'Ett tryckeri kan inte vara sin egen '
                       'reserv.'
               WHEN OTHER
                   IF wc-pc-found-flag = 'Y'
                       EXEC SQL
                           UPDATE PRHOUSE
                           SET NAME = :PRHOUSE-NAME,
                               PICKUPDIR = :PRHOUSE-PICKUPDIR,
                               ACKFILE = :PRHOUSE-ACKFILE,
                               STATUSFILE = :PRHOUSE-STATUSFILE,
                               BACKUP = :PRHOUSE-BACKUP
                           WHERE HOUSE = :PRHOUSE-HOUSE
                       END-EXEC
                   ELSE
                       EXEC SQL
                           INSERT INTO PRHOUSE
                           VALUES ( :PRHOUSE-HOUSE,
                                     :PRHOUSE-NAME,
                                     :PRHOUSE-PICKUPDIR,
                                     :PRHOUSE-ACKFILE,
                                     :PRHOUSE-STATUSFILE,
                                     :PRHOUSE-BACKUP,
                                     :PRHOUSE-STATE)
                       END-EXEC
                   END-IF

                   IF SQLCODE NOT = ZERO
                       DISPLAY ' SQL sats in PRHOUSE �r felt'
                   ELSE
                       MOVE 'PRHOUSE' TO wc-audit-table
                       MOVE ZERO TO wn-audit-rowkey
                       IF PRHOUSE-PICKUPDIR NOT = wc-ph-old-pickup
                           MOVE SPACE TO wc-audit-field
                           STRING FUNCTION TRIM(PRHOUSE-HOUSE)
                               ' PICKUPDIR' DELIMITED BY SIZE
                               INTO wc-audit-field
                           END-STRING
                           MOVE wc-ph-old-pickup TO wc-audit-old
                           MOVE PRHOUSE-PICKUPDIR TO wc-audit-new
                           PERFORM Y0300-write-audit
                       END-IF
                       IF PRHOUSE-BACKUP NOT = wc-ph-old-backup
                           MOVE SPACE TO wc-audit-field
                           STRING FUNCTION TRIM(PRHOUSE-HOUSE)
                               ' BACKUP' DELIMITED BY SIZE
                               INTO wc-audit-field
                           END-STRING
                           MOVE wc-ph-old-backup TO wc-audit-old
                           MOVE PRHOUSE-BACKUP TO wc-audit-new
                           PERFORM Y0300-write-audit
                       END-IF
                       DISPLAY 'Tryckeriet �r sparat.'
                   END-IF
           END-EVALUATE
           .

      **********************************************************
      *    the key of one routing rule: customer, channel and the
      *    postnummer range; wc-pc-found-flag 'X' when the input
      *    does not make a rule
       X0484-enter-routing-rule.

           MOVE SPACE TO wc-pc-found-flag
           DISPLAY 'Kund-ID (0=alla kunder): ' WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in
           MOVE wc-custid-in TO PRINTHSE-CUST-ID

           DISPLAY 'Kanal (P=papper, M=e-post, E=e-faktura, '
               'blank=alla): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
               TO PRINTHSE-CHANNEL

           DISPLAY 'Postnummer fr�n (blank=alla): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer(1:5) TO PRINTHSE-POSTFROM
           MOVE SPACE TO PRINTHSE-POSTTO
           IF PRINTHSE-POSTFROM NOT = SPACE
               DISPLAY 'Postnummer till [' PRINTHSE-POSTFROM '] : '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF wc-edit-buffer = SPACE
                   MOVE PRINTHSE-POSTFROM TO PRINTHSE-POSTTO
               ELSE
                   MOVE wc-edit-buffer(1:5) TO PRINTHSE-POSTTO
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT (PRINTHSE-ANY-CHANNEL OR PRINTHSE-PAPER
                         OR PRINTHSE-MAIL OR PRINTHSE-EINVOICE)
                   DISPLAY 'Ogiltig kanal - ange P, M, E eller blank.'
                   MOVE 'X' TO wc-pc-found-flag
               WHEN PRINTHSE-POSTFROM NOT = SPACE
                   AND (PRINTHSE-POSTFROM NOT NUMERIC
                        OR PRINTHSE-POSTTO NOT NUMERIC
                        OR PRINTHSE-POSTTO < PRINTHSE-POSTFROM)
                   DISPLAY 'Ogiltigt postnummerintervall.'
                   MOVE 'X' TO wc-pc-found-flag
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       X0486-save-routing-rule.

           MOVE SPACE TO wc-pc-old-house
           EXEC SQL
               SELECT HOUSE
                   INTO :wc-pc-old-house
                   FROM PRINTHSE
                   WHERE CUST_ID = :PRINTHSE-CUST-ID
                     AND CHANNEL = :PRINTHSE-CHANNEL
                     AND POSTFROM = :PRINTHSE-POSTFROM
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'Y' TO wc-pc-found-flag
           ELSE
               MOVE 'N' TO wc-pc-found-flag
           END-IF

           DISPLAY 'Tryckeri: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:10))
               TO PRINTHSE-HOUSE

      *    a rule may only name a registered house - HUVUD is
      *    always there, registered or not
           MOVE ZERO TO wn-ph-house-count
           MOVE PRINTHSE-HOUSE TO PRHOUSE-HOUSE
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-ph-house-count
                   FROM PRHOUSE
                   WHERE HOUSE = :PRHOUSE-HOUSE
           END-EXEC

           IF PRINTHSE-HOUSE = SPACE
               OR (wn-ph-house-count = ZERO
                   AND PRINTHSE-HOUSE NOT = 'HUVUD')
               DISPLAY 'Tryckeriet finns inte i registret.'
           ELSE
               IF wc-pc-found-flag = 'Y'
                   EXEC SQL
                       UPDATE PRINTHSE
                       SET HOUSE = :PRINTHSE-HOUSE,
                           POSTTO = :PRINTHSE-POSTTO
                       WHERE CUST_ID = :PRINTHSE-CUST-ID
                         AND CHANNEL = :PRINTHSE-CHANNEL
                         AND POSTFROM = :PRINTHSE-POSTFROM
                   END-EXEC
               ELSE
                   EXEC SQL
                       INSERT INTO PRINTHSE
                       VALUES ( :PRINTHSE-CUST-ID,
                                 :PRINTHSE-CHANNEL,
                                 :PRINTHSE-POSTFROM,
                                 :PRINTHSE-POSTTO,
                                 :PRINTHSE-HOUSE)
                   END-EXEC
               END-IF

               IF SQLCODE = ZERO
                   MOVE 'PRINTHSE' TO wc-audit-table
                   MOVE PRINTHSE-CUST-ID TO wn-audit-rowkey
                   MOVE SPACE TO wc-audit-field
                   STRING 'HOUSE ' PRINTHSE-CHANNEL ' '
                       PRINTHSE-POSTFROM DELIMITED BY SIZE
                       INTO wc-audit-field
                   END-STRING
                   MOVE wc-pc-old-house TO wc-audit-old
                   MOVE PRINTHSE-HOUSE TO wc-audit-new
                   PERFORM Y0300-write-audit
                   DISPLAY 'Regeln �r sparad.'
               ELSE
                   DISPLAY ' SQL sats in PRINTHSE �r felt'
               END-IF
           END-IF
           .

      **********************************************************
       X0488-delete-routing-rule.

           MOVE SPACE TO wc-pc-old-house
           EXEC SQL
               SELECT HOUSE
                   INTO :wc-pc-old-house
                   FROM PRINTHSE
                   WHERE CUST_ID = :PRINTHSE-CUST-ID
                     AND CHANNEL = :PRINTHSE-CHANNEL
                     AND POSTFROM = :PRINTHSE-POSTFROM
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Regeln finns inte.'
           ELSE
               EXEC SQL
                   DELETE FROM PRINTHSE
                   WHERE CUST_ID = :PRINTHSE-CUST-ID
                     AND CHANNEL = :PRINTHSE-CHANNEL
                     AND POSTFROM = :PRINTHSE-POSTFROM
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'PRINTHSE' TO wc-audit-table
                   MOVE PRINTHSE-CUST-ID TO wn-audit-rowkey
                   MOVE SPACE TO wc-audit-field
                   STRING 'HOUSE ' PRINTHSE-CHANNEL ' '
                       PRINTHSE-POSTFROM DELIMITED BY SIZE
                       INTO wc-audit-field
                   END-STRING
                   MOVE wc-pc-old-house TO wc-audit-old
                   MOVE SPACE TO wc-audit-new
                   PERFORM Y0300-write-audit
                   DISPLAY 'Regeln �r borttagen.'
               ELSE
                   DISPLAY ' Delete SQL sats in PRINTHSE �r felt'
               END-IF
           END-IF
           .

      **********************************************************
      *    Failover: one house is switched down and everything
      *    routed to it - the next run's files and the files still
      *    waiting in the transfer queue - goes to its backup until
      *    it is switched back. Audited under PRHOUSE/STATE; only a
      *    house with an active backup can be switched down.
       X0490-switch-to-backup.

           DISPLAY HEADLINE
           DISPLAY 'V�XLA TRYCKERI TILL RESERV'
           DISPLAY HEADLINE
           DISPLAY 'Tryckeri  |S|Reserv    |Ej �verf�rda filer'

           EXEC SQL
               DECLARE CURS-PRHOUSE-SW CURSOR FOR
               SELECT H.HOUSE, H.STATE, H.BACKUP,
                      (SELECT COUNT(*) FROM TUTORIAL.MANIFEST M
                           WHERE M.HOUSE = H.HOUSE
                             AND M.CONFIRMED = 0
                             AND M.XFERTIME = ' ')
               FROM TUTORIAL.PRHOUSE H
               ORDER BY H.HOUSE
           END-EXEC

           EXEC SQL
               OPEN CURS-PRHOUSE-SW
           END-EXEC

           EXEC SQL
               FETCH CURS-PRHOUSE-SW
                   INTO :PRHOUSE-HOUSE, :PRHOUSE-STATE,
                        :PRHOUSE-BACKUP, :wn-ph-pending-count
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE PRHOUSE-STATE TO wn-ph-state-ed
               MOVE wn-ph-pending-count TO wn-pc-sheets-ed
               DISPLAY PRHOUSE-HOUSE '|' wn-ph-state-ed '|'
                   PRHOUSE-BACKUP '|' wn-pc-sheets-ed
               EXEC SQL
                   FETCH CURS-PRHOUSE-SW
                       INTO :PRHOUSE-HOUSE, :PRHOUSE-STATE,
                            :PRHOUSE-BACKUP, :wn-ph-pending-count
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-PRHOUSE-SW
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Tryckeri att v�xla (blank=avbryt): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:10))
               TO PRHOUSE-HOUSE

           EXEC SQL
               SELECT STATE, BACKUP
                   INTO :PRHOUSE-STATE, :PRHOUSE-BACKUP
                   FROM PRHOUSE
                   WHERE HOUSE = :PRHOUSE-HOUSE
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'Tryckeriet finns inte i registret.'
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO wn-ph-pending-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-ph-pending-count
                   FROM MANIFEST
                   WHERE HOUSE = :PRHOUSE-HOUSE
                     AND CONFIRMED = 0
                     AND XFERTIME = ' '
           END-EXEC
           MOVE wn-ph-pending-count TO wn-pc-sheets-ed

           IF PRHOUSE-ACTIVE
               IF PRHOUSE-BACKUP = SPACE
                   DISPLAY 'Tryckeriet har inget reservtryckeri - '
                       'ange ett i menyval 64 f�rst.'
                   EXIT PARAGRAPH
               END-IF
               MOVE PRHOUSE-HOUSE TO wc-ph-house
               MOVE PRHOUSE-BACKUP TO PRHOUSE-HOUSE
               MOVE 1 TO PRHOUSE-STATE
               EXEC SQL
                   SELECT STATE
                       INTO :PRHOUSE-STATE
                       FROM PRHOUSE
                       WHERE HOUSE = :PRHOUSE-HOUSE
               END-EXEC
               IF PRHOUSE-DOWN
                   DISPLAY 'Reservtryckeriet ' PRHOUSE-HOUSE
                       ' �r sj�lvt nere.'
                   EXIT PARAGRAPH
               END-IF
               MOVE PRHOUSE-HOUSE TO wc-ph-old-backup
               MOVE wc-ph-house TO PRHOUSE-HOUSE
               DISPLAY 'All styrning till ' wc-ph-house
                   ' g�r till ' wc-ph-old-backup
                   ' (J/N)? ' WITH NO ADVANCING
               MOVE '1' TO wc-ph-old-state
               MOVE ZERO TO PRHOUSE-STATE
           ELSE
               DISPLAY 'Ta tillbaka ' PRHOUSE-HOUSE
                   ' i drift (J/N)? ' WITH NO ADVANCING
               MOVE '0' TO wc-ph-old-state
               MOVE 1 TO PRHOUSE-STATE
           END-IF

           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer(1:1) NOT = 'J' AND
              wc-edit-buffer(1:1) NOT = 'j'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE PRHOUSE
               SET STATE = :PRHOUSE-STATE
               WHERE HOUSE = :PRHOUSE-HOUSE
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in PRHOUSE �r felt'
           ELSE
               MOVE 'PRHOUSE' TO wc-audit-table
               MOVE ZERO TO wn-audit-rowkey
               MOVE SPACE TO wc-audit-field
               STRING FUNCTION TRIM(PRHOUSE-HOUSE)
                   ' STATE' DELIMITED BY SIZE
                   INTO wc-audit-field
               END-STRING
               MOVE wc-ph-old-state TO wc-audit-old
               MOVE PRHOUSE-STATE TO wn-ph-state-ed
               MOVE wn-ph-state-ed TO wc-audit-new
               PERFORM Y0300-write-audit
               IF PRHOUSE-DOWN
                   DISPLAY PRHOUSE-HOUSE ' �r nere - '
                       FUNCTION TRIM(wn-pc-sheets-ed)
                       ' ej �verf�rda filer g�r till '
                       wc-ph-old-backup
               ELSE
                   DISPLAY PRHOUSE-HOUSE ' �r i drift igen - '
                       FUNCTION TRIM(wn-pc-sheets-ed)
                       ' ej �verf�rda filer g�r dit.'
               END-IF
           END-IF
           .

      **********************************************************
      *    Print-quality incidents at the print houses: a run they
      *    misprinted, a tray they lost, enveloping that went wrong.
      *    Lists the register; 0 registers a new incident against a
      *    PRINTRUN, an incident id picks the invoices it hit or
      *    records the claim. The invoices themselves are reprinted
      *    free through menyval 93 with the incident id.
       X0500-maintain-print-incidents.

           DISPLAY HEADLINE
           DISPLAY 'TRYCKINCIDENTER OCH REKLAMATIONER'
           DISPLAY HEADLINE
           DISPLAY 'Incident |Datum     |K�rning  |Tryckeri  |O|'
               'Fakt  |Omtr  |Kostnad   |R'

           EXEC SQL
               DECLARE CURS-INCIDENT CURSOR FOR
               SELECT N.INC_ID, N.INCDATE, N.RUN_ID, N.HOUSE,
                      N.CAUSE, N.CLAIMSTATE,
                      N.POSTAGE + N.EXTRACOST,
                      (SELECT COUNT(*) FROM TUTORIAL.INCINV I
                           WHERE I.INC_ID = N.INC_ID),
                      (SELECT COUNT(*) FROM TUTORIAL.INCINV I
                           WHERE I.INC_ID = N.INC_ID
                             AND I.REPRINTID <> 0)
               FROM TUTORIAL.INCIDENT N
               ORDER BY N.INC_ID DESC
           END-EXEC

           EXEC SQL
               OPEN CURS-INCIDENT
           END-EXEC

           MOVE ZERO TO wn-list-row-count
           MOVE 'Y' TO wc-list-continue-switch

           EXEC SQL
               FETCH CURS-INCIDENT
                   INTO :INCIDENT-INC-ID, :INCIDENT-INCDATE,
                        :INCIDENT-RUN-ID, :INCIDENT-HOUSE,
                        :INCIDENT-CAUSE, :INCIDENT-CLAIMSTATE,
                        :wn-inc-cost, :wn-inc-invcount,
                        :wn-inc-reprinted
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO OR NOT is-list-continue

               MOVE INCIDENT-INC-ID TO wn-inc-id-ed
               MOVE INCIDENT-RUN-ID TO wn-inc-run-ed
               MOVE wn-inc-invcount TO wn-inc-count-ed
               MOVE wn-inc-reprinted TO wn-inc-done-ed
               MOVE wn-inc-cost TO wn-inc-amt-ed
               MOVE INCIDENT-CLAIMSTATE TO wn-inc-state-ed
               DISPLAY wn-inc-id-ed '|' INCIDENT-INCDATE '|'
                   wn-inc-run-ed '|' INCIDENT-HOUSE '|'
                   INCIDENT-CAUSE '|' wn-inc-count-ed '|'
                   wn-inc-done-ed '|' wn-inc-amt-ed '|'
                   wn-inc-state-ed
               ADD 1 TO wn-list-row-count

               IF FUNCTION MOD(wn-list-row-count, 10) = ZERO
                   DISPLAY 'Fler poster? (J/N): ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF wc-edit-buffer(1:1) = 'N' OR
                      wc-edit-buffer(1:1) = 'n'
                       MOVE 'N' TO wc-list-continue-switch
                   END-IF
               END-IF

               IF is-list-continue
                   EXEC SQL
                   FETCH CURS-INCIDENT
                       INTO :INCIDENT-INC-ID, :INCIDENT-INCDATE,
                            :INCIDENT-RUN-ID, :INCIDENT-HOUSE,
                            :INCIDENT-CAUSE, :INCIDENT-CLAIMSTATE,
                            :wn-inc-cost, :wn-inc-invcount,
                            :wn-inc-reprinted
                   END-EXEC
               END-IF

           END-PERFORM

           EXEC SQL
               CLOSE CURS-INCIDENT
           END-EXEC

           DISPLAY 'O: T=feltryck F=f�rlorad l�da K=kuvertering '
               'A=annat   R: 0=ej reklamerad 1=reklamerad '
               '2=godk�nd 3=avvisad'
           DISPLAY SPACE
           DISPLAY 'Incident att hantera (0=ny, blank=avbryt): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(wc-edit-buffer) TO INCIDENT-INC-ID

           IF INCIDENT-INC-ID = ZERO
               PERFORM X0502-register-incident
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT RUN_ID, HOUSE, INCDATE, CAUSE, DESCR,
                      POSTAGE, EXTRACOST, CLAIMSTATE, CLAIMDATE
                   INTO :INCIDENT-RUN-ID, :INCIDENT-HOUSE,
                        :INCIDENT-INCDATE, :INCIDENT-CAUSE,
                        :INCIDENT-DESCR, :INCIDENT-POSTAGE,
                        :INCIDENT-EXTRACOST, :INCIDENT-CLAIMSTATE,
                        :INCIDENT-CLAIMDATE
                   FROM INCIDENT
                   WHERE INC_ID = :INCIDENT-INC-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'Incidenten finns inte.'
               EXIT PARAGRAPH
           END-IF

           MOVE INCIDENT-INC-ID TO wn-inc-id-ed
           MOVE INCIDENT-RUN-ID TO wn-inc-run-ed
           DISPLAY 'Incident ' FUNCTION TRIM(wn-inc-id-ed)
               ', k�rning ' FUNCTION TRIM(wn-inc-run-ed)
               ' hos ' INCIDENT-HOUSE
           DISPLAY INCIDENT-DESCR-TEXT
           DISPLAY '(V) V�lj ber�rda fakturor  (R) Reklamation: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           EVALUATE wc-edit-buffer(1:1)
               WHEN 'V'
               WHEN 'v'
                   PERFORM X0504-select-incident-invoices
               WHEN 'R'
               WHEN 'r'
                   PERFORM X0508-edit-incident-claim
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
      *    A new incident belongs to one PRINTRUN and one print
      *    house - the run's own house, or for a run the routing
      *    split over several houses ('FLERA') the one that had the
      *    incident. The invoices are picked afterwards.
       X0502-register-incident.

           DISPLAY 'K�rning (RUN_ID): ' WITH NO ADVANCING
           MOVE ZERO TO wc-runid-in
           ACCEPT wc-runid-in
           MOVE wc-runid-in TO PRINTRUN-RUN-ID

           EXEC SQL
               SELECT HOUSE
                   INTO :PRINTRUN-HOUSE
                   FROM PRINTRUN
                   WHERE RUN_ID = :PRINTRUN-RUN-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'K�rningen finns inte.'
               EXIT PARAGRAPH
           END-IF

           MOVE PRINTRUN-RUN-ID TO INCIDENT-RUN-ID
           MOVE PRINTRUN-HOUSE TO INCIDENT-HOUSE
           IF PRINTRUN-HOUSE = 'FLERA'
               DISPLAY 'K�rningen gick till flera tryckerier.'
               DISPLAY 'Tryckeri: ' WITH NO ADVANCING
           ELSE
               DISPLAY 'Tryckeri (' FUNCTION TRIM(PRINTRUN-HOUSE)
                   '): ' WITH NO ADVANCING
           END-IF
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:10))
                   TO INCIDENT-HOUSE
           END-IF

      *    HUVUD is there even before anyone has registered it
           MOVE INCIDENT-HOUSE TO PRHOUSE-HOUSE
           MOVE ZERO TO wn-ph-house-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-ph-house-count
                   FROM PRHOUSE
                   WHERE HOUSE = :PRHOUSE-HOUSE
           END-EXEC
           IF INCIDENT-HOUSE = 'HUVUD'
               MOVE 1 TO wn-ph-house-count
           END-IF
           IF wn-ph-house-count = ZERO
               DISPLAY 'Tryckeriet finns inte i registret.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Orsak (T=feltryck F=f�rlorad l�da '
               'K=kuvertering A=annat): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
               TO INCIDENT-CAUSE
           IF NOT INCIDENT-CAUSE-VALID
               DISPLAY 'Orsak m�ste vara T, F, K eller A.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Beskrivning: ' WITH NO ADVANCING
           MOVE SPACE TO INCIDENT-DESCR-TEXT
           ACCEPT INCIDENT-DESCR-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(INCIDENT-DESCR-TEXT))
               TO INCIDENT-DESCR-LEN

           PERFORM Y0345-set-price-today
           MOVE wc-price-today TO INCIDENT-INCDATE
           MOVE ZERO TO INCIDENT-POSTAGE INCIDENT-EXTRACOST
           MOVE ZERO TO INCIDENT-CLAIMSTATE
           MOVE SPACE TO INCIDENT-CLAIMDATE

           MOVE 'INCIDENT' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO INCIDENT-INC-ID
           ADD 1 TO INCIDENT-INC-ID

           EXEC SQL
               INSERT INTO INCIDENT
               VALUES ( :INCIDENT-INC-ID,
                         :INCIDENT-RUN-ID,
                         :INCIDENT-HOUSE,
                         :INCIDENT-INCDATE,
                         :INCIDENT-CAUSE,
                         :INCIDENT-DESCR,
                         :INCIDENT-POSTAGE,
                         :INCIDENT-EXTRACOST,
                         :INCIDENT-CLAIMSTATE,
                         :INCIDENT-CLAIMDATE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in INCIDENT �r felt'
               EXIT PARAGRAPH
           END-IF

           MOVE 'INCIDENT' TO wc-audit-table
           MOVE INCIDENT-INC-ID TO wn-audit-rowkey
           MOVE 'CAUSE' TO wc-audit-field
           MOVE SPACE TO wc-audit-old
           MOVE INCIDENT-CAUSE TO wc-audit-new
           PERFORM Y0300-write-audit

           MOVE INCIDENT-INC-ID TO wn-inc-id-ed
           DISPLAY 'Incident ' FUNCTION TRIM(wn-inc-id-ed)
               ' �r registrerad - v�lj nu de ber�rda fakturorna.'
           PERFORM X0504-select-incident-invoices
           .

      **********************************************************
      *    Picks the invoices an incident hit out of the run's
      *    delivered documents at the incident's print house (the
      *    OUTLOG rows whose file the MANIFEST routed there): the
      *    whole lot, one manifest file - a lost tray or box - or
      *    those the house's production feed (PRODSTAT) never
      *    reported posted, or invoice by invoice. An invoice
      *    already on the incident is not added twice.
       X0504-select-incident-invoices.

           DISPLAY 'Filer i k�rningen hos ' INCIDENT-HOUSE ':'
           DISPLAY 'Manifest |Poster |Fil'
           MOVE INCIDENT-RUN-ID TO MANIFEST-RUN-ID
           MOVE INCIDENT-HOUSE TO MANIFEST-HOUSE

           EXEC SQL
               DECLARE CURS-INCMANIF CURSOR FOR
               SELECT MANIF_ID, RECCOUNT, FILENAME
               FROM TUTORIAL.MANIFEST
               WHERE RUN_ID = :MANIFEST-RUN-ID
                 AND HOUSE = :MANIFEST-HOUSE
               ORDER BY MANIF_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-INCMANIF
           END-EXEC

           EXEC SQL
               FETCH CURS-INCMANIF
                   INTO :MANIFEST-MANIF-ID, :MANIFEST-RECCOUNT,
                        :MANIFEST-FILENAME
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE MANIFEST-MANIF-ID TO wn-inc-id-ed
               MOVE MANIFEST-RECCOUNT TO wn-inc-count-ed
               DISPLAY wn-inc-id-ed '|' wn-inc-count-ed '|'
                   MANIFEST-FILENAME-TEXT(1:50)
               EXEC SQL
                   FETCH CURS-INCMANIF
                       INTO :MANIFEST-MANIF-ID, :MANIFEST-RECCOUNT,
                            :MANIFEST-FILENAME
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-INCMANIF
           END-EXEC

           DISPLAY 'Urval (A=hela k�rningen F=en fil '
               'P=ej postade E=enstaka fakturor): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:1))
               TO wc-inc-select
           MOVE ZERO TO MANIFEST-MANIF-ID
           MOVE SPACE TO INVOICE-INVNO-TEXT
           MOVE ZERO TO INVOICE-INVNO-LEN

           EVALUATE wc-inc-select
               WHEN 'A'
               WHEN 'P'
                   PERFORM X0506-add-incident-invoices
               WHEN 'F'
                   DISPLAY 'Manifest-ID: ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   MOVE FUNCTION NUMVAL(wc-edit-buffer)
                       TO MANIFEST-MANIF-ID
                   PERFORM X0506-add-incident-invoices
               WHEN 'E'
                   MOVE 'X' TO INVOICE-INVNO-TEXT
                   PERFORM UNTIL INVOICE-INVNO-TEXT = SPACE
                       DISPLAY 'Fakturanummer (blank=klar): '
                           WITH NO ADVANCING
                       MOVE SPACE TO INVOICE-INVNO-TEXT
                       ACCEPT INVOICE-INVNO-TEXT
                       IF INVOICE-INVNO-TEXT NOT = SPACE
                           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                               INVOICE-INVNO-TEXT))
                               TO INVOICE-INVNO-LEN
                           PERFORM X0506-add-incident-invoices
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY 'Urval m�ste vara A, F, P eller E.'
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE ZERO TO wn-inc-invcount
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-inc-invcount
                   FROM INCINV
                   WHERE INC_ID = :INCIDENT-INC-ID
           END-EXEC
           MOVE wn-inc-invcount TO wn-inc-count-ed
           DISPLAY 'Incidenten omfattar nu '
               FUNCTION TRIM(wn-inc-count-ed) ' fakturor - '
               'tryck om dem i menyval 93 med incidentens id.'
           .

      **********************************************************
      *    One set-based insert for every selection: the run's
      *    delivered OUTLOG rows in a file the MANIFEST has at the
      *    incident's house, narrowed to one manifest file (F), to
      *    what PRODSTAT has no posting time for (P) or to one
      *    invoice number (E).
       X0506-add-incident-invoices.

           EXEC SQL
               INSERT INTO INCINV
               SELECT :INCIDENT-INC-ID, O.INV_ID, O.OUTLOG_ID, 0
               FROM TUTORIAL.OUTLOG O, TUTORIAL.INVOICE V
               WHERE O.RUN_ID = :INCIDENT-RUN-ID
                 AND O.SUCCESS = 1
                 AND V.INV_ID = O.INV_ID
                 AND EXISTS
                     (SELECT 1 FROM TUTORIAL.MANIFEST M
                          WHERE M.RUN_ID = O.RUN_ID
                            AND M.FILENAME = O.FILENAME
                            AND M.HOUSE = :INCIDENT-HOUSE
                            AND (:wc-inc-select <> 'F' OR
                                 M.MANIF_ID = :MANIFEST-MANIF-ID))
                 AND (:wc-inc-select <> 'P' OR NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.PRODSTAT P
                          WHERE P.INV_ID = O.INV_ID
                            AND P.POSTEDAT IS NOT NULL
                            AND P.POSTEDAT <> ' '))
                 AND (:wc-inc-select <> 'E' OR
                      V.INVNO = :INVOICE-INVNO)
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.INCINV I
                          WHERE I.INC_ID = :INCIDENT-INC-ID
                            AND I.INV_ID = O.INV_ID)
           END-EXEC

           IF SQLCODE = 100
               DISPLAY 'Inga levererade fakturor i urvalet.'
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in INCINV �r felt'
               END-IF
           END-IF
           .

      **********************************************************
      *    The claim against the print house: what the reprints
      *    cost in postage is summed in as they go out; anything
      *    else - handling, courier, a customer credit - is put on
      *    as extra cost. Then the claim is followed from sent to
      *    accepted or rejected.
       X0508-edit-incident-claim.

           MOVE INCIDENT-EXTRACOST TO wn-inc-old-extracost
           MOVE INCIDENT-CLAIMSTATE TO wn-inc-old-claimstate
           MOVE INCIDENT-CLAIMDATE TO wc-inc-old-claimdate

           MOVE INCIDENT-POSTAGE TO wn-inc-amt-ed
           DISPLAY 'Porto f�r omtrycken: ' wn-inc-amt-ed
           MOVE INCIDENT-EXTRACOST TO wn-inc-amt-ed
           DISPLAY '�vrig kostnad (' FUNCTION TRIM(wn-inc-amt-ed)
               '): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO INCIDENT-EXTRACOST
           END-IF

           MOVE INCIDENT-CLAIMSTATE TO wn-inc-state-ed
           DISPLAY 'Reklamation 0=ej reklamerad 1=reklamerad '
               '2=godk�nd 3=avvisad (' wn-inc-state-ed '): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO INCIDENT-CLAIMSTATE
           END-IF
           IF INCIDENT-CLAIMSTATE < 0 OR INCIDENT-CLAIMSTATE > 3
               DISPLAY 'Reklamationsstatus m�ste vara 0-3.'
               EXIT PARAGRAPH
           END-IF

      *    the claim date is the day it went to the print house
           IF INCIDENT-CLAIMED AND wn-inc-old-claimstate = ZERO
               PERFORM Y0345-set-price-today
               MOVE wc-price-today TO INCIDENT-CLAIMDATE
           END-IF

           EXEC SQL
               UPDATE INCIDENT
               SET EXTRACOST = :INCIDENT-EXTRACOST,
                   CLAIMSTATE = :INCIDENT-CLAIMSTATE,
                   CLAIMDATE = :INCIDENT-CLAIMDATE
               WHERE INC_ID = :INCIDENT-INC-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in INCIDENT �r felt'
               EXIT PARAGRAPH
           END-IF

           MOVE 'INCIDENT' TO wc-audit-table
           MOVE INCIDENT-INC-ID TO wn-audit-rowkey
           IF INCIDENT-EXTRACOST NOT = wn-inc-old-extracost
               MOVE 'EXTRACOST' TO wc-audit-field
               MOVE wn-inc-old-extracost TO wn-audit-old-num
               MOVE INCIDENT-EXTRACOST TO wn-audit-new-num
               PERFORM Y0310-write-audit-numeric
           END-IF
           IF INCIDENT-CLAIMSTATE NOT = wn-inc-old-claimstate
               MOVE 'CLAIMSTATE' TO wc-audit-field
               MOVE wn-inc-old-claimstate TO wn-audit-old-num
               MOVE INCIDENT-CLAIMSTATE TO wn-audit-new-num
               PERFORM Y0310-write-audit-numeric
           END-IF
           IF INCIDENT-CLAIMDATE NOT = wc-inc-old-claimdate
               MOVE 'CLAIMDATE' TO wc-audit-field
               MOVE wc-inc-old-claimdate TO wc-audit-old
               MOVE INCIDENT-CLAIMDATE TO wc-audit-new
               PERFORM Y0300-write-audit
           END-IF

           COMPUTE wn-inc-cost = INCIDENT-POSTAGE + INCIDENT-EXTRACOST
           MOVE wn-inc-cost TO wn-inc-amt-ed
           DISPLAY 'Reklamationen �r sparad, belopp '
               FUNCTION TRIM(wn-inc-amt-ed) ' kr.'
           .

      **********************************************************
      *    The print houses' monthly invoices to us, checked before
      *    they are paid: lists the imported invoices; I imports a
      *    house's billing specification file, an invoice id shows
      *    its reconciliation against our MANIFEST, OUTLOG and
      *    PRODSTAT and - while not yet approved - approves it for
      *    payment at the amount the operator accepts.
       X0510-print-house-billing.

           DISPLAY HEADLINE
           DISPLAY 'TRYCKERIFAKTUROR - AVST�MNING OCH ATTEST'
           DISPLAY HEADLINE
           DISPLAY 'Id       |Tryckeri  |Period |Fakturanr           |'
               'Belopp      |Attesterat  |S|Avvik'

           EXEC SQL
               DECLARE CURS-PHBILL CURSOR FOR
               SELECT B.BILL_ID, B.HOUSE, B.PERIOD, B.BILLNO,
                      B.AMOUNT, B.APPROVED, B.STATE,
                      (SELECT COUNT(*) FROM TUTORIAL.PHBLINE L
                           WHERE L.BILL_ID = B.BILL_ID
                             AND L.RESULT <> 'O')
               FROM TUTORIAL.PHBILL B
               ORDER BY B.PERIOD DESC, B.HOUSE
           END-EXEC

           EXEC SQL
               OPEN CURS-PHBILL
           END-EXEC

           MOVE ZERO TO wn-list-row-count
           MOVE 'Y' TO wc-list-continue-switch

           EXEC SQL
               FETCH CURS-PHBILL
                   INTO :PHBILL-BILL-ID, :PHBILL-HOUSE,
                        :PHBILL-PERIOD, :PHBILL-BILLNO,
                        :PHBILL-AMOUNT, :PHBILL-APPROVED,
                        :PHBILL-STATE, :wn-phb-differ
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO OR NOT is-list-continue

               MOVE PHBILL-BILL-ID TO wn-phb-id-ed
               MOVE PHBILL-AMOUNT TO wn-phb-amt-ed
               MOVE PHBILL-APPROVED TO wn-phb-amt2-ed
               MOVE PHBILL-STATE TO wn-phb-state-ed
               MOVE wn-phb-differ TO wn-phb-cnt-ed
               DISPLAY wn-phb-id-ed '|' PHBILL-HOUSE '|'
                   PHBILL-PERIOD '|' PHBILL-BILLNO '|'
                   wn-phb-amt-ed '|' wn-phb-amt2-ed '|'
                   wn-phb-state-ed '|' wn-phb-cnt-ed
               ADD 1 TO wn-list-row-count

               IF FUNCTION MOD(wn-list-row-count, 10) = ZERO
                   DISPLAY 'Fler poster? (J/N): ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   IF wc-edit-buffer(1:1) = 'N' OR
                      wc-edit-buffer(1:1) = 'n'
                       MOVE 'N' TO wc-list-continue-switch
                   END-IF
               END-IF

               IF is-list-continue
                   EXEC SQL
                   FETCH CURS-PHBILL
                       INTO :PHBILL-BILL-ID, :PHBILL-HOUSE,
                            :PHBILL-PERIOD, :PHBILL-BILLNO,
                            :PHBILL-AMOUNT, :PHBILL-APPROVED,
                            :PHBILL-STATE, :wn-phb-differ
                   END-EXEC
               END-IF

           END-PERFORM

           EXEC SQL
               CLOSE CURS-PHBILL
           END-EXEC

           DISPLAY 'S: 0=inl�st 1=attesterad   '
               'Avvik: filer som inte st�mmer'
           DISPLAY SPACE
           DISPLAY 'I=importera specifikation, Id=avst�mning '
               '(blank=avbryt): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer = SPACE
               EXIT PARAGRAPH
           END-IF
           IF wc-edit-buffer(1:1) = 'I' OR
              wc-edit-buffer(1:1) = 'i'
               PERFORM X0512-import-billing-file
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(wc-edit-buffer) TO PHBILL-BILL-ID
           EXEC SQL
               SELECT HOUSE, PERIOD, BILLNO, SHEETS, ENVELOPES,
                      INSERTS, POSTAGE, AMOUNT, APPROVED, STATE
                   INTO :PHBILL-HOUSE, :PHBILL-PERIOD,
                        :PHBILL-BILLNO, :PHBILL-SHEETS,
                        :PHBILL-ENVELOPES, :PHBILL-INSERTS,
                        :PHBILL-POSTAGE, :PHBILL-AMOUNT,
                        :PHBILL-APPROVED, :PHBILL-STATE
                   FROM PHBILL
                   WHERE BILL_ID = :PHBILL-BILL-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'Fakturan finns inte.'
               EXIT PARAGRAPH
           END-IF

           PERFORM X0517-reconcile-billing
           IF PHBILL-IMPORTED
               PERFORM X0519-approve-billing
           END-IF
           .

      **********************************************************
      *    Reads one billing specification file. A house's file
      *    opens with a head post for its invoice and has a post per
      *    billed file, semicolon separated:
      *      H;<tryckeri>;<period �R-MM>;<fakturanr>
      *      F;<k�rning>;<filnamn>;<ark>;<kuvert>;<bilagor>;<porto>;
      *        <belopp exkl moms>
      *    (k�rning 0 when the house does not know it). Re-importing
      *    an invoice not yet approved replaces its lines; an
      *    approved invoice is left alone.
       X0512-import-billing-file.

           DISPLAY 'Specifikationsfil (' FUNCTION TRIM(wc-phb-filename)
               '): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer TO wc-phb-filename
           END-IF

           MOVE ZERO TO wn-phb-read wn-phb-agree wn-phb-differ
                        wn-phb-notsent wn-phb-skipped
           MOVE 'N' TO wc-phb-eof-flag wc-phb-header-flag
           MOVE 'N' TO wc-phb-skip-flag

           OPEN INPUT PHBILLDATA
           IF NOT is-phbfil-ok
               DISPLAY 'Ingen specifikationsfil ('
                   FUNCTION TRIM(wc-phb-filename) ').'
               EXIT PARAGRAPH
           END-IF

           READ PHBILLDATA
               AT END MOVE 'Y' TO wc-phb-eof-flag
           END-READ
           PERFORM X0513-import-one-bill-row
               UNTIL wc-phb-eof-flag = 'Y'
           CLOSE PHBILLDATA

           IF wc-phb-header-flag = 'Y' AND wc-phb-skip-flag = 'N'
               PERFORM X0515-total-billing
           END-IF

           DISPLAY 'Fakturerade filer l�sta:     ' wn-phb-read
           DISPLAY 'St�mmer med v�rt underlag:   ' wn-phb-agree
           DISPLAY 'Avvikande antal eller porto: ' wn-phb-differ
           DISPLAY 'Fakturerade, ej �verf�rda:   ' wn-phb-notsent
           DISPLAY 'Poster �verhoppade:          ' wn-phb-skipped
           .

      **********************************************************
       X0513-import-one-bill-row.

           MOVE SPACE TO wc-phb-field-table
           UNSTRING PHB-POST DELIMITED BY ';'
               INTO wc-phb-fld(1) wc-phb-fld(2) wc-phb-fld(3)
                    wc-phb-fld(4) wc-phb-fld(5) wc-phb-fld(6)
                    wc-phb-fld(7) wc-phb-fld(8)
           END-UNSTRING

           EVALUATE TRUE
               WHEN wc-phb-fld(1) = 'H'
                   IF wc-phb-header-flag = 'Y' AND
                      wc-phb-skip-flag = 'N'
                       PERFORM X0515-total-billing
                   END-IF
                   PERFORM X0514-start-billing
               WHEN wc-phb-fld(1) = 'F' AND
                    wc-phb-header-flag = 'Y' AND
                    wc-phb-skip-flag = 'N'
                   ADD 1 TO wn-phb-read
                   PERFORM X0516-reconcile-bill-line
               WHEN OTHER
                   ADD 1 TO wn-phb-skipped
           END-EVALUATE

           READ PHBILLDATA
               AT END MOVE 'Y' TO wc-phb-eof-flag
           END-READ
           .

      **********************************************************
       X0514-start-billing.

           MOVE 'Y' TO wc-phb-header-flag
           MOVE 'N' TO wc-phb-skip-flag
           MOVE ZERO TO wn-phb-line-no
           MOVE FUNCTION UPPER-CASE(wc-phb-fld(2)(1:10))
               TO PHBILL-HOUSE
           MOVE wc-phb-fld(3)(1:7) TO PHBILL-PERIOD
           MOVE wc-phb-fld(4)(1:20) TO PHBILL-BILLNO

           IF PHBILL-PERIOD(1:4) NOT NUMERIC OR
              PHBILL-PERIOD(5:1) NOT = '-' OR
              PHBILL-PERIOD(6:2) < '01' OR
              PHBILL-PERIOD(6:2) > '12' OR
              PHBILL-BILLNO = SPACE
               DISPLAY 'Ogiltig huvudpost i specifikationen: '
                   PHB-POST(1:50)
               MOVE 'Y' TO wc-phb-skip-flag
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO PHBILL-STATE
           EXEC SQL
               SELECT BILL_ID, STATE
                   INTO :PHBILL-BILL-ID, :PHBILL-STATE
                   FROM PHBILL
                   WHERE HOUSE = :PHBILL-HOUSE
                     AND PERIOD = :PHBILL-PERIOD
                     AND BILLNO = :PHBILL-BILLNO
           END-EXEC

           IF SQLCODE = ZERO
               IF PHBILL-IS-APPROVED
                   DISPLAY 'Faktura ' FUNCTION TRIM(PHBILL-BILLNO)
                       ' fr�n ' FUNCTION TRIM(PHBILL-HOUSE)
                       ' �r redan attesterad - ej inl�st.'
                   MOVE 'Y' TO wc-phb-skip-flag
               ELSE
                   EXEC SQL
                       DELETE FROM PHBLINE
                       WHERE BILL_ID = :PHBILL-BILL-ID
                   END-EXEC
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM Y0345-set-price-today
           MOVE wc-price-today TO PHBILL-IMPDATE
           MOVE ZERO TO PHBILL-SHEETS PHBILL-ENVELOPES
                        PHBILL-INSERTS PHBILL-POSTAGE
                        PHBILL-AMOUNT PHBILL-APPROVED
           MOVE SPACE TO PHBILL-APPRDATE
           MOVE SPACE TO PHBILL-APPRBY-TEXT
           MOVE ZERO TO PHBILL-APPRBY-LEN

           MOVE 'PHBILL' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO PHBILL-BILL-ID
           ADD 1 TO PHBILL-BILL-ID

           EXEC SQL
               INSERT INTO PHBILL
               VALUES ( :PHBILL-BILL-ID,
                         :PHBILL-HOUSE,
                         :PHBILL-PERIOD,
                         :PHBILL-BILLNO,
                         :PHBILL-IMPDATE,
                         :PHBILL-SHEETS,
                         :PHBILL-ENVELOPES,
                         :PHBILL-INSERTS,
                         :PHBILL-POSTAGE,
                         :PHBILL-AMOUNT,
                         :PHBILL-APPROVED,
                         :PHBILL-STATE,
                         :PHBILL-APPRDATE,
                         :PHBILL-APPRBY)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in PHBILL �r felt'
               MOVE 'Y' TO wc-phb-skip-flag
           END-IF
           .

      **********************************************************
      *    The invoice's totals are the sums of its lines.
       X0515-total-billing.

           EXEC SQL
               UPDATE PHBILL
               SET SHEETS =
                       (SELECT COALESCE(SUM(SHEETS), 0)
                        FROM TUTORIAL.PHBLINE
                        WHERE BILL_ID = :PHBILL-BILL-ID),
                   ENVELOPES =
                       (SELECT COALESCE(SUM(ENVELOPES), 0)
                        FROM TUTORIAL.PHBLINE
                        WHERE BILL_ID = :PHBILL-BILL-ID),
                   INSERTS =
                       (SELECT COALESCE(SUM(INSERTS), 0)
                        FROM TUTORIAL.PHBLINE
                        WHERE BILL_ID = :PHBILL-BILL-ID),
                   POSTAGE =
                       (SELECT COALESCE(SUM(POSTAGE), 0)
                        FROM TUTORIAL.PHBLINE
                        WHERE BILL_ID = :PHBILL-BILL-ID),
                   AMOUNT =
                       (SELECT COALESCE(SUM(AMOUNT), 0)
                        FROM TUTORIAL.PHBLINE
                        WHERE BILL_ID = :PHBILL-BILL-ID)
               WHERE BILL_ID = :PHBILL-BILL-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in PHBILL �r felt'
           END-IF
           .

      **********************************************************
      *    One billed file against ours: the MANIFEST row of that
      *    name the house actually got (pushed, not cancelled), its
      *    sheets, and the envelopes, postage and inserts of the
      *    file's delivered OUTLOG rows.
       X0516-reconcile-bill-line.

           ADD 1 TO wn-phb-line-no
           MOVE PHBILL-BILL-ID TO PHBLINE-BILL-ID
           MOVE wn-phb-line-no TO PHBLINE-LINE-NO
           MOVE FUNCTION NUMVAL(wc-phb-fld(2)) TO PHBLINE-RUN-ID
           MOVE FUNCTION TRIM(wc-phb-fld(3)) TO PHBLINE-FILENAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-phb-fld(3)))
               TO PHBLINE-FILENAME-LEN
           MOVE FUNCTION NUMVAL(wc-phb-fld(4)) TO PHBLINE-SHEETS
           MOVE FUNCTION NUMVAL(wc-phb-fld(5)) TO PHBLINE-ENVELOPES
           MOVE FUNCTION NUMVAL(wc-phb-fld(6)) TO PHBLINE-INSERTS
           MOVE FUNCTION NUMVAL(wc-phb-fld(7)) TO PHBLINE-POSTAGE
           MOVE FUNCTION NUMVAL(wc-phb-fld(8)) TO PHBLINE-AMOUNT
           MOVE ZERO TO PHBLINE-MANIF-ID PHBLINE-OURSHEETS
                        PHBLINE-OURENV PHBLINE-OURINS
                        PHBLINE-OURPOST

           EXEC SQL
               SELECT COALESCE(MAX(MANIF_ID), 0)
                   INTO :PHBLINE-MANIF-ID
                   FROM MANIFEST
                   WHERE FILENAME = :PHBLINE-FILENAME
                     AND HOUSE = :PHBILL-HOUSE
                     AND (:PHBLINE-RUN-ID = 0 OR
                          RUN_ID = :PHBLINE-RUN-ID)
                     AND CONFIRMED <> 2
                     AND XFERTIME <> ' '
           END-EXEC

           IF PHBLINE-MANIF-ID = ZERO
               MOVE 'E' TO PHBLINE-RESULT
               ADD 1 TO wn-phb-notsent
           ELSE
               EXEC SQL
                   SELECT SHEETS, RUN_ID
                       INTO :PHBLINE-OURSHEETS, :PHBLINE-RUN-ID
                       FROM MANIFEST
                       WHERE MANIF_ID = :PHBLINE-MANIF-ID
               END-EXEC

               EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(POSTAGE), 0)
                       INTO :PHBLINE-OURENV, :PHBLINE-OURPOST
                       FROM OUTLOG
                       WHERE FILENAME = :PHBLINE-FILENAME
                         AND RUN_ID = :PHBLINE-RUN-ID
                         AND SUCCESS = 1
                         AND POSTCLASS <> ' '
               END-EXEC

               EXEC SQL
                   SELECT COUNT(*)
                       INTO :PHBLINE-OURINS
                       FROM INSUSE U, OUTLOG O
                       WHERE U.OUTLOG_ID = O.OUTLOG_ID
                         AND O.FILENAME = :PHBLINE-FILENAME
                         AND O.RUN_ID = :PHBLINE-RUN-ID
                         AND O.SUCCESS = 1
               END-EXEC

               IF PHBLINE-SHEETS = PHBLINE-OURSHEETS AND
                  PHBLINE-ENVELOPES = PHBLINE-OURENV AND
                  PHBLINE-INSERTS = PHBLINE-OURINS AND
                  PHBLINE-POSTAGE = PHBLINE-OURPOST
                   MOVE 'O' TO PHBLINE-RESULT
                   ADD 1 TO wn-phb-agree
               ELSE
                   MOVE 'A' TO PHBLINE-RESULT
                   ADD 1 TO wn-phb-differ
               END-IF
           END-IF

           EXEC SQL
               INSERT INTO PHBLINE
               VALUES ( :PHBLINE-BILL-ID,
                         :PHBLINE-LINE-NO,
                         :PHBLINE-RUN-ID,
                         :PHBLINE-FILENAME,
                         :PHBLINE-SHEETS,
                         :PHBLINE-ENVELOPES,
                         :PHBLINE-INSERTS,
                         :PHBLINE-POSTAGE,
                         :PHBLINE-AMOUNT,
                         :PHBLINE-MANIF-ID,
                         :PHBLINE-OURSHEETS,
                         :PHBLINE-OURENV,
                         :PHBLINE-OURINS,
                         :PHBLINE-OURPOST,
                         :PHBLINE-RESULT)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in PHBLINE �r felt'
           END-IF
           .

      **********************************************************
      *    The reconciliation of one invoice, per run and per file:
      *    what they bill against what we sent, run subtotals, and
      *    then the production they confirmed - acknowledged file
      *    or pieces PRODSTAT reports printed - for the period that
      *    is on no invoice of theirs at all.
       X0517-reconcile-billing.

           MOVE PHBILL-BILL-ID TO wn-phb-id-ed
           DISPLAY HEADLINE
           DISPLAY 'AVST�MNING FAKTURA ' FUNCTION TRIM(PHBILL-BILLNO)
               ' ' FUNCTION TRIM(PHBILL-HOUSE) ' ' PHBILL-PERIOD
               ' (id ' FUNCTION TRIM(wn-phb-id-ed) ')'
           DISPLAY HEADLINE
           DISPLAY 'K�rning  |Fil                 |Ark fakt/v�rt|'
               'Kuv fakt/v�rt|Bil fakt/v�rt|Porto fakt/v�rt   |R'

           MOVE -1 TO wn-phb-prev-run
           MOVE ZERO TO wn-phb-run-sheets wn-phb-run-oursheets
                        wn-phb-run-amount

           EXEC SQL
               DECLARE CURS-PHBLINE CURSOR FOR
               SELECT RUN_ID, FILENAME, SHEETS, OURSHEETS,
                      ENVELOPES, OURENV, INSERTS, OURINS,
                      POSTAGE, OURPOST, AMOUNT, RESULT
               FROM TUTORIAL.PHBLINE
               WHERE BILL_ID = :PHBILL-BILL-ID
               ORDER BY RUN_ID, LINE_NO
           END-EXEC

           EXEC SQL
               OPEN CURS-PHBLINE
           END-EXEC

           EXEC SQL
               FETCH CURS-PHBLINE
                   INTO :PHBLINE-RUN-ID, :PHBLINE-FILENAME,
                        :PHBLINE-SHEETS, :PHBLINE-OURSHEETS,
                        :PHBLINE-ENVELOPES, :PHBLINE-OURENV,
                        :PHBLINE-INSERTS, :PHBLINE-OURINS,
                        :PHBLINE-POSTAGE, :PHBLINE-OURPOST,
                        :PHBLINE-AMOUNT, :PHBLINE-RESULT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF PHBLINE-RUN-ID NOT = wn-phb-prev-run
                   IF wn-phb-prev-run NOT = -1
                       PERFORM X0518-billing-run-subtotal
                   END-IF
                   MOVE PHBLINE-RUN-ID TO wn-phb-prev-run
               END-IF

               MOVE PHBLINE-RUN-ID TO wn-phb-run-ed
               MOVE PHBLINE-SHEETS TO wn-phb-q1-ed
               MOVE PHBLINE-OURSHEETS TO wn-phb-q2-ed
               MOVE PHBLINE-ENVELOPES TO wn-phb-q3-ed
               MOVE PHBLINE-OURENV TO wn-phb-q4-ed
               MOVE PHBLINE-INSERTS TO wn-phb-q5-ed
               MOVE PHBLINE-OURINS TO wn-phb-q6-ed
               MOVE PHBLINE-POSTAGE TO wn-phb-post-ed
               MOVE PHBLINE-OURPOST TO wn-phb-post2-ed
               DISPLAY wn-phb-run-ed '|'
                   PHBLINE-FILENAME-TEXT(1:20) '|'
                   wn-phb-q1-ed '/' wn-phb-q2-ed '|'
                   wn-phb-q3-ed '/' wn-phb-q4-ed '|'
                   wn-phb-q5-ed '/' wn-phb-q6-ed '|'
                   wn-phb-post-ed '/' wn-phb-post2-ed '|'
                   PHBLINE-RESULT

               ADD PHBLINE-SHEETS TO wn-phb-run-sheets
               ADD PHBLINE-OURSHEETS TO wn-phb-run-oursheets
               ADD PHBLINE-AMOUNT TO wn-phb-run-amount

               EXEC SQL
                   FETCH CURS-PHBLINE
                       INTO :PHBLINE-RUN-ID, :PHBLINE-FILENAME,
                            :PHBLINE-SHEETS, :PHBLINE-OURSHEETS,
                            :PHBLINE-ENVELOPES, :PHBLINE-OURENV,
                            :PHBLINE-INSERTS, :PHBLINE-OURINS,
                            :PHBLINE-POSTAGE, :PHBLINE-OURPOST,
                            :PHBLINE-AMOUNT, :PHBLINE-RESULT
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-PHBLINE
           END-EXEC

           IF wn-phb-prev-run NOT = -1
               PERFORM X0518-billing-run-subtotal
           END-IF

           DISPLAY 'R: O=st�mmer A=avvikande antal/porto '
               'E=fakturerad men aldrig �verf�rd'

      *    confirmed production of the period on no invoice
           MOVE PHBILL-PERIOD TO wc-sie-period
           PERFORM I0141-set-period-bounds
           MOVE PHBILL-HOUSE TO MANIFEST-HOUSE
           MOVE ZERO TO wn-phb-unbilled

           DISPLAY HEADLINE
           DISPLAY 'BEKR�FTAD PRODUKTION SOM INTE FAKTURERATS'
           DISPLAY 'K�rning  |Manifest |Ark   |Tryckta|Fil'

           EXEC SQL
               DECLARE CURS-PHUNBILLED CURSOR FOR
               SELECT M.RUN_ID, M.MANIF_ID, M.SHEETS, M.FILENAME,
                      (SELECT COUNT(*)
                       FROM TUTORIAL.OUTLOG O, TUTORIAL.PRODSTAT P
                       WHERE O.FILENAME = M.FILENAME
                         AND O.RUN_ID = M.RUN_ID
                         AND O.SUCCESS = 1
                         AND P.INV_ID = O.INV_ID
                         AND P.PRINTEDAT IS NOT NULL
                         AND P.PRINTEDAT <> ' ')
               FROM TUTORIAL.MANIFEST M
               WHERE M.HOUSE = :MANIFEST-HOUSE
                 AND M.SENTDATE >= :wc-sie-from
                 AND M.SENTDATE <= :wc-sie-to
                 AND M.SHEETS > 0
                 AND M.CONFIRMED <> 2
                 AND (M.CONFIRMED = 1 OR EXISTS
                     (SELECT 1
                      FROM TUTORIAL.OUTLOG O, TUTORIAL.PRODSTAT P
                      WHERE O.FILENAME = M.FILENAME
                        AND O.RUN_ID = M.RUN_ID
                        AND O.SUCCESS = 1
                        AND P.INV_ID = O.INV_ID
                        AND P.PRINTEDAT IS NOT NULL
                        AND P.PRINTEDAT <> ' '))
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.PHBLINE L
                      WHERE L.MANIF_ID = M.MANIF_ID)
               ORDER BY M.RUN_ID, M.MANIF_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-PHUNBILLED
           END-EXEC

           EXEC SQL
               FETCH CURS-PHUNBILLED
                   INTO :MANIFEST-RUN-ID, :MANIFEST-MANIF-ID,
                        :MANIFEST-SHEETS, :MANIFEST-FILENAME,
                        :wn-phb-printed
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-phb-unbilled
               MOVE MANIFEST-RUN-ID TO wn-phb-run-ed
               MOVE MANIFEST-MANIF-ID TO wn-phb-id-ed
               MOVE MANIFEST-SHEETS TO wn-phb-q1-ed
               MOVE wn-phb-printed TO wn-phb-q3-ed
               DISPLAY wn-phb-run-ed '|' wn-phb-id-ed '|'
                   wn-phb-q1-ed '|' wn-phb-q3-ed '  |'
                   MANIFEST-FILENAME-TEXT(1:40)
               EXEC SQL
                   FETCH CURS-PHUNBILLED
                       INTO :MANIFEST-RUN-ID, :MANIFEST-MANIF-ID,
                            :MANIFEST-SHEETS, :MANIFEST-FILENAME,
                            :wn-phb-printed
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-PHUNBILLED
           END-EXEC

           MOVE wn-phb-unbilled TO wn-phb-cnt-ed
           DISPLAY 'Ej fakturerade filer: ' FUNCTION TRIM(wn-phb-cnt-ed)

           MOVE PHBILL-AMOUNT TO wn-phb-amt-ed
           MOVE PHBILL-POSTAGE TO wn-phb-amt2-ed
           DISPLAY HEADLINE
           DISPLAY 'Fakturerat exkl moms: ' wn-phb-amt-ed
               '  varav porto: ' wn-phb-amt2-ed
           IF PHBILL-IS-APPROVED
               MOVE PHBILL-APPROVED TO wn-phb-amt-ed
               DISPLAY 'Attesterat:           ' wn-phb-amt-ed
           END-IF
           .

      **********************************************************
       X0518-billing-run-subtotal.

           MOVE wn-phb-prev-run TO wn-phb-run-ed
           MOVE wn-phb-run-sheets TO wn-phb-q1-ed
           MOVE wn-phb-run-oursheets TO wn-phb-q2-ed
           MOVE wn-phb-run-amount TO wn-phb-amt-ed
           DISPLAY '  Summa k�rning ' FUNCTION TRIM(wn-phb-run-ed)
               ': ark ' wn-phb-q1-ed '/' wn-phb-q2-ed
               '  belopp ' wn-phb-amt-ed
           MOVE ZERO TO wn-phb-run-sheets wn-phb-run-oursheets
                        wn-phb-run-amount
           .

      **********************************************************
      *    Approves the invoice for payment. The approved amount
      *    defaults to what is billed; where the reconciliation
      *    found files not sent or quantities that differ the
      *    operator settles with the house and enters what is
      *    accepted. From now on I0160 uses it as the period's
      *    production cost.
       X0519-approve-billing.

           MOVE ZERO TO wn-phb-differ
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-phb-differ
                   FROM PHBLINE
                   WHERE BILL_ID = :PHBILL-BILL-ID
                     AND RESULT <> 'O'
           END-EXEC
           IF wn-phb-differ NOT = ZERO
               MOVE wn-phb-differ TO wn-phb-cnt-ed
               DISPLAY 'OBS: ' FUNCTION TRIM(wn-phb-cnt-ed)
                   ' fakturerade filer st�mmer inte.'
           END-IF

           DISPLAY 'Attestera fakturan f�r betalning (J/N)? '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer(1:1) NOT = 'J' AND
              wc-edit-buffer(1:1) NOT = 'j'
               EXIT PARAGRAPH
           END-IF

           MOVE PHBILL-APPROVED TO wn-phb-old-approved
           MOVE PHBILL-AMOUNT TO PHBILL-APPROVED
           MOVE PHBILL-AMOUNT TO wn-phb-amt-ed
           DISPLAY 'Attesterat belopp exkl moms ('
               FUNCTION TRIM(wn-phb-amt-ed) '): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-edit-buffer)
                   TO PHBILL-APPROVED
           END-IF
           IF PHBILL-APPROVED < ZERO
               DISPLAY 'Beloppet kan inte vara negativt.'
               EXIT PARAGRAPH
           END-IF

           PERFORM Y0345-set-price-today
           MOVE wc-price-today TO PHBILL-APPRDATE
           MOVE wc-current-operator TO PHBILL-APPRBY-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-current-operator))
               TO PHBILL-APPRBY-LEN
           MOVE 1 TO PHBILL-STATE

           EXEC SQL
               UPDATE PHBILL
               SET APPROVED = :PHBILL-APPROVED,
                   STATE = :PHBILL-STATE,
                   APPRDATE = :PHBILL-APPRDATE,
                   APPRBY = :PHBILL-APPRBY
               WHERE BILL_ID = :PHBILL-BILL-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in PHBILL �r felt'
               EXIT PARAGRAPH
           END-IF

           MOVE 'PHBILL' TO wc-audit-table
           MOVE PHBILL-BILL-ID TO wn-audit-rowkey
           MOVE 'APPROVED' TO wc-audit-field
           MOVE wn-phb-old-approved TO wn-audit-old-num
           MOVE PHBILL-APPROVED TO wn-audit-new-num
           PERFORM Y0310-write-audit-numeric

           MOVE PHBILL-APPROVED TO wn-phb-amt-ed
           DISPLAY 'Fakturan �r attesterad: '
               FUNCTION TRIM(wn-phb-amt-ed) ' kr exkl moms.'
           .

      **********************************************************
       X0150-archive-old-records.

      *    purges process logs and fully-settled invoices older than
      *    an operator-given cutoff date, so INLOG/INERROR and old
      *    INVOICE rows don't grow unbounded. INERROR is removed
      *    before its parent INLOG row; an INVOICE is only removed
      *    once it is PAID or CREDITED and is not itself the original
      *    of a later credit note (CREDITOF would otherwise dangle).
      *    the ITEM rows an invoice's INVITEM lines point to belong
      *    to that invoice alone, so they are removed along with
      *    INVITEM, before INVITEM itself is deleted, to avoid
      *    leaving them as orphans. Same reasoning covers an invoice's
      *    ADDRCORR row, if it has one. The work is done by PbsGall,
      *    queued here once the purge is approved.
           DISPLAY 'Gallra poster �ldre �n (�R-MM-DD): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-archive-cutoff
           ACCEPT wc-archive-cutoff

      *    a purge deletes history - it never runs on one
      *    operator's say-so. The first attempt parks the request;
      *    an approved request (menyval 66) lets this attempt
      *    through and is consumed.
           MOVE 'PURGE' TO wc-da-action
           MOVE ZERO TO wn-da-refkey
           MOVE ZERO TO wn-da-amount
           PERFORM Y0290-check-dual-approval
           IF wc-da-cleared-flag NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

      *    records under legal hold are exempt and reported so -
      *    the retention jobs must never destroy evidence on
      *    schedule
           MOVE ZERO TO wn-lh-skipped
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-lh-skipped
                   FROM LEGALHOLD
                   WHERE STATE = 0
           END-EXEC
           IF wn-lh-skipped > ZERO
               DISPLAY 'Aktiva r�ttsliga sp�rrar: ' wn-lh-skipped
                   ' - ber�rda poster gallras inte.'
           END-IF

      *    the purge itself runs in the job queue (PbsGall under
      *    PbsJob), so the menu is not held while every archive
      *    file is written and sealed
           MOVE 'GALLRING' TO wc-job-type
           MOVE wc-archive-cutoff TO wc-job-param
           PERFORM Y0380-queue-job
           .

      **********************************************************
                           DISPLAY ' Update SQL sats in INERROR'
                               ' table �r felt'
                       ELSE
                           MOVE 'INERROR' TO wc-audit-table
                           MOVE INERROR-INERR-ID TO wn-audit-rowkey
                           MOVE 'RESOLVED' TO wc-audit-field
                           MOVE '0' TO wc-audit-old
                           MOVE '1' TO wc-audit-new
                           PERFORM Y0300-write-audit
                           DISPLAY 'Felnr ' wc-triage-inerr-id
                                   ' markerat som �tg�rdat.'
                       END-IF
               DISPLAY 'Nytt postnummer: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer TO ADDRCORR-POSTCODE
               MOVE wc-edit-buffer TO ADDRCORR-POSTNO

               DISPLAY 'Ny ort: ' WITH NO ADVANCING
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer TO ADDRCORR-PLACE

               DISPLAY 'Landkod (tom = SE): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:2))
                   TO ADDRCORR-COUNTRY
               IF ADDRCORR-COUNTRY = SPACE
                   MOVE 'SE' TO ADDRCORR-COUNTRY
               END-IF

               EXEC SQL
                   SELECT INV_ID
                       INTO :ADDRCORR-INV-ID
                       UPDATE ADDRCORR
                       SET STREET = :ADDRCORR-STREET,
                           POSTNO = :ADDRCORR-POSTNO,
                           PLACE = :ADDRCORR-PLACE,
                           COUNTRY = :ADDRCORR-COUNTRY,
                           POSTCODE = :ADDRCORR-POSTCODE
                       WHERE INV_ID = :ADDRCORR-INV-ID
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                   EXEC SQL
                       INSERT INTO ADDRCORR
                       VALUES ( :ADDRCORR-INV-ID, :ADDRCORR-STREET,
                                 :ADDRCORR-POSTNO, :ADDRCORR-PLACE,
                                 :ADDRCORR-COUNTRY, :ADDRCORR-POSTCODE)
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       DISPLAY ' Insert SQL sats in ADDRCORR'
                   END-EXEC

                   IF SQLCODE = ZERO
      *                on the debtor's audit trail like an address
      *                changed in the debtor register - the monthly
      *                analysis holds refunds against both
                       MOVE 'DEBTOR' TO wc-audit-table
                       MOVE INVOICE-DEBT-ID TO wn-audit-rowkey
                       MOVE 'ADDR CORRECTION' TO wc-audit-field
                       MOVE INVOICE-INVNO-TEXT(1:60) TO wc-audit-old
                       MOVE ADDRCORR-STREET TO wc-audit-new
                       PERFORM Y0300-write-audit

                       EXEC SQL
                           UPDATE ADDR
                           SET STREET = :ADDRCORR-STREET,
                               POSTNO = :ADDRCORR-POSTNO,
                               PLACE = :ADDRCORR-PLACE,
                               COUNTRY = :ADDRCORR-COUNTRY,
                               POSTCODE = :ADDRCORR-POSTCODE,
                               INVALID = 0
                           WHERE ADDR_ID =
                               (SELECT ADDR_ID FROM TUTORIAL.DEBTOR
           MOVE ZERO TO OUTLOG-SUCCESS
           MOVE ZERO TO OUTLOG-ROUNDAMT
           MOVE ZERO TO OUTLOG-RUN-ID
           MOVE SPACE TO OUTLOG-POSTCLASS
           MOVE ZERO TO OUTLOG-POSTAGE
           MOVE ZERO TO OUTLOG-SHEETS OUTLOG-ATTPAGES

           EXEC SQL
               INSERT INTO OUTLOG
                         :OUTLOG-PRINTDATE,
                         :OUTLOG-SUCCESS,
                         :OUTLOG-ROUNDAMT,
                         :OUTLOG-RUN-ID,
                         :OUTLOG-POSTCLASS,
                         :OUTLOG-POSTAGE,
                         :OUTLOG-SHEETS,
                         :OUTLOG-ATTPAGES)
           END-EXEC

      *    the address block: print and dunning hold everything to
           END-IF
           .

      **********************************************************
      *    Runs the outbound transfer job (PbsXfer.CBL) by hand -
      *    the night batch runs it as its TRANSFER step, but after a
      *    mid-day release through menu 20 the operator can push the
      *    files at once instead of waiting for the night.
       X0370-run-outbound-transfer.

           DISPLAY 'Startar �verf�ringsjobbet...'
           CALL 'PbsXfer'
           DISPLAY '�verf�ringsjobbet �r klart.'
           .

      **********************************************************
      *    Imports every print house's item-level production file
      *    (PRHOUSE STATUSFILE, data/prodstat.txt for HUVUD when no
      *    house is registered): one row per produced piece with our
      *    invoice number and the timestamps it was printed, put in
      *    its envelope and handed to the post. Each row lands in
      *    PRODSTAT against the invoice, re-imports update in place,
      *    and menu 32 shows the status beside the OUTLOG rows - so
      *    a debtor's "den kom aldrig" is answered with their
      *    piece's own timeline.
       X0380-import-production-status.

           MOVE ZERO TO wn-prod-read-count wn-prod-match-count
                        wn-prod-miss-count
           MOVE ZERO TO wn-ph-house-count

           EXEC SQL
               DECLARE CURS-PROD-HOUSES CURSOR FOR
               SELECT HOUSE, STATUSFILE
               FROM TUTORIAL.PRHOUSE
               ORDER BY HOUSE
           END-EXEC

           EXEC SQL
               OPEN CURS-PROD-HOUSES
           END-EXEC

           EXEC SQL
               FETCH CURS-PROD-HOUSES
                   INTO :PRHOUSE-HOUSE, :PRHOUSE-STATUSFILE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-ph-house-count
               MOVE PRHOUSE-HOUSE TO wc-ph-house
               MOVE PRHOUSE-STATUSFILE TO wc-prod-filename
               PERFORM X0381-read-house-prod-file

               EXEC SQL
                   FETCH CURS-PROD-HOUSES
                       INTO :PRHOUSE-HOUSE, :PRHOUSE-STATUSFILE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-PROD-HOUSES
           END-EXEC

           IF wn-ph-house-count = ZERO
               MOVE 'HUVUD' TO wc-ph-house
               MOVE 'data/prodstat.txt' TO wc-prod-filename
               PERFORM X0381-read-house-prod-file
           END-IF

           DISPLAY 'Produktionsposter l�sta:   '
               wn-prod-read-count
           DISPLAY 'Matchade mot faktura:      '
               wn-prod-match-count
           DISPLAY 'Utan matchande faktura:    '
               wn-prod-miss-count
           .

      **********************************************************
       X0381-read-house-prod-file.

           MOVE 'N' TO wc-prod-eof-flag

           OPEN INPUT PRODDATA
           IF NOT is-prodfil-ok
               DISPLAY 'Ingen produktionsfil (' FUNCTION TRIM(
                   wc-prod-filename) ') fr�n ' wc-ph-house
           ELSE
               READ PRODDATA
                   AT END MOVE 'Y' TO wc-prod-eof-flag
               PERFORM X0382-import-one-prod-row
                   UNTIL wc-prod-eof-flag = 'Y'
               CLOSE PRODDATA
           END-IF
           .

      **********************************************************
      *    Month-end close: every day of the period must already be
      *    closed through X0280-close-day, the period's SIE export
      *    and VAT declaration are produced on the spot, the
      *    kundreskontra is reconciled to the export's receivables
      *    account, and the period is locked in PERCLOSE - from then
      *    on a backdated posting into the month is refused and
      *    redirected to the current period with an audit note.
       X0420-close-month.

           DISPLAY 'Period att st�nga (����-MM): '
                       DISPLAY 'K�r dagsavslut (menyval 85) f�r'
                           ' de saknade dagarna f�rst.'
                   ELSE
                       DISPLAY 'Nummerseriekontroll:'
                       PERFORM X0423-check-number-series
                   END-IF
                   IF wn-mc-closed-days >= wn-mc-days-in-month
                      AND wc-ns-close-ok = 'J'
      *                the period's bokslut underlag, produced here
      *                and now - answer the period prompts with the
      *                same period
                       DISPLAY 'Momsdeklaration f�r perioden:'
                       PERFORM I0150-display-vat-declaration

                       DISPLAY 'Avst�mning mot huvudboken:'
                       PERFORM X0427-reconcile-ledger
                       IF wc-rc-close-ok = 'J'
                           PERFORM X0429-lock-period
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
      *    The period's invoice numbering (PbsSer): a gap the void
      *    register does not explain does not stop the close, but
      *    the operator has to confirm closing over it, and doing
      *    so is audited.
       X0423-check-number-series.

           MOVE 'J' TO wc-ns-close-ok
           INITIALIZE SERREQ
           MOVE wc-mc-period TO SERREQ-PERIOD

           CALL 'PbsSer' USING SERREQ

           IF NOT SERREQ-DONE
               DISPLAY 'Nummerseriekontrollen kunde inte g�ras.'
               EXIT PARAGRAPH
           END-IF

           IF SERREQ-UNEXPL-COUNT = ZERO
               DISPLAY 'Nummerserierna �r kompletta eller '
                   'f�rklarade.'
           ELSE
               DISPLAY 'VARNING: ' SERREQ-UNEXPL-COUNT
                   ' of�rklarade luckor i fakturanumreringen ('
                   SERREQ-UNEXPL-NUMBERS ' nummer).'
               DISPLAY 'Rapport: ' FUNCTION TRIM(SERREQ-FILENAME)
               DISPLAY 'Makulera dem under f�retagsrapporter'
                   ' menyval 63.'
               DISPLAY 'St�ng perioden �nd� (J/N): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-rc-answer
               ACCEPT wc-rc-answer
               IF wc-rc-answer = 'J' OR wc-rc-answer = 'j'
                   MOVE 'INVVOID' TO wc-audit-table
                   MOVE ZERO TO wn-audit-rowkey
                   MOVE 'CLOSEWARN' TO wc-audit-field
                   MOVE SERREQ-UNEXPL-COUNT TO wc-audit-old
                   MOVE wc-mc-period TO wc-audit-new
                   PERFORM Y0300-write-audit
               ELSE
                   MOVE 'N' TO wc-ns-close-ok
                   DISPLAY 'Perioden st�ngs inte.'
               END-IF
           END-IF
           .
                        AGESNAP-BUCKOLD
           MOVE wc-mc-period TO AGESNAP-PERIOD

           EXEC SQL
               DECLARE CURS-AGESNAP CURSOR FOR
               SELECT V.INV_ID, V.CUST_ID, V.DUEDATE
               FROM TUTORIAL.INVOICE V, TUTORIAL.CUSTOMER C
               WHERE V.INVSTATE IN (1, 2)
                 AND V.CUST_ID = C.CUST_ID
                 AND C.TEST_CUSTOMER = 0
               ORDER BY V.CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-AGESNAP
           END-EXEC

           MOVE 'Y' TO wc-as-first-flag
           EXEC SQL
               FETCH CURS-AGESNAP
                   INTO :INVOICE-INV-ID, :wn-as-cust-id,
                        :INVOICE-DUEDATE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF wc-as-first-flag = 'Y'
                   MOVE wn-as-cust-id TO wn-as-break-cust
                   MOVE 'N' TO wc-as-first-flag
               END-IF

               IF wn-as-cust-id NOT = wn-as-break-cust
                   PERFORM X0426-write-snapshot-row
                   MOVE wn-as-cust-id TO wn-as-break-cust
               END-IF

               MOVE ZERO TO wn-as-open
               EXEC SQL
                   SELECT COALESCE(SUM(I.QTY * I.PRICE
                              + I.QTY * I.PRICE * I.VAT / 100), 0)
                       INTO :wn-as-open
                       FROM TUTORIAL.ITEM I, TUTORIAL.INVITEM VI
                       WHERE VI.INV_ID = :INVOICE-INV-ID
                         AND I.ITEM_ID = VI.ITEM_ID
               END-EXEC
               MOVE ZERO TO wn-as-paid
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                       INTO :wn-as-paid
                       FROM PAYMENT
                       WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC
               COMPUTE wn-as-open = wn-as-open - wn-as-paid

               IF wn-as-open > ZERO
                   MOVE INVOICE-DUEDATE(1:4) TO wc-as-ymd(1:4)
                   MOVE INVOICE-DUEDATE(6:2) TO wc-as-ymd(5:2)
                   MOVE INVOICE-DUEDATE(9:2) TO wc-as-ymd(7:2)
                   COMPUTE wn-as-due-int =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(wc-as-ymd))
                   COMPUTE wn-as-age =
                       wn-as-today-int - wn-as-due-int

                   EVALUATE TRUE
                       WHEN wn-as-age <= ZERO
                           ADD wn-as-open TO AGESNAP-BUCKCUR
                       WHEN wn-as-age <= 30
                           ADD wn-as-open TO AGESNAP-BUCK30
                       WHEN wn-as-age <= 60
                           ADD wn-as-open TO AGESNAP-BUCK60
                       WHEN wn-as-age <= 90
                           ADD wn-as-open TO AGESNAP-BUCK90
                       WHEN OTHER
                           ADD wn-as-open TO AGESNAP-BUCKOLD
                   END-EVALUATE
               END-IF

               EXEC SQL
                   FETCH CURS-AGESNAP
                       INTO :INVOICE-INV-ID, :wn-as-cust-id,
                            :INVOICE-DUEDATE
               END-EXEC

           END-PERFORM

           IF wc-as-first-flag = 'N'
               PERFORM X0426-write-snapshot-row
           END-IF

           EXEC SQL
               CLOSE CURS-AGESNAP
           END-EXEC

           DISPLAY '�lders�gonblicksbild sparad: '
               wn-as-snap-count ' kunder.'
           .

      **********************************************************
       X0426-write-snapshot-row.

           MOVE wn-as-break-cust TO AGESNAP-CUST-ID

           MOVE ZERO TO AGESNAP-MONTHREV
           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE), 0)
                   INTO :AGESNAP-MONTHREV
                   FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                        TUTORIAL.ITEM I
                   WHERE V.INV_ID = VI.INV_ID
                     AND VI.ITEM_ID = I.ITEM_ID
                     AND V.CUST_ID = :AGESNAP-CUST-ID
                     AND SUBSTR(V.INVDATE, 1, 7) = :wc-mc-period
           END-EXEC

           EXEC SQL
               INSERT INTO AGESNAP
               VALUES ( :AGESNAP-PERIOD,
                         :AGESNAP-CUST-ID,
                         :AGESNAP-BUCKCUR,
                         :AGESNAP-BUCK30,
                         :AGESNAP-BUCK60,
                         :AGESNAP-BUCK90,
                         :AGESNAP-BUCKOLD,
                         :AGESNAP-MONTHREV)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in AGESNAP �r felt'
           ELSE
               ADD 1 TO wn-as-snap-count
           END-IF

           MOVE ZERO TO AGESNAP-BUCKCUR AGESNAP-BUCK30
                        AGESNAP-BUCK60 AGESNAP-BUCK90
                        AGESNAP-BUCKOLD
           .

      **********************************************************
      *    The kundreskontra against the receivables account of the
      *    SIE file just written, per legal entity (PbsRecn, report
      *    under data/avstamning). The period may close when every
      *    difference has its cause; a difference no cause explains
      *    holds the close until a supervisor signs it off with a
      *    reason - the sign-off lasts while the unexplained amount
      *    stays the same.
       X0427-reconcile-ledger.

           MOVE 'N' TO wc-rc-close-ok
           INITIALIZE RECONREQ
           MOVE wc-mc-period TO RECONREQ-PERIOD

           CALL 'PbsRecn' USING RECONREQ

           EVALUATE TRUE
               WHEN RECONREQ-AGREED
                   DISPLAY 'Reskontran �r avst�md mot huvudboken.'
                   DISPLAY 'Rapport: '
                       FUNCTION TRIM(RECONREQ-FILENAME)
                   MOVE 'J' TO wc-rc-close-ok
               WHEN RECONREQ-OPEN
                   MOVE RECONREQ-UNEXPLAINED TO wn-rc-amount-ed
                   DISPLAY 'Of�rklarad differens mot huvudboken: '
                       wn-rc-amount-ed
                   DISPLAY 'Rapport: '
                       FUNCTION TRIM(RECONREQ-FILENAME)
                   IF wn-current-role < 2
                       DISPLAY 'Perioden kan inte st�ngas f�rr�n '
                           'en arbetsledare har godk�nt '
                           'differensen.'
                   ELSE
                       PERFORM X0428-sign-off-difference
                   END-IF
               WHEN OTHER
                   DISPLAY 'Avst�mningen kunde inte g�ras - '
                       'perioden st�ngs inte.'
           END-EVALUATE
           .

      **********************************************************
      *    A supervisor's sign-off of the period's unexplained
      *    difference: the reason is mandatory and, with the
      *    signer and the time, goes on every ARRECON row of the
      *    period still awaiting it and into the audit trail.
       X0428-sign-off-difference.

           DISPLAY 'Godk�nn differensen och st�ng perioden (J/N): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-rc-answer
           ACCEPT wc-rc-answer
           IF wc-rc-answer NOT = 'J' AND wc-rc-answer NOT = 'j'
               DISPLAY 'Perioden st�ngs inte.'
           ELSE
               DISPLAY 'Orsak: ' WITH NO ADVANCING
               MOVE SPACE TO wc-rc-reason
               ACCEPT wc-rc-reason
               IF wc-rc-reason = SPACE
                   DISPLAY 'Orsak m�ste anges, '
                       'perioden st�ngs inte.'
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO wc-audit-now
                   MOVE SPACE TO ARRECON-SIGNTIME
                   STRING wc-audit-now(1:4) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       wc-audit-now(5:2) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       wc-audit-now(7:2) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       wc-audit-now(9:2) DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       wc-audit-now(11:2) DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       wc-audit-now(13:2) DELIMITED BY SIZE
                       INTO ARRECON-SIGNTIME
                   END-STRING
                   MOVE wc-mc-period TO ARRECON-PERIOD
                   MOVE wc-current-operator TO ARRECON-SIGNEDBY-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       wc-current-operator))
                       TO ARRECON-SIGNEDBY-LEN
                   MOVE wc-rc-reason TO ARRECON-REASON-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-rc-reason))
                       TO ARRECON-REASON-LEN

                   EXEC SQL
                       UPDATE TUTORIAL.ARRECON
                           SET STATE = 2,
                               SIGNEDBY = :ARRECON-SIGNEDBY,
                               SIGNTIME = :ARRECON-SIGNTIME,
                               REASON = :ARRECON-REASON
                           WHERE PERIOD = :ARRECON-PERIOD
                             AND STATE = 1
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY ' Update i ARRECON �r felt'
                   ELSE
                       MOVE 'ARRECON' TO wc-audit-table
                       MOVE ZERO TO wn-audit-rowkey
                       MOVE 'SIGNOFF' TO wc-audit-field
                       MOVE wn-rc-amount-ed TO wc-audit-old
                       MOVE wc-rc-reason TO wc-audit-new
                       PERFORM Y0300-write-audit
                       MOVE 'J' TO wc-rc-close-ok
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
      *    Locks the reconciled period in PERCLOSE and freezes its
      *    aging picture.
       X0429-lock-period.

           MOVE FUNCTION CURRENT-DATE TO wc-audit-now
           MOVE SPACE TO PERCLOSE-CLOSETIME
           STRING wc-audit-now(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               wc-audit-now(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               wc-audit-now(7:2) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               wc-audit-now(9:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               wc-audit-now(11:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               wc-audit-now(13:2) DELIMITED BY SIZE
               INTO PERCLOSE-CLOSETIME
           END-STRING
           MOVE wc-current-operator TO PERCLOSE-OPERATOR-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-current-operator))
               TO PERCLOSE-OPERATOR-LEN

           EXEC SQL
               INSERT INTO PERCLOSE
               VALUES ( :PERCLOSE-PERIOD,
                         :PERCLOSE-CLOSETIME,
                         :PERCLOSE-OPERATOR)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert i PERCLOSE �r felt'
           ELSE
               MOVE 'PERCLOSE' TO wc-audit-table
               MOVE ZERO TO wn-audit-rowkey
               MOVE 'CLOSE' TO wc-audit-field
               MOVE SPACE TO wc-audit-old
               MOVE wc-mc-period TO wc-audit-new
               PERFORM Y0300-write-audit

               DISPLAY 'Perioden ' wc-mc-period
                   ' �r st�ngd och l�st.'

      *        the month's receivables picture, frozen
      *        while it is still true
               PERFORM X0424-store-aging-snapshot
           END-IF
           .

      **********************************************************
       X0422-verify-days-closed.

           COMPUTE wn-mc-year =
               FUNCTION NUMVAL(wc-mc-period(1:4))
           COMPUTE wn-mc-month =
               FUNCTION NUMVAL(wc-mc-period(6:2))

           MOVE SPACE TO wc-mc-buffer
           MOVE wn-mc-year TO wc-mc-buffer(1:4)
           MOVE wn-mc-month TO wc-mc-buffer(5:2)
           MOVE '01' TO wc-mc-buffer(7:2)
           COMPUTE wn-mc-start-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(wc-mc-buffer))

           IF wn-mc-month = 12
               ADD 1 TO wn-mc-year
               MOVE 1 TO wn-mc-month
           ELSE
               ADD 1 TO wn-mc-month
           END-IF
           MOVE wn-mc-year TO wc-mc-buffer(1:4)
           MOVE wn-mc-month TO wc-mc-buffer(5:2)
           MOVE '01' TO wc-mc-buffer(7:2)
           COMPUTE wn-mc-end-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(wc-mc-buffer)) - 1

           COMPUTE wn-mc-days-in-month =
               wn-mc-end-int - wn-mc-start-int + 1

           MOVE ZERO TO wn-mc-closed-days
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-mc-closed-days
                   FROM DAYCLOSE
                   WHERE SUBSTR(CLOSEDATE, 1, 7) = :wc-mc-period
           END-EXEC
           .

      **********************************************************
       X0180-export-customer-history.

      *    nightly extract: one flat file per customer under
      *    data/export/<CUSTNO>.txt, mirroring the fields in
      *    INVOICE.CPY and INVITEM.CPY/ITEM.CPY, so a future
      *    customer-portal project has something to read instead of
      *    querying TUTORIAL directly. Written by PbsHist from the
      *    job queue - a blank parameter exports every customer
           MOVE 'HISTORIK' TO wc-job-type
           MOVE SPACE TO wc-job-param
           PERFORM Y0380-queue-job
           .

      **********************************************************
       X0210-repair-rejected-records.

      *    lists the rows PbsRead rejected into data/feldata.txt,
      *    lets the operator correct the offending field and applies
      *    the corrected record against the database under the same
      *    rules the intake validation chain enforces (PbsRead's
      *    220-CHECK-FAKTURA-SUM, 225-CHECK-FAKTNR-RANGE and the
      *    artikelsumma check in 130-ARTIKEL-POST) - so a mistyped
      *    amount no longer means asking the customer to resend the
      *    whole file. A mended row is removed from feldata.txt.
           PERFORM X0211-load-feldata

           IF wn-feldata-count = ZERO
               DISPLAY 'Inga avvisade poster i feldata.'
           ELSE
               DISPLAY HEADLINE
               DISPLAY 'AVVISADE POSTER'
               DISPLAY HEADLINE
               PERFORM VARYING wn-feldata-idx FROM 1 BY 1
                   UNTIL wn-feldata-idx > wn-feldata-count
                   DISPLAY wn-feldata-idx '|'
                       wc-feldata-reason (wn-feldata-idx) '|'
                       wc-feldata-data (wn-feldata-idx) (1:40)
               END-PERFORM

               DISPLAY 'Post att reparera (0=avbryt): '
                   WITH NO ADVANCING
               MOVE ZERO TO wn-repair-pick
               ACCEPT wn-repair-pick

               IF wn-repair-pick > ZERO AND
                  wn-repair-pick NOT > wn-feldata-count
                   MOVE 'N' TO wc-repair-done-switch
                   MOVE wc-feldata-data (wn-repair-pick)
                       TO WR-REPAIR-RECORD

                   EVALUATE WR-REPAIR-RECORD(1:2)
                       WHEN '20'
                           PERFORM X0212-repair-faktura
                       WHEN '30'
                           PERFORM X0214-repair-artikel
                       WHEN '40'
                           DISPLAY 'Kreditposter r�ttas enklast via '
                               'meny 24 (kreditera faktura).'
                       WHEN OTHER
                           DISPLAY 'Endast faktura- och artikelposter '
                               'kan repareras h�r - strukturfel i '
                               'filen kr�ver oms�ndning.'
                   END-EVALUATE

                   IF is-repair-done
                       PERFORM X0216-rewrite-feldata
                       MOVE 'FELDATA' TO wc-audit-table
                       MOVE wn-repair-pick TO wn-audit-rowkey
                       MOVE 'REPAIR' TO wc-audit-field
                       MOVE wc-feldata-reason (wn-repair-pick)
                           TO wc-audit-old
                       MOVE WR-REPAIR-RECORD(1:60) TO wc-audit-new
                       PERFORM Y0300-write-audit
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       X0211-load-feldata.

           MOVE ZERO TO wn-feldata-count
           OPEN INPUT FELDATA
           IF FELDATA-SUCCESSFUL
               PERFORM UNTIL wn-feldata-count >= 200
                   READ FELDATA
                       AT END EXIT PERFORM
                   END-READ
                   ADD 1 TO wn-feldata-count
                   MOVE FELDATA-REASON
                       TO wc-feldata-reason (wn-feldata-count)
                   MOVE FELDATA-ROW
                       TO wc-feldata-data (wn-feldata-count)
               END-PERFORM
           END-IF
           CLOSE FELDATA
           .

      **********************************************************
       X0212-repair-faktura.

      *    correct FAKTSUM and/or FAKTNR on a rejected fakturapost,
      *    then re-validate against the database: the invoice's
      *    stored item total must match the corrected FAKTSUM (the
      *    rule 220-CHECK-FAKTURA-SUM enforces at intake) and the
      *    corrected FAKTNR must sit in the customer's assigned
      *    number series (225-CHECK-FAKTNR-RANGE). On success the
      *    error-flagged invoice is released back to PENDING under
      *    its corrected number.
           DISPLAY 'Fakturanr   [' FAKTNR-R20 '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:16) TO FAKTNR-R20
           END-IF

           DISPLAY 'Fakturasumma [' FAKTSUM-R20 '] : '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:8) TO FAKTSUM-R20
           END-IF

           DISPLAY 'Kundnummer (CUSTNO): ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer TO CUSTOMER-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
               TO CUSTOMER-CUSTNO-LEN

           EXEC SQL
               SELECT CUST_ID, INVNOMIN, INVNOMAX
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-INVNOMIN,
                        :CUSTOMER-INVNOMAX
                   FROM CUSTOMER
                   WHERE CUSTNO = :CUSTOMER-CUSTNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunden hittades inte.'
           ELSE
      *        same rule as PbsRead's 225-CHECK-FAKTNR-RANGE
               IF CUSTOMER-INVNOMIN NOT = ZERO OR
                  CUSTOMER-INVNOMAX NOT = ZERO
                   IF FAKTNR-R20 NOT NUMERIC
                       DISPLAY 'Fakturanummer �r inte numeriskt.'
                   ELSE
                       IF FUNCTION NUMVAL(FAKTNR-R20)
                              < CUSTOMER-INVNOMIN OR
                          FUNCTION NUMVAL(FAKTNR-R20)
                              > CUSTOMER-INVNOMAX
                           DISPLAY 'Fakturanummer utanf�r kundens '
                               'serie.'
                       ELSE
                           PERFORM X0213-release-repaired-invoice
                       END-IF
                   END-IF
               ELSE
                   PERFORM X0213-release-repaired-invoice
               END-IF
           END-IF
           .

      **********************************************************
       X0213-release-repaired-invoice.

      *    the rejected faktura was stored at intake (error-flagged
      *    INVSTATE 99 by a failed sum check, or still PENDING after
      *    a rejected number) - find it under its original number
           MOVE SPACE TO INVOICE-INVNO-TEXT
           MOVE wc-feldata-data (wn-repair-pick) (43:16)
               TO INVOICE-INVNO-TEXT(1:16)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(INVOICE-INVNO-TEXT))
               TO INVOICE-INVNO-LEN

           EXEC SQL
               SELECT INV_ID, INVSTATE
                   INTO :wn-repair-inv-id, :INVOICE-INVSTATE
                   FROM INVOICE
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
                     AND INVNO = :INVOICE-INVNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Fakturan finns inte i databasen - hela filen '
                   'avvisades och m�ste s�ndas om.'
           ELSE
               IF NOT INVOICE-INVSTATE-PENDING AND
                  NOT INVOICE-INVSTATE-REJECTED
                   DISPLAY 'Fakturan �r redan utskriven eller '
                       'slutbehandlad - kan inte repareras.'
               ELSE
      *            same rule as PbsRead's 220-CHECK-FAKTURA-SUM,
      *            applied against the stored item rows
                   MOVE ZERO TO wn-repair-item-sum
                   EXEC SQL
                       SELECT SUM(ITEM.QTY * ITEM.PRICE)
                           INTO :wn-repair-item-sum
                           FROM ITEM, INVITEM
                           WHERE INVITEM.INV_ID = :wn-repair-inv-id
                             AND ITEM.ITEM_ID = INVITEM.ITEM_ID
                   END-EXEC

                   IF FAKTSUM-R20 NOT NUMERIC
                       DISPLAY 'Fakturasumman �r inte numerisk.'
                   ELSE
                    IF FUNCTION NUMVAL(FAKTSUM-R20)
                          NOT = wn-repair-item-sum
                       DISPLAY 'Fakturasumman st�mmer inte med '
                           'artikelraderna: ' wn-repair-item-sum
                    ELSE
                       MOVE FUNCTION TRIM(FAKTNR-R20)
                           TO INVOICE-INVNO-TEXT
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(FAKTNR-R20))
                           TO INVOICE-INVNO-LEN
                       EXEC SQL
                           UPDATE INVOICE
                           SET INVSTATE = 0,
                               INVNO = :INVOICE-INVNO
                           WHERE INV_ID = :wn-repair-inv-id
                       END-EXEC

                       IF SQLCODE NOT = ZERO
                           DISPLAY ' Update SQL sats in INVOICE'
                               ' table �r felt'
                       ELSE
                           SET is-repair-done TO TRUE
                           DISPLAY 'Fakturan �r r�ttad.'
                       END-IF
                    END-IF
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       X0214-repair-artikel.

      *    correct an artikelpost whose SUMMA failed the
      *    ARTANT * ARTPRS check at intake (130-ARTIKEL-POST) - the
      *    item row was never stored, so once the corrected record
      *    passes the same check it is attached to its invoice
           DISPLAY 'Antal  [' ARTANT-R30 '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:4) TO ARTANT-R30
           END-IF

           DISPLAY 'Pris   [' ARTPRS-R30 '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:6) TO ARTPRS-R30
           END-IF

           DISPLAY 'Summa  [' SUMMA-R30 '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer(1:9) TO SUMMA-R30
           END-IF

      *    same rule as the artikelsumma check in 130-ARTIKEL-POST
           COMPUTE wn-repair-art-sum =
               FUNCTION NUMVAL(ARTANT-R30) * FUNCTION NUMVAL(ARTPRS-R30)

           IF wn-repair-art-sum NOT = FUNCTION NUMVAL(SUMMA-R30)
               DISPLAY 'Artikelsumman st�mmer fortfarande inte: '
                   wn-repair-art-sum
           ELSE
               DISPLAY 'Kundnummer (CUSTNO): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE wc-edit-buffer TO CUSTOMER-CUSTNO-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO CUSTOMER-CUSTNO-LEN

               DISPLAY 'Fakturanummer (INVNO): ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION TRIM(wc-edit-buffer)
                   TO INVOICE-INVNO-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO INVOICE-INVNO-LEN

               EXEC SQL
                   SELECT V.INV_ID, V.INVSTATE, V.VAT
                       INTO :wn-repair-inv-id, :INVOICE-INVSTATE,
                            :INVOICE-VAT
                       FROM TUTORIAL.INVOICE V, TUTORIAL.CUSTOMER C
                       WHERE V.CUST_ID = C.CUST_ID
                         AND C.CUSTNO = :CUSTOMER-CUSTNO
                         AND V.INVNO = :INVOICE-INVNO
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Fakturan hittades inte.'
               ELSE
                   IF NOT INVOICE-INVSTATE-PENDING AND
                      NOT INVOICE-INVSTATE-REJECTED
                       DISPLAY 'Fakturan �r redan utskriven - '
                           'artikelraden kan inte l�ggas till.'
                   ELSE
                       PERFORM X0215-attach-repaired-item
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       X0215-attach-repaired-item.

           MOVE FUNCTION TRIM(BESKRIV-R30) TO ITEM-DESCRIPTION-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(BESKRIV-R30))
               TO ITEM-DESCRIPTION-LEN
           MOVE FUNCTION TRIM(ARTNR-R30) TO ITEM-ARTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ARTNR-R30))
               TO ITEM-ARTNO-LEN
           MOVE 2 TO ITEM-UNITDESC-LEN
           MOVE 'ST' TO ITEM-UNITDESC-TEXT
           MOVE FUNCTION NUMVAL(ARTANT-R30) TO ITEM-QTY
           MOVE FUNCTION NUMVAL(ARTPRS-R30) TO ITEM-PRICE
           MOVE INVOICE-VAT TO ITEM-VAT

           MOVE 'ITEM' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO ITEM-ITEM-ID
           ADD 1 TO ITEM-ITEM-ID

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
                   VALUES ( :wn-repair-inv-id, :ITEM-ITEM-ID)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in INVITEM table �r felt'
               ELSE
      *            a sum-flagged invoice gets another look by the
      *            operator through menu 78 once its rows are whole
                   EXEC SQL
                       UPDATE INVOICE
                       SET INVSTATE = 0
                       WHERE INV_ID = :wn-repair-inv-id
                         AND INVSTATE = 99
                   END-EXEC
                   SET is-repair-done TO TRUE
                   DISPLAY 'Artikelraden �r tillagd p� fakturan.'
               END-IF
           END-IF
           .

      **********************************************************
       X0216-rewrite-feldata.

      *    write feldata.txt back without the mended row, so the
      *    list shrinks as errors are worked off
           OPEN OUTPUT FELDATA
           PERFORM VARYING wn-feldata-idx FROM 1 BY 1
               UNTIL wn-feldata-idx > wn-feldata-count
               IF wn-feldata-idx NOT = wn-repair-pick
                   MOVE wc-feldata-reason (wn-feldata-idx)
                       TO FELDATA-REASON
                   MOVE wc-feldata-data (wn-feldata-idx)
                       TO FELDATA-ROW
                   WRITE FELDATA-POST
               END-IF
           END-PERFORM
           CLOSE FELDATA
           .

      **********************************************************
       X0220-review-held-invoices.

      *    supervisor review of inbound batches PbsRead parked at
      *    INVSTATE 5 because the file's total exceeded the
      *    customer's APPRLIMIT - released invoices go back to
      *    PENDING for the next print run, rejected ones are
      *    error-flagged (99) for the repair screen and the
      *    customer to sort out
           DISPLAY HEADLINE
           DISPLAY 'PARKERADE FAKTUROR (V�NTAR GODK�NNANDE)'
           DISPLAY HEADLINE
           DISPLAY 'Kundnr        |Fakturanr      |Fakturadatum'

           EXEC SQL
               DECLARE CURS-HELD CURSOR FOR
               SELECT CUSTNO, INVNO, INVDATE
               FROM TUTORIAL.INVOICE
               WHERE INVSTATE = 5
               ORDER BY CUSTNO, INVNO
           END-EXEC

           EXEC SQL
               OPEN CURS-HELD
           END-EXEC

           EXEC SQL
               FETCH CURS-HELD
                   INTO :INVOICE-CUSTNO, :INVOICE-INVNO,
                        :INVOICE-INVDATE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY INVOICE-CUSTNO-TEXT(1:14) '|'
                       INVOICE-INVNO-TEXT(1:15) '|'
                       INVOICE-INVDATE

               EXEC SQL
                   FETCH CURS-HELD
                       INTO :INVOICE-CUSTNO, :INVOICE-INVNO,
                            :INVOICE-INVDATE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-HELD
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Kundnummer (CUSTNO) att hantera (blankt=avbryt): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer TO CUSTOMER-CUSTNO-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO CUSTOMER-CUSTNO-LEN

               DISPLAY 'Frige eller avvisa batchen (F/A): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer

               EVALUATE wc-edit-buffer(1:1)
                   WHEN 'F'
                   WHEN 'f'
      *                the whole batch onto the timeline first -
      *                one history row per parked invoice, from the
      *                same predicate the release below uses
                       PERFORM Y0335-prep-invhist-stamp
                       EXEC SQL
                           INSERT INTO INVHIST
                           SELECT INV_ID, :INVHIST-CHGTIME, 5, 0,
                                  :INVHIST-PROGRAM,
                                  :INVHIST-OPERATOR
                           FROM TUTORIAL.INVOICE
                           WHERE CUSTNO = :CUSTOMER-CUSTNO
                             AND INVSTATE = 5
                       END-EXEC

                       EXEC SQL
                           UPDATE INVOICE
                           SET INVSTATE = 0
                           WHERE CUSTNO = :CUSTOMER-CUSTNO
                             AND INVSTATE = 5
                       END-EXEC
                       IF SQLCODE = ZERO
                           DISPLAY 'Batchen �r frigiven.'
                       ELSE
                           DISPLAY 'Inga parkerade fakturor hittades.'
                       END-IF
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM Y0335-prep-invhist-stamp
                       EXEC SQL
                           INSERT INTO INVHIST
                           SELECT INV_ID, :INVHIST-CHGTIME, 5, 99,
                                  :INVHIST-PROGRAM,
                                  :INVHIST-OPERATOR
                           FROM TUTORIAL.INVOICE
                           WHERE CUSTNO = :CUSTOMER-CUSTNO
                             AND INVSTATE = 5
                       END-EXEC

                       SET INVOICE-INVSTATE-REJECTED TO TRUE
                       EXEC SQL
                           UPDATE INVOICE
                           SET INVSTATE = :INVOICE-INVSTATE
                           WHERE CUSTNO = :CUSTOMER-CUSTNO
                             AND INVSTATE = 5
                       END-EXEC
                       IF SQLCODE = ZERO
                           DISPLAY 'Batchen �r avvisad.'
                       ELSE
                           DISPLAY 'Inga parkerade fakturor hittades.'
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Ogiltigt val, ingen �tg�rd.'
               END-EVALUATE
           END-IF
           .

      **********************************************************
       X0190-maintain-file-schedule.

      *    list and edit the FILESCHED calendar the missing-file
      *    alarm (FileAlarm, menu 39) checks against: one row per
      *    customer with a J/N flag per weekday (m�ndag f�rst) and
      *    the HH:MM cutoff by which the day's file must be in
           DISPLAY HEADLINE
           DISPLAY 'FILKALENDER (V�NTADE FILER)'
           DISPLAY HEADLINE
           DISPLAY 'Kund-ID  |MTOTFLS|Stopptid'

           EXEC SQL
               DECLARE CURS-FILESCHED-L CURSOR FOR
               SELECT CUST_ID, WEEKDAYS, CUTOFF
               FROM TUTORIAL.FILESCHED
               ORDER BY CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-FILESCHED-L
           END-EXEC

           EXEC SQL
               FETCH CURS-FILESCHED-L
                   INTO :FILESCHED-CUST-ID, :FILESCHED-WEEKDAYS,
                        :FILESCHED-CUTOFF
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY FILESCHED-CUST-ID '|' FILESCHED-WEEKDAYS '|'
                       FILESCHED-CUTOFF

               EXEC SQL
                   FETCH CURS-FILESCHED-L
                       INTO :FILESCHED-CUST-ID, :FILESCHED-WEEKDAYS,
                            :FILESCHED-CUTOFF
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-FILESCHED-L
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Kundnummer (CUST_ID) att �ndra (0=avbryt): '
               WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in

           IF wc-custid-in NOT = ZERO
               MOVE wc-custid-in TO CUSTOMER-CUST-ID
               EXEC SQL
                   SELECT CUST_ID
                       INTO :CUSTOMER-CUST-ID
                       FROM CUSTOMER
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kunden hittades inte: ' wc-custid-in
               ELSE
                   DISPLAY 'Veckodagar J/N, m�ndag f�rst (t ex '
                       'JJJJJNN): ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   MOVE wc-edit-buffer(1:7) TO FILESCHED-WEEKDAYS

                   DISPLAY 'Stopptid (TT:MM): ' WITH NO ADVANCING
                   MOVE SPACE TO wc-edit-buffer
                   ACCEPT wc-edit-buffer
                   MOVE wc-edit-buffer(1:5) TO FILESCHED-CUTOFF

                   MOVE wc-custid-in TO FILESCHED-CUST-ID
                   EXEC SQL
                       UPDATE FILESCHED
                       SET WEEKDAYS = :FILESCHED-WEEKDAYS,
                           CUTOFF = :FILESCHED-CUTOFF
                       WHERE CUST_ID = :FILESCHED-CUST-ID
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       EXEC SQL
                           INSERT INTO FILESCHED
                           VALUES ( :FILESCHED-CUST-ID,
                                     :FILESCHED-WEEKDAYS,
                                     :FILESCHED-CUTOFF)
                       END-EXEC
                       IF SQLCODE NOT = ZERO
                           DISPLAY ' Insert SQL sats in FILESCHED'
                               ' table �r felt'
                       END-IF
                   END-IF

                   IF SQLCODE = ZERO
                       DISPLAY 'Filkalendern uppdaterad f�r kund '
                           wc-custid-in
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       X0230-maintain-layout-profile.

      *    per-customer invoice layout: logotype reference, footer
      *    lines and extra text, applied by subinv when rendering
      *    invoices sent in the customer's name (see subinv.CBL
      *    B0250/B0280); blank input on a prompt keeps the old value
           DISPLAY 'Kundnummer (CUST_ID): ' WITH NO ADVANCING
           MOVE ZERO TO wc-custid-in
           ACCEPT wc-custid-in
           MOVE wc-custid-in TO LAYOUTPR-CUST-ID

           MOVE SPACE TO LAYOUTPR-LOGOREF-TEXT LAYOUTPR-FOOTER1-TEXT
                         LAYOUTPR-FOOTER2-TEXT LAYOUTPR-FOOTER3-TEXT
                         LAYOUTPR-EXTRATEXT-TEXT
           MOVE ZERO TO LAYOUTPR-LOGOREF-LEN LAYOUTPR-FOOTER1-LEN
                        LAYOUTPR-FOOTER2-LEN LAYOUTPR-FOOTER3-LEN
                        LAYOUTPR-EXTRATEXT-LEN

           EXEC SQL
               SELECT LOGOREF, FOOTER1, FOOTER2, FOOTER3, EXTRATEXT
                   INTO :LAYOUTPR-LOGOREF, :LAYOUTPR-FOOTER1,
                        :LAYOUTPR-FOOTER2, :LAYOUTPR-FOOTER3,
                        :LAYOUTPR-EXTRATEXT
                   FROM LAYOUTPR
                   WHERE CUST_ID = :LAYOUTPR-CUST-ID
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Befintlig profil uppdateras.'
           ELSE
               DISPLAY 'Ny layoutprofil skapas.'
           END-IF

           DISPLAY 'Logotyp-referens [' LAYOUTPR-LOGOREF-TEXT(1:30)
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer TO LAYOUTPR-LOGOREF-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO LAYOUTPR-LOGOREF-LEN
           END-IF

           DISPLAY 'Fotrad 1 [' LAYOUTPR-FOOTER1-TEXT(1:30)
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer TO LAYOUTPR-FOOTER1-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO LAYOUTPR-FOOTER1-LEN
           END-IF

           DISPLAY 'Fotrad 2 [' LAYOUTPR-FOOTER2-TEXT(1:30)
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer TO LAYOUTPR-FOOTER2-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO LAYOUTPR-FOOTER2-LEN
           END-IF

           DISPLAY 'Fotrad 3 [' LAYOUTPR-FOOTER3-TEXT(1:30)
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer TO LAYOUTPR-FOOTER3-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO LAYOUTPR-FOOTER3-LEN
           END-IF

           DISPLAY 'Extra text [' LAYOUTPR-EXTRATEXT-TEXT(1:30)
               '] : ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer NOT = SPACE
               MOVE wc-edit-buffer TO LAYOUTPR-EXTRATEXT-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                   TO LAYOUTPR-EXTRATEXT-LEN
           END-IF

           EXEC SQL
               UPDATE LAYOUTPR
               SET LOGOREF = :LAYOUTPR-LOGOREF,
                   FOOTER1 = :LAYOUTPR-FOOTER1,
                   FOOTER2 = :LAYOUTPR-FOOTER2,
                   FOOTER3 = :LAYOUTPR-FOOTER3,
                   EXTRATEXT = :LAYOUTPR-EXTRATEXT
               WHERE CUST_ID = :LAYOUTPR-CUST-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               EXEC SQL
                   INSERT INTO LAYOUTPR
                   VALUES ( :LAYOUTPR-CUST-ID,
                             :LAYOUTPR-LOGOREF,
                             :LAYOUTPR-FOOTER1,
                             :LAYOUTPR-FOOTER2,
                             :LAYOUTPR-FOOTER3,
                             :LAYOUTPR-EXTRATEXT)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in LAYOUTPR �r felt'
               END-IF
           END-IF

           IF SQLCODE = ZERO
               DISPLAY 'Layoutprofilen �r sparad: '
                   wc-custid-in
           END-IF
           .

      **********************************************************
       X0240-reprint-whole-run.

      *    re-prints everything a named print run produced - for
      *    when the physical printer chews up a tray. Lists the
      *    PRINTRUN headers and queues the chosen run (or one of
      *    its incidents) for PbsOmtr, which feeds every invoice
      *    back through subinv's single-invoice path under the job
      *    runner's run lock.
           DISPLAY HEADLINE
           DISPLAY 'UTSKRIFTSK�RNINGAR'
           DISPLAY HEADLINE
           DISPLAY 'K�rning  |Startad            |Antal fakturor'

           EXEC SQL
               DECLARE CURS-PRINTRUN CURSOR FOR
               SELECT RUN_ID, STARTTIME, INVCOUNT
               FROM TUTORIAL.PRINTRUN
               ORDER BY RUN_ID DESC
           END-EXEC

           EXEC SQL
               OPEN CURS-PRINTRUN
           END-EXEC

           EXEC SQL
               FETCH CURS-PRINTRUN
                   INTO :PRINTRUN-RUN-ID, :PRINTRUN-STARTTIME,
                        :PRINTRUN-INVCOUNT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY PRINTRUN-RUN-ID '|' PRINTRUN-STARTTIME '|'
                       PRINTRUN-INVCOUNT

               EXEC SQL
                   FETCH CURS-PRINTRUN
                       INTO :PRINTRUN-RUN-ID, :PRINTRUN-STARTTIME,
                            :PRINTRUN-INVCOUNT
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-PRINTRUN
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'K�rning (RUN_ID) att trycka om (0=avbryt): '
               WITH NO ADVANCING
           MOVE ZERO TO wc-runid-in
           ACCEPT wc-runid-in

           IF wc-runid-in = ZERO
               EXIT PARAGRAPH
           END-IF

      *    an incident reprint only takes the incident's invoices
      *    and is not billed to the customer - checked here so a
      *    mistyped incident never reaches the queue
           DISPLAY 'Tryckincident (0=ingen): ' WITH NO ADVANCING
           MOVE ZERO TO wc-incid-in
           ACCEPT wc-incid-in
           IF wc-incid-in NOT = ZERO
               MOVE wc-incid-in TO INCIDENT-INC-ID
               EXEC SQL
                   SELECT RUN_ID
                       INTO :INCIDENT-RUN-ID
                       FROM INCIDENT
                       WHERE INC_ID = :INCIDENT-INC-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'Incidenten finns inte.'
                   EXIT PARAGRAPH
               END-IF
               IF INCIDENT-RUN-ID NOT = wc-runid-in
                   MOVE INCIDENT-RUN-ID TO wn-inc-run-ed
                   DISPLAY 'Incidenten g�ller k�rning '
                       FUNCTION TRIM(wn-inc-run-ed) '.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE wc-runid-in TO wn-job-omtr-run
           MOVE wc-incid-in TO wn-job-omtr-inc
           MOVE 'OMTRYCK' TO wc-job-type
           MOVE wc-job-omtr-param TO wc-job-param
           PERFORM Y0380-queue-job
           .

      **********************************************************
       X0270-run-consistency-check.

      *    runs the nightly consistency sweep on demand - the report
      *    lands in data/konschk_<datum>.txt and the run in RUNLOG.
      *    The sweep reads every table, so it goes through the job
      *    queue rather than holding the menu
           MOVE 'KONTROLL' TO wc-job-type
           MOVE SPACE TO wc-job-param
           PERFORM Y0380-queue-job
           .

      **********************************************************
       X0280-close-day.

      *    formal end-of-day close: flags everything recorded
      *    against an already-closed date since the previous close
      *    (backdated entries), then freezes today's intake count,
      *    printed invoices, payment total and credit total into
      *    DAYCLOSE together with the highest PAYMENT_ID - the
      *    watermark the backdating check uses next time.
           MOVE FUNCTION CURRENT-DATE(1:4) TO wc-close-today(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO wc-close-today(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO wc-close-today(9:2)
           MOVE '-' TO wc-close-today(5:1) wc-close-today(8:1)

           EXEC SQL
               SELECT CLOSEDATE, MAXPAYID
                   INTO :DAYCLOSE-CLOSEDATE, :DAYCLOSE-MAXPAYID
                   FROM DAYCLOSE
                   WHERE CLOSEDATE =
                       (SELECT MAX(CLOSEDATE) FROM DAYCLOSE)
           END-EXEC

           IF SQLCODE = ZERO
               IF DAYCLOSE-CLOSEDATE = wc-close-today
                   DISPLAY 'Dagen �r redan avslutad.'
               ELSE
                   PERFORM X0282-flag-backdated-entries
                   PERFORM X0284-freeze-day
               END-IF
           ELSE
               PERFORM X0284-freeze-day
           END-IF
           .

      **********************************************************
       X0282-flag-backdated-entries.

      *    payments recorded after the previous close but dated on
      *    or before its date drifted the frozen numbers - show
      *    them so the morning report explains itself
           MOVE ZERO TO wn-close-backdated

           EXEC SQL
               DECLARE CURS-BACKDATED CURSOR FOR
               SELECT P.PAYMENT_ID, P.PAYDATE, P.AMOUNT
               FROM TUTORIAL.PAYMENT P
               WHERE P.PAYMENT_ID > :DAYCLOSE-MAXPAYID
                 AND P.PAYDATE <= :DAYCLOSE-CLOSEDATE
           END-EXEC

           EXEC SQL
               OPEN CURS-BACKDATED
           END-EXEC

           EXEC SQL
               FETCH CURS-BACKDATED
                   INTO :PAYMENT-PAYMENT-ID, :PAYMENT-PAYDATE,
                        :PAYMENT-AMOUNT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF wn-close-backdated = ZERO
                   DISPLAY HEADLINE
                   DISPLAY 'EFTERREGISTRERADE BETALNINGAR SEDAN '
                       'F�RRA AVSLUTET:'
               END-IF
               ADD 1 TO wn-close-backdated
               DISPLAY PAYMENT-PAYMENT-ID '|' PAYMENT-PAYDATE '|'
                   PAYMENT-AMOUNT

               EXEC SQL
                   FETCH CURS-BACKDATED
                       INTO :PAYMENT-PAYMENT-ID, :PAYMENT-PAYDATE,
                            :PAYMENT-AMOUNT
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-BACKDATED
           END-EXEC

           IF wn-close-backdated = ZERO
               DISPLAY 'Inga efterregistrerade betalningar.'
           END-IF
           .

      **********************************************************
       X0284-freeze-day.

           MOVE wc-close-today TO DAYCLOSE-CLOSEDATE

           MOVE ZERO TO DAYCLOSE-INTAKECNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :DAYCLOSE-INTAKECNT
                   FROM INLOG
                   WHERE PROCDATE = :wc-close-today
           END-EXEC

           MOVE ZERO TO DAYCLOSE-PRINTCNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :DAYCLOSE-PRINTCNT
                   FROM OUTLOG
                   WHERE PRINTDATE = :wc-close-today
                     AND SUCCESS = 1
           END-EXEC

           MOVE ZERO TO DAYCLOSE-PAYTOTAL
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
                   INTO :DAYCLOSE-PAYTOTAL
                   FROM PAYMENT
                   WHERE PAYDATE = :wc-close-today
           END-EXEC

           MOVE ZERO TO DAYCLOSE-CREDITTOTAL
           EXEC SQL
               SELECT COALESCE(SUM(I.QTY * I.PRICE), 0)
                   INTO :DAYCLOSE-CREDITTOTAL
                   FROM TUTORIAL.INVOICE V, TUTORIAL.INVITEM VI,
                        TUTORIAL.ITEM I
                   WHERE V.INV_ID = VI.INV_ID
                     AND VI.ITEM_ID = I.ITEM_ID
                     AND V.INVDATE = :wc-close-today
                     AND V.CREDITOF > 0
           END-EXEC

           MOVE ZERO TO DAYCLOSE-MAXPAYID
           EXEC SQL
               SELECT COALESCE(MAX(PAYMENT_ID), 0)
                   INTO :DAYCLOSE-MAXPAYID
                   FROM PAYMENT
           END-EXEC

           MOVE FUNCTION CURRENT-DATE TO wc-runlog-now
           MOVE SPACE TO DAYCLOSE-CLOSETIME
           STRING wc-runlog-now(1:4)  DELIMITED BY SIZE
               '-'                   DELIMITED BY SIZE
               wc-runlog-now(5:2)    DELIMITED BY SIZE
               '-'                   DELIMITED BY SIZE
               wc-runlog-now(7:2)    DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               wc-runlog-now(9:2)    DELIMITED BY SIZE
               ':'                   DELIMITED BY SIZE
               wc-runlog-now(11:2)   DELIMITED BY SIZE
               ':'                   DELIMITED BY SIZE
               wc-runlog-now(13:2)   DELIMITED BY SIZE
               INTO DAYCLOSE-CLOSETIME
           END-STRING

           MOVE wc-current-operator TO DAYCLOSE-OPERATOR-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-current-operator))
               TO DAYCLOSE-OPERATOR-LEN

           EXEC SQL
               INSERT INTO DAYCLOSE
               VALUES ( :DAYCLOSE-CLOSEDATE,
                         :DAYCLOSE-INTAKECNT,
                         :DAYCLOSE-PRINTCNT,
                         :DAYCLOSE-PAYTOTAL,
                         :DAYCLOSE-CREDITTOTAL,
                         :DAYCLOSE-MAXPAYID,
                         :DAYCLOSE-CLOSETIME,
                         :DAYCLOSE-OPERATOR)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in DAYCLOSE �r felt'
           ELSE
               DISPLAY HEADLINE
               DISPLAY 'DAGSAVSLUT ' wc-close-today
               DISPLAY HEADLINE
               DISPLAY 'Inl�sta filer/poster:  ' DAYCLOSE-INTAKECNT
               DISPLAY 'Utskrivna fakturor:    ' DAYCLOSE-PRINTCNT
               DISPLAY 'Betalningar totalt:    ' DAYCLOSE-PAYTOTAL
               DISPLAY 'Krediteringar totalt:  ' DAYCLOSE-CREDITTOTAL
               DISPLAY 'Dagen �r avslutad.'
           END-IF
           .

      **********************************************************
       X0290-restore-from-archive.

      *    hands over to the restore program, which reads the dated
      *    archive files the purge wrote and re-imports selected
      *    rows - one invoice, one customer or everything
           DISPLAY 'Startar �terl�sningen fr�n arkivet...'
           CALL 'PbsRest'
           DISPLAY '�terl�sningen �r klar.'
           .

      **********************************************************
       X0300-refresh-payment-scores.

      *    refreshes every debtor's payment profile - average days
      *    to payment, reminders needed, and the 1/2/3 score the
      *    aging report and dunning letters read
           DISPLAY 'Uppdaterar betalningsprofiler...'
           CALL 'PayScore'
           DISPLAY 'Profilerna �r uppdaterade.'
           .

      **********************************************************
       X0310-process-acknowledgements.

      *    reads the acknowledgement file every print house in the
      *    PRHOUSE register returns (filename|checksum per line) and
      *    confirms the matching MANIFEST rows; a checksum mismatch
      *    or an unknown file raises an alert through PbsAlrt, the
      *    same channel PbsRead's 198-ALERT-ONCALL uses for
      *    intake failures. with no house registered the main house
      *    HUVUD is read from data/ack.txt
           MOVE ZERO TO wn-ack-confirmed wn-ack-mismatch
           MOVE ZERO TO wn-ph-house-count

           EXEC SQL
               DECLARE CURS-ACK-HOUSES CURSOR FOR
               SELECT HOUSE, ACKFILE
               FROM TUTORIAL.PRHOUSE
               ORDER BY HOUSE
           END-EXEC

           EXEC SQL
               OPEN CURS-ACK-HOUSES
           END-EXEC

           EXEC SQL
               FETCH CURS-ACK-HOUSES
                   INTO :PRHOUSE-HOUSE, :PRHOUSE-ACKFILE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-ph-house-count
               MOVE PRHOUSE-HOUSE TO wc-ph-house
               MOVE PRHOUSE-ACKFILE TO wc-ack-filename
               PERFORM X0311-read-house-ack-file

               EXEC SQL
                   FETCH CURS-ACK-HOUSES
                       INTO :PRHOUSE-HOUSE, :PRHOUSE-ACKFILE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-ACK-HOUSES
           END-EXEC

           IF wn-ph-house-count = ZERO
               MOVE 'HUVUD' TO wc-ph-house
               MOVE 'data/ack.txt' TO wc-ack-filename
               PERFORM X0311-read-house-ack-file
           END-IF

           DISPLAY 'Bekr�ftade manifest:  ' wn-ack-confirmed
           DISPLAY 'Avvikande kvittenser: ' wn-ack-mismatch
           .

      **********************************************************
       X0311-read-house-ack-file.

           MOVE 'N' TO wc-ack-eof-switch

           OPEN INPUT ACKDATA
           IF NOT ACKFIL-SUCCESSFUL
               DISPLAY 'Ingen kvittensfil (' FUNCTION TRIM(
                   wc-ack-filename) ') fr�n ' wc-ph-house
               SET is-ack-eof TO TRUE
           ELSE
               READ ACKDATA AT END SET is-ack-eof TO TRUE END-READ
           END-IF

           PERFORM UNTIL is-ack-eof

               PERFORM X0312-confirm-one-ack

               READ ACKDATA AT END SET is-ack-eof TO TRUE END-READ

           END-PERFORM

           CLOSE ACKDATA
           .

      **********************************************************
       X0312-confirm-one-ack.

           MOVE FUNCTION TRIM(ACK-FILENAME)
               TO MANIFEST-FILENAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ACK-FILENAME))
               TO MANIFEST-FILENAME-LEN

      *    the latest unconfirmed manifest row for the file that
      *    went to this house - rows from before the register have
      *    no house and are matched by whichever house acknowledges
           MOVE wc-ph-house TO MANIFEST-HOUSE
           EXEC SQL
               SELECT MANIF_ID, CHECKSUM
                   INTO :MANIFEST-MANIF-ID, :MANIFEST-CHECKSUM
                   FROM MANIFEST
                   WHERE FILENAME = :MANIFEST-FILENAME
                     AND CONFIRMED = 0
                     AND MANIF_ID =
                         (SELECT MAX(MANIF_ID) FROM MANIFEST
                              WHERE FILENAME = :MANIFEST-FILENAME
                                AND CONFIRMED = 0
                                AND (HOUSE = :MANIFEST-HOUSE
                                     OR HOUSE = ' '))
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO wn-ack-mismatch
               MOVE 'KVITTENS UTAN MANIFEST' TO wc-ack-reason
               PERFORM X0314-raise-ack-alert
           ELSE
               IF MANIFEST-CHECKSUM = ACK-CHECKSUM
                   EXEC SQL
                       UPDATE MANIFEST
                       SET CONFIRMED = 1
                       WHERE MANIF_ID = :MANIFEST-MANIF-ID
                   END-EXEC
                   ADD 1 TO wn-ack-confirmed
               ELSE
                   ADD 1 TO wn-ack-mismatch
                   MOVE 'KVITTENSENS KONTROLLSUMMA AVVIKER'
                       TO wc-ack-reason
                   PERFORM X0314-raise-ack-alert
               END-IF
           END-IF
           .

      **********************************************************
       X0314-raise-ack-alert.

           INITIALIZE ALRTREQ
           SET ALRTREQ-RAISE TO TRUE
           MOVE 'pbs' TO ALRTREQ-SOURCE
           SET ALRTREQ-WARNING TO TRUE
           MOVE ACK-FILENAME TO ALRTREQ-OBJECT
           MOVE wc-ack-reason TO ALRTREQ-REASON
           CALL 'PbsAlrt' USING ALRTREQ

           DISPLAY '*** LARM: ' wc-ack-reason(1:40) ': '
               ACK-FILENAME
           .

      **********************************************************
       X0350-run-anonymization.

      *    runs the GDPR anonymization batch - debtors whose every
      *    invoice is closed and older than the retention period get
      *    their identities overwritten, amounts untouched; what was
      *    anonymized is logged in data/anonlog.txt. Run by the
      *    job queue with the years as its parameter
           DISPLAY 'Gallringstid i �r (blankt = 7): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-anon-years
           ACCEPT wc-anon-years

           MOVE 'ANONYM' TO wc-job-type
           MOVE wc-anon-years TO wc-job-param
           PERFORM Y0380-queue-job
           .

      **********************************************************
       X0520-subject-access-extract.

      *    GDPR registerutdrag - everything held on one person,
      *    asked for under a personnummer or found by debtor id,
      *    written to data/utdrag by PbsUtdr and logged in SARLOG
      *    with the day and the operator. A legal hold on the
      *    person stops it; the administrator may release it past
      *    the hold once the case has been weighed.
           INITIALIZE SARREQ
           MOVE wc-current-operator TO SARREQ-OPERATOR

           DISPLAY 'Personnummer ��MMDDNNNN (blankt = g.nr): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           IF wc-edit-buffer(7:1) = '-'
               STRING wc-edit-buffer(1:6) DELIMITED BY SIZE
                      wc-edit-buffer(8:4) DELIMITED BY SIZE
                      INTO SARREQ-ORGNO
               END-STRING
           ELSE
               MOVE wc-edit-buffer(1:10) TO SARREQ-ORGNO
           END-IF

           IF SARREQ-ORGNO = SPACE
               DISPLAY 'G�lden�rsnummer (DEBT_ID): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               IF FUNCTION TRIM(wc-edit-buffer) = SPACE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE SARREQ-DEBT-ID =
                   FUNCTION NUMVAL(wc-edit-buffer)
           END-IF

           CALL 'PbsUtdr' USING SARREQ

           IF SARREQ-HELD
               DISPLAY 'Personen omfattas av r�ttslig sp�rr: '
                   SARREQ-CASEREF
               DISPLAY 'L�mna ut utdraget �nd� (J/N): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-sar-confirm
               ACCEPT wc-sar-confirm
               IF wc-sar-confirm = 'J' OR wc-sar-confirm = 'j'
                   MOVE 'J' TO SARREQ-HOLD-OK
                   CALL 'PbsUtdr' USING SARREQ
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN SARREQ-DONE
                   DISPLAY 'Registerutdrag skrivet: '
                       FUNCTION TRIM(SARREQ-FILENAME)
                   DISPLAY 'G�lden�rsnummer: ' SARREQ-DEBT-COUNT
                       '  fakturor: ' SARREQ-INV-COUNT
                       '  rader: ' SARREQ-LINE-COUNT
               WHEN SARREQ-NOT-FOUND
                   DISPLAY 'Ingen g�lden�r hittades - '
                       'beg�ran �r loggad.'
               WHEN SARREQ-HELD
                   DISPLAY 'Inget utdrag - beg�ran �r loggad '
                       'som stoppad av sp�rren.'
               WHEN OTHER
                   DISPLAY 'Utdraget kunde inte skrivas - '
                       'beg�ran �r loggad.'
           END-EVALUATE
           .

      **********************************************************
       X0530-encrypt-personnummer.

      *    one-off conversion of the personnummer still stored in
      *    clear - DEBTOR, EFREG, SARLOG and HUSAVDR rows from
      *    before the register kept them encrypted. A stored number
      *    starts with '#' and is left alone, so the run may be
      *    repeated. HUSAVDR keeps the century after the stored form.
      *    Without the key file nothing is touched.
           MOVE ZERO TO wn-pnr-converted
           MOVE 'N' TO wc-pnr-nokey-flag

           EXEC SQL
               DECLARE CURS-PNRDEBT CURSOR FOR
               SELECT DEBT_ID, ORGNO
               FROM TUTORIAL.DEBTOR
               WHERE ORGNO IS NOT NULL
                 AND ORGNO <> ' '
                 AND ORGNO NOT LIKE '#%'
               ORDER BY DEBT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-PNRDEBT
           END-EXEC

           EXEC SQL
               FETCH CURS-PNRDEBT
                   INTO :DEBTOR-DEBT-ID, :DEBTOR-ORGNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                   OR wc-pnr-nokey-flag = 'Y'

               MOVE DEBTOR-ORGNO TO PNRREQ-IN
               PERFORM Y0360-encrypt-pnr
               IF PNRREQ-NO-KEY
                   MOVE 'Y' TO wc-pnr-nokey-flag
               ELSE
                   IF wc-pnr-stored NOT = DEBTOR-ORGNO
                       MOVE wc-pnr-stored TO DEBTOR-ORGNO
                       EXEC SQL
                           UPDATE DEBTOR
                           SET ORGNO = :DEBTOR-ORGNO
                           WHERE DEBT_ID = :DEBTOR-DEBT-ID
                       END-EXEC
                       IF SQLCODE = ZERO
                           ADD 1 TO wn-pnr-converted
                       END-IF
                   END-IF

                   EXEC SQL
                       FETCH CURS-PNRDEBT
                           INTO :DEBTOR-DEBT-ID, :DEBTOR-ORGNO
                   END-EXEC
               END-IF

           END-PERFORM

           EXEC SQL
               CLOSE CURS-PNRDEBT
           END-EXEC

           EXEC SQL
               DECLARE CURS-PNREFREG CURSOR FOR
               SELECT CUST_ID, ORGNO
               FROM TUTORIAL.EFREG
               WHERE ORGNO NOT LIKE '#%'
               ORDER BY CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-PNREFREG
           END-EXEC

           EXEC SQL
               FETCH CURS-PNREFREG
                   INTO :EFREG-CUST-ID, :EFREG-ORGNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                   OR wc-pnr-nokey-flag = 'Y'

               MOVE EFREG-ORGNO TO PNRREQ-IN
               PERFORM Y0360-encrypt-pnr
               IF PNRREQ-NO-KEY
                   MOVE 'Y' TO wc-pnr-nokey-flag
               ELSE
                   IF wc-pnr-stored NOT = EFREG-ORGNO
                       MOVE EFREG-ORGNO TO wc-pnr-old
                       MOVE wc-pnr-stored TO EFREG-ORGNO
                       EXEC SQL
                           UPDATE EFREG
                           SET ORGNO = :EFREG-ORGNO
                           WHERE CUST_ID = :EFREG-CUST-ID
                             AND ORGNO = :wc-pnr-old
                       END-EXEC
                       IF SQLCODE = ZERO
                           ADD 1 TO wn-pnr-converted
                       END-IF
                   END-IF

                   EXEC SQL
                       FETCH CURS-PNREFREG
                           INTO :EFREG-CUST-ID, :EFREG-ORGNO
                   END-EXEC
               END-IF

           END-PERFORM

           EXEC SQL
               CLOSE CURS-PNREFREG
           END-EXEC

           EXEC SQL
               DECLARE CURS-PNRSAR CURSOR FOR
               SELECT SAR_ID, ORGNO
               FROM TUTORIAL.SARLOG
               WHERE ORGNO <> ' '
                 AND ORGNO NOT LIKE '#%'
               ORDER BY SAR_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-PNRSAR
           END-EXEC

           EXEC SQL
               FETCH CURS-PNRSAR
                   INTO :SARLOG-SAR-ID, :SARLOG-ORGNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                   OR wc-pnr-nokey-flag = 'Y'

               MOVE SARLOG-ORGNO TO PNRREQ-IN
               PERFORM Y0360-encrypt-pnr
               IF PNRREQ-NO-KEY
                   MOVE 'Y' TO wc-pnr-nokey-flag
               ELSE
                   IF wc-pnr-stored NOT = SARLOG-ORGNO
                       MOVE wc-pnr-stored TO SARLOG-ORGNO
                       EXEC SQL
                           UPDATE SARLOG
                           SET ORGNO = :SARLOG-ORGNO
                           WHERE SAR_ID = :SARLOG-SAR-ID
                       END-EXEC
                       IF SQLCODE = ZERO
                           ADD 1 TO wn-pnr-converted
                       END-IF
                   END-IF

                   EXEC SQL
                       FETCH CURS-PNRSAR
                           INTO :SARLOG-SAR-ID, :SARLOG-ORGNO
                   END-EXEC
               END-IF

           END-PERFORM

           EXEC SQL
               CLOSE CURS-PNRSAR
           END-EXEC

           EXEC SQL
               DECLARE CURS-PNRHUS CURSOR FOR
               SELECT HUS_ID, BUYERPNR
               FROM TUTORIAL.HUSAVDR
               WHERE BUYERPNR NOT LIKE '#%'
               ORDER BY HUS_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-PNRHUS
           END-EXEC

           EXEC SQL
               FETCH CURS-PNRHUS
                   INTO :HUSAVDR-HUS-ID, :HUSAVDR-BUYERPNR
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                   OR wc-pnr-nokey-flag = 'Y'

               MOVE HUSAVDR-BUYERPNR(3:10) TO PNRREQ-IN
               PERFORM Y0360-encrypt-pnr
               IF PNRREQ-NO-KEY
                   MOVE 'Y' TO wc-pnr-nokey-flag
               ELSE
                   IF wc-pnr-stored(1:1) = '#'
                       MOVE HUSAVDR-BUYERPNR(1:2) TO wc-pnr-old(1:2)
                       MOVE SPACE TO HUSAVDR-BUYERPNR
                       STRING wc-pnr-stored(1:8) DELIMITED BY SIZE
                           wc-pnr-old(1:2) DELIMITED BY SIZE
                           INTO HUSAVDR-BUYERPNR
                       END-STRING
                       EXEC SQL
                           UPDATE HUSAVDR
                           SET BUYERPNR = :HUSAVDR-BUYERPNR
                           WHERE HUS_ID = :HUSAVDR-HUS-ID
                       END-EXEC
                       IF SQLCODE = ZERO
                           ADD 1 TO wn-pnr-converted
                       END-IF
                   END-IF

                   EXEC SQL
                       FETCH CURS-PNRHUS
                           INTO :HUSAVDR-HUS-ID, :HUSAVDR-BUYERPNR
                   END-EXEC
               END-IF

           END-PERFORM

           EXEC SQL
               CLOSE CURS-PNRHUS
           END-EXEC

           IF wc-pnr-nokey-flag = 'Y'
               DISPLAY 'Personnummernyckeln saknas - '
                   'konverteringen avbr�ts.'
           END-IF
           DISPLAY 'Personnummer krypterade: ' wn-pnr-converted
           .

      **********************************************************
       X0540-job-queue.

      *    the background jobs the menu has queued: everything still
      *    waiting or running, and the past week's finished ones
      *    with their result. A job still waiting may be cancelled
      *    by whoever queued it or by an arbetsledare.
           COMPUTE wn-job-since-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 7
           MOVE FUNCTION DATE-OF-INTEGER(wn-job-since-int)
               TO wn-job-since-ymd
           MOVE SPACE TO wc-job-since
           MOVE wn-job-since-ymd(1:4) TO wc-job-since(1:4)
           MOVE wn-job-since-ymd(5:2) TO wc-job-since(6:2)
           MOVE wn-job-since-ymd(7:2) TO wc-job-since(9:2)
           MOVE '-' TO wc-job-since(5:1) wc-job-since(8:1)

           DISPLAY HEADLINE
           DISPLAY 'JOBBK�'
           DISPLAY HEADLINE
           DISPLAY 'Jobb     |Typ       |Status    |K�ad av   '
               '|K�ad               |Resultat'

           EXEC SQL
               DECLARE CURS-JOBQ CURSOR FOR
               SELECT JOB_ID, JOBTYPE, STATE, QUEUEDBY, QUEUETIME,
                      COALESCE(RESULT, '')
               FROM TUTORIAL.JOBQ
               WHERE STATE IN (0, 1)
                  OR QUEUETIME >= :wc-job-since
               ORDER BY JOB_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-JOBQ
           END-EXEC

           MOVE SPACE TO JOBQ-RESULT-TEXT
           EXEC SQL
               FETCH CURS-JOBQ
                   INTO :JOBQ-JOB-ID, :JOBQ-JOBTYPE, :JOBQ-STATE,
                        :JOBQ-QUEUEDBY, :JOBQ-QUEUETIME,
                        :JOBQ-RESULT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               EVALUATE TRUE
                   WHEN JOBQ-QUEUED
                       MOVE 'K�AD' TO wc-job-state-text
                   WHEN JOBQ-RUNNING
                       MOVE 'P�G�R' TO wc-job-state-text
                   WHEN JOBQ-FINISHED
                       MOVE 'KLAR' TO wc-job-state-text
                   WHEN JOBQ-FAILED
                       MOVE 'FEL' TO wc-job-state-text
                   WHEN OTHER
                       MOVE 'AVBRUTEN' TO wc-job-state-text
               END-EVALUATE
               MOVE JOBQ-JOB-ID TO wn-job-id-ed
               DISPLAY wn-job-id-ed '|' JOBQ-JOBTYPE-TEXT '|'
                   wc-job-state-text '|'
                   JOBQ-QUEUEDBY-TEXT(1:10) '|' JOBQ-QUEUETIME '|'
                   JOBQ-RESULT-TEXT(1:40)

               MOVE SPACE TO JOBQ-RESULT-TEXT
               EXEC SQL
                   FETCH CURS-JOBQ
                       INTO :JOBQ-JOB-ID, :JOBQ-JOBTYPE, :JOBQ-STATE,
                            :JOBQ-QUEUEDBY, :JOBQ-QUEUETIME,
                            :JOBQ-RESULT
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CURS-JOBQ
           END-EXEC

           DISPLAY SPACE
           DISPLAY 'Jobb att avbryta (0=tillbaka): '
               WITH NO ADVANCING
           MOVE ZERO TO wn-job-id-in
           ACCEPT wn-job-id-in
           IF wn-job-id-in = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE wn-job-id-in TO JOBQ-JOB-ID
           EXEC SQL
               SELECT STATE, QUEUEDBY
                   INTO :JOBQ-STATE, :JOBQ-QUEUEDBY
                   FROM JOBQ
                   WHERE JOB_ID = :JOBQ-JOB-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'Jobbet finns inte.'
               EXIT PARAGRAPH
           END-IF
           IF NOT JOBQ-QUEUED
               DISPLAY 'Jobbet har redan startat eller �r avslutat.'
               EXIT PARAGRAPH
           END-IF
           IF wn-current-role < 2
              AND JOBQ-QUEUEDBY-TEXT NOT = wc-current-operator
               DISPLAY 'Bara den som k�ade jobbet eller en '
                   'arbetsledare kan avbryta det.'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO wc-audit-now
           MOVE SPACE TO JOBQ-ENDTIME
           STRING wc-audit-now(1:4)  DELIMITED BY SIZE
               '-'                  DELIMITED BY SIZE
               wc-audit-now(5:2)    DELIMITED BY SIZE
               '-'                  DELIMITED BY SIZE
               wc-audit-now(7:2)    DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               wc-audit-now(9:2)    DELIMITED BY SIZE
               ':'                  DELIMITED BY SIZE
               wc-audit-now(11:2)   DELIMITED BY SIZE
               ':'                  DELIMITED BY SIZE
               wc-audit-now(13:2)   DELIMITED BY SIZE
               INTO JOBQ-ENDTIME
           END-STRING
           MOVE SPACE TO JOBQ-RESULT-TEXT
           STRING 'AVBRUTET AV ' DELIMITED BY SIZE
               FUNCTION TRIM(wc-current-operator) DELIMITED BY SIZE
               INTO JOBQ-RESULT-TEXT
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(JOBQ-RESULT-TEXT))
               TO JOBQ-RESULT-LEN

      *    the runner claims a job the same way, so only one of the
      *    two can win a job that is just being taken
           EXEC SQL
               UPDATE JOBQ
               SET STATE = 4,
                   ENDTIME = :JOBQ-ENDTIME,
                   RESULT = :JOBQ-RESULT
               WHERE JOB_ID = :JOBQ-JOB-ID
                 AND STATE = 0
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'Jobbet hann starta och kan inte avbrytas.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'JOBQ' TO wc-audit-table
           MOVE JOBQ-JOB-ID TO wn-audit-rowkey
           MOVE 'STATE' TO wc-audit-field
           MOVE ZERO TO wn-audit-old-num
           MOVE 4 TO wn-audit-new-num
           PERFORM Y0310-write-audit-numeric

           MOVE JOBQ-JOB-ID TO wn-job-id-ed
           DISPLAY 'Jobb ' FUNCTION TRIM(wn-job-id-ed) ' avbrutet.'
           .

      **********************************************************

           DISPLAY SPACE
           DISPLAY 'N=ny anv�ndare, I=inaktivera, U=l�s upp,'
               ' T=team, blankt=avbryt: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer

                       WHERE USER_ID = :USERS-USER-ID
                   END-EXEC

                   IF SQLCODE = ZERO
                       MOVE 'USERS' TO wc-audit-table
                       MOVE USERS-USER-ID TO wn-audit-rowkey
                       MOVE 'UNLOCK' TO wc-audit-field
                       MOVE SPACE TO wc-audit-old
                       MOVE SPACE TO wc-audit-new
                       PERFORM Y0300-write-audit
                       DISPLAY 'Kontot �r uppl�st.'
                   ELSE
                       DISPLAY 'Anv�ndaren hittades inte.'
                   END-IF
               WHEN 'T'
               WHEN 't'
                   PERFORM X0262-set-operator-team
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       X0262-set-operator-team.

      *    the team an operator plans under - the workload report
      *    (menu 55) sums per team; blank team takes the operator
      *    out of every team
           DISPLAY 'Anv�ndarnamn: ' WITH NO ADVANCING
           MOVE SPACE TO wc-edit-buffer
           ACCEPT wc-edit-buffer
           MOVE wc-edit-buffer(1:30) TO USERS-USERNAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer(1:30)))
               TO USERS-USERNAME-LEN

           EXEC SQL
               SELECT USER_ID
                   INTO :USERS-USER-ID
                   FROM USERS
                   WHERE USERNAME = :USERS-USERNAME
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Anv�ndaren hittades inte.'
           ELSE
               MOVE USERS-USERNAME TO OPTEAM-USERNAME
               MOVE SPACE TO OPTEAM-TEAM
               EXEC SQL
                   SELECT TEAM
                       INTO :OPTEAM-TEAM
                       FROM OPTEAM
                       WHERE USERNAME = :OPTEAM-USERNAME
               END-EXEC
               MOVE OPTEAM-TEAM TO wc-audit-old

               DISPLAY 'Team [' OPTEAM-TEAM '] (blankt = inget): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer
               MOVE FUNCTION UPPER-CASE(wc-edit-buffer(1:10))
                   TO OPTEAM-TEAM

               EXEC SQL
                   DELETE FROM OPTEAM
                   WHERE USERNAME = :OPTEAM-USERNAME
               END-EXEC
               IF OPTEAM-TEAM NOT = SPACE
                   EXEC SQL
                       INSERT INTO OPTEAM
                       VALUES ( :OPTEAM-USERNAME,
                                 :OPTEAM-TEAM)
                   END-EXEC
               END-IF

               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   DISPLAY ' Insert SQL sats in OPTEAM �r felt'
               ELSE
                   MOVE 'USERS' TO wc-audit-table
                   MOVE USERS-USER-ID TO wn-audit-rowkey
                   MOVE 'TEAM' TO wc-audit-field
                   MOVE OPTEAM-TEAM TO wc-audit-new
                   PERFORM Y0300-write-audit
                   DISPLAY 'Teamet �r sparat.'
               END-IF
           END-IF
           .

      **********************************************************
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

           IF SQLCODE NOT = ZERO
           PERFORM Y0300-write-audit
           .

      **********************************************************
       Y0340-record-price-change.

      *    one dated SRVPRICE row for SRV-SRV-ID: the caller sets
      *    SRVPRICE-CHARGE, -FROMDATE and -REASON, and the price it
      *    replaces in wn-price-old-charge. A service changing price
      *    for the first time gets an opening row with the old
      *    price, so the periods before the change keep it; a second
      *    change on the same date replaces the first. SRV-CHARGE
      *    comes back as the price in force today.
           MOVE SRVPRICE-FROMDATE TO wc-price-new-from
           MOVE SRVPRICE-CHARGE TO wn-price-new-charge
           MOVE SRVPRICE-REASON TO wc-price-new-reason
           MOVE SRV-SRV-ID TO SRVPRICE-SRV-ID

           MOVE FUNCTION CURRENT-DATE TO wc-audit-now
           MOVE SPACE TO SRVPRICE-CHGTIME
           STRING wc-audit-now(1:4)  DELIMITED BY SIZE
               '-'                  DELIMITED BY SIZE
               wc-audit-now(5:2)    DELIMITED BY SIZE
               '-'                  DELIMITED BY SIZE
               wc-audit-now(7:2)    DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               wc-audit-now(9:2)    DELIMITED BY SIZE
               ':'                  DELIMITED BY SIZE
               wc-audit-now(11:2)   DELIMITED BY SIZE
               ':'                  DELIMITED BY SIZE
               wc-audit-now(13:2)   DELIMITED BY SIZE
               INTO SRVPRICE-CHGTIME
           END-STRING
           MOVE wc-current-operator TO SRVPRICE-OPERATOR-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-current-operator))
               TO SRVPRICE-OPERATOR-LEN

           MOVE ZERO TO wn-price-count
           EXEC SQL
               SELECT COUNT(*)
                   INTO :wn-price-count
                   FROM SRVPRICE
                   WHERE SRV_ID = :SRVPRICE-SRV-ID
           END-EXEC

           IF wn-price-count = ZERO AND
              wc-price-new-from NOT = '0001-01-01'
               MOVE '0001-01-01' TO SRVPRICE-FROMDATE
               MOVE wn-price-old-charge TO SRVPRICE-CHARGE
               SET SRVPRICE-REASON-OPENING TO TRUE
               EXEC SQL
                   INSERT INTO SRVPRICE
                   VALUES ( :SRVPRICE-SRV-ID,
                             :SRVPRICE-FROMDATE,
                             :SRVPRICE-CHARGE,
                             :SRVPRICE-REASON,
                             :SRVPRICE-CHGTIME,
                             :SRVPRICE-OPERATOR)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in SRVPRICE �r felt'
               END-IF
           END-IF

           MOVE wc-price-new-from TO SRVPRICE-FROMDATE
           MOVE wn-price-new-charge TO SRVPRICE-CHARGE
           MOVE wc-price-new-reason TO SRVPRICE-REASON

           EXEC SQL
               UPDATE SRVPRICE
               SET CHARGE = :SRVPRICE-CHARGE,
                   REASON = :SRVPRICE-REASON,
                   CHGTIME = :SRVPRICE-CHGTIME,
                   OPERATOR = :SRVPRICE-OPERATOR
               WHERE SRV_ID = :SRVPRICE-SRV-ID
                 AND FROMDATE = :SRVPRICE-FROMDATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               EXEC SQL
                   INSERT INTO SRVPRICE
                   VALUES ( :SRVPRICE-SRV-ID,
                             :SRVPRICE-FROMDATE,
                             :SRVPRICE-CHARGE,
                             :SRVPRICE-REASON,
                             :SRVPRICE-CHGTIME,
                             :SRVPRICE-OPERATOR)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in SRVPRICE �r felt'
               END-IF
           END-IF

      *    a price dated ahead does not change today's price yet
           PERFORM Y0345-set-price-today
           MOVE wn-price-new-charge TO SRV-CHARGE
           EXEC SQL
               SELECT CHARGE
                   INTO :SRV-CHARGE
                   FROM SRVPRICE
                   WHERE SRV_ID = :SRVPRICE-SRV-ID
                     AND FROMDATE =
                         (SELECT MAX(FROMDATE) FROM SRVPRICE
                              WHERE SRV_ID = :SRVPRICE-SRV-ID
                                AND FROMDATE <= :wc-price-today)
           END-EXEC
           .

      **********************************************************
       Y0345-set-price-today.

           MOVE FUNCTION CURRENT-DATE(1:8) TO wc-price-ymd
           MOVE SPACE TO wc-price-today
           STRING wc-price-ymd(1:4) '-' wc-price-ymd(5:2) '-'
               wc-price-ymd(7:2) DELIMITED BY SIZE
               INTO wc-price-today
           END-STRING
           .

      **********************************************************
       Y0350-note-log.

      *    the dated notes behind what is on screen, newest first:
      *    the caller sets wn-nl-cust-id / wn-nl-debt-id /
      *    wn-nl-inv-id (zero = not on screen). an invoice brings
      *    its debtor and customer along, and a debtor the notes on
      *    every one of its invoices - a promise made on one
      *    invoice is seen from the others. the operator can then
      *    add a note on any of the three
           IF wn-nl-inv-id > ZERO
               EXEC SQL
                   SELECT CUST_ID, DEBT_ID
                       INTO :wn-nl-cust-id, :wn-nl-debt-id
                       FROM INVOICE
                       WHERE INV_ID = :wn-nl-inv-id
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'Ingen s�dan faktura.'
                   MOVE ZERO TO wn-nl-inv-id
               END-IF
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'ANTECKNINGAR'
           DISPLAY HEADLINE
           DISPLAY 'Tidpunkt           |P�|Kat|Vem'

           MOVE ZERO TO wn-nl-shown
           EXEC SQL
               DECLARE CURS-NOTELOG CURSOR FOR
               SELECT NOTETIME, OBJTYPE, CATEGORY, OPERATOR, NOTE
               FROM TUTORIAL.NOTELOG
               WHERE (OBJTYPE = 'K' AND OBJKEY = :wn-nl-cust-id)
                  OR (OBJTYPE = 'G' AND OBJKEY = :wn-nl-debt-id)
                  OR (OBJTYPE = 'F' AND
                      (OBJKEY = :wn-nl-inv-id OR
                       OBJKEY IN (SELECT INV_ID
                                  FROM TUTORIAL.INVOICE
                                  WHERE DEBT_ID = :wn-nl-debt-id)))
               ORDER BY NOTETIME DESC, NOTE_ID DESC
           END-EXEC

           EXEC SQL
               OPEN CURS-NOTELOG
           END-EXEC

           EXEC SQL
               FETCH CURS-NOTELOG
                   INTO :NOTELOG-NOTETIME, :NOTELOG-OBJTYPE,
                        :NOTELOG-CATEGORY, :NOTELOG-OPERATOR,
                        :NOTELOG-NOTE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-nl-shown
               DISPLAY NOTELOG-NOTETIME '| '
                   NOTELOG-OBJTYPE '| '
                   NOTELOG-CATEGORY ' |'
                   NOTELOG-OPERATOR-TEXT(1:20)
               DISPLAY '    ' FUNCTION TRIM(NOTELOG-NOTE-TEXT)
               EXEC SQL
                   FETCH CURS-NOTELOG
                       INTO :NOTELOG-NOTETIME, :NOTELOG-OBJTYPE,
                            :NOTELOG-CATEGORY, :NOTELOG-OPERATOR,
                            :NOTELOG-NOTE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CURS-NOTELOG
           END-EXEC

           IF wn-nl-shown = ZERO
               DISPLAY '    inga anteckningar'
           END-IF

           DISPLAY SPACE
           DISPLAY 'Ny anteckning p� F=faktura, G=g�lden�r,'
               ' K=kund, blankt=ingen: ' WITH NO ADVANCING
           MOVE SPACE TO wc-nl-level
           ACCEPT wc-nl-level
           IF wc-nl-level NOT = SPACE
               PERFORM Y0355-add-note
           END-IF
           .

      **********************************************************
       Y0355-add-note.

           MOVE SPACE TO NOTELOG-OBJTYPE
           MOVE ZERO TO NOTELOG-OBJKEY
           EVALUATE wc-nl-level
               WHEN 'F'
               WHEN 'f'
                   MOVE 'F' TO NOTELOG-OBJTYPE
                   MOVE wn-nl-inv-id TO NOTELOG-OBJKEY
               WHEN 'G'
               WHEN 'g'
                   MOVE 'G' TO NOTELOG-OBJTYPE
                   MOVE wn-nl-debt-id TO NOTELOG-OBJKEY
               WHEN 'K'
               WHEN 'k'
                   MOVE 'K' TO NOTELOG-OBJTYPE
                   MOVE wn-nl-cust-id TO NOTELOG-OBJKEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOTELOG-OBJKEY = ZERO
               DISPLAY 'Det finns ingen s�dan post i bilden.'
           ELSE
               DISPLAY 'Kategori (S=samtal, L=l�fte, B=betalning,'
                   ' T=tvist, O=�vrigt): ' WITH NO ADVANCING
               MOVE SPACE TO NOTELOG-CATEGORY
               ACCEPT NOTELOG-CATEGORY
               MOVE FUNCTION UPPER-CASE(NOTELOG-CATEGORY)
                   TO NOTELOG-CATEGORY
               IF NOT NOTELOG-CAT-VALID
                   SET NOTELOG-CAT-OTHER TO TRUE
               END-IF

               DISPLAY 'Anteckning: ' WITH NO ADVANCING
               MOVE SPACE TO wc-edit-buffer
               ACCEPT wc-edit-buffer

               IF wc-edit-buffer = SPACE
                   DISPLAY 'Tom anteckning - inget sparat.'
               ELSE
                   MOVE 'NOTELOG' TO IDGEN-TABLENAME-TEXT
                   PERFORM Y0200-get-next-id
                   MOVE wn-next-id TO NOTELOG-NOTE-ID
                   ADD 1 TO NOTELOG-NOTE-ID

                   MOVE FUNCTION CURRENT-DATE TO wc-nl-now
                   MOVE SPACE TO NOTELOG-NOTETIME
                   STRING wc-nl-now(1:4)  DELIMITED BY SIZE
                       '-'               DELIMITED BY SIZE
                       wc-nl-now(5:2)    DELIMITED BY SIZE
                       '-'               DELIMITED BY SIZE
                       wc-nl-now(7:2)    DELIMITED BY SIZE
                       ' '               DELIMITED BY SIZE
                       wc-nl-now(9:2)    DELIMITED BY SIZE
                       ':'               DELIMITED BY SIZE
                       wc-nl-now(11:2)   DELIMITED BY SIZE
                       ':'               DELIMITED BY SIZE
                       wc-nl-now(13:2)   DELIMITED BY SIZE
                       INTO NOTELOG-NOTETIME
                   END-STRING

                   MOVE wc-current-operator TO NOTELOG-OPERATOR-TEXT
                   MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(wc-current-operator))
                       TO NOTELOG-OPERATOR-LEN
                   MOVE wc-edit-buffer TO NOTELOG-NOTE-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-edit-buffer))
                       TO NOTELOG-NOTE-LEN

                   EXEC SQL
                       INSERT INTO NOTELOG
                       VALUES ( :NOTELOG-NOTE-ID,
                                 :NOTELOG-OBJTYPE,
                                 :NOTELOG-OBJKEY,
                                 :NOTELOG-NOTETIME,
                                 :NOTELOG-OPERATOR,
                                 :NOTELOG-CATEGORY,
                                 :NOTELOG-NOTE)
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY ' Insert SQL sats in NOTELOG �r'
                           ' felt'
                   ELSE
                       DISPLAY 'Anteckningen �r sparad.'
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       Y0360-encrypt-pnr.

      *    PNRREQ-IN to the form DEBTOR, EFREG and SARLOG keep it
      *    in (see PbsPnr) - an import matches on this, never on
      *    the clear number
           MOVE 'K' TO PNRREQ-MODE
           CALL 'PbsPnr' USING PNRREQ
           MOVE PNRREQ-OUT TO wc-pnr-stored
           .

      **********************************************************
       Y0362-mask-pnr.

      *    PNRREQ-IN, stored or clear, as a screen may show it:
      *    ��MMDD**** for a person, an organisationsnummer in full
           MOVE 'M' TO PNRREQ-MODE
           CALL 'PbsPnr' USING PNRREQ
           MOVE PNRREQ-OUT TO wc-pnr-shown
           .

      **********************************************************
       X0320-maintain-bank-calendar.

                   END-PERFORM

                   IF wn-rawark-rec = wn-rawark-pos
      *                the debtor's personnummer is shown masked -
      *                the full number is in the debtor register
                       EVALUATE RAWARK-POST(1:2)
                           WHEN '20'
                               MOVE RAWARK-POST(224:10) TO PNRREQ-IN
                               PERFORM Y0362-mask-pnr
                               MOVE wc-pnr-shown
                                   TO RAWARK-POST(224:10)
                           WHEN '60'
                               MOVE RAWARK-POST(13:10) TO PNRREQ-IN
                               PERFORM Y0362-mask-pnr
                               MOVE wc-pnr-shown
                                   TO RAWARK-POST(13:10)
                       END-EVALUATE
                       DISPLAY HEADLINE
                       DISPLAY 'ARKIVFIL: ' WC-RAWARK-FILENAME(1:50)
                       DISPLAY 'POST NR:  ' wn-rawark-pos
           END-IF
           .

      **********************************************************
      *    One INVHIST row for the state change in wn-hist-*, with
      *    the signed-on operator - the maintenance-screen end of
           END-STRING
           .

      **********************************************************
       Y0370-register-void.

      *    voids the invoice numbers wn-nv-first..wn-nv-last with
      *    the reason in wc-nv-reason (and the run in
      *    wn-nv-runlog-id, zero for none) - period from
      *    wc-ns-period, today's month when blank
           MOVE 'INVVOID' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO INVVOID-VOID-ID
           ADD 1 TO INVVOID-VOID-ID

           IF wc-ns-period = SPACE
               PERFORM Y0345-set-price-today
               MOVE wc-price-today(1:7) TO INVVOID-PERIOD
           ELSE
               MOVE wc-ns-period TO INVVOID-PERIOD
           END-IF
           MOVE wn-nv-first TO INVVOID-FIRSTNO
           MOVE wn-nv-last TO INVVOID-LASTNO
           MOVE wn-nv-runlog-id TO INVVOID-RUNLOG-ID
           MOVE wc-nv-reason TO INVVOID-REASON-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-nv-reason))
               TO INVVOID-REASON-LEN
           MOVE wc-current-operator TO INVVOID-VOIDBY-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-current-operator))
               TO INVVOID-VOIDBY-LEN

           MOVE FUNCTION CURRENT-DATE TO wc-audit-now
           MOVE SPACE TO INVVOID-VOIDTIME
           STRING wc-audit-now(1:4)  DELIMITED BY SIZE
               '-'                  DELIMITED BY SIZE
               wc-audit-now(5:2)    DELIMITED BY SIZE
               '-'                  DELIMITED BY SIZE
               wc-audit-now(7:2)    DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               wc-audit-now(9:2)    DELIMITED BY SIZE
               ':'                  DELIMITED BY SIZE
               wc-audit-now(11:2)   DELIMITED BY SIZE
               ':'                  DELIMITED BY SIZE
               wc-audit-now(13:2)   DELIMITED BY SIZE
               INTO INVVOID-VOIDTIME
           END-STRING

           EXEC SQL
               INSERT INTO INVVOID
               VALUES ( :INVVOID-VOID-ID,
                         :INVVOID-FIRSTNO,
                         :INVVOID-LASTNO,
                         :INVVOID-PERIOD,
                         :INVVOID-REASON,
                         :INVVOID-RUNLOG-ID,
                         :INVVOID-VOIDBY,
                         :INVVOID-VOIDTIME)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in INVVOID �r felt'
           ELSE
               MOVE wn-nv-first TO wn-nv-first-ed
               MOVE wn-nv-last TO wn-nv-last-ed
               MOVE 'INVVOID' TO wc-audit-table
               MOVE INVVOID-VOID-ID TO wn-audit-rowkey
               MOVE 'VOID' TO wc-audit-field
               MOVE SPACE TO wc-audit-old
               STRING FUNCTION TRIM(wn-nv-first-ed) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   FUNCTION TRIM(wn-nv-last-ed) DELIMITED BY SIZE
                   INTO wc-audit-old
               END-STRING
               MOVE wc-nv-reason TO wc-audit-new
               PERFORM Y0300-write-audit
               DISPLAY 'Fakturanummer ' FUNCTION TRIM(wn-nv-first-ed)
                   '-' FUNCTION TRIM(wn-nv-last-ed) ' makulerade.'
           END-IF
           .

      **********************************************************
       Y0380-queue-job.

      *    leaves a job of type wc-job-type with wc-job-param in
      *    the job queue for PbsJob and hands the menu straight
      *    back - the operator follows it in menyval 59
           MOVE 'JOBQ' TO IDGEN-TABLENAME-TEXT
           PERFORM Y0200-get-next-id
           MOVE wn-next-id TO JOBQ-JOB-ID
           ADD 1 TO JOBQ-JOB-ID

           MOVE wc-job-type TO JOBQ-JOBTYPE-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-job-type))
               TO JOBQ-JOBTYPE-LEN
           MOVE wc-job-param TO JOBQ-PARAM-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-job-param TRAILING))
               TO JOBQ-PARAM-LEN
           MOVE ZERO TO JOBQ-STATE
           MOVE wc-current-operator TO JOBQ-QUEUEDBY-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wc-current-operator))
               TO JOBQ-QUEUEDBY-LEN

           MOVE FUNCTION CURRENT-DATE TO wc-audit-now
           MOVE SPACE TO JOBQ-QUEUETIME
           STRING wc-audit-now(1:4)  DELIMITED BY SIZE
               '-'                  DELIMITED BY SIZE
               wc-audit-now(5:2)    DELIMITED BY SIZE
               '-'                  DELIMITED BY SIZE
               wc-audit-now(7:2)    DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               wc-audit-now(9:2)    DELIMITED BY SIZE
               ':'                  DELIMITED BY SIZE
               wc-audit-now(11:2)   DELIMITED BY SIZE
               ':'                  DELIMITED BY SIZE
               wc-audit-now(13:2)   DELIMITED BY SIZE
               INTO JOBQ-QUEUETIME
           END-STRING
           MOVE SPACE TO JOBQ-STARTTIME JOBQ-ENDTIME
           MOVE ZERO TO JOBQ-RUNLOG-ID
           MOVE SPACE TO JOBQ-RESULT-TEXT
           MOVE ZERO TO JOBQ-RESULT-LEN

           EXEC SQL
               INSERT INTO JOBQ
               VALUES ( :JOBQ-JOB-ID,
                         :JOBQ-JOBTYPE,
                         :JOBQ-PARAM,
                         :JOBQ-STATE,
                         :JOBQ-QUEUEDBY,
                         :JOBQ-QUEUETIME,
                         :JOBQ-STARTTIME,
                         :JOBQ-ENDTIME,
                         :JOBQ-RUNLOG-ID,
                         :JOBQ-RESULT)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in JOBQ �r felt'
           ELSE
               MOVE 'JOBQ' TO wc-audit-table
               MOVE JOBQ-JOB-ID TO wn-audit-rowkey
               MOVE 'QUEUED' TO wc-audit-field
               MOVE SPACE TO wc-audit-old
               MOVE SPACE TO wc-audit-new
               STRING FUNCTION TRIM(wc-job-type) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   wc-job-param DELIMITED BY SIZE
                   INTO wc-audit-new
               END-STRING
               PERFORM Y0300-write-audit
               MOVE JOBQ-JOB-ID TO wn-job-id-ed
               DISPLAY 'Jobb ' FUNCTION TRIM(wn-job-id-ed) ' ('
                   FUNCTION TRIM(wc-job-type) ') lagt i jobbk�n -'
                   ' f�lj det i menyval 59.'
           END-IF
           .

      **********************************************************
       Y0245-load-refrate-table.

