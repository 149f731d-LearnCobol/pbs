               organization is line sequential
               file status is wc-chk-fs.

      *>   bank-format e-faktura for a debtor registered for it in
      *>   the internet bank - see B0340-write-bank-efaktura
           select efaktura-file assign to wc-efk-work-filename
               organization is line sequential.

      *>   proof sample for the release gate: every Nth invoice of
      *>   the batch run is copied here for an operator to review
      *>   before the run's files are released to the print house
           select proof-file assign to wc-proof-filename
               organization is line sequential.

      *>   invoices the print houses' daily capacity left for the
      *>   next run, by SLA deadline - see B0106-write-spillover
           select spillover-file assign to 'data/spillover.txt'
               organization is line sequential.

       *>*******************************************************
       DATA DIVISION.
       *>-------------------------------------------------------
       01  proof-rec.
           05 filler                        pic x(120).

       FD efaktura-file.
       01  efaktura-rec.
           05 filler                        pic x(120).

       FD spillover-file.
       01  spillover-rec.
           05 filler                        pic x(120).

       *>*******************************************************
       WORKING-STORAGE SECTION.
       *> switches
      *> outbound transfer manifest - see B0277-write-manifest.
           exec sql include MANIFEST end-exec.

      *> postage rate card - see B0209-price-envelope.
           exec sql include POSTRATE end-exec.

      *> central batch run history - see X0600-runlog-start.
           exec sql include RUNLOG end-exec.

      *> shared surrogate-key sequence - see X0500-get-next-id.
           exec sql include IDGEN end-exec.

      *> per-customer aviavgift by delivery channel - see
      *> B0206-add-invoice-fee.
           exec sql include INVFEE end-exec.

      *> factoring agreement and the invoices sold under it - see
      *> B0207-mark-invoice-sold.
           exec sql include FACTAGR end-exec.

           exec sql include FACTINV end-exec.

      *> ROT/RUT husavdrag on the invoice - see
      *> B0261-write-husavdrag.
           exec sql include HUSAVDR end-exec.

      *> internet-bank e-faktura registrations - see
      *> B0203-check-bank-efaktura.
           exec sql include EFREG end-exec.

      *> print houses, their daily capacity and the run's capacity
      *> plan - see B0101-plan-print-capacity.
           exec sql include PRINTCAP end-exec.

           exec sql include PRINTHSE end-exec.

           exec sql include PRINTPLAN end-exec.

      *> print-house register and the routing rules - see
      *> X0560-route-print-house.
           exec sql include PRHOUSE end-exec.

      *> reklambilaga bookings and the leaflets used - see
      *> B0211-select-inserts.
           exec sql include INSBOOK end-exec.

           exec sql include INSUSE end-exec.

      *> customers' targeted invoice messages and the invoices that
      *> carried them - see X0570-select-messages.
           exec sql include INVMSG end-exec.

           exec sql include MSGLOG end-exec.

      *> saldobekräftelser picked for the auditors - see
      *> B0180-write-balance-confirmations.
           exec sql include BALCONF end-exec.

      *> personnummer encryption - see X0580-clear-hus-buyer.
           copy PNRREQ.

       *>-------------------------------------------------------
       *> Counters etc.
       01 wn-current-customer-no             pic s9(9) comp.
       01 wn-invoice-roundamt                pic 9v99  value zero.
       01 wn-item-qty-ed                     pic z(4)9v99 value zero.
       01 wn-item-price-ed                   pic z(6)9v99 value zero.
       01 wn-item-discount-ed                pic -(7)9.99 value zero.

      *> payable amount carried past B0260's own reset for the
      *> payment slip at the foot of the page
       01 wn-payable-kronor                  pic 9(9)  value zero.
       01 wn-payable-ore                     pic 99    value zero.
       01 wn-payable-kronor-ed               pic z(8)9 value zero.
      *> Swish QR payload amount - the app wants a plain decimal
      *> point and no leading blanks
       01 wn-swish-amount-ed                 pic z(8)9.99 value zero.

      *> kontoutdrag (STM mode) work fields
       01 wn-stmt-debt-id                    pic s9(9) comp value zero.
       01 wc-stmt-ymd                        pic x(8) value space.
       01 wn-stmt-amount-ed                  pic -(7)9.99 value zero.

      *> saldobekräftelse (SBK mode) work fields
       01 wn-sbk-run-id                      pic s9(9) comp value zero.
       01 wn-sbk-letter-count                pic s9(9) comp value zero.
       01 wn-sbk-open                        pic s9(11)v99 comp-3.
       01 wn-sbk-conf-ed                     pic z(8)9 value zero.
       01 wn-sbk-amount-ed                   pic -(10)9.99 value zero.

      *> e-invoice XML amounts carry a real decimal point, unlike
      *> the print stream's edited fields
       01 wn-xml-amount-ed                   pic -(7)9.99 value zero.
       01 wr-postsort-bins.
           05 wn-postbin-count               pic 9(7) occurs 100.
       01 wn-postbin-unknown                 pic 9(7) value zero.
       *> mail abroad is handed in apart from the Swedish trays,
       *> one tray per international postage zone
       01 wn-postbin-europe                  pic 9(7) value zero.
       01 wn-postbin-world                   pic 9(7) value zero.
       01 wn-postbin-idx                     pic s9(4) comp value zero.
       01 wn-postbin-ed                      pic z(6)9 value zero.
       01 wc-postbin-label                   pic 99 value zero.
      *> profiles from before cross-border details existed
           05 wn-ind-iban                    pic s9(4) comp.
           05 wn-ind-bic                     pic s9(4) comp.
      *> profiles from before Swish was offered
           05 wn-ind-swishno                 pic s9(4) comp.
      *> debtors from before VAT registrations were recorded
           05 wn-ind-debtor-vatno            pic s9(4) comp.

           05 wc-lbl-netto                   pic x(18) value space.
           05 wc-lbl-moms                    pic x(18) value space.
           05 wc-lbl-oresutjamning           pic x(18) value space.
           05 wc-lbl-orderrabatt             pic x(18) value space.
           05 wc-lbl-summa                   pic x(18) value space.
           05 wc-lbl-forfallo-1              pic x(20) value space.
           05 wc-lbl-forfallo-2              pic x(32) value space.
       01 wn-file-sheet-count                pic 9(7) value zero.
       01 wn-file-sheet-ed                   pic 9(7) value zero.

      *> envelope postage - see B0209-price-envelope. A sheet of
      *> 80 g paper weighs 5 gram, the C5 window envelope 6; the
      *> class and price of the envelope in hand go to its OUTLOG row
       01 wn-post-sheet-grams                pic 9(3) value 5.
       01 wn-post-envelope-grams             pic 9(3) value 6.
       01 wn-env-grams                       pic s9(9) comp value zero.
       01 wc-env-class                       pic x value space.
       01 wn-env-postage                     pic s9(5)v99 comp-3
                                                 value zero.
       01 wn-env-sqlcode                     pic s9(9) comp value zero.
       01 wn-env-grams-ed                    pic z(4)9 value zero.
      *> the paper the document took, for OUTLOG - see B0209
       01 wn-out-sheets                      pic 9(3) value zero.
       01 wn-out-attpages                    pic 9(3) value zero.
      *> the run's envelopes and postage per class, for the sorting
      *> manifest and the PRINTRUN row - see B0286-sum-run-postage
       01 wc-post-class-label                pic x(16) value space.
       01 wn-post-class-count                pic s9(9) comp value zero.
       01 wn-post-class-sum                  pic s9(7)v99 comp-3
                                                 value zero.
       01 wn-run-env-count                   pic s9(9) comp value zero.
       01 wn-run-postage                     pic s9(7)v99 comp-3
                                                 value zero.
       01 wn-post-count-ed                   pic z(6)9 value zero.
       01 wn-post-sum-ed                     pic z(6)9.99 value zero.

      *> internet-bank e-faktura - see B0340-write-bank-efaktura.
      *> Y = the invoice in hand goes to the debtor's bank instead
      *> of on paper; written to its own work file so a customer's
      *> open bundle is left alone
       01 wc-efk-flag                        pic x value 'N'.
       01 wc-efk-work-filename               pic x(30) value
      -                                              'efaktura.tmp'.
       01 wc-efk-saved-filename              pic x(30) value space.
       01 wn-efk-rec-count                   pic s9(9) comp value zero.
       01 wn-efk-sqlcode                     pic s9(9) comp value zero.
       01 wn-run-efaktura-count              pic 9(9) value zero.
      *> the posts of the bank network's e-faktura format; amounts
      *> with two implied decimals, the document type saying
      *> whether they are owed (D) or credited (K)
       01 wr-efk-head.
           05 wc-efk-head-tk                 pic x(2) value 'EH'.
           05 wc-efk-head-orgno              pic x(10) value space.
           05 wc-efk-head-bankgiro           pic x(10) value space.
           05 wc-efk-head-name               pic x(40) value space.
       01 wr-efk-recip.
           05 wc-efk-recip-tk                pic x(2) value 'EM'.
           05 wc-efk-recip-bankid            pic x(4) value space.
           05 wc-efk-recip-id                pic x(20) value space.
           05 wc-efk-recip-orgno             pic x(10) value space.
           05 wc-efk-recip-name              pic x(30) value space.
       01 wr-efk-invoice.
           05 wc-efk-inv-tk                  pic x(2) value 'EF'.
           05 wc-efk-inv-type                pic x(1) value space.
           05 wc-efk-inv-invno               pic x(20) value space.
           05 wc-efk-inv-invdate             pic x(10) value space.
           05 wc-efk-inv-duedate             pic x(10) value space.
           05 wc-efk-inv-currency            pic x(3) value space.
           05 wc-efk-inv-ocr                 pic x(25) value space.
       01 wr-efk-line.
           05 wc-efk-line-tk                 pic x(2) value 'ER'.
           05 wc-efk-line-text               pic x(40) value space.
           05 wn-efk-line-qty                pic 9(7) value zero.
           05 wn-efk-line-amount             pic 9(9)v99 value zero.
           05 wn-efk-line-vat                pic 9(2)v99 value zero.
       01 wr-efk-total.
           05 wc-efk-tot-tk                  pic x(2) value 'EB'.
           05 wn-efk-tot-net                 pic 9(9)v99 value zero.
           05 wn-efk-tot-vat                 pic 9(9)v99 value zero.
           05 wn-efk-tot-reduction           pic 9(9)v99 value zero.
           05 wn-efk-tot-payable             pic 9(9)v99 value zero.
       01 wr-efk-end.
           05 wc-efk-end-tk                  pic x(2) value 'ES'.
           05 wn-efk-end-count               pic 9(7) value zero.

      *> delivery manifest work fields - see B0277-write-manifest
       01 wc-chk-filename                    pic x(30) value space.
       01 wc-chk-fs                          pic xx.
       01 wc-cons-debt-done                  pic x value 'N'.
       01 wc-cons-memb-done                  pic x value 'N'.

      *> aviavgift work fields - see B0206-add-invoice-fee
       01 wn-fee-amount                      pic s9(5)v99 comp-3
                                                 value zero.
       01 wn-fee-exists                      pic s9(9) comp value zero.
       01 wn-fee-skip                        pic s9(9) comp value zero.
       01 wn-fee-vat                         pic s9(1)v99 comp-3
                                                 value zero.
       01 wc-fee-cust-dlv                    pic x(1)  value space.
       01 wc-fee-debt-dlv                    pic x(1)  value space.
       01 wn-ind-fee-dlv                     pic s9(4) comp value zero.

      *> factoring - see B0207-mark-invoice-sold; wc-pay-bankgiro
      *> is where the debtor pays, ours or the financier's
       01 wn-fact-found                      pic s9(9) comp value zero.
       01 wn-fact-skip                       pic s9(9) comp value zero.
       01 wc-fact-today                      pic x(10) value space.
       01 wc-fact-sold-flag                  pic x     value 'N'.
       01 wc-pay-bankgiro                    pic x(254) value space.

      *> husavdrag - see B0261-write-husavdrag; wn-hus-total is the
      *> tax reduction taken off the amount the debtor pays
       01 wn-hus-total                       pic s9(7)v99 comp-3
                                                 value zero.
       01 wn-hus-amount-ed                   pic -(7)9.99 value zero.
       01 wn-hus-material-ed                 pic -(7)9.99 value zero.
       01 wn-hus-hours-ed                    pic z(3)9 value zero.
      *> the buyer as printed - see X0580-clear-hus-buyer
       01 wc-hus-buyer-clear                 pic x(12) value space.

      *> print capacity plan - see B0101-plan-print-capacity. One
      *> entry per print house with a PRINTCAP row for today's
      *> weekday: its cap, the sheets planned into the run so far
      *> and what was left over
       01 wn-cap-today-int                   pic 9(9) comp value zero.
       01 wn-cap-weekday                     pic s9(4) comp value zero.
       01 wc-cap-next-run                    pic x(10) value space.
       01 wc-cap-procdate                    pic x(10) value space.
       01 wn-ind-cap-procdate                pic s9(4) comp value zero.
       01 wn-cap-ordno                       pic s9(9) comp value zero.
       01 wn-cap-sladays                     pic s9(4) comp value zero.
       01 wn-cap-counted                     pic s9(4) comp value zero.
       01 wc-cap-last-procdate               pic x(10) value space.
       01 wn-cap-last-sladays                pic s9(4) comp value zero.
       01 wc-cap-last-deadline               pic x(10) value space.
       01 wn-cap-house-count                 pic s9(4) comp value zero.
       01 wn-cap-idx                         pic s9(4) comp value zero.
       01 wn-cap-found                       pic s9(4) comp value zero.
       01 wr-cap-houses.
           05 wr-cap-house occurs 20 times.
               10 wc-cap-house               pic x(10).
               10 wn-cap-limit               pic s9(9) comp.
               10 wn-cap-used                pic s9(9) comp.
               10 wn-cap-spilled             pic s9(9) comp.
               10 wn-cap-spill-sheets        pic s9(9) comp.
       01 wn-cap-planned                     pic 9(9) value zero.
       01 wn-cap-spill-count                 pic 9(9) value zero.
       01 wn-cap-risk-count                  pic 9(9) value zero.
       01 wn-cap-breach-count                pic 9(9) value zero.
       01 wc-cap-status                      pic x(5) value space.
       01 wn-cap-sheets-ed                   pic z(8)9 value zero.
       01 wn-cap-limit-ed                    pic z(8)9 value zero.
       01 wn-cap-count-ed                    pic z(8)9 value zero.
       01 wn-cap-sladays-ed                  pic z(3)9 value zero.
       01 wn-cap-inv-sheets-ed               pic z(3)9 value zero.
       01 wn-cap-today-sheets                pic s9(9) comp value zero.
       01 wn-ind-cap-invdate                 pic s9(4) comp value zero.
       01 wn-ind-cap-postno                  pic s9(4) comp value zero.

      *> print-house routing - see X0560-route-print-house. The
      *> caller sets the customer, the channel (P paper, M e-mail,
      *> E e-invoice, B the bank's e-faktura) and the postnummer,
      *> blank for a bundle of many debtors
       01 wn-route-cust-id                   pic s9(9) comp value zero.
       01 wc-route-channel                   pic x(1)  value space.
       01 wc-route-postno                    pic x(5)  value space.
       01 wc-route-house                     pic x(10) value space.
       01 wn-route-sqlcode                   pic s9(9) comp value zero.
       01 wn-route-houses                    pic s9(9) comp value zero.

      *> the reklambilagor going in the envelope in hand - see
      *> B0211-select-inserts. An envelope takes at most one leaflet
      *> per feeder station and six in all
       01 wr-ins-table.
           05 wn-ins-count                   pic s9(4) comp value zero.
           05 wn-ins-entry occurs 6.
               10 wn-ins-book-id             pic s9(9) comp.
               10 wn-ins-feeder              pic s9(4) comp.
       01 wn-ins-idx                         pic s9(4) comp value zero.
       01 wn-ins-ptr                         pic s9(4) comp value zero.
       01 wn-ins-grams                       pic s9(9) comp value zero.
       01 wn-ins-used                        pic s9(9) comp value zero.
       01 wn-ins-sqlcode                     pic s9(9) comp value zero.
       01 wn-ins-warned-id                   pic s9(9) comp value zero.
       01 wn-ins-feeder-ed                   pic z9 value zero.
       01 wn-ins-book-ed                     pic z(8)9 value zero.
       01 wc-ins-take                        pic x value space.

      *> the customer's messages on the document in hand - see
      *> X0570-select-messages. The caller sets the channel: P paper,
      *> M e-mail, E e-invoice
       01 wr-msg-table.
           05 wn-msg-count                   pic s9(4) comp value zero.
           05 wn-msg-entry occurs 3.
               10 wn-msg-id                  pic s9(9) comp.
               10 wc-msg-text                pic x(120).
       01 wn-msg-idx                         pic s9(4) comp value zero.
       01 wc-msg-channel                     pic x(1) value space.
       01 wn-msg-amount                      pic s9(7)v99 comp-3
                                                 value zero.
       01 wn-msg-payscore                    pic s9(4) comp value zero.
       01 wn-ind-msg-payscore                pic s9(4) comp value zero.
       01 wn-msg-sqlcode                     pic s9(9) comp value zero.
       01 wn-msg-len                         pic s9(4) comp value zero.

      *> OCR reference assembly for consolidated invoices - same
      *> mechanism as dunning's Y0210-build-ocr-ref under this
      *> program's naming convention
       01 wc-runlog-now                      pic x(21) value space.
       01 wc-run-timestamp                   pic x(19) value space.
       01 wc-run-now                         pic x(21) value space.
      *> invoices with a later senddate are held back from the run
       01 wc-send-today                      pic x(10) value space.

       *>-------------------------------------------------------
       *> Restart checkpoint
      *>  ordered by the debtor's postcode so the physical output
      *>  comes off the printer pre-sorted for Posten's tray
      *>  discount - the manifest in B0285-write-sort-manifest
      *>  summarises the bins. Mail abroad comes last, by country.
      *>  Invoices the capacity plan left for the next run are not
      *>  taken (see B0101-plan-print-capacity)
           exec sql
               declare cur-invoices cursor for
                   select i.inv_id,
                       where i.cust_id =
                                   :wn-current-customer-no
                         and i.invstate = 0
                         and i.senddate <= :wc-send-today
                         and not exists
                             (select 1
                                  from printplan p
                                  where p.inv_id = i.inv_id
                                    and p.deferred = 1)
                       order by case when a.country = 'SE'
                                       or a.country = ' '
                                     then 0 else 1 end,
                                a.country, a.postno, i.inv_id
           end-exec.

       *>  for the invoice's attachment lines, in the order the
                         and i.item_id = vi.item_id
           end-exec

       *>  the invoice's VAT rates, the one carrying the largest net
       *>  amount first - the rate the aviavgift follows
           exec sql
               declare cur-fee-vat cursor for
                   select i.vat
                       from invitem vi, item i
                       where vi.inv_id = :wn-current-invoice-no
                         and i.item_id = vi.item_id
                       group by i.vat
                       order by sum(i.qty * i.price) desc
           end-exec

       *>  the invoice's husavdrag, one row per buyer and work type
           exec sql
               declare cur-husavdrag cursor for
                   select kind, worktype, buyerpnr, labour,
                          material, hours, reduction, property
                       from husavdr
                       where inv_id = :wn-current-invoice-no
                       order by kind, worktype, buyerpnr
           end-exec

       *>  for the capacity plan: every invoice the batch run would
       *>  put on paper - the same selection as cur-customers and
       *>  cur-invoices, less the e-invoice customers and the
       *>  debtors who get their invoices by e-mail or in the bank
           exec sql
               declare cur-plan-invoices cursor for
                   select i.inv_id,
                          i.cust_id,
                          i.invno,
                          i.invdate,
                          c.sladays,
                          c.bundleinvoices,
                          a.postno
                       from invoice i
                            inner join customer c
                                on c.cust_id = i.cust_id
                            left outer join debtor d
                                on d.debt_id = i.debt_id
                            left outer join addr a
                                on a.addr_id = d.addr_id
                       where c.status = 1
                         and c.test_customer = 0
                         and c.cust_id > :wn-ckpt-last-customer-no
                         and (:wn-run-finid = 0
                              or c.fin_id = :wn-run-finid)
                         and c.delivery <> 'E'
                         and coalesce(d.delivery, 'P') <> 'M'
                         and coalesce(d.delivery, 'P') <> 'B'
                         and i.invstate = 0
                         and i.senddate <= :wc-send-today
           end-exec

       *>  the print houses' capacity on today's weekday
           exec sql
               declare cur-plan-capacity cursor for
                   select house, sheets
                       from printcap
                       where weekday = :wn-cap-weekday
                       order by house
           end-exec

       *>  the plan in the order the capacity is handed out -
       *>  nearest SLA deadline first, the oldest file among equals
           exec sql
               declare cur-plan-order cursor for
                   select inv_id, house, sheets
                       from printplan
                       order by deadline, procdate, inv_id
           end-exec

       *>  what the capacity left over, for the spillover report
           exec sql
               declare cur-plan-spill cursor for
                   select p.house, p.procdate, p.deadline, p.sheets,
                          i.custno, i.invno, c.sladays
                       from printplan p, invoice i, customer c
                       where p.deferred = 1
                         and i.inv_id = p.inv_id
                         and c.cust_id = p.cust_id
                       order by p.deadline, i.custno, i.invno
           end-exec

       *>  the routing rules that match a file, the most specific
       *>  first - only the first row is fetched
           exec sql
               declare cur-route cursor for
                   select house
                       from printhse
                       where (cust_id = :wn-route-cust-id
                              or cust_id = 0)
                         and (channel = :wc-route-channel
                              or channel = ' ')
                         and (postfrom = ' '
                              or (postfrom <= :wc-route-postno
                                  and postto >= :wc-route-postno))
                       order by cust_id desc, channel desc,
                                postfrom desc
           end-exec

       *>  the customer's reklambilaga bookings running today whose
       *>  leaflets lie at the print house the envelope goes to
           exec sql
               declare cur-insbook cursor for
                   select book_id, selection, postfrom, postto,
                          feeder, grams, stock
                       from insbook
                       where cust_id = :insbook-cust-id
                         and state = 1
                         and house = :wc-route-house
                         and fromdate <= :insbook-fromdate
                         and todate >= :insbook-fromdate
                       order by feeder, book_id
           end-exec

       *>  the customer's messages running today that the invoice in
       *>  hand is targeted by, the most urgent first
           exec sql
               declare cur-messages cursor for
                   select msg_id, msgtext
                       from invmsg
                       where cust_id = :invmsg-cust-id
                         and state = 1
                         and fromdate <= :invmsg-fromdate
                         and todate >= :invmsg-fromdate
                         and (channel = ' '
                              or channel = :wc-msg-channel)
                         and (scorefrom = 0
                              or (scorefrom <= :wn-msg-payscore
                                  and scoreto >= :wn-msg-payscore))
                         and (postfrom = ' '
                              or (postfrom <= :wc-debtor-postnr
                                  and postto >= :wc-debtor-postnr))
                         and amtfrom <= :wn-msg-amount
                         and (amtto = 0
                              or amtto >= :wn-msg-amount)
                       order by priority, msg_id
           end-exec


       *>-------------------------------------------------------
       *> Working records
           05 wc-debtor-email                pic x(254) value space.
           05 wc-debtor-delivery             pic x(1)  value space.
           05 wc-debtor-vatno                pic x(20) value space.
           05 wc-debtor-country              pic x(2)  value space.
           05 wc-debtor-postcode             pic x(10) value space.

       *> the destination country's view of the debtor address,
       *> set by X0210-resolve-debtor-country
       01 wc-debtor-country-name             pic x(30) value space.
       *> Y = the town is written before the postcode (GB, US ...)
       01 wc-addr-place-first-flag           pic x value 'N'.
       *> D = domestic, E = Europe, W = rest of the world
       01 wc-post-zone                       pic x value 'D'.
       *> Y = the buyer sits in another EU member state
       01 wc-debtor-eu-flag                  pic x value 'N'.


       *>-------------------------------------------------------
             if lk-run-mode = 'STM'
               perform B0170-write-debtor-statement
             else
              if lk-run-mode = 'SBK'
               perform B0180-write-balance-confirmations
              else
               move function current-date(1:4) to wc-send-today(1:4)
               move function current-date(5:2) to wc-send-today(6:2)
               move function current-date(7:2) to wc-send-today(9:2)
               move '-' to wc-send-today(5:1) wc-send-today(8:1)
               perform A0050-checkpoint-init
      *>       the samlingsfaktura sweep runs before the customer
      *>       cursor opens, so the consolidated invoices it creates
      *>       are part of the run that follows
               perform B0109-consolidate-invoices
      *>       the capacity plan decides what the run takes before
      *>       the customer cursor opens
               perform B0101-plan-print-capacity
               perform A0100-init
               perform B0100-submit-invoices
              end-if
             end-if
            end-if
           end-if
               move invoice-inv-id to wn-current-invoice-no
               move zero to wn-invoice-sum

               perform B0206-add-invoice-fee
               perform B0207-mark-invoice-sold

               exec sql
                   open cur-invoice-items
               end-exec
           compute wn-stmt-debt-id = function numval(lk-invno)

           exec sql
               select d.name, d.contact, a.street, a.postno, a.place,
                      a.country, a.postcode
                   into :wc-debtor-name, :wc-debtor-contact,
                        :wc-debtor-street, :wc-debtor-postnr,
                        :wc-debtor-place, :wc-debtor-country,
                        :wc-debtor-postcode
                   from debtor d, addr a
                   where d.debt_id = :wn-stmt-debt-id
                     and a.addr_id = d.addr_id
               move wc-escape-out to wc-output-line
               perform B0230-write-output-line

               perform X0210-resolve-debtor-country
               perform B0221-write-postal-lines

               move space to wc-output-line
               perform B0230-write-output-line
           end-string
           perform B0230-write-output-line
       .
       *>-------------------------------------------------------
       *> Saldobekräftelser: one letter per BALCONF row of the run
       *> PbsSald picked, through the same address block and output
       *> rename as the kontoutdrag - what stood open at the
       *> cut-off, item by item, and a reply slip for the
       *> counterparty to confirm the balance or state its own.
       *> The run id (the first letter's CONF_ID) arrives in
       *> lk-invno.
       B0180-write-balance-confirmations.
           compute wn-sbk-run-id = function numval(lk-invno)
           move wn-sbk-run-id to balconf-run-id
           move zero to wn-sbk-letter-count

           exec sql
               declare cur-balconf cursor for
               select conf_id, cutoff, partytype, party_id,
                      currency, balance
                   from balconf
                   where run_id = :balconf-run-id
                   order by conf_id
           end-exec

           exec sql
               open cur-balconf
           end-exec

           exec sql
               fetch cur-balconf
                   into :balconf-conf-id, :balconf-cutoff,
                        :balconf-partytype, :balconf-party-id,
                        :balconf-currency, :balconf-balance
           end-exec

           perform until sqlcode not = zero

               perform B0182-write-one-confirmation

               exec sql
                   fetch cur-balconf
                       into :balconf-conf-id, :balconf-cutoff,
                            :balconf-partytype, :balconf-party-id,
                            :balconf-currency, :balconf-balance
               end-exec

           end-perform

           exec sql
               close cur-balconf
           end-exec

           display 'Saldobekräftelser skrivna: ' wn-sbk-letter-count
       .
       *>-------------------------------------------------------
       B0182-write-one-confirmation.
      *>   the counterparty's address: the debtor's own, or the
      *>   customer's for a letter on our service invoices
           if balconf-customer
               exec sql
                   select c.name, ' ', a.street, a.postno, a.place,
                          a.country, a.postcode
                       into :wc-debtor-name, :wc-debtor-contact,
                            :wc-debtor-street, :wc-debtor-postnr,
                            :wc-debtor-place, :wc-debtor-country,
                            :wc-debtor-postcode
                       from customer c, addr a
                       where c.cust_id = :balconf-party-id
                         and a.addr_id = c.addr_id
               end-exec
           else
               exec sql
                   select d.name, d.contact, a.street, a.postno,
                          a.place, a.country, a.postcode
                       into :wc-debtor-name, :wc-debtor-contact,
                            :wc-debtor-street, :wc-debtor-postnr,
                            :wc-debtor-place, :wc-debtor-country,
                            :wc-debtor-postcode
                       from debtor d, addr a
                       where d.debt_id = :balconf-party-id
                         and a.addr_id = d.addr_id
               end-exec
           end-if

           if sqlcode not = zero
               display 'Motparten hittades inte: ' balconf-party-id
               exit paragraph
           end-if

           move balconf-conf-id to wn-sbk-conf-ed
           move balconf-balance to wn-sbk-amount-ed

           open output output-file

           string 'SALDOBEKRÄFTELSE  ' delimited by size
               function current-date(1:4) delimited by size
               '-' delimited by size
               function current-date(5:2) delimited by size
               '-' delimited by size
               function current-date(7:2) delimited by size
               into wc-output-line
           end-string
           perform B0230-write-output-line

           string 'Vår referens: ' delimited by size
               function trim(wn-sbk-conf-ed) delimited by size
               into wc-output-line
           end-string
           perform B0230-write-output-line

           move space to wc-output-line
           perform B0230-write-output-line

      *>   same address block the invoices carry
           move wc-debtor-name to wc-escape-in
           perform X0300-escape-latex-text
           move wc-escape-out to wc-output-line
           perform B0230-write-output-line

           move wc-debtor-street to wc-escape-in
           perform X0300-escape-latex-text
           move wc-escape-out to wc-output-line
           perform B0230-write-output-line

           perform X0210-resolve-debtor-country
           perform B0221-write-postal-lines

           move space to wc-output-line
           perform B0230-write-output-line

           string 'Vår revisor ber oss bekräfta mellanhavandet med '
                   delimited by size
               'er per ' delimited by size
               balconf-cutoff delimited by size
               '.' delimited by size
               into wc-output-line
           end-string
           perform B0230-write-output-line

           string 'Enligt våra böcker var ert saldo då '
                   delimited by size
               function trim(wn-sbk-amount-ed) delimited by size
               ' ' delimited by size
               balconf-currency delimited by size
               ', specificerat nedan.' delimited by size
               into wc-output-line
           end-string
           perform B0230-write-output-line

           move space to wc-output-line
           perform B0230-write-output-line

           string 'Fakturanr        Fakturadag  Förfallodag'
                   delimited by size
               '      Belopp      Betalt       Öppet'
                   delimited by size
               into wc-output-line
           end-string
           perform B0230-write-output-line

           perform B0184-write-confirmation-items

           move space to wc-output-line
           perform B0230-write-output-line

           string 'Saldo per ' delimited by size
               balconf-cutoff delimited by size
               ': ' delimited by size
               function trim(wn-sbk-amount-ed) delimited by size
               ' ' delimited by size
               balconf-currency delimited by size
               into wc-output-line
           end-string
           perform B0230-write-output-line

           move 'Detta är inget betalningskrav.' to wc-output-line
           perform B0230-write-output-line

           move space to wc-output-line
           perform B0230-write-output-line
           move all '-' to wc-output-line(1:70)
           perform B0230-write-output-line

      *>   the reply slip goes straight back to the auditors
           move 'SVARSTALONG - returneras direkt till revisorn'
               to wc-output-line
           perform B0230-write-output-line

           string 'Saldobekräftelse ' delimited by size
               function trim(wn-sbk-conf-ed) delimited by size
               ', saldo per ' delimited by size
               balconf-cutoff delimited by size
               ': ' delimited by size
               function trim(wn-sbk-amount-ed) delimited by size
               ' ' delimited by size
               balconf-currency delimited by size
               into wc-output-line
           end-string
           perform B0230-write-output-line

           move space to wc-output-line
           perform B0230-write-output-line
           move '[ ] Saldot stämmer.' to wc-output-line
           perform B0230-write-output-line
           move '[ ] Saldot stämmer inte. Enligt oss är saldot: '
               to wc-output-line
           move '......................' to wc-output-line(50:22)
           perform B0230-write-output-line
           move '    Specifikation av skillnaden bifogas.'
               to wc-output-line
           perform B0230-write-output-line
           move space to wc-output-line
           perform B0230-write-output-line
           move 'Ort och datum: .........................'
               to wc-output-line
           perform B0230-write-output-line
           move 'Underskrift:   .........................'
               to wc-output-line
           perform B0230-write-output-line
           move 'Namnförtydligande: .....................'
               to wc-output-line
           perform B0230-write-output-line

           close output-file

           move space to new-filename
           string 'SB-' delimited by size
               function trim(wn-sbk-conf-ed) delimited by size
               '.tex' delimited by size
               into new-filename

           call "CBL_RENAME_FILE" using  old-filename
                                       new-filename
                               returning return-code

           if return-code not = 0
               display 'Kunde inte döpa om saldobekräftelsen '
                   function trim(wn-sbk-conf-ed)
           else
               add 1 to wn-sbk-letter-count
           end-if
       .
       *>-------------------------------------------------------
       B0184-write-confirmation-items.
      *>   the open items as PbsSald valued them: invoices of the
      *>   letter's currency dated up to the cut-off, less what
      *>   was paid by then, leaving out what was written off by
      *>   then - the debtor's own invoices, or our service
      *>   invoices to the customer
           exec sql
               declare cur-balconf-items cursor for
               select v.inv_id, v.invno, v.invdate, v.duedate
                   from invoice v, customer c
                   where v.cust_id = c.cust_id
                     and c.test_customer = 0
                     and c.currency = :balconf-currency
                     and v.creditof = 0
                     and v.invstate in (1, 2, 3, 8)
                     and v.invdate <= :balconf-cutoff
                     and ((:balconf-partytype = 'D'
                           and v.debt_id = :balconf-party-id
                           and not exists
                               (select 1 from debtor d
                                where d.debt_id = v.debt_id
                                  and d.name = c.name))
                       or (:balconf-partytype = 'K'
                           and v.cust_id = :balconf-party-id
                           and exists
                               (select 1 from debtor d
                                where d.debt_id = v.debt_id
                                  and d.name = c.name)))
                     and not exists
                         (select 1 from writeoff w
                          where w.inv_id = v.inv_id
                            and w.wodate <= :balconf-cutoff
                            and (w.reversed = 0
                                 or w.revdate > :balconf-cutoff))
                   order by v.invdate, v.inv_id
           end-exec

           exec sql
               open cur-balconf-items
           end-exec

           exec sql
               fetch cur-balconf-items
                   into :invoice-inv-id, :invoice-invno,
                        :invoice-invdate, :invoice-duedate
           end-exec

           perform until sqlcode not = zero

               perform B0186-write-one-confirmation-item

               exec sql
                   fetch cur-balconf-items
                       into :invoice-inv-id, :invoice-invno,
                            :invoice-invdate, :invoice-duedate
               end-exec

           end-perform

           exec sql
               close cur-balconf-items
           end-exec
       .
       *>-------------------------------------------------------
       B0186-write-one-confirmation-item.
           move zero to wn-stmt-inv-total
           exec sql
               select coalesce(sum(item.qty * item.price
                          + item.qty * item.price * item.vat / 100), 0)
                   into :wn-stmt-inv-total
                   from item, invitem
                   where invitem.inv_id = :invoice-inv-id
                     and item.item_id = invitem.item_id
           end-exec

           move zero to wn-stmt-paid
           exec sql
               select coalesce(sum(amount), 0)
                   into :wn-stmt-paid
                   from payment
                   where inv_id = :invoice-inv-id
                     and paydate <= :balconf-cutoff
           end-exec

           compute wn-sbk-open = wn-stmt-inv-total - wn-stmt-paid
           if wn-sbk-open not > zero
               exit paragraph
           end-if

           move space to wc-output-line
           string function trim(invoice-invno-text) delimited by size
               into wc-output-line
           end-string
           move invoice-invdate to wc-output-line(18:10)
           move invoice-duedate to wc-output-line(30:10)
           move wn-stmt-inv-total to wn-stmt-amount-ed
           move wn-stmt-amount-ed to wc-output-line(41:11)
           move wn-stmt-paid to wn-stmt-amount-ed
           move wn-stmt-amount-ed to wc-output-line(53:11)
           move wn-sbk-open to wn-stmt-amount-ed
           move wn-stmt-amount-ed to wc-output-line(65:11)
           perform B0230-write-output-line
       .
       *>*******************************************************
       A0050-checkpoint-init.
      *> Resume point for the batch run - defaults to zero (no
           move zero to wn-run-pdf-fail-count
           move zero to wn-run-blocked-count
           move zero to wn-run-sheet-count
           move zero to wn-run-efaktura-count

           perform B0105-open-print-run

           move 'Y' to wc-batch-run-flag
           move zero to wn-postbin-unknown
           move zero to wn-postbin-europe
           move zero to wn-postbin-world
           perform varying wn-postbin-idx from 1 by 1
               until wn-postbin-idx > 100
               move zero to wn-postbin-count (wn-postbin-idx)
               wn-run-pdf-fail-count
           display 'Kreditspärrade fakturor:   '
               wn-run-blocked-count
           display 'E-faktura till internetbank: '
               wn-run-efaktura-count
           display 'Kvar till nästa körning (kapacitet): '
               wn-cap-spill-count
           display '  varav SLA-risk / SLA-brott: '
               wn-cap-risk-count ' / ' wn-cap-breach-count
           move wn-run-env-count to wn-post-count-ed
           move wn-run-postage to wn-post-sum-ed
           display 'Kuvert med porto:          ' wn-post-count-ed
               '  porto ' wn-post-sum-ed

           perform X0610-runlog-end
       .
       *>-------------------------------------------------------
       *> The print houses take only so many sheets a day (PRINTCAP,
       *> per house and weekday). Before the run every pending paper
       *> invoice is planned into PRINTPLAN with its SLA deadline,
       *> and each house's capacity is handed out in deadline order
       *> - the customers with the tightest SLADAYS are printed
       *> first when month-end intake is more than the house can
       *> take. What does not fit is marked deferred: cur-invoices
       *> passes it by, it stays pending for the next run, and the
       *> spillover report names it so extra shifts can be bought
       *> before an SLA is breached.
       B0101-plan-print-capacity.
           move zero to wn-cap-planned
           move zero to wn-cap-spill-count
           move zero to wn-cap-risk-count
           move zero to wn-cap-breach-count
           move zero to wn-cap-house-count
           move space to wc-cap-last-procdate

           compute wn-cap-today-int = function integer-of-date(
               function numval(function current-date(1:8)))
           compute wn-cap-weekday =
               function mod(wn-cap-today-int - 1, 7) + 1

      *>   the next bank day the run can be made - a spilled
      *>   invoice whose deadline is before it will breach its SLA
           compute wn-roll-int = wn-cap-today-int + 1
           perform X0540-roll-to-bank-day
           move wc-roll-date to wc-cap-next-run

           exec sql
               delete from printplan
           end-exec
           if sqlcode not = zero and sqlcode not = 100
               display ' Delete SQL sats in PRINTPLAN är felt'
           end-if

           move wc-send-today to printplan-plandate

           exec sql
               open cur-plan-invoices
           end-exec

           exec sql
               fetch cur-plan-invoices into
                   :invoice-inv-id,
                   :invoice-cust-id,
                   :invoice-invno,
                   :invoice-invdate:wn-ind-cap-invdate,
                   :wn-cap-sladays,
                   :customer-bundleinvoices,
                   :wc-route-postno:wn-ind-cap-postno
           end-exec

           perform until sqlcode not = zero

               perform B0102-plan-one-invoice

               exec sql
                   fetch cur-plan-invoices into
                       :invoice-inv-id,
                       :invoice-cust-id,
                       :invoice-invno,
                       :invoice-invdate:wn-ind-cap-invdate,
                       :wn-cap-sladays,
                       :customer-bundleinvoices,
                       :wc-route-postno:wn-ind-cap-postno
               end-exec
           end-perform

           exec sql
               close cur-plan-invoices
           end-exec

           perform B0104-allot-capacity
           perform B0106-write-spillover

           exec sql
               commit
           end-exec
       .
       *>-------------------------------------------------------
       *> One invoice into the plan: the day its file arrived - a
       *> reminder, credit note or samlingsfaktura came in no file
       *> and counts from its invoice date - the sheets it takes
       *> and its SLA deadline.
       B0102-plan-one-invoice.
           move invoice-inv-id to printplan-inv-id
           move invoice-cust-id to printplan-cust-id

      *>   the house the invoice's paper file will be routed to - a
      *>   bundle file carries many debtors and so no postnummer
           move invoice-cust-id to wn-route-cust-id
           move 'P' to wc-route-channel
           if wn-ind-cap-postno not = 0 or customer-bundle-yes
               move space to wc-route-postno
           end-if
           perform X0560-route-print-house
           move wc-route-house to printplan-house

           if wn-ind-cap-invdate = 0
               move invoice-invdate to printplan-procdate
           else
               move wc-send-today to printplan-procdate
           end-if

           if invoice-invno-len > 0 and invoice-invno-len < 10
               if invoice-invno-text(1:invoice-invno-len) numeric
                   compute wn-cap-ordno = function numval(
                       invoice-invno-text(1:invoice-invno-len))
                   move space to wc-cap-procdate
                   exec sql
                       select max(procdate)
                           into :wc-cap-procdate:wn-ind-cap-procdate
                           from inlog
                           where cust_id = :invoice-cust-id
                             and ordno = :wn-cap-ordno
                   end-exec
                   if sqlcode = zero and wn-ind-cap-procdate = 0
                           and wc-cap-procdate not = space
                       move wc-cap-procdate to printplan-procdate
                   end-if
               end-if
           end-if

           move invoice-inv-id to wn-current-invoice-no
           perform B0208-count-document-sheets
           move wn-invoice-sheet-count to printplan-sheets

      *>   one file's invoices share the arrival day and customer,
      *>   so the calendar walk is only done when either changes
           evaluate true
               when wn-cap-sladays not > zero
                   move '9999-12-31' to printplan-deadline
               when printplan-procdate = wc-cap-last-procdate
                       and wn-cap-sladays = wn-cap-last-sladays
                   move wc-cap-last-deadline to printplan-deadline
               when other
                   perform B0103-find-sla-deadline
           end-evaluate

           move zero to printplan-deferred

           exec sql
               insert into printplan
               values ( :printplan-inv-id,
                         :printplan-cust-id,
                         :printplan-house,
                         :printplan-plandate,
                         :printplan-procdate,
                         :printplan-deadline,
                         :printplan-sheets,
                         :printplan-deferred)
           end-exec

           if sqlcode not = zero
               display ' Insert SQL sats in PRINTPLAN är felt'
           else
               add 1 to wn-cap-planned
           end-if
       .
       *>-------------------------------------------------------
       *> The last day the invoice can be printed within its SLA,
       *> counted on the bank calendar: the arrival day is the
       *> first working day if it is a bank day, and the deadline
       *> is the bank day after the SLADAYS:th - printed then, the
       *> invoice has waited exactly SLADAYS working days.
       B0103-find-sla-deadline.
           move printplan-procdate(1:4) to wn-roll-ymd(1:4)
           move printplan-procdate(6:2) to wn-roll-ymd(5:2)
           move printplan-procdate(9:2) to wn-roll-ymd(7:2)
           compute wn-roll-int =
               function integer-of-date(wn-roll-ymd)

           move zero to wn-cap-counted
           perform until wn-cap-counted > wn-cap-sladays
               perform X0540-roll-to-bank-day
               add 1 to wn-cap-counted
               if wn-cap-counted not > wn-cap-sladays
                   add 1 to wn-roll-int
               end-if
           end-perform

           move wc-roll-date to printplan-deadline
           move printplan-procdate to wc-cap-last-procdate
           move wn-cap-sladays to wn-cap-last-sladays
           move wc-roll-date to wc-cap-last-deadline
       .
       *>-------------------------------------------------------
       *> Hand out today's capacity. A house starts the day with
       *> what its earlier runs today already printed - a rerun
       *> after a failure or a second run the same day gets only
       *> what is left. A house with no PRINTCAP row for the
       *> weekday has no cap and everything planned for it goes.
       *> An invoice that no longer fits is deferred; a smaller one
       *> further down the list may still fill what remains.
       B0104-allot-capacity.
           exec sql
               open cur-plan-capacity
           end-exec

           exec sql
               fetch cur-plan-capacity into
                   :printcap-house,
                   :printcap-sheets
           end-exec

           perform until sqlcode not = zero

               if wn-cap-house-count < 20
                   add 1 to wn-cap-house-count
                   move printcap-house
                       to wc-cap-house (wn-cap-house-count)
                   move printcap-sheets
                       to wn-cap-limit (wn-cap-house-count)
                   move zero to wn-cap-spilled (wn-cap-house-count)
                   move zero
                       to wn-cap-spill-sheets (wn-cap-house-count)
               end-if

               exec sql
                   fetch cur-plan-capacity into
                       :printcap-house,
                       :printcap-sheets
               end-exec
           end-perform

           exec sql
               close cur-plan-capacity
           end-exec

           perform varying wn-cap-idx from 1 by 1
               until wn-cap-idx > wn-cap-house-count
               move wc-cap-house (wn-cap-idx) to manifest-house
               move zero to wn-cap-today-sheets
               exec sql
                   select coalesce(sum(sheets), 0)
                       into :wn-cap-today-sheets
                       from manifest
                       where sentdate = :wc-send-today
                         and house = :manifest-house
                         and confirmed <> 2
               end-exec
               if sqlcode not = zero
                   move zero to wn-cap-today-sheets
               end-if
               move wn-cap-today-sheets to wn-cap-used (wn-cap-idx)
           end-perform

           if wn-cap-house-count > zero

               exec sql
                   open cur-plan-order
               end-exec

               exec sql
                   fetch cur-plan-order into
                       :printplan-inv-id,
                       :printplan-house,
                       :printplan-sheets
               end-exec

               perform until sqlcode not = zero

                   move zero to wn-cap-found
                   perform varying wn-cap-idx from 1 by 1
                       until wn-cap-idx > wn-cap-house-count
                          or wn-cap-found > zero
                       if wc-cap-house (wn-cap-idx) = printplan-house
                           move wn-cap-idx to wn-cap-found
                       end-if
                   end-perform

                   if wn-cap-found > zero
                       if wn-cap-used (wn-cap-found) + printplan-sheets
                               > wn-cap-limit (wn-cap-found)
                           exec sql
                               update printplan
                                   set deferred = 1
                                   where inv_id = :printplan-inv-id
                           end-exec
                           if sqlcode not = zero
                               display ' Update SQL sats in PRINTPLAN'
                                   ' är felt'
                           end-if
                           add 1 to wn-cap-spilled (wn-cap-found)
                           add printplan-sheets
                               to wn-cap-spill-sheets (wn-cap-found)
                           add 1 to wn-cap-spill-count
                       else
                           add printplan-sheets
                               to wn-cap-used (wn-cap-found)
                       end-if
                   end-if

                   exec sql
                       fetch cur-plan-order into
                           :printplan-inv-id,
                           :printplan-house,
                           :printplan-sheets
                   end-exec
               end-perform

               exec sql
                   close cur-plan-order
               end-exec
           end-if
       .
       *>-------------------------------------------------------
       *> Spillover report data/spillover.txt: each capped house's
       *> day, then every invoice left for the next run in deadline
       *> order with its customer. RISK - the deadline is the next
       *> run day, so the invoice must be in that run; BROTT - the
       *> deadline is already before it and the SLA will be
       *> breached unless the house takes more today.
       B0106-write-spillover.
           open output spillover-file

           move space to spillover-rec
           string 'ÖVERSPILL UTSKRIFTSKÖRNING ' delimited by size
               wc-send-today delimited by size
               '   NÄSTA KÖRNINGSDAG ' delimited by size
               wc-cap-next-run delimited by size
               into spillover-rec
           end-string
           write spillover-rec

           if wn-cap-house-count = zero
               move 'INGEN KAPACITETSGRÄNS FÖR DAGENS VECKODAG'
                   to spillover-rec
               write spillover-rec
           end-if

           perform varying wn-cap-idx from 1 by 1
               until wn-cap-idx > wn-cap-house-count
               move wn-cap-limit (wn-cap-idx) to wn-cap-limit-ed
               move wn-cap-used (wn-cap-idx) to wn-cap-sheets-ed
               move wn-cap-spilled (wn-cap-idx) to wn-cap-count-ed
               move space to spillover-rec
               string 'TRYCKERI ' delimited by size
                   wc-cap-house (wn-cap-idx) delimited by size
                   ' KAPACITET' delimited by size
                   wn-cap-limit-ed delimited by size
                   ' ARK  PLANERAT' delimited by size
                   wn-cap-sheets-ed delimited by size
                   ' ARK  KVAR' delimited by size
                   wn-cap-count-ed delimited by size
                   ' ST' delimited by size
                   into spillover-rec
               end-string
               write spillover-rec
           end-perform

           move space to spillover-rec
           write spillover-rec
           move space to spillover-rec
           string 'KUNDNR         FAKTURANR       TRYCKERI   '
                   delimited by size
               'MOTTAGEN   SENAST      ARK  SLA STATUS'
                   delimited by size
               into spillover-rec
           end-string
           write spillover-rec

           exec sql
               open cur-plan-spill
           end-exec

           exec sql
               fetch cur-plan-spill into
                   :printplan-house,
                   :printplan-procdate,
                   :printplan-deadline,
                   :printplan-sheets,
                   :invoice-custno,
                   :invoice-invno,
                   :wn-cap-sladays
           end-exec

           perform until sqlcode not = zero

               move space to wc-cap-status
               if wn-cap-sladays > zero
                   if printplan-deadline < wc-cap-next-run
                       move 'BROTT' to wc-cap-status
                       add 1 to wn-cap-breach-count
                   else
                       if printplan-deadline = wc-cap-next-run
                           move 'RISK' to wc-cap-status
                           add 1 to wn-cap-risk-count
                       end-if
                   end-if
               end-if

               move printplan-sheets to wn-cap-inv-sheets-ed
               move wn-cap-sladays to wn-cap-sladays-ed
               move space to spillover-rec
               string invoice-custno-text(1:14) delimited by size
                   ' ' delimited by size
                   invoice-invno-text(1:15) delimited by size
                   ' ' delimited by size
                   printplan-house delimited by size
                   ' ' delimited by size
                   printplan-procdate delimited by size
                   ' ' delimited by size
                   printplan-deadline delimited by size
                   ' ' delimited by size
                   wn-cap-inv-sheets-ed delimited by size
                   wn-cap-sladays-ed delimited by size
                   ' ' delimited by size
                   wc-cap-status delimited by size
                   into spillover-rec
               end-string
               write spillover-rec

               exec sql
                   fetch cur-plan-spill into
                       :printplan-house,
                       :printplan-procdate,
                       :printplan-deadline,
                       :printplan-sheets,
                       :invoice-custno,
                       :invoice-invno,
                       :wn-cap-sladays
               end-exec
           end-perform

           exec sql
               close cur-plan-spill
           end-exec

           move space to spillover-rec
           write spillover-rec
           move wn-cap-spill-count to wn-cap-count-ed
           move space to spillover-rec
           string 'FAKTUROR KVAR TILL NÄSTA KÖRNING: '
                   delimited by size
               wn-cap-count-ed delimited by size
               into spillover-rec
           end-string
           write spillover-rec
           move wn-cap-risk-count to wn-cap-count-ed
           move space to spillover-rec
           string 'VARAV SLA-RISK:                   ' delimited by size
               wn-cap-count-ed delimited by size
               into spillover-rec
           end-string
           write spillover-rec
           move wn-cap-breach-count to wn-cap-count-ed
           move space to spillover-rec
           string 'VARAV SLA-BROTT:                  ' delimited by size
               wn-cap-count-ed delimited by size
               into spillover-rec
           end-string
           write spillover-rec

           close spillover-file
       .
       *>-------------------------------------------------------
       *> One PRINTRUN header row per batch run, so every OUTLOG row
      *>   every batch run starts gated: its files wait for an
      *>   operator to review the proof file and release the run
           move zero to printrun-state
           move zero to printrun-envcount
           move zero to printrun-postage
           move space to printrun-house

           exec sql
               insert into printrun
                         :printrun-endtime,
                         :printrun-operator,
                         :printrun-invcount,
                         :printrun-state,
                         :printrun-envcount,
                         :printrun-postage,
                         :printrun-house)
           end-exec

           move space to wc-proof-filename
           end-string
           move wc-run-timestamp to printrun-endtime
           move wn-run-invoice-count to printrun-invcount
           move wn-run-env-count to printrun-envcount
           move wn-run-postage to printrun-postage

      *>   the house the run's files went to, FLERA when the routing
      *>   split them over more than one
           move zero to wn-route-houses
           move space to printrun-house
           exec sql
               select count(distinct house), coalesce(max(house), ' ')
                   into :wn-route-houses, :printrun-house
                   from manifest
                   where run_id = :wn-print-run-id
                     and house <> ' '
           end-exec
           if sqlcode not = zero
               move space to printrun-house
           else
               if wn-route-houses > 1
                   move 'FLERA' to printrun-house
               end-if
           end-if

           exec sql
               update printrun
                   set endtime = :printrun-endtime,
                       invcount = :printrun-invcount,
                       envcount = :printrun-envcount,
                       postage = :printrun-postage,
                       house = :printrun-house
                   where run_id = :wn-print-run-id
           end-exec

                       from invoice
                       where cust_id = :wn-cons-cust-id
                         and invstate = 0
                         and senddate <= :wc-send-today
                       group by debt_id
                       having count(*) > 1
           end-exec
           move zero to invoice-dunlevel
           move space to invoice-lastdundate
           move zero to invoice-intbilled
           move space to invoice-senddate

           perform X0510-build-ocr-ref

                         :invoice-ocrref,
                         :invoice-dunlevel,
                         :invoice-lastdundate,
                         :invoice-intbilled,
                         :invoice-senddate)
           end-exec

           if sqlcode not = zero
                       where cust_id = :wn-cons-cust-id
                         and debt_id = :wn-cons-debt-id
                         and invstate = 0
                         and senddate <= :wc-send-today
                         and inv_id <> :wn-cons-inv-id
                         and inv_id not in
                             (select cons_inv_id from conslink)
                       perform B0276-rename-xml-output
                   else

      *>          a private debtor registered for e-faktura in the
      *>          internet bank gets the bank network's file instead
      *>          of paper - outside the customer's bundle, whose
      *>          filename is put back afterwards
                   perform B0203-check-bank-efaktura
                   if wc-efk-flag = 'Y'
                       move new-filename to wc-efk-saved-filename
                       open output efaktura-file
                       perform B0340-write-bank-efaktura
                       close efaktura-file
                       perform B0279-rename-efaktura-output
                       move wc-efk-saved-filename to new-filename
                   else

                   if CUSTOMER-BUNDLE-YES
                       if wc-first-invoice-flag not = 'Y'
                           perform B0264-write-page-break
                       perform B0274-rename-invoice-output
                   end-if

                   end-if
                   end-if
                   end-if

                   if not sqlcode = 100 then
                       move invoice-inv-id to wn-current-invoice-no

                       perform B0206-add-invoice-fee
                       perform B0207-mark-invoice-sold

                       exec sql
                           open cur-invoice-items
                       end-exec
           move 1 to outlog-success
           move wn-invoice-roundamt to outlog-roundamt
           move wn-print-run-id to outlog-run-id
           move wc-env-class to outlog-postclass
           move wn-env-postage to outlog-postage
           move wn-out-sheets to outlog-sheets
           move wn-out-attpages to outlog-attpages

           exec sql
               insert into outlog
                         :outlog-printdate,
                         :outlog-success,
                         :outlog-roundamt,
                         :outlog-run-id,
                         :outlog-postclass,
                         :outlog-postage,
                         :outlog-sheets,
                         :outlog-attpages)
           end-exec

           perform B0263-log-inserts
           perform B0265-log-messages
           perform B0278-enqueue-mail
       .
       *>-------------------------------------------------------
       *> One INSUSE row per reklambilaga that went in the envelope
       *> just logged, against the same OUTLOG row - so a bundle
       *> that fails to deliver takes its leaflets back with it.
       *> The caller's sqlcode is left as it was.
       B0263-log-inserts.
           move sqlcode to wn-ins-sqlcode

           move outlog-outlog-id to insuse-outlog-id
           move outlog-inv-id to insuse-inv-id
           move function current-date(1:4) to insuse-usedate(1:4)
           move function current-date(5:2) to insuse-usedate(6:2)
           move function current-date(7:2) to insuse-usedate(9:2)
           move '-' to insuse-usedate(5:1) insuse-usedate(8:1)
           move outlog-run-id to insuse-run-id

           perform varying wn-ins-idx from 1 by 1
               until wn-ins-idx > wn-ins-count
               move wn-ins-book-id (wn-ins-idx) to insuse-book-id
               exec sql
                   insert into insuse
                   values ( :insuse-book-id,
                             :insuse-inv-id,
                             (:insuse-outlog-id + 1),
                             :insuse-usedate,
                             :insuse-run-id)
               end-exec
           end-perform
           move zero to wn-ins-count

           move wn-ins-sqlcode to sqlcode
       .
       *>-------------------------------------------------------
       *> One MSGLOG row per customer message the document just
       *> logged carried, against the same OUTLOG row. The caller's
       *> sqlcode is left as it was.
       B0265-log-messages.
           move sqlcode to wn-msg-sqlcode

           move outlog-outlog-id to msglog-outlog-id
           move outlog-inv-id to msglog-inv-id
           move function current-date(1:4) to msglog-logdate(1:4)
           move function current-date(5:2) to msglog-logdate(6:2)
           move function current-date(7:2) to msglog-logdate(9:2)
           move '-' to msglog-logdate(5:1) msglog-logdate(8:1)

           perform varying wn-msg-idx from 1 by 1
               until wn-msg-idx > wn-msg-count
               move wn-msg-id (wn-msg-idx) to msglog-msg-id
               exec sql
                   insert into msglog
                   values ( :msglog-msg-id,
                             :msglog-inv-id,
                             (:msglog-outlog-id + 1),
                             :msglog-logdate)
               end-exec
           end-perform
           move zero to wn-msg-count

           move wn-msg-sqlcode to sqlcode
       .
       *>-------------------------------------------------------
       *> Rename the customer's combined output.tex once all of
       *> that customer's invoices have been written into it. Only
       *> once the rename has actually succeeded are this customer's
                           set invstate = 1
                           where cust_id = :customer-cust-id
                             and invstate = 0
                             and senddate <= :wc-send-today
                             and not exists
                                 (select 1 from printplan p
                                   where p.inv_id = invoice.inv_id
                                     and p.deferred = 1)
                   end-exec
                   move customer-cust-id to wn-route-cust-id
                   move 'P' to wc-route-channel
                   move space to wc-route-postno
                   perform B0277-write-manifest
               else
                   add 1 to wn-run-pdf-fail-count
                   move 1 to wn-hist-new
                   perform X0530-log-state
                   move wn-invoice-sheet-count to wn-file-sheet-count
                   move invoice-cust-id to wn-route-cust-id
                   if wn-ind-debtor-delivery = 0 and
                      wc-debtor-delivery = 'M'
                       move 'M' to wc-route-channel
                   else
                       move 'P' to wc-route-channel
                   end-if
                   move wc-debtor-postnr to wc-route-postno
                   perform B0277-write-manifest
               else
                   add 1 to wn-run-pdf-fail-count
      *>   e-invoice documents are never proof-sampled - the gate
      *>   guards the physical print layout
           move 'N' to wc-proof-copy-flag
      *>   and go in no envelope, on no paper
           move space to wc-env-class
           move zero to wn-env-postage
           move zero to wn-out-sheets
           move zero to wn-out-attpages

           perform B0250-get-pbs-customer-data

           end-string
           perform B0230-write-output-line

      *>   the customer's messages to the debtor, one Note each - a
      *>   text too long for one line keeps its tags on lines of
      *>   their own
           move 'E' to wc-msg-channel
           perform X0570-select-messages
           perform varying wn-msg-idx from 1 by 1
               until wn-msg-idx > wn-msg-count
               move wc-msg-text (wn-msg-idx) to wc-escape-in
               perform X0310-escape-xml-text
               move function length(function trim(wc-escape-out))
                   to wn-msg-len
               if wn-msg-len <= 105
                   string '  <Note>' delimited by size
                       function trim(wc-escape-out) delimited by size
                       '</Note>' delimited by size
                       into wc-output-line
                   end-string
                   perform B0230-write-output-line
               else
                   move '  <Note>' to wc-output-line
                   perform B0230-write-output-line
                   move wc-escape-out (1:120) to wc-output-line
                   perform B0230-write-output-line
                   if wc-escape-out (121:134) not = space
                       move wc-escape-out (121:120) to wc-output-line
                       perform B0230-write-output-line
                   end-if
                   move '  </Note>' to wc-output-line
                   perform B0230-write-output-line
               end-if
           end-perform

           move '  <SellerParty>' to wc-output-line
           perform B0230-write-output-line
           move customer-name-text to wc-escape-in
           move wc-debtor-place to wc-escape-in
           perform X0310-escape-xml-text
           string '    <City>' delimited by size
               function trim(wc-debtor-postcode) delimited by size
               ' ' delimited by size
               function trim(wc-escape-out) delimited by size
               '</City>' delimited by size
               into wc-output-line
           end-string
           perform B0230-write-output-line
           if wc-debtor-country = space
               move 'SE' to wc-debtor-country
           end-if
           string '    <Country>' delimited by size
               wc-debtor-country delimited by size
               '</Country>' delimited by size
               into wc-output-line
           end-string
           perform B0230-write-output-line
           move '  </BuyerParty>' to wc-output-line
           perform B0230-write-output-line

           perform B0230-write-output-line

           compute wn-invoice-sum = wn-invoice-sum + wn-vat

      *>   husavdrag: the reduction Skatteverket pays is shown on its
      *>   own and the payable amount is the debtor's share
           move zero to wn-hus-total
           exec sql
               select coalesce(sum(reduction), 0)
                   into :wn-hus-total
                   from husavdr
                   where inv_id = :wn-current-invoice-no
           end-exec
           if wn-hus-total > zero
               move wn-hus-total to wn-xml-amount-ed
               string '  <TaxReductionAmount>' delimited by size
                   function trim(wn-xml-amount-ed) delimited by size
                   '</TaxReductionAmount>' delimited by size
                   into wc-output-line
               end-string
               perform B0230-write-output-line
           end-if

           if wn-hus-total > wn-invoice-sum
               move zero to wn-xml-amount-ed
           else
               compute wn-xml-amount-ed =
                   wn-invoice-sum - wn-hus-total
           end-if
           string '  <PayableAmount>' delimited by size
               function trim(wn-xml-amount-ed) delimited by size
               '</PayableAmount>' delimited by size
               end-exec
      *>       nothing physical travels with an e-invoice file
               move zero to wn-file-sheet-count
               move invoice-cust-id to wn-route-cust-id
               move 'E' to wc-route-channel
               move space to wc-route-postno
               perform B0277-write-manifest
           end-if

           perform B0272-log-output-run
       .
       *>-------------------------------------------------------
       *> Bank-format e-faktura for one invoice, for a private
       *> debtor who registered for e-faktura with this customer in
       *> the internet bank (EFREG, from the bank network's file via
       *> EfRead) - the same INVOICE/INVITEM/ITEM/FINDATA data the
       *> paper stream renders, as the network's posts: EH sender,
       *> EM recipient, EF invoice head, one ER per item, EB totals
       *> and an ES count of the posts before it. The caller has
       *> fetched the invoice, its first item and the debtor
       *> details exactly as for B0210-write-invoice.
       B0340-write-bank-efaktura.
      *>   nothing is proof-sampled, enveloped or printed
           move 'N' to wc-proof-copy-flag
           move space to wc-env-class
           move zero to wn-env-postage
           move zero to wn-out-sheets
           move zero to wn-out-attpages
           move zero to wn-efk-rec-count
      *>   and carries no messages - the network's format has no
      *>   post for free text
           move zero to wn-msg-count

           perform B0250-get-pbs-customer-data

           exec sql
               select duedate
                   into :invoice-duedate
                   from invoice
                   where inv_id = :wn-current-invoice-no
           end-exec

           move customer-orgno-text to wc-efk-head-orgno
           move findata-bankgiro-text to wc-efk-head-bankgiro
           move customer-name-text to wc-efk-head-name
           write efaktura-rec from wr-efk-head
           add 1 to wn-efk-rec-count

           move wc-debtor-name to wc-efk-recip-name
           write efaktura-rec from wr-efk-recip
           add 1 to wn-efk-rec-count

           if invoice-is-credit-note
               move 'K' to wc-efk-inv-type
           else
               move 'D' to wc-efk-inv-type
           end-if
           move invoice-invno-text to wc-efk-inv-invno
           move invoice-invdate to wc-efk-inv-invdate
           move invoice-duedate to wc-efk-inv-duedate
           move customer-currency to wc-efk-inv-currency
           move space to wc-efk-inv-ocr
           if wn-ind-ocrref = 0 and invoice-ocrref-len > 0
               move invoice-ocrref-text to wc-efk-inv-ocr
           end-if
           write efaktura-rec from wr-efk-invoice
           add 1 to wn-efk-rec-count

           perform B0342-write-efaktura-line until sqlcode = 100

           perform B0344-write-efaktura-totals

           move wn-efk-rec-count to wn-efk-end-count
           write efaktura-rec from wr-efk-end
       .
       *>-------------------------------------------------------
       *> One ER post per item row, accumulating the same sums
       *> B0240-write-invoice-items accumulates for paper.
       B0342-write-efaktura-line.
           move item-description-text to wc-efk-line-text
           move item-qty to wn-efk-line-qty
           compute wn-efk-line-amount = item-price * item-qty
           move item-vat to wn-efk-line-vat
           write efaktura-rec from wr-efk-line
           add 1 to wn-efk-rec-count

           compute wn-invoice-sum = wn-invoice-sum +
                                    (item-price * item-qty)

           compute wn-vat = wn-vat +
                             (item-price * item-qty * item-vat / 100)

           exec sql
               fetch cur-invoice-items into
                   :invitem-item-id,
                   :item-description,
                   :item-artno,
                   :item-unitdesc,
                   :item-qty,
                   :item-price,
                   :item-vat
           end-exec
       .
       *>-------------------------------------------------------
       *> Totals, paid exactly as billed like an e-invoice - no
       *> öresutjämning. A husavdrag shows as the reduction
       *> Skatteverket pays, the payable amount the debtor's share.
       B0344-write-efaktura-totals.
           move wn-invoice-sum to wn-efk-tot-net
           move wn-vat to wn-efk-tot-vat

           compute wn-invoice-sum = wn-invoice-sum + wn-vat

           move zero to wn-hus-total
           exec sql
               select coalesce(sum(reduction), 0)
                   into :wn-hus-total
                   from husavdr
                   where inv_id = :wn-current-invoice-no
           end-exec
           move wn-hus-total to wn-efk-tot-reduction

           if wn-hus-total > wn-invoice-sum
               move zero to wn-efk-tot-payable
           else
               compute wn-efk-tot-payable =
                   wn-invoice-sum - wn-hus-total
           end-if
           write efaktura-rec from wr-efk-total
           add 1 to wn-efk-rec-count

           add 1 to wn-run-invoice-count
           add 1 to wn-run-efaktura-count
           add wn-invoice-sum to wn-run-sum-total

           move zero to wn-invoice-sum
           move zero to wn-vat
           move zero to wn-even-sum
           move zero to wn-invoice-roundamt
       .
       *>-------------------------------------------------------
       *> Rename for the internet-bank channel: same contract as
       *> B0276-rename-xml-output, from the e-faktura work file and
       *> with its own suffix, so the transfer job sends it to the
       *> bank network and not to the print house.
       B0279-rename-efaktura-output.
           move space to new-filename
           string function trim(customer-custno-text) delimited by size
               '-' delimited by size
               function trim(invoice-invno-text) delimited by size
               '.efk' delimited by size
               into new-filename

           call "CBL_RENAME_FILE" using  wc-efk-work-filename
                                       new-filename
                               returning return-code

           if return-code not = 0
               move return-code to file-status
               add 1 to wn-run-rename-fail-count
               move 'N' to wc-customer-rename-ok
           else
               exec sql
                   update invoice
                       set invstate = 1
                       where inv_id = :invoice-inv-id
               end-exec
               move invoice-inv-id to wn-hist-inv-id
               move zero to wn-hist-old
               move 1 to wn-hist-new
               perform X0530-log-state
               move zero to wn-file-sheet-count
               move invoice-cust-id to wn-route-cust-id
               move 'B' to wc-route-channel
               move space to wc-route-postno
               perform B0277-write-manifest
           end-if

           perform B0272-log-output-run
       .
       *>-------------------------------------------------------
       *> Y in wc-efk-flag when the debtor of the invoice in hand
       *> is on the internet-bank channel (DEBTOR-DELIVERY 'B') and
       *> the registration behind it is still active - the bank
       *> address comes from it. A debtor whose registration has
       *> gone without the delivery code following gets paper.
       B0203-check-bank-efaktura.
           move 'N' to wc-efk-flag

           if wn-ind-debtor-delivery = 0 and
              wc-debtor-delivery = 'B'
      *>       the item cursor's status steers the writer's loop -
      *>       the lookup must not leave its own behind
               move sqlcode to wn-efk-sqlcode
               exec sql
                   select e.bankid, e.recipid, e.orgno
                       into :efreg-bankid, :efreg-recipid,
                            :efreg-orgno
                       from efreg e, debtor d
                       where d.debt_id = :invoice-debt-id
                         and e.cust_id = :invoice-cust-id
                         and e.orgno = d.orgno
                         and e.status = 1
               end-exec

               if sqlcode = zero
                   move 'Y' to wc-efk-flag
                   move efreg-bankid to wc-efk-recip-bankid
                   move efreg-recipid to wc-efk-recip-id
                   move efreg-orgno to wc-efk-recip-orgno
               else
                   display 'E-faktura utan registrering, papper: '
                       function trim(invoice-invno-text)
               end-if
               move wn-efk-sqlcode to sqlcode
           end-if
       .
       *>-------------------------------------------------------
       *> Parks the invoice in hand at INVSTATE 6 when its debtor is
       *> credit-blocked, or when the debtor's outstanding balance
       *> (printed or reminded invoices) has passed the debtor's
      *>   a debtor whose mail has come back "adressaten okänd" gets
      *>   no more paper until the address is corrected (pbs.cbl
      *>   X0170) - the invoice parks on the same holding screen as
      *>   a credit block. An internet-bank e-faktura needs no
      *>   postal address and is not held for one.
           if wc-invoice-blocked not = 'Y' and
              not (wn-ind-debtor-delivery = 0 and
                   wc-debtor-delivery = 'B')
               move zero to wn-addr-invalid
               exec sql
                   select a.invalid
           move wn-chk-size to manifest-filesize
           move wn-chk-reccount to manifest-reccount
           move wn-chk-checksum to manifest-checksum
           move function current-date(1:4) to manifest-sentdate(1:4)
           move function current-date(5:2) to manifest-sentdate(6:2)
           move function current-date(7:2) to manifest-sentdate(9:2)
           move '-' to manifest-sentdate(5:1) manifest-sentdate(8:1)
           move 0 to manifest-confirmed
           move wn-file-sheet-count to manifest-sheets
           move wn-print-run-id to manifest-run-id
           move space to manifest-xfertime
           move zero to manifest-xfertries

      *>   the bank network's e-faktura files never go to a print
      *>   house; everything else follows the routing rules
           if wc-route-channel = 'B'
               move space to manifest-house
           else
               perform X0560-route-print-house
               move wc-route-house to manifest-house
           end-if

           exec sql
               insert into manifest
               values ( :manifest-manif-id,
                         :manifest-sheets,
                         :manifest-run-id,
                         :manifest-xfertime,
                         :manifest-xfertries,
                         :manifest-house)
           end-exec

           move wn-chk-size to wn-chk-size-ed
       *> Sorting manifest for the finished batch run: one line per
       *> postnummerområde (the first two digits) with the number of
       *> envelopes in that bin, so the trays can be handed to the
       *> post office pre-sorted for the postage discount. Mail
       *> abroad is counted per international postage zone.
       B0285-write-sort-manifest.
           open output manifest-file

               write manifest-rec
           end-if

      *>   mail abroad is not part of the domestic sorting discount
      *>   - it goes in its own trays, one per postage zone
           if wn-postbin-europe > zero
               move wn-postbin-europe to wn-postbin-ed
               move space to manifest-rec
               string 'UTRIKES EUROPA: ' delimited by size
                   wn-postbin-ed delimited by size
                   ' ST' delimited by size
                   into manifest-rec
               end-string
               write manifest-rec
           end-if

           if wn-postbin-world > zero
               move wn-postbin-world to wn-postbin-ed
               move space to manifest-rec
               string 'UTRIKES VÄRLDEN: ' delimited by size
                   wn-postbin-ed delimited by size
                   ' ST' delimited by size
                   into manifest-rec
               end-string
               write manifest-rec
           end-if

      *>   total physical sheets in the run's envelopes - the
      *>   attachment pages weigh and cost postage like any other
      *>   sheet, so the post office gets the real number
           end-string
           write manifest-rec

      *>   the postage the run's envelopes cost, per class - the
      *>   figure the post office's invoice is checked against
           move zero to wn-run-env-count
           move zero to wn-run-postage
           move 'S' to wc-env-class
           move 'FÖRSORTERADE' to wc-post-class-label
           perform B0286-sum-run-postage
           move 'D' to wc-env-class
           move 'INRIKES' to wc-post-class-label
           perform B0286-sum-run-postage
           move 'A' to wc-env-class
           move 'UTRIKES EUROPA' to wc-post-class-label
           perform B0286-sum-run-postage
           move 'W' to wc-env-class
           move 'UTRIKES VÄRLDEN' to wc-post-class-label
           perform B0286-sum-run-postage

           move wn-run-postage to wn-post-sum-ed
           move space to manifest-rec
           string 'PORTO TOTALT: ' delimited by size
               wn-post-sum-ed delimited by size
               ' KR' delimited by size
               into manifest-rec
           end-string
           write manifest-rec

           close manifest-file
       .
       *>-------------------------------------------------------
       *> One postage class of the run: envelopes and postage from
       *> the run's OUTLOG rows that were actually delivered - a
       *> bundle whose rename failed was marked unsuccessful by
       *> B0271 and went nowhere - onto the manifest and into the
       *> run totals B0107 stores on PRINTRUN.
       B0286-sum-run-postage.
           move wc-env-class to outlog-postclass
           move zero to wn-post-class-count
           move zero to wn-post-class-sum
           exec sql
               select count(*), coalesce(sum(postage), 0)
                   into :wn-post-class-count, :wn-post-class-sum
                   from outlog
                   where run_id = :wn-print-run-id
                     and success = 1
                     and postclass = :outlog-postclass
           end-exec

           add wn-post-class-count to wn-run-env-count
           add wn-post-class-sum to wn-run-postage

           if wn-post-class-count > zero
               move wn-post-class-count to wn-post-count-ed
               move wn-post-class-sum to wn-post-sum-ed
               move space to manifest-rec
               string 'PORTO ' delimited by size
                   wc-post-class-label delimited by size
                   wn-post-count-ed delimited by size
                   ' ST ' delimited by size
                   wn-post-sum-ed delimited by size
                   ' KR' delimited by size
                   into manifest-rec
               end-string
               write manifest-rec
           end-if
       .
       *>-------------------------------------------------------
       *> A run that made it through every customer needs no
       *> restart point any more - clear it so it doesn't linger
       *> and so the next run's A0050-checkpoint-init starts from

           move wn-invoice-roundamt to outlog-roundamt
           move wn-print-run-id to outlog-run-id
           move wc-env-class to outlog-postclass
           move wn-env-postage to outlog-postage
           move wn-out-sheets to outlog-sheets
           move wn-out-attpages to outlog-attpages

           exec sql
               insert into outlog
                         :outlog-printdate,
                         :outlog-success,
                         :outlog-roundamt,
                         :outlog-run-id,
                         :outlog-postclass,
                         :outlog-postage,
                         :outlog-sheets,
                         :outlog-attpages)
           end-exec

           perform B0263-log-inserts
           perform B0265-log-messages

           if outlog-success = 1
               perform B0278-enqueue-mail
           end-if
      *>   inserter reads how many sheets to pull before it sees
      *>   them
           perform B0208-count-document-sheets
           perform B0209-price-envelope
           perform B0215-write-omr-start

           perform B0220-write-invoice-header
           *> sheet count grows with them
           perform B0295-write-attachment-pages

           perform B0216-write-omr-end
       .
       *>-------------------------------------------------------
       *> Aviavgift: the fee the customer charges its debtors on
       *> every invoice (INVFEE), by how this invoice reaches the
       *> debtor - e-invoice for a Svefaktura customer, e-mail for
       *> a debtor who gets it mailed, paper otherwise. It becomes
       *> an ordinary AVIAVGIFT item before the item cursor opens,
       *> so the sum, the VAT specification, the OCR amount and the
       *> payment slip all carry it and the debtor's balance counts
       *> it like any other line. The fee follows the VAT of the
       *> invoice's main supply - the rate with the largest net
       *> amount. No fee on credit notes, on reminders dunning
       *> issued, or on our own service invoices to the customer,
       *> and never a second one on an invoice printed again.
       B0206-add-invoice-fee.
           move zero to wn-fee-amount

           if not invoice-is-credit-note
               move zero to wn-fee-skip
               exec sql
                   select count(*)
                       into :wn-fee-skip
                       from invoice v, debtor d, customer c
                       where v.inv_id = :wn-current-invoice-no
                         and d.debt_id = v.debt_id
                         and c.cust_id = v.cust_id
                         and (d.name = c.name
                              or v.invno like '%-KR'
                              or v.invno like '%-P1'
                              or v.invno like '%-P2'
                              or exists
                                 (select 1 from invitem vi, item i
                                      where vi.inv_id = v.inv_id
                                        and i.item_id = vi.item_id
                                        and i.artno = 'AVIAVGIFT'))
               end-exec

               if wn-fee-skip = zero
                   move invoice-cust-id to invfee-cust-id
                   exec sql
                       select paperfee, mailfee, einvfee
                           into :invfee-paperfee, :invfee-mailfee,
                                :invfee-einvfee
                           from invfee
                           where cust_id = :invfee-cust-id
                   end-exec

                   if sqlcode = zero
                       move space to wc-fee-cust-dlv
                       move space to wc-fee-debt-dlv
                       exec sql
                           select c.delivery, d.delivery
                               into :wc-fee-cust-dlv,
                                    :wc-fee-debt-dlv:wn-ind-fee-dlv
                               from customer c, debtor d
                               where c.cust_id = :invoice-cust-id
                                 and d.debt_id = :invoice-debt-id
                       end-exec

                       evaluate true
                           when wc-fee-cust-dlv = 'E'
                               move invfee-einvfee to wn-fee-amount
                           when wn-ind-fee-dlv = 0 and
                                wc-fee-debt-dlv = 'B'
                               move invfee-einvfee to wn-fee-amount
                           when wn-ind-fee-dlv = 0 and
                                wc-fee-debt-dlv = 'M'
                               move invfee-mailfee to wn-fee-amount
                           when other
                               move invfee-paperfee to wn-fee-amount
                       end-evaluate
                   end-if
               end-if
           end-if

           if wn-fee-amount > zero
      *>       the main supply's rate; an invoice without lines
      *>       falls back on its header rate
               move invoice-vat to wn-fee-vat
               exec sql
                   open cur-fee-vat
               end-exec
               exec sql
                   fetch cur-fee-vat into :wn-fee-vat
               end-exec
               if sqlcode not = zero
                   move invoice-vat to wn-fee-vat
               end-if
               exec sql
                   close cur-fee-vat
               end-exec

               move 'ITEM' to idgen-tablename-text
               perform X0500-get-next-id
               move wn-next-id to item-item-id
               add 1 to item-item-id

               move space to item-description-text
               if customer-language-english
                   move 'Invoice fee' to item-description-text
               else
                   move 'Aviavgift' to item-description-text
               end-if
               move function length(
                       function trim(item-description-text))
                   to item-description-len
               move 9 to item-artno-len
               move 'AVIAVGIFT' to item-artno-text
               move 2 to item-unitdesc-len
               move 'ST' to item-unitdesc-text
               move 1 to item-qty
               move wn-fee-amount to item-price
               move wn-fee-vat to item-vat

               exec sql
                   insert into item
                   values ( :item-item-id,
                             :item-description,
                             :item-artno,
                             :item-unitdesc,
                             :item-qty,
                             :item-price,
                             :item-vat)
               end-exec

               if sqlcode not = zero
                   display ' Insert SQL sats in ITEM table är felt'
               else
                   exec sql
                       insert into invitem
                       values ( :wn-current-invoice-no,
                                 :item-item-id)
                   end-exec
               end-if
           end-if
       .
       *>-------------------------------------------------------
       *> Factoring: an invoice of a customer with an agreement in
       *> force (FACTAGR) that sells every invoice is sold as it is
       *> printed - a FACTINV row, which is what redirects its
       *> payment to the financier and puts it in PbsFact's export.
       *> Under a selected-invoices agreement the customer menu
       *> marks them instead. A credit note on a sold invoice is
       *> sold along with it, whatever the scope. Reminders dunning
       *> issued and our own service invoices are never sold.
       B0207-mark-invoice-sold.
           move invoice-cust-id to factagr-cust-id
           exec sql
               select scope
                   into :factagr-scope
                   from factagr
                   where cust_id = :factagr-cust-id
                     and state = 1
           end-exec

           if sqlcode = zero
               move zero to wn-fact-found
               exec sql
                   select count(*)
                       into :wn-fact-found
                       from factinv
                       where inv_id = :wn-current-invoice-no
               end-exec

               move 1 to wn-fact-skip
               if wn-fact-found = zero
                   if invoice-is-credit-note
                       exec sql
                           select count(*)
                               into :wn-fact-skip
                               from factinv
                               where inv_id = :invoice-creditof
                       end-exec
                       if wn-fact-skip > zero
                           move zero to wn-fact-skip
                       else
                           move 1 to wn-fact-skip
                       end-if
                   else
                       if factagr-scope-all
                           exec sql
                               select count(*)
                                   into :wn-fact-skip
                                   from invoice v, debtor d,
                                        customer c
                                   where v.inv_id =
                                             :wn-current-invoice-no
                                     and d.debt_id = v.debt_id
                                     and c.cust_id = v.cust_id
                                     and (d.name = c.name
                                          or v.invno like '%-KR'
                                          or v.invno like '%-P1'
                                          or v.invno like '%-P2')
                           end-exec
                       end-if
                   end-if
               end-if

               if wn-fact-skip = zero
                   move function current-date(1:4)
                       to wc-fact-today(1:4)
                   move function current-date(5:2)
                       to wc-fact-today(6:2)
                   move function current-date(7:2)
                       to wc-fact-today(9:2)
                   move '-' to wc-fact-today(5:1) wc-fact-today(8:1)

                   move wn-current-invoice-no to factinv-inv-id
                   move invoice-cust-id to factinv-cust-id
                   move wc-fact-today to factinv-solddate
                   exec sql
                       insert into factinv
                       values ( :factinv-inv-id,
                                 :factinv-cust-id,
                                 :factinv-solddate,
                                 null)
                   end-exec

                   if sqlcode not = zero
                       display
                           ' Insert SQL sats in FACTINV table är felt'
                   end-if
               end-if
           end-if
       .
       *>-------------------------------------------------------
       *> Sheets this document occupies: the invoice page itself
               1 + (wn-att-total-lines + 39) / 40
       .
       *>-------------------------------------------------------
       *> Postage for the envelope this document goes out in. The
       *> weight follows from the sheet count; the class from where
       *> it goes and how it is posted - abroad when the postcode is
       *> no Swedish five-digit postnummer, pre-sorted when it is
       *> domestic and leaves with a batch run's trays (the run
       *> prints in postcode order, see cur-invoices), ordinary
       *> domestic otherwise; the price is the lightest POSTRATE
       *> weight step the envelope fits in. A document the debtor
       *> gets by e-mail goes in no envelope and costs nothing.
       B0209-price-envelope.
           move space to wc-env-class
           move zero to wn-env-postage
           move zero to wn-out-sheets
           move zero to wn-ins-count
           move zero to wn-ins-grams
           compute wn-out-attpages = (wn-att-total-lines + 39) / 40

           if not (wn-ind-debtor-delivery = 0 and
                   wc-debtor-delivery = 'M')
               move wn-invoice-sheet-count to wn-out-sheets
               compute wn-env-grams = wn-post-envelope-grams
                   + wn-invoice-sheet-count * wn-post-sheet-grams

      *>       a batch run's envelope also carries the customer's
      *>       booked reklambilagor, and they weigh too
               if wc-batch-run-flag = 'Y'
                   perform B0211-select-inserts
                   add wn-ins-grams to wn-env-grams
               end-if

               evaluate true
                   when wc-post-zone = 'E'
                       move 'A' to wc-env-class
                   when wc-post-zone = 'W'
                       move 'W' to wc-env-class
                   when wc-debtor-postnr numeric
                       if wc-batch-run-flag = 'Y'
                           move 'S' to wc-env-class
                       else
                           move 'D' to wc-env-class
                       end-if
                   when other
                       move 'A' to wc-env-class
               end-evaluate

      *>       the item cursor's status steers B0240's loop - the
      *>       rate lookup must not leave its own behind
               move sqlcode to wn-env-sqlcode
               move wc-env-class to postrate-class
               move wn-env-grams to postrate-maxweight
               exec sql
                   select price
                       into :postrate-price
                       from postrate
                       where class = :postrate-class
                         and maxweight =
                             (select min(maxweight)
                                  from postrate
                                  where class = :postrate-class
                                    and maxweight >=
                                        :postrate-maxweight)
               end-exec

               if sqlcode = zero
                   move postrate-price to wn-env-postage
               else
                   move wn-env-grams to wn-env-grams-ed
                   display 'Portotaxa saknas: klass ' wc-env-class
                       ' vikt ' wn-env-grams-ed ' g, faktura '
                       function trim(invoice-invno-text)
               end-if
               move wn-env-sqlcode to sqlcode
           end-if
       .
       *>-------------------------------------------------------
       *> The reklambilagor for the envelope in hand: every active
       *> booking of the customer running today whose leaflets lie
       *> at the print house the document is routed to, whose debtor
       *> selection takes this debtor and whose stock is not used
       *> up. Each one taken puts its feeder station in the OMR
       *> start mark (B0215) and its weight on the envelope; the use
       *> is recorded with the document's OUTLOG row (B0263). The
       *> caller's sqlcode is left as it was.
       B0211-select-inserts.
           move sqlcode to wn-ins-sqlcode

           move invoice-cust-id to wn-route-cust-id
           move 'P' to wc-route-channel
           if CUSTOMER-BUNDLE-YES
               move space to wc-route-postno
           else
               move wc-debtor-postnr to wc-route-postno
           end-if
           perform X0560-route-print-house

           move invoice-cust-id to insbook-cust-id
           move function current-date(1:4) to insbook-fromdate(1:4)
           move function current-date(5:2) to insbook-fromdate(6:2)
           move function current-date(7:2) to insbook-fromdate(9:2)
           move '-' to insbook-fromdate(5:1) insbook-fromdate(8:1)

           exec sql
               open cur-insbook
           end-exec

           exec sql
               fetch cur-insbook into
                   :insbook-book-id,
                   :insbook-selection,
                   :insbook-postfrom,
                   :insbook-postto,
                   :insbook-feeder,
                   :insbook-grams,
                   :insbook-stock
           end-exec

           perform until sqlcode not = zero

               perform B0212-take-insert

               exec sql
                   fetch cur-insbook into
                       :insbook-book-id,
                       :insbook-selection,
                       :insbook-postfrom,
                       :insbook-postto,
                       :insbook-feeder,
                       :insbook-grams,
                       :insbook-stock
               end-exec
           end-perform

           exec sql
               close cur-insbook
           end-exec

           move wn-ins-sqlcode to sqlcode
       .
       *>-------------------------------------------------------
       *> Whether the booking in hand goes in this envelope - see
       *> B0211-select-inserts. A booking whose stock has run out is
       *> reported once a run and then left out.
       B0212-take-insert.
           move 'Y' to wc-ins-take

           evaluate true
               when insbook-sel-postno
                   if wc-debtor-postnr not numeric or
                      wc-debtor-postnr < insbook-postfrom or
                      wc-debtor-postnr > insbook-postto
                       move 'N' to wc-ins-take
                   end-if
               when insbook-sel-paper
                   if wn-ind-debtor-delivery = 0 and
                      wc-debtor-delivery not = 'P' and
                      wc-debtor-delivery not = space
                       move 'N' to wc-ins-take
                   end-if
           end-evaluate

      *>   one leaflet per feeder station, and the envelope is full
      *>   at six
           if wn-ins-count >= 6
               move 'N' to wc-ins-take
           end-if
           perform varying wn-ins-idx from 1 by 1
               until wn-ins-idx > wn-ins-count
               if wn-ins-feeder (wn-ins-idx) = insbook-feeder
                   move 'N' to wc-ins-take
               end-if
           end-perform

           if wc-ins-take = 'Y'
               move zero to wn-ins-used
               exec sql
                   select count(*)
                       into :wn-ins-used
                       from insuse u, outlog o
                       where u.book_id = :insbook-book-id
                         and u.outlog_id = o.outlog_id
                         and o.success = 1
               end-exec
               if sqlcode not = zero
                   move zero to wn-ins-used
               end-if
               if wn-ins-used >= insbook-stock
                   move 'N' to wc-ins-take
                   if insbook-book-id not = wn-ins-warned-id
                       move insbook-book-id to wn-ins-warned-id
                       move insbook-book-id to wn-ins-book-ed
                       display 'Bilagelager slut: bokning '
                           function trim(wn-ins-book-ed)
                           ', kund '
                           function trim(invoice-custno-text)
                   end-if
               end-if
           end-if

           if wc-ins-take = 'Y'
               add 1 to wn-ins-count
               move insbook-book-id to wn-ins-book-id (wn-ins-count)
               move insbook-feeder to wn-ins-feeder (wn-ins-count)
               add insbook-grams to wn-ins-grams
           end-if
       .
       *>-------------------------------------------------------
       *> OMR control marks for the print house's envelope-stuffing
       *> machine: a start mark naming the document and its sheet
       *> count, and an end mark after the last sheet. The pdf
       *> the inserter runs off our data instead of a hand-typed
       *> per-run configuration.
       B0215-write-omr-start.
           move 1 to wn-ins-ptr
           string 'OMR START ' delimited by size
               function trim(invoice-invno-text) delimited by size
               ' ARK ' delimited by size
               wn-invoice-sheet-count delimited by size
               into wc-output-line
               with pointer wn-ins-ptr
           end-string

      *>   and the feeder station of every reklambilaga the
      *>   inserter is to add - see B0211-select-inserts
           perform varying wn-ins-idx from 1 by 1
               until wn-ins-idx > wn-ins-count
               move wn-ins-feeder (wn-ins-idx) to wn-ins-feeder-ed
               string ' MATA ' delimited by size
                   function trim(wn-ins-feeder-ed) delimited by size
                   into wc-output-line
                   with pointer wn-ins-ptr
               end-string
           end-perform
           perform B0230-write-output-line
       .
       *>-------------------------------------------------------
           move wc-escape-out to wc-output-line
           perform B0230-write-output-line

           perform B0221-write-postal-lines

           move space to wc-output-line
           perform B0230-write-output-line
           perform B0230-write-output-line
       .
       *>-------------------------------------------------------
       *> The postcode-and-town line in the order the destination
       *> country's post reads it, then for mail abroad the country
       *> line in capitals - the last line the sorting office sees.
       B0221-write-postal-lines.
           move wc-debtor-place to wc-escape-in
           perform X0300-escape-latex-text
           evaluate true
               when wc-post-zone = 'D'
                   string wc-debtor-postnr delimited by size
                       '  ' delimited by size
                       wc-escape-out delimited by size
                       into wc-output-line
                   end-string
               when wc-addr-place-first-flag = 'Y'
                   string function trim(wc-escape-out)
                           delimited by size
                       '  ' delimited by size
                       wc-debtor-postcode delimited by size
                       into wc-output-line
                   end-string
               when other
                   string function trim(wc-debtor-postcode)
                           delimited by size
                       '  ' delimited by size
                       wc-escape-out delimited by size
                       into wc-output-line
                   end-string
           end-evaluate
           perform B0230-write-output-line

           if wc-post-zone not = 'D'
               move wc-debtor-country-name to wc-output-line
               perform B0230-write-output-line
           end-if
       .
       *>-------------------------------------------------------
       *> Looks up the invno of the invoice this credit note
       *> (invoice-creditof) was issued against.
       B0225-get-credited-invno.
           move item-qty to wn-item-qty-ed
           move item-price to wn-item-price-ed

       *> the order discount PbsRead books as its own ORDRAB line
       *> prints as the percentage and the amount taken off, not as
       *> a quantity at a negative price
           if item-artno-text(1:6) = 'ORDRAB'
               compute wn-item-discount-ed = item-price * item-qty
               *> the unit text is "NN %" - escaped, or LaTeX takes
               *> the rest of the line for a comment
               move item-unitdesc-text to wc-escape-in
               perform X0300-escape-latex-text
               string wc-lbl-orderrabatt delimited by size
                   function trim(wc-escape-out) delimited by size
                   '    ' delimited by size
                   function trim(wn-item-discount-ed)
                       delimited by size
                   into wc-output-line
               end-string
           else
               string wc-escape-out delimited by size
                   '    ' delimited by size
                   function trim(item-artno-text) delimited by size
                   '    ' delimited by size
                   function trim(item-unitdesc-text) delimited by size
                   '    ' delimited by size
                   wn-item-qty-ed delimited by size
                   '    ' delimited by size
                   wn-item-price-ed delimited by size
                   into wc-output-line
               end-string
           end-if
           perform B0230-write-output-line

           compute wn-invoice-sum = wn-invoice-sum +
                       interestrate,
                       companyname,
                       iban,
                       bic,
                       swishno
               into    :findata-vatregno,
                       :findata-bankgiro,
                       :findata-postgiro,
                       :findata-interestrate,
                       :findata-companyname:wn-ind-companyname,
                       :findata-iban:wn-ind-iban,
                       :findata-bic:wn-ind-bic,
                       :findata-swishno:wn-ind-swishno
               from findata
               where fin_id = :customer-fin-id
           end-exec

           move findata-interestrate to wn-intrest-rate

      *>   a sold invoice is paid to the financier, on its bankgiro
      *>   and under its överlåtelseklausul - everything else to us
           move findata-bankgiro-text to wc-pay-bankgiro
           move 'N' to wc-fact-sold-flag
           exec sql
               select a.finname, a.bankgiro, a.clause
                   into :factagr-finname, :factagr-bankgiro,
                        :factagr-clause
                   from factinv f, factagr a
                   where f.inv_id = :wn-current-invoice-no
                     and a.cust_id = f.cust_id
           end-exec

           if sqlcode = zero
               move 'Y' to wc-fact-sold-flag
               move factagr-bankgiro-text to wc-pay-bankgiro
           end-if

      *>   the customer's own layout profile, if one is set up -
      *>   logotype reference, footer lines and extra payment text
      *>   for invoices sent in the customer's name
           end-string
           perform B0230-write-output-line

           perform B0261-write-husavdrag

      *> the OCR reference the debtor must quote when paying - right
      *> next to the payable amount it belongs to. Invoices issued
      *> before references existed have none to print.
      *>   billed under omvänd betalningsskyldighet: the statutory
      *>   wording and the buyer's VAT number must appear on the
      *>   invoice (the customer already sends these invoices at
      *>   zero rate - this prints what the law requires with it).
      *>   Where the address carries a country it must be another
      *>   EU member state - a Norwegian or Swiss buyer is an
      *>   export, not a reverse charge
           if wn-ind-debtor-vatno = 0 and
              wc-debtor-vatno not = space and
              wc-debtor-vatno(1:2) not =
                  findata-vatregno-text(1:2) and
              (wc-debtor-country = space or
               wc-debtor-eu-flag = 'Y')
               move wc-lbl-reverse to wc-output-line
               perform B0230-write-output-line
               string wc-lbl-buyer-vat delimited by size
           move space to wc-output-line
           perform B0230-write-output-line

      *>   a husavdrag invoice is paid less the tax reduction - the
      *>   OCR amount and the payment slip carry the debtor's share
           if wn-hus-total > wn-invoice-sum
               move zero to wn-payable-amount
           else
               compute wn-payable-amount =
                   wn-invoice-sum - wn-hus-total
           end-if

           add 1 to wn-run-invoice-count
           add wn-invoice-sum to wn-run-sum-total
           if wc-batch-run-flag = 'Y' and
              not (wn-ind-debtor-delivery = 0 and
                   wc-debtor-delivery = 'M')
               evaluate true
                   when wc-post-zone = 'E'
                       add 1 to wn-postbin-europe
                   when wc-post-zone = 'W'
                       add 1 to wn-postbin-world
                   when wc-debtor-postnr(1:2) numeric
                       compute wn-postbin-idx =
                           function numval(wc-debtor-postnr(1:2)) + 1
                       add 1 to wn-postbin-count (wn-postbin-idx)
                   when other
                       add 1 to wn-postbin-unknown
               end-evaluate
           end-if

           move zero to wn-invoice-sum
           move zero to wn-spec-count
       .
       *>-------------------------------------------------------
       *> Husavdrag: the ROT or RUT work on the invoice is partly
       *> paid by Skatteverket - the customer claims the reduction
       *> (PbsHus) once the debtor has paid the rest. The law wants
       *> the work type, its labour and material cost, the hours,
       *> the buyer and for ROT the property on the invoice, then
       *> the preliminary reduction and what is left to pay. No
       *> rows means no block and wn-hus-total stays zero.
       B0261-write-husavdrag.
           move zero to wn-hus-total

           exec sql
               open cur-husavdrag
           end-exec
           exec sql
               fetch cur-husavdrag into
                   :husavdr-kind,
                   :husavdr-worktype,
                   :husavdr-buyerpnr,
                   :husavdr-labour,
                   :husavdr-material,
                   :husavdr-hours,
                   :husavdr-reduction,
                   :husavdr-property
           end-exec

           perform until sqlcode not = zero
               perform X0580-clear-hus-buyer
               if wn-hus-total = zero
                   move space to wc-output-line
                   perform B0230-write-output-line
                   if customer-language-english
                       move 'Tax reduction for household services'
                           to wc-output-line
                   else
                       move 'Husavdrag enligt inkomstskattelagen'
                           to wc-output-line
                   end-if
                   perform B0230-write-output-line
               end-if

               string '  ' delimited by size
                   husavdr-kind delimited by size
                   ' ' delimited by size
                   husavdr-worktype-text(1:husavdr-worktype-len)
                       delimited by size
                   '  Köpare ' delimited by size
                   wc-hus-buyer-clear delimited by size
                   into wc-output-line
               end-string
               perform B0230-write-output-line

               move husavdr-labour to wn-hus-amount-ed
               move husavdr-material to wn-hus-material-ed
               move husavdr-hours to wn-hus-hours-ed
               string '    Arbetskostnad ' delimited by size
                   function trim(wn-hus-amount-ed) delimited by size
                   '  Material ' delimited by size
                   function trim(wn-hus-material-ed) delimited by size
                   '  Timmar ' delimited by size
                   function trim(wn-hus-hours-ed) delimited by size
                   into wc-output-line
               end-string
               perform B0230-write-output-line

               if husavdr-property-len > zero
                   move husavdr-property-text to wc-escape-in
                   perform X0300-escape-latex-text
                   string '    Fastighet ' delimited by size
                       function trim(wc-escape-out) delimited by size
                       into wc-output-line
                   end-string
                   perform B0230-write-output-line
               end-if

               add husavdr-reduction to wn-hus-total

               exec sql
                   fetch cur-husavdrag into
                       :husavdr-kind,
                       :husavdr-worktype,
                       :husavdr-buyerpnr,
                       :husavdr-labour,
                       :husavdr-material,
                       :husavdr-hours,
                       :husavdr-reduction,
                       :husavdr-property
               end-exec
           end-perform

           exec sql
               close cur-husavdrag
           end-exec

           if wn-hus-total > zero
               compute wn-hus-amount-ed = zero - wn-hus-total
               string 'Preliminär skattereduktion ' delimited by size
                   function trim(wn-hus-amount-ed) delimited by size
                   ' ' delimited by size
                   wc-lbl-currency delimited by size
                   into wc-output-line
               end-string
               perform B0230-write-output-line

               if wn-hus-total > wn-invoice-sum
                   move zero to wn-hus-amount-ed
               else
                   compute wn-hus-amount-ed =
                       wn-invoice-sum - wn-hus-total
               end-if
               string 'Att betala efter skattereduktion '
                       delimited by size
                   function trim(wn-hus-amount-ed) delimited by size
                   ' ' delimited by size
                   wc-lbl-currency delimited by size
                   into wc-output-line
               end-string
               perform B0230-write-output-line
           end-if
       .
       *>-------------------------------------------------------
       B0280-write-invoice-footer.
      *>   the customer's logotype reference leads the footer block,
      *>   where the pdf creator picks it up for the letterhead
           perform B0230-write-output-line

           string 'Bankgiro ' delimited by size
               function trim(wc-pay-bankgiro) delimited by size
               into wc-output-line
           end-string
           perform B0230-write-output-line
               perform B0230-write-output-line
           end-if

      *>   the överlåtelseklausul of a sold invoice, in full -
      *>   wrapped over two lines when it needs them
           if wc-fact-sold-flag = 'Y'
               move factagr-clause-text to wc-escape-in
               perform X0300-escape-latex-text
               move wc-escape-out (1:120) to wc-output-line
               perform B0230-write-output-line
               if wc-escape-out (121:134) not = space
                   move wc-escape-out (121:120) to wc-output-line
                   perform B0230-write-output-line
               end-if
           end-if

      *>   customer's own footer lines and extra text, escaped like
      *>   every other free-text field
           if wc-layout-found-flag = 'Y'
                   perform B0230-write-output-line
               end-if
           end-if

      *>   and the customer's messages running today that this
      *>   debtor and invoice are targeted by - wrapped over two
      *>   lines when they need them
           if wn-ind-debtor-delivery = 0 and
              wc-debtor-delivery = 'M'
               move 'M' to wc-msg-channel
           else
               move 'P' to wc-msg-channel
           end-if
           perform X0570-select-messages
           perform varying wn-msg-idx from 1 by 1
               until wn-msg-idx > wn-msg-count
               move wc-msg-text (wn-msg-idx) to wc-escape-in
               perform X0300-escape-latex-text
               move wc-escape-out (1:120) to wc-output-line
               perform B0230-write-output-line
               if wc-escape-out (121:134) not = space
                   move wc-escape-out (121:120) to wc-output-line
                   perform B0230-write-output-line
               end-if
           end-perform
       .
       *>-------------------------------------------------------
       *> Inbetalningskort at the foot of the page: giro numbers
           perform B0230-write-output-line

           string 'Bankgiro: ' delimited by size
               function trim(wc-pay-bankgiro) delimited by size
               into wc-output-line
           end-string
           perform B0230-write-output-line

      *>   a sold invoice names the financier it is paid to, and
      *>   carries none of our own giro, IBAN or Swish details -
      *>   a payment to us would not settle the financier's claim
           if wc-fact-sold-flag = 'Y'
               move factagr-finname-text to wc-escape-in
               perform X0300-escape-latex-text
               string 'Betalas till: ' delimited by size
                   function trim(wc-escape-out) delimited by size
                   into wc-output-line
               end-string
               perform B0230-write-output-line
           end-if

           if findata-postgiro-text not = space and
              wc-fact-sold-flag = 'N'
               string 'Plusgiro: ' delimited by size
                   function trim(findata-postgiro-text)
                       delimited by size
      *>   so the cross-border credit comes back matchable instead
      *>   of as a mangled free-text transfer
           if wc-lbl-currency not = 'SEK' and
              wc-fact-sold-flag = 'N' and
              wn-ind-iban = 0 and
              findata-iban-text not = space
               string 'IBAN:     ' delimited by size
                   ' ' delimited by size
                   wn-payable-ore delimited by size
                   ' >' delimited by size
                   function trim(wc-pay-bankgiro)
                       delimited by size
                   '#41#' delimited by size
                   into wc-output-line
               end-string
               perform B0230-write-output-line

      *>       private debtors pay by Swish: a QR code in the Swish
      *>       prefilled-payment form C<number>;<amount>;<message>;0
      *>       with our OCR as the locked message, so the payment
      *>       comes back through SwishRead matchable like a giro
      *>       payment. The pdf step draws the code from the
      *>       'SWISH QR ' line, as it does for the OMR marks.
               if wc-lbl-currency = 'SEK' and
                  wc-fact-sold-flag = 'N' and
                  wn-ind-swishno = 0 and
                  findata-swishno-text not = space and
                  wn-payable-amount > zero
                   move wn-payable-amount to wn-swish-amount-ed
                   string 'Swish:    ' delimited by size
                       function trim(findata-swishno-text)
                           delimited by size
                       into wc-output-line
                   end-string
                   perform B0230-write-output-line

                   string 'SWISH QR C' delimited by size
                       function trim(findata-swishno-text)
                           delimited by size
                       ';' delimited by size
                       function trim(wn-swish-amount-ed)
                           delimited by size
                       ';' delimited by size
                       function trim(invoice-ocrref-text)
                           delimited by size
                       ';0' delimited by size
                       into wc-output-line
                   end-string
                   perform B0230-write-output-line
               end-if
           end-if
       .
       *>-------------------------------------------------------

               move invoice-inv-id to wn-current-invoice-no

               if sqlcode = zero
                   perform B0206-add-invoice-fee
                   perform B0207-mark-invoice-sold
               end-if

               exec sql
                   open cur-invoice-items
               end-exec
                       place,
                       email,
                       delivery,
                       vatregno,
                       country,
                       postcode
               into    :wc-debtor-name,
                       :wc-debtor-contact,
                       :wc-debtor-street,
                       :wc-debtor-place,
                       :wc-debtor-email:wn-ind-debtor-email,
                       :wc-debtor-delivery:wn-ind-debtor-delivery,
                       :wc-debtor-vatno:wn-ind-debtor-vatno,
                       :wc-debtor-country,
                       :wc-debtor-postcode
               from debtor, addr, invoice
               where addr.addr_id = debtor.addr_id
               and debtor.addr_id =
      *> rows behind the original invoice
           move wn-current-invoice-no to addrcorr-inv-id
           exec sql
               select street, postno, place, country, postcode
                   into :addrcorr-street, :addrcorr-postno,
                       :addrcorr-place, :addrcorr-country,
                       :addrcorr-postcode
                   from addrcorr
                   where inv_id = :addrcorr-inv-id
           end-exec
               move addrcorr-street to wc-debtor-street
               move addrcorr-postno to wc-debtor-postnr
               move addrcorr-place to wc-debtor-place
               move addrcorr-country to wc-debtor-country
               move addrcorr-postcode to wc-debtor-postcode
           end-if

           perform X0210-resolve-debtor-country
       .
       *>-------------------------------------------------------
       *> Destination-country view of the debtor address: the
       *> country line for the envelope, whether the town goes
       *> before the postcode, the postage zone, and whether the
       *> buyer sits in another EU member state. A blank country
       *> is a Swedish address from before foreign debtors were
       *> taken, and a blank postcode one from before the full
       *> international postcode was kept.
       X0210-resolve-debtor-country.
           move space to wc-debtor-country-name
           move 'N' to wc-addr-place-first-flag
           move 'N' to wc-debtor-eu-flag

           if wc-debtor-postcode = space
               move wc-debtor-postnr to wc-debtor-postcode
           end-if

           evaluate wc-debtor-country
               when space
               when 'SE'
                   move 'D' to wc-post-zone
               when 'AT' when 'BE' when 'BG' when 'CY' when 'CZ'
               when 'DE' when 'DK' when 'EE' when 'ES' when 'FI'
               when 'FR' when 'GR' when 'HR' when 'HU' when 'IE'
               when 'IT' when 'LT' when 'LU' when 'LV' when 'MT'
               when 'NL' when 'PL' when 'PT' when 'RO' when 'SI'
               when 'SK'
                   move 'E' to wc-post-zone
                   move 'Y' to wc-debtor-eu-flag
               when 'NO' when 'IS' when 'LI' when 'CH' when 'GB'
               when 'FO' when 'AD' when 'MC' when 'SM' when 'VA'
               when 'AL' when 'BA' when 'ME' when 'MK' when 'RS'
               when 'MD' when 'UA' when 'TR'
                   move 'E' to wc-post-zone
               when other
                   move 'W' to wc-post-zone
           end-evaluate

           evaluate wc-debtor-country
               when 'GB' when 'IE' when 'US' when 'CA' when 'AU'
               when 'NZ'
                   move 'Y' to wc-addr-place-first-flag
           end-evaluate

           evaluate wc-debtor-country
               when 'NO'
                   move 'NORWAY' to wc-debtor-country-name
               when 'DK'
                   move 'DENMARK' to wc-debtor-country-name
               when 'FI'
                   move 'FINLAND' to wc-debtor-country-name
               when 'IS'
                   move 'ICELAND' to wc-debtor-country-name
               when 'DE'
                   move 'GERMANY' to wc-debtor-country-name
               when 'GB'
                   move 'UNITED KINGDOM' to wc-debtor-country-name
               when 'IE'
                   move 'IRELAND' to wc-debtor-country-name
               when 'NL'
                   move 'NETHERLANDS' to wc-debtor-country-name
               when 'BE'
                   move 'BELGIUM' to wc-debtor-country-name
               when 'LU'
                   move 'LUXEMBOURG' to wc-debtor-country-name
               when 'FR'
                   move 'FRANCE' to wc-debtor-country-name
               when 'ES'
                   move 'SPAIN' to wc-debtor-country-name
               when 'PT'
                   move 'PORTUGAL' to wc-debtor-country-name
               when 'IT'
                   move 'ITALY' to wc-debtor-country-name
               when 'AT'
                   move 'AUSTRIA' to wc-debtor-country-name
               when 'CH'
                   move 'SWITZERLAND' to wc-debtor-country-name
               when 'PL'
                   move 'POLAND' to wc-debtor-country-name
               when 'EE'
                   move 'ESTONIA' to wc-debtor-country-name
               when 'LV'
                   move 'LATVIA' to wc-debtor-country-name
               when 'LT'
                   move 'LITHUANIA' to wc-debtor-country-name
               when 'CZ'
                   move 'CZECH REPUBLIC' to wc-debtor-country-name
               when 'US'
                   move 'USA' to wc-debtor-country-name
               when 'CA'
                   move 'CANADA' to wc-debtor-country-name
               when 'AU'
                   move 'AUSTRALIA' to wc-debtor-country-name
               when other
      *>           the code itself still routes the letter
                   move wc-debtor-country to wc-debtor-country-name
           end-evaluate
       .
       *>-------------------------------------------------------
       *> Escape LaTeX special characters in wc-escape-in, one
           end-perform
       .
       *>-------------------------------------------------------
       *> husavdr-buyerpnr holds PbsPnr's stored form of the buyer's
       *> ten digits and then the century. The statutory block
       *> needs the number in clear; without the key it is starred,
       *> never printed in stored form. A row from before the
       *> register kept it encrypted prints as it stands.
       X0580-clear-hus-buyer.
           if husavdr-buyerpnr (1:1) = '#'
               move all '*' to wc-hus-buyer-clear
               move space to pnrreq-in
               move husavdr-buyerpnr (1:8) to pnrreq-in (1:8)
               move 'D' to pnrreq-mode
               call 'PbsPnr' using pnrreq
               if pnrreq-ok and pnrreq-out (1:1) not = '#'
                   move space to wc-hus-buyer-clear
                   string husavdr-buyerpnr (9:2) delimited by size
                       pnrreq-out delimited by size
                       into wc-hus-buyer-clear
                   end-string
               end-if
           else
               move husavdr-buyerpnr to wc-hus-buyer-clear
           end-if
       .
       *>-------------------------------------------------------
       *> Set the invoice's label text from customer-language -
       *> anything other than English falls back to Swedish, so
       *> existing customers with no language recorded yet print
               move 'Net               '    to wc-lbl-netto
               move 'VAT               '    to wc-lbl-moms
               move 'Rounding          '    to wc-lbl-oresutjamning
               move 'Order discount    '    to wc-lbl-orderrabatt
               move 'Total to pay      '    to wc-lbl-summa
               move 'After the due date '   to wc-lbl-forfallo-1
               move 'interest is charged at '
               move 'Netto             '    to wc-lbl-netto
               move 'Moms              '    to wc-lbl-moms
               move 'Öresutjämning     '    to wc-lbl-oresutjamning
               move 'Orderrabatt       '    to wc-lbl-orderrabatt
               move 'Summa att betala  '    to wc-lbl-summa
               move 'Efter förfallodag '    to wc-lbl-forfallo-1
               move 'debiteras dröjsmålsränta med '
           end-perform
       .
       *>-------------------------------------------------------
       *> The print house a file goes to. The PRINTHSE rule that
       *> matches the customer, the channel and the postnummer most
       *> closely wins - a customer's own rule before a general one,
       *> a channel rule before an any-channel one, a postnummer
       *> range before none; with no rule at all the file goes to
       *> HUVUD. A house the operator has switched to its backup
       *> (pbs.cbl menu 65) hands everything on to the backup. The
       *> caller's sqlcode is left as it was.
       X0560-route-print-house.
           move sqlcode to wn-route-sqlcode
           move 'HUVUD' to wc-route-house

           exec sql
               open cur-route
           end-exec
           exec sql
               fetch cur-route into :wc-route-house
           end-exec
           if sqlcode not = zero
               move 'HUVUD' to wc-route-house
           end-if
           exec sql
               close cur-route
           end-exec

           move wc-route-house to prhouse-house
           exec sql
               select state, backup
                   into :prhouse-state, :prhouse-backup
                   from prhouse
                   where house = :prhouse-house
           end-exec
           if sqlcode = zero and prhouse-down
                   and prhouse-backup not = space
               move prhouse-backup to wc-route-house
           end-if

           move wn-route-sqlcode to sqlcode
       .
       *>-------------------------------------------------------
       *> The customer's messages (INVMSG) the invoice in hand
       *> carries: those running today whose targeting takes the
       *> channel in wc-msg-channel, the debtor's payscore and
       *> postnummer and the invoice amount including VAT - at most
       *> three, the most urgent first. A credit note carries none.
       *> The caller's sqlcode is left as it was.
       X0570-select-messages.
           move sqlcode to wn-msg-sqlcode
           move zero to wn-msg-count

           if invoice-not-credit-note
               move zero to wn-msg-payscore
               exec sql
                   select payscore
                       into :wn-msg-payscore:wn-ind-msg-payscore
                       from debtor
                       where debt_id = :invoice-debt-id
               end-exec
               if sqlcode not = zero or wn-ind-msg-payscore not = 0
                   move zero to wn-msg-payscore
               end-if

               move zero to wn-msg-amount
               exec sql
                   select coalesce(sum(t.price * t.qty
                                       * (1 + t.vat / 100)), 0)
                       into :wn-msg-amount
                       from invitem v, item t
                       where v.inv_id = :invoice-inv-id
                         and t.item_id = v.item_id
               end-exec
               if sqlcode not = zero
                   move zero to wn-msg-amount
               end-if

               move invoice-cust-id to invmsg-cust-id
               move function current-date(1:4) to invmsg-fromdate(1:4)
               move function current-date(5:2) to invmsg-fromdate(6:2)
               move function current-date(7:2) to invmsg-fromdate(9:2)
               move '-' to invmsg-fromdate(5:1) invmsg-fromdate(8:1)

               exec sql
                   open cur-messages
               end-exec
               exec sql
                   fetch cur-messages into
                       :invmsg-msg-id,
                       :invmsg-msgtext
               end-exec
               perform until sqlcode not = zero or wn-msg-count >= 3
                   add 1 to wn-msg-count
                   move invmsg-msg-id to wn-msg-id (wn-msg-count)
                   move invmsg-msgtext-text
                       to wc-msg-text (wn-msg-count)
                   exec sql
                       fetch cur-messages into
                           :invmsg-msg-id,
                           :invmsg-msgtext
                   end-exec
               end-perform
               exec sql
                   close cur-messages
               end-exec
           end-if

           move wn-msg-sqlcode to sqlcode
       .
       *>-------------------------------------------------------
       *> Timestamp, program and operator for an INVHIST row -
       *> shared by X0530 and the set-based rollback insert in
       *> B0271-unlog-failed-bundle.
           move space to runlog-endtime
           move zero to runlog-status
           move zero to runlog-reccount
           move zero to runlog-skipcount

           exec sql
               insert into runlog
                         :runlog-starttime,
                         :runlog-endtime,
                         :runlog-status,
                         :runlog-reccount,
                         :runlog-skipcount)
           end-exec
       .
       *>-------------------------------------------------------
               move 1 to runlog-status
           end-if
           move wn-run-invoice-count to runlog-reccount
           *> subinv keeps no restart guard - nothing is left alone
           move zero to runlog-skipcount

           exec sql
               update runlog
                   set endtime = :runlog-endtime,
                       status = :runlog-status,
                       reccount = :runlog-reccount,
                       skipcount = :runlog-skipcount
                   where runlog_id = :wn-runlog-id
           end-exec
       .
