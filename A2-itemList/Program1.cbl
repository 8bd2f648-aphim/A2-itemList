      *                    through this program unpriced - no
      *                    master lookup, no detail line, no
      *                    extract row.
      *   10/15/2026  JY   Item master record widened to 49 bytes for
      *                    the reorder point and lead time the new
      *                    replenishment step reads; the pending-
      *                    price record follows the 44-byte
      *                    maintenance transaction, both new fields
      *                    left blank (keep).
      *   10/15/2026  JY   New "T" transaction type - inter-depot
      *                    stock transfers.  The keying depot sits
      *                    in the warehouse field, the other depot
      *                    in the price columns, and the class
      *                    column carries the leg (space/"O" the
      *                    origin's shipment, "I" the destination's
      *                    receipt).  Edited like a "B" movement plus
      *                    the leg and the second depot, and passed
      *                    unpriced to the movement file - no
      *                    revenue, no billing, no extract row.
      *   10/15/2026  JY   Input record widened to 36 bytes for the
      *                    customer account.  A priced line for an
      *                    account missing from the customer master
      *                    is rejected through the exception and
      *                    recycle files; a sale for an account (or
      *                    its bill-to) on credit hold, or one that
      *                    would carry the bill-to past its credit
      *                    limit, prints on the new credit-hold
      *                    report and is parked on the credit-held
      *                    file instead of posting.  The account and
      *                    bill-to ride the AR extract (now 73
      *                    bytes).  Only "R" rows on the release file
      *                    are taken as held-return releases, so a
      *                    credit-held sale can come back the same
      *                    way.
      *   10/15/2026  JY   Item master record widened to 56 bytes for
      *                    the lifecycle status and status date.  A
      *                    sale of an obsolete item, or of a
      *                    discontinued item past its sell-off date,
      *                    is rejected through the exception and
      *                    recycle files; returns are still taken.
      *                    The pending-price record follows the
      *                    51-byte maintenance transaction, status
      *                    fields left blank (keep).
      *   10/15/2026  JY   Full production and re-bill runs record
      *                    themselves on the cycle control ledger.
      *                    A full run for a date whose pricing stage
      *                    is already complete is refused at
      *                    condition code 8; otherwise the stage is
      *                    marked started and closed complete or
      *                    failed with the graded condition code.  A
      *                    re-bill runs only against a reversal the
      *                    restatement step has recorded, and closes
      *                    the restatement stage once it prices.
      *                    Inquiries and simulations never touch it.
      *   10/15/2026  JY   Cycle control ledger record names the
      *                    pre-cycle snapshot flag byte, as every
      *                    program declaring the ledger now does.
      *****************************************************************

       environment division.
           select tax-rate-file
               assign to TAXFILE
               organization is line sequential.
      *
           select customer-file
               assign to CUSTFILE
               organization is line sequential.
      *
           select sales-history-in-file
               assign to SLSHSTI
               assign to RTNREL
               organization is line sequential
               file status is ws-rel-in-status.
      *
           select credit-hold-file
               assign to CRHRPT
               organization is line sequential.
      *
           select credit-held-file
               assign to CRHELD
               organization is line sequential
               file status is ws-crh-file-status.
      *
           select movement-file
               assign to MVMTFILE
               assign to CKPTFILE
               organization is line sequential
               file status is ws-restart-file-status.
      *
           select cycle-control-file
               assign to CYCCTL
               organization is indexed
               access is random
               record key is cc-run-date
               file status is ws-cyc-status.

       data division.
       file section.
      *
       fd input-file
           data record is input-line
           record contains 36 characters.
       01 input-line.
         05 il-item-number             pic x(4).
         05 il-product-class           pic x(1).
      *    A "T" transfer carries its leg in the class column -
      *    space/"O" the origin's shipment, "I" the destination's
      *    receipt - and the other depot in the price columns.
         05 il-xfer-leg redefines
            il-product-class           pic x(1).
         05 il-description             pic x(13).
         05 il-quantity                pic zz9.
         05 il-quantity-x  redefines
         05 il-unit-price              pic zzz9v99.
         05 il-unit-price-x redefines
            il-unit-price              pic x(6).
         05 il-xfer-view redefines il-unit-price.
           10 il-xfer-warehouse        pic x(2).
           10 filler                   pic x(4).
         05 il-trans-type              pic x(1).
         05 il-warehouse               pic x(2).
      *    The buying customer's account - blank on a "B" or "T"
      *    movement, which bills nobody.
         05 il-customer-account        pic x(6).

       fd output-file
           data record is output-line
      *    master extract by the A1-MstLoad utility.
       fd item-master-file
           data record is im-record
           record contains 56 characters.

       01 im-record.
         05 im-item-number             pic x(4).
         05 im-future-price-x redefines
            im-future-price            pic x(6).
         05 im-eff-date                pic x(6).
         05 im-reorder-point           pic x(5).
         05 im-lead-time               pic x(3).
         05 im-status                  pic x(1).
           88 im-discontinued          value "D".
           88 im-obsolete              value "O".
         05 im-status-date             pic x(6).

       fd price-variance-file
           data record is pv-line
         05 tx-code                    pic x(2).
         05 tx-rate                    pic 9v999.

      *    Customer master - one row per account: name, the account
      *    that pays its bills (blank = itself), its credit limit
      *    (zero = no limit), the open balance AR last reported and
      *    the credit-hold flag.  Maintained by A1-CusMaint.
       fd customer-file
           data record is cu-record
           record contains 52 characters.

       01 cu-record.
         05 cu-account                 pic x(6).
         05 cu-name                    pic x(20).
         05 cu-bill-to                 pic x(6).
         05 cu-credit-limit            pic 9(7)v99.
         05 cu-open-balance            pic s9(7)v99
                                        sign leading separate.
         05 cu-hold-flag               pic x(1).

      *    Variance persistence history, carried cycle to cycle -
      *    one row per item currently disagreeing with the master,
      *    with the repeating transaction price and how many
      *    cycle's input and is read back here as the bypass list.
       fd held-return-file
           data record is held-line
           record contains 36 characters.

       01 held-line pic x(36).

      *    Returns data control has released - the same records, in
      *    original input format.  Each row lets ONE matching return
      *    file once the cycle has consumed it.
       fd release-return-file
           data record is rel-record
           record contains 36 characters.

       01 rel-record.
         05 rel-item-number            pic x(4).
         05 filler                     pic x(14).
         05 rel-quantity               pic x(3).
         05 filler                     pic x(6).
         05 rel-trans-type             pic x(1).
         05 rel-warehouse              pic x(2).
         05 filler                     pic x(6).

      *    Credit-hold report - one print line per sale held for
      *    the account's credit standing.
       fd credit-hold-file
           data record is crh-line
           record contains 80 characters.

       01 crh-line pic x(80).

      *    The credit-held sales themselves, in original input
      *    format.  Once credit control clears the account, data
      *    control copies them to the release file, which merges
      *    them into the next cycle's input to be tested again.
       fd credit-held-file
           data record is crh-held-line
           record contains 36 characters.

       01 crh-held-line pic x(36).

      *    Stock movements that actually posted this cycle - priced
      *    sales and credits plus the valid "B" balance/receipt
      *    and "T" transfer records - for the inventory step.
      *    Rejects and held returns are NOT here; they post the
      *    cycle they finally flow, so the ledger never double-
      *    counts a correction.  The stock ledger has no use for
      *    the customer account - the row stops at the warehouse.
       fd movement-file
           data record is mv-record
           record contains 30 characters.
      *    apply them as keyed (description blank = keep).
       fd pending-price-file
           data record is pend-record
           record contains 51 characters.

       01 pend-record.
         05 pend-action                pic x(1).
         05 pend-unit-price            pic 9(4)v99.
         05 pend-unit-cost             pic x(6).
         05 pend-eff-date              pic x(6).
         05 pend-reorder-point         pic x(5).
         05 pend-lead-time             pic x(3).
         05 pend-status                pic x(1).
         05 pend-status-date           pic x(6).

      *    Proposed alternate discount/transportation rates for a
      *    what-if simulation run - same layout as the production
      *    write them a second time.
       fd prior-ar-extract-file
           data record is pax-record
           record contains 73 characters.

       01 pax-record.
         05 pax-record-type            pic x(1).
         05 filler                     pic x(1).
         05 pax-run-date               pic x(6).
         05 filler                     pic x(65).
      *    A detail row's view - enough to put back the exposure
      *    a restarted day already extracted against each account.
       01 pax-detail.
         05 filler                     pic x(5).
         05 pax-net-price              pic zzzzzz9.99-.
         05 filler                     pic x(1).
         05 pax-trans-cost             pic zzzzzz9.99-.
         05 filler                     pic x(15).
         05 pax-trans-type             pic x(1).
         05 filler                     pic x(4).
         05 pax-tax-amt                pic zzzzzz9.99-.
         05 filler                     pic x(8).
         05 pax-bill-to                pic x(6).

      *    Delimited, one-row-per-item extract for the accounts
      *    receivable job - not meant for a person to read.
       fd ar-extract-file
           data record is ar-line
           record contains 73 characters.

       01 ar-line pic x(73).

      *    Credit register - one row per return/credit transaction,
      *    so AR can tie the day's credits back to the warehouses
      *    the feedback-split step.
       fd feedback-file
           data record is fb-record
           record contains 84 characters.

       01 fb-record.
         05 fb-warehouse               pic x(2).
         05 fb-run-date                pic x(6).
         05 fb-reason                  pic x(40).
         05 fb-input-record            pic x(36).

      *    Machine-readable copy of every rejected record, in its
      *    original input format, for the correction-and-recycle
      *    happened; this file lets the record come back fixed.
       fd recycle-file
           data record is recycle-line
           record contains 36 characters.

       01 recycle-line pic x(36).

      *    Checkpoint/restart snapshot - written every N records so a
      *    large run can pick up where it left off after an abend
      *    the most recent one.
       fd restart-file
           data record is restart-line
           record contains 326 characters.

       01 restart-line pic x(326).

      *    Cycle control ledger - one row per run date (YYMMDD) with
      *    the status, condition code and MMDDHHMM time of each
      *    stage: 1 feed intake, 2 pricing, 3 inventory, 4 recon,
      *    5 restatement, 6 month-end.  Status blank not run, "S"
      *    started, "C" complete (CC 4 or under), "F" failed, and
      *    on the restatement stage "R" reversed, re-bill due.
       fd cycle-control-file
           data record is cc-record
           record contains 80 characters.
       01 cc-record.
         05 cc-run-date                pic x(6).
         05 cc-stage                   occurs 6 times.
           10 cc-stage-status          pic x(1).
           10 cc-stage-rc              pic 9(2).
           10 cc-stage-stamp           pic x(8).
      *    Pre-cycle snapshot: "Y" taken, "A" aged off, blank none.
         05 cc-snap-flag               pic x(1).
         05 filler                     pic x(7).


       working-storage section.
         05 ar-warehouse               pic x(2).
         05 filler                     pic x(1) value ",".
         05 ar-tax-amt                 pic zzzzzz9.99-.
         05 filler                     pic x(1) value ",".
         05 ar-customer-account        pic x(6).
         05 filler                     pic x(1) value ",".
         05 ar-bill-to                 pic x(6).

      *    Header and trailer rows bracketing the extract - the
      *    header dates every row in the file for the month-end
           88 ws-credit-txn            value "y".
         05 ws-movement-flag           pic x value "n".
           88 ws-movement-txn          value "y".
         05 ws-transfer-flag           pic x value "n".
           88 ws-transfer-txn          value "y".
         05 ws-credit-count            pic 9(5) value 0.
         05 ws-credit-np-total         pic s9(8)v99 value 0.

           88 ws-return-released       value "y".
         05 ws-rtn-released-count      pic 9(5) value 0.

      *    Customer master - loaded once at start-up.  Every priced
      *    line is checked against it, and a sale is tested against
      *    the credit standing of the account that pays for it; the
      *    exposure a day's accepted sales have already run up
      *    against each paying account is kept alongside.
       01 ws-cust-counters.
         05 ws-cust-count              pic 9(4) value 0.

       01 ws-cust-table.
         05 ws-cust-entry              occurs 1 to 2000 times
                                        depending on ws-cust-count
                                        indexed by cu-idx.
           10 wcu-account              pic x(6).
           10 wcu-name                 pic x(20).
           10 wcu-bill-to              pic x(6).
           10 wcu-credit-limit         pic 9(7)v99.
           10 wcu-open-balance         pic s9(7)v99.
           10 wcu-hold-flag            pic x(1).
           10 wcu-today-total          pic s9(8)v99.

       01 ws-cust-work.
         05 ws-cust-eof-flag           pic x value "n".
         05 ws-cust-found-flag         pic x value "n".
           88 ws-cust-found            value "y".
         05 ws-cust-sub                pic 9(4) value 0.
         05 ws-payer-sub               pic 9(4) value 0.
         05 ws-found-sub               pic 9(4) value 0.
         05 ws-payer-account           pic x(6) value spaces.
         05 ws-cust-tax                pic s9(7)v99.
         05 ws-cust-exposure           pic s9(8)v99.
         05 ws-cust-projected          pic s9(9)v99.
         05 ws-restore-exposure        pic s9(8)v99.
         05 ws-restore-work            pic s9(7)v99.

      *    Sales held for the paying account's credit standing -
      *    printed for credit control and parked, in input format,
      *    on the credit-held file.
       01 ws-crh-heading.
         05 filler                     pic x(7) value "ACCOUNT".
         05 filler                     pic x(1) value spaces.
         05 filler                     pic x(7) value "BILL-TO".
         05 filler                     pic x(1) value spaces.
         05 filler                     pic x(4) value "ITEM".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(2) value "WH".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(3) value "QTY".
         05 filler                     pic x(6) value spaces.
         05 filler                     pic x(8) value "EXPOSURE".
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(6) value "REASON".

       01 ws-crh-line.
         05 ch-account                 pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ch-bill-to                 pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ch-item-number             pic x(4).
         05 filler                     pic x(2) value spaces.
         05 ch-warehouse               pic x(2).
         05 filler                     pic x(2) value spaces.
         05 ch-quantity-view           pic zz9.
         05 filler                     pic x(2) value spaces.
         05 ch-exposure-view           pic z,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 ch-reason                  pic x(30).
         05 filler                     pic x(4) value spaces.

       01 ws-crh-count-line.
         05 filler pic x(26) value "SALES HELD FOR CREDIT    =".
         05 ws-crh-count-view          pic zzzz9.
         05 filler pic x(6) value spaces.
         05 filler pic x(12) value "HELD VALUE =".
         05 ws-crh-total-view          pic $$$,$$$,$$9.99-.

       01 ws-crh-work.
         05 ws-credit-held-flag        pic x value "n".
           88 ws-credit-held           value "y".
         05 ws-crh-reason              pic x(30).
         05 ws-crh-count               pic 9(5) value 0.
         05 ws-crh-total               pic s9(8)v99 value 0.
         05 ws-crh-file-status         pic xx.
         05 ws-crh-eof-flag            pic x value "n".
         05 ws-prior-crh-rows          pic 9(5) value 0.
         05 ws-crh-skip-remaining      pic 9(5) value 0.

      *    Restart bookkeeping for the held-return and movements
      *    files - the same count-and-skip scheme the recycle file
      *    gets, so a restarted day never holds or posts a record
         05 rst-rtn-held-count         pic 9(5).
         05 rst-rtn-released-count     pic 9(5).
         05 rst-mvmt-count             pic 9(5).
         05 rst-crh-count              pic 9(5).
         05 rst-crh-total              pic s9(8)v99.
         05 rst-inquiry-mode           pic x(1).
         05 rst-inquiry-item-low       pic x(4).
         05 rst-inquiry-item-high      pic x(4).
      *    effective date compares directly.
       01 ws-run-date-ymd              pic x(6).

      *    Cycle control ledger work - the stage this run owns (2
      *    pricing on a full run, 5 restatement on a re-bill) and
      *    the MMDDHHMM stamp put on it.
       01 ws-cycle-control.
         05 ws-cyc-status              pic xx.
         05 ws-cyc-found-flag          pic x value "n".
           88 ws-cyc-found             value "y".
         05 ws-cyc-refuse-flag         pic x value "n".
           88 ws-cyc-refused           value "y".
         05 ws-cyc-stage               pic 9(1).
         05 ws-cyc-idx                 pic 9(1).
         05 ws-cyc-date.
           10 ws-cyc-yy                pic x(2).
           10 ws-cyc-mm                pic x(2).
           10 ws-cyc-dd                pic x(2).
         05 ws-cyc-time.
           10 ws-cyc-hh                pic x(2).
           10 ws-cyc-mi                pic x(2).
           10 filler                   pic x(4).
         05 ws-cyc-stamp.
           10 ws-cyc-stamp-mm          pic x(2).
           10 ws-cyc-stamp-dd          pic x(2).
           10 ws-cyc-stamp-hh          pic x(2).
           10 ws-cyc-stamp-mi          pic x(2).

      *    The statistics record itself - built here and written
      *    from working storage, the same way the checkpoint record
      *    is handled.
      *
           perform 005-parse-parm.

      *    A full run or a re-bill checks the cycle control ledger
      *    before anything else - a day already priced, or a re-bill
      *    with no reversal behind it, stops here with nothing
      *    opened.
           if ws-full-run or ws-restatement
               perform 800-check-cycle-ledger
               if ws-cyc-refused
                   move 8 to return-code
                   goback
               end-if
           end-if.

      *
      *    Last cycle's statistics give this one a yardstick - a
      *    feed that suddenly halves gets flagged even when it
               goback
           end-if.

      *    Load the customer master - every priced line names an
      *    account on it.  Loaded ahead of the restart counts so a
      *    restarted day can put back the exposure its sales had
      *    already run up before the abend.
           perform 050-load-customer-table.

      *    A restart re-prices every record after the checkpoint,
      *    but the abended run had already extracted some of them -
      *    count today's rows sitting in the latest extract
               perform 042-count-prior-recycle
               perform 046-count-prior-held
               perform 048-count-prior-movements
               perform 052-count-prior-credit-held
           end-if.

      * Open files
               open extend credit-register-file
               open extend return-review-file
               open extend held-return-file
               open extend credit-hold-file
               open extend credit-held-file
               open extend feedback-file
               open extend movement-file
               open extend recycle-file
               open output credit-register-file
               open output return-review-file
               open output held-return-file
               open output credit-hold-file
               open output credit-held-file
               open output feedback-file
               open output movement-file
               open output recycle-file
                 credit-register-file
                 return-review-file
                 held-return-file
                 credit-hold-file
                 credit-held-file
                 feedback-file
                 movement-file
                 recycle-file
               write credit-line from ws-credit-heading

               write review-line from ws-review-heading

               write crh-line from ws-crh-heading
           end-if.

      *    The extract header dates every row in the file.  It goes
               move ws-rtn-released-count
                 to ws-rtn-released-count-view
               write review-line from ws-release-count-line

               move ws-crh-count       to ws-crh-count-view
               move ws-crh-total       to ws-crh-total-view
               write crh-line from ws-crh-count-line
           end-if.

      *    The run completed cleanly - append a completion marker so
             credit-register-file
             return-review-file
             held-return-file
             credit-hold-file
             credit-held-file
             feedback-file
             movement-file
             recycle-file.
           end-if.

           move ws-highest-rc to return-code.

           if ws-full-run or ws-restatement
               perform 850-post-cycle-ledger
           end-if.
      *
           goback.

               move rst-rtn-held-count      to ws-rtn-held-count
               move rst-rtn-released-count  to ws-rtn-released-count
               move rst-mvmt-count          to ws-mvmt-count
               move rst-crh-count           to ws-crh-count
               move rst-crh-total           to ws-crh-total
           end-if.

       020-skip-processed-records.
           move ws-rtn-held-count       to rst-rtn-held-count.
           move ws-rtn-released-count   to rst-rtn-released-count.
           move ws-mvmt-count           to rst-mvmt-count.
           move ws-crh-count            to rst-crh-count.
           move ws-crh-total            to rst-crh-total.
           move ws-inquiry-mode         to rst-inquiry-mode.
           move ws-inquiry-item-low     to rst-inquiry-item-low.
           move ws-inquiry-item-high    to rst-inquiry-item-high.
           write restart-line from ws-restart-record.
           close restart-file.

       050-load-customer-table.

           open input customer-file.

           read customer-file
               at end
               move "y" to ws-cust-eof-flag.

           perform 051-load-customer-record
             until ws-cust-eof-flag = "y".

           close customer-file.

       051-load-customer-record.

      *    Nothing else is open yet - the customer master is read
      *    ahead of every other file.
           if ws-cust-count = 2000
               display "A1-ITEMLIST: CUSTOMER FILE EXCEEDS 2000 ROWS -"
               display "TABLE CAPACITY REACHED, RUN TERMINATED"
               close customer-file
               move 16 to return-code
               goback
           end-if.

           add 1 to ws-cust-count.

           move cu-account
             to wcu-account (ws-cust-count).
           move cu-name
             to wcu-name (ws-cust-count).
           move cu-bill-to
             to wcu-bill-to (ws-cust-count).
           move cu-credit-limit
             to wcu-credit-limit (ws-cust-count).
           move cu-open-balance
             to wcu-open-balance (ws-cust-count).
           move cu-hold-flag
             to wcu-hold-flag (ws-cust-count).
           move 0
             to wcu-today-total (ws-cust-count).

           read customer-file
               at end
               move "y" to ws-cust-eof-flag.

       055-load-warehouse-table.

           open input warehouse-file.
                 credit-register-file
                 return-review-file
                 held-return-file
                 credit-hold-file
                 credit-held-file
                 feedback-file
                 movement-file
                 recycle-file
                 credit-register-file
                 return-review-file
                 held-return-file
                 credit-hold-file
                 credit-held-file
                 feedback-file
                 movement-file
                 recycle-file
               display "REMAINDER HELD AGAIN THIS CYCLE"
               move "y" to ws-rel-eof-flag
           else
               if rel-trans-type = "R"
                   perform 059-add-release-entry
               end-if
               read release-return-file
                   at end
                   move "y" to ws-rel-eof-flag
               end-read
           end-if.

       059-add-release-entry.

      *    Only a released return is a bypass - a credit-held sale
      *    coming back the same way simply merges into the input.
           add 1 to ws-rel-count.

           move rel-item-number
             to wrl-item-number (ws-rel-count).
           move rel-warehouse
             to wrl-warehouse (ws-rel-count).
           move rel-quantity
             to wrl-quantity (ws-rel-count).
           move "n"
             to wrl-used-flag (ws-rel-count).

       062-load-sales-history.

      *    The history may not exist yet on the first cycle after
               add 1 to ws-rtn-held-count
           end-if.

       186-check-credit-standing.

      *    Held outright when the account or the account paying for
      *    it is on credit hold; held when the line would carry the
      *    payer's open balance plus what it has already been billed
      *    today past its credit limit.  A zero limit is no limit.
      *    The exposure is what the invoice will ask for - net
      *    price, transport and tax.
           perform 205-compute-price.

           multiply ws-net-price
             by ws-tax-rate
             giving ws-cust-tax rounded.

           compute ws-cust-exposure =
             ws-net-price + ws-trans-cost + ws-cust-tax.

           if wcu-hold-flag (ws-cust-sub) = "Y"
               move "y"                 to ws-credit-held-flag
               move "ACCOUNT ON CREDIT HOLD" to ws-crh-reason
           end-if.

           if not ws-credit-held
              and wcu-hold-flag (ws-payer-sub) = "Y"
               move "y"                 to ws-credit-held-flag
               move "BILL-TO ON CREDIT HOLD" to ws-crh-reason
           end-if.

           if not ws-credit-held
              and wcu-credit-limit (ws-payer-sub) > 0
               compute ws-cust-projected =
                 wcu-open-balance (ws-payer-sub)
                 + wcu-today-total (ws-payer-sub)
                 + ws-cust-exposure
               if ws-cust-projected > wcu-credit-limit (ws-payer-sub)
                   move "y"             to ws-credit-held-flag
                   move "OVER CREDIT LIMIT" to ws-crh-reason
               end-if
           end-if.

           if ws-credit-held
               perform 187-write-credit-hold
           else
               add ws-cust-exposure
                 to wcu-today-total (ws-payer-sub)
           end-if.

       187-write-credit-hold.

      *    On a restart the first few holds re-encountered were
      *    already written by the run that abended - count them,
      *    skip the writes, exactly as the held returns are handled.
           if ws-crh-skip-remaining > 0
               subtract 1 from ws-crh-skip-remaining
           else
               move il-customer-account to ch-account
               move ws-payer-account    to ch-bill-to
               move ws-item-number      to ch-item-number
               move ws-warehouse        to ch-warehouse
               move ws-quantity         to ch-quantity-view
               move ws-cust-exposure    to ch-exposure-view
               move ws-crh-reason       to ch-reason

               write crh-line from ws-crh-line

      *    The record itself is parked for data control - once the
      *    account is cleared it comes back via the release file.
               write crh-held-line from input-line
           end-if.

           add 1 to ws-crh-count.
           add ws-cust-exposure to ws-crh-total.

       070-load-rates-table.

           open input rates-file.
                 credit-register-file
                 return-review-file
                 held-return-file
                 credit-hold-file
                 credit-held-file
                 feedback-file
                 movement-file
                 recycle-file
                 credit-register-file
                 return-review-file
                 held-return-file
                 credit-hold-file
                 credit-held-file
                 feedback-file
                 movement-file
                 recycle-file

      *    A "B" record is a stock movement for the inventory step,
      *    not a sale - it carries no price or class and must not
      *    reach the pricing math or the reports.  A "T" inter-depot
      *    transfer is the same kind of movement: no revenue, no
      *    billing, no extract row.
           if il-trans-type = "B" or il-trans-type = "T"
               move "y"                 to ws-movement-flag
           else
               move "n"                 to ws-movement-flag
           end-if.

           if il-trans-type = "T"
               move "y"                 to ws-transfer-flag
           else
               move "n"                 to ws-transfer-flag
           end-if.

           add 1                        to ws-cntl-records-read.

      *    The inquiry filter is checked unconditionally, before the

      *    A return first proves itself against the trailing sales
      *    history; one held for review posts nothing - no totals,
      *    no extract row - until data control releases it.  A sale
      *    first proves itself against the paying account's credit
      *    standing, and one held for credit posts nothing either.
           move "n"                     to ws-return-held-flag.
           move "n"                     to ws-credit-held-flag.

           if ws-valid-record and ws-inquiry-match
              and not ws-movement-txn then
                   if ws-credit-txn and ws-full-run
                       perform 180-check-return-history
                   end-if
                   if not ws-credit-txn and ws-full-run
                       perform 186-check-credit-standing
                   end-if
                   if not ws-return-held and not ws-credit-held
                       perform 240-check-whse-break
                       perform 250-check-class-break
                       add 1 to ws-item-count
              and il-trans-type not = spaces
              and il-trans-type not = "S"
              and il-trans-type not = "R"
              and il-trans-type not = "B"
              and il-trans-type not = "T" then
               set ws-invalid-record to true
               move "UNRECOGNIZED TRANSACTION TYPE"
                 to ws-exception-reason
               perform 155-lookup-warehouse
           end-if.

      *    A transfer also needs a known leg and a second depot that
      *    is on the reference file and is not the keying depot.
           if ws-valid-record and ws-transfer-txn
               perform 157-edit-transfer
           end-if.

      *    A priced line bills someone - the account must be on the
      *    customer master, and so must the account paying for it.
           if ws-valid-record and not ws-movement-txn
               perform 158-lookup-customer
           end-if.

       155-lookup-warehouse.

           set ww-idx to 1.
               end-search
           end-if.

       157-edit-transfer.

           if il-xfer-leg not = spaces
              and il-xfer-leg not = "O"
              and il-xfer-leg not = "I" then
               set ws-invalid-record to true
               move "UNRECOGNIZED TRANSFER LEG" to ws-exception-reason
           end-if.

           if ws-valid-record
              and il-xfer-warehouse = ws-warehouse then
               set ws-invalid-record to true
               move "TRANSFER TO ITS OWN WAREHOUSE"
                 to ws-exception-reason
           end-if.

           if ws-valid-record
               set ww-idx to 1
               search ws-whse-entry
                   at end
                       set ws-invalid-record to true
                       move "TRANSFER WHSE NOT ON REFERENCE FILE"
                         to ws-exception-reason
                   when ww-code (ww-idx) = il-xfer-warehouse
                       continue
               end-search
           end-if.

       158-lookup-customer.

           if il-customer-account = spaces
               set ws-invalid-record to true
               move "CUSTOMER ACCOUNT MISSING" to ws-exception-reason
           end-if.

           if ws-valid-record
               move il-customer-account to ws-payer-account
               perform 159-find-customer
               if ws-cust-found
                   move ws-found-sub    to ws-cust-sub
                   move ws-found-sub    to ws-payer-sub
               else
                   set ws-invalid-record to true
                   move "CUSTOMER ACCOUNT NOT ON FILE"
                     to ws-exception-reason
               end-if
           end-if.

      *    The bill-to, when there is one, is the account the sale
      *    is invoiced to and the one whose credit it draws on.
           if ws-valid-record
               if wcu-bill-to (ws-cust-sub) not = spaces
                   move wcu-bill-to (ws-cust-sub) to ws-payer-account
                   perform 159-find-customer
                   if ws-cust-found
                       move ws-found-sub to ws-payer-sub
                   else
                       set ws-invalid-record to true
                       move "BILL-TO ACCOUNT NOT ON FILE"
                         to ws-exception-reason
                   end-if
               end-if
           end-if.

       159-find-customer.

           move "n"                     to ws-cust-found-flag.

           if ws-cust-count > 0
               set cu-idx to 1
               search ws-cust-entry
                   at end
                       continue
                   when wcu-account (cu-idx) = ws-payer-account
                       move "y"         to ws-cust-found-flag
                       set ws-found-sub to cu-idx
               end-search
           end-if.

       190-write-exception.

           move spaces                  to ws-exception-line.
                   perform 162-select-effective-price
                   move ws-mst-unit-price to ws-unit-price
                   move im-unit-cost     to ws-mst-unit-cost
                   if not ws-credit-txn
                       perform 163-check-lifecycle
                   end-if
           end-read.

      *    A transaction price matching the side of a pending change
      *    that is NOT in effect today is a depot straddling the
      *    changeover, not a disagreement - pass it, counted, so
      *    changeover day doesn't flood the variance report.
           if ws-master-found and ws-valid-record then
               move il-unit-price        to ws-txn-unit-price

               if ws-txn-unit-price not = ws-mst-unit-price then
               end-if
           end-if.

       163-check-lifecycle.

      *    An obsolete item cannot be sold once its status date is
      *    reached; a discontinued one sells off its stock through
      *    the sell-off date and no later.  Both are judged against
      *    the run's date, so a restated day prices the way it
      *    would have on the day.  Returns are always taken back.
           if im-obsolete
              and (im-status-date not numeric
                   or im-status-date not > ws-run-date-ymd)
               set ws-invalid-record to true
               move "OBSOLETE ITEM - SALE REJECTED"
                                         to ws-exception-reason
           end-if.

           if im-discontinued
              and im-status-date is numeric
              and im-status-date < ws-run-date-ymd
               set ws-invalid-record to true
               move "DISCONTINUED - PAST SELL-OFF DATE"
                                         to ws-exception-reason
           end-if.

       165-write-price-variance.

           move spaces                  to ws-pv-line.
                   end-if
                   move ws-warehouse        to ar-warehouse
                   move ws-tax-amt          to ar-tax-amt
                   move il-customer-account to ar-customer-account
                   move ws-payer-account    to ar-bill-to
                   write ar-line from ws-ar-line
                   add 1 to ws-ar-count
               end-if
               move 0 to ws-mvmt-skip-remaining
           end-if.

       052-count-prior-credit-held.

      *    Same scheme again for the day's credit-held sales.
           move "n"                     to ws-crh-eof-flag.

           open input credit-held-file.

           if ws-crh-file-status = "00"
               perform 053-count-prior-credit-held-row
                 until ws-crh-eof-flag = "y"
               close credit-held-file
           end-if.

           if ws-prior-crh-rows > ws-crh-count
               subtract ws-crh-count from ws-prior-crh-rows
                 giving ws-crh-skip-remaining
           else
               move 0 to ws-crh-skip-remaining
           end-if.

       053-count-prior-credit-held-row.

           read credit-held-file
               at end
                   move "y" to ws-crh-eof-flag
               not at end
                   add 1 to ws-prior-crh-rows
           end-read.

       054-restore-credit-exposure.

      *    A sale the abended run extracted before its checkpoint
      *    will not be priced again - put its invoice value back
      *    against the paying account so today's limit test still
      *    sees it.  Rows after the checkpoint are re-priced, and
      *    re-tested, as they come round again.
           move pax-bill-to             to ws-payer-account.
           perform 159-find-customer.

           if ws-cust-found
               move pax-net-price       to ws-restore-work
               move ws-restore-work     to ws-restore-exposure
               move pax-trans-cost      to ws-restore-work
               add ws-restore-work      to ws-restore-exposure
               move pax-tax-amt         to ws-restore-work
               add ws-restore-work      to ws-restore-exposure
               add ws-restore-exposure
                 to wcu-today-total (ws-found-sub)
           end-if.

       049-count-prior-movement-row.

           read movement-file
               when other
                   if ws-pax-in-date-flag = "y"
                       add 1 to ws-prior-gen-rows
                       if ws-full-run
                          and pax-trans-type = "S"
                          and ws-prior-gen-rows not > ws-ar-count
                           perform 054-restore-credit-exposure
                       end-if
                   end-if
           end-evaluate.

               move 4 to ws-highest-rc
           end-if.

           if ws-crh-count > 0
              and ws-highest-rc < 4
               move 4 to ws-highest-rc
           end-if.

           if ws-full-run
              and ws-prev-records-read > 0
               divide ws-prev-records-read by 2
                     to pend-unit-price
                   move spaces to pend-unit-cost
                   move spaces to pend-eff-date
                   move spaces to pend-reorder-point
                   move spaces to pend-lead-time
                   move spaces to pend-status
                   move spaces to pend-status-date
                   write pend-record
                   add 1 to ws-pv-pending-count
               end-if

           add 1 to ws-audit-count.

       800-check-cycle-ledger.

      *    A full run owns the pricing stage: refused when the date
      *    is already priced, otherwise marked started (a restart of
      *    an abended day finds it started or failed and goes on).
      *    A re-bill owns the restatement stage and runs only when
      *    the restatement step has recorded the day's reversal; the
      *    stage is left showing the reversal until the re-bill
      *    closes it.  A ledger that cannot be opened holds the run.
           if ws-restatement
               move 5                   to ws-cyc-stage
           else
               move 2                   to ws-cyc-stage
           end-if.

           open i-o cycle-control-file.

           if ws-cyc-status not = "00"
               display "A1-ITEMLIST: CYCLE CONTROL LEDGER NOT AVAILABLE"
                 ", STATUS " ws-cyc-status " - RUN REFUSED"
               move "y"                 to ws-cyc-refuse-flag
           else
               perform 805-read-ledger-row
               if ws-restatement
                   if cc-stage-status (ws-cyc-stage) not = "R"
                       display "A1-ITEMLIST: " ws-ar-run-date
                         " HAS NO REVERSAL OUTSTANDING - RE-BILL "
                         "REFUSED"
                       move "y"         to ws-cyc-refuse-flag
                   end-if
               else
                   if cc-stage-status (ws-cyc-stage) = "C"
                       display "A1-ITEMLIST: " ws-ar-run-date
                         " ALREADY PRICED - RUN REFUSED"
                       move "y"         to ws-cyc-refuse-flag
                   else
                       move "S" to cc-stage-status (ws-cyc-stage)
                       move 0   to cc-stage-rc (ws-cyc-stage)
                       perform 815-stamp-ledger-row
                   end-if
               end-if
               close cycle-control-file
           end-if.

       805-read-ledger-row.

      *    No row yet is a date nothing has run for - it starts
      *    with every stage blank.
           move ws-run-date-ymd         to cc-run-date.
           read cycle-control-file
               invalid key
                   move "n"             to ws-cyc-found-flag
                   move spaces          to cc-record
                   move ws-run-date-ymd to cc-run-date
                   perform 810-clear-ledger-stage
                     varying ws-cyc-idx from 1 by 1
                     until ws-cyc-idx > 6
               not invalid key
                   move "y"             to ws-cyc-found-flag
           end-read.

       810-clear-ledger-stage.

           move 0                       to cc-stage-rc (ws-cyc-idx).

       815-stamp-ledger-row.

           accept ws-cyc-date from date.
           accept ws-cyc-time from time.
           move ws-cyc-mm               to ws-cyc-stamp-mm.
           move ws-cyc-dd               to ws-cyc-stamp-dd.
           move ws-cyc-hh               to ws-cyc-stamp-hh.
           move ws-cyc-mi               to ws-cyc-stamp-mi.
           move ws-cyc-stamp   to cc-stage-stamp (ws-cyc-stage).

           if ws-cyc-found
               rewrite cc-record
                   invalid key
                       display "A1-ITEMLIST: CYCLE CONTROL LEDGER "
                         "UPDATE FAILED, STATUS " ws-cyc-status
               end-rewrite
           else
               write cc-record
                   invalid key
                       display "A1-ITEMLIST: CYCLE CONTROL LEDGER "
                         "UPDATE FAILED, STATUS " ws-cyc-status
               end-write
               move "y"                 to ws-cyc-found-flag
           end-if.

       850-post-cycle-ledger.

      *    The stage closes complete at condition code 4 or under
      *    and failed above it - except that a re-bill which did not
      *    price leaves the reversal showing, with its code, so the
      *    re-bill can be run again once the cause is fixed.
           open i-o cycle-control-file.

           if ws-cyc-status not = "00"
               display "A1-ITEMLIST: CYCLE CONTROL LEDGER NOT AVAILABLE"
                 ", STATUS " ws-cyc-status " - STAGE NOT POSTED"
           else
               perform 805-read-ledger-row
               if ws-highest-rc > 4
                   if not ws-restatement
                       move "F" to cc-stage-status (ws-cyc-stage)
                   end-if
               else
                   move "C"     to cc-stage-status (ws-cyc-stage)
               end-if
               move ws-highest-rc to cc-stage-rc (ws-cyc-stage)
               perform 815-stamp-ledger-row
               close cycle-control-file
           end-if.

       end program A1-ItemList.
