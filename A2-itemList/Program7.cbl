      *     - sales ("S" or space) draw the position down;
      *     - returns ("R") put it back;
      *     - "B" movements (opening balances and receipts keyed by
      *       the depots) add to it;
      *     - "T" inter-depot transfers draw the origin down and add
      *       to the destination in the same cycle, on the origin's
      *       shipment leg.  The destination's receipt leg ("I") only
      *       confirms the transfer for the transfer register - it is
      *       counted here but not posted a second time.
      *
      *   The rewritten balance file closes the day, and the stock
      *   position report shows opening, the day's movement by kind,
      *                    re-enter a later cycle through the
      *                    recycle or release merge cannot post to
      *                    the ledger twice.
      *   10/15/2026  JY   "T" inter-depot transfers: the shipment
      *                    leg posts transfer-out at the origin and
      *                    transfer-in at the destination, with both
      *                    shown as their own columns on the position
      *                    report; the receipt leg is counted only.
      *   10/15/2026  JY   The run date now comes in on the PARM
      *                    (MMDDYY) and the step records itself on
      *                    the cycle control ledger as the inventory
      *                    stage.  It is refused at condition code
      *                    8 when the date's pricing stage is not
      *                    complete - there is no movements file to
      *                    trust - or when the date's movements have
      *                    already posted, which would count them
      *                    twice.
      *   10/15/2026  JY   Transfer leg tested by its own name
      *                    (il-xfer-leg over the class column), as
      *                    the pricing run and transfer register
      *                    declare it.
      *   10/15/2026  JY   Cycle control ledger record names the
      *                    pre-cycle snapshot flag byte, as every
      *                    program declaring the ledger now does.
      *****************************************************************

       environment division.
           select stock-report-file
               assign to INVRPT
               organization is line sequential.
      *
           select cycle-control-file
               assign to CYCCTL
               organization is indexed
               access is random
               record key is cc-run-date
               file status is ws-cyc-status.

       data division.
       file section.
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
            il-quantity                pic x(3).
         05 il-unit-price              pic x(6).
         05 il-xfer-view redefines il-unit-price.
           10 il-xfer-warehouse        pic x(2).
           10 filler                   pic x(4).
         05 il-trans-type              pic x(1).
         05 il-warehouse               pic x(2).

           record contains 80 characters.
       01 stock-report-line pic x(80).

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

       01 ws-report-heading.
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(8) value "RECEIPTS".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(8) value "XFER OUT".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(8) value " XFER IN".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(8) value " CLOSING".

       01 ws-position-line.
         05 ps-returns-view            pic zzzzzz9.
         05 filler                     pic x(3) value spaces.
         05 ps-receipts-view           pic zzzzzz9.
         05 filler                     pic x(3) value spaces.
         05 ps-xfer-out-view           pic zzzzzz9.
         05 filler                     pic x(3) value spaces.
         05 ps-xfer-in-view            pic zzzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ps-closing-view            pic zzzzzz9-.
         05 filler                     pic x(3) value spaces.

       01 ws-negative-heading.
         05 filler                     pic x(40)
         05 ws-written-count-line.
           10 filler pic x(28) value "POSITIONS WRITTEN OUT      =".
           10 ws-written-count-view    pic zzzz9.
         05 ws-xfer-count-line.
           10 filler pic x(28) value "TRANSFERS POSTED           =".
           10 ws-xfer-count-view       pic zzzz9.
         05 ws-xfer-rcpt-count-line.
           10 filler pic x(28) value "TRANSFER RECEIPTS (NO POST)=".
           10 ws-xfer-rcpt-count-view  pic zzzz9.
         05 ws-badqty-count-line.
           10 filler pic x(28) value "RECORDS PASSED (BAD QTY)   =".
           10 ws-badqty-count-view     pic zzzz9.
           10 wb-sales                 pic 9(7).
           10 wb-returns               pic 9(7).
           10 wb-receipts              pic 9(7).
           10 wb-xfer-out              pic 9(7).
           10 wb-xfer-in               pic 9(7).

       01 ws-work.
         05 ws-input-eof-flag          pic x value "n".
         05 ws-bal-found-flag          pic x value "n".
           88 ws-bal-found             value "y".
         05 ws-quantity                pic 9(3).
         05 ws-post-warehouse          pic x(2).
         05 ws-closing                 pic s9(7).
         05 ws-report-idx              pic 9(4).

         05 ws-read-count              pic 9(5) value 0.
         05 ws-carried-count           pic 9(5) value 0.
         05 ws-written-count           pic 9(5) value 0.
         05 ws-xfer-count              pic 9(5) value 0.
         05 ws-xfer-rcpt-count         pic 9(5) value 0.
         05 ws-badqty-count            pic 9(5) value 0.
         05 ws-negative-count          pic 9(5) value 0.

       01 ws-empty-line                pic x(1) value spaces.

      *    The run date comes in MMDDYY on the PARM and is turned
      *    around to the ledger's YYMMDD key; a blank PARM (a hand
      *    run) is today.
       01 ws-run-parm                  pic x(6).

       01 ws-run-date-ymd              pic x(6).

      *    Cycle control ledger work - the stage this step owns and
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

       procedure division.
      *
       000-main.

           accept ws-run-parm from command-line.

           if ws-run-parm = spaces or ws-run-parm = "000000"
               accept ws-run-date-ymd from date
           else
               move ws-run-parm (5:2)   to ws-run-date-ymd (1:2)
               move ws-run-parm (1:2)   to ws-run-date-ymd (3:2)
               move ws-run-parm (3:2)   to ws-run-date-ymd (5:2)
           end-if.

           move 3                       to ws-cyc-stage.
           perform 800-check-cycle-ledger.
           if ws-cyc-refused
               move 8 to return-code
               goback
           end-if.

           open input input-file.
           open output balance-out-file
                stock-report-file.
           move ws-read-count           to ws-read-count-view.
           move ws-carried-count        to ws-carried-count-view.
           move ws-written-count        to ws-written-count-view.
           move ws-xfer-count           to ws-xfer-count-view.
           move ws-xfer-rcpt-count      to ws-xfer-rcpt-count-view.
           move ws-badqty-count         to ws-badqty-count-view.
           move ws-negative-count       to ws-negative-count-view.

             after advancing 1 line.
           write stock-report-line from ws-written-count-line
             after advancing 1 line.
           write stock-report-line from ws-xfer-count-line
             after advancing 1 line.
           write stock-report-line from ws-xfer-rcpt-count-line
             after advancing 1 line.
           write stock-report-line from ws-badqty-count-line
             after advancing 1 line.
           write stock-report-line from ws-negative-count-line
               move 4 to return-code
           end-if.

           perform 850-post-cycle-ledger.

           goback.

       050-load-balances.
           move 0 to wb-sales (ws-bal-count).
           move 0 to wb-returns (ws-bal-count).
           move 0 to wb-receipts (ws-bal-count).
           move 0 to wb-xfer-out (ws-bal-count).
           move 0 to wb-xfer-in (ws-bal-count).

           read balance-in-file
               at end
               add 1 to ws-badqty-count
           else
               move il-quantity         to ws-quantity
               if il-trans-type = "T"
                   perform 120-post-transfer
               else
                   move il-warehouse    to ws-post-warehouse
                   perform 150-find-position
                   evaluate il-trans-type
                       when "R"
                           add ws-quantity
                             to wb-returns (wb-idx)
                       when "B"
                           add ws-quantity
                             to wb-receipts (wb-idx)
                       when other
                           add ws-quantity
                             to wb-sales (wb-idx)
                   end-evaluate
               end-if
           end-if.

           read input-file
               at end
               move "y" to ws-input-eof-flag.

       120-post-transfer.

      *    The shipment leg moves the stock: out of the keying
      *    (origin) depot and into the destination named in the
      *    record.  The destination's receipt leg is the transfer
      *    register's business, not the ledger's.
           if il-xfer-leg = "I"
               add 1 to ws-xfer-rcpt-count
           else
               add 1 to ws-xfer-count
               move il-warehouse        to ws-post-warehouse
               perform 150-find-position
               add ws-quantity          to wb-xfer-out (wb-idx)
               move il-xfer-warehouse   to ws-post-warehouse
               perform 150-find-position
               add ws-quantity          to wb-xfer-in (wb-idx)
           end-if.

       150-find-position.

      *    An item/warehouse first seen today opens at zero - a
                   at end
                       continue
                   when wb-item-number (wb-idx) = il-item-number
                      and wb-warehouse (wb-idx) = ws-post-warehouse
                       move "y"         to ws-bal-found-flag
               end-search
           end-if.
               add 1 to ws-bal-count
               move il-item-number
                 to wb-item-number (ws-bal-count)
               move ws-post-warehouse
                 to wb-warehouse (ws-bal-count)
               move 0 to wb-opening (ws-bal-count)
               move 0 to wb-sales (ws-bal-count)
               move 0 to wb-returns (ws-bal-count)
               move 0 to wb-receipts (ws-bal-count)
               move 0 to wb-xfer-out (ws-bal-count)
               move 0 to wb-xfer-in (ws-bal-count)
               set wb-idx to ws-bal-count
           end-if.

             wb-opening (ws-report-idx)
             - wb-sales (ws-report-idx)
             + wb-returns (ws-report-idx)
             + wb-receipts (ws-report-idx)
             - wb-xfer-out (ws-report-idx)
             + wb-xfer-in (ws-report-idx).

       300-write-position-line.

           move wb-sales (ws-report-idx)       to ps-sales-view.
           move wb-returns (ws-report-idx)     to ps-returns-view.
           move wb-receipts (ws-report-idx)    to ps-receipts-view.
           move wb-xfer-out (ws-report-idx)    to ps-xfer-out-view.
           move wb-xfer-in (ws-report-idx)     to ps-xfer-in-view.
           move ws-closing                     to ps-closing-view.

           write stock-report-line from ws-position-line

           add 1 to ws-written-count.


       800-check-cycle-ledger.

      *    Movements post only behind a completed pricing stage for
      *    the date, and only once.  A stage left started or failed
      *    is a restart and goes ahead.  A ledger that cannot be
      *    opened holds the step rather than let it post unrecorded.
           open i-o cycle-control-file.

           if ws-cyc-status not = "00"
               display "A1-INVUPD: CYCLE CONTROL LEDGER NOT AVAILABLE,"
                 " STATUS " ws-cyc-status " - RUN REFUSED"
               move "y"                 to ws-cyc-refuse-flag
           else
               perform 805-read-ledger-row
               if cc-stage-status (2) not = "C"
                   display "A1-INVUPD: " ws-run-date-ymd
                     " PRICING NOT COMPLETE - RUN REFUSED"
                   move "y"             to ws-cyc-refuse-flag
               else
                   if cc-stage-status (ws-cyc-stage) = "C"
                       display "A1-INVUPD: " ws-run-date-ymd
                         " MOVEMENTS ALREADY POSTED - RUN REFUSED"
                       move "y"         to ws-cyc-refuse-flag
                   end-if
               end-if
               if not ws-cyc-refused
                   move "S"   to cc-stage-status (ws-cyc-stage)
                   move 0     to cc-stage-rc (ws-cyc-stage)
                   perform 815-stamp-ledger-row
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
                       display "A1-INVUPD: CYCLE CONTROL LEDGER "
                         "UPDATE FAILED, STATUS " ws-cyc-status
               end-rewrite
           else
               write cc-record
                   invalid key
                       display "A1-INVUPD: CYCLE CONTROL LEDGER "
                         "UPDATE FAILED, STATUS " ws-cyc-status
               end-write
               move "y"                 to ws-cyc-found-flag
           end-if.

       850-post-cycle-ledger.

      *    The stage closes complete at condition code 4 or under
      *    and failed above it.
           open i-o cycle-control-file.

           if ws-cyc-status not = "00"
               display "A1-INVUPD: CYCLE CONTROL LEDGER NOT AVAILABLE,"
                 " STATUS " ws-cyc-status " - STAGE NOT POSTED"
           else
               perform 805-read-ledger-row
               if return-code > 4
                   move "F"   to cc-stage-status (ws-cyc-stage)
               else
                   move "C"   to cc-stage-status (ws-cyc-stage)
               end-if
               move return-code to cc-stage-rc (ws-cyc-stage)
               perform 815-stamp-ledger-row
               close cycle-control-file
           end-if.

       end program A1-InvUpd.
