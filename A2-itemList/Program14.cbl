       identification division.
       program-id. A1-XfrReg.
       author. Jacky Yuan.
       date-written. 10/15/2026.

      *****************************************************************
      *   Daily inter-depot transfer register.  A "T" transfer is
      *   keyed twice - the origin depot keys the shipment leg when
      *   the stock leaves, and the destination keys the receipt leg
      *   ("I" in the class column) when it books the stock in.  The
      *   inventory step moves the stock on the shipment leg alone;
      *   this step, run behind it over the same movements feed,
      *   makes sure the other end actually booked it:
      *
      *     - the open-transfer file carries every shipment not yet
      *       booked by its destination, with the date it shipped
      *       and the number of cycles it has been outstanding;
      *     - the day's shipment legs join it;
      *     - the same file carries every receipt leg ("I" in the
      *       leg byte) that has not yet found its shipment, with
      *       the date it was booked and its own cycle count - the
      *       destination may key before the origin does;
      *     - each carried and each of the day's receipt legs is
      *       matched to the oldest open shipment for the same item,
      *       origin, destination and quantity, and that shipment is
      *       booked.
      *
      *   The register lists every transfer - booked, still in
      *   transit, or outstanding past the grace cycles and flagged
      *   as not booked by the destination - followed by every
      *   receipt leg still without a shipment, awaiting one inside
      *   the grace cycles or flagged as having no matching
      *   shipment past them.  Either flag ends the step at warning
      *   level.  The transfers and receipts still open are written
      *   to the new open-transfer file for the next cycle.
      *
      *   The run date comes in on the PARM (MMDDYY) and is carried
      *   on the report heading and on each new shipment's row.
      *
      *   Modification history
      *   ---------------------------------------------------------
      *   10/15/2026  JY   Original program.
      *   10/15/2026  JY   Receipt legs with no shipment yet are
      *                    carried on the open-transfer file and
      *                    matched on later cycles; flagged only
      *                    past the grace cycles.
      *****************************************************************

       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
           select input-file
               assign to INFILE
               organization is line sequential.
      *
           select open-in-file
               assign to XFROPNI
               organization is line sequential
               file status is ws-open-in-status.
      *
           select open-out-file
               assign to XFROPNO
               organization is line sequential.
      *
           select register-file
               assign to XFRRPT
               organization is line sequential.

       data division.
       file section.
      *
      *    The day's posted movements, as the pricing run writes
      *    them.  Only the "T" records matter here.
       fd input-file
           data record is input-line
           record contains 30 characters.
       01 input-line.
         05 il-item-number             pic x(4).
         05 il-xfer-leg                pic x(1).
         05 il-description             pic x(13).
         05 il-quantity                pic zz9.
         05 il-quantity-x  redefines
            il-quantity                pic x(3).
         05 il-xfer-warehouse          pic x(2).
         05 filler                     pic x(4).
         05 il-trans-type              pic x(1).
         05 il-warehouse               pic x(2).

      *    Shipments still awaiting their destination's booking - the
      *    shipment record as keyed, plus the date it shipped and
      *    the cycles it has been open.  A receipt leg still awaiting
      *    its shipment rides the same file with "I" in the leg byte,
      *    the date it was booked and its own cycle count; its
      *    warehouse pair is held as origin and destination, the
      *    same as a shipment's.  A missing file (the first cycle
      *    after cutover) is an empty list.
       fd open-in-file
           data record is oi-record
           record contains 38 characters.
       01 oi-record.
         05 oi-item-number             pic x(4).
         05 oi-xfer-leg                pic x(1).
         05 oi-description             pic x(13).
         05 oi-quantity                pic zz9.
         05 oi-to-warehouse            pic x(2).
         05 filler                     pic x(4).
         05 oi-trans-type              pic x(1).
         05 oi-from-warehouse          pic x(2).
         05 oi-ship-date               pic x(6).
         05 oi-cycle-count             pic 9(2).

       fd open-out-file
           data record is oo-record
           record contains 38 characters.
       01 oo-record.
         05 oo-item-number             pic x(4).
         05 oo-xfer-leg                pic x(1).
         05 oo-description             pic x(13).
         05 oo-quantity                pic zz9.
         05 oo-to-warehouse            pic x(2).
         05 filler                     pic x(4).
         05 oo-trans-type              pic x(1).
         05 oo-from-warehouse          pic x(2).
         05 oo-ship-date               pic x(6).
         05 oo-cycle-count             pic 9(2).

       fd register-file
           data record is register-line
           record contains 80 characters.
       01 register-line pic x(80).

       working-storage section.

       01 ws-report-heading.
         05 filler                     pic x(32)
            value "INTER-DEPOT TRANSFER REGISTER - ".
         05 rh-run-date                pic x(6).
         05 filler                     pic x(28) value spaces.
         05 ws-author-name             pic x(14) value "Jacky Yuan, A2".

       01 ws-transfer-heading.
         05 filler                     pic x(40)
            value "TRANSFERS                               ".
         05 filler                     pic x(40) value spaces.

       01 ws-column-heading.
         05 filler                     pic x(4) value "ITEM".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(13) value "DESCRIPTION".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(4) value "FROM".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(2) value "TO".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(3) value "QTY".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(7) value "SHIPPED".
         05 filler                     pic x(1) value spaces.
         05 filler                     pic x(6) value "CYCLES".
         05 filler                     pic x(1) value spaces.
         05 filler                     pic x(6) value "STATUS".

       01 ws-transfer-line.
         05 tl-item-number             pic x(4).
         05 filler                     pic x(2) value spaces.
         05 tl-description             pic x(13).
         05 filler                     pic x(3) value spaces.
         05 tl-from-warehouse          pic x(2).
         05 filler                     pic x(3) value spaces.
         05 tl-to-warehouse            pic x(2).
         05 filler                     pic x(2) value spaces.
         05 tl-quantity-view           pic zz9.
         05 filler                     pic x(3) value spaces.
         05 tl-ship-date               pic x(6).
         05 filler                     pic x(5) value spaces.
         05 tl-cycles-view             pic z9.
         05 filler                     pic x(1) value spaces.
         05 tl-status                  pic x(29).

       01 ws-unmatched-heading.
         05 filler                     pic x(40)
            value "RECEIPTS BOOKED WITH NO SHIPMENT YET    ".
         05 filler                     pic x(40) value spaces.

       01 ws-receipt-column-heading.
         05 filler                     pic x(4) value "ITEM".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(13) value "DESCRIPTION".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(4) value "FROM".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(2) value "TO".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(3) value "QTY".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(7) value "BOOKED ".
         05 filler                     pic x(1) value spaces.
         05 filler                     pic x(6) value "CYCLES".
         05 filler                     pic x(1) value spaces.
         05 filler                     pic x(6) value "STATUS".

       01 ws-unmatched-line.
         05 ul-item-number             pic x(4).
         05 filler                     pic x(2) value spaces.
         05 ul-description             pic x(13).
         05 filler                     pic x(3) value spaces.
         05 ul-from-warehouse          pic x(2).
         05 filler                     pic x(3) value spaces.
         05 ul-to-warehouse            pic x(2).
         05 filler                     pic x(2) value spaces.
         05 ul-quantity-view           pic zz9.
         05 filler                     pic x(3) value spaces.
         05 ul-receipt-date            pic x(6).
         05 filler                     pic x(5) value spaces.
         05 ul-cycles-view             pic z9.
         05 filler                     pic x(1) value spaces.
         05 ul-status                  pic x(29).

       01 ws-none-line.
         05 filler                     pic x(24)
            value "  NONE".
         05 filler                     pic x(56) value spaces.

       01 ws-count-lines.
         05 ws-carried-count-line.
           10 filler pic x(28) value "OPEN TRANSFERS CARRIED IN  =".
           10 ws-carried-count-view    pic zzzz9.
         05 ws-shipped-count-line.
           10 filler pic x(28) value "TRANSFERS SHIPPED TODAY    =".
           10 ws-shipped-count-view    pic zzzz9.
         05 ws-rcp-carried-count-line.
           10 filler pic x(28) value "OPEN RECEIPTS CARRIED IN   =".
           10 ws-rcp-carried-count-view pic zzzz9.
         05 ws-receipt-count-line.
           10 filler pic x(28) value "RECEIPTS BOOKED TODAY      =".
           10 ws-receipt-count-view    pic zzzz9.
         05 ws-booked-count-line.
           10 filler pic x(28) value "TRANSFERS BOOKED           =".
           10 ws-booked-count-view     pic zzzz9.
         05 ws-transit-count-line.
           10 filler pic x(28) value "TRANSFERS IN TRANSIT       =".
           10 ws-transit-count-view    pic zzzz9.
         05 ws-notbooked-count-line.
           10 filler pic x(28) value "NOT BOOKED BY DESTINATION  =".
           10 ws-notbooked-count-view  pic zzzz9.
         05 ws-awaiting-count-line.
           10 filler pic x(28) value "RECEIPTS AWAITING SHIPMENT =".
           10 ws-awaiting-count-view   pic zzzz9.
         05 ws-unmatched-count-line.
           10 filler pic x(28) value "RECEIPTS WITH NO SHIPMENT  =".
           10 ws-unmatched-count-view  pic zzzz9.
         05 ws-written-count-line.
           10 filler pic x(28) value "OPEN TRANSFERS CARRIED OUT =".
           10 ws-written-count-view    pic zzzz9.
         05 ws-rcp-written-count-line.
           10 filler pic x(28) value "OPEN RECEIPTS CARRIED OUT  =".
           10 ws-rcp-written-count-view pic zzzz9.

      *    Every transfer on the register - the carried open list
      *    first, oldest first, then the day's shipments - so a
      *    receipt always books the oldest matching shipment.
       01 ws-xfr-counters.
         05 ws-xfr-count               pic 9(4) value 0.

       01 ws-xfr-table.
         05 ws-xfr-entry               occurs 1 to 2000 times
                                        depending on ws-xfr-count
                                        indexed by xt-idx.
           10 xt-item-number           pic x(4).
           10 xt-description           pic x(13).
           10 xt-from-warehouse        pic x(2).
           10 xt-to-warehouse          pic x(2).
           10 xt-quantity              pic 9(3).
           10 xt-ship-date             pic x(6).
           10 xt-cycle-count           pic 9(2).
           10 xt-booked-flag           pic x.

      *    Receipt legs, held until every shipment is in - the
      *    carried ones first, oldest first, then the day's.
       01 ws-rcp-counters.
         05 ws-rcp-count               pic 9(4) value 0.

       01 ws-rcp-table.
         05 ws-rcp-entry               occurs 1 to 2000 times
                                        depending on ws-rcp-count
                                        indexed by xr-idx.
           10 xr-item-number           pic x(4).
           10 xr-description           pic x(13).
           10 xr-from-warehouse        pic x(2).
           10 xr-to-warehouse          pic x(2).
           10 xr-quantity              pic 9(3).
           10 xr-receipt-date          pic x(6).
           10 xr-cycle-count           pic 9(2).
           10 xr-matched-flag          pic x.

       01 ws-run-parm                  pic x(6).

       01 ws-sys-date.
         05 ws-sys-yy                  pic x(2).
         05 ws-sys-mm                  pic x(2).
         05 ws-sys-dd                  pic x(2).

      *    Cycles a shipment may stay open - the day it ships and
      *    the next - before it is flagged as not booked; a receipt
      *    gets the same before it is flagged as having no shipment.
       01 ws-grace-cycles              pic 9(2) value 2.

       01 ws-work.
         05 ws-open-in-status          pic xx.
         05 ws-input-eof-flag          pic x value "n".
         05 ws-open-eof-flag           pic x value "n".
         05 ws-match-flag              pic x value "n".
           88 ws-match-found           value "y".
         05 ws-rpt-idx                 pic 9(4).
         05 ws-rcp-idx                 pic 9(4).

       01 ws-counters.
         05 ws-carried-count           pic 9(5) value 0.
         05 ws-rcp-carried-count       pic 9(5) value 0.
         05 ws-shipped-count           pic 9(5) value 0.
         05 ws-receipt-count           pic 9(5) value 0.
         05 ws-booked-count            pic 9(5) value 0.
         05 ws-transit-count           pic 9(5) value 0.
         05 ws-notbooked-count         pic 9(5) value 0.
         05 ws-awaiting-count          pic 9(5) value 0.
         05 ws-unmatched-count         pic 9(5) value 0.
         05 ws-written-count           pic 9(5) value 0.
         05 ws-rcp-written-count       pic 9(5) value 0.

       01 ws-empty-line                pic x(1) value spaces.

       procedure division.
      *
       000-main.

           perform 005-parse-parm.

           open input input-file.
           open output open-out-file
                register-file.

           move ws-run-parm             to rh-run-date.

           write register-line from ws-report-heading
             after advancing 1 line.

      *    Yesterday's open list ages a cycle as it comes in.
           perform 050-load-open-transfers.

      *    The day's shipments join the list; its receipts wait.
           read input-file
               at end
               move "y" to ws-input-eof-flag.

           perform 100-take-movement
             until ws-input-eof-flag = "y".

      *    Book each receipt, carried or new, against the oldest
      *    open shipment.
           perform 200-match-receipt
             varying ws-rcp-idx from 1 by 1
             until ws-rcp-idx > ws-rcp-count.

           write register-line from ws-transfer-heading
             after advancing 2 lines.
           write register-line from ws-column-heading
             after advancing 2 lines.
           write register-line from ws-empty-line
             after advancing 1 line.

           if ws-xfr-count = 0
               write register-line from ws-none-line
                 after advancing 1 line
           end-if.

           perform 300-write-transfer-line
             varying ws-rpt-idx from 1 by 1
             until ws-rpt-idx > ws-xfr-count.

           write register-line from ws-unmatched-heading
             after advancing 3 lines.
           write register-line from ws-receipt-column-heading
             after advancing 2 lines.
           write register-line from ws-empty-line
             after advancing 1 line.

           perform 350-write-unmatched-line
             varying ws-rcp-idx from 1 by 1
             until ws-rcp-idx > ws-rcp-count.

           if ws-awaiting-count = 0 and ws-unmatched-count = 0
               write register-line from ws-none-line
                 after advancing 1 line
           end-if.

      *    What is still open rolls forward to the next cycle.
           perform 400-write-open-transfer
             varying ws-rpt-idx from 1 by 1
             until ws-rpt-idx > ws-xfr-count.

           perform 450-write-open-receipt
             varying ws-rcp-idx from 1 by 1
             until ws-rcp-idx > ws-rcp-count.

           move ws-carried-count        to ws-carried-count-view.
           move ws-rcp-carried-count    to ws-rcp-carried-count-view.
           move ws-shipped-count        to ws-shipped-count-view.
           move ws-receipt-count        to ws-receipt-count-view.
           move ws-booked-count         to ws-booked-count-view.
           move ws-transit-count        to ws-transit-count-view.
           move ws-notbooked-count      to ws-notbooked-count-view.
           move ws-awaiting-count       to ws-awaiting-count-view.
           move ws-unmatched-count      to ws-unmatched-count-view.
           move ws-written-count        to ws-written-count-view.
           move ws-rcp-written-count    to ws-rcp-written-count-view.

           write register-line from ws-carried-count-line
             after advancing 3 lines.
           write register-line from ws-rcp-carried-count-line
             after advancing 1 line.
           write register-line from ws-shipped-count-line
             after advancing 1 line.
           write register-line from ws-receipt-count-line
             after advancing 1 line.
           write register-line from ws-booked-count-line
             after advancing 1 line.
           write register-line from ws-transit-count-line
             after advancing 1 line.
           write register-line from ws-notbooked-count-line
             after advancing 1 line.
           write register-line from ws-awaiting-count-line
             after advancing 1 line.
           write register-line from ws-unmatched-count-line
             after advancing 1 line.
           write register-line from ws-written-count-line
             after advancing 1 line.
           write register-line from ws-rcp-written-count-line
             after advancing 1 line.

           close input-file
             open-out-file
             register-file.

      *    Stock one depot shipped and the other never booked, or
      *    booked with no shipment behind it past the grace cycles,
      *    warns so the depots are chased today.
           if ws-notbooked-count > 0 or ws-unmatched-count > 0
               move 4 to return-code
           end-if.

           goback.

       005-parse-parm.

      *    MMDDYY, the shape the daily job stream passes every step;
      *    a blank parameter (a hand run) falls back to the system
      *    date.
           accept ws-run-parm from command-line.

           if ws-run-parm = spaces or ws-run-parm = "000000"
               accept ws-sys-date from date
               move ws-sys-mm           to ws-run-parm (1:2)
               move ws-sys-dd           to ws-run-parm (3:2)
               move ws-sys-yy           to ws-run-parm (5:2)
           end-if.

       050-load-open-transfers.

           open input open-in-file.

           if ws-open-in-status = "00"
               read open-in-file
                   at end
                   move "y" to ws-open-eof-flag
               end-read
               perform 060-load-open-record
                 until ws-open-eof-flag = "y"
               close open-in-file
           end-if.

       060-load-open-record.

           if oi-xfer-leg = "I"
               perform 070-load-open-receipt
           else
               perform 065-load-open-shipment
           end-if.

           read open-in-file
               at end
               move "y" to ws-open-eof-flag.

       065-load-open-shipment.

           perform 150-check-table-room.

           add 1 to ws-xfr-count.
           add 1 to ws-carried-count.

           move oi-item-number
             to xt-item-number (ws-xfr-count).
           move oi-description
             to xt-description (ws-xfr-count).
           move oi-from-warehouse
             to xt-from-warehouse (ws-xfr-count).
           move oi-to-warehouse
             to xt-to-warehouse (ws-xfr-count).
           move oi-quantity
             to xt-quantity (ws-xfr-count).
           move oi-ship-date
             to xt-ship-date (ws-xfr-count).
           move "n" to xt-booked-flag (ws-xfr-count).

           if oi-cycle-count < 99
               compute xt-cycle-count (ws-xfr-count) =
                 oi-cycle-count + 1
           else
               move 99 to xt-cycle-count (ws-xfr-count)
           end-if.

       070-load-open-receipt.

           perform 160-check-receipt-room.

           add 1 to ws-rcp-count.
           add 1 to ws-rcp-carried-count.

           move oi-item-number
             to xr-item-number (ws-rcp-count).
           move oi-description
             to xr-description (ws-rcp-count).
           move oi-from-warehouse
             to xr-from-warehouse (ws-rcp-count).
           move oi-to-warehouse
             to xr-to-warehouse (ws-rcp-count).
           move oi-quantity
             to xr-quantity (ws-rcp-count).
           move oi-ship-date
             to xr-receipt-date (ws-rcp-count).
           move "n" to xr-matched-flag (ws-rcp-count).

           if oi-cycle-count < 99
               compute xr-cycle-count (ws-rcp-count) =
                 oi-cycle-count + 1
           else
               move 99 to xr-cycle-count (ws-rcp-count)
           end-if.

       100-take-movement.

      *    The pricing run has already edited every "T" it passed;
      *    anything else on the feed is not this step's business.
           if il-trans-type = "T"
              and il-quantity-x is numeric
               if il-xfer-leg = "I"
                   perform 120-hold-receipt
               else
                   perform 110-add-shipment
               end-if
           end-if.

           read input-file
               at end
               move "y" to ws-input-eof-flag.

       110-add-shipment.

           perform 150-check-table-room.

           add 1 to ws-xfr-count.
           add 1 to ws-shipped-count.

           move il-item-number
             to xt-item-number (ws-xfr-count).
           move il-description
             to xt-description (ws-xfr-count).
           move il-warehouse
             to xt-from-warehouse (ws-xfr-count).
           move il-xfer-warehouse
             to xt-to-warehouse (ws-xfr-count).
           move il-quantity
             to xt-quantity (ws-xfr-count).
           move ws-run-parm
             to xt-ship-date (ws-xfr-count).
           move 1 to xt-cycle-count (ws-xfr-count).
           move "n" to xt-booked-flag (ws-xfr-count).

       120-hold-receipt.

      *    The destination keys the receipt, so its own code is the
      *    record's warehouse and the origin rides as the other.
           perform 160-check-receipt-room.

           add 1 to ws-rcp-count.
           add 1 to ws-receipt-count.

           move il-item-number
             to xr-item-number (ws-rcp-count).
           move il-description
             to xr-description (ws-rcp-count).
           move il-xfer-warehouse
             to xr-from-warehouse (ws-rcp-count).
           move il-warehouse
             to xr-to-warehouse (ws-rcp-count).
           move il-quantity
             to xr-quantity (ws-rcp-count).
           move ws-run-parm
             to xr-receipt-date (ws-rcp-count).
           move 1 to xr-cycle-count (ws-rcp-count).
           move "n" to xr-matched-flag (ws-rcp-count).

       150-check-table-room.

           if ws-xfr-count = 2000
               display "A1-XFRREG: OVER 2000 OPEN TRANSFERS -"
               display "TABLE CAPACITY REACHED, RUN TERMINATED"
               if ws-open-in-status = "00"
                  and ws-open-eof-flag not = "y"
                   close open-in-file
               end-if
               close input-file
                 open-out-file
                 register-file
               move 16 to return-code
               goback
           end-if.

       160-check-receipt-room.

           if ws-rcp-count = 2000
               display "A1-XFRREG: OVER 2000 TRANSFER RECEIPTS -"
               display "TABLE CAPACITY REACHED, RUN TERMINATED"
               if ws-open-in-status = "00"
                  and ws-open-eof-flag not = "y"
                   close open-in-file
               end-if
               close input-file
                 open-out-file
                 register-file
               move 16 to return-code
               goback
           end-if.

       200-match-receipt.

           move "n"                     to ws-match-flag.

           if ws-xfr-count > 0
               set xt-idx to 1
               search ws-xfr-entry
                   at end
                       continue
                   when xt-booked-flag (xt-idx) = "n"
                      and xt-item-number (xt-idx)
                          = xr-item-number (ws-rcp-idx)
                      and xt-from-warehouse (xt-idx)
                          = xr-from-warehouse (ws-rcp-idx)
                      and xt-to-warehouse (xt-idx)
                          = xr-to-warehouse (ws-rcp-idx)
                      and xt-quantity (xt-idx)
                          = xr-quantity (ws-rcp-idx)
                       move "y"         to xt-booked-flag (xt-idx)
                       move "y"         to ws-match-flag
               end-search
           end-if.

           if ws-match-found
               move "y"                 to xr-matched-flag (ws-rcp-idx)
           else
               if xr-cycle-count (ws-rcp-idx) > ws-grace-cycles
                   add 1 to ws-unmatched-count
               else
                   add 1 to ws-awaiting-count
               end-if
           end-if.

       300-write-transfer-line.

           move xt-item-number (ws-rpt-idx)    to tl-item-number.
           move xt-description (ws-rpt-idx)    to tl-description.
           move xt-from-warehouse (ws-rpt-idx) to tl-from-warehouse.
           move xt-to-warehouse (ws-rpt-idx)   to tl-to-warehouse.
           move xt-quantity (ws-rpt-idx)       to tl-quantity-view.
           move xt-ship-date (ws-rpt-idx)      to tl-ship-date.
           move xt-cycle-count (ws-rpt-idx)    to tl-cycles-view.

           if xt-booked-flag (ws-rpt-idx) = "y"
               move "BOOKED"            to tl-status
               add 1 to ws-booked-count
           else
               if xt-cycle-count (ws-rpt-idx) > ws-grace-cycles
                   move "*** NOT BOOKED BY DESTINATION"
                     to tl-status
                   add 1 to ws-notbooked-count
               else
                   move "IN TRANSIT"    to tl-status
                   add 1 to ws-transit-count
               end-if
           end-if.

           write register-line from ws-transfer-line
             after advancing 1 line.

       350-write-unmatched-line.

           if xr-matched-flag (ws-rcp-idx) = "n"
               move xr-item-number (ws-rcp-idx)    to ul-item-number
               move xr-description (ws-rcp-idx)    to ul-description
               move xr-from-warehouse (ws-rcp-idx) to ul-from-warehouse
               move xr-to-warehouse (ws-rcp-idx)   to ul-to-warehouse
               move xr-quantity (ws-rcp-idx)       to ul-quantity-view
               move xr-receipt-date (ws-rcp-idx)   to ul-receipt-date
               move xr-cycle-count (ws-rcp-idx)    to ul-cycles-view
               if xr-cycle-count (ws-rcp-idx) > ws-grace-cycles
                   move "*** NO MATCHING SHIPMENT" to ul-status
               else
                   move "AWAITING SHIPMENT"        to ul-status
               end-if
               write register-line from ws-unmatched-line
                 after advancing 1 line
           end-if.

       400-write-open-transfer.

           if xt-booked-flag (ws-rpt-idx) = "n"
               move spaces              to oo-record
               move xt-item-number (ws-rpt-idx)    to oo-item-number
               move xt-description (ws-rpt-idx)    to oo-description
               move xt-quantity (ws-rpt-idx)       to oo-quantity
               move xt-to-warehouse (ws-rpt-idx)   to oo-to-warehouse
               move "T"                 to oo-trans-type
               move xt-from-warehouse (ws-rpt-idx) to oo-from-warehouse
               move xt-ship-date (ws-rpt-idx)      to oo-ship-date
               move xt-cycle-count (ws-rpt-idx)    to oo-cycle-count
               write oo-record
               add 1 to ws-written-count
           end-if.

       450-write-open-receipt.

           if xr-matched-flag (ws-rcp-idx) = "n"
               move spaces              to oo-record
               move xr-item-number (ws-rcp-idx)    to oo-item-number
               move "I"                 to oo-xfer-leg
               move xr-description (ws-rcp-idx)    to oo-description
               move xr-quantity (ws-rcp-idx)       to oo-quantity
               move xr-to-warehouse (ws-rcp-idx)   to oo-to-warehouse
               move "T"                 to oo-trans-type
               move xr-from-warehouse (ws-rcp-idx) to oo-from-warehouse
               move xr-receipt-date (ws-rcp-idx)   to oo-ship-date
               move xr-cycle-count (ws-rcp-idx)    to oo-cycle-count
               write oo-record
               add 1 to ws-rcp-written-count
           end-if.

       end program A1-XfrReg.
