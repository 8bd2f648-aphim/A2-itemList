       identification division.
       program-id. A1-Reorder.
       author. Jacky Yuan.
       date-written. 10/15/2026.

      *****************************************************************
      *   Replenishment suggestions off the stock ledger.  Run behind
      *   the inventory step each cycle, it puts the two figures the
      *   buyers used to line up by hand side by side:
      *
      *     - the closing on-hand per item/warehouse the inventory
      *       step has just written to the balance file;
      *     - the quantity sold per item/warehouse over the six
      *       cycles the pricing run keeps in the rolling sales
      *       history, averaged to a daily rate of sale.
      *
      *   On-hand over the daily rate is the position's days of
      *   cover.  Each position is held against the reorder point
      *   and lead time on the item master: a position at or under
      *   its reorder point, or whose cover will not last out the
      *   lead time, is suggested for reorder - enough to bring it
      *   back up to the reorder point plus what it will sell while
      *   the order is on its way.  Items with no reorder point on
      *   the master are not under reorder control and are counted
      *   but not suggested, as are discontinued and obsolete items
      *   - they are being run down, not restocked.
      *
      *   The suggested-reorder report is sectioned by warehouse in
      *   warehouse-reference order, with each section's estimated
      *   cost at master unit cost.  Every suggestion is also
      *   written to the purchase-requisition extract purchasing
      *   loads.  A position whose item is not on the master ends
      *   the step at warning level - the ledger is carrying stock
      *   nobody can price.
      *
      *   The run date comes in on the PARM (MMDDYY) and is carried
      *   on the report heading and on every requisition row.
      *
      *   Modification history
      *   ---------------------------------------------------------
      *   10/15/2026  JY   Original program.
      *   10/15/2026  JY   Item master widened to 56 bytes for the
      *                    lifecycle status; discontinued and
      *                    obsolete items are counted, not
      *                    suggested.
      *****************************************************************

       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
           select balance-file
               assign to INVBALI
               organization is line sequential
               file status is ws-bal-in-status.
      *
           select sales-history-file
               assign to SLSHSTI
               organization is line sequential
               file status is ws-slh-in-status.
      *
           select item-master-file
               assign to MSTRFILE
               organization is indexed
               access is random
               record key is im-item-number
               file status is ws-master-file-status.
      *
           select warehouse-file
               assign to WHSEFILE
               organization is line sequential.
      *
           select requisition-file
               assign to REQFILE
               organization is line sequential.
      *
           select reorder-report-file
               assign to ROPRPT
               organization is line sequential.

       data division.
       file section.
      *
      *    The closing stock ledger, as the inventory step writes it.
       fd balance-file
           data record is bi-record
           record contains 14 characters.
       01 bi-record.
         05 bi-item-number             pic x(4).
         05 bi-warehouse               pic x(2).
         05 bi-on-hand                 pic s9(7)
                                        sign leading separate.

      *    Rolling sales history, as the pricing run writes it -
      *    bucket 1 is the cycle just priced.
       fd sales-history-file
           data record is shi-record
           record contains 48 characters.
       01 shi-record.
         05 shi-item-number            pic x(4).
         05 shi-warehouse              pic x(2).
         05 shi-cycle-qty              pic 9(7) occurs 6 times.

      *    Keyed item master - the reorder point (units) and lead
      *    time (days) ride behind the pricing fields; blanks mean
      *    the item is not under reorder control.
       fd item-master-file
           data record is im-record
           record contains 56 characters.
       01 im-record.
         05 im-item-number             pic x(4).
         05 im-description             pic x(13).
         05 im-unit-price              pic x(6).
         05 im-unit-cost               pic zzz9v99.
         05 im-unit-cost-x redefines
            im-unit-cost               pic x(6).
         05 im-future-price            pic x(6).
         05 im-eff-date                pic x(6).
         05 im-reorder-point           pic 9(5).
         05 im-reorder-point-x redefines
            im-reorder-point           pic x(5).
         05 im-lead-time               pic 9(3).
         05 im-lead-time-x redefines
            im-lead-time               pic x(3).
         05 im-status                  pic x(1).
           88 im-retired               values "D" "O".
         05 im-status-date             pic x(6).

       fd warehouse-file
           data record is wh-record
           record contains 25 characters.
       01 wh-record.
         05 wh-code                    pic x(2).
         05 wh-name                    pic x(20).
         05 wh-trans-adjust            pic 9v99.

      *    Purchase requisition extract - one row per suggested
      *    reorder, fixed columns for purchasing's load.
       fd requisition-file
           data record is rq-record
           record contains 53 characters.
       01 rq-record.
         05 rq-run-date                pic x(6).
         05 rq-warehouse               pic x(2).
         05 rq-item-number             pic x(4).
         05 rq-description             pic x(13).
         05 rq-order-qty               pic 9(7).
         05 rq-unit-cost               pic 9(4)v99.
         05 rq-on-hand                 pic s9(7)
                                        sign leading separate.
         05 rq-days-cover              pic 9(4).
         05 rq-lead-time               pic 9(3).

       fd reorder-report-file
           data record is reorder-report-line
           record contains 80 characters.
       01 reorder-report-line pic x(80).

       working-storage section.

       01 ws-report-heading.
         05 filler                     pic x(26)
            value "SUGGESTED REORDERS  -     ".
         05 rh-run-date                pic x(6).
         05 filler                     pic x(34) value spaces.
         05 ws-author-name             pic x(14) value "Jacky Yuan, A2".

       01 ws-whse-heading.
         05 filler                     pic x(10) value "WAREHOUSE ".
         05 wh-head-code               pic x(2).
         05 filler                     pic x(2) value spaces.
         05 wh-head-name               pic x(20).
         05 filler                     pic x(46) value spaces.

       01 ws-column-heading.
         05 filler                     pic x(4) value "ITEM".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(13) value "DESCRIPTION".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(8) value " ON-HAND".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(8) value " AVG/DAY".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(5) value "COVER".
         05 filler                     pic x(1) value spaces.
         05 filler                     pic x(6) value "   ROP".
         05 filler                     pic x(1) value spaces.
         05 filler                     pic x(4) value "LEAD".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(9) value "ORDER QTY".

       01 ws-reorder-line.
         05 rl-item-number             pic x(4).
         05 filler                     pic x(2) value spaces.
         05 rl-description             pic x(13).
         05 filler                     pic x(2) value spaces.
         05 rl-on-hand-view            pic zzzzzz9-.
         05 filler                     pic x(2) value spaces.
         05 rl-avg-view                pic zzzz9.99.
         05 filler                     pic x(2) value spaces.
         05 rl-cover-view              pic zzzz9.
         05 rl-cover-x redefines
            rl-cover-view              pic x(5).
         05 filler                     pic x(1) value spaces.
         05 rl-rop-view                pic zzzzz9.
         05 filler                     pic x(1) value spaces.
         05 rl-lead-view               pic zzz9.
         05 filler                     pic x(2) value spaces.
         05 rl-order-view              pic zzzzzzzz9.
         05 filler                     pic x(1) value spaces.
         05 rl-flag                    pic x(8).

       01 ws-none-line.
         05 filler                     pic x(24)
            value "  NO REORDERS SUGGESTED".
         05 filler                     pic x(56) value spaces.

       01 ws-whse-total-line.
         05 filler                     pic x(14) value "  SUGGESTIONS ".
         05 wt-suggest-view            pic zzzz9.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(11) value "EST COST = ".
         05 wt-cost-view               pic zz,zzz,zz9.99.
         05 filler                     pic x(33) value spaces.

       01 ws-count-lines.
         05 ws-position-count-line.
           10 filler pic x(28) value "STOCK POSITIONS REVIEWED   =".
           10 ws-position-count-view   pic zzzz9.
         05 ws-suggest-count-line.
           10 filler pic x(28) value "REORDERS SUGGESTED         =".
           10 ws-suggest-count-view    pic zzzz9.
         05 ws-uncontrolled-count-line.
           10 filler pic x(28) value "NOT UNDER REORDER CONTROL  =".
           10 ws-uncontrolled-count-view pic zzzz9.
         05 ws-retired-count-line.
           10 filler pic x(28) value "DISCONTINUED/OBSOLETE      =".
           10 ws-retired-count-view    pic zzzz9.
         05 ws-nomaster-count-line.
           10 filler pic x(28) value "POSITIONS NOT ON MASTER    =".
           10 ws-nomaster-count-view   pic zzzz9.
         05 ws-cost-total-line.
           10 filler pic x(28) value "ESTIMATED REORDER COST     =".
           10 ws-cost-total-view       pic zz,zzz,zz9.99.

      *    Warehouse reference rows in file order, plus any depot
      *    the ledger carries that the reference does not - each
      *    gets its own report section.
       01 ws-whse-counters.
         05 ws-whse-count              pic 99 value 0.

       01 ws-whse-table.
         05 ws-whse-entry              occurs 1 to 20 times
                                        depending on ws-whse-count
                                        indexed by ww-idx.
           10 ww-code                  pic x(2).
           10 ww-name                  pic x(20).
           10 ww-position-count        pic 9(5).

      *    Six cycles of sold quantity per item/warehouse, summed as
      *    the history loads.
       01 ws-slh-counters.
         05 ws-slh-count               pic 9(4) value 0.

       01 ws-slh-table.
         05 ws-slh-entry               occurs 1 to 3000 times
                                        depending on ws-slh-count
                                        indexed by sh-idx.
           10 slh-item-number          pic x(4).
           10 slh-warehouse            pic x(2).
           10 slh-sold-qty             pic 9(8).

      *    The closing ledger, held whole so each warehouse section
      *    can be pulled out of it in turn.
       01 ws-bal-counters.
         05 ws-bal-count               pic 9(4) value 0.

       01 ws-bal-table.
         05 ws-bal-entry               occurs 1 to 3000 times
                                        depending on ws-bal-count
                                        indexed by wb-idx.
           10 wb-item-number           pic x(4).
           10 wb-warehouse             pic x(2).
           10 wb-on-hand               pic s9(7).

       01 ws-run-parm                  pic x(6).

       01 ws-sys-date.
         05 ws-sys-yy                  pic x(2).
         05 ws-sys-mm                  pic x(2).
         05 ws-sys-dd                  pic x(2).

      *    Cycles of history the daily rate is averaged over - the
      *    whole window the pricing run keeps.
       01 ws-history-cycles            pic 9 value 6.

       01 ws-work.
         05 ws-bal-in-status           pic xx.
         05 ws-slh-in-status           pic xx.
         05 ws-master-file-status      pic xx.
         05 ws-bal-eof-flag            pic x value "n".
         05 ws-slh-eof-flag            pic x value "n".
         05 ws-whse-eof-flag           pic x value "n".
         05 ws-whse-found-flag         pic x value "n".
           88 ws-whse-found            value "y".
         05 ws-slh-found-flag          pic x value "n".
           88 ws-slh-found             value "y".
         05 ws-master-found-flag       pic x value "n".
           88 ws-master-found          value "y".
         05 ws-reorder-flag            pic x value "n".
           88 ws-reorder-due           value "y".
         05 ws-demand-flag             pic x value "n".
           88 ws-has-demand            value "y".
         05 ws-bucket-idx              pic 9.
         05 ws-rpt-whse                pic 99.
         05 ws-rpt-idx                 pic 9(4).
         05 ws-lookup-warehouse        pic x(2).
         05 ws-sold-qty                pic 9(8).
         05 ws-avg-daily               pic 9(6)v99.
         05 ws-on-hand                 pic s9(7).
         05 ws-days-cover              pic 9(4).
         05 ws-reorder-point           pic 9(5).
         05 ws-lead-time               pic 9(3).
         05 ws-target-qty              pic 9(8)v99.
         05 ws-order-work              pic s9(8)v99.
         05 ws-order-qty               pic s9(8).
         05 ws-unit-cost               pic 9(4)v99.
         05 ws-line-cost               pic 9(9)v99.

       01 ws-counters.
         05 ws-position-count          pic 9(5) value 0.
         05 ws-suggest-count           pic 9(5) value 0.
         05 ws-uncontrolled-count      pic 9(5) value 0.
         05 ws-retired-count           pic 9(5) value 0.
         05 ws-nomaster-count          pic 9(5) value 0.
         05 ws-whse-suggest-count      pic 9(5) value 0.
         05 ws-whse-cost-total         pic 9(9)v99 value 0.
         05 ws-cost-total              pic 9(9)v99 value 0.

       01 ws-empty-line                pic x(1) value spaces.

       procedure division.
      *
       000-main.

           perform 005-parse-parm.

           open output requisition-file
                reorder-report-file.

           open input item-master-file.
           if ws-master-file-status not = "00"
               display "A1-REORDER: CANNOT OPEN ITEM MASTER, STATUS "
                 ws-master-file-status " - RUN TERMINATED"
               close requisition-file
                 reorder-report-file
               move 16 to return-code
               goback
           end-if.

           move ws-run-parm             to rh-run-date.

           write reorder-report-line from ws-report-heading
             after advancing 1 line.

           perform 050-load-warehouse-table.
           perform 060-load-sales-history.
           perform 070-load-balances.

      *    One section per warehouse, in reference order, for every
      *    warehouse the ledger actually carries stock for.
           perform 100-report-warehouse
             varying ws-rpt-whse from 1 by 1
             until ws-rpt-whse > ws-whse-count.

           move ws-position-count       to ws-position-count-view.
           move ws-suggest-count        to ws-suggest-count-view.
           move ws-uncontrolled-count   to ws-uncontrolled-count-view.
           move ws-retired-count        to ws-retired-count-view.
           move ws-nomaster-count       to ws-nomaster-count-view.
           move ws-cost-total           to ws-cost-total-view.

           write reorder-report-line from ws-position-count-line
             after advancing 3 lines.
           write reorder-report-line from ws-suggest-count-line
             after advancing 1 line.
           write reorder-report-line from ws-uncontrolled-count-line
             after advancing 1 line.
           write reorder-report-line from ws-retired-count-line
             after advancing 1 line.
           write reorder-report-line from ws-nomaster-count-line
             after advancing 1 line.
           write reorder-report-line from ws-cost-total-line
             after advancing 1 line.

           close item-master-file
             requisition-file
             reorder-report-file.

      *    Stock on the ledger for an item the master does not know
      *    warns - somebody has to decide what it is.
           if ws-nomaster-count > 0
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

       050-load-warehouse-table.

           open input warehouse-file.

           read warehouse-file
               at end
               move "y" to ws-whse-eof-flag.

           perform 055-load-warehouse-record
             until ws-whse-eof-flag = "y".

           close warehouse-file.

       055-load-warehouse-record.

           if ws-whse-count = 20
               display "A1-REORDER: WAREHOUSE FILE EXCEEDS 20 ROWS -"
               display "TABLE CAPACITY REACHED, RUN TERMINATED"
               close warehouse-file
                 item-master-file
                 requisition-file
                 reorder-report-file
               move 16 to return-code
               goback
           end-if.

           add 1 to ws-whse-count.
           move wh-code                 to ww-code (ws-whse-count).
           move wh-name                 to ww-name (ws-whse-count).
           move 0 to ww-position-count (ws-whse-count).

           read warehouse-file
               at end
               move "y" to ws-whse-eof-flag.

       060-load-sales-history.

      *    No history yet (first cycle after cutover) is no demand,
      *    not an error.
           open input sales-history-file.

           if ws-slh-in-status = "00"
               read sales-history-file
                   at end
                   move "y" to ws-slh-eof-flag
               end-read
               perform 065-load-sales-history-record
                 until ws-slh-eof-flag = "y"
               close sales-history-file
           end-if.

       065-load-sales-history-record.

           if ws-slh-count = 3000
               display "A1-REORDER: SALES HISTORY EXCEEDS 3000 ROWS -"
               display "TABLE CAPACITY REACHED, RUN TERMINATED"
               close sales-history-file
                 item-master-file
                 requisition-file
                 reorder-report-file
               move 16 to return-code
               goback
           end-if.

           add 1 to ws-slh-count.
           move shi-item-number
             to slh-item-number (ws-slh-count).
           move shi-warehouse
             to slh-warehouse (ws-slh-count).
           move 0 to slh-sold-qty (ws-slh-count).

           perform 067-add-history-bucket
             varying ws-bucket-idx from 1 by 1
             until ws-bucket-idx > ws-history-cycles.

           read sales-history-file
               at end
               move "y" to ws-slh-eof-flag.

       067-add-history-bucket.

           add shi-cycle-qty (ws-bucket-idx)
             to slh-sold-qty (ws-slh-count).

       070-load-balances.

      *    No ledger yet is nothing to reorder, not an error.
           open input balance-file.

           if ws-bal-in-status = "00"
               read balance-file
                   at end
                   move "y" to ws-bal-eof-flag
               end-read
               perform 075-load-balance-record
                 until ws-bal-eof-flag = "y"
               close balance-file
           end-if.

       075-load-balance-record.

           if ws-bal-count = 3000
               display "A1-REORDER: BALANCE FILE EXCEEDS 3000 ROWS -"
               display "TABLE CAPACITY REACHED, RUN TERMINATED"
               close balance-file
                 item-master-file
                 requisition-file
                 reorder-report-file
               move 16 to return-code
               goback
           end-if.

           add 1 to ws-bal-count.
           move bi-item-number
             to wb-item-number (ws-bal-count).
           move bi-warehouse
             to wb-warehouse (ws-bal-count).
           move bi-on-hand
             to wb-on-hand (ws-bal-count).

           move bi-warehouse            to ws-lookup-warehouse.
           perform 080-find-warehouse.
           add 1 to ww-position-count (ww-idx).

           read balance-file
               at end
               move "y" to ws-bal-eof-flag.

       080-find-warehouse.

      *    A depot the reference does not carry still gets its own
      *    section rather than dropping off the report.
           move "n"                     to ws-whse-found-flag.

           if ws-whse-count > 0
               set ww-idx to 1
               search ws-whse-entry
                   at end
                       continue
                   when ww-code (ww-idx) = ws-lookup-warehouse
                       move "y"         to ws-whse-found-flag
               end-search
           end-if.

           if not ws-whse-found
               if ws-whse-count = 20
                   display "A1-REORDER: MORE THAN 20 WAREHOUSES ON"
                   display "THE LEDGER - RUN TERMINATED"
                   close balance-file
                     item-master-file
                     requisition-file
                     reorder-report-file
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-whse-count
               move ws-lookup-warehouse to ww-code (ws-whse-count)
               move "NOT ON WAREHOUSE FILE"
                 to ww-name (ws-whse-count)
               move 0 to ww-position-count (ws-whse-count)
               set ww-idx to ws-whse-count
           end-if.

       100-report-warehouse.

           if ww-position-count (ws-rpt-whse) > 0
               move ww-code (ws-rpt-whse) to wh-head-code
               move ww-name (ws-rpt-whse) to wh-head-name
               write reorder-report-line from ws-whse-heading
                 after advancing 3 lines
               write reorder-report-line from ws-column-heading
                 after advancing 2 lines
               write reorder-report-line from ws-empty-line
                 after advancing 1 line

               move 0                   to ws-whse-suggest-count
               move 0                   to ws-whse-cost-total

               perform 200-review-position
                 varying ws-rpt-idx from 1 by 1
                 until ws-rpt-idx > ws-bal-count

               if ws-whse-suggest-count = 0
                   write reorder-report-line from ws-none-line
                     after advancing 1 line
               end-if

               move ws-whse-suggest-count to wt-suggest-view
               move ws-whse-cost-total  to wt-cost-view
               write reorder-report-line from ws-whse-total-line
                 after advancing 2 lines
           end-if.

       200-review-position.

           if wb-warehouse (ws-rpt-idx) = ww-code (ws-rpt-whse)
               add 1 to ws-position-count
               perform 210-lookup-master
               if ws-master-found
                   if im-retired
                       add 1 to ws-retired-count
                   else
                       if im-reorder-point-x = spaces
                          or im-reorder-point-x is not numeric
                           add 1 to ws-uncontrolled-count
                       else
                           perform 220-compute-cover
                           perform 230-test-reorder
                           if ws-reorder-due
                               perform 300-write-suggestion
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

       210-lookup-master.

           move "n"                     to ws-master-found-flag.
           move wb-item-number (ws-rpt-idx) to im-item-number.

           read item-master-file
               invalid key
                   add 1 to ws-nomaster-count
                   display "A1-REORDER: ITEM "
                     wb-item-number (ws-rpt-idx) " WAREHOUSE "
                     wb-warehouse (ws-rpt-idx) " NOT ON MASTER"
               not invalid key
                   move "y"             to ws-master-found-flag
           end-read.

       220-compute-cover.

      *    Daily rate of sale over the history window; cover is
      *    whole days of that rate the on-hand will last.  A
      *    position that has not sold in the window has no rate
      *    and no meaningful cover (carried as 9999 on the
      *    requisition) - only its reorder point can call for
      *    stock.
           move "n"                     to ws-demand-flag.
           move 0                       to ws-sold-qty.
           move 0                       to ws-days-cover.
           move wb-on-hand (ws-rpt-idx) to ws-on-hand.

           perform 225-find-sales-history.

           if ws-slh-found
               move slh-sold-qty (sh-idx) to ws-sold-qty
           end-if.

           compute ws-avg-daily rounded =
             ws-sold-qty / ws-history-cycles.

           if ws-avg-daily > 0
               move "y"                 to ws-demand-flag
               if ws-on-hand > 0
                   compute ws-days-cover =
                     ws-on-hand / ws-avg-daily
                       on size error
                           move 9999    to ws-days-cover
                   end-compute
               end-if
           else
               move 9999                to ws-days-cover
           end-if.

       225-find-sales-history.

           move "n"                     to ws-slh-found-flag.

           if ws-slh-count > 0
               set sh-idx to 1
               search ws-slh-entry
                   at end
                       continue
                   when slh-item-number (sh-idx)
                        = wb-item-number (ws-rpt-idx)
                      and slh-warehouse (sh-idx)
                        = wb-warehouse (ws-rpt-idx)
                       move "y"         to ws-slh-found-flag
               end-search
           end-if.

       230-test-reorder.

      *    Due when the position is at or under its reorder point,
      *    or when its cover runs out inside the lead time.  The
      *    suggestion restores the reorder point plus the lead
      *    time's worth of sales, rounded up to a whole unit; a
      *    position already holding that much is not suggested.
           move "n"                     to ws-reorder-flag.
           move im-reorder-point        to ws-reorder-point.

           if im-lead-time-x is numeric
               move im-lead-time        to ws-lead-time
           else
               move 0                   to ws-lead-time
           end-if.

           if ws-on-hand not > ws-reorder-point
               move "y"                 to ws-reorder-flag
           end-if.

           if ws-has-demand
              and ws-days-cover not > ws-lead-time
               move "y"                 to ws-reorder-flag
           end-if.

           if ws-reorder-due
               compute ws-target-qty =
                 ws-reorder-point + (ws-avg-daily * ws-lead-time)
               compute ws-order-work = ws-target-qty - ws-on-hand
               move ws-order-work       to ws-order-qty
               if ws-order-qty < ws-order-work
                   add 1 to ws-order-qty
               end-if
               if ws-order-qty not > 0
                   move "n"             to ws-reorder-flag
               end-if
           end-if.

       300-write-suggestion.

           if im-unit-cost-x is numeric
               move im-unit-cost        to ws-unit-cost
           else
               move 0                   to ws-unit-cost
           end-if.

           compute ws-line-cost = ws-order-qty * ws-unit-cost.

           move wb-item-number (ws-rpt-idx) to rl-item-number.
           move im-description          to rl-description.
           move ws-on-hand              to rl-on-hand-view.
           move ws-avg-daily            to rl-avg-view.
           if ws-has-demand
               move ws-days-cover       to rl-cover-view
           else
               move " NONE"             to rl-cover-x
           end-if.
           move ws-reorder-point        to rl-rop-view.
           move ws-lead-time            to rl-lead-view.
           move ws-order-qty            to rl-order-view.
           if ws-on-hand not > 0
               move "STOCKOUT"          to rl-flag
           else
               move spaces              to rl-flag
           end-if.

           write reorder-report-line from ws-reorder-line
             after advancing 1 line.

           move ws-run-parm             to rq-run-date.
           move wb-warehouse (ws-rpt-idx) to rq-warehouse.
           move wb-item-number (ws-rpt-idx) to rq-item-number.
           move im-description          to rq-description.
           move ws-order-qty            to rq-order-qty.
           move ws-unit-cost            to rq-unit-cost.
           move ws-on-hand              to rq-on-hand.
           move ws-days-cover           to rq-days-cover.
           move ws-lead-time            to rq-lead-time.

           write rq-record.

           add 1 to ws-suggest-count.
           add 1 to ws-whse-suggest-count.
           add ws-line-cost             to ws-whse-cost-total.
           add ws-line-cost             to ws-cost-total.

       end program A1-Reorder.
