       identification division.
       program-id. A1-CntRec.
       author. Jacky Yuan.
       date-written. 10/15/2026.

      *****************************************************************
      *   Physical count reconciliation against the stock ledger.
      *   The depots count their shelves and send a count sheet -
      *   one row per item/warehouse with the quantity counted.  Run
      *   behind the inventory step each cycle, this step sets each
      *   count beside the ledger's on-hand for the same position:
      *
      *     - the difference is the count variance - shrink when the
      *       shelf holds less than the ledger, overage when more -
      *       valued at the item master's unit cost;
      *     - a variance whose value is under the approval threshold
      *       is posted: the ledger position is set to the count;
      *     - a larger one is NOT posted.  It is printed awaiting
      *       sign-off and carried on the pending-variance file.
      *       Finance signs it off by marking the pending row "Y"
      *       (post) or "N" (refuse) before the next cycle; a signed
      *       row posts its variance as an adjustment, so movements
      *       since the count are kept.  An unmarked row waits, and
      *       a fresh count of the same position supersedes it.
      *
      *   The count variance report is sectioned by warehouse in
      *   warehouse-reference order, each section closing with its
      *   posted shrink, posted overage, net posted and held dollar
      *   totals.  Every posted variance is also appended to the
      *   count history file, so finance's monthly shrink figure
      *   is a sum over it.  A count that cannot be reconciled - bad
      *   quantity, unknown depot, item not on the master - is
      *   reported and not posted, and ends the step at warning
      *   level.
      *
      *   The PARM carries the run date (MMDDYY), a comma, and the
      *   approval threshold in whole dollars (five digits); without
      *   a threshold the standing figure below applies.
      *
      *   Modification history
      *   ---------------------------------------------------------
      *   10/15/2026  JY   Original program.
      *   10/15/2026  JY   Item master widened to 56 bytes for the
      *                    lifecycle status (layout only).
      *****************************************************************

       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
           select count-file
               assign to CNTFILE
               organization is line sequential
               file status is ws-count-in-status.
      *
           select balance-in-file
               assign to INVBALI
               organization is line sequential
               file status is ws-bal-in-status.
      *
           select balance-out-file
               assign to INVBALO
               organization is line sequential.
      *
           select pending-in-file
               assign to CNTPNDI
               organization is line sequential
               file status is ws-pend-in-status.
      *
           select pending-out-file
               assign to CNTPNDO
               organization is line sequential.
      *
           select history-file
               assign to CNTHIST
               organization is line sequential
               file status is ws-hist-status.
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
           select count-report-file
               assign to CNTRPT
               organization is line sequential.

       data division.
       file section.
      *
      *    The day's count sheet.  No sheet is a day without counts,
      *    not an error.
       fd count-file
           data record is cs-record
           record contains 13 characters.
       01 cs-record.
         05 cs-item-number             pic x(4).
         05 cs-warehouse               pic x(2).
         05 cs-counted-qty             pic 9(7).
         05 cs-counted-qty-x redefines
            cs-counted-qty             pic x(7).

      *    The stock ledger, as the inventory step left it.
       fd balance-in-file
           data record is bi-record
           record contains 14 characters.
       01 bi-record.
         05 bi-item-number             pic x(4).
         05 bi-warehouse               pic x(2).
         05 bi-on-hand                 pic s9(7)
                                        sign leading separate.

       fd balance-out-file
           data record is bo-record
           record contains 14 characters.
       01 bo-record.
         05 bo-item-number             pic x(4).
         05 bo-warehouse               pic x(2).
         05 bo-on-hand                 pic s9(7)
                                        sign leading separate.

      *    Variances over the threshold, waiting on finance - the
      *    count as taken and the ledger figure it was taken against,
      *    plus the sign-off mark ("Y" post, "N" refuse, space
      *    still waiting).
       fd pending-in-file
           data record is pi-record
           record contains 28 characters.
       01 pi-record.
         05 pi-item-number             pic x(4).
         05 pi-warehouse               pic x(2).
         05 pi-count-date              pic x(6).
         05 pi-ledger-qty              pic s9(7)
                                        sign leading separate.
         05 pi-counted-qty             pic 9(7).
         05 pi-signoff                 pic x(1).

       fd pending-out-file
           data record is po-record
           record contains 28 characters.
       01 po-record.
         05 po-item-number             pic x(4).
         05 po-warehouse               pic x(2).
         05 po-count-date              pic x(6).
         05 po-ledger-qty              pic s9(7)
                                        sign leading separate.
         05 po-counted-qty             pic 9(7).
         05 po-signoff                 pic x(1).

      *    One row per posted variance, appended cycle after cycle.
       fd history-file
           data record is ch-record
           record contains 36 characters.
       01 ch-record.
         05 ch-run-date                pic x(6).
         05 ch-count-date              pic x(6).
         05 ch-warehouse               pic x(2).
         05 ch-item-number             pic x(4).
         05 ch-variance-qty            pic s9(7)
                                        sign leading separate.
         05 ch-variance-value          pic s9(7)v99
                                        sign leading separate.

      *    Keyed item master - only the description and unit cost
      *    are used here.
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
         05 im-reorder-point           pic x(5).
         05 im-lead-time               pic x(3).
         05 im-status                  pic x(1).
         05 im-status-date             pic x(6).

       fd warehouse-file
           data record is wh-record
           record contains 25 characters.
       01 wh-record.
         05 wh-code                    pic x(2).
         05 wh-name                    pic x(20).
         05 wh-trans-adjust            pic 9v99.

       fd count-report-file
           data record is count-report-line
           record contains 80 characters.
       01 count-report-line pic x(80).

       working-storage section.

       01 ws-report-heading.
         05 filler                     pic x(26)
            value "COUNT VARIANCE REPORT -   ".
         05 rh-run-date                pic x(6).
         05 filler                     pic x(34) value spaces.
         05 ws-author-name             pic x(14) value "Jacky Yuan, A2".

       01 ws-threshold-heading.
         05 filler                     pic x(30)
            value "APPROVAL THRESHOLD          = ".
         05 th-threshold-view          pic $$$,$$9.
         05 filler                     pic x(43) value spaces.

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
         05 filler                     pic x(1) value spaces.
         05 filler                     pic x(8) value "  LEDGER".
         05 filler                     pic x(1) value spaces.
         05 filler                     pic x(7) value "COUNTED".
         05 filler                     pic x(1) value spaces.
         05 filler                     pic x(8) value "VARIANCE".
         05 filler                     pic x(1) value spaces.
         05 filler                     pic x(11) value "      VALUE".
         05 filler                     pic x(1) value spaces.
         05 filler                     pic x(6) value "STATUS".

       01 ws-variance-line.
         05 vl-item-number             pic x(4).
         05 filler                     pic x(2) value spaces.
         05 vl-description             pic x(13).
         05 filler                     pic x(1) value spaces.
         05 vl-ledger-view             pic zzzzzz9-.
         05 filler                     pic x(1) value spaces.
         05 vl-counted-view            pic zzzzzz9.
         05 filler                     pic x(1) value spaces.
         05 vl-variance-view           pic zzzzzz9-.
         05 filler                     pic x(1) value spaces.
         05 vl-value-view              pic zzz,zz9.99-.
         05 filler                     pic x(1) value spaces.
         05 vl-status                  pic x(22).

      *    A count that could not be read carries its quantity
      *    column as keyed.
       01 ws-variance-line-x redefines ws-variance-line.
         05 filler                     pic x(29).
         05 vl-counted-x               pic x(7).
         05 filler                     pic x(44).

       01 ws-whse-total-lines.
         05 ws-whse-posted-line.
           10 filler                   pic x(18)
              value "  POSTED SHRINK = ".
           10 wt-shrink-view           pic zz,zzz,zz9.99.
           10 filler                   pic x(4) value spaces.
           10 filler                   pic x(17)
              value "POSTED OVERAGE = ".
           10 wt-overage-view          pic zz,zzz,zz9.99.
           10 filler                   pic x(15) value spaces.
         05 ws-whse-net-line.
           10 filler                   pic x(18)
              value "  NET POSTED    = ".
           10 wt-net-view              pic zz,zzz,zz9.99-.
           10 filler                   pic x(3) value spaces.
           10 filler                   pic x(17)
              value "HELD FOR SIGNOFF=".
           10 wt-held-view             pic zz,zzz,zz9.99-.
           10 filler                   pic x(14) value spaces.

       01 ws-count-lines.
         05 ws-read-count-line.
           10 filler pic x(28) value "COUNT RECORDS READ         =".
           10 ws-read-count-view       pic zzzz9.
         05 ws-agree-count-line.
           10 filler pic x(28) value "COUNTS AGREEING            =".
           10 ws-agree-count-view      pic zzzz9.
         05 ws-posted-count-line.
           10 filler pic x(28) value "VARIANCES POSTED           =".
           10 ws-posted-count-view     pic zzzz9.
         05 ws-held-count-line.
           10 filler pic x(28) value "NEW VARIANCES HELD         =".
           10 ws-held-count-view       pic zzzz9.
         05 ws-signed-count-line.
           10 filler pic x(28) value "SIGNED OFF AND POSTED      =".
           10 ws-signed-count-view     pic zzzz9.
         05 ws-refused-count-line.
           10 filler pic x(28) value "SIGN-OFF REFUSED           =".
           10 ws-refused-count-view    pic zzzz9.
         05 ws-superseded-count-line.
           10 filler pic x(28) value "SUPERSEDED BY RECOUNT      =".
           10 ws-superseded-count-view pic zzzz9.
         05 ws-waiting-count-line.
           10 filler pic x(28) value "STILL AWAITING SIGN-OFF    =".
           10 ws-waiting-count-view    pic zzzz9.
         05 ws-rejected-count-line.
           10 filler pic x(28) value "COUNTS REJECTED            =".
           10 ws-rejected-count-view   pic zzzz9.
         05 ws-shrink-total-line.
           10 filler pic x(28) value "TOTAL POSTED SHRINK        =".
           10 ws-shrink-total-view     pic zz,zzz,zz9.99.
         05 ws-overage-total-line.
           10 filler pic x(28) value "TOTAL POSTED OVERAGE       =".
           10 ws-overage-total-view    pic zz,zzz,zz9.99.
         05 ws-net-total-line.
           10 filler pic x(28) value "NET POSTED ADJUSTMENT      =".
           10 ws-net-total-view        pic zz,zzz,zz9.99-.
         05 ws-held-total-line.
           10 filler pic x(28) value "TOTAL HELD FOR SIGN-OFF    =".
           10 ws-held-total-view       pic zz,zzz,zz9.99-.

      *    Warehouse reference rows in file order, plus any depot a
      *    count names that the reference does not - each gets its
      *    own report section and its own dollar totals.
       01 ws-whse-counters.
         05 ws-whse-count              pic 99 value 0.

       01 ws-whse-table.
         05 ws-whse-entry              occurs 1 to 20 times
                                        depending on ws-whse-count
                                        indexed by ww-idx.
           10 ww-code                  pic x(2).
           10 ww-name                  pic x(20).
           10 ww-known-flag            pic x.
           10 ww-row-count             pic 9(5).
           10 ww-shrink-total          pic 9(9)v99.
           10 ww-overage-total         pic 9(9)v99.
           10 ww-held-total            pic s9(9)v99.

      *    The whole ledger, held while the counts post against it
      *    and written back out in one pass.
       01 ws-bal-counters.
         05 ws-bal-count               pic 9(4) value 0.

       01 ws-bal-table.
         05 ws-bal-entry               occurs 1 to 3000 times
                                        depending on ws-bal-count
                                        indexed by wb-idx.
           10 wb-item-number           pic x(4).
           10 wb-warehouse             pic x(2).
           10 wb-on-hand               pic s9(7).

      *    The day's counts, held so each warehouse section can be
      *    pulled out of them in turn.
       01 ws-cnt-counters.
         05 ws-cnt-count               pic 9(4) value 0.

       01 ws-cnt-table.
         05 ws-cnt-entry               occurs 1 to 2000 times
                                        depending on ws-cnt-count
                                        indexed by wc-idx.
           10 wc-item-number           pic x(4).
           10 wc-warehouse             pic x(2).
           10 wc-counted-x             pic x(7).
           10 wc-counted-qty redefines
              wc-counted-x             pic 9(7).
           10 wc-description           pic x(13).
           10 wc-ledger-qty            pic s9(7).
           10 wc-variance-qty          pic s9(7).
           10 wc-variance-value        pic s9(7)v99.
           10 wc-status                pic x(22).
             88 wc-reconciled          value "AGREES" "POSTED"
                                             "AWAITING SIGN-OFF".
           10 wc-hold-flag             pic x.

      *    Yesterday's pending variances.
       01 ws-pnd-counters.
         05 ws-pnd-count               pic 9(4) value 0.

       01 ws-pnd-table.
         05 ws-pnd-entry               occurs 1 to 500 times
                                        depending on ws-pnd-count
                                        indexed by wp-idx.
           10 wp-item-number           pic x(4).
           10 wp-warehouse             pic x(2).
           10 wp-count-date            pic x(6).
           10 wp-ledger-qty            pic s9(7).
           10 wp-counted-qty           pic 9(7).
           10 wp-signoff               pic x.
           10 wp-description           pic x(13).
           10 wp-variance-qty          pic s9(7).
           10 wp-variance-value        pic s9(7)v99.
           10 wp-status                pic x(22).
           10 wp-hold-flag             pic x.

       01 ws-run-parm                  pic x(12).

       01 ws-run-date                  pic x(6).

       01 ws-sys-date.
         05 ws-sys-yy                  pic x(2).
         05 ws-sys-mm                  pic x(2).
         05 ws-sys-dd                  pic x(2).

      *    Variances valued at or over this many dollars, either
      *    way, wait for finance's sign-off.
       01 ws-approval-threshold        pic 9(5) value 250.

       01 ws-work.
         05 ws-count-in-status         pic xx.
         05 ws-bal-in-status           pic xx.
         05 ws-pend-in-status          pic xx.
         05 ws-hist-status             pic xx.
         05 ws-master-file-status      pic xx.
         05 ws-count-eof-flag          pic x value "n".
         05 ws-bal-eof-flag            pic x value "n".
         05 ws-pend-eof-flag           pic x value "n".
         05 ws-whse-eof-flag           pic x value "n".
         05 ws-whse-found-flag         pic x value "n".
           88 ws-whse-found            value "y".
         05 ws-bal-found-flag          pic x value "n".
           88 ws-bal-found             value "y".
         05 ws-master-found-flag       pic x value "n".
           88 ws-master-found          value "y".
         05 ws-rpt-whse                pic 99.
         05 ws-rpt-idx                 pic 9(4).
         05 ws-lookup-item             pic x(4).
         05 ws-lookup-warehouse        pic x(2).
         05 ws-unit-cost               pic 9(4)v99.
         05 ws-variance-qty            pic s9(7).
         05 ws-variance-value          pic s9(7)v99.
         05 ws-abs-value               pic 9(7)v99.
         05 ws-hist-count-date         pic x(6).

       01 ws-counters.
         05 ws-read-count              pic 9(5) value 0.
         05 ws-agree-count             pic 9(5) value 0.
         05 ws-posted-count            pic 9(5) value 0.
         05 ws-held-count              pic 9(5) value 0.
         05 ws-signed-count            pic 9(5) value 0.
         05 ws-refused-count           pic 9(5) value 0.
         05 ws-superseded-count        pic 9(5) value 0.
         05 ws-waiting-count           pic 9(5) value 0.
         05 ws-rejected-count          pic 9(5) value 0.
         05 ws-shrink-total            pic 9(9)v99 value 0.
         05 ws-overage-total           pic 9(9)v99 value 0.
         05 ws-net-total               pic s9(9)v99 value 0.
         05 ws-held-total              pic s9(9)v99 value 0.

       01 ws-empty-line                pic x(1) value spaces.

       procedure division.
      *
       000-main.

           perform 005-parse-parm.

      *    Everything is loaded before any output is opened.
           perform 050-load-warehouse-table.
           perform 060-load-balances.
           perform 070-load-pending.
           perform 080-load-counts.

           open input item-master-file.
           if ws-master-file-status not = "00"
               display "A1-CNTREC: CANNOT OPEN ITEM MASTER, STATUS "
                 ws-master-file-status " - RUN TERMINATED"
               move 16 to return-code
               goback
           end-if.

           open output balance-out-file
                pending-out-file
                count-report-file.

      *    The count history is appended to; the very first run
      *    creates it.
           open extend history-file.
           if ws-hist-status not = "00"
               open output history-file
           end-if.

      *    The day's counts first - a recount supersedes anything
      *    still pending for the same position - then the pending
      *    variances finance has marked.
           perform 200-review-count
             varying ws-rpt-idx from 1 by 1
             until ws-rpt-idx > ws-cnt-count.

           perform 300-review-pending
             varying ws-rpt-idx from 1 by 1
             until ws-rpt-idx > ws-pnd-count.

           move ws-run-date             to rh-run-date.
           move ws-approval-threshold   to th-threshold-view.

           write count-report-line from ws-report-heading
             after advancing 1 line.
           write count-report-line from ws-threshold-heading
             after advancing 2 lines.

           perform 400-report-warehouse
             varying ws-rpt-whse from 1 by 1
             until ws-rpt-whse > ws-whse-count.

           perform 500-write-balance-record
             varying ws-rpt-idx from 1 by 1
             until ws-rpt-idx > ws-bal-count.

           perform 510-carry-held-count
             varying ws-rpt-idx from 1 by 1
             until ws-rpt-idx > ws-cnt-count.

           perform 520-carry-pending
             varying ws-rpt-idx from 1 by 1
             until ws-rpt-idx > ws-pnd-count.

           move ws-read-count           to ws-read-count-view.
           move ws-agree-count          to ws-agree-count-view.
           move ws-posted-count         to ws-posted-count-view.
           move ws-held-count           to ws-held-count-view.
           move ws-signed-count         to ws-signed-count-view.
           move ws-refused-count        to ws-refused-count-view.
           move ws-superseded-count     to ws-superseded-count-view.
           move ws-waiting-count        to ws-waiting-count-view.
           move ws-rejected-count       to ws-rejected-count-view.
           move ws-shrink-total         to ws-shrink-total-view.
           move ws-overage-total        to ws-overage-total-view.
           move ws-net-total            to ws-net-total-view.
           move ws-held-total           to ws-held-total-view.

           write count-report-line from ws-read-count-line
             after advancing 3 lines.
           write count-report-line from ws-agree-count-line
             after advancing 1 line.
           write count-report-line from ws-posted-count-line
             after advancing 1 line.
           write count-report-line from ws-held-count-line
             after advancing 1 line.
           write count-report-line from ws-signed-count-line
             after advancing 1 line.
           write count-report-line from ws-refused-count-line
             after advancing 1 line.
           write count-report-line from ws-superseded-count-line
             after advancing 1 line.
           write count-report-line from ws-waiting-count-line
             after advancing 1 line.
           write count-report-line from ws-rejected-count-line
             after advancing 1 line.
           write count-report-line from ws-shrink-total-line
             after advancing 2 lines.
           write count-report-line from ws-overage-total-line
             after advancing 1 line.
           write count-report-line from ws-net-total-line
             after advancing 1 line.
           write count-report-line from ws-held-total-line
             after advancing 1 line.

           close item-master-file
             balance-out-file
             pending-out-file
             history-file
             count-report-file.

      *    A count nobody could reconcile warns - the depot has to
      *    resend it.
           if ws-rejected-count > 0
               move 4 to return-code
           end-if.

           goback.

       005-parse-parm.

      *    Positions 1-6 the run date (MMDDYY), position 7 ",",
      *    positions 8-12 the approval threshold in whole dollars.
      *    A blank date (a hand run) falls back to the system date;
      *    a missing or unreadable threshold keeps the standing one.
           accept ws-run-parm from command-line.

           move ws-run-parm (1:6)       to ws-run-date.

           if ws-run-date = spaces or ws-run-date = "000000"
               accept ws-sys-date from date
               move ws-sys-mm           to ws-run-date (1:2)
               move ws-sys-dd           to ws-run-date (3:2)
               move ws-sys-yy           to ws-run-date (5:2)
           end-if.

           if ws-run-parm (7:1) = ","
              and ws-run-parm (8:5) is numeric
               move ws-run-parm (8:5)   to ws-approval-threshold
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
               display "A1-CNTREC: WAREHOUSE FILE EXCEEDS 20 ROWS -"
               display "TABLE CAPACITY REACHED, RUN TERMINATED"
               close warehouse-file
               move 16 to return-code
               goback
           end-if.

           add 1 to ws-whse-count.
           move wh-code                 to ww-code (ws-whse-count).
           move wh-name                 to ww-name (ws-whse-count).
           move "y" to ww-known-flag (ws-whse-count).
           move 0 to ww-row-count (ws-whse-count).
           move 0 to ww-shrink-total (ws-whse-count).
           move 0 to ww-overage-total (ws-whse-count).
           move 0 to ww-held-total (ws-whse-count).

           read warehouse-file
               at end
               move "y" to ws-whse-eof-flag.

       060-load-balances.

      *    No ledger yet (first cycle after cutover) is an empty
      *    one - every count then opens its position.
           open input balance-in-file.

           if ws-bal-in-status = "00"
               read balance-in-file
                   at end
                   move "y" to ws-bal-eof-flag
               end-read
               perform 065-load-balance-record
                 until ws-bal-eof-flag = "y"
               close balance-in-file
           end-if.

       065-load-balance-record.

           if ws-bal-count = 3000
               display "A1-CNTREC: BALANCE FILE EXCEEDS 3000 ROWS -"
               display "TABLE CAPACITY REACHED, RUN TERMINATED"
               close balance-in-file
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

           read balance-in-file
               at end
               move "y" to ws-bal-eof-flag.

       070-load-pending.

           open input pending-in-file.

           if ws-pend-in-status = "00"
               read pending-in-file
                   at end
                   move "y" to ws-pend-eof-flag
               end-read
               perform 075-load-pending-record
                 until ws-pend-eof-flag = "y"
               close pending-in-file
           end-if.

       075-load-pending-record.

           if ws-pnd-count = 500
               display "A1-CNTREC: PENDING FILE EXCEEDS 500 ROWS -"
               display "TABLE CAPACITY REACHED, RUN TERMINATED"
               close pending-in-file
               move 16 to return-code
               goback
           end-if.

           add 1 to ws-pnd-count.
           move pi-item-number
             to wp-item-number (ws-pnd-count).
           move pi-warehouse
             to wp-warehouse (ws-pnd-count).
           move pi-count-date
             to wp-count-date (ws-pnd-count).
           move pi-ledger-qty
             to wp-ledger-qty (ws-pnd-count).
           move pi-counted-qty
             to wp-counted-qty (ws-pnd-count).
           move pi-signoff
             to wp-signoff (ws-pnd-count).
           move spaces to wp-status (ws-pnd-count).
           move "n" to wp-hold-flag (ws-pnd-count).

           read pending-in-file
               at end
               move "y" to ws-pend-eof-flag.

       080-load-counts.

           open input count-file.

           if ws-count-in-status = "00"
               read count-file
                   at end
                   move "y" to ws-count-eof-flag
               end-read
               perform 085-load-count-record
                 until ws-count-eof-flag = "y"
               close count-file
           end-if.

       085-load-count-record.

           if ws-cnt-count = 2000
               display "A1-CNTREC: COUNT SHEET EXCEEDS 2000 ROWS -"
               display "TABLE CAPACITY REACHED, RUN TERMINATED"
               close count-file
               move 16 to return-code
               goback
           end-if.

           add 1 to ws-cnt-count.
           add 1 to ws-read-count.
           move cs-item-number
             to wc-item-number (ws-cnt-count).
           move cs-warehouse
             to wc-warehouse (ws-cnt-count).
           move cs-counted-qty-x
             to wc-counted-x (ws-cnt-count).
           move spaces to wc-description (ws-cnt-count).
           move 0 to wc-ledger-qty (ws-cnt-count).
           move 0 to wc-variance-qty (ws-cnt-count).
           move 0 to wc-variance-value (ws-cnt-count).
           move spaces to wc-status (ws-cnt-count).
           move "n" to wc-hold-flag (ws-cnt-count).

           read count-file
               at end
               move "y" to ws-count-eof-flag.

       200-review-count.

           move wc-warehouse (ws-rpt-idx) to ws-lookup-warehouse.
           perform 210-find-warehouse.
           add 1 to ww-row-count (ww-idx).

           move wc-item-number (ws-rpt-idx) to ws-lookup-item.
           perform 220-lookup-master.
           move im-description          to wc-description (ws-rpt-idx).

           if wc-counted-x (ws-rpt-idx) is not numeric
               move "BAD COUNT QUANTITY" to wc-status (ws-rpt-idx)
               add 1 to ws-rejected-count
           else
               if ww-known-flag (ww-idx) not = "y"
                   move "WAREHOUSE NOT ON FILE"
                     to wc-status (ws-rpt-idx)
                   add 1 to ws-rejected-count
               else
                   if not ws-master-found
                       move "ITEM NOT ON MASTER"
                         to wc-status (ws-rpt-idx)
                       add 1 to ws-rejected-count
                   else
                       perform 250-reconcile-count
                   end-if
               end-if
           end-if.

       210-find-warehouse.

      *    A depot the reference does not carry still gets its own
      *    section, so its counts are seen rather than dropped.
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
                   display "A1-CNTREC: MORE THAN 20 WAREHOUSES ON"
                   display "THE COUNT SHEET - RUN TERMINATED"
                   close item-master-file
                     balance-out-file
                     pending-out-file
                     history-file
                     count-report-file
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-whse-count
               move ws-lookup-warehouse to ww-code (ws-whse-count)
               move "NOT ON WAREHOUSE FILE"
                 to ww-name (ws-whse-count)
               move "n" to ww-known-flag (ws-whse-count)
               move 0 to ww-row-count (ws-whse-count)
               move 0 to ww-shrink-total (ws-whse-count)
               move 0 to ww-overage-total (ws-whse-count)
               move 0 to ww-held-total (ws-whse-count)
               set ww-idx to ws-whse-count
           end-if.

       220-lookup-master.

      *    An item without a usable cost on the master is valued at
      *    zero - it still reconciles, it just carries no dollars.
           move "n"                     to ws-master-found-flag.
           move 0                       to ws-unit-cost.
           move ws-lookup-item          to im-item-number.

           read item-master-file
               invalid key
                   move "NOT ON MASTER" to im-description
               not invalid key
                   move "y"             to ws-master-found-flag
                   if im-unit-cost-x is numeric
                       move im-unit-cost to ws-unit-cost
                   end-if
           end-read.

       230-find-balance.

      *    A position the ledger has never carried opens at zero.
           move "n"                     to ws-bal-found-flag.

           if ws-bal-count > 0
               set wb-idx to 1
               search ws-bal-entry
                   at end
                       continue
                   when wb-item-number (wb-idx) = ws-lookup-item
                      and wb-warehouse (wb-idx) = ws-lookup-warehouse
                       move "y"         to ws-bal-found-flag
               end-search
           end-if.

           if not ws-bal-found
               if ws-bal-count = 3000
                   display "A1-CNTREC: BALANCE TABLE FULL -"
                   display "RUN TERMINATED"
                   close item-master-file
                     balance-out-file
                     pending-out-file
                     history-file
                     count-report-file
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-bal-count
               move ws-lookup-item
                 to wb-item-number (ws-bal-count)
               move ws-lookup-warehouse
                 to wb-warehouse (ws-bal-count)
               move 0 to wb-on-hand (ws-bal-count)
               set wb-idx to ws-bal-count
           end-if.

       240-value-variance.

           compute ws-variance-value rounded =
             ws-variance-qty * ws-unit-cost.

           if ws-variance-value < 0
               compute ws-abs-value = 0 - ws-variance-value
           else
               move ws-variance-value   to ws-abs-value
           end-if.

       245-supersede-pending.

      *    A fresh count of a position replaces whatever variance
      *    on it was still waiting for finance.
           if wp-item-number (wp-idx) = ws-lookup-item
              and wp-warehouse (wp-idx) = ws-lookup-warehouse
              and wp-status (wp-idx) = spaces
               move "SUPERSEDED BY RECOUNT" to wp-status (wp-idx)
               add 1 to ws-superseded-count
           end-if.

       250-reconcile-count.

           perform 230-find-balance.

           perform 245-supersede-pending
             varying wp-idx from 1 by 1
             until wp-idx > ws-pnd-count.

           move wb-on-hand (wb-idx)     to wc-ledger-qty (ws-rpt-idx).
           compute ws-variance-qty =
             wc-counted-qty (ws-rpt-idx) - wb-on-hand (wb-idx).
           perform 240-value-variance.

           move ws-variance-qty         to wc-variance-qty (ws-rpt-idx).
           move ws-variance-value
             to wc-variance-value (ws-rpt-idx).

           if ws-variance-qty = 0
               move "AGREES"            to wc-status (ws-rpt-idx)
               add 1 to ws-agree-count
           else
               if ws-abs-value < ws-approval-threshold
                   move wc-counted-qty (ws-rpt-idx)
                     to wb-on-hand (wb-idx)
                   move "POSTED"        to wc-status (ws-rpt-idx)
                   add 1 to ws-posted-count
                   move ws-run-date     to ws-hist-count-date
                   perform 260-post-variance
               else
                   move "AWAITING SIGN-OFF"
                     to wc-status (ws-rpt-idx)
                   move "y"             to wc-hold-flag (ws-rpt-idx)
                   add 1 to ws-held-count
                   add ws-variance-value to ww-held-total (ww-idx)
                   add ws-variance-value to ws-held-total
               end-if
           end-if.

       260-post-variance.

      *    Shrink and overage are each totalled as positive dollars;
      *    the net keeps its sign.
           if ws-variance-value < 0
               add ws-abs-value         to ww-shrink-total (ww-idx)
               add ws-abs-value         to ws-shrink-total
           else
               add ws-abs-value         to ww-overage-total (ww-idx)
               add ws-abs-value         to ws-overage-total
           end-if.

           add ws-variance-value        to ws-net-total.

           move ws-run-date             to ch-run-date.
           move ws-hist-count-date      to ch-count-date.
           move ws-lookup-warehouse     to ch-warehouse.
           move ws-lookup-item          to ch-item-number.
           move ws-variance-qty         to ch-variance-qty.
           move ws-variance-value       to ch-variance-value.

           write ch-record.

       300-review-pending.

      *    Every pending row is valued for the report, even one a
      *    recount has already superseded.
           move wp-warehouse (ws-rpt-idx) to ws-lookup-warehouse.
           perform 210-find-warehouse.

           move wp-item-number (ws-rpt-idx) to ws-lookup-item.
           perform 220-lookup-master.
           move im-description          to wp-description (ws-rpt-idx).

           compute ws-variance-qty =
             wp-counted-qty (ws-rpt-idx) - wp-ledger-qty (ws-rpt-idx).
           perform 240-value-variance.
           move ws-variance-qty         to wp-variance-qty (ws-rpt-idx).
           move ws-variance-value
             to wp-variance-value (ws-rpt-idx).

           if wp-status (ws-rpt-idx) = spaces
               add 1 to ww-row-count (ww-idx)
               evaluate wp-signoff (ws-rpt-idx)
                   when "Y"
                       perform 230-find-balance
                       add ws-variance-qty to wb-on-hand (wb-idx)
                       move "SIGNED OFF - POSTED"
                         to wp-status (ws-rpt-idx)
                       add 1 to ws-signed-count
                       move wp-count-date (ws-rpt-idx)
                         to ws-hist-count-date
                       perform 260-post-variance
                   when "N"
                       move "SIGN-OFF REFUSED"
                         to wp-status (ws-rpt-idx)
                       add 1 to ws-refused-count
                   when other
                       move "AWAITING SIGN-OFF"
                         to wp-status (ws-rpt-idx)
                       move "y" to wp-hold-flag (ws-rpt-idx)
                       add 1 to ws-waiting-count
                       add ws-variance-value
                         to ww-held-total (ww-idx)
                       add ws-variance-value to ws-held-total
               end-evaluate
           end-if.

       400-report-warehouse.

           if ww-row-count (ws-rpt-whse) > 0
               move ww-code (ws-rpt-whse) to wh-head-code
               move ww-name (ws-rpt-whse) to wh-head-name
               write count-report-line from ws-whse-heading
                 after advancing 3 lines
               write count-report-line from ws-column-heading
                 after advancing 2 lines
               write count-report-line from ws-empty-line
                 after advancing 1 line

               perform 410-write-count-line
                 varying ws-rpt-idx from 1 by 1
                 until ws-rpt-idx > ws-cnt-count

               perform 420-write-pending-line
                 varying ws-rpt-idx from 1 by 1
                 until ws-rpt-idx > ws-pnd-count

               move ww-shrink-total (ws-rpt-whse) to wt-shrink-view
               move ww-overage-total (ws-rpt-whse) to wt-overage-view
               compute wt-net-view =
                 ww-overage-total (ws-rpt-whse)
                 - ww-shrink-total (ws-rpt-whse)
               move ww-held-total (ws-rpt-whse) to wt-held-view
               write count-report-line from ws-whse-posted-line
                 after advancing 2 lines
               write count-report-line from ws-whse-net-line
                 after advancing 1 line
           end-if.

       410-write-count-line.

           if wc-warehouse (ws-rpt-idx) = ww-code (ws-rpt-whse)
               move spaces              to ws-variance-line
               move wc-item-number (ws-rpt-idx) to vl-item-number
               move wc-description (ws-rpt-idx) to vl-description
               move wc-status (ws-rpt-idx)      to vl-status
               if wc-reconciled (ws-rpt-idx)
                   move wc-ledger-qty (ws-rpt-idx) to vl-ledger-view
                   move wc-counted-qty (ws-rpt-idx)
                     to vl-counted-view
                   move wc-variance-qty (ws-rpt-idx)
                     to vl-variance-view
                   move wc-variance-value (ws-rpt-idx)
                     to vl-value-view
               else
                   move wc-counted-x (ws-rpt-idx) to vl-counted-x
               end-if
               write count-report-line from ws-variance-line
                 after advancing 1 line
           end-if.

       420-write-pending-line.

      *    Pending variances are shown as they were counted, under
      *    the depot they belong to; one already superseded by a
      *    recount shows there too.
           if wp-warehouse (ws-rpt-idx) = ww-code (ws-rpt-whse)
               move spaces              to ws-variance-line
               move wp-item-number (ws-rpt-idx) to vl-item-number
               move wp-description (ws-rpt-idx) to vl-description
               move wp-ledger-qty (ws-rpt-idx)  to vl-ledger-view
               move wp-counted-qty (ws-rpt-idx) to vl-counted-view
               move wp-variance-qty (ws-rpt-idx)
                 to vl-variance-view
               move wp-variance-value (ws-rpt-idx)
                 to vl-value-view
               move wp-status (ws-rpt-idx)      to vl-status
               write count-report-line from ws-variance-line
                 after advancing 1 line
           end-if.

       500-write-balance-record.

           move wb-item-number (ws-rpt-idx) to bo-item-number.
           move wb-warehouse (ws-rpt-idx)   to bo-warehouse.
           move wb-on-hand (ws-rpt-idx)     to bo-on-hand.

           write bo-record.

       510-carry-held-count.

           if wc-hold-flag (ws-rpt-idx) = "y"
               move wc-item-number (ws-rpt-idx)  to po-item-number
               move wc-warehouse (ws-rpt-idx)    to po-warehouse
               move ws-run-date                  to po-count-date
               move wc-ledger-qty (ws-rpt-idx)   to po-ledger-qty
               move wc-counted-qty (ws-rpt-idx)  to po-counted-qty
               move space                        to po-signoff
               write po-record
           end-if.

       520-carry-pending.

           if wp-hold-flag (ws-rpt-idx) = "y"
               move wp-item-number (ws-rpt-idx)  to po-item-number
               move wp-warehouse (ws-rpt-idx)    to po-warehouse
               move wp-count-date (ws-rpt-idx)   to po-count-date
               move wp-ledger-qty (ws-rpt-idx)   to po-ledger-qty
               move wp-counted-qty (ws-rpt-idx)  to po-counted-qty
               move space                        to po-signoff
               write po-record
           end-if.

       end program A1-CntRec.
