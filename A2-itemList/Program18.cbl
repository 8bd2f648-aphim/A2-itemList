       identification division.
       program-id. A1-Dormant.
       author. Jacky Yuan.
       date-written. 10/15/2026.

      *****************************************************************
      *   Dormant-item review, run periodically so the item master
      *   stops growing forever.  An item is dormant when nothing
      *   has moved it and nothing is holding it:
      *
      *     - no quantity in any bucket of the rolling sales
      *       history the pricing run keeps (six cycles);
      *     - no stock, in any warehouse, on the standing stock
      *       ledger.
      *
      *   Each dormant item is proposed one step down its
      *   lifecycle, in the maintenance transaction format, so the
      *   pricing team can review the proposals and pass the ones
      *   they agree with to the master maintenance step as keyed:
      *
      *     - active               -> discontinue, sell-off date
      *                               the run date (there is no
      *                               stock left to sell off);
      *     - discontinued, past
      *       its sell-off date    -> obsolete from the run date;
      *     - obsolete             -> delete from the master.
      *
      *   A discontinued item still inside its sell-off window is
      *   listed but not proposed - its date has not come yet.
      *   Items with movement or stock are only counted.
      *
      *   The run date comes in on the PARM (MMDDYY); a blank
      *   parameter falls back to the system date.
      *
      *   Modification history
      *   ---------------------------------------------------------
      *   10/15/2026  JY   Original program.
      *****************************************************************

       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
           select master-file
               assign to MSTRIN
               organization is line sequential
               file status is ws-master-file-status.
      *
           select sales-history-file
               assign to SLSHSTI
               organization is line sequential
               file status is ws-slh-in-status.
      *
           select balance-file
               assign to INVBALI
               organization is line sequential
               file status is ws-bal-in-status.
      *
           select proposal-file
               assign to DRMPROP
               organization is line sequential.
      *
           select dormant-report-file
               assign to DRMRPT
               organization is line sequential.

       data division.
       file section.
      *
      *    The flat item master, in item-number order.
       fd master-file
           data record is mr-record
           record contains 56 characters.
       01 mr-record.
         05 mr-item-number             pic x(4).
         05 mr-description             pic x(13).
         05 mr-unit-price              pic x(6).
         05 mr-unit-cost               pic x(6).
         05 mr-future-price            pic x(6).
         05 mr-eff-date                pic x(6).
         05 mr-reorder-point           pic x(5).
         05 mr-lead-time               pic x(3).
         05 mr-status                  pic x(1).
           88 mr-discontinued          value "D".
           88 mr-obsolete              value "O".
         05 mr-status-date             pic x(6).

      *    Rolling sales history, as the pricing run writes it.
       fd sales-history-file
           data record is shi-record
           record contains 48 characters.
       01 shi-record.
         05 shi-item-number            pic x(4).
         05 shi-warehouse              pic x(2).
         05 shi-cycle-qty              pic 9(7) occurs 6 times.

      *    The standing stock ledger.
       fd balance-file
           data record is bi-record
           record contains 14 characters.
       01 bi-record.
         05 bi-item-number             pic x(4).
         05 bi-warehouse               pic x(2).
         05 bi-on-hand                 pic s9(7)
                                        sign leading separate.

      *    Proposed lifecycle changes, in the maintenance
      *    transaction format (blank fields = keep).
       fd proposal-file
           data record is pr-record
           record contains 51 characters.
       01 pr-record.
         05 pr-action                  pic x(1).
         05 pr-item-number             pic x(4).
         05 pr-description             pic x(13).
         05 pr-unit-price              pic x(6).
         05 pr-unit-cost               pic x(6).
         05 pr-eff-date                pic x(6).
         05 pr-reorder-point           pic x(5).
         05 pr-lead-time               pic x(3).
         05 pr-status                  pic x(1).
         05 pr-status-date             pic x(6).

       fd dormant-report-file
           data record is dormant-report-line
           record contains 80 characters.
       01 dormant-report-line pic x(80).

       working-storage section.

       01 ws-report-heading.
         05 filler                     pic x(26)
            value "DORMANT ITEM REVIEW  -    ".
         05 rh-run-date                pic x(6).
         05 filler                     pic x(34) value spaces.
         05 ws-author-name             pic x(14) value "Jacky Yuan, A2".

       01 ws-column-heading.
         05 filler                     pic x(4) value "ITEM".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(13) value "DESCRIPTION".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(12) value "STATUS".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(6) value "SINCE".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(37) value "PROPOSAL".

       01 ws-dormant-line.
         05 dl-item-number             pic x(4).
         05 filler                     pic x(2) value spaces.
         05 dl-description             pic x(13).
         05 filler                     pic x(2) value spaces.
         05 dl-status                  pic x(12).
         05 filler                     pic x(2) value spaces.
         05 dl-status-date             pic x(6).
         05 filler                     pic x(2) value spaces.
         05 dl-proposal                pic x(37).

       01 ws-none-line.
         05 filler                     pic x(20)
            value "  NO DORMANT ITEMS".
         05 filler                     pic x(60) value spaces.

       01 ws-count-lines.
         05 ws-master-count-line.
           10 filler pic x(28) value "ITEMS ON MASTER            =".
           10 ws-master-count-view     pic zzzz9.
         05 ws-live-count-line.
           10 filler pic x(28) value "ITEMS WITH MOVEMENT/STOCK  =".
           10 ws-live-count-view       pic zzzz9.
         05 ws-dormant-count-line.
           10 filler pic x(28) value "DORMANT ITEMS              =".
           10 ws-dormant-count-view    pic zzzz9.
         05 ws-disc-count-line.
           10 filler pic x(28) value "  PROPOSED DISCONTINUE     =".
           10 ws-disc-count-view       pic zzzz9.
         05 ws-obs-count-line.
           10 filler pic x(28) value "  PROPOSED OBSOLETE        =".
           10 ws-obs-count-view        pic zzzz9.
         05 ws-del-count-line.
           10 filler pic x(28) value "  PROPOSED DELETE          =".
           10 ws-del-count-view        pic zzzz9.
         05 ws-selloff-count-line.
           10 filler pic x(28) value "  STILL IN SELL-OFF        =".
           10 ws-selloff-count-view    pic zzzz9.

      *    Items the sales history shows selling in the window.
       01 ws-sold-counters.
         05 ws-sold-count              pic 9(4) value 0.

       01 ws-sold-table.
         05 ws-sold-entry              occurs 1 to 3000 times
                                        depending on ws-sold-count
                                        indexed by sd-idx.
           10 sd-item-number           pic x(4).

      *    Items the ledger shows holding stock somewhere.
       01 ws-stock-counters.
         05 ws-stock-count             pic 9(4) value 0.

       01 ws-stock-table.
         05 ws-stock-entry             occurs 1 to 3000 times
                                        depending on ws-stock-count
                                        indexed by sk-idx.
           10 sk-item-number           pic x(4).

       01 ws-run-parm                  pic x(6).

       01 ws-run-date-ymd              pic x(6).

       01 ws-sys-date.
         05 ws-sys-yy                  pic x(2).
         05 ws-sys-mm                  pic x(2).
         05 ws-sys-dd                  pic x(2).

      *    Cycles of history the sales file keeps.
       01 ws-history-cycles            pic 9 value 6.

       01 ws-work.
         05 ws-master-file-status      pic xx.
         05 ws-slh-in-status           pic xx.
         05 ws-bal-in-status           pic xx.
         05 ws-master-eof-flag         pic x value "n".
         05 ws-slh-eof-flag            pic x value "n".
         05 ws-bal-eof-flag            pic x value "n".
         05 ws-found-flag              pic x value "n".
           88 ws-found                 value "y".
         05 ws-live-flag               pic x value "n".
           88 ws-item-live             value "y".
         05 ws-moved-flag              pic x value "n".
           88 ws-item-moved            value "y".
         05 ws-bucket-idx              pic 9.
         05 ws-lookup-item             pic x(4).

       01 ws-counters.
         05 ws-master-count            pic 9(5) value 0.
         05 ws-live-count              pic 9(5) value 0.
         05 ws-dormant-count           pic 9(5) value 0.
         05 ws-disc-count              pic 9(5) value 0.
         05 ws-obs-count               pic 9(5) value 0.
         05 ws-del-count               pic 9(5) value 0.
         05 ws-selloff-count           pic 9(5) value 0.

       01 ws-empty-line                pic x(1) value spaces.

       procedure division.
      *
       000-main.

           perform 005-parse-parm.

           open output proposal-file
                dormant-report-file.

           open input master-file.
           if ws-master-file-status not = "00"
               display "A1-DORMANT: CANNOT OPEN ITEM MASTER, STATUS "
                 ws-master-file-status " - RUN TERMINATED"
               close proposal-file
                 dormant-report-file
               move 16 to return-code
               goback
           end-if.

           move ws-run-parm             to rh-run-date.

           write dormant-report-line from ws-report-heading
             after advancing 1 line.
           write dormant-report-line from ws-column-heading
             after advancing 3 lines.
           write dormant-report-line from ws-empty-line
             after advancing 1 line.

           perform 060-load-sales-history.
           perform 070-load-balances.

           read master-file
               at end
               move "y" to ws-master-eof-flag.

           perform 100-review-item
             until ws-master-eof-flag = "y".

           if ws-dormant-count = 0
               write dormant-report-line from ws-none-line
                 after advancing 1 line
           end-if.

           move ws-master-count         to ws-master-count-view.
           move ws-live-count           to ws-live-count-view.
           move ws-dormant-count        to ws-dormant-count-view.
           move ws-disc-count           to ws-disc-count-view.
           move ws-obs-count            to ws-obs-count-view.
           move ws-del-count            to ws-del-count-view.
           move ws-selloff-count        to ws-selloff-count-view.

           write dormant-report-line from ws-master-count-line
             after advancing 3 lines.
           write dormant-report-line from ws-live-count-line
             after advancing 1 line.
           write dormant-report-line from ws-dormant-count-line
             after advancing 1 line.
           write dormant-report-line from ws-disc-count-line
             after advancing 1 line.
           write dormant-report-line from ws-obs-count-line
             after advancing 1 line.
           write dormant-report-line from ws-del-count-line
             after advancing 1 line.
           write dormant-report-line from ws-selloff-count-line
             after advancing 1 line.

           close master-file
             proposal-file
             dormant-report-file.

           goback.

       005-parse-parm.

      *    MMDDYY, the shape the job streams pass every step; a
      *    blank parameter (a hand run) falls back to the system
      *    date.  Status dates on the master are YYMMDD.
           accept ws-run-parm from command-line.

           if ws-run-parm = spaces or ws-run-parm = "000000"
               accept ws-sys-date from date
               move ws-sys-mm           to ws-run-parm (1:2)
               move ws-sys-dd           to ws-run-parm (3:2)
               move ws-sys-yy           to ws-run-parm (5:2)
           end-if.

           move ws-run-parm (5:2)       to ws-run-date-ymd (1:2).
           move ws-run-parm (1:2)       to ws-run-date-ymd (3:2).
           move ws-run-parm (3:2)       to ws-run-date-ymd (5:2).

       060-load-sales-history.

      *    No history yet (first weeks after cutover) is no
      *    movement, not an error - but then every item without
      *    stock comes up dormant, so say so.
           open input sales-history-file.

           if ws-slh-in-status = "00"
               read sales-history-file
                   at end
                   move "y" to ws-slh-eof-flag
               end-read
               perform 065-load-sales-history-record
                 until ws-slh-eof-flag = "y"
               close sales-history-file
           else
               display "A1-DORMANT: NO SALES HISTORY - EVERY ITEM "
                 "WITHOUT STOCK WILL SHOW DORMANT"
           end-if.

       065-load-sales-history-record.

           move "n"                     to ws-moved-flag.

           perform 067-test-history-bucket
             varying ws-bucket-idx from 1 by 1
             until ws-bucket-idx > ws-history-cycles.

      *    One row per item is enough - any warehouse selling it
      *    keeps it live.
           if ws-item-moved
               move shi-item-number     to ws-lookup-item
               perform 080-find-sold-item
               if not ws-found
                   if ws-sold-count = 3000
                       display "A1-DORMANT: SALES HISTORY EXCEEDS "
                         "3000 ITEMS -"
                       display "TABLE CAPACITY REACHED, RUN "
                         "TERMINATED"
                       close sales-history-file
                         master-file
                         proposal-file
                         dormant-report-file
                       move 16 to return-code
                       goback
                   end-if
                   add 1 to ws-sold-count
                   move shi-item-number
                     to sd-item-number (ws-sold-count)
               end-if
           end-if.

           read sales-history-file
               at end
               move "y" to ws-slh-eof-flag.

       067-test-history-bucket.

           if shi-cycle-qty (ws-bucket-idx) is numeric
              and shi-cycle-qty (ws-bucket-idx) > 0
               move "y"                 to ws-moved-flag
           end-if.

       070-load-balances.

      *    No ledger yet is no stock anywhere, not an error.  A
      *    negative balance is still stock the ledger has to
      *    settle - it keeps the item live.
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

           if bi-on-hand not = 0
               move bi-item-number      to ws-lookup-item
               perform 085-find-stock-item
               if not ws-found
                   if ws-stock-count = 3000
                       display "A1-DORMANT: BALANCE FILE EXCEEDS "
                         "3000 ITEMS -"
                       display "TABLE CAPACITY REACHED, RUN "
                         "TERMINATED"
                       close balance-file
                         master-file
                         proposal-file
                         dormant-report-file
                       move 16 to return-code
                       goback
                   end-if
                   add 1 to ws-stock-count
                   move bi-item-number
                     to sk-item-number (ws-stock-count)
               end-if
           end-if.

           read balance-file
               at end
               move "y" to ws-bal-eof-flag.

       080-find-sold-item.

           move "n"                     to ws-found-flag.

           if ws-sold-count > 0
               set sd-idx to 1
               search ws-sold-entry
                   at end
                       continue
                   when sd-item-number (sd-idx) = ws-lookup-item
                       move "y"         to ws-found-flag
               end-search
           end-if.

       085-find-stock-item.

           move "n"                     to ws-found-flag.

           if ws-stock-count > 0
               set sk-idx to 1
               search ws-stock-entry
                   at end
                       continue
                   when sk-item-number (sk-idx) = ws-lookup-item
                       move "y"         to ws-found-flag
               end-search
           end-if.

       100-review-item.

           add 1 to ws-master-count.
           move "n"                     to ws-live-flag.
           move mr-item-number          to ws-lookup-item.

           perform 080-find-sold-item.
           if ws-found
               move "y"                 to ws-live-flag
           end-if.

           perform 085-find-stock-item.
           if ws-found
               move "y"                 to ws-live-flag
           end-if.

           if ws-item-live
               add 1 to ws-live-count
           else
               add 1 to ws-dormant-count
               perform 200-propose-item
           end-if.

           read master-file
               at end
               move "y" to ws-master-eof-flag.

       200-propose-item.

           move spaces                  to pr-record.
           move mr-item-number          to pr-item-number.

           move mr-item-number          to dl-item-number.
           move mr-description          to dl-description.
           move mr-status-date          to dl-status-date.

      *    One step down the lifecycle per review - a discontinued
      *    item is only made obsolete once its sell-off date has
      *    passed (one with no date has nothing left to wait for).
           evaluate true
               when mr-obsolete
                   move "OBSOLETE"      to dl-status
                   move "DELETE FROM MASTER" to dl-proposal
                   move "D"             to pr-action
                   add 1 to ws-del-count
                   write pr-record
               when mr-discontinued
                   move "DISCONTINUED"  to dl-status
                   if mr-status-date is numeric
                      and mr-status-date not < ws-run-date-ymd
                       move "NONE - SELL-OFF DATE NOT REACHED"
                         to dl-proposal
                       add 1 to ws-selloff-count
                   else
                       move "OBSOLETE FROM RUN DATE" to dl-proposal
                       move "C"         to pr-action
                       move "O"         to pr-status
                       move ws-run-date-ymd to pr-status-date
                       add 1 to ws-obs-count
                       write pr-record
                   end-if
               when other
                   move "ACTIVE"        to dl-status
                   move "DISCONTINUE, SELL-OFF RUN DATE"
                     to dl-proposal
                   move "C"             to pr-action
                   move "D"             to pr-status
                   move ws-run-date-ymd to pr-status-date
                   add 1 to ws-disc-count
                   write pr-record
           end-evaluate.

           write dormant-report-line from ws-dormant-line
             after advancing 1 line.

       end program A1-Dormant.
