       identification division.
       program-id. A1-PrcInq.
       author. Jacky Yuan.
       date-written. 10/15/2026.

      *****************************************************************
      *   Price history inquiry.  Answers the question the dated
      *   maintenance audit printouts could not answer quickly: what
      *   were an item's unit price and unit cost on a given day.
      *
      *   The permanent price history the master maintenance step
      *   appends to holds every price and cost it put in force - an
      *   add, a keyed change, a matured pending price - with its old
      *   and new value and the date it took effect.  For each item
      *   selected this program reports, per field, the value in
      *   force on the as-of date:
      *
      *     - the latest change effective on or before the date
      *       ("SINCE" that change's date);
      *     - failing that, the old value of the first change after
      *       the date - the figure that change replaced ("BEFORE"
      *       its date), or not yet on the master when that change
      *       was the add;
      *     - failing that, the current master figure (no change on
      *       file).
      *
      *   A pending price on the master that has reached its
      *   effective date by the as-of date, but is not yet in the
      *   history (it is recorded the morning after, when it
      *   matures), prices the way the pricing run would price it.
      *
      *   The selection is one item range or one product class.  The
      *   master does not carry the class, so a class is taken as the
      *   items that have sold under it on the AR extract generations
      *   still cataloged.
      *
      *   When a date range is given, a second section lists every
      *   change whose effective date falls inside it, in the order
      *   the changes were made - the monthly pricing review.
      *
      *   The PARM is four fields separated by commas:
      *     as-of date    MMDDYY (blank = today)
      *     selection     "I" + low item + high item, "C" + class,
      *                   or blank for every item
      *     listing from  MMDDYY (blank = no listing)
      *     listing to    MMDDYY (blank = the from date)
      *   A date that is not numeric ends the run at condition code 8.
      *
      *   Modification history
      *   ---------------------------------------------------------
      *   10/15/2026  JY   Original program.
      *   10/15/2026  JY   Extract detail row laid out field by field
      *                    as the pricing run writes it - the class
      *                    was being taken from the byte after the
      *                    transaction type, so a class selection
      *                    never found an item.
      *****************************************************************

       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
           select price-history-file
               assign to PRCHIST
               organization is line sequential
               file status is ws-hist-status.
      *
           select master-file
               assign to MSTRIN
               organization is line sequential
               file status is ws-master-file-status.
      *
           select ar-extract-in-file
               assign to AREXTIN
               organization is line sequential
               file status is ws-arx-status.
      *
           select inquiry-report-file
               assign to PHQRPT
               organization is line sequential.

       data division.
       file section.
      *
      *    Permanent price history, as the master maintenance step
      *    appends it.
       fd price-history-file
           data record is ph-record
           record contains 30 characters.
       01 ph-record.
         05 ph-item-number             pic x(4).
         05 ph-field                   pic x(1).
         05 ph-source                  pic x(1).
         05 ph-old-value               pic x(6).
         05 ph-new-value               pic x(6).
         05 ph-eff-date                pic x(6).
         05 ph-run-date                pic x(6).

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
         05 mr-status-date             pic x(6).

      *    The daily AR extract generations - only the detail rows'
      *    item and product class are wanted here.
       fd ar-extract-in-file
           data record is ax-record
           record contains 73 characters.
       01 ax-record.
         05 ax-record-type             pic x(1).
         05 filler                     pic x(72).
       01 ax-detail.
         05 ad-item-number             pic x(4).
         05 filler                     pic x(1).
         05 ad-net-price               pic zzzzzz9.99-.
         05 filler                     pic x(1).
         05 ad-trans-cost              pic zzzzzz9.99-.
         05 filler                     pic x(1).
         05 ad-discount-amt            pic zzzzzz9.99-.
         05 filler                     pic x(1).
         05 ad-product-class           pic x(1).
         05 filler                     pic x(1).
         05 ad-trans-type              pic x(1).
         05 filler                     pic x(1).
         05 ad-warehouse               pic x(2).
         05 filler                     pic x(1).
         05 ad-tax-amt                 pic zzzzzz9.99-.
         05 filler                     pic x(1).
         05 ad-customer-account        pic x(6).
         05 filler                     pic x(1).
         05 ad-bill-to                 pic x(6).

       fd inquiry-report-file
           data record is inquiry-report-line
           record contains 80 characters.
       01 inquiry-report-line pic x(80).

       working-storage section.

       01 ws-report-heading.
         05 filler                     pic x(26)
            value "ITEM PRICE HISTORY  -     ".
         05 rh-run-date                pic x(6).
         05 filler                     pic x(34) value spaces.
         05 ws-author-name             pic x(14) value "Jacky Yuan, A2".

       01 ws-selection-heading.
         05 filler                     pic x(11) value "SELECTION: ".
         05 sh-selection               pic x(40).
         05 filler                     pic x(29) value spaces.

       01 ws-asof-heading.
         05 filler                     pic x(23)
            value "PRICE AND COST IN FORCE".
         05 filler                     pic x(4) value " ON ".
         05 ah-asof-date               pic x(6).
         05 filler                     pic x(47) value spaces.

       01 ws-asof-column-heading.
         05 filler                     pic x(4) value "ITEM".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(13) value "DESCRIPTION".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(7) value "  PRICE".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(14) value "IN FORCE".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(7) value "   COST".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(14) value "IN FORCE".
         05 filler                     pic x(11) value spaces.

       01 ws-asof-line.
         05 al-item-number             pic x(4).
         05 filler                     pic x(2) value spaces.
         05 al-description             pic x(13).
         05 filler                     pic x(2) value spaces.
         05 al-price-view              pic zzz9.99.
         05 al-price-x redefines
            al-price-view              pic x(7).
         05 filler                     pic x(2) value spaces.
         05 al-price-basis             pic x(14).
         05 filler                     pic x(2) value spaces.
         05 al-cost-view               pic zzz9.99.
         05 al-cost-x redefines
            al-cost-view               pic x(7).
         05 filler                     pic x(2) value spaces.
         05 al-cost-basis              pic x(14).
         05 filler                     pic x(11) value spaces.

       01 ws-list-heading.
         05 filler                     pic x(24)
            value "PRICE CHANGES EFFECTIVE ".
         05 lh-from-date               pic x(6).
         05 filler                     pic x(4) value " TO ".
         05 lh-to-date                 pic x(6).
         05 filler                     pic x(40) value spaces.

       01 ws-list-column-heading.
         05 filler                     pic x(4) value "ITEM".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(13) value "DESCRIPTION".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(5) value "FIELD".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(10) value "SOURCE".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(7) value "    OLD".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(7) value "    NEW".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(6) value "EFFECT".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(6) value "RUN".
         05 filler                     pic x(8) value spaces.

       01 ws-list-line.
         05 ll-item-number             pic x(4).
         05 filler                     pic x(2) value spaces.
         05 ll-description             pic x(13).
         05 filler                     pic x(2) value spaces.
         05 ll-field                   pic x(5).
         05 filler                     pic x(2) value spaces.
         05 ll-source                  pic x(10).
         05 filler                     pic x(2) value spaces.
         05 ll-old-view                pic zzz9.99.
         05 ll-old-x redefines
            ll-old-view                pic x(7).
         05 filler                     pic x(2) value spaces.
         05 ll-new-view                pic zzz9.99.
         05 filler                     pic x(2) value spaces.
         05 ll-eff-date                pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ll-run-date                pic x(6).
         05 filler                     pic x(8) value spaces.

       01 ws-none-line.
         05 filler                     pic x(2) value spaces.
         05 nl-text                    pic x(40).
         05 filler                     pic x(38) value spaces.

       01 ws-count-lines.
         05 ws-item-count-line.
           10 filler pic x(28) value "ITEMS REPORTED             =".
           10 ws-item-count-view       pic zzzz9.
         05 ws-hist-count-line.
           10 filler pic x(28) value "HISTORY ROWS READ          =".
           10 ws-hist-count-view       pic zzzz9.
         05 ws-list-count-line.
           10 filler pic x(28) value "CHANGES LISTED             =".
           10 ws-list-count-view       pic zzzz9.

      *    The items selected, in master order, with any item the
      *    history still carries but the master no longer does
      *    added behind them.  Per field, the change in force on the
      *    as-of date and the first change after it.
       01 ws-item-counters.
         05 ws-item-count              pic 9(4) value 0.

       01 ws-item-table.
         05 ws-item-entry              occurs 1 to 3000 times
                                        depending on ws-item-count
                                        indexed by wi-idx.
           10 wi-item-number           pic x(4).
           10 wi-description           pic x(13).
           10 wi-on-master-flag        pic x(1).
           10 wi-unit-price            pic x(6).
           10 wi-unit-cost             pic x(6).
           10 wi-future-price          pic x(6).
           10 wi-eff-date              pic x(6).
           10 wi-price-at-eff          pic x(6).
           10 wi-price-at-value        pic x(6).
           10 wi-price-next-eff        pic x(6).
           10 wi-price-next-old        pic x(6).
           10 wi-cost-at-eff           pic x(6).
           10 wi-cost-at-value         pic x(6).
           10 wi-cost-next-eff         pic x(6).
           10 wi-cost-next-old         pic x(6).

      *    Items sold under the requested class, from the extracts.
       01 ws-class-counters.
         05 ws-class-item-count        pic 9(4) value 0.

       01 ws-class-table.
         05 ws-class-entry             occurs 1 to 3000 times
                                        depending on ws-class-item-count
                                        indexed by wc-idx.
           10 wc-item-number           pic x(4).

       01 ws-run-parm                  pic x(40).

       01 ws-parm-fields.
         05 ws-parm-asof               pic x(6).
         05 ws-parm-selection          pic x(9).
         05 ws-parm-from               pic x(6).
         05 ws-parm-to                 pic x(6).

       01 ws-selection.
         05 ws-select-mode             pic x(1) value space.
           88 ws-select-all            value space.
           88 ws-select-items          value "I".
           88 ws-select-class          value "C".
         05 ws-select-item-low         pic x(4).
         05 ws-select-item-high        pic x(4).
         05 ws-select-class-code       pic x(1).

       01 ws-dates.
         05 ws-asof-ymd                pic x(6).
         05 ws-from-ymd                pic x(6).
         05 ws-to-ymd                  pic x(6).

       01 ws-sys-date.
         05 ws-sys-yy                  pic x(2).
         05 ws-sys-mm                  pic x(2).
         05 ws-sys-dd                  pic x(2).

       01 ws-work.
         05 ws-hist-status             pic xx.
         05 ws-master-file-status      pic xx.
         05 ws-arx-status              pic xx.
         05 ws-hist-eof-flag           pic x value "n".
         05 ws-master-eof-flag         pic x value "n".
         05 ws-arx-eof-flag            pic x value "n".
         05 ws-hist-present-flag       pic x value "n".
           88 ws-hist-present          value "y".
         05 ws-list-wanted-flag        pic x value "n".
           88 ws-list-wanted           value "y".
         05 ws-found-flag              pic x value "n".
           88 ws-found                 value "y".
         05 ws-selected-flag           pic x value "n".
           88 ws-selected              value "y".
         05 ws-lookup-item             pic x(4).
         05 ws-rpt-idx                 pic 9(4).
         05 ws-date-mdy                pic x(6).
         05 ws-date-ymd                pic x(6).
         05 ws-value-work              pic zzz9v99.
         05 ws-value-work-x redefines
            ws-value-work              pic x(6).
         05 ws-value-view              pic zzz9.99.
         05 ws-value-view-x redefines
            ws-value-view              pic x(7).

       01 ws-counters.
         05 ws-hist-count              pic 9(5) value 0.
         05 ws-list-count              pic 9(5) value 0.

       01 ws-empty-line                pic x(1) value spaces.

       procedure division.
      *
       000-main.

           perform 005-parse-parm.

           open output inquiry-report-file.

           move ws-parm-asof            to rh-run-date.
           write inquiry-report-line from ws-report-heading
             after advancing 1 line.

           move spaces                  to sh-selection.
           evaluate true
               when ws-select-items
                   string "ITEMS " ws-select-item-low " TO "
                     ws-select-item-high delimited by size
                     into sh-selection
               when ws-select-class
                   string "PRODUCT CLASS " ws-select-class-code
                     " (ITEMS SOLD UNDER IT)" delimited by size
                     into sh-selection
               when other
                   move "ALL ITEMS"     to sh-selection
           end-evaluate.
           write inquiry-report-line from ws-selection-heading
             after advancing 2 lines.

           if ws-select-class
               perform 050-load-class-items
           end-if.

           perform 060-load-master.

           perform 100-scan-history.

           perform 200-report-as-of.

           if ws-list-wanted
               perform 300-list-changes
           end-if.

           move ws-item-count           to ws-item-count-view.
           move ws-hist-count           to ws-hist-count-view.
           move ws-list-count           to ws-list-count-view.

           write inquiry-report-line from ws-item-count-line
             after advancing 3 lines.
           write inquiry-report-line from ws-hist-count-line
             after advancing 1 line.
           if ws-list-wanted
               write inquiry-report-line from ws-list-count-line
                 after advancing 1 line
           end-if.

           close inquiry-report-file.

           goback.

       005-parse-parm.

           move spaces                  to ws-run-parm.
           accept ws-run-parm from command-line.

           move spaces                  to ws-parm-fields.
           unstring ws-run-parm delimited by ","
             into ws-parm-asof
                  ws-parm-selection
                  ws-parm-from
                  ws-parm-to.

      *    A blank as-of date is today.
           if ws-parm-asof = spaces or ws-parm-asof = "000000"
               accept ws-sys-date from date
               move ws-sys-mm           to ws-parm-asof (1:2)
               move ws-sys-dd           to ws-parm-asof (3:2)
               move ws-sys-yy           to ws-parm-asof (5:2)
           end-if.

           if ws-parm-asof is not numeric
               display "A1-PRCINQ: AS-OF DATE " ws-parm-asof
                 " NOT MMDDYY - RUN TERMINATED"
               move 8 to return-code
               goback
           end-if.

           move ws-parm-asof            to ws-date-mdy.
           perform 010-turn-date.
           move ws-date-ymd             to ws-asof-ymd.

           if ws-parm-selection (1:1) = "I"
               move "I"                 to ws-select-mode
               move ws-parm-selection (2:4) to ws-select-item-low
               move ws-parm-selection (6:4) to ws-select-item-high
               if ws-select-item-high = spaces
                   move ws-select-item-low to ws-select-item-high
               end-if
           else
               if ws-parm-selection (1:1) = "C"
                   move "C"             to ws-select-mode
                   move ws-parm-selection (2:1)
                     to ws-select-class-code
               end-if
           end-if.

      *    The change listing is optional; a from date alone lists
      *    the one day.
           if ws-parm-from not = spaces
               if ws-parm-to = spaces
                   move ws-parm-from    to ws-parm-to
               end-if
               if ws-parm-from is not numeric
                  or ws-parm-to is not numeric
                   display "A1-PRCINQ: LISTING DATES " ws-parm-from
                     " " ws-parm-to " NOT MMDDYY - RUN TERMINATED"
                   move 8 to return-code
                   goback
               end-if
               move "y"                 to ws-list-wanted-flag
               move ws-parm-from        to ws-date-mdy
               perform 010-turn-date
               move ws-date-ymd         to ws-from-ymd
               move ws-parm-to          to ws-date-mdy
               perform 010-turn-date
               move ws-date-ymd         to ws-to-ymd
           end-if.

       010-turn-date.

      *    MMDDYY on the PARM, YYMMDD on the files.
           move ws-date-mdy (5:2)       to ws-date-ymd (1:2).
           move ws-date-mdy (1:2)       to ws-date-ymd (3:2).
           move ws-date-mdy (3:2)       to ws-date-ymd (5:2).

       050-load-class-items.

      *    No extracts cataloged leaves the class with no items,
      *    not an error - the report says so.
           open input ar-extract-in-file.

           if ws-arx-status = "00"
               read ar-extract-in-file
                   at end
                   move "y" to ws-arx-eof-flag
               end-read
               perform 055-load-class-record
                 until ws-arx-eof-flag = "y"
               close ar-extract-in-file
           end-if.

       055-load-class-record.

           if ax-record-type not = "H"
              and ax-record-type not = "T"
              and ax-record-type not = space
              and ad-product-class = ws-select-class-code
               move ad-item-number      to ws-lookup-item
               perform 080-find-class-item
               if not ws-found
                   if ws-class-item-count = 3000
                       display "A1-PRCINQ: CLASS EXCEEDS 3000 ITEMS -"
                       display "TABLE CAPACITY REACHED, RUN TERMINATED"
                       close ar-extract-in-file
                         inquiry-report-file
                       move 16 to return-code
                       goback
                   end-if
                   add 1 to ws-class-item-count
                   move ad-item-number
                     to wc-item-number (ws-class-item-count)
               end-if
           end-if.

           read ar-extract-in-file
               at end
               move "y" to ws-arx-eof-flag.

       060-load-master.

           open input master-file.
           if ws-master-file-status not = "00"
               display "A1-PRCINQ: CANNOT OPEN ITEM MASTER, STATUS "
                 ws-master-file-status " - RUN TERMINATED"
               close inquiry-report-file
               move 16 to return-code
               goback
           end-if.

           read master-file
               at end
               move "y" to ws-master-eof-flag.

           perform 065-load-master-record
             until ws-master-eof-flag = "y".

           close master-file.

       065-load-master-record.

           move mr-item-number          to ws-lookup-item.
           perform 070-test-selected.

           if ws-selected
               perform 090-add-item-entry
               move mr-description      to wi-description (wi-idx)
               move "y"                 to wi-on-master-flag (wi-idx)
               move mr-unit-price       to wi-unit-price (wi-idx)
               move mr-unit-cost        to wi-unit-cost (wi-idx)
               move mr-future-price     to wi-future-price (wi-idx)
               move mr-eff-date         to wi-eff-date (wi-idx)
           end-if.

           read master-file
               at end
               move "y" to ws-master-eof-flag.

       070-test-selected.

           move "n"                     to ws-selected-flag.

           evaluate true
               when ws-select-items
                   if ws-lookup-item not < ws-select-item-low
                      and ws-lookup-item not > ws-select-item-high
                       move "y"         to ws-selected-flag
                   end-if
               when ws-select-class
                   perform 080-find-class-item
                   if ws-found
                       move "y"         to ws-selected-flag
                   end-if
               when other
                   move "y"             to ws-selected-flag
           end-evaluate.

       080-find-class-item.

           move "n"                     to ws-found-flag.

           if ws-class-item-count > 0
               set wc-idx to 1
               search ws-class-entry
                   at end
                       continue
                   when wc-item-number (wc-idx) = ws-lookup-item
                       move "y"         to ws-found-flag
               end-search
           end-if.

       085-find-item-entry.

           move "n"                     to ws-found-flag.

           if ws-item-count > 0
               set wi-idx to 1
               search ws-item-entry
                   at end
                       continue
                   when wi-item-number (wi-idx) = ws-lookup-item
                       move "y"         to ws-found-flag
               end-search
           end-if.

       090-add-item-entry.

           if ws-item-count = 3000
               display "A1-PRCINQ: SELECTION EXCEEDS 3000 ITEMS -"
               display "TABLE CAPACITY REACHED, RUN TERMINATED"
               close inquiry-report-file
               move 16 to return-code
               goback
           end-if.

           add 1 to ws-item-count.
           set wi-idx to ws-item-count.
           move ws-lookup-item          to wi-item-number (wi-idx).
           move "NOT ON MASTER"         to wi-description (wi-idx).
           move "n"                     to wi-on-master-flag (wi-idx).
           move spaces                  to wi-unit-price (wi-idx).
           move spaces                  to wi-unit-cost (wi-idx).
           move spaces                  to wi-future-price (wi-idx).
           move spaces                  to wi-eff-date (wi-idx).
           move spaces                  to wi-price-at-eff (wi-idx).
           move spaces                  to wi-price-at-value (wi-idx).
           move spaces                  to wi-price-next-eff (wi-idx).
           move spaces                  to wi-price-next-old (wi-idx).
           move spaces                  to wi-cost-at-eff (wi-idx).
           move spaces                  to wi-cost-at-value (wi-idx).
           move spaces                  to wi-cost-next-eff (wi-idx).
           move spaces                  to wi-cost-next-old (wi-idx).

       100-scan-history.

      *    No history yet (first run after cutover) leaves every
      *    item on its current master figures.
           open input price-history-file.

           if ws-hist-status = "00"
               move "y"                 to ws-hist-present-flag
               read price-history-file
                   at end
                   move "y" to ws-hist-eof-flag
               end-read
               perform 110-scan-history-record
                 until ws-hist-eof-flag = "y"
               close price-history-file
           end-if.

       110-scan-history-record.

           add 1 to ws-hist-count.

           move ph-item-number          to ws-lookup-item.
           perform 070-test-selected.

           if ws-selected
               perform 085-find-item-entry
               if not ws-found
                   perform 090-add-item-entry
               end-if
               if ph-field = "P"
                   perform 120-track-price
               else
                   perform 130-track-cost
               end-if
           end-if.

           read price-history-file
               at end
               move "y" to ws-hist-eof-flag.

       120-track-price.

      *    The file is in run order, so of two changes effective the
      *    same day the later one is the one that stood.
           if ph-eff-date not > ws-asof-ymd
               if wi-price-at-eff (wi-idx) = spaces
                  or ph-eff-date not < wi-price-at-eff (wi-idx)
                   move ph-eff-date     to wi-price-at-eff (wi-idx)
                   move ph-new-value    to wi-price-at-value (wi-idx)
               end-if
           else
               if wi-price-next-eff (wi-idx) = spaces
                  or ph-eff-date < wi-price-next-eff (wi-idx)
                   move ph-eff-date     to wi-price-next-eff (wi-idx)
                   move ph-old-value    to wi-price-next-old (wi-idx)
               end-if
           end-if.

       130-track-cost.

           if ph-eff-date not > ws-asof-ymd
               if wi-cost-at-eff (wi-idx) = spaces
                  or ph-eff-date not < wi-cost-at-eff (wi-idx)
                   move ph-eff-date     to wi-cost-at-eff (wi-idx)
                   move ph-new-value    to wi-cost-at-value (wi-idx)
               end-if
           else
               if wi-cost-next-eff (wi-idx) = spaces
                  or ph-eff-date < wi-cost-next-eff (wi-idx)
                   move ph-eff-date     to wi-cost-next-eff (wi-idx)
                   move ph-old-value    to wi-cost-next-old (wi-idx)
               end-if
           end-if.

       200-report-as-of.

           move ws-parm-asof            to ah-asof-date.
           write inquiry-report-line from ws-asof-heading
             after advancing 3 lines.
           write inquiry-report-line from ws-asof-column-heading
             after advancing 2 lines.
           write inquiry-report-line from ws-empty-line
             after advancing 1 line.

           if ws-item-count = 0
               move "NO ITEMS SELECTED"  to nl-text
               write inquiry-report-line from ws-none-line
                 after advancing 1 line
           else
               if not ws-hist-present
                   move "NO PRICE HISTORY ON FILE - CURRENT MASTER"
                     to nl-text
                   write inquiry-report-line from ws-none-line
                     after advancing 1 line
               end-if
               perform 210-report-item
                 varying ws-rpt-idx from 1 by 1
                 until ws-rpt-idx > ws-item-count
           end-if.

       210-report-item.

           set wi-idx to ws-rpt-idx.
           move spaces                  to al-price-basis.
           move spaces                  to al-cost-basis.
           move wi-item-number (wi-idx) to al-item-number.
           move wi-description (wi-idx) to al-description.

      *    Price: the change in force, else what the next change
      *    replaced, else the master as it stands.  A pending price
      *    the pricing run would already be charging on the as-of
      *    date wins over an older change.
           evaluate true
               when wi-price-at-eff (wi-idx) not = spaces
                   move wi-price-at-value (wi-idx) to ws-value-work-x
                   string "SINCE " wi-price-at-eff (wi-idx)
                     delimited by size into al-price-basis
               when wi-price-next-eff (wi-idx) not = spaces
                   move wi-price-next-old (wi-idx) to ws-value-work-x
                   string "BEFORE " wi-price-next-eff (wi-idx)
                     delimited by size into al-price-basis
               when other
                   move wi-unit-price (wi-idx) to ws-value-work-x
                   move "NO CHANGE"     to al-price-basis
           end-evaluate.

           if wi-future-price (wi-idx) not = spaces
              and wi-eff-date (wi-idx) is numeric
              and wi-eff-date (wi-idx) not > ws-asof-ymd
              and (wi-price-at-eff (wi-idx) = spaces
                   or wi-eff-date (wi-idx)
                      not < wi-price-at-eff (wi-idx))
               move wi-future-price (wi-idx) to ws-value-work-x
               move spaces              to al-price-basis
               string "PENDING " wi-eff-date (wi-idx)
                 delimited by size into al-price-basis
           end-if.

           perform 220-format-value.
           move ws-value-view-x         to al-price-x.

           evaluate true
               when wi-cost-at-eff (wi-idx) not = spaces
                   move wi-cost-at-value (wi-idx) to ws-value-work-x
                   string "SINCE " wi-cost-at-eff (wi-idx)
                     delimited by size into al-cost-basis
               when wi-cost-next-eff (wi-idx) not = spaces
                   move wi-cost-next-old (wi-idx) to ws-value-work-x
                   string "BEFORE " wi-cost-next-eff (wi-idx)
                     delimited by size into al-cost-basis
               when other
                   move wi-unit-cost (wi-idx) to ws-value-work-x
                   move "NO CHANGE"     to al-cost-basis
           end-evaluate.

           perform 220-format-value.
           move ws-value-view-x         to al-cost-x.

      *    An item the first later change added was not on the
      *    master yet; one neither history nor master knows has no
      *    figure at all.
           if ws-value-work-x = spaces
              and al-cost-basis (1:6) = "BEFORE"
               move "NOT YET ADDED"     to al-cost-basis
           end-if.
           if al-price-x = spaces
              and al-price-basis (1:6) = "BEFORE"
               move "NOT YET ADDED"     to al-price-basis
           end-if.

           write inquiry-report-line from ws-asof-line
             after advancing 1 line.

       220-format-value.

      *    History and master carry the figure in its edited
      *    zzz9v99 form - de-edit it for the report; a blank
      *    figure stays blank.
           if ws-value-work-x = spaces
               move spaces              to ws-value-view-x
           else
               move ws-value-work       to ws-value-view
           end-if.

       300-list-changes.

           move ws-parm-from            to lh-from-date.
           move ws-parm-to              to lh-to-date.
           write inquiry-report-line from ws-list-heading
             after advancing 3 lines.
           write inquiry-report-line from ws-list-column-heading
             after advancing 2 lines.
           write inquiry-report-line from ws-empty-line
             after advancing 1 line.

           if ws-hist-present
               move "n"                 to ws-hist-eof-flag
               open input price-history-file
               read price-history-file
                   at end
                   move "y" to ws-hist-eof-flag
               end-read
               perform 310-list-history-record
                 until ws-hist-eof-flag = "y"
               close price-history-file
           end-if.

           if ws-list-count = 0
               move "NO CHANGES IN THE RANGE" to nl-text
               write inquiry-report-line from ws-none-line
                 after advancing 1 line
           end-if.

       310-list-history-record.

           if ph-eff-date not < ws-from-ymd
              and ph-eff-date not > ws-to-ymd
               move ph-item-number      to ws-lookup-item
               perform 070-test-selected
               if ws-selected
                   perform 320-write-list-line
               end-if
           end-if.

           read price-history-file
               at end
               move "y" to ws-hist-eof-flag.

       320-write-list-line.

           perform 085-find-item-entry.

           move ph-item-number          to ll-item-number.
           if ws-found
               move wi-description (wi-idx) to ll-description
           else
               move "NOT ON MASTER"     to ll-description
           end-if.

           if ph-field = "P"
               move "PRICE"             to ll-field
           else
               move "COST"              to ll-field
           end-if.

           evaluate ph-source
               when "A"
                   move "ADD"           to ll-source
               when "M"
                   move "CHANGEOVER"    to ll-source
               when other
                   move "KEYED"         to ll-source
           end-evaluate.

           move ph-old-value            to ws-value-work-x.
           perform 220-format-value.
           move ws-value-view-x         to ll-old-x.

           move ph-new-value            to ws-value-work-x.
           perform 220-format-value.
           move ws-value-view           to ll-new-view.

           move ph-eff-date             to ll-eff-date.
           move ph-run-date             to ll-run-date.

           write inquiry-report-line from ws-list-line
             after advancing 1 line.
           add 1 to ws-list-count.

       end program A1-PrcInq.
