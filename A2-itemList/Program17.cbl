       identification division.
       program-id. A1-GLJrnl.
       author. Jacky Yuan.
       date-written. 10/15/2026.

      *****************************************************************
      *   General ledger journal interface.  Runs behind the daily
      *   reconciliation, once the day's AR extract has been proven
      *   against the report totals and billing's confirmation, and
      *   turns the extract into a summarized GL journal:
      *
      *     - sales revenue, gross of discount, by product class;
      *     - returns and credits, gross of discount;
      *     - discounts allowed (a return's discount reversal nets
      *       against the day's discounts);
      *     - freight revenue by shipping warehouse;
      *     - sales tax payable by tax jurisdiction - the origin
      *       warehouse, as the A2TAX table is keyed;
      *     - the offsetting receivable - net price plus freight
      *       plus tax, the amount billing invoices.
      *
      *   Each posting line nets to one debit or one credit on its
      *   account; the GL account numbers come from the account-
      *   mapping file finance maintains (A2GLMAP), so a chart-of-
      *   accounts change is a file change, not a program change.
      *
      *   A restated day posts separately.  The reversal ("R") and
      *   re-bill ("B") generations A1-Restate and the re-bill run
      *   add under the day's date are NOT new sales: with the
      *   restatement scope on the PARM only those generations are
      *   read, the reversal posts as its own reversing journal
      *   entry (every original account backed out) and the re-bill
      *   as a correcting entry.  The daily scope reads only the
      *   day's original generations, so a day restated after its
      *   journal went out is never posted twice.
      *
      *   The journal proof report lists every posting line by
      *   entry with its debit and credit totals and ties the
      *   receivable to the extract's own detail and trailer
      *   totals.  The journal is built in storage and written only
      *   when every entry balances, every line has a mapped
      *   account and the extract ties - otherwise nothing is
      *   written and the step ends at condition code 8.
      *
      *   The PARM carries the run date (MMDDYY), a comma, and the
      *   scope: "D" the day's original postings (the default), "R"
      *   the day's restatement generations.
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
           select ar-extract-in-file
               assign to AREXTIN
               organization is line sequential.
      *
           select gl-map-file
               assign to GLMAP
               organization is line sequential
               file status is ws-map-status.
      *
           select gl-journal-file
               assign to GLJRNL
               organization is line sequential.
      *
           select gl-proof-file
               assign to GLPRF
               organization is line sequential.

       data division.
       file section.
      *
      *    The daily AR extract, as the pricing run writes it.
       fd ar-extract-in-file
           data record is ax-record
           record contains 73 characters.
       01 ax-header.
         05 ah-record-type             pic x(1).
         05 filler                     pic x(1).
         05 ah-run-date                pic x(6).
         05 filler                     pic x(1).
         05 ah-marker                  pic x(1).
         05 filler                     pic x(63).
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
       01 ax-trailer.
         05 at-record-type             pic x(1).
         05 filler                     pic x(1).
         05 at-row-count               pic zzzz9.
         05 filler                     pic x(1).
         05 at-np-total                pic zzzzzzz9.99-.
         05 filler                     pic x(1).
         05 at-tc-total                pic zzzzzzz9.99-.
         05 filler                     pic x(1).
         05 at-tax-total               pic zzzzzzz9.99-.
         05 filler                     pic x(27).

      *    Finance's account mapping - one row per posting bucket:
      *      C  sales revenue        key = product class
      *      N  returns and credits  key blank
      *      D  discounts allowed    key blank
      *      F  freight revenue      key = warehouse
      *      T  sales tax payable    key = warehouse (jurisdiction)
      *      A  accounts receivable  key blank
       fd gl-map-file
           data record is gm-record
           record contains 33 characters.
       01 gm-record.
         05 gm-type                    pic x(1).
         05 gm-key                     pic x(2).
         05 gm-account                 pic x(10).
         05 gm-description             pic x(20).

      *    The GL interface file - a header naming the date and
      *    scope, one posting line per account per entry, and a
      *    trailer carrying the line count and both sides' totals.
       fd gl-journal-file
           data record is gj-record
           record contains 60 characters.
       01 gj-header.
         05 gh-record-type             pic x(1).
         05 gh-run-date                pic x(6).
         05 gh-scope                   pic x(1).
         05 filler                     pic x(52).
       01 gj-detail.
         05 gd-record-type             pic x(1).
         05 gd-run-date                pic x(6).
         05 gd-entry-type              pic x(1).
         05 gd-account                 pic x(10).
         05 gd-dr-cr                   pic x(1).
         05 gd-amount                  pic 9(9)v99.
         05 gd-description             pic x(20).
         05 filler                     pic x(10).
       01 gj-trailer.
         05 gt-record-type             pic x(1).
         05 gt-run-date                pic x(6).
         05 filler                     pic x(1).
         05 gt-line-count              pic 9(5).
         05 gt-debit-total             pic 9(9)v99.
         05 gt-credit-total            pic 9(9)v99.
         05 filler                     pic x(25).

       fd gl-proof-file
           data record is gl-proof-line
           record contains 80 characters.
       01 gl-proof-line pic x(80).

       working-storage section.

       01 ws-report-heading.
         05 filler                     pic x(25)
            value "GL JOURNAL PROOF -       ".
         05 rh-run-date                pic x(6).
         05 filler                     pic x(2) value spaces.
         05 rh-scope-text              pic x(20).
         05 filler                     pic x(13) value spaces.
         05 ws-author-name             pic x(14) value "Jacky Yuan, A2".

       01 ws-entry-heading.
         05 filler                     pic x(16)
            value "JOURNAL ENTRY - ".
         05 eh-entry-label             pic x(40).
         05 filler                     pic x(24) value spaces.

       01 ws-column-heading.
         05 filler                     pic x(10) value "ACCOUNT".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(20) value "DESCRIPTION".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(8) value "BUCKET".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(14) value "         DEBIT".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(14) value "        CREDIT".
         05 filler                     pic x(6) value spaces.

       01 ws-posting-line.
         05 pl-account                 pic x(10).
         05 filler                     pic x(2) value spaces.
         05 pl-description             pic x(20).
         05 filler                     pic x(2) value spaces.
         05 pl-bucket                  pic x(8).
         05 filler                     pic x(2) value spaces.
         05 pl-debit-view              pic zzz,zzz,zz9.99.
         05 filler                     pic x(2) value spaces.
         05 pl-credit-view             pic zzz,zzz,zz9.99.
         05 filler                     pic x(6) value spaces.

      *    The bucket column reads "CLASS A" or "WHSE 01".
       01 ws-bucket-text.
         05 bt-prefix                  pic x(6).
         05 bt-key                     pic x(2).

       01 ws-entry-total-line.
         05 filler                     pic x(34)
            value "            ENTRY TOTALS".
         05 filler                     pic x(10) value spaces.
         05 et-debit-view              pic zzz,zzz,zz9.99.
         05 filler                     pic x(2) value spaces.
         05 et-credit-view             pic zzz,zzz,zz9.99.
         05 filler                     pic x(6) value spaces.

       01 ws-tie-line.
         05 tl-source                  pic x(30).
         05 tl-row-count               pic zzzz9.
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(12) value "RECEIVABLE =".
         05 tl-amount-view             pic zzz,zzz,zz9.99-.
         05 filler                     pic x(16) value spaces.

       01 ws-diff-line.
         05 df-text                    pic x(60).
         05 filler                     pic x(20) value spaces.

       01 ws-balance-line.
         05 bl-text                    pic x(80).

       01 ws-count-lines.
         05 ws-read-count-line.
           10 filler pic x(28) value "EXTRACT ROWS POSTED        =".
           10 ws-read-count-view       pic zzzz9.
         05 ws-line-count-line.
           10 filler pic x(28) value "JOURNAL LINES              =".
           10 ws-line-count-view       pic zzzz9.
         05 ws-debit-total-line.
           10 filler pic x(28) value "TOTAL DEBITS               =".
           10 ws-debit-total-view      pic zzz,zzz,zz9.99.
         05 ws-credit-total-line.
           10 filler pic x(28) value "TOTAL CREDITS              =".
           10 ws-credit-total-view     pic zzz,zzz,zz9.99.

      *    The three journal entries a date can post: the day's own
      *    sales, a restatement's reversal and its re-bill.  The
      *    extract marker selects the entry; the GL entry type is
      *    what the interface file carries.
       01 ws-entry-values.
         05 filler                     pic x(42)
            value " DDAILY SALES AND RETURNS".
         05 filler                     pic x(42)
            value "RRREVERSING - RESTATEMENT BACK-OUT".
         05 filler                     pic x(42)
            value "BCCORRECTING - RESTATEMENT RE-BILL".
       01 ws-entry-codes redefines ws-entry-values.
         05 ws-entry-code-row          occurs 3 times.
           10 ws-entry-marker          pic x(1).
           10 ws-entry-gl-type         pic x(1).
           10 ws-entry-label           pic x(40).

       01 ws-entry-table.
         05 ws-entry-row               occurs 3 times.
           10 we-seen-flag             pic x.
           10 we-det-count             pic 9(5).
           10 we-det-np                pic s9(9)v99.
           10 we-det-tc                pic s9(9)v99.
           10 we-det-tax               pic s9(9)v99.
           10 we-tlr-found-flag        pic x.
           10 we-tlr-count             pic 9(5).
           10 we-tlr-np                pic s9(9)v99.
           10 we-tlr-tc                pic s9(9)v99.
           10 we-tlr-tax               pic s9(9)v99.
           10 we-debit-total           pic 9(10)v99.
           10 we-credit-total          pic 9(10)v99.
           10 we-ar-posted             pic s9(9)v99.

      *    Posting buckets print and write in this order within an
      *    entry: revenue, returns, discounts, freight, tax, and the
      *    receivable last.
       01 ws-type-values               pic x(6) value "CNDFTA".
       01 ws-type-codes redefines ws-type-values.
         05 ws-type-code               pic x(1) occurs 6 times.

       01 ws-map-counters.
         05 ws-map-count               pic 9(3) value 0.

       01 ws-map-table.
         05 ws-map-entry               occurs 1 to 200 times
                                        depending on ws-map-count
                                        indexed by wm-idx.
           10 wm-type                  pic x(1).
           10 wm-key                   pic x(2).
           10 wm-account               pic x(10).
           10 wm-description           pic x(20).

      *    One bucket per entry / posting type / key, carrying the
      *    net of everything posted to it - positive a debit,
      *    negative a credit.
       01 ws-bucket-counters.
         05 ws-bucket-count            pic 9(3) value 0.

       01 ws-bucket-table.
         05 ws-bucket-entry            occurs 1 to 300 times
                                        depending on ws-bucket-count
                                        indexed by wb-idx.
           10 wb-entry-sub             pic 9.
           10 wb-type                  pic x(1).
           10 wb-key                   pic x(2).
           10 wb-amount                pic s9(9)v99.
           10 wb-account               pic x(10).
           10 wb-description           pic x(20).
           10 wb-mapped-flag           pic x.
             88 wb-mapped              value "y".

       01 ws-run-parm                  pic x(12).

       01 ws-run-date                  pic x(6).

       01 ws-scope                     pic x(1) value "D".
         88 ws-daily-scope             value "D".
         88 ws-restate-scope           value "R".

       01 ws-sys-date.
         05 ws-sys-yy                  pic x(2).
         05 ws-sys-mm                  pic x(2).
         05 ws-sys-dd                  pic x(2).

       01 ws-work.
         05 ws-map-status              pic xx.
         05 ws-eof-flag                pic x value "n".
         05 ws-map-eof-flag            pic x value "n".
         05 ws-in-scope-flag           pic x value "n".
           88 ws-in-scope              value "y".
         05 ws-entry-sub               pic 9.
         05 ws-rpt-entry               pic 9.
         05 ws-rpt-type                pic 9.
         05 ws-rpt-idx                 pic 9(3).
         05 ws-map-idx                 pic 9(3).
         05 ws-bucket-found-flag       pic x value "n".
           88 ws-bucket-found          value "y".
         05 ws-post-type               pic x(1).
         05 ws-post-key                pic x(2).
         05 ws-post-amount             pic s9(9)v99.
         05 ws-net-work                pic s9(7)v99.
         05 ws-trans-work              pic s9(7)v99.
         05 ws-disc-work               pic s9(7)v99.
         05 ws-tax-work                pic s9(7)v99.
         05 ws-gross-work              pic s9(9)v99.
         05 ws-abs-amount              pic 9(9)v99.
         05 ws-det-ar-work             pic s9(9)v99.
         05 ws-tlr-ar-work             pic s9(9)v99.
         05 ws-tlr-count-work          pic 9(5).
         05 ws-tlr-np-work             pic s9(8)v99.
         05 ws-tlr-tc-work             pic s9(8)v99.
         05 ws-tlr-tax-work            pic s9(8)v99.
         05 ws-write-pass-flag         pic x value "n".
           88 ws-write-pass            value "y".

       01 ws-flags.
         05 ws-balance-flag            pic x value "y".
           88 ws-in-balance            value "y".

       01 ws-counters.
         05 ws-read-count              pic 9(5) value 0.
         05 ws-line-count              pic 9(5) value 0.
         05 ws-unmapped-count          pic 9(5) value 0.
         05 ws-debit-total             pic 9(10)v99 value 0.
         05 ws-credit-total            pic 9(10)v99 value 0.

       01 ws-empty-line                pic x(1) value spaces.

       procedure division.
      *
       000-main.

           perform 005-parse-parm.
           perform 050-load-map-table.

           perform 060-clear-entry
             varying ws-entry-sub from 1 by 1
             until ws-entry-sub > 3.

      *    Post the extract into the buckets.
           open input ar-extract-in-file.

           read ar-extract-in-file
               at end
               move "y" to ws-eof-flag.

           perform 100-process-record
             until ws-eof-flag = "y".

           close ar-extract-in-file.

      *    Give every bucket its GL account and add up each entry's
      *    two sides.
           perform 300-map-bucket
             varying ws-rpt-idx from 1 by 1
             until ws-rpt-idx > ws-bucket-count.

           open output gl-proof-file.

           move ws-run-date             to rh-run-date.
           if ws-restate-scope
               move "RESTATEMENT POSTING" to rh-scope-text
           else
               move "DAILY POSTING"     to rh-scope-text
           end-if.

           write gl-proof-line from ws-report-heading
             after advancing 1 line.

      *    Every entry the scope read, its posting lines, its totals
      *    and its tie back to the extract.
           perform 400-report-entry
             varying ws-rpt-entry from 1 by 1
             until ws-rpt-entry > 3.

           write gl-proof-line from ws-empty-line
             after advancing 1 line.

           perform 500-check-proof.

      *    Only a journal that proves goes to the ledger.
           if ws-in-balance
               perform 600-write-journal
               move "*** JOURNAL BALANCES - WRITTEN TO GL INTERFACE ***"
                 to bl-text
           else
               move "*** JOURNAL DOES NOT PROVE - NOT WRITTEN ***"
                 to bl-text
           end-if.

           write gl-proof-line from ws-balance-line
             after advancing 2 lines.

           move ws-read-count           to ws-read-count-view.
           move ws-line-count           to ws-line-count-view.
           move ws-debit-total          to ws-debit-total-view.
           move ws-credit-total         to ws-credit-total-view.

           write gl-proof-line from ws-read-count-line
             after advancing 2 lines.
           write gl-proof-line from ws-line-count-line
             after advancing 1 line.
           write gl-proof-line from ws-debit-total-line
             after advancing 1 line.
           write gl-proof-line from ws-credit-total-line
             after advancing 1 line.

           close gl-proof-file.

           if not ws-in-balance
               move 8 to return-code
           end-if.

           goback.

       005-parse-parm.

      *    Positions 1-6 the run date (MMDDYY), position 7 ",",
      *    position 8 the scope.  A blank date (a hand run) falls
      *    back to the system date; anything but "R" posts the
      *    day's original generations.
           accept ws-run-parm from command-line.

           move ws-run-parm (1:6)       to ws-run-date.

           if ws-run-date = spaces or ws-run-date = "000000"
               accept ws-sys-date from date
               move ws-sys-mm           to ws-run-date (1:2)
               move ws-sys-dd           to ws-run-date (3:2)
               move ws-sys-yy           to ws-run-date (5:2)
           end-if.

           if ws-run-parm (7:1) = ","
              and ws-run-parm (8:1) = "R"
               move "R"                 to ws-scope
           end-if.

       050-load-map-table.

      *    No mapping file at all maps nothing - every bucket then
      *    reports unmapped and the journal is refused.
           open input gl-map-file.

           if ws-map-status = "00"
               read gl-map-file
                   at end
                   move "y" to ws-map-eof-flag
               end-read
               perform 055-load-map-record
                 until ws-map-eof-flag = "y"
               close gl-map-file
           end-if.

       055-load-map-record.

           if ws-map-count = 200
               display "A1-GLJRNL: ACCOUNT MAP EXCEEDS 200 ROWS -"
               display "TABLE CAPACITY REACHED, RUN TERMINATED"
               close gl-map-file
               move 16 to return-code
               goback
           end-if.

           add 1 to ws-map-count.
           move gm-type                 to wm-type (ws-map-count).
           move gm-key                  to wm-key (ws-map-count).
           move gm-account              to wm-account (ws-map-count).
           move gm-description
             to wm-description (ws-map-count).

           read gl-map-file
               at end
               move "y" to ws-map-eof-flag.

       060-clear-entry.

           move "n"                to we-seen-flag (ws-entry-sub).
           move 0                  to we-det-count (ws-entry-sub).
           move 0                  to we-det-np (ws-entry-sub).
           move 0                  to we-det-tc (ws-entry-sub).
           move 0                  to we-det-tax (ws-entry-sub).
           move "n"                to we-tlr-found-flag (ws-entry-sub).
           move 0                  to we-tlr-count (ws-entry-sub).
           move 0                  to we-tlr-np (ws-entry-sub).
           move 0                  to we-tlr-tc (ws-entry-sub).
           move 0                  to we-tlr-tax (ws-entry-sub).
           move 0                  to we-debit-total (ws-entry-sub).
           move 0                  to we-credit-total (ws-entry-sub).
           move 0                  to we-ar-posted (ws-entry-sub).

       100-process-record.

      *    A header opens or closes the scope.  The daily scope
      *    takes the date's original headers (a restarted day's
      *    several generations add together); the restatement scope
      *    takes its "R" and "B" headers, each into its own entry.
           evaluate ah-record-type
               when "H"
                   move "n"             to ws-in-scope-flag
                   if ah-run-date = ws-run-date
                       evaluate true
                           when ws-daily-scope
                              and ah-marker = spaces
                               move 1   to ws-entry-sub
                               move "y" to ws-in-scope-flag
                           when ws-restate-scope
                              and ah-marker = "R"
                               move 2   to ws-entry-sub
                               move "y" to ws-in-scope-flag
                           when ws-restate-scope
                              and ah-marker = "B"
                               move 3   to ws-entry-sub
                               move "y" to ws-in-scope-flag
                       end-evaluate
                   end-if
                   if ws-in-scope
                       move "y"         to we-seen-flag (ws-entry-sub)
                   end-if
               when "T"
                   if ws-in-scope
                       move "y"
                         to we-tlr-found-flag (ws-entry-sub)
                       move at-row-count to ws-tlr-count-work
                       move at-np-total to ws-tlr-np-work
                       move at-tc-total to ws-tlr-tc-work
                       move at-tax-total to ws-tlr-tax-work
                       add ws-tlr-count-work
                         to we-tlr-count (ws-entry-sub)
                       add ws-tlr-np-work to we-tlr-np (ws-entry-sub)
                       add ws-tlr-tc-work to we-tlr-tc (ws-entry-sub)
                       add ws-tlr-tax-work to we-tlr-tax (ws-entry-sub)
                   end-if
               when spaces
                   continue
               when other
                   if ws-in-scope
                       perform 150-post-detail
                   end-if
           end-evaluate.

           read ar-extract-in-file
               at end
               move "y" to ws-eof-flag.

       150-post-detail.

           add 1 to ws-read-count.
           add 1 to we-det-count (ws-entry-sub).

           move ad-net-price            to ws-net-work.
           move ad-trans-cost           to ws-trans-work.
           move ad-discount-amt         to ws-disc-work.
           move ad-tax-amt              to ws-tax-work.

           add ws-net-work              to we-det-np (ws-entry-sub).
           add ws-trans-work            to we-det-tc (ws-entry-sub).
           add ws-tax-work              to we-det-tax (ws-entry-sub).

      *    Every row balances on its own: the receivable carries
      *    net + freight + tax; the revenue (or returns) bucket the
      *    gross, the discount bucket the discount.  A return's
      *    amounts arrive negated, and a reversal row negates
      *    whatever it backs out, so the same signs post every case
      *    to the right side.
           compute ws-gross-work = ws-net-work + ws-disc-work.

           if ad-trans-type = "R"
               move "N"                 to ws-post-type
               move spaces              to ws-post-key
           else
               move "C"                 to ws-post-type
               move spaces              to ws-post-key
               move ad-product-class    to ws-post-key (1:1)
           end-if.
           compute ws-post-amount = 0 - ws-gross-work.
           perform 200-post-bucket.

           move "D"                     to ws-post-type.
           move spaces                  to ws-post-key.
           move ws-disc-work            to ws-post-amount.
           perform 200-post-bucket.

           move "F"                     to ws-post-type.
           move ad-warehouse            to ws-post-key.
           compute ws-post-amount = 0 - ws-trans-work.
           perform 200-post-bucket.

           move "T"                     to ws-post-type.
           move ad-warehouse            to ws-post-key.
           compute ws-post-amount = 0 - ws-tax-work.
           perform 200-post-bucket.

           move "A"                     to ws-post-type.
           move spaces                  to ws-post-key.
           compute ws-post-amount =
             ws-net-work + ws-trans-work + ws-tax-work.
           add ws-post-amount to we-ar-posted (ws-entry-sub).
           perform 200-post-bucket.

       200-post-bucket.

           move "n"                     to ws-bucket-found-flag.

           if ws-bucket-count > 0
               set wb-idx to 1
               search ws-bucket-entry
                   at end
                       continue
                   when wb-entry-sub (wb-idx) = ws-entry-sub
                      and wb-type (wb-idx) = ws-post-type
                      and wb-key (wb-idx) = ws-post-key
                       move "y"         to ws-bucket-found-flag
                       add ws-post-amount to wb-amount (wb-idx)
               end-search
           end-if.

           if not ws-bucket-found
               if ws-bucket-count = 300
                   display "A1-GLJRNL: MORE THAN 300 POSTING BUCKETS -"
                   display "TABLE CAPACITY REACHED, RUN TERMINATED"
                   close ar-extract-in-file
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-bucket-count
               move ws-entry-sub
                 to wb-entry-sub (ws-bucket-count)
               move ws-post-type        to wb-type (ws-bucket-count)
               move ws-post-key         to wb-key (ws-bucket-count)
               move ws-post-amount      to wb-amount (ws-bucket-count)
               move spaces              to wb-account (ws-bucket-count)
               move spaces
                 to wb-description (ws-bucket-count)
               move "n"
                 to wb-mapped-flag (ws-bucket-count)
           end-if.

       300-map-bucket.

           if ws-map-count > 0
               set wm-idx to 1
               search ws-map-entry
                   at end
                       continue
                   when wm-type (wm-idx) = wb-type (ws-rpt-idx)
                      and wm-key (wm-idx) = wb-key (ws-rpt-idx)
                       move wm-account (wm-idx)
                         to wb-account (ws-rpt-idx)
                       move wm-description (wm-idx)
                         to wb-description (ws-rpt-idx)
                       move "y"
                         to wb-mapped-flag (ws-rpt-idx)
               end-search
           end-if.

      *    A bucket that netted to nothing posts no line, mapped or
      *    not.
           if wb-amount (ws-rpt-idx) not = 0
               add 1 to ws-line-count
               if not wb-mapped (ws-rpt-idx)
                   add 1 to ws-unmapped-count
               end-if
               move wb-entry-sub (ws-rpt-idx) to ws-entry-sub
               if wb-amount (ws-rpt-idx) > 0
                   move wb-amount (ws-rpt-idx) to ws-abs-amount
                   add ws-abs-amount
                     to we-debit-total (ws-entry-sub)
                   add ws-abs-amount    to ws-debit-total
               else
                   compute ws-abs-amount = 0 - wb-amount (ws-rpt-idx)
                   add ws-abs-amount
                     to we-credit-total (ws-entry-sub)
                   add ws-abs-amount    to ws-credit-total
               end-if
           end-if.

       400-report-entry.

           if we-seen-flag (ws-rpt-entry) = "y"
               move ws-entry-label (ws-rpt-entry) to eh-entry-label
               write gl-proof-line from ws-entry-heading
                 after advancing 2 lines
               write gl-proof-line from ws-column-heading
                 after advancing 2 lines
               write gl-proof-line from ws-empty-line
                 after advancing 1 line
               perform 410-report-type
                 varying ws-rpt-type from 1 by 1
                 until ws-rpt-type > 6
               move we-debit-total (ws-rpt-entry) to et-debit-view
               move we-credit-total (ws-rpt-entry) to et-credit-view
               write gl-proof-line from ws-entry-total-line
                 after advancing 2 lines
               perform 450-report-entry-tie
           end-if.

       410-report-type.

           perform 420-report-bucket
             varying ws-rpt-idx from 1 by 1
             until ws-rpt-idx > ws-bucket-count.

       420-report-bucket.

           if wb-entry-sub (ws-rpt-idx) = ws-rpt-entry
              and wb-type (ws-rpt-idx) = ws-type-code (ws-rpt-type)
              and wb-amount (ws-rpt-idx) not = 0
               if ws-write-pass
                   perform 610-write-journal-line
               else
                   perform 430-write-posting-line
               end-if
           end-if.

       430-write-posting-line.

           move wb-account (ws-rpt-idx) to pl-account.
           if wb-mapped (ws-rpt-idx)
               move wb-description (ws-rpt-idx) to pl-description
           else
               move "** NOT MAPPED **"  to pl-description
           end-if.

           move spaces                  to ws-bucket-text.
           evaluate wb-type (ws-rpt-idx)
               when "C"
                   move "CLASS"         to bt-prefix
                   move wb-key (ws-rpt-idx) to bt-key
               when "F"
               when "T"
                   move "WHSE"          to bt-prefix
                   move wb-key (ws-rpt-idx) to bt-key
           end-evaluate.
           move ws-bucket-text          to pl-bucket.

           move 0                       to pl-debit-view.
           move 0                       to pl-credit-view.
           if wb-amount (ws-rpt-idx) > 0
               move wb-amount (ws-rpt-idx) to pl-debit-view
           else
               compute ws-abs-amount = 0 - wb-amount (ws-rpt-idx)
               move ws-abs-amount       to pl-credit-view
           end-if.

           write gl-proof-line from ws-posting-line
             after advancing 1 line.

       450-report-entry-tie.

      *    The receivable this entry posts, beside the extract's own
      *    detail rows and its trailer - net + freight + tax.
           compute ws-det-ar-work =
             we-det-np (ws-rpt-entry) + we-det-tc (ws-rpt-entry)
               + we-det-tax (ws-rpt-entry).
           compute ws-tlr-ar-work =
             we-tlr-np (ws-rpt-entry) + we-tlr-tc (ws-rpt-entry)
               + we-tlr-tax (ws-rpt-entry).

           move "RECEIVABLE POSTED"     to tl-source.
           move we-det-count (ws-rpt-entry) to tl-row-count.
           move we-ar-posted (ws-rpt-entry) to tl-amount-view.
           write gl-proof-line from ws-tie-line
             after advancing 2 lines.

           move "EXTRACT DETAIL ROWS"   to tl-source.
           move we-det-count (ws-rpt-entry) to tl-row-count.
           move ws-det-ar-work          to tl-amount-view.
           write gl-proof-line from ws-tie-line
             after advancing 1 line.

           move "EXTRACT TRAILER TOTALS" to tl-source.
           move we-tlr-count (ws-rpt-entry) to tl-row-count.
           move ws-tlr-ar-work          to tl-amount-view.
           write gl-proof-line from ws-tie-line
             after advancing 1 line.

       500-check-proof.

      *    Nothing in scope is a wrong date or a restatement scope
      *    run against a day that was never restated.
           if we-seen-flag (1) not = "y"
              and we-seen-flag (2) not = "y"
              and we-seen-flag (3) not = "y"
               if ws-restate-scope
                   move "NO RESTATEMENT GENERATIONS FOR THIS DATE"
                     to df-text
               else
                   move "NO EXTRACT GENERATION FOR THIS DATE"
                     to df-text
               end-if
               write gl-proof-line from ws-diff-line
                 after advancing 1 line
               move "n"                 to ws-balance-flag
           end-if.

           if ws-unmapped-count > 0
               move "POSTING LINES WITH NO GL ACCOUNT MAPPED"
                 to df-text
               write gl-proof-line from ws-diff-line
                 after advancing 1 line
               move "n"                 to ws-balance-flag
           end-if.

           perform 510-check-entry
             varying ws-rpt-entry from 1 by 1
             until ws-rpt-entry > 3.

       510-check-entry.

           if we-seen-flag (ws-rpt-entry) = "y"
               if we-debit-total (ws-rpt-entry)
                  not = we-credit-total (ws-rpt-entry)
                   move ws-entry-label (ws-rpt-entry) to df-text
                   move "DEBITS NOT EQUAL TO CREDITS"
                     to df-text (38:23)
                   write gl-proof-line from ws-diff-line
                     after advancing 1 line
                   move "n"             to ws-balance-flag
               end-if
               if we-tlr-found-flag (ws-rpt-entry) not = "y"
                   move ws-entry-label (ws-rpt-entry) to df-text
                   move "NO EXTRACT TRAILER"
                     to df-text (38:23)
                   write gl-proof-line from ws-diff-line
                     after advancing 1 line
                   move "n"             to ws-balance-flag
               end-if
               if we-tlr-found-flag (ws-rpt-entry) = "y"
                  and (we-det-count (ws-rpt-entry)
                          not = we-tlr-count (ws-rpt-entry)
                   or  we-det-np (ws-rpt-entry)
                          not = we-tlr-np (ws-rpt-entry)
                   or  we-det-tc (ws-rpt-entry)
                          not = we-tlr-tc (ws-rpt-entry)
                   or  we-det-tax (ws-rpt-entry)
                          not = we-tlr-tax (ws-rpt-entry))
                   move ws-entry-label (ws-rpt-entry) to df-text
                   move "EXTRACT v TRAILER"
                     to df-text (38:23)
                   write gl-proof-line from ws-diff-line
                     after advancing 1 line
                   move "n"             to ws-balance-flag
               end-if
           end-if.

       600-write-journal.

           open output gl-journal-file.

           move spaces                  to gj-header.
           move "H"                     to gh-record-type.
           move ws-run-date             to gh-run-date.
           move ws-scope                to gh-scope.
           write gj-header.

      *    The same walk the proof report took, so the file carries
      *    the lines in the order they were proved.
           move "y"                     to ws-write-pass-flag.
           perform 620-write-journal-entry
             varying ws-rpt-entry from 1 by 1
             until ws-rpt-entry > 3.

           move spaces                  to gj-trailer.
           move "T"                     to gt-record-type.
           move ws-run-date             to gt-run-date.
           move ws-line-count           to gt-line-count.
           move ws-debit-total          to gt-debit-total.
           move ws-credit-total         to gt-credit-total.
           write gj-trailer.

           close gl-journal-file.

       610-write-journal-line.

           move spaces                  to gj-detail.
           move "D"                     to gd-record-type.
           move ws-run-date             to gd-run-date.
           move ws-entry-gl-type (ws-rpt-entry) to gd-entry-type.
           move wb-account (ws-rpt-idx) to gd-account.
           move wb-description (ws-rpt-idx) to gd-description.
           if wb-amount (ws-rpt-idx) > 0
               move "D"                 to gd-dr-cr
               move wb-amount (ws-rpt-idx) to gd-amount
           else
               move "C"                 to gd-dr-cr
               compute gd-amount = 0 - wb-amount (ws-rpt-idx)
           end-if.

           write gj-detail.

       620-write-journal-entry.

           if we-seen-flag (ws-rpt-entry) = "y"
               perform 410-report-type
                 varying ws-rpt-type from 1 by 1
                 until ws-rpt-type > 6
           end-if.

       end program A1-GLJrnl.
