      *                    negated), and they must sum to the
      *                    corrected day regardless of the order
      *                    the GDG concatenation delivers them.
      *   10/15/2026  JY   AR extract widened to 73 bytes - every
      *                    detail row now ends with the customer
      *                    account and bill-to.
      *   10/15/2026  JY   A month is closed only when the cycle
      *                    control ledger shows every run date in it
      *                    priced, posted to inventory and
      *                    reconciled, with no restatement re-bill
      *                    outstanding; otherwise each date short of
      *                    that is listed and the run is refused at
      *                    condition code 8 before anything is
      *                    rolled up.  A run that completes stamps
      *                    the month-end stage on every run date of
      *                    the period, complete or failed with the
      *                    run's condition code.  An all-dates run
      *                    is not a close and leaves the ledger
      *                    alone.
      *   10/15/2026  JY   The close walks every calendar date of the
      *                    period, not only the dates the ledger
      *                    holds - a day with no ledger row never
      *                    ran, and refuses the close unless
      *                    operations have listed it on the no-run
      *                    date file (weekends, holidays).
      *****************************************************************

       environment division.
           select month-report-file
               assign to MTHRPT
               organization is line sequential.
      *
           select cycle-control-file
               assign to CYCCTL
               organization is indexed
               access is dynamic
               record key is cc-run-date
               file status is ws-cyc-status.
      *
           select no-run-date-file
               assign to NORUNDT
               organization is line sequential
               file status is ws-nrd-status.

       data division.
       file section.
      *    a control-total trailer row.
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
         05 at-tc-total                pic zzzzzzz9.99-.
         05 filler                     pic x(1).
         05 at-tax-total               pic zzzzzzz9.99-.
         05 filler                     pic x(27).

      *    Period-to-date summary by product class, for whatever
      *    downstream wants the month machine-readable.
           record contains 96 characters.
       01 month-report-line pic x(96).

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

      *    Operations' no-run dates - one row per calendar date the
      *    daily cycle is not scheduled (weekends, holidays): the
      *    date as MMDDYY and a free-text reason.
       fd no-run-date-file
           data record is nr-record
           record contains 30 characters.
       01 nr-record.
         05 nr-date.
           10 nr-mm                    pic x(2).
           10 nr-dd                    pic x(2).
           10 nr-yy                    pic x(2).
         05 filler                     pic x(1).
         05 nr-reason                  pic x(23).

       working-storage section.

       01 ws-summary-line.

       01 ws-period-parm              pic x(4).

      *    Cycle control ledger work - the run dates of the period
      *    found on the ledger, kept so the month-end stage can be
      *    stamped on each of them at the end.
       01 ws-cycle-control.
         05 ws-cyc-status              pic xx.
         05 ws-cyc-eof-flag            pic x value "n".
         05 ws-cyc-refuse-flag         pic x value "n".
           88 ws-cyc-refused           value "y".
         05 ws-cyc-period-key.
           10 ws-cyc-key-yy            pic x(2).
           10 ws-cyc-key-mm            pic x(2).
         05 ws-cyc-low-key             pic x(6).
         05 ws-cyc-reason              pic x(30).
         05 ws-cyc-count               pic 9(2) value 0.
         05 ws-cyc-idx                 pic 9(2).
         05 ws-cyc-date-entry          pic x(6) occurs 31 times.
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

      *    Calendar walk of the period - every date from the 1st to
      *    the month's last day must be on the ledger or on the
      *    no-run date file.
       01 ws-calendar-check.
         05 ws-nrd-status              pic xx.
         05 ws-nrd-eof-flag            pic x value "n".
         05 ws-nrd-count               pic 9(2) value 0.
         05 ws-nrd-date-entry          pic x(6) occurs 31 times.
         05 ws-cal-day                 pic 9(2).
         05 ws-cal-last-day            pic 9(2).
         05 ws-cal-idx                 pic 9(2).
         05 ws-cal-yy-num              pic 9(2).
         05 ws-cal-leap-quot           pic 9(2).
         05 ws-cal-leap-rem            pic 9(1).
         05 ws-cal-found-flag          pic x value "n".
           88 ws-cal-found             value "y".
         05 ws-cal-date.
           10 ws-cal-yy                pic x(2).
           10 ws-cal-mm                pic x(2).
           10 ws-cal-dd                pic 9(2).
         05 ws-nrd-key.
           10 ws-nrd-key-yy            pic x(2).
           10 ws-nrd-key-mm            pic x(2).
           10 ws-nrd-key-dd            pic x(2).

       01 ws-work.
         05 ws-eof-flag                pic x value "n".
         05 ws-cur-day                 pic 9(2) value 0.

           accept ws-period-parm from command-line.

      *    A month close needs every day of it finished first.
           if ws-period-parm not = spaces
               perform 020-check-cycle-ledger
               if ws-cyc-refused
                   move 8 to return-code
                   goback
               end-if
           end-if.

           open input ar-extract-in-file.
           open output summary-file
                month-report-file.
               move 8 to return-code
           end-if.

           if ws-period-parm not = spaces
               perform 600-post-cycle-ledger
           end-if.

           goback.

       050-initialize-totals.

           write sm-record from ws-summary-line.


       020-check-cycle-ledger.

      *    Every ledger row keyed inside the period (YYMM on the
      *    front of the YYMMDD key) is read in key order and judged.
      *    A ledger that cannot be opened refuses the close.
           move ws-period-parm (3:2)    to ws-cyc-key-yy.
           move ws-period-parm (1:2)    to ws-cyc-key-mm.
           move ws-cyc-period-key       to ws-cyc-low-key (1:4).
           move "00"                    to ws-cyc-low-key (5:2).

           open input cycle-control-file.

           if ws-cyc-status not = "00"
               display "A1-MTHSUMM: CYCLE CONTROL LEDGER NOT AVAILABLE"
                 ", STATUS " ws-cyc-status " - RUN REFUSED"
               move "y"                 to ws-cyc-refuse-flag
           else
               move ws-cyc-low-key      to cc-run-date
               start cycle-control-file
                   key is greater than cc-run-date
                   invalid key
                       move "y"         to ws-cyc-eof-flag
               end-start
               if ws-cyc-eof-flag not = "y"
                   perform 027-read-next-ledger-row
               end-if
               perform 025-judge-ledger-row
                 until ws-cyc-eof-flag = "y"
               close cycle-control-file
               perform 030-check-calendar
               if ws-cyc-refused
                   display "A1-MTHSUMM: PERIOD " ws-period-parm
                     " HAS RUN DATES NOT FINISHED - CLOSE REFUSED"
               end-if
           end-if.

       025-judge-ledger-row.

      *    Pricing, inventory and recon must all be complete, and a
      *    restated day must have its re-bill.
           move spaces                  to ws-cyc-reason.

           if cc-stage-status (2) not = "C"
               move "PRICING NOT COMPLETE"  to ws-cyc-reason
           else
               if cc-stage-status (3) not = "C"
                   move "INVENTORY NOT POSTED" to ws-cyc-reason
               else
                   if cc-stage-status (4) not = "C"
                       move "NOT RECONCILED"   to ws-cyc-reason
                   else
                       if cc-stage-status (5) = "R"
                           move "RE-BILL OUTSTANDING"
                             to ws-cyc-reason
                       end-if
                   end-if
               end-if
           end-if.

           if ws-cyc-reason not = spaces
               display "A1-MTHSUMM: RUN DATE " cc-run-date " "
                 ws-cyc-reason
               move "y"                 to ws-cyc-refuse-flag
           end-if.

           if ws-cyc-count < 31
               add 1 to ws-cyc-count
               move cc-run-date
                 to ws-cyc-date-entry (ws-cyc-count)
           end-if.

           perform 027-read-next-ledger-row.

       027-read-next-ledger-row.

           read cycle-control-file next record
               at end
                   move "y"             to ws-cyc-eof-flag
           end-read.

           if ws-cyc-eof-flag not = "y"
              and cc-run-date (1:4) not = ws-cyc-period-key
               move "y"                 to ws-cyc-eof-flag
           end-if.

       030-check-calendar.

      *    A date with no ledger row never ran.  Only the no-run
      *    dates operations list are allowed to be missing; without
      *    the list nothing can be told apart, and the close is
      *    refused.
           open input no-run-date-file.

           if ws-nrd-status not = "00"
               display "A1-MTHSUMM: NO-RUN DATE FILE NOT AVAILABLE"
                 ", STATUS " ws-nrd-status " - RUN REFUSED"
               move "y"                 to ws-cyc-refuse-flag
           else
               read no-run-date-file
                   at end
                   move "y" to ws-nrd-eof-flag
               end-read
               perform 035-load-no-run-date
                 until ws-nrd-eof-flag = "y"
               close no-run-date-file
               perform 037-find-last-day
               move ws-cyc-key-yy       to ws-cal-yy
               move ws-cyc-key-mm       to ws-cal-mm
               perform 040-check-calendar-day
                 varying ws-cal-day from 1 by 1
                 until ws-cal-day > ws-cal-last-day
           end-if.

       035-load-no-run-date.

      *    Only the period's own dates are kept, keyed YYMMDD as the
      *    ledger is.
           if nr-yy = ws-cyc-key-yy
              and nr-mm = ws-cyc-key-mm
              and ws-nrd-count < 31
               add 1 to ws-nrd-count
               move nr-yy               to ws-nrd-key-yy
               move nr-mm               to ws-nrd-key-mm
               move nr-dd               to ws-nrd-key-dd
               move ws-nrd-key
                 to ws-nrd-date-entry (ws-nrd-count)
           end-if.

           read no-run-date-file
               at end
               move "y" to ws-nrd-eof-flag.

       037-find-last-day.

           evaluate ws-cyc-key-mm
               when "04"
               when "06"
               when "09"
               when "11"
                   move 30              to ws-cal-last-day
               when "02"
                   move ws-cyc-key-yy   to ws-cal-yy-num
                   divide ws-cal-yy-num by 4
                     giving ws-cal-leap-quot
                     remainder ws-cal-leap-rem
                   if ws-cal-leap-rem = 0
                       move 29          to ws-cal-last-day
                   else
                       move 28          to ws-cal-last-day
                   end-if
               when other
                   move 31              to ws-cal-last-day
           end-evaluate.

       040-check-calendar-day.

           move ws-cal-day              to ws-cal-dd.
           move "n"                     to ws-cal-found-flag.

           perform 045-match-ledger-date
             varying ws-cal-idx from 1 by 1
             until ws-cal-idx > ws-cyc-count
                or ws-cal-found.

           perform 047-match-no-run-date
             varying ws-cal-idx from 1 by 1
             until ws-cal-idx > ws-nrd-count
                or ws-cal-found.

           if not ws-cal-found
               display "A1-MTHSUMM: RUN DATE " ws-cal-date " "
                 "NEVER RAN - NO LEDGER ROW"
               move "y"                 to ws-cyc-refuse-flag
           end-if.

       045-match-ledger-date.

           if ws-cyc-date-entry (ws-cal-idx) = ws-cal-date
               move "y"                 to ws-cal-found-flag
           end-if.

       047-match-no-run-date.

           if ws-nrd-date-entry (ws-cal-idx) = ws-cal-date
               move "y"                 to ws-cal-found-flag
           end-if.

       600-post-cycle-ledger.

      *    The month-end stage goes on every run date of the period
      *    the ledger holds - complete at condition code 4 or under,
      *    failed above it.
           open i-o cycle-control-file.

           if ws-cyc-status not = "00"
               display "A1-MTHSUMM: CYCLE CONTROL LEDGER NOT AVAILABLE"
                 ", STATUS " ws-cyc-status " - STAGE NOT POSTED"
           else
               perform 610-post-one-ledger-row
                 varying ws-cyc-idx from 1 by 1
                 until ws-cyc-idx > ws-cyc-count
               close cycle-control-file
           end-if.

       610-post-one-ledger-row.

           move ws-cyc-date-entry (ws-cyc-idx) to cc-run-date.

           read cycle-control-file
               invalid key
                   display "A1-MTHSUMM: RUN DATE " cc-run-date
                     " LEFT THE LEDGER - STAGE NOT POSTED"
               not invalid key
                   if return-code > 4
                       move "F"         to cc-stage-status (6)
                   else
                       move "C"         to cc-stage-status (6)
                   end-if
                   move return-code     to cc-stage-rc (6)
                   accept ws-cyc-date from date
                   accept ws-cyc-time from time
                   move ws-cyc-mm       to ws-cyc-stamp-mm
                   move ws-cyc-dd       to ws-cyc-stamp-dd
                   move ws-cyc-hh       to ws-cyc-stamp-hh
                   move ws-cyc-mi       to ws-cyc-stamp-mi
                   move ws-cyc-stamp    to cc-stage-stamp (6)
                   rewrite cc-record
                       invalid key
                           display "A1-MTHSUMM: CYCLE CONTROL LEDGER"
                             " UPDATE FAILED, STATUS " ws-cyc-status
                   end-rewrite
           end-read.

       end program A1-MthSumm.
