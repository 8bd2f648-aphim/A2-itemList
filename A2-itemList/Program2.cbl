      *                    with its own audit rows, so an approved
      *                    change can be keyed the day it is approved
      *                    instead of the night before it starts.
      *   10/15/2026  JY   Master record carries a reorder point and
      *                    a lead time in days for the replenishment
      *                    report.  Both ride behind the effective
      *                    date on the transaction; an add may leave
      *                    them blank (item not under reorder
      *                    control), a change may leave either blank
      *                    to keep the master value, and every value
      *                    touched shows before/after on the audit.
      *   10/15/2026  JY   Item lifecycle status.  The master carries
      *                    a status (A active, D discontinued, O
      *                    obsolete) and a YYMMDD status date - for a
      *                    discontinued item the sell-off date, the
      *                    last day its sales are priced.  Both ride
      *                    last on the transaction: an add defaults
      *                    to active from the run date, a change to
      *                    "D" must carry its sell-off date, a change
      *                    of status without a date takes the run
      *                    date, and a date alone moves the date on
      *                    the current status.
      *   10/15/2026  JY   Every unit price and unit cost this step
      *                    puts in force - an add, a keyed change, a
      *                    matured pending price - is appended to the
      *                    permanent price history file with its old
      *                    and new value, the date it took effect and
      *                    the run date, for the as-of-date price
      *                    inquiry.  A pending price is recorded when
      *                    it matures, under its own effective date.
      *   10/15/2026  JY   The step opens the daily cycle, so it is
      *                    where a duplicate run is stopped: a run
      *                    date whose pricing stage the cycle
      *                    control ledger already shows complete is
      *                    refused at condition code 8 before any
      *                    file is touched, holding the whole job.
      *   10/15/2026  JY   A run date whose pre-cycle snapshot of the
      *                    standing files is not recorded on the
      *                    cycle control ledger is refused the same
      *                    way - nothing is updated that the
      *                    rollback job could not put back.
      *****************************************************************

       environment division.
           select maint-report-file
               assign to MNTRPT
               organization is line sequential.
      *
           select price-history-file
               assign to PRCHIST
               organization is line sequential
               file status is ws-hist-status.
      *
           select cycle-control-file
               assign to CYCCTL
               organization is indexed
               access is random
               record key is cc-run-date
               file status is ws-cyc-status.

       data division.
       file section.
      *    A blank effective date makes the change immediate; a
      *    YYMMDD effective date routes the keyed price to the
      *    master's pending-price fields instead.
      *
      *    The reorder point (units) and lead time (days) follow;
      *    blank on a change means "keep", blank on an add means the
      *    item is not under reorder control.
      *
      *    The lifecycle status and its YYMMDD status date ride last
      *    - blank on a change means "keep", blank on an add means
      *    active from the run date.
       fd maint-tran-file
           data record is maint-tran-line
           record contains 51 characters.
       01 maint-tran-line.
         05 mt-action                  pic x(1).
         05 mt-item-number             pic x(4).
         05 mt-unit-cost-x redefines
            mt-unit-cost               pic x(6).
         05 mt-eff-date                pic x(6).
         05 mt-reorder-point           pic 9(5).
         05 mt-reorder-point-x redefines
            mt-reorder-point           pic x(5).
         05 mt-lead-time               pic 9(3).
         05 mt-lead-time-x redefines
            mt-lead-time               pic x(3).
         05 mt-status                  pic x(1).
         05 mt-status-date             pic x(6).

      *    The master extract, before and after - same 56-byte layout
      *    the pricing run reads.  The future price and its YYMMDD
      *    effective date ride behind the current fields; blanks mean
      *    no change is pending.  The reorder point and lead time
      *    follow; blanks mean the item is not under reorder control.
      *    The lifecycle status and status date come last; a blank
      *    status (a row keyed before statuses existed) is active.
       fd old-master-file
           data record is om-record
           record contains 56 characters.
       01 om-record.
         05 om-item-number             pic x(4).
         05 om-description             pic x(13).
         05 om-unit-cost               pic x(6).
         05 om-future-price            pic x(6).
         05 om-eff-date                pic x(6).
         05 om-reorder-point           pic x(5).
         05 om-lead-time               pic x(3).
         05 om-status                  pic x(1).
         05 om-status-date             pic x(6).

       fd new-master-file
           data record is nm-record
           record contains 56 characters.
       01 nm-record.
         05 nm-item-number             pic x(4).
         05 nm-description             pic x(13).
         05 nm-unit-cost               pic x(6).
         05 nm-future-price            pic x(6).
         05 nm-eff-date                pic x(6).
         05 nm-reorder-point           pic x(5).
         05 nm-lead-time               pic x(3).
         05 nm-status                  pic x(1).
         05 nm-status-date             pic x(6).

       fd maint-report-file
           data record is maint-report-line
           record contains 80 characters.
       01 maint-report-line pic x(80).

      *    Permanent price history - one row per unit price or unit
      *    cost put in force, appended run after run.  The field is
      *    "P" unit price or "C" unit cost; the source "A" an add,
      *    "C" a keyed change, "M" a matured pending price.  The old
      *    value is blank on an add.  Dates are YYMMDD.
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

      *    Cycle control ledger - one row per run date (YYMMDD) with
      *    the status, condition code and MMDDHHMM time of each
      *    stage: 1 feed intake, 2 pricing, 3 inventory, 4 recon,
      *    5 restatement, 6 month-end.  A status of "C" is complete;
      *    only the pricing stage is looked at here, and the mark the
      *    snapshot step leaves once the date's standing files are
      *    copied.
       fd cycle-control-file
           data record is cc-record
           record contains 80 characters.
       01 cc-record.
         05 cc-run-date                pic x(6).
         05 cc-stage                   occurs 6 times.
           10 cc-stage-status          pic x(1).
           10 cc-stage-rc              pic 9(2).
           10 cc-stage-stamp           pic x(8).
         05 cc-snap-flag               pic x(1).
           88 cc-snap-taken            value "Y".
         05 filler                     pic x(7).

       working-storage section.

         05 ws-master-count-line.
           10 filler pic x(28) value "MASTER RECORDS WRITTEN     =".
           10 ws-written-count-view    pic zzzz9.
         05 ws-hist-count-line.
           10 filler pic x(28) value "PRICE HISTORY ROWS WRITTEN =".
           10 ws-hist-count-view       pic zzzz9.

      *    The whole master extract is held in storage while the
      *    day's transactions are applied against it, then written
           10 wm-unit-cost             pic x(6).
           10 wm-future-price          pic x(6).
           10 wm-eff-date              pic x(6).
           10 wm-reorder-point         pic x(5).
           10 wm-lead-time             pic x(3).
           10 wm-status                pic x(1).
           10 wm-status-date           pic x(6).
           10 wm-delete-flag           pic x(1).

       01 ws-work.
         05 ws-price-view              pic zzz9.99.
         05 ws-write-idx               pic 9(4).
         05 ws-apply-idx               pic 9(4).
         05 ws-status-work             pic x(1).
         05 ws-status-view             pic x(13).
         05 ws-old-status              pic x(1).
         05 ws-new-status              pic x(1).
         05 ws-new-status-date         pic x(6).
         05 ws-hist-status             pic xx.
         05 ws-cyc-status              pic xx.
         05 ws-cyc-refuse-flag         pic x value "n".
           88 ws-cyc-refused           value "y".

      *    The run date rides in on the PARM as MMDDYY, the same
      *    shape the pricing run takes; it is turned around to
         05 ws-applied-count           pic 9(5) value 0.
         05 ws-reject-count            pic 9(5) value 0.
         05 ws-written-count           pic 9(5) value 0.
         05 ws-hist-count              pic 9(5) value 0.

       01 ws-empty-line                pic x(1) value spaces.


           perform 005-parse-parm.

      *    A day already priced is not maintained and priced again -
      *    every later step of the cycle is conditioned on this one.
           perform 008-check-cycle-ledger.
           if ws-cyc-refused
               move 8 to return-code
               goback
           end-if.

           open input maint-tran-file
                old-master-file.
           open output new-master-file
                maint-report-file.

      *    The price history is appended to; the very first run
      *    creates it.
           open extend price-history-file.
           if ws-hist-status not = "00"
               open output price-history-file
           end-if.

           write maint-report-line from ws-report-heading
             after advancing 1 line.
           write maint-report-line from ws-column-heading
           move ws-applied-count        to ws-applied-count-view.
           move ws-reject-count         to ws-reject-count-view.
           move ws-written-count        to ws-written-count-view.
           move ws-hist-count           to ws-hist-count-view.

           write maint-report-line from ws-read-count-line
             after advancing 2 lines.
             after advancing 1 line.
           write maint-report-line from ws-master-count-line
             after advancing 1 line.
           write maint-report-line from ws-hist-count-line
             after advancing 1 line.

           close maint-tran-file
             old-master-file
             new-master-file
             maint-report-file
             price-history-file.

      *    A cycle with rejects still ships the records that did
      *    apply, but ends at warning level so operations sees it.
               move ws-run-parm (3:2)   to ws-run-date-ymd (5:2)
           end-if.

       008-check-cycle-ledger.

      *    The snapshot step ahead of this one writes the date's row
      *    as it copies the standing files, so no row, or a row
      *    without the snapshot mark, is a day with nothing to roll
      *    back to and is refused.  A pricing stage left started or
      *    failed is a day being restarted and goes ahead; only a
      *    completed one is refused.  A ledger that cannot be read
      *    holds the cycle rather than let it run unchecked.
           open input cycle-control-file.

           if ws-cyc-status not = "00"
               display "A1-MSTMAINT: CYCLE CONTROL LEDGER NOT AVAILABLE"
                 ", STATUS " ws-cyc-status " - RUN REFUSED"
               move "y"                 to ws-cyc-refuse-flag
           else
               move ws-run-date-ymd     to cc-run-date
               read cycle-control-file
                   invalid key
                       display "A1-MSTMAINT: " ws-run-date-ymd
                         " NO PRE-CYCLE SNAPSHOT - RUN REFUSED"
                       move "y"         to ws-cyc-refuse-flag
                   not invalid key
                       if cc-stage-status (2) = "C"
                           display "A1-MSTMAINT: " ws-run-date-ymd
                             " ALREADY PRICED - RUN REFUSED"
                           move "y"     to ws-cyc-refuse-flag
                       else
                           if not cc-snap-taken
                               display "A1-MSTMAINT: "
                                 ws-run-date-ymd
                                 " NO PRE-CYCLE SNAPSHOT - RUN REFUSED"
                               move "y" to ws-cyc-refuse-flag
                           end-if
                       end-if
               end-read
               close cycle-control-file
           end-if.

       055-apply-matured-prices.

           perform 057-apply-one-matured
               move wm-eff-date (ws-apply-idx) to au-before
               move "(APPLIED)"         to au-after
               perform 305-write-apply-audit
               move wm-item-number (ws-apply-idx) to ph-item-number
               move "P"                 to ph-field
               move "M"                 to ph-source
               move wm-unit-price (ws-apply-idx) to ph-old-value
               move wm-future-price (ws-apply-idx) to ph-new-value
               move wm-eff-date (ws-apply-idx) to ph-eff-date
               perform 330-write-price-history
               move wm-future-price (ws-apply-idx)
                 to wm-unit-price (ws-apply-idx)
               move spaces
                 old-master-file
                 new-master-file
                 maint-report-file
                 price-history-file
               move 16 to return-code
               goback
           end-if.
             to wm-future-price (ws-master-count).
           move om-eff-date
             to wm-eff-date (ws-master-count).
           move om-reorder-point
             to wm-reorder-point (ws-master-count).
           move om-lead-time
             to wm-lead-time (ws-master-count).
           move om-status
             to wm-status (ws-master-count).
           move om-status-date
             to wm-status-date (ws-master-count).
           move "n"
             to wm-delete-flag (ws-master-count).

                 to ws-reject-reason
           end-if.

      *    Reorder point and lead time are optional on an add and on
      *    a change, but whatever is keyed must be a number.
           if ws-valid-tran
              and mt-action not = "D"
              and mt-reorder-point-x not = spaces
              and mt-reorder-point-x is not numeric
               set ws-invalid-tran to true
               move "NON-NUMERIC REORDER POINT" to ws-reject-reason
           end-if.

           if ws-valid-tran
              and mt-action not = "D"
              and mt-lead-time-x not = spaces
              and mt-lead-time-x is not numeric
               set ws-invalid-tran to true
               move "NON-NUMERIC LEAD TIME" to ws-reject-reason
           end-if.

      *    A status, when keyed, must be one the pricing run knows;
      *    a discontinue must say when sell-off ends.
           if ws-valid-tran
              and mt-action not = "D"
              and mt-status not = spaces
              and mt-status not = "A"
              and mt-status not = "D"
              and mt-status not = "O"
               set ws-invalid-tran to true
               move "STATUS MUST BE A, D OR O" to ws-reject-reason
           end-if.

           if ws-valid-tran
              and mt-action not = "D"
              and mt-status-date not = spaces
              and mt-status-date is not numeric
               set ws-invalid-tran to true
               move "NON-NUMERIC STATUS DATE" to ws-reject-reason
           end-if.

           if ws-valid-tran
              and mt-action not = "D"
              and mt-status = "D"
              and mt-status-date = spaces
               set ws-invalid-tran to true
               move "DISCONTINUE WITHOUT A SELL-OFF DATE"
                 to ws-reject-reason
           end-if.

           if ws-valid-tran
              and mt-action = "C"
              and mt-description = spaces
              and mt-unit-price-x = spaces
              and mt-unit-cost-x = spaces
              and mt-reorder-point-x = spaces
              and mt-lead-time-x = spaces
              and mt-status = spaces
              and mt-status-date = spaces
               set ws-invalid-tran to true
               move "CHANGE WITH NOTHING TO CHANGE"
                 to ws-reject-reason
                     to wm-future-price (ws-master-count)
                   move spaces
                     to wm-eff-date (ws-master-count)
                   move mt-reorder-point-x
                     to wm-reorder-point (ws-master-count)
                   move mt-lead-time-x
                     to wm-lead-time (ws-master-count)
                   if mt-status = spaces
                       move "A"         to wm-status (ws-master-count)
                   else
                       move mt-status   to wm-status (ws-master-count)
                   end-if
                   if mt-status-date = spaces
                       move ws-run-date-ymd
                         to wm-status-date (ws-master-count)
                   else
                       move mt-status-date
                         to wm-status-date (ws-master-count)
                   end-if
                   move "n"
                     to wm-delete-flag (ws-master-count)
                   add 1 to ws-add-count
                   perform 310-format-price
                   move ws-price-view   to au-after
                   perform 300-write-audit-detail
                   move mt-item-number  to ph-item-number
                   move "A"             to ph-source
                   move spaces          to ph-old-value
                   move ws-run-date-ymd to ph-eff-date
                   move "P"             to ph-field
                   move mt-unit-price-x to ph-new-value
                   perform 330-write-price-history
                   move "C"             to ph-field
                   move mt-unit-cost-x  to ph-new-value
                   perform 330-write-price-history
                   if mt-reorder-point-x not = spaces
                       move "REORDER PT" to au-field-name
                       move spaces      to au-before
                       move mt-reorder-point-x to au-after
                       perform 300-write-audit-detail
                   end-if
                   if mt-lead-time-x not = spaces
                       move "LEAD TIME" to au-field-name
                       move spaces      to au-before
                       move mt-lead-time-x to au-after
                       perform 300-write-audit-detail
                   end-if
                   move "STATUS"        to au-field-name
                   move spaces          to au-before
                   move wm-status (ws-master-count) to ws-status-work
                   perform 320-format-status
                   move ws-status-view  to au-after
                   perform 300-write-audit-detail
                   move "STATUS DATE"   to au-field-name
                   move spaces          to au-before
                   move wm-status-date (ws-master-count) to au-after
                   perform 300-write-audit-detail
               end-if
           end-if.

                   perform 310-format-price
                   move ws-price-view   to au-after
                   perform 300-write-audit-detail
                   move mt-item-number  to ph-item-number
                   move "P"             to ph-field
                   move "C"             to ph-source
                   move wm-unit-price (wm-idx) to ph-old-value
                   move mt-unit-price-x to ph-new-value
                   move ws-run-date-ymd to ph-eff-date
                   perform 330-write-price-history
                   move mt-unit-price-x
                     to wm-unit-price (wm-idx)
                   move "y"             to ws-change-applied-flag
                   perform 310-format-price
                   move ws-price-view   to au-after
                   perform 300-write-audit-detail
                   move mt-item-number  to ph-item-number
                   move "C"             to ph-field
                   move "C"             to ph-source
                   move wm-unit-cost (wm-idx) to ph-old-value
                   move mt-unit-cost-x  to ph-new-value
                   move ws-run-date-ymd to ph-eff-date
                   perform 330-write-price-history
                   move mt-unit-cost-x
                     to wm-unit-cost (wm-idx)
                   move "y"             to ws-change-applied-flag
               end-if
               if mt-reorder-point-x not = spaces
                  and mt-reorder-point-x
                      not = wm-reorder-point (wm-idx)
                   move "REORDER PT"    to au-field-name
                   move wm-reorder-point (wm-idx) to au-before
                   move mt-reorder-point-x to au-after
                   perform 300-write-audit-detail
                   move mt-reorder-point-x
                     to wm-reorder-point (wm-idx)
                   move "y"             to ws-change-applied-flag
               end-if
               if mt-lead-time-x not = spaces
                  and mt-lead-time-x
                      not = wm-lead-time (wm-idx)
                   move "LEAD TIME"     to au-field-name
                   move wm-lead-time (wm-idx) to au-before
                   move mt-lead-time-x  to au-after
                   perform 300-write-audit-detail
                   move mt-lead-time-x
                     to wm-lead-time (wm-idx)
                   move "y"             to ws-change-applied-flag
               end-if
      *    A new status without a date starts from the run date; a
      *    date without a status moves the date on the status the
      *    item already has (a sell-off extended, say).
               if mt-status not = spaces
                  or mt-status-date not = spaces
                   perform 230-apply-status-change
               end-if
      *    A change that matches what the master already says is a
      *    no-op - reject it so the change count never runs ahead of
      *    the audit lines the sign-off is read against.
               add 1 to ws-delete-count
           end-if.

       230-apply-status-change.

      *    A blank status on the master reads as active.
           move wm-status (wm-idx)      to ws-old-status.
           if ws-old-status = spaces
               move "A"                 to ws-old-status
           end-if.
           move ws-old-status           to ws-new-status.
           move wm-status-date (wm-idx) to ws-new-status-date.

           if mt-status not = spaces
              and mt-status not = ws-new-status
               move mt-status           to ws-new-status
               move ws-run-date-ymd     to ws-new-status-date
           end-if.

           if mt-status-date not = spaces
               move mt-status-date      to ws-new-status-date
           end-if.

           if ws-new-status not = ws-old-status
               move "STATUS"            to au-field-name
               move ws-old-status       to ws-status-work
               perform 320-format-status
               move ws-status-view      to au-before
               move ws-new-status       to ws-status-work
               perform 320-format-status
               move ws-status-view      to au-after
               perform 300-write-audit-detail
               move ws-new-status       to wm-status (wm-idx)
               move "y"                 to ws-change-applied-flag
           end-if.

           if ws-new-status-date not = wm-status-date (wm-idx)
               move "STATUS DATE"       to au-field-name
               move wm-status-date (wm-idx) to au-before
               move ws-new-status-date  to au-after
               perform 300-write-audit-detail
               move ws-new-status-date  to wm-status-date (wm-idx)
               move "y"                 to ws-change-applied-flag
           end-if.

       300-write-audit-detail.

           move mt-item-number          to au-item-number.
      *    de-edit it so the report shows a decimal point.
           move ws-price-work           to ws-price-view.

       320-format-status.

           evaluate ws-status-work
               when "D"
                   move "DISCONTINUED"  to ws-status-view
               when "O"
                   move "OBSOLETE"      to ws-status-view
               when other
                   move "ACTIVE"        to ws-status-view
           end-evaluate.

       330-write-price-history.

      *    The caller fills in the item, field, source, values and
      *    effective date; every row carries the run that wrote it.
           move ws-run-date-ymd         to ph-run-date.
           write ph-record.
           add 1 to ws-hist-count.

       390-write-reject.

           move mt-item-number          to rj-item-number.
                 to nm-future-price
               move wm-eff-date (ws-write-idx)
                 to nm-eff-date
               move wm-reorder-point (ws-write-idx)
                 to nm-reorder-point
               move wm-lead-time (ws-write-idx)
                 to nm-lead-time
               move wm-status (ws-write-idx)
                 to nm-status
               move wm-status-date (ws-write-idx)
                 to nm-status-date
               write nm-record
               add 1 to ws-written-count
           end-if.
