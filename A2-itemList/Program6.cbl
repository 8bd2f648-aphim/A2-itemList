      *                    restatement generations, and the three
      *                    trailers accumulate so the day ties to
      *                    its corrected figures in any read order.
      *   10/15/2026  JY   AR extract widened to 73 bytes - every
      *                    detail row now ends with the customer
      *                    account and bill-to.
      *   10/15/2026  JY   A dated run records itself on the cycle
      *                    control ledger as the recon stage, and is
      *                    refused at condition code 8 when the
      *                    date's pricing stage is not complete, or
      *                    while a restatement's re-bill is still
      *                    outstanding - the day is half reversed.
      *                    An out-of-balance day closes the stage
      *                    failed; the rerun once billing has
      *                    confirmed closes it complete.
      *   10/15/2026  JY   Cycle control ledger record names the
      *                    pre-cycle snapshot flag byte, as every
      *                    program declaring the ledger now does.
      *****************************************************************

       environment division.
           select recon-report-file
               assign to RECRPT
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

      *    Billing's confirmation of the extract it received - row
      *    count, net-price total and transport total, in the same
           record contains 96 characters.
       01 recon-report-line pic x(96).

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

       01 ws-date-parm                pic x(6).

      *    The run date turned around to the ledger's YYMMDD key.
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

       01 ws-work.
         05 ws-eof-flag                pic x value "n".
         05 ws-in-scope-flag           pic x value "n".

           accept ws-date-parm from command-line.

      *    A dated run answers to the cycle control ledger; an
      *    all-dates run is an investigation, not a stage.
           if ws-date-parm not = spaces
               move ws-date-parm (5:2)  to ws-run-date-ymd (1:2)
               move ws-date-parm (1:2)  to ws-run-date-ymd (3:2)
               move ws-date-parm (3:2)  to ws-run-date-ymd (5:2)
               move 4                   to ws-cyc-stage
               perform 800-check-cycle-ledger
               if ws-cyc-refused
                   move 8 to return-code
                   goback
               end-if
           end-if.

           open input ar-extract-in-file.
           open output recon-report-file.

               move 8 to return-code
           end-if.

           if ws-date-parm not = spaces
               perform 850-post-cycle-ledger
           end-if.

           goback.

       100-process-record.
               move "n"                 to ws-balance-flag
           end-if.


       800-check-cycle-ledger.

      *    Only a priced day can be reconciled, and not while a
      *    restatement has reversed it without the re-bill yet.  A
      *    reconciliation may be rerun as often as needed - a day
      *    held for billing's confirmation is rerun once it lands.
           open i-o cycle-control-file.

           if ws-cyc-status not = "00"
               display "A1-RECON: CYCLE CONTROL LEDGER NOT AVAILABLE,"
                 " STATUS " ws-cyc-status " - RUN REFUSED"
               move "y"                 to ws-cyc-refuse-flag
           else
               perform 805-read-ledger-row
               if cc-stage-status (2) not = "C"
                   display "A1-RECON: " ws-date-parm
                     " PRICING NOT COMPLETE - RUN REFUSED"
                   move "y"             to ws-cyc-refuse-flag
               else
                   if cc-stage-status (5) = "R"
                       display "A1-RECON: " ws-date-parm
                         " RE-BILL OUTSTANDING - RUN REFUSED"
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
                       display "A1-RECON: CYCLE CONTROL LEDGER "
                         "UPDATE FAILED, STATUS " ws-cyc-status
               end-rewrite
           else
               write cc-record
                   invalid key
                       display "A1-RECON: CYCLE CONTROL LEDGER "
                         "UPDATE FAILED, STATUS " ws-cyc-status
               end-write
               move "y"                 to ws-cyc-found-flag
           end-if.

       850-post-cycle-ledger.

      *    The stage closes complete at condition code 4 or under
      *    and failed above it.
           open i-o cycle-control-file.

           if ws-cyc-status not = "00"
               display "A1-RECON: CYCLE CONTROL LEDGER NOT AVAILABLE,"
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

       end program A1-Recon.
