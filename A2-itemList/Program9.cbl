      *     - the day's held-return file still has records on it:
      *       the re-bill prices the day's returns without the
      *       sales-history hold, so a day whose holds were never
      *       resolved must be cleared by data control first;
      *     - the day's credit-held file still has sales on it: the
      *       re-bill prices without the credit check, so a sale
      *       still waiting on credit control would be billed.
      *
      *   The restatement job then reprices the day's A2.DAT
      *   generation under the corrected rates and master (the
      *                    a rerun after a half-finished
      *                    restatement, or a re-bill of unreviewed
      *                    returns, needs an operator, not a job.
      *   10/15/2026  JY   AR extract widened to 73 bytes - the
      *                    customer account and bill-to ride every
      *                    detail row and carry onto the reversal.
      *                    A day with credit-held sales outstanding
      *                    is refused like one with held returns.
      *   10/15/2026  JY   The cycle control ledger must show the
      *                    day reconciled before it can be restated
      *                    - a day never reconciled is held like
      *                    the other refusals.  A reversal written
      *                    is recorded on the restatement stage as
      *                    "R", re-bill due; the re-bill closes it.
      *   10/15/2026  JY   Cycle control ledger record names the
      *                    pre-cycle snapshot flag byte, as every
      *                    program declaring the ledger now does.
      *****************************************************************

       environment division.
               assign to RTNHELD
               organization is line sequential
               file status is ws-held-status.
      *
           select credit-held-file
               assign to CRHELD
               organization is line sequential
               file status is ws-crh-status.
      *
           select reversal-out-file
               assign to AREXTFL
           select restate-report-file
               assign to RSTRPT
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

      *    The day's held-return file - any record still on it
      *    means the day's review never finished.
       fd held-return-file
           data record is held-line
           record contains 36 characters.
       01 held-line                    pic x(36).

      *    The day's credit-held sales - the same test.
       fd credit-held-file
           data record is crh-held-line
           record contains 36 characters.
       01 crh-held-line                pic x(36).

       fd reversal-out-file
           data record is rv-record
           record contains 73 characters.
       01 rv-record                    pic x(73).

       fd restate-report-file
           data record is restate-report-line
           record contains 80 characters.
       01 restate-report-line pic x(80).

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
         05 rd-warehouse               pic x(2).
         05 filler                     pic x(1) value ",".
         05 rd-tax-amt                 pic zzzzzz9.99-.
         05 filler                     pic x(1) value ",".
         05 rd-customer-account        pic x(6).
         05 filler                     pic x(1) value ",".
         05 rd-bill-to                 pic x(6).

       01 ws-rev-trailer-line.
         05 filler                     pic x(1) value "T".
         05 ws-held-count-line.
           10 filler pic x(28) value "HELD RETURNS OUTSTANDING   =".
           10 ws-held-count-view       pic zzzz9.
         05 ws-crh-count-line.
           10 filler pic x(28) value "CREDIT-HELD SALES OUTSTAND =".
           10 ws-crh-count-view        pic zzzz9.
         05 ws-np-line.
           10 filler pic x(28) value "NET PRICE REVERSED         =".
           10 ws-np-view               pic zz,zzz,zz9.99-.
         05 ws-rev-buf-count           pic 9(4) value 0.

       01 ws-rev-table.
         05 ws-rev-entry               pic x(73)
                                        occurs 1 to 5000 times
                                        depending on
                                          ws-rev-buf-count.

       01 ws-date-parm                pic x(6).

      *    The run date turned around to the ledger's YYMMDD key.
       01 ws-run-date-ymd              pic x(6).

      *    What the ledger said about the day when the step began.
       01 ws-cyc-view.
         05 ws-cyc-open-flag           pic x value "n".
           88 ws-cyc-ledger-open       value "y".
         05 ws-cyc-recon-status        pic x(1) value spaces.
           88 ws-cyc-reconciled        value "C".

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
         05 ws-held-eof-flag           pic x value "n".
         05 ws-held-status             pic xx.
         05 ws-crh-eof-flag            pic x value "n".
         05 ws-crh-status              pic xx.
         05 ws-in-scope-flag           pic x value "n".
           88 ws-in-scope              value "y".
         05 ws-restated-scope-flag     pic x value "n".
         05 ws-reversed-count          pic 9(5) value 0.
         05 ws-skipped-count           pic 9(5) value 0.
         05 ws-held-count              pic 9(5) value 0.
         05 ws-crh-count               pic 9(5) value 0.
         05 ws-np-total                pic s9(8)v99 value 0.
         05 ws-tc-total                pic s9(8)v99 value 0.
         05 ws-tax-total               pic s9(8)v99 value 0.

           accept ws-date-parm from command-line.

           move ws-date-parm (5:2)      to ws-run-date-ymd (1:2).
           move ws-date-parm (1:2)      to ws-run-date-ymd (3:2).
           move ws-date-parm (3:2)      to ws-run-date-ymd (5:2).
           move 5                       to ws-cyc-stage.

      *    The ledger's view of the day is taken up front and
      *    judged with everything else once the scan is done.
           perform 800-check-cycle-ledger.

           open input ar-extract-in-file.
           open output reversal-out-file
                restate-report-file.
      *    review never finished - counted first, because it holds
      *    the restatement whatever the extract scan finds.
           perform 050-count-held-returns.
           perform 070-count-credit-held.

           read ar-extract-in-file
               at end
           move ws-reversed-count       to ws-reversed-count-view.
           move ws-skipped-count        to ws-skipped-count-view.
           move ws-held-count           to ws-held-count-view.
           move ws-crh-count            to ws-crh-count-view.
           move ws-np-total             to ws-np-view.
           move ws-tc-total             to ws-tc-view.
           move ws-tax-total            to ws-tax-view.
             after advancing 1 line.
           write restate-report-line from ws-held-count-line
             after advancing 1 line.
           write restate-report-line from ws-crh-count-line
             after advancing 1 line.
           write restate-report-line from ws-np-line
             after advancing 1 line.
           write restate-report-line from ws-tc-line

           if ws-restatement-held
               move 8 to return-code
           else
               perform 850-post-cycle-ledger
           end-if.

           goback.
                   add 1 to ws-held-count
           end-read.

       070-count-credit-held.

           open input credit-held-file.

           if ws-crh-status = "00"
               perform 080-count-one-credit-held
                 until ws-crh-eof-flag = "y"
               close credit-held-file
           end-if.

       080-count-one-credit-held.

           read credit-held-file
               at end
                   move "y" to ws-crh-eof-flag
               not at end
                   add 1 to ws-crh-count
           end-read.

       100-process-record.

      *    Only rows under the requested date's ORIGINAL headers
               move ad-trans-type       to rd-trans-type
               move ad-warehouse        to rd-warehouse
               move ws-tax-work         to rd-tax-amt
               move ad-customer-account to rd-customer-account
               move ad-bill-to          to rd-bill-to

               add 1 to ws-rev-buf-count
               move ws-rev-detail-line

       200-judge-the-day.

           if not ws-cyc-ledger-open
               move "CYCLE CONTROL LEDGER NOT AVAILABLE - RESTATE WHEN I
      -            "T IS"              to vd-text
               perform 210-hold-the-restatement
           end-if.

           if not ws-restatement-held
              and not ws-cyc-reconciled
               move "DAY NEVER RECONCILED - RUN A1ITMREC FOR IT, THEN RE
      -            "STATE"             to vd-text
               perform 210-hold-the-restatement
           end-if.

           if not ws-restatement-held
              and ws-held-count > 0
               move "HELD RETURNS OUTSTANDING - CLEAR THE REVIEW, TH
      -            "EN RESTATE"        to vd-text
               perform 210-hold-the-restatement
           end-if.

           if not ws-restatement-held
              and ws-crh-count > 0
               move "CREDIT-HELD SALES OUTSTANDING - RESOLVE, THEN RES
      -            "TATE"              to vd-text
               perform 210-hold-the-restatement
           end-if.

           if not ws-restatement-held
              and ws-skipped-count > 0
               move "DAY ALREADY CARRIES RESTATEMENT GENERATIONS - O

           write rv-record from ws-rev-entry (ws-write-idx).


       800-check-cycle-ledger.

      *    Only the recon stage is looked at here - a restatement
      *    already under way for the day shows in the extract as
      *    "R"/"B" generations and is held on that.
           open i-o cycle-control-file.

           if ws-cyc-status = "00"
               move "y"                 to ws-cyc-open-flag
               perform 805-read-ledger-row
               move cc-stage-status (4) to ws-cyc-recon-status
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
                       display "A1-RESTATE: CYCLE CONTROL LEDGER "
                         "UPDATE FAILED, STATUS " ws-cyc-status
               end-rewrite
           else
               write cc-record
                   invalid key
                       display "A1-RESTATE: CYCLE CONTROL LEDGER "
                         "UPDATE FAILED, STATUS " ws-cyc-status
               end-write
               move "y"                 to ws-cyc-found-flag
           end-if.

       850-post-cycle-ledger.

      *    The reversal is written - the stage shows it, with the
      *    step's code, until the re-bill prices the day.
           open i-o cycle-control-file.

           if ws-cyc-status not = "00"
               display "A1-RESTATE: CYCLE CONTROL LEDGER NOT AVAILABLE"
                 ", STATUS " ws-cyc-status " - STAGE NOT POSTED"
           else
               perform 805-read-ledger-row
               move "R"         to cc-stage-status (ws-cyc-stage)
               move return-code to cc-stage-rc (ws-cyc-stage)
               perform 815-stamp-ledger-row
               close cycle-control-file
           end-if.

       end program A1-Restate.
