      *     - every feed opens with a header ("HDR*" + warehouse +
      *       batch number) and closes with a trailer ("TRL*" +
      *       warehouse + batch number + record count + quantity
      *       total) bracketing its 36-byte detail records;
      *     - the trailer's count and quantity are verified against
      *       what was actually read, so a truncated transmission is
      *       refused, not priced short;
      *                    duplicate check - the housekeeping job
      *                    trims the register back inside the
      *                    window.
      *   10/15/2026  JY   Detail records widened to 36 bytes for the
      *                    customer account; header and trailer
      *                    records pad to the same length.
      *   10/15/2026  JY   Feed intake is the first stage the cycle
      *                    control ledger records for a run date.
      *                    A date whose feeds were already taken,
      *                    or whose pricing already completed, is
      *                    refused at condition code 8; otherwise
      *                    the stage is marked started before any
      *                    feed is read and closed complete or
      *                    failed with the step's condition code.
      *   10/15/2026  JY   Cycle control ledger record names the
      *                    pre-cycle snapshot flag byte, as every
      *                    program declaring the ledger now does.
      *****************************************************************

       environment division.
           select feed-report-file
               assign to FEEDRPT
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
      *
       fd feed1-file
           data record is f1-record
           record contains 36 characters.
       01 f1-record                    pic x(36).

       fd feed2-file
           data record is f2-record
           record contains 36 characters.
       01 f2-record                    pic x(36).

       fd feed3-file
           data record is f3-record
           record contains 36 characters.
       01 f3-record                    pic x(36).

      *    The merged output - detail records of the accepted feeds
      *    only, in the 36-byte layout the sort and pricing steps
      *    already read.
       fd merged-file
           data record is mg-record
           record contains 36 characters.
       01 mg-record                    pic x(36).

      *    The processed-batch register, carried cycle to cycle -
      *    one row per batch ever accepted: warehouse, batch number
           record contains 80 characters.
       01 feed-report-line pic x(80).

      *    Cycle control ledger - one row per run date (YYMMDD) with
      *    the status, condition code and MMDDHHMM time of each
      *    stage: 1 feed intake, 2 pricing, 3 inventory, 4 recon,
      *    5 restatement, 6 month-end.  Status blank not run, "S"
      *    started, "C" complete (CC 4 or under), "F" failed.
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
         05 ws-detail-count            pic 9(4) value 0.

       01 ws-detail-table.
         05 ws-detail-entry            pic x(36)
                                        occurs 1 to 5000 times
                                        depending on ws-detail-count.

           10 rg-batch-number          pic x(6).

      *    The record being examined, in each of its three shapes.
       01 ws-feed-record               pic x(36).
       01 ws-feed-header redefines ws-feed-record.
         05 fh-tag                     pic x(4).
         05 fh-warehouse               pic x(2).
         05 fh-batch-number            pic x(6).
         05 filler                     pic x(24).
       01 ws-feed-trailer redefines ws-feed-record.
         05 ft-tag                     pic x(4).
         05 ft-warehouse               pic x(2).
         05 ft-qty-total               pic 9(8).
         05 ft-qty-total-x redefines
            ft-qty-total               pic x(8).
         05 filler                     pic x(11).
       01 ws-feed-detail redefines ws-feed-record.
         05 fd-item-number             pic x(4).
         05 filler                     pic x(13).
         05 fd-quantity                pic zz9.
         05 fd-quantity-x redefines
            fd-quantity                pic x(3).
         05 filler                     pic x(16).

       01 ws-file-status-fields.
         05 ws-feed1-status            pic xx.

       01 ws-run-parm                  pic x(6).

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
         05 ws-feed-num                pic 9.
         05 ws-feed-status             pic xx.

           accept ws-run-parm from command-line.

      *    The ledger is keyed YYMMDD; a blank parameter (a hand
      *    run) is today.
           if ws-run-parm = spaces or ws-run-parm = "000000"
               accept ws-run-date-ymd from date
           else
               move ws-run-parm (5:2)   to ws-run-date-ymd (1:2)
               move ws-run-parm (1:2)   to ws-run-date-ymd (3:2)
               move ws-run-parm (3:2)   to ws-run-date-ymd (5:2)
           end-if.

           move 1                       to ws-cyc-stage.
           perform 800-check-cycle-ledger.
           if ws-cyc-refused
               move 8 to return-code
               goback
           end-if.

           open output merged-file
                feed-report-file.

               end-if
           end-if.

           perform 850-post-cycle-ledger.

           goback.

       050-load-batch-register.
           write feed-report-line from ws-feed-line
             after advancing 1 line.

       800-check-cycle-ledger.

      *    A date whose feeds were already taken, or whose pricing
      *    already completed, is refused - an earlier day is rerun
      *    with this step bypassed, never through it.  Otherwise
      *    the stage is marked started before a feed is read, so a
      *    run that dies part way shows on the ledger.  A ledger
      *    that cannot be opened holds the cycle rather than let it
      *    run unrecorded.
           open i-o cycle-control-file.

           if ws-cyc-status not = "00"
               display "A1-FEEDIN: CYCLE CONTROL LEDGER NOT AVAILABLE,"
                 " STATUS " ws-cyc-status " - RUN REFUSED"
               move "y"                 to ws-cyc-refuse-flag
           else
               perform 805-read-ledger-row
               if cc-stage-status (2) = "C"
                   display "A1-FEEDIN: " ws-run-date-ymd
                     " ALREADY PRICED - RUN REFUSED"
                   move "y"             to ws-cyc-refuse-flag
               else
                   if cc-stage-status (ws-cyc-stage) = "C"
                       display "A1-FEEDIN: " ws-run-date-ymd
                         " FEEDS ALREADY TAKEN - RUN REFUSED"
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
                       display "A1-FEEDIN: CYCLE CONTROL LEDGER "
                         "UPDATE FAILED, STATUS " ws-cyc-status
               end-rewrite
           else
               write cc-record
                   invalid key
                       display "A1-FEEDIN: CYCLE CONTROL LEDGER "
                         "UPDATE FAILED, STATUS " ws-cyc-status
               end-write
               move "y"                 to ws-cyc-found-flag
           end-if.

       850-post-cycle-ledger.

      *    The stage closes complete at condition code 4 or under
      *    and failed above it.
           open i-o cycle-control-file.

           if ws-cyc-status not = "00"
               display "A1-FEEDIN: CYCLE CONTROL LEDGER NOT AVAILABLE,"
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

       end program A1-FeedIn.
