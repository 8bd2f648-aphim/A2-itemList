       identification division.
       program-id. A1-CycCtl.
       author. Jacky Yuan.
       date-written. 10/15/2026.

      *****************************************************************
      *   Cycle control ledger status and reopen.  The ledger holds
      *   one row per run date recording each stage of that date's
      *   cycle - feed intake, pricing, inventory, recon,
      *   restatement and month-end - with its status, condition
      *   code and the MMDDHHMM it last changed.  The programs that
      *   own the stages check it at start and post it at the end;
      *   this program is how operations reads and repairs it:
      *
      *     - "S" prints every date's progress at a glance, one line
      *       per run date from the optional MMDDYY date on, with
      *       the state of its pre-cycle snapshot (taken, aged off
      *       or none), a remark per date and an attention count.
      *       A reopened date keeps its snapshot, and shows it.
      *       Ends at
      *       condition code 4 when any date has a stage failed,
      *       started and never finished, or a reversal still
      *       waiting for its re-bill.
      *     - "O" reopens a date from a stage on: that stage and
      *       every later one are cleared, so a day that must be
      *       run again (after a rollback, or a rerun the ledger
      *       would otherwise refuse as a duplicate) can be.  The
      *       row is printed before and after.
      *
      *   The PARM is the function, then its fields, by commas:
      *     S[,mmddyy]        status report, all dates or from one;
      *     O,mmddyy,n        reopen stage n (1-6) and later stages.
      *   A blank PARM is the full status report.  A bad PARM, or
      *   a reopen for a date the ledger does not hold, ends at
      *   condition code 8 with nothing changed.
      *
      *   Stage status: blank not run, "S" started, "C" complete
      *   (condition code 4 or under), "F" failed, and on the
      *   restatement stage "R" reversed, re-bill due.  The row
      *   keyed 000000 is the seed the ledger was defined with and
      *   is never reported.
      *
      *   Modification history
      *   ---------------------------------------------------------
      *   10/15/2026  JY   Original program.
      *   10/15/2026  JY   Status line shows each date's pre-cycle
      *                    snapshot - TAKEN, AGED (off by
      *                    housekeeping) or none - so a snapshot a
      *                    reopen left standing can be seen.  Stage
      *                    cells narrowed a column to make room.
      *****************************************************************

       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
           select cycle-control-file
               assign to CYCCTL
               organization is indexed
               access is dynamic
               record key is cc-run-date
               file status is ws-cyc-status.
      *
           select cycle-report-file
               assign to CYCRPT
               organization is line sequential.

       data division.
       file section.
      *
      *    Cycle control ledger - one row per run date (YYMMDD) with
      *    the status, condition code and MMDDHHMM time of each
      *    stage: 1 feed intake, 2 pricing, 3 inventory, 4 recon,
      *    5 restatement, 6 month-end.
       fd cycle-control-file
           data record is cc-record
           record contains 80 characters.
       01 cc-record.
         05 cc-run-date                pic x(6).
         05 cc-stage                   occurs 6 times.
           10 cc-stage-status          pic x(1).
             88 cc-stage-not-run       value space.
             88 cc-stage-started       value "S".
             88 cc-stage-complete      value "C".
             88 cc-stage-failed        value "F".
             88 cc-stage-reversed      value "R".
           10 cc-stage-rc              pic 9(2).
           10 cc-stage-stamp           pic x(8).
      *    Pre-cycle snapshot: "Y" taken, "A" aged off, blank none.
         05 cc-snap-flag               pic x(1).
         05 filler                     pic x(7).

       fd cycle-report-file
           data record is cycle-report-line
           record contains 80 characters.
       01 cycle-report-line pic x(80).

       working-storage section.

       01 ws-report-heading.
         05 rh-title                   pic x(33).
         05 filler                     pic x(33) value spaces.
         05 ws-author-name             pic x(14) value "Jacky Yuan, A2".

       01 ws-column-heading.
         05 filler                     pic x(10) value "RUN DATE".
         05 filler                     pic x(8) value "FEED".
         05 filler                     pic x(8) value "PRICING".
         05 filler                     pic x(8) value "INVNTRY".
         05 filler                     pic x(8) value "RECON".
         05 filler                     pic x(8) value "RESTATE".
         05 filler                     pic x(8) value "MTH-END".
         05 filler                     pic x(6) value "SNAP".
         05 filler                     pic x(16) value "REMARK".

       01 ws-status-line.
         05 sl-run-date                pic x(8).
         05 filler                     pic x(2) value spaces.
         05 sl-cell                    pic x(8) occurs 6 times.
         05 sl-snap                    pic x(6).
         05 sl-remark                  pic x(16).

      *    One stage's cell - a word for the status and the
      *    condition code it ended with.
       01 ws-cell-work.
         05 cw-text                    pic x(4).
         05 filler                     pic x(1) value spaces.
         05 cw-rc                      pic 9(2).
         05 cw-rc-x redefines
            cw-rc                      pic x(2).
         05 filler                     pic x(1) value spaces.

       01 ws-message-line.
         05 ml-text                    pic x(80).

       01 ws-none-line.
         05 filler                     pic x(30)
            value "  NO RUN DATES ON THE LEDGER".
         05 filler                     pic x(50) value spaces.

       01 ws-count-lines.
         05 ws-date-count-line.
           10 filler pic x(28) value "RUN DATES REPORTED         =".
           10 ws-date-count-view       pic zzzz9.
         05 ws-attn-count-line.
           10 filler pic x(28) value "DATES NEEDING ATTENTION    =".
           10 ws-attn-count-view       pic zzzz9.
         05 ws-done-count-line.
           10 filler pic x(28) value "DATES COMPLETE             =".
           10 ws-done-count-view       pic zzzz9.

       01 ws-run-parm                  pic x(20).

       01 ws-parm-fields.
         05 ws-parm-function           pic x(1).
           88 ws-status-report         value "S" space.
           88 ws-reopen                value "O".
         05 ws-parm-date               pic x(6).
         05 ws-parm-stage              pic x(1).
         05 ws-parm-stage-n redefines
            ws-parm-stage              pic 9(1).

       01 ws-parm-date-ymd             pic x(6).

       01 ws-work.
         05 ws-cyc-status              pic xx.
         05 ws-cyc-eof-flag            pic x value "n".
         05 ws-cyc-open-flag           pic x value "n".
           88 ws-ledger-open           value "y".
         05 ws-attn-flag               pic x value "n".
           88 ws-date-needs-attention  value "y".
         05 ws-stage-idx               pic 9(1).
         05 ws-date-view.
           10 ws-date-view-mm          pic x(2).
           10 filler                   pic x(1) value "/".
           10 ws-date-view-dd          pic x(2).
           10 filler                   pic x(1) value "/".
           10 ws-date-view-yy          pic x(2).

       01 ws-counters.
         05 ws-date-count              pic 9(5) value 0.
         05 ws-attn-count              pic 9(5) value 0.
         05 ws-done-count              pic 9(5) value 0.

       01 ws-empty-line                pic x(1) value spaces.

       procedure division.
      *
       000-main.

           perform 005-parse-parm.

           open output cycle-report-file.

           if ws-reopen
               move "CYCLE CONTROL LEDGER - REOPEN"  to rh-title
           else
               move "CYCLE CONTROL LEDGER - STATUS"  to rh-title
           end-if.

           write cycle-report-line from ws-report-heading
             after advancing 1 line.

           if not ws-status-report and not ws-reopen
               move "PARM NOT RECOGNIZED - USE S[,MMDDYY] OR O,MMDDYY,N"
                 to ml-text
               perform 900-refuse-run
           end-if.

           open i-o cycle-control-file.
           if ws-cyc-status = "00"
               move "y"                 to ws-cyc-open-flag
           else
               move spaces              to ml-text
               string "CYCLE CONTROL LEDGER NOT AVAILABLE, STATUS "
                 ws-cyc-status delimited by size
                 into ml-text
               perform 900-refuse-run
           end-if.

           write cycle-report-line from ws-column-heading
             after advancing 2 lines.
           write cycle-report-line from ws-empty-line
             after advancing 1 line.

           if ws-reopen
               perform 300-reopen-date
           else
               perform 100-report-status
           end-if.

           close cycle-control-file
             cycle-report-file.

           goback.

       005-parse-parm.

           move spaces                  to ws-run-parm.
           accept ws-run-parm from command-line.

           move spaces                  to ws-parm-fields.
           unstring ws-run-parm delimited by ","
             into ws-parm-function
                  ws-parm-date
                  ws-parm-stage.

           move spaces                  to ws-parm-date-ymd.
           if ws-parm-date not = spaces
               move ws-parm-date (5:2)  to ws-parm-date-ymd (1:2)
               move ws-parm-date (1:2)  to ws-parm-date-ymd (3:2)
               move ws-parm-date (3:2)  to ws-parm-date-ymd (5:2)
           end-if.

       100-report-status.

      *    Every row from the requested date on (the seed row keyed
      *    000000 sorts first and is stepped over), in date order.
           if ws-parm-date-ymd = spaces
               move "000000"            to cc-run-date
           else
               move ws-parm-date-ymd    to cc-run-date
           end-if.

           start cycle-control-file
               key is not less than cc-run-date
               invalid key
                   move "y"             to ws-cyc-eof-flag
           end-start.

           if ws-cyc-eof-flag not = "y"
               perform 110-read-next-row
           end-if.

           if ws-cyc-eof-flag not = "y"
              and cc-run-date = "000000"
               perform 110-read-next-row
           end-if.

           perform 120-report-one-date
             until ws-cyc-eof-flag = "y".

           if ws-date-count = 0
               write cycle-report-line from ws-none-line
                 after advancing 1 line
           end-if.

           move ws-date-count           to ws-date-count-view.
           move ws-attn-count           to ws-attn-count-view.
           move ws-done-count           to ws-done-count-view.

           write cycle-report-line from ws-date-count-line
             after advancing 3 lines.
           write cycle-report-line from ws-attn-count-line
             after advancing 1 line.
           write cycle-report-line from ws-done-count-line
             after advancing 1 line.

      *    A date in trouble is for operations to chase today.
           if ws-attn-count > 0
               move 4 to return-code
           end-if.

       110-read-next-row.

           read cycle-control-file next record
               at end
                   move "y"             to ws-cyc-eof-flag
           end-read.

       120-report-one-date.

           perform 200-format-status-line.

           add 1 to ws-date-count.

           if ws-date-needs-attention
               add 1 to ws-attn-count
           else
               if cc-stage-complete (2)
                  and cc-stage-complete (3)
                  and cc-stage-complete (4)
                   add 1 to ws-done-count
               end-if
           end-if.

           write cycle-report-line from ws-status-line
             after advancing 1 line.

           perform 110-read-next-row.

       200-format-status-line.

      *    A stage failed, started and never finished, or a reversal
      *    still waiting for its re-bill needs someone to look.  A
      *    day priced, posted to inventory and reconciled is
      *    complete; anything short of that is still open.
           move cc-run-date (3:2)       to ws-date-view-mm.
           move cc-run-date (5:2)       to ws-date-view-dd.
           move cc-run-date (1:2)       to ws-date-view-yy.
           move ws-date-view            to sl-run-date.

           move "n"                     to ws-attn-flag.

           perform 210-format-stage-cell
             varying ws-stage-idx from 1 by 1
             until ws-stage-idx > 6.

           evaluate cc-snap-flag
               when "Y"
                   move "TAKEN"         to sl-snap
               when "A"
                   move "AGED"          to sl-snap
               when space
                   move "  -"           to sl-snap
               when other
                   move cc-snap-flag    to sl-snap
           end-evaluate.

           if ws-date-needs-attention
               move "ATTENTION"         to sl-remark
           else
               if cc-stage-complete (2)
                  and cc-stage-complete (3)
                  and cc-stage-complete (4)
                   if cc-stage-complete (6)
                       move "MONTH CLOSED"  to sl-remark
                   else
                       move "DAY COMPLETE"  to sl-remark
                   end-if
               else
                   move "OPEN"          to sl-remark
               end-if
           end-if.

       210-format-stage-cell.

           move cc-stage-rc (ws-stage-idx) to cw-rc.

           evaluate true
               when cc-stage-complete (ws-stage-idx)
                   move "DONE"          to cw-text
               when cc-stage-failed (ws-stage-idx)
                   move "FAIL"          to cw-text
                   move "y"             to ws-attn-flag
               when cc-stage-reversed (ws-stage-idx)
                   move "RVSD"          to cw-text
                   move "y"             to ws-attn-flag
               when cc-stage-started (ws-stage-idx)
                   move "RUN "          to cw-text
                   move spaces          to cw-rc-x
                   move "y"             to ws-attn-flag
               when other
                   move "  - "          to cw-text
                   move spaces          to cw-rc-x
           end-evaluate.

           move ws-cell-work            to sl-cell (ws-stage-idx).

       300-reopen-date.

      *    The date must be a real MMDDYY already on the ledger and
      *    the stage 1 to 6; anything else changes nothing.
           if ws-parm-date is not numeric
              or ws-parm-date = "000000"
               move "REOPEN NEEDS A RUN DATE AS MMDDYY"  to ml-text
               perform 900-refuse-run
           end-if.

           if ws-parm-stage is not numeric
              or ws-parm-stage-n < 1
              or ws-parm-stage-n > 6
               move "REOPEN NEEDS A STAGE 1-6"          to ml-text
               perform 900-refuse-run
           end-if.

           move ws-parm-date-ymd        to cc-run-date.
           read cycle-control-file
               invalid key
                   move spaces          to ml-text
                   string "RUN DATE " ws-parm-date
                     " IS NOT ON THE LEDGER - NOTHING REOPENED"
                     delimited by size into ml-text
                   perform 900-refuse-run
           end-read.

           move "BEFORE"                to ml-text.
           write cycle-report-line from ws-message-line
             after advancing 1 line.
           perform 200-format-status-line.
           write cycle-report-line from ws-status-line
             after advancing 1 line.

           perform 310-clear-stage
             varying ws-stage-idx from ws-parm-stage-n by 1
             until ws-stage-idx > 6.

           rewrite cc-record
               invalid key
                   move spaces          to ml-text
                   string "LEDGER UPDATE FAILED, STATUS "
                     ws-cyc-status " - NOTHING REOPENED"
                     delimited by size into ml-text
                   perform 900-refuse-run
           end-rewrite.

           move "AFTER"                 to ml-text.
           write cycle-report-line from ws-message-line
             after advancing 2 lines.
           perform 200-format-status-line.
           write cycle-report-line from ws-status-line
             after advancing 1 line.

           move spaces                  to ml-text.
           string "STAGE " ws-parm-stage
             " AND EVERY LATER STAGE REOPENED FOR " ws-date-view
             delimited by size into ml-text.
           write cycle-report-line from ws-message-line
             after advancing 2 lines.

           display "A1-CYCCTL: " ws-date-view " REOPENED FROM STAGE "
             ws-parm-stage.

       310-clear-stage.

           move space          to cc-stage-status (ws-stage-idx).
           move 0              to cc-stage-rc (ws-stage-idx).
           move spaces         to cc-stage-stamp (ws-stage-idx).

       900-refuse-run.

      *    The reason goes on the report and the console, and the
      *    run ends at error level with the ledger untouched.
           write cycle-report-line from ws-message-line
             after advancing 2 lines.

           display "A1-CYCCTL: " ml-text.

           if ws-ledger-open
               close cycle-control-file
           end-if.
           close cycle-report-file.

           move 8 to return-code.
           goback.

       end program A1-CycCtl.
