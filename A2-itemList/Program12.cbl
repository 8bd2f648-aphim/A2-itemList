      *       per accepted batch and the feed intake refuses to
      *       run once it outgrows its table.  The newest N rows
      *       are kept, the rest archived.
      *     - the daily cycle snapshots its standing files under
      *       each run date before it updates them, for the
      *       rollback job.  The newest N snapshots on the cycle
      *       control ledger are kept; for each older one a delete
      *       of its datasets is written for the IDCAMS step that
      *       follows, and the snapshot step marks the date aged off
      *       on the ledger only once that delete has run clean -
      *       a delete that fails leaves the date to be tried again
      *       on the next pass.
      *
      *   The retention windows come from the parameter file: one
      *   row per window, a code byte and a five-digit value -
      *   "R" run-log rows to keep, "V" variance cycle-count limit,
      *   "H" hold cycle-count limit, "B" register rows to keep,
      *   "S" run-date snapshots to keep.  The PARM is the dataset
      *   high-level qualifier the snapshot deletes are written
      *   under.
      *   A window missing from the file falls back to a built-in
      *   default and is flagged on the report.  Everything removed
      *   goes to the dated archive datasets the job allocates, and
      *                    now abandons the pass at error level
      *                    instead of losing the newest rows
      *                    through the copy-back.
      *   10/15/2026  JY   Recycle hold rows widened to 38 bytes for
      *                    the customer account now on the input
      *                    record; the warehouse still sits in
      *                    bytes 29-30.
      *   10/15/2026  JY   Pre-cycle snapshots ("S" window, newest N
      *                    run dates kept) are aged off: marked on
      *                    the cycle control ledger and deleted by
      *                    the IDCAMS step behind this one.
      *   10/15/2026  JY   The ledger is no longer marked here -
      *                    the aged-off mark is posted by the step
      *                    behind the IDCAMS delete, once it has run
      *                    clean, so a skipped or failed delete
      *                    cannot leave a snapshot cataloged under a
      *                    date the rollback job and housekeeping
      *                    both step over.  Each date's delete is
      *                    guarded by a LISTCAT of its level, so a
      *                    snapshot already gone is not a failure.
      *****************************************************************

       environment division.
           select retention-report-file
               assign to RETRPT
               organization is line sequential.
      *
           select cycle-control-file
               assign to CYCCTL
               organization is indexed
               access is dynamic
               record key is cc-run-date
               file status is ws-cyc-status.
      *
           select snap-delete-file
               assign to SNPDEL
               organization is line sequential.

       data division.
       file section.
           record contains 13 characters.
       01 pha-record                   pic x(13).

      *    Hold file rows - the original 36-byte reject and how
      *    many cycles it has been around.  The warehouse rides in
      *    bytes 29-30, ahead of the customer account.
       fd hold-in-file
           data record is hi-record
           record contains 38 characters.
       01 hi-record.
         05 hi-input-record            pic x(36).
         05 hi-warehouse-x redefines hi-input-record.
           10 filler                   pic x(28).
           10 hi-warehouse             pic x(2).
           10 filler                   pic x(6).
         05 hi-cycle-count             pic 9(2).

       fd hold-out-file
           data record is ho-record
           record contains 38 characters.
       01 ho-record                    pic x(38).

       fd hold-arch-file
           data record is ha-record
           record contains 38 characters.
       01 ha-record                    pic x(38).

       fd batch-reg-in-file
           data record is bri-record
           record contains 80 characters.
       01 retention-report-line pic x(80).

      *    Cycle control ledger - one row per run date (YYMMDD), its
      *    six stages, and whether the date's pre-cycle snapshot is
      *    on file ("Y") or has been aged off ("A").  Only the
      *    snapshot mark is looked at here, and nothing is changed.
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

      *    IDCAMS control statements - per run date whose snapshot
      *    is aged off, a LISTCAT of its snapshot level and a
      *    generic delete run only when the level is found.
       fd snap-delete-file
           data record is snap-delete-card
           record contains 80 characters.
       01 snap-delete-card pic x(80).

       working-storage section.

       01 ws-report-heading.
         05 fl-arch-view               pic zzzz9.
         05 filler                     pic x(39) value spaces.

       01 ws-snap-line.
         05 filler                     pic x(10) value "SNAPSHOTS".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(7) value "KEPT  =".
         05 sl-kept-view               pic zzzz9.
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(10) value "TO DELETE=".
         05 sl-aged-view               pic zzzz9.
         05 filler                     pic x(39) value spaces.

       01 ws-snap-aged-line.
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(9) value "SNAPSHOT ".
         05 sa-date-mm                 pic x(2).
         05 filler                     pic x(1) value "/".
         05 sa-date-dd                 pic x(2).
         05 filler                     pic x(1) value "/".
         05 sa-date-yy                 pic x(2).
         05 filler                     pic x(10) value " DELETE   ".
         05 sa-dsn                     pic x(44).
         05 filler                     pic x(7) value spaces.

       01 ws-snap-heading.
         05 filler                     pic x(31)
            value "PRE-CYCLE SNAPSHOTS TO DELETE: ".

       01 ws-abandoned-line.
         05 filler                     pic x(44) value
            "*** PASS ABANDONED - TABLE LIMIT EXCEEDED - ".
         05 ws-pvh-cycle-limit         pic 9(5) value 10.
         05 ws-hold-cycle-limit        pic 9(5) value 10.
         05 ws-breg-keep-rows          pic 9(5) value 1000.
         05 ws-snap-keep-dates         pic 9(5) value 10.

       01 ws-retention-flags.
         05 ws-log-parm-flag           pic x value "n".
         05 ws-pvh-parm-flag           pic x value "n".
         05 ws-hold-parm-flag          pic x value "n".
         05 ws-breg-parm-flag          pic x value "n".
         05 ws-snap-parm-flag          pic x value "n".

       01 ws-work.
         05 ws-parm-status             pic xx.
           88 ws-pass-abandoned        value "y".
         05 ws-depot-idx               pic 99.
         05 ws-depot-slot              pic 99.
         05 ws-cyc-status              pic xx.
         05 ws-cyc-eof-flag            pic x value "n".
         05 ws-snap-idx                pic 9(5).
         05 ws-snap-first-kept         pic 9(5).

      *    The dataset high-level qualifier, from the PARM - the
      *    snapshot datasets are named under it.
       01 ws-hlq-parm                  pic x(20).

       01 ws-snap-level                pic x(44).

       01 ws-counters.
         05 ws-log-kept-count          pic 9(5) value 0.
         05 ws-hold-arch-count         pic 9(5) value 0.
         05 ws-breg-kept-count         pic 9(5) value 0.
         05 ws-breg-arch-count         pic 9(5) value 0.
         05 ws-snap-count              pic 9(5) value 0.
         05 ws-snap-kept-count         pic 9(5) value 0.
         05 ws-snap-aged-count         pic 9(5) value 0.

       01 ws-empty-line                pic x(1) value spaces.

      *
       000-main.

           move spaces                  to ws-hlq-parm.
           accept ws-hlq-parm from command-line.
           if ws-hlq-parm = spaces
               move "PROD.A1ITM"        to ws-hlq-parm
           end-if.

           open output retention-report-file
                snap-delete-file.

           write retention-report-line from ws-report-heading
             after advancing 1 line.
               perform 300-trim-hold-file
           end-if.

      *    Last, so an abandoned pass never ages a snapshot off the
      *    ledger either.
           if not ws-pass-abandoned
               perform 500-age-snapshots
           end-if.

           perform 400-write-file-counts.
           perform 450-write-depot-summary.

                 after advancing 2 lines
           end-if.

           close retention-report-file
             snap-delete-file.

           if ws-pass-abandoned
               move 16 to return-code
                   when "B"
                       move pm-value    to ws-breg-keep-rows
                       move "y"         to ws-breg-parm-flag
                   when "S"
                       move pm-value    to ws-snap-keep-dates
                       move "y"         to ws-snap-parm-flag
                   when other
                       display "A1-HOUSEKP: UNRECOGNIZED PARM ROW "
                         pm-code " IGNORED"
           write retention-report-line from ws-window-line
             after advancing 1 line.

           move "SNAPSHOT DATES KEPT"   to wl-name.
           move ws-snap-keep-dates      to wl-value-view.
           if ws-snap-parm-flag = "y"
               move "FROM PARM FILE"    to wl-source
           else
               move "DEFAULTED"         to wl-source
           end-if.
           write retention-report-line from ws-window-line
             after advancing 1 line.

       100-trim-run-log.

      *    Held whole, then split: the newest rows stay, everything
           write retention-report-line from ws-file-line
             after advancing 1 line.

           move ws-snap-kept-count      to sl-kept-view.
           move ws-snap-aged-count      to sl-aged-view.
           write retention-report-line from ws-snap-line
             after advancing 1 line.

       450-write-depot-summary.

           if ws-hold-arch-count > 0
           write retention-report-line from ws-depot-line
             after advancing 1 line.

       500-age-snapshots.

      *    Two passes over the ledger in run-date order: the first
      *    counts the dates whose snapshot is on file, the second
      *    queues all but the newest N of them for delete.  A
      *    ledger that cannot be opened queues nothing - the
      *    snapshots simply wait for the next pass.
           open input cycle-control-file.

           if ws-cyc-status not = "00"
               display "A1-HOUSEKP: CYCLE CONTROL LEDGER NOT AVAILABLE"
                 ", STATUS " ws-cyc-status " - NO SNAPSHOTS AGED"
           else
               perform 510-start-ledger
               perform 520-count-snapshot-date
                 until ws-cyc-eof-flag = "y"

               if ws-snap-count > ws-snap-keep-dates
                   compute ws-snap-first-kept =
                     ws-snap-count - ws-snap-keep-dates + 1
               else
                   move 1 to ws-snap-first-kept
               end-if

               move 0                   to ws-snap-idx
               perform 510-start-ledger
               perform 530-route-snapshot-date
                 until ws-cyc-eof-flag = "y"

               close cycle-control-file
           end-if.

       510-start-ledger.

           move "n"                     to ws-cyc-eof-flag.
           move "000000"                to cc-run-date.

           start cycle-control-file
               key is greater than cc-run-date
               invalid key
                   move "y"             to ws-cyc-eof-flag
           end-start.

           if ws-cyc-eof-flag not = "y"
               perform 515-read-next-ledger-row
           end-if.

       515-read-next-ledger-row.

           read cycle-control-file next record
               at end
                   move "y"             to ws-cyc-eof-flag
           end-read.

       520-count-snapshot-date.

           if cc-snap-taken
               add 1 to ws-snap-count
           end-if.

           perform 515-read-next-ledger-row.

       530-route-snapshot-date.

           if cc-snap-taken
               add 1 to ws-snap-idx
               if ws-snap-idx < ws-snap-first-kept
                   perform 540-age-one-snapshot
               else
                   add 1 to ws-snap-kept-count
               end-if
           end-if.

           perform 515-read-next-ledger-row.

       540-age-one-snapshot.

      *    The snapshot datasets are named for the run date as the
      *    cycle carries it, MMDDYY; the ledger keys it YYMMDD.
           move cc-run-date (3:2)       to sa-date-mm.
           move cc-run-date (5:2)       to sa-date-dd.
           move cc-run-date (1:2)       to sa-date-yy.

           move spaces                  to ws-snap-level.
           string ws-hlq-parm delimited by space
             ".SNAP.D" sa-date-mm sa-date-dd sa-date-yy
             delimited by size into ws-snap-level.

           move spaces                  to sa-dsn.
           string ws-snap-level delimited by space
             ".*" delimited by size into sa-dsn.

      *    LISTCAT ends 4 when the level is already gone, and the
      *    delete is then skipped - only a delete that really fails
      *    ends the step above 4 and holds the ledger mark back.
           move spaces                  to snap-delete-card.
           string "  LISTCAT LEVEL(" delimited by size
             ws-snap-level delimited by space
             ")" delimited by size
             into snap-delete-card.
           write snap-delete-card.

           move spaces                  to snap-delete-card.
           string "  IF LASTCC = 0 THEN DELETE " sa-dsn
             delimited by size into snap-delete-card.
           write snap-delete-card.

           add 1 to ws-snap-aged-count.

           if ws-snap-aged-count = 1
               write retention-report-line from ws-snap-heading
                 after advancing 2 lines
           end-if.
           write retention-report-line from ws-snap-aged-line
             after advancing 1 line.

       end program A1-HouseKp.
